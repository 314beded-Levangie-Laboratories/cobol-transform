      *****************************************************************
      * EFW2REC.cpy - SSA EFW2 Electronic W-2 Submission Records       *
      *                                                                *
      * This copybook defines the 512-byte record layouts of the       *
      * Social Security Administration EFW2 wage report submitted      *
      * through Business Services Online. A submission is one RA       *
      * (submitter) record, then for each employer an RE (employer)    *
      * record, its RW (employee wage) records each followed by any    *
      * RO (employee optional) and RS (state) records, an RT (total)   *
      * record and, when RO records were written, an RU (total         *
      * optional) record; a single RF (final) record ends the file.    *
      *                                                                *
      * All money fields are unsigned, right-justified, zero-filled    *
      * whole cents with no decimal point. Fields this payroll does    *
      * not report are zero-filled (money) or blank (alphanumeric).    *
      *                                                                *
      * Date Created: 2026-10-15                                       *
      * Author: COBOL Payroll System                                   *
      *****************************************************************

      *----------------------------------------------------------------*
      * RA - SUBMITTER RECORD                                          *
      *----------------------------------------------------------------*
       01  EFW2-RA-RECORD.
           05  RA-RECORD-ID               PIC X(2).
           05  RA-SUBMITTER-EIN           PIC 9(9).
           05  RA-USER-ID                 PIC X(8).
           05  RA-SOFTWARE-VENDOR         PIC X(4).
           05  FILLER                     PIC X(5).
           05  RA-RESUB-INDICATOR         PIC X(1).
           05  RA-RESUB-WFID              PIC X(6).
           05  RA-SOFTWARE-CODE           PIC X(2).
           05  RA-COMPANY-NAME            PIC X(57).
           05  RA-LOCATION-ADDRESS        PIC X(22).
           05  RA-DELIVERY-ADDRESS        PIC X(22).
           05  RA-CITY                    PIC X(22).
           05  RA-STATE                   PIC X(2).
           05  RA-ZIP                     PIC X(5).
           05  RA-ZIP-EXTENSION           PIC X(4).
           05  FILLER                     PIC X(5).
           05  RA-FOREIGN-STATE           PIC X(23).
           05  RA-FOREIGN-POSTAL          PIC X(15).
           05  RA-COUNTRY-CODE            PIC X(2).
           05  RA-SUBMITTER-NAME          PIC X(57).
           05  RA-SUB-LOCATION-ADDRESS    PIC X(22).
           05  RA-SUB-DELIVERY-ADDRESS    PIC X(22).
           05  RA-SUB-CITY                PIC X(22).
           05  RA-SUB-STATE               PIC X(2).
           05  RA-SUB-ZIP                 PIC X(5).
           05  RA-SUB-ZIP-EXTENSION       PIC X(4).
           05  FILLER                     PIC X(5).
           05  RA-SUB-FOREIGN-STATE       PIC X(23).
           05  RA-SUB-FOREIGN-POSTAL      PIC X(15).
           05  RA-SUB-COUNTRY-CODE        PIC X(2).
           05  RA-CONTACT-NAME            PIC X(27).
           05  RA-CONTACT-PHONE           PIC X(15).
           05  RA-CONTACT-PHONE-EXT       PIC X(5).
           05  FILLER                     PIC X(3).
           05  RA-CONTACT-EMAIL           PIC X(40).
           05  FILLER                     PIC X(3).
           05  RA-CONTACT-FAX             PIC X(10).
           05  FILLER                     PIC X(1).
           05  RA-PREPARER-CODE           PIC X(1).
           05  FILLER                     PIC X(12).

      *----------------------------------------------------------------*
      * RE - EMPLOYER RECORD                                           *
      *----------------------------------------------------------------*
       01  EFW2-RE-RECORD.
           05  RE-RECORD-ID               PIC X(2).
           05  RE-TAX-YEAR                PIC 9(4).
           05  RE-AGENT-INDICATOR         PIC X(1).
           05  RE-EMPLOYER-EIN            PIC 9(9).
           05  RE-AGENT-EIN               PIC X(9).
           05  RE-TERMINATING-BUSINESS    PIC X(1).
           05  RE-ESTABLISHMENT-NUMBER    PIC X(4).
           05  RE-OTHER-EIN               PIC X(9).
           05  RE-EMPLOYER-NAME           PIC X(57).
           05  RE-LOCATION-ADDRESS        PIC X(22).
           05  RE-DELIVERY-ADDRESS        PIC X(22).
           05  RE-CITY                    PIC X(22).
           05  RE-STATE                   PIC X(2).
           05  RE-ZIP                     PIC X(5).
           05  RE-ZIP-EXTENSION           PIC X(4).
           05  RE-KIND-OF-EMPLOYER        PIC X(1).
           05  FILLER                     PIC X(4).
           05  RE-FOREIGN-STATE           PIC X(23).
           05  RE-FOREIGN-POSTAL          PIC X(15).
           05  RE-COUNTRY-CODE            PIC X(2).
           05  RE-EMPLOYMENT-CODE         PIC X(1).
           05  RE-TAX-JURISDICTION        PIC X(1).
           05  RE-THIRD-PARTY-SICK-IND    PIC X(1).
           05  RE-CONTACT-NAME            PIC X(27).
           05  RE-CONTACT-PHONE           PIC X(15).
           05  RE-CONTACT-PHONE-EXT       PIC X(5).
           05  RE-CONTACT-FAX             PIC X(10).
           05  RE-CONTACT-EMAIL           PIC X(40).
           05  FILLER                     PIC X(194).

      *----------------------------------------------------------------*
      * RW - EMPLOYEE WAGE RECORD                                      *
      *----------------------------------------------------------------*
       01  EFW2-RW-RECORD.
           05  RW-RECORD-ID               PIC X(2).
           05  RW-EMPLOYEE-SSN            PIC 9(9).
           05  RW-FIRST-NAME              PIC X(15).
           05  RW-MIDDLE-NAME             PIC X(15).
           05  RW-LAST-NAME               PIC X(20).
           05  RW-SUFFIX                  PIC X(4).
           05  RW-LOCATION-ADDRESS        PIC X(22).
           05  RW-DELIVERY-ADDRESS        PIC X(22).
           05  RW-CITY                    PIC X(22).
           05  RW-STATE                   PIC X(2).
           05  RW-ZIP                     PIC X(5).
           05  RW-ZIP-EXTENSION           PIC X(4).
           05  FILLER                     PIC X(5).
           05  RW-FOREIGN-STATE           PIC X(23).
           05  RW-FOREIGN-POSTAL          PIC X(15).
           05  RW-COUNTRY-CODE            PIC X(2).
           05  RW-WAGES-TIPS-OTHER        PIC 9(11).
           05  RW-FEDERAL-TAX-WITHHELD    PIC 9(11).
           05  RW-SOCIAL-SEC-WAGES        PIC 9(11).
           05  RW-SOCIAL-SEC-WITHHELD     PIC 9(11).
           05  RW-MEDICARE-WAGES          PIC 9(11).
           05  RW-MEDICARE-WITHHELD       PIC 9(11).
           05  RW-SOCIAL-SEC-TIPS         PIC 9(11).
           05  FILLER                     PIC X(11).
           05  RW-DEPENDENT-CARE          PIC 9(11).
           05  RW-CODE-D-401K             PIC 9(11).
           05  RW-CODE-E-403B             PIC 9(11).
           05  RW-CODE-F-408K6            PIC 9(11).
           05  RW-CODE-G-457B             PIC 9(11).
           05  RW-CODE-H-501C18D          PIC 9(11).
           05  FILLER                     PIC X(11).
           05  RW-NONQUAL-457             PIC 9(11).
           05  RW-CODE-W-HSA              PIC 9(11).
           05  RW-NONQUAL-NOT-457         PIC 9(11).
           05  RW-CODE-Q-COMBAT           PIC 9(11).
           05  FILLER                     PIC X(11).
           05  RW-CODE-C-GROUP-LIFE       PIC 9(11).
           05  RW-CODE-V-NQSO             PIC 9(11).
           05  RW-CODE-Y-409A             PIC 9(11).
           05  RW-CODE-AA-ROTH-401K       PIC 9(11).
           05  RW-CODE-BB-ROTH-403B       PIC 9(11).
           05  RW-CODE-DD-HEALTH          PIC 9(11).
           05  RW-CODE-FF-QSEHRA          PIC 9(11).
           05  FILLER                     PIC X(1).
           05  RW-STATUTORY-EMPLOYEE      PIC X(1).
           05  FILLER                     PIC X(1).
           05  RW-RETIREMENT-PLAN         PIC X(1).
           05  RW-THIRD-PARTY-SICK-PAY    PIC X(1).
           05  FILLER                     PIC X(23).

      *----------------------------------------------------------------*
      * RO - EMPLOYEE OPTIONAL RECORD                                  *
      *----------------------------------------------------------------*
       01  EFW2-RO-RECORD.
           05  RO-RECORD-ID               PIC X(2).
           05  FILLER                     PIC X(9).
           05  RO-ALLOCATED-TIPS          PIC 9(11).
           05  RO-UNCOLLECTED-TAX-TIPS    PIC 9(11).
           05  RO-CODE-R-MSA              PIC 9(11).
           05  RO-CODE-S-SIMPLE           PIC 9(11).
           05  RO-CODE-T-ADOPTION         PIC 9(11).
           05  RO-CODE-M-UNCOLL-SS-GTL    PIC 9(11).
           05  RO-CODE-N-UNCOLL-MED-GTL   PIC 9(11).
           05  RO-CODE-Z-409A-INCOME      PIC 9(11).
           05  FILLER                     PIC X(11).
           05  RO-CODE-EE-ROTH-457B       PIC 9(11).
           05  RO-CODE-GG-83I-GRANT       PIC 9(11).
           05  RO-CODE-HH-83I-DEFERRAL    PIC 9(11).
           05  FILLER                     PIC X(369).

      *----------------------------------------------------------------*
      * RS - STATE RECORD                                              *
      *----------------------------------------------------------------*
       01  EFW2-RS-RECORD.
           05  RS-RECORD-ID               PIC X(2).
           05  RS-STATE-CODE              PIC 9(2).
           05  RS-TAXING-ENTITY           PIC X(5).
           05  RS-EMPLOYEE-SSN            PIC 9(9).
           05  RS-FIRST-NAME              PIC X(15).
           05  RS-MIDDLE-NAME             PIC X(15).
           05  RS-LAST-NAME               PIC X(20).
           05  RS-SUFFIX                  PIC X(4).
           05  RS-LOCATION-ADDRESS        PIC X(22).
           05  RS-DELIVERY-ADDRESS        PIC X(22).
           05  RS-CITY                    PIC X(22).
           05  RS-STATE                   PIC X(2).
           05  RS-ZIP                     PIC X(5).
           05  RS-ZIP-EXTENSION           PIC X(4).
           05  FILLER                     PIC X(5).
           05  RS-FOREIGN-STATE           PIC X(23).
           05  RS-FOREIGN-POSTAL          PIC X(15).
           05  RS-COUNTRY-CODE            PIC X(2).
           05  RS-OPTIONAL-CODE           PIC X(2).
           05  RS-REPORTING-PERIOD        PIC X(6).
           05  RS-SUI-TOTAL-WAGES         PIC 9(11).
           05  RS-SUI-TAXABLE-WAGES       PIC 9(11).
           05  RS-WEEKS-WORKED            PIC X(2).
           05  RS-HIRE-DATE               PIC X(8).
           05  RS-SEPARATION-DATE         PIC X(8).
           05  FILLER                     PIC X(5).
           05  RS-STATE-EMPLOYER-ACCT     PIC X(20).
           05  FILLER                     PIC X(6).
           05  RS-INCOME-STATE-CODE       PIC 9(2).
           05  RS-STATE-TAXABLE-WAGES     PIC 9(11).
           05  RS-STATE-INCOME-TAX        PIC 9(10).
           05  RS-OTHER-STATE-DATA        PIC X(10).
           05  RS-TAX-TYPE-CODE           PIC X(1).
           05  RS-LOCAL-TAXABLE-WAGES     PIC 9(11).
           05  RS-LOCAL-INCOME-TAX        PIC 9(10).
           05  RS-STATE-CONTROL-NUMBER    PIC X(7).
           05  RS-SUPPLEMENTAL-DATA-1     PIC X(75).
           05  RS-SUPPLEMENTAL-DATA-2     PIC X(75).
           05  FILLER                     PIC X(27).

      *----------------------------------------------------------------*
      * RT - TOTAL RECORD (ONE PER EMPLOYER)                           *
      *----------------------------------------------------------------*
       01  EFW2-RT-RECORD.
           05  RT-RECORD-ID               PIC X(2).
           05  RT-RW-COUNT                PIC 9(7).
           05  RT-WAGES-TIPS-OTHER        PIC 9(15).
           05  RT-FEDERAL-TAX-WITHHELD    PIC 9(15).
           05  RT-SOCIAL-SEC-WAGES        PIC 9(15).
           05  RT-SOCIAL-SEC-WITHHELD     PIC 9(15).
           05  RT-MEDICARE-WAGES          PIC 9(15).
           05  RT-MEDICARE-WITHHELD       PIC 9(15).
           05  RT-SOCIAL-SEC-TIPS         PIC 9(15).
           05  FILLER                     PIC X(15).
           05  RT-DEPENDENT-CARE          PIC 9(15).
           05  RT-CODE-D-401K             PIC 9(15).
           05  RT-CODE-E-403B             PIC 9(15).
           05  RT-CODE-F-408K6            PIC 9(15).
           05  RT-CODE-G-457B             PIC 9(15).
           05  RT-CODE-H-501C18D          PIC 9(15).
           05  FILLER                     PIC X(15).
           05  RT-NONQUAL-457             PIC 9(15).
           05  RT-CODE-W-HSA              PIC 9(15).
           05  RT-NONQUAL-NOT-457         PIC 9(15).
           05  RT-CODE-Q-COMBAT           PIC 9(15).
           05  FILLER                     PIC X(15).
           05  RT-CODE-C-GROUP-LIFE       PIC 9(15).
           05  RT-THIRD-PARTY-SICK-TAX    PIC 9(15).
           05  RT-CODE-V-NQSO             PIC 9(15).
           05  RT-CODE-Y-409A             PIC 9(15).
           05  RT-CODE-AA-ROTH-401K       PIC 9(15).
           05  RT-CODE-BB-ROTH-403B       PIC 9(15).
           05  RT-CODE-DD-HEALTH          PIC 9(15).
           05  FILLER                     PIC X(98).

      *----------------------------------------------------------------*
      * RU - TOTAL OPTIONAL RECORD (ONE PER EMPLOYER WITH RO RECORDS)  *
      *----------------------------------------------------------------*
       01  EFW2-RU-RECORD.
           05  RU-RECORD-ID               PIC X(2).
           05  RU-RO-COUNT                PIC 9(7).
           05  RU-ALLOCATED-TIPS          PIC 9(15).
           05  RU-UNCOLLECTED-TAX-TIPS    PIC 9(15).
           05  RU-CODE-R-MSA              PIC 9(15).
           05  RU-CODE-S-SIMPLE           PIC 9(15).
           05  RU-CODE-T-ADOPTION         PIC 9(15).
           05  RU-CODE-M-UNCOLL-SS-GTL    PIC 9(15).
           05  RU-CODE-N-UNCOLL-MED-GTL   PIC 9(15).
           05  RU-CODE-Z-409A-INCOME      PIC 9(15).
           05  FILLER                     PIC X(15).
           05  RU-CODE-EE-ROTH-457B       PIC 9(15).
           05  RU-CODE-GG-83I-GRANT       PIC 9(15).
           05  RU-CODE-HH-83I-DEFERRAL    PIC 9(15).
           05  FILLER                     PIC X(323).

      *----------------------------------------------------------------*
      * RF - FINAL RECORD                                              *
      *----------------------------------------------------------------*
       01  EFW2-RF-RECORD.
           05  RF-RECORD-ID               PIC X(2).
           05  FILLER                     PIC X(5).
           05  RF-RW-COUNT                PIC 9(9).
           05  FILLER                     PIC X(496).
