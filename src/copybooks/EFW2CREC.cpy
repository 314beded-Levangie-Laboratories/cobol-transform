      *****************************************************************
      * EFW2CREC.cpy - SSA EFW2C Electronic W-2c Correction Records    *
      *                                                                *
      * This copybook defines the 1024-byte record layouts of the      *
      * Social Security Administration EFW2C corrected wage report. A  *
      * submission is one RCA (submitter) record, then for each        *
      * employer an RCE (employer) record, its RCW (employee wage      *
      * correction) records each followed by any RCO (employee         *
      * optional) record, an RCT (total) record and, when RCO records  *
      * were written, an RCU (total optional) record; a single RCF     *
      * (final) record ends the file.                                  *
      *                                                                *
      * Money fields come in pairs - the amount originally reported,   *
      * then the correct amount - as unsigned, zero-filled whole       *
      * cents. A pair for a box that is not being corrected is left    *
      * blank, as are indicator pairs that are not changing.           *
      *                                                                *
      * Date Created: 2026-10-15                                       *
      * Author: COBOL Payroll System                                   *
      *****************************************************************

      *----------------------------------------------------------------*
      * RCA - SUBMITTER RECORD                                         *
      *----------------------------------------------------------------*
       01  EFW2C-RCA-RECORD.
           05  RCA-RECORD-ID               PIC X(3).
           05  RCA-SUBMITTER-EIN           PIC 9(9).
           05  RCA-USER-ID                 PIC X(8).
           05  RCA-SOFTWARE-VENDOR         PIC X(4).
           05  FILLER                      PIC X(5).
           05  RCA-SOFTWARE-CODE           PIC X(2).
           05  RCA-COMPANY-NAME            PIC X(57).
           05  RCA-LOCATION-ADDRESS        PIC X(22).
           05  RCA-DELIVERY-ADDRESS        PIC X(22).
           05  RCA-CITY                    PIC X(22).
           05  RCA-STATE                   PIC X(2).
           05  RCA-ZIP                     PIC X(5).
           05  RCA-ZIP-EXTENSION           PIC X(4).
           05  FILLER                      PIC X(6).
           05  RCA-FOREIGN-STATE           PIC X(23).
           05  RCA-FOREIGN-POSTAL          PIC X(15).
           05  RCA-COUNTRY-CODE            PIC X(2).
           05  RCA-SUBMITTER-NAME          PIC X(57).
           05  RCA-SUB-LOCATION-ADDRESS    PIC X(22).
           05  RCA-SUB-DELIVERY-ADDRESS    PIC X(22).
           05  RCA-SUB-CITY                PIC X(22).
           05  RCA-SUB-STATE               PIC X(2).
           05  RCA-SUB-ZIP                 PIC X(5).
           05  RCA-SUB-ZIP-EXTENSION       PIC X(4).
           05  FILLER                      PIC X(5).
           05  RCA-SUB-FOREIGN-STATE       PIC X(23).
           05  RCA-SUB-FOREIGN-POSTAL      PIC X(15).
           05  RCA-SUB-COUNTRY-CODE        PIC X(2).
           05  RCA-CONTACT-NAME            PIC X(27).
           05  RCA-CONTACT-PHONE           PIC X(15).
           05  RCA-CONTACT-PHONE-EXT       PIC X(5).
           05  FILLER                      PIC X(3).
           05  RCA-CONTACT-EMAIL           PIC X(40).
           05  FILLER                      PIC X(3).
           05  RCA-CONTACT-FAX             PIC X(10).
           05  FILLER                      PIC X(1).
           05  RCA-PREPARER-CODE           PIC X(1).
           05  RCA-RESUB-INDICATOR         PIC X(1).
           05  RCA-RESUB-WFID              PIC X(6).
           05  FILLER                      PIC X(522).

      *----------------------------------------------------------------*
      * RCE - EMPLOYER RECORD                                          *
      *----------------------------------------------------------------*
       01  EFW2C-RCE-RECORD.
           05  RCE-RECORD-ID               PIC X(3).
           05  RCE-TAX-YEAR                PIC 9(4).
           05  RCE-ORIG-AGENT-EIN          PIC X(9).
           05  RCE-ORIG-EMPLOYER-EIN       PIC X(9).
           05  RCE-AGENT-INDICATOR         PIC X(1).
           05  RCE-EMPLOYER-EIN            PIC 9(9).
           05  RCE-AGENT-FOR-EIN           PIC X(9).
           05  RCE-ORIG-ESTABLISHMENT      PIC X(4).
           05  RCE-ESTABLISHMENT-NUMBER    PIC X(4).
           05  RCE-EMPLOYER-NAME           PIC X(57).
           05  RCE-LOCATION-ADDRESS        PIC X(22).
           05  RCE-DELIVERY-ADDRESS        PIC X(22).
           05  RCE-CITY                    PIC X(22).
           05  RCE-STATE                   PIC X(2).
           05  RCE-ZIP                     PIC X(5).
           05  RCE-ZIP-EXTENSION           PIC X(4).
           05  FILLER                      PIC X(4).
           05  RCE-FOREIGN-STATE           PIC X(23).
           05  RCE-FOREIGN-POSTAL          PIC X(15).
           05  RCE-COUNTRY-CODE            PIC X(2).
           05  RCE-ORIG-EMPLOYMENT-CODE    PIC X(1).
           05  RCE-EMPLOYMENT-CODE         PIC X(1).
           05  RCE-ORIG-THIRD-PARTY-SICK   PIC X(1).
           05  RCE-THIRD-PARTY-SICK-IND    PIC X(1).
           05  RCE-KIND-OF-EMPLOYER        PIC X(1).
           05  RCE-CONTACT-NAME            PIC X(27).
           05  RCE-CONTACT-PHONE           PIC X(15).
           05  RCE-CONTACT-PHONE-EXT       PIC X(5).
           05  RCE-CONTACT-FAX             PIC X(10).
           05  RCE-CONTACT-EMAIL           PIC X(40).
           05  FILLER                      PIC X(692).

      *----------------------------------------------------------------*
      * RCW - EMPLOYEE WAGE CORRECTION RECORD                          *
      *----------------------------------------------------------------*
       01  EFW2C-RCW-RECORD.
           05  RCW-RECORD-ID               PIC X(3).
           05  RCW-ORIG-SSN                PIC X(9).
           05  RCW-CORRECT-SSN             PIC X(9).
           05  RCW-ORIG-FIRST-NAME         PIC X(15).
           05  RCW-ORIG-MIDDLE-NAME        PIC X(15).
           05  RCW-ORIG-LAST-NAME          PIC X(20).
           05  RCW-FIRST-NAME              PIC X(15).
           05  RCW-MIDDLE-NAME             PIC X(15).
           05  RCW-LAST-NAME               PIC X(20).
           05  RCW-LOCATION-ADDRESS        PIC X(22).
           05  RCW-DELIVERY-ADDRESS        PIC X(22).
           05  RCW-CITY                    PIC X(22).
           05  RCW-STATE                   PIC X(2).
           05  RCW-ZIP                     PIC X(5).
           05  RCW-ZIP-EXTENSION           PIC X(4).
           05  FILLER                      PIC X(5).
           05  RCW-FOREIGN-STATE           PIC X(23).
           05  RCW-FOREIGN-POSTAL          PIC X(15).
           05  RCW-COUNTRY-CODE            PIC X(2).
           05  RCW-ORIG-WAGES              PIC 9(11).
           05  RCW-WAGES                   PIC 9(11).
           05  RCW-ORIG-FED-TAX            PIC 9(11).
           05  RCW-FED-TAX                 PIC 9(11).
           05  RCW-ORIG-SS-WAGES           PIC 9(11).
           05  RCW-SS-WAGES                PIC 9(11).
           05  RCW-ORIG-SS-TAX             PIC 9(11).
           05  RCW-SS-TAX                  PIC 9(11).
           05  RCW-ORIG-MED-WAGES          PIC 9(11).
           05  RCW-MED-WAGES               PIC 9(11).
           05  RCW-ORIG-MED-TAX            PIC 9(11).
           05  RCW-MED-TAX                 PIC 9(11).
           05  RCW-ORIG-SS-TIPS            PIC 9(11).
           05  RCW-SS-TIPS                 PIC 9(11).
           05  FILLER                      PIC X(22).
           05  RCW-ORIG-DEP-CARE           PIC 9(11).
           05  RCW-DEP-CARE                PIC 9(11).
           05  RCW-ORIG-CODE-D             PIC 9(11).
           05  RCW-CODE-D                  PIC 9(11).
           05  RCW-ORIG-CODE-E             PIC 9(11).
           05  RCW-CODE-E                  PIC 9(11).
           05  RCW-ORIG-CODE-F             PIC 9(11).
           05  RCW-CODE-F                  PIC 9(11).
           05  RCW-ORIG-CODE-G             PIC 9(11).
           05  RCW-CODE-G                  PIC 9(11).
           05  RCW-ORIG-CODE-H             PIC 9(11).
           05  RCW-CODE-H                  PIC 9(11).
           05  FILLER                      PIC X(22).
           05  RCW-ORIG-NQ-457             PIC 9(11).
           05  RCW-NQ-457                  PIC 9(11).
           05  RCW-ORIG-CODE-W             PIC 9(11).
           05  RCW-CODE-W                  PIC 9(11).
           05  RCW-ORIG-NQ-NOT-457         PIC 9(11).
           05  RCW-NQ-NOT-457              PIC 9(11).
           05  RCW-ORIG-CODE-Q             PIC 9(11).
           05  RCW-CODE-Q                  PIC 9(11).
           05  FILLER                      PIC X(22).
           05  RCW-ORIG-CODE-C             PIC 9(11).
           05  RCW-CODE-C                  PIC 9(11).
           05  RCW-ORIG-CODE-V             PIC 9(11).
           05  RCW-CODE-V                  PIC 9(11).
           05  RCW-ORIG-CODE-Y             PIC 9(11).
           05  RCW-CODE-Y                  PIC 9(11).
           05  RCW-ORIG-CODE-AA            PIC 9(11).
           05  RCW-CODE-AA                 PIC 9(11).
           05  RCW-ORIG-CODE-BB            PIC 9(11).
           05  RCW-CODE-BB                 PIC 9(11).
           05  RCW-ORIG-CODE-DD            PIC 9(11).
           05  RCW-CODE-DD                 PIC 9(11).
           05  RCW-ORIG-CODE-FF            PIC 9(11).
           05  RCW-CODE-FF                 PIC 9(11).
           05  FILLER                      PIC X(166).
           05  RCW-ORIG-STATUTORY          PIC X(1).
           05  RCW-STATUTORY               PIC X(1).
           05  RCW-ORIG-RETIREMENT         PIC X(1).
           05  RCW-RETIREMENT              PIC X(1).
           05  RCW-ORIG-SICK-PAY           PIC X(1).
           05  RCW-SICK-PAY                PIC X(1).
           05  FILLER                      PIC X(15).

      *----------------------------------------------------------------*
      * RCO - EMPLOYEE OPTIONAL CORRECTION RECORD                      *
      *----------------------------------------------------------------*
       01  EFW2C-RCO-RECORD.
           05  RCO-RECORD-ID               PIC X(3).
           05  FILLER                      PIC X(9).
           05  RCO-ORIG-ALLOC-TIPS         PIC 9(11).
           05  RCO-ALLOC-TIPS              PIC 9(11).
           05  RCO-ORIG-UNCOLL-TIPS        PIC 9(11).
           05  RCO-UNCOLL-TIPS             PIC 9(11).
           05  RCO-ORIG-CODE-R             PIC 9(11).
           05  RCO-CODE-R                  PIC 9(11).
           05  RCO-ORIG-CODE-S             PIC 9(11).
           05  RCO-CODE-S                  PIC 9(11).
           05  RCO-ORIG-CODE-T             PIC 9(11).
           05  RCO-CODE-T                  PIC 9(11).
           05  RCO-ORIG-CODE-M             PIC 9(11).
           05  RCO-CODE-M                  PIC 9(11).
           05  RCO-ORIG-CODE-N             PIC 9(11).
           05  RCO-CODE-N                  PIC 9(11).
           05  RCO-ORIG-CODE-Z             PIC 9(11).
           05  RCO-CODE-Z                  PIC 9(11).
           05  FILLER                      PIC X(836).

      *----------------------------------------------------------------*
      * RCT - TOTAL RECORD (ONE PER EMPLOYER)                          *
      *----------------------------------------------------------------*
       01  EFW2C-RCT-RECORD.
           05  RCT-RECORD-ID               PIC X(3).
           05  RCT-RCW-COUNT               PIC 9(7).
           05  RCT-ORIG-WAGES              PIC 9(15).
           05  RCT-WAGES                   PIC 9(15).
           05  RCT-ORIG-FED-TAX            PIC 9(15).
           05  RCT-FED-TAX                 PIC 9(15).
           05  RCT-ORIG-SS-WAGES           PIC 9(15).
           05  RCT-SS-WAGES                PIC 9(15).
           05  RCT-ORIG-SS-TAX             PIC 9(15).
           05  RCT-SS-TAX                  PIC 9(15).
           05  RCT-ORIG-MED-WAGES          PIC 9(15).
           05  RCT-MED-WAGES               PIC 9(15).
           05  RCT-ORIG-MED-TAX            PIC 9(15).
           05  RCT-MED-TAX                 PIC 9(15).
           05  RCT-ORIG-SS-TIPS            PIC 9(15).
           05  RCT-SS-TIPS                 PIC 9(15).
           05  FILLER                      PIC X(30).
           05  RCT-ORIG-DEP-CARE           PIC 9(15).
           05  RCT-DEP-CARE                PIC 9(15).
           05  RCT-ORIG-CODE-D             PIC 9(15).
           05  RCT-CODE-D                  PIC 9(15).
           05  RCT-ORIG-CODE-E             PIC 9(15).
           05  RCT-CODE-E                  PIC 9(15).
           05  RCT-ORIG-CODE-F             PIC 9(15).
           05  RCT-CODE-F                  PIC 9(15).
           05  RCT-ORIG-CODE-G             PIC 9(15).
           05  RCT-CODE-G                  PIC 9(15).
           05  RCT-ORIG-CODE-H             PIC 9(15).
           05  RCT-CODE-H                  PIC 9(15).
           05  FILLER                      PIC X(30).
           05  RCT-ORIG-NQ-457             PIC 9(15).
           05  RCT-NQ-457                  PIC 9(15).
           05  RCT-ORIG-CODE-W             PIC 9(15).
           05  RCT-CODE-W                  PIC 9(15).
           05  RCT-ORIG-NQ-NOT-457         PIC 9(15).
           05  RCT-NQ-NOT-457              PIC 9(15).
           05  RCT-ORIG-CODE-Q             PIC 9(15).
           05  RCT-CODE-Q                  PIC 9(15).
           05  FILLER                      PIC X(30).
           05  RCT-ORIG-CODE-C             PIC 9(15).
           05  RCT-CODE-C                  PIC 9(15).
           05  RCT-ORIG-CODE-V             PIC 9(15).
           05  RCT-CODE-V                  PIC 9(15).
           05  RCT-ORIG-CODE-Y             PIC 9(15).
           05  RCT-CODE-Y                  PIC 9(15).
           05  RCT-ORIG-CODE-AA            PIC 9(15).
           05  RCT-CODE-AA                 PIC 9(15).
           05  RCT-ORIG-CODE-BB            PIC 9(15).
           05  RCT-CODE-BB                 PIC 9(15).
           05  RCT-ORIG-CODE-DD            PIC 9(15).
           05  RCT-CODE-DD                 PIC 9(15).
           05  RCT-ORIG-CODE-FF            PIC 9(15).
           05  RCT-CODE-FF                 PIC 9(15).
           05  FILLER                      PIC X(204).

      *----------------------------------------------------------------*
      * RCU - TOTAL OPTIONAL RECORD (EMPLOYERS WITH RCO RECORDS)       *
      *----------------------------------------------------------------*
       01  EFW2C-RCU-RECORD.
           05  RCU-RECORD-ID               PIC X(3).
           05  RCU-RCO-COUNT               PIC 9(7).
           05  RCU-ORIG-ALLOC-TIPS         PIC 9(15).
           05  RCU-ALLOC-TIPS              PIC 9(15).
           05  RCU-ORIG-UNCOLL-TIPS        PIC 9(15).
           05  RCU-UNCOLL-TIPS             PIC 9(15).
           05  RCU-ORIG-CODE-R             PIC 9(15).
           05  RCU-CODE-R                  PIC 9(15).
           05  RCU-ORIG-CODE-S             PIC 9(15).
           05  RCU-CODE-S                  PIC 9(15).
           05  RCU-ORIG-CODE-T             PIC 9(15).
           05  RCU-CODE-T                  PIC 9(15).
           05  RCU-ORIG-CODE-M             PIC 9(15).
           05  RCU-CODE-M                  PIC 9(15).
           05  RCU-ORIG-CODE-N             PIC 9(15).
           05  RCU-CODE-N                  PIC 9(15).
           05  RCU-ORIG-CODE-Z             PIC 9(15).
           05  RCU-CODE-Z                  PIC 9(15).
           05  FILLER                      PIC X(774).

      *----------------------------------------------------------------*
      * RCF - FINAL RECORD                                             *
      *----------------------------------------------------------------*
       01  EFW2C-RCF-RECORD.
           05  RCF-RECORD-ID               PIC X(3).
           05  RCF-RCW-COUNT               PIC 9(9).
           05  FILLER                      PIC X(1012).
