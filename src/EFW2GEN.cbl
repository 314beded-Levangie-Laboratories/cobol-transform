      *****************************************************************
      * Program: EFW2GEN.cbl                                          *
      *                                                               *
      * Purpose: SSA EFW2 electronic W-2 submission builder for the   *
      *          Payroll Processing System. This program turns the   *
      *          year-end W-2 extract written by TAXRPT into the      *
      *          Social Security Administration's EFW2 wage file for  *
      *          upload through Business Services Online: one RA      *
      *          submitter record, an RE employer record, RW/RO       *
      *          employee records, RS state records and RT/RU totals  *
      *          for each paying company, and the RF final record.    *
      *          Each employee's SSN is checked against the SSA       *
      *          verification status on the employee master before   *
      *          the W-2 is released, and a control report prints    *
      *          the W-3 totals the file carries.                     *
      *                                                               *
      * Date Created: 2026-10-15                                      *
      * Author: COBOL Payroll System                                  *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EFW2GEN.
       AUTHOR. COBOL PAYROLL SYSTEM.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.

      *****************************************************************
      * Program Description:                                          *
      *                                                                *
      * EFW2GEN is a standalone year-end program in the Payroll        *
      * Processing System, run after TAXRPT has written the W-2        *
      * extract. It:                                                   *
      *                                                                *
      * 1. Reads the submitter parameters (BSO user ID, contact and    *
      *    employer mailing address, resubmission indicator) and       *
      *    writes the RA submitter record                              *
      * 2. Passes the W-2 extract once per COMPANY table entry, so     *
      *    each paying company/FEIN is reported under its own RE       *
      *    employer record. A W-2 with a blank or unknown company      *
      *    code belongs to the first company                           *
      * 3. Validates each employee's SSN: a W-2 whose SSN the SSA      *
      *    has reported as a mismatch, or whose SSN is not a valid     *
      *    issued number, is held out of the file and listed on the    *
      *    control report for correction; an SSN still pending         *
      *    verification is reported with a warning                     *
      * 4. Writes the RW record with the box 12 code D (401(k)) and    *
      *    code AA (Roth 401(k)) deferrals, the retirement plan and    *
      *    third-party sick pay indicators, an RO record for           *
      *    allocated tips, and an RS record for each state and local   *
      *    line TAXRPT built from pay history (TAXW2SL). Without the   *
      *    line file, one RS record is written from the state and      *
      *    local fields on the W-2 extract                             *
      * 5. Closes each employer with its RT (and RU) totals, ends the  *
      *    file with the RF record, and prints the W-3 totals by       *
      *    company and for the submission                              *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC.
       OBJECT-COMPUTER. PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL EFW2-PARM-FILE ASSIGN TO 'EFW2PARM'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS PARM-FILE-STATUS.

           SELECT W2-EXTRACT-FILE ASSIGN TO 'TAXW2'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS W2-FILE-STATUS.

           SELECT OPTIONAL W2-STATE-LINE-FILE ASSIGN TO 'TAXW2SL'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS W2SL-FILE-STATUS.

           SELECT EMPLOYEE-FILE ASSIGN TO 'EMPFILE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMP-ID
           FILE STATUS IS EMP-FILE-STATUS.

           SELECT EFW2-SUBMISSION-FILE ASSIGN TO 'EFW2'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS EFW2-FILE-STATUS.

           SELECT EFW2-REPORT-FILE ASSIGN TO 'EFW2RPT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EFW2-PARM-FILE.
           COPY EFW2PARM.

       FD  W2-EXTRACT-FILE.
           COPY TAXEXTW2 REPLACING ==W2-EXTRACT-RECORD== BY
               ==W2-EXTRACT-RECORD-FILE==.

       FD  W2-STATE-LINE-FILE.
           COPY TAXW2SL REPLACING ==W2-STATE-LINE-RECORD== BY
               ==W2-STATE-LINE-RECORD-FILE==.

       FD  EMPLOYEE-FILE.
           COPY EMPFILE REPLACING ==EMPLOYEE-RECORD== BY
               ==EMPLOYEE-RECORD-FILE==.

       FD  EFW2-SUBMISSION-FILE.
       01  EFW2-RECORD-FILE               PIC X(512).

       FD  EFW2-REPORT-FILE.
           01  REPORT-RECORD                PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  PARM-FILE-STATUS           PIC X(2).
               88  PARM-FILE-SUCCESS      VALUE '00' '05'.
           05  W2-FILE-STATUS             PIC X(2).
               88  W2-FILE-SUCCESS        VALUE '00'.
               88  W2-FILE-EOF            VALUE '10'.
           05  W2SL-FILE-STATUS           PIC X(2).
               88  W2SL-FILE-SUCCESS      VALUE '00'.
               88  W2SL-FILE-MISSING      VALUE '05'.
           05  EMP-FILE-STATUS            PIC X(2).
               88  EMP-FILE-SUCCESS       VALUE '00'.
           05  EFW2-FILE-STATUS           PIC X(2).
               88  EFW2-FILE-SUCCESS      VALUE '00'.
           05  REPORT-FILE-STATUS         PIC X(2).
               88  REPORT-FILE-SUCCESS    VALUE '00'.

       COPY EFW2REC.

       COPY COMPANY.

       COPY STFIPS.

       01  WS-DATE.
           05  WS-RUN-YEAR                 PIC 9(4).
           05  WS-RUN-MONTH                PIC 9(2).
           05  WS-RUN-DAY                  PIC 9(2).

      *****************************************************************
      * Submitter parameters. Without a parameter record the           *
      * submission carries blank contact fields and must be completed  *
      * before upload                                                  *
      *****************************************************************
       01  WS-PARMS.
           05  WS-USER-ID                  PIC X(8) VALUE SPACES.
           05  WS-RESUB-INDICATOR          PIC X(1) VALUE '0'.
           05  WS-RESUB-WFID               PIC X(6) VALUE SPACES.
           05  WS-CONTACT-NAME             PIC X(27) VALUE SPACES.
           05  WS-CONTACT-PHONE            PIC X(15) VALUE SPACES.
           05  WS-CONTACT-EMAIL            PIC X(40) VALUE SPACES.
           05  WS-EMPLOYER-ADDRESS         PIC X(22) VALUE SPACES.
           05  WS-EMPLOYER-CITY            PIC X(22) VALUE SPACES.
           05  WS-EMPLOYER-STATE           PIC X(2) VALUE SPACES.
           05  WS-EMPLOYER-ZIP             PIC X(5) VALUE SPACES.
           05  WS-EMPLOYER-ZIP-EXT         PIC X(4) VALUE SPACES.

      *****************************************************************
      * Company being passed. COMPANY-FEIN-ID is the ACH company       *
      * identification - a '1' followed by the nine-digit EIN - so     *
      * the EIN reported to SSA is its last nine positions             *
      *****************************************************************
       01  WS-CO-INDEX                     PIC 9(3) COMP-3 VALUE ZEROS.
       01  WS-W2-CO-INDEX                  PIC 9(3) COMP-3 VALUE ZEROS.
       01  WS-CO-SEARCH-INDEX              PIC 9(4) COMP-3 VALUE ZEROS.
       01  WS-COMPANY-EIN                  PIC X(9) VALUE SPACES.
       01  WS-EMPLOYER-OPEN-SW             PIC X VALUE 'N'.
           88  WS-EMPLOYER-OPEN            VALUE 'Y'.

      *****************************************************************
      * W-3 totals: entry 1 is the company being passed, entry 2 the   *
      * whole submission                                               *
      *****************************************************************
       01  WS-W3-TABLE.
           05  WS-W3-ENTRY OCCURS 2 TIMES.
               10  WS-W3-FORM-COUNT        PIC 9(7) COMP-3.
               10  WS-W3-RO-COUNT          PIC 9(7) COMP-3.
               10  WS-W3-SICK-PAY-COUNT    PIC 9(7) COMP-3.
               10  WS-W3-HELD-COUNT        PIC 9(7) COMP-3.
               10  WS-W3-PENDING-COUNT     PIC 9(7) COMP-3.
               10  WS-W3-WAGES             PIC 9(11)V99 COMP-3.
               10  WS-W3-FED-TAX           PIC 9(11)V99 COMP-3.
               10  WS-W3-SS-WAGES          PIC 9(11)V99 COMP-3.
               10  WS-W3-SS-TAX            PIC 9(11)V99 COMP-3.
               10  WS-W3-MED-WAGES         PIC 9(11)V99 COMP-3.
               10  WS-W3-MED-TAX           PIC 9(11)V99 COMP-3.
               10  WS-W3-ALLOC-TIPS        PIC 9(11)V99 COMP-3.
               10  WS-W3-CODE-D            PIC 9(11)V99 COMP-3.
               10  WS-W3-CODE-AA           PIC 9(11)V99 COMP-3.
               10  WS-W3-SICK-PAY          PIC 9(11)V99 COMP-3.
               10  WS-W3-STATE-WAGES       PIC 9(11)V99 COMP-3.
               10  WS-W3-STATE-TAX         PIC 9(11)V99 COMP-3.
               10  WS-W3-LOCAL-WAGES       PIC 9(11)V99 COMP-3.
               10  WS-W3-LOCAL-TAX         PIC 9(11)V99 COMP-3.
               10  WS-W3-HELD-WAGES        PIC 9(11)V99 COMP-3.
       01  WS-W3-INDEX                     PIC 9(1) COMP-3 VALUE ZEROS.

       01  WS-SSN-CHECK-AREA.
           05  WS-SSN-CHECK                PIC 9(9) VALUE ZEROS.
           05  WS-SSN-PARTS REDEFINES WS-SSN-CHECK.
               10  WS-SSN-AREA             PIC 9(3).
               10  WS-SSN-GROUP            PIC 9(2).
               10  WS-SSN-SERIAL           PIC 9(4).
           05  WS-SSN-STATUS-SW            PIC X VALUE 'V'.
               88  WS-SSN-RELEASE          VALUE 'V'.
               88  WS-SSN-WARN             VALUE 'W'.
               88  WS-SSN-HOLD             VALUE 'H'.
           05  WS-SSN-REASON               PIC X(40) VALUE SPACES.

       01  WS-WORK-FIELDS.
           05  WS-W2-ZIP                   PIC X(10) VALUE SPACES.
           05  WS-ZIP-5                    PIC X(5) VALUE SPACES.
           05  WS-ZIP-4                    PIC X(4) VALUE SPACES.
           05  WS-FIPS-CODE                PIC 9(2) VALUE ZEROS.
           05  WS-FIPS-INDEX               PIC 9(3) COMP-3 VALUE ZEROS.
           05  WS-MASTER-FOUND-SW          PIC X VALUE 'N'.
               88  WS-MASTER-FOUND         VALUE 'Y'.

      *****************************************************************
      * State and local line being reported on an RS record, and the   *
      * employee's totals over all lines for the W-3                   *
      *****************************************************************
       01  WS-STATE-LINE-WORK.
           05  WS-SL-EOF-SW                PIC X VALUE 'Y'.
               88  WS-SL-EOF               VALUE 'Y'.
           05  WS-SL-EMP-LINES             PIC 9(3) COMP-3 VALUE ZEROS.
           05  WS-RS-STATE-CODE            PIC X(2) VALUE SPACES.
           05  WS-RS-LOCAL-CODE            PIC X(5) VALUE SPACES.
           05  WS-RS-STATE-WAGES           PIC 9(8)V99 COMP-3.
           05  WS-RS-STATE-TAX             PIC 9(7)V99 COMP-3.
           05  WS-RS-LOCAL-WAGES           PIC 9(8)V99 COMP-3.
           05  WS-RS-LOCAL-TAX             PIC 9(7)V99 COMP-3.
           05  WS-EMP-STATE-WAGES          PIC 9(9)V99 COMP-3.
           05  WS-EMP-STATE-TAX            PIC 9(9)V99 COMP-3.
           05  WS-EMP-LOCAL-WAGES          PIC 9(9)V99 COMP-3.
           05  WS-EMP-LOCAL-TAX            PIC 9(9)V99 COMP-3.

       01  WS-RUN-TOTALS.
           05  WS-W2-RECORDS-READ          PIC 9(7) COMP-3 VALUE ZEROS.
           05  WS-RW-RECORDS-WRITTEN       PIC 9(9) COMP-3 VALUE ZEROS.
           05  WS-RS-RECORDS-WRITTEN       PIC 9(7) COMP-3 VALUE ZEROS.
           05  WS-EMPLOYERS-WRITTEN        PIC 9(3) COMP-3 VALUE ZEROS.

       01  WS-REPORT-LINE                  PIC X(132).
       01  WS-ED-AMOUNT                    PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
       01  WS-ED-COUNT                     PIC ZZZ,ZZ9.
       01  WS-ED-SSN-LAST-4                PIC 9(4).

       PROCEDURE DIVISION.
       000-MAIN-PROCESS.
      *****************************************************************
      * Main process coordinates the EFW2 submission run               *
      *****************************************************************
           PERFORM 100-INITIALIZATION
           PERFORM 200-PROCESS-COMPANY
               VARYING WS-CO-INDEX FROM 1 BY 1
               UNTIL WS-CO-INDEX > COMPANY-ENTRY-COUNT
           PERFORM 900-WRAP-UP

           STOP RUN
           .

       100-INITIALIZATION.
      *****************************************************************
      * Load the submitter parameters, open the files, write the RA    *
      * submitter record and the report heading                        *
      *****************************************************************
           DISPLAY 'EFW2 W-2 SUBMISSION STARTED'

           CALL 'COMPLOAD' USING COMPANY-TABLE
           IF NOT COMPANY-TABLE-LOADED
               DISPLAY 'ERROR LOADING COMPANY MASTER - RUN STOPPED'
               STOP RUN
           END-IF

           ACCEPT WS-DATE FROM DATE YYYYMMDD
           OPEN INPUT EFW2-PARM-FILE
           IF PARM-FILE-SUCCESS
               READ EFW2-PARM-FILE
                   AT END
                       DISPLAY 'NO EFW2 PARAMETER RECORD - SUBMITTER '
                               'CONTACT FIELDS LEFT BLANK'
                   NOT AT END
                       MOVE PARM-USER-ID TO WS-USER-ID
                       IF PARM-RESUB-INDICATOR = '1'
                           MOVE '1' TO WS-RESUB-INDICATOR
                           MOVE PARM-RESUB-WFID TO WS-RESUB-WFID
                       END-IF
                       MOVE PARM-CONTACT-NAME TO WS-CONTACT-NAME
                       MOVE PARM-CONTACT-PHONE TO WS-CONTACT-PHONE
                       MOVE PARM-CONTACT-EMAIL TO WS-CONTACT-EMAIL
                       MOVE PARM-ADDRESS TO WS-EMPLOYER-ADDRESS
                       MOVE PARM-CITY TO WS-EMPLOYER-CITY
                       MOVE PARM-STATE TO WS-EMPLOYER-STATE
                       MOVE PARM-ZIP TO WS-EMPLOYER-ZIP
                       MOVE PARM-ZIP-EXTENSION TO WS-EMPLOYER-ZIP-EXT
               END-READ
               CLOSE EFW2-PARM-FILE
           END-IF

           OPEN INPUT EMPLOYEE-FILE
           IF NOT EMP-FILE-SUCCESS
               DISPLAY 'ERROR OPENING EMPLOYEE FILE: ' EMP-FILE-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT EFW2-SUBMISSION-FILE
           IF NOT EFW2-FILE-SUCCESS
               DISPLAY 'ERROR OPENING EFW2 FILE: ' EFW2-FILE-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT EFW2-REPORT-FILE

           MOVE 2 TO WS-W3-INDEX
           PERFORM 810-CLEAR-W3-TOTALS

           PERFORM 110-WRITE-SUBMITTER

           MOVE SPACES TO WS-REPORT-LINE
           STRING 'SSA EFW2 W-2 SUBMISSION CONTROL REPORT - RUN DATE '
                  WS-RUN-YEAR '-' WS-RUN-MONTH '-' WS-RUN-DAY
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE ALL '-' TO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           .

       110-WRITE-SUBMITTER.
      *****************************************************************
      * RA submitter record. The submitter is the first company on     *
      * the COMPANY table, filing for itself and any other companies   *
      *****************************************************************
           MOVE SPACES TO EFW2-RA-RECORD
           MOVE 'RA' TO RA-RECORD-ID
           MOVE COMPANY-FEIN-ID (1) (2:9) TO WS-COMPANY-EIN
           MOVE WS-COMPANY-EIN TO RA-SUBMITTER-EIN
           MOVE WS-USER-ID TO RA-USER-ID
           MOVE WS-RESUB-INDICATOR TO RA-RESUB-INDICATOR
           MOVE WS-RESUB-WFID TO RA-RESUB-WFID
      **** 98 = software developed in-house ****
           MOVE '98' TO RA-SOFTWARE-CODE
           MOVE COMPANY-NAME (1) TO RA-COMPANY-NAME
           MOVE WS-EMPLOYER-ADDRESS TO RA-DELIVERY-ADDRESS
           MOVE WS-EMPLOYER-CITY TO RA-CITY
           MOVE WS-EMPLOYER-STATE TO RA-STATE
           MOVE WS-EMPLOYER-ZIP TO RA-ZIP
           MOVE WS-EMPLOYER-ZIP-EXT TO RA-ZIP-EXTENSION
           MOVE COMPANY-NAME (1) TO RA-SUBMITTER-NAME
           MOVE WS-EMPLOYER-ADDRESS TO RA-SUB-DELIVERY-ADDRESS
           MOVE WS-EMPLOYER-CITY TO RA-SUB-CITY
           MOVE WS-EMPLOYER-STATE TO RA-SUB-STATE
           MOVE WS-EMPLOYER-ZIP TO RA-SUB-ZIP
           MOVE WS-EMPLOYER-ZIP-EXT TO RA-SUB-ZIP-EXTENSION
           MOVE WS-CONTACT-NAME TO RA-CONTACT-NAME
           MOVE WS-CONTACT-PHONE TO RA-CONTACT-PHONE
           MOVE WS-CONTACT-EMAIL TO RA-CONTACT-EMAIL
      **** L = self-prepared ****
           MOVE 'L' TO RA-PREPARER-CODE
           WRITE EFW2-RECORD-FILE FROM EFW2-RA-RECORD
           .

       200-PROCESS-COMPANY.
      *****************************************************************
      * Pass the W-2 extract for one company. The RE employer record   *
      * is written ahead of the company's first released W-2, so a     *
      * company with no W-2s is not reported; its RT (and RU) totals   *
      * follow its last                                                *
      *****************************************************************
           MOVE 1 TO WS-W3-INDEX
           PERFORM 810-CLEAR-W3-TOTALS
           MOVE 'N' TO WS-EMPLOYER-OPEN-SW
           MOVE COMPANY-FEIN-ID (WS-CO-INDEX) (2:9) TO WS-COMPANY-EIN

           OPEN INPUT W2-EXTRACT-FILE
           IF NOT W2-FILE-SUCCESS
               DISPLAY 'ERROR OPENING W2 EXTRACT FILE: ' W2-FILE-STATUS
               STOP RUN
           END-IF

           MOVE 'Y' TO WS-SL-EOF-SW
           OPEN INPUT W2-STATE-LINE-FILE
           IF W2SL-FILE-SUCCESS
               MOVE 'N' TO WS-SL-EOF-SW
               PERFORM 356-READ-STATE-LINE
           END-IF

           PERFORM UNTIL W2-FILE-EOF
               READ W2-EXTRACT-FILE
                   AT END
                       SET W2-FILE-EOF TO TRUE
                   NOT AT END
                       PERFORM 210-RESOLVE-W2-COMPANY
                       IF WS-W2-CO-INDEX = WS-CO-INDEX
                           PERFORM 300-PROCESS-W2
                       END-IF
               END-READ
           END-PERFORM
           CLOSE W2-EXTRACT-FILE
           IF W2SL-FILE-SUCCESS OR W2SL-FILE-MISSING
               CLOSE W2-STATE-LINE-FILE
           END-IF

           IF WS-EMPLOYER-OPEN
               PERFORM 500-WRITE-EMPLOYER-TOTALS
           END-IF
           IF WS-EMPLOYER-OPEN OR WS-W3-HELD-COUNT (1) > ZEROS
               PERFORM 800-PRINT-W3-TOTALS
           END-IF
           .

       210-RESOLVE-W2-COMPANY.
      *****************************************************************
      * Find the W-2's company on the COMPANY table. A blank or        *
      * unknown company code belongs to the first company              *
      *****************************************************************
           MOVE 1 TO WS-W2-CO-INDEX
           PERFORM VARYING WS-CO-SEARCH-INDEX FROM 1 BY 1
                   UNTIL WS-CO-SEARCH-INDEX > COMPANY-ENTRY-COUNT
               IF COMPANY-CODE (WS-CO-SEARCH-INDEX) =
                       W2-COMPANY-CODE IN W2-EXTRACT-RECORD-FILE
                   MOVE WS-CO-SEARCH-INDEX TO WS-W2-CO-INDEX
                   MOVE 999 TO WS-CO-SEARCH-INDEX
               END-IF
           END-PERFORM
           IF WS-CO-INDEX = 1
               ADD 1 TO WS-W2-RECORDS-READ
           END-IF
           .

       300-PROCESS-W2.
      *****************************************************************
      * Validate the SSN and, unless the W-2 is held, write its RW,    *
      * RO and RS records and add it to the W-3 totals                 *
      *****************************************************************
           PERFORM 310-VALIDATE-SSN
           PERFORM 355-SKIP-STATE-LINES

           IF WS-SSN-HOLD
               ADD 1 TO WS-W3-HELD-COUNT (1)
                        WS-W3-HELD-COUNT (2)
               ADD W2-WAGES-TIPS-OTHER IN W2-EXTRACT-RECORD-FILE
                   TO WS-W3-HELD-WAGES (1)
                      WS-W3-HELD-WAGES (2)
               PERFORM 320-PRINT-SSN-EXCEPTION
           ELSE
               IF WS-SSN-WARN
                   ADD 1 TO WS-W3-PENDING-COUNT (1)
                            WS-W3-PENDING-COUNT (2)
                   PERFORM 320-PRINT-SSN-EXCEPTION
               END-IF
               IF NOT WS-EMPLOYER-OPEN
                   PERFORM 400-WRITE-EMPLOYER
               END-IF
               PERFORM 330-SPLIT-ZIP
               PERFORM 340-WRITE-EMPLOYEE-WAGE
               IF W2-ALLOCATED-TIPS IN W2-EXTRACT-RECORD-FILE
                       > ZEROS
                   PERFORM 350-WRITE-EMPLOYEE-OPTIONAL
               END-IF
               PERFORM 358-WRITE-STATE-LINES
               MOVE 1 TO WS-W3-INDEX
               PERFORM 820-ADD-W3-TOTALS
               MOVE 2 TO WS-W3-INDEX
               PERFORM 820-ADD-W3-TOTALS
           END-IF
           .

       310-VALIDATE-SSN.
      *****************************************************************
      * Decide whether the W-2 can be released. SSA rejects an SSN     *
      * with area 000, 666 or 900-999, group 00 or serial 0000, and a  *
      * name/SSN pair its verification service reported as a          *
      * mismatch will not post to the employee's earnings record.      *
      * Either holds the W-2 for correction. A pending verification    *
      * is released with a warning                                     *
      *****************************************************************
           MOVE 'V' TO WS-SSN-STATUS-SW
           MOVE SPACES TO WS-SSN-REASON

           IF W2-EMP-SSN IN W2-EXTRACT-RECORD-FILE IS NOT NUMERIC
               MOVE 'H' TO WS-SSN-STATUS-SW
               MOVE 'SSN NOT NUMERIC' TO WS-SSN-REASON
           ELSE
               MOVE W2-EMP-SSN IN W2-EXTRACT-RECORD-FILE
                   TO WS-SSN-CHECK
               EVALUATE TRUE
                   WHEN WS-SSN-AREA = ZEROS
                     OR WS-SSN-AREA = 666
                     OR WS-SSN-AREA >= 900
                       MOVE 'H' TO WS-SSN-STATUS-SW
                       MOVE 'INVALID SSN AREA NUMBER' TO WS-SSN-REASON
                   WHEN WS-SSN-GROUP = ZEROS
                       MOVE 'H' TO WS-SSN-STATUS-SW
                       MOVE 'INVALID SSN GROUP NUMBER'
                           TO WS-SSN-REASON
                   WHEN WS-SSN-SERIAL = ZEROS
                       MOVE 'H' TO WS-SSN-STATUS-SW
                       MOVE 'INVALID SSN SERIAL NUMBER'
                           TO WS-SSN-REASON
               END-EVALUATE
           END-IF
           IF NOT WS-SSN-HOLD
               PERFORM 315-CHECK-VERIFY-STATUS
           END-IF
           .

       315-CHECK-VERIFY-STATUS.
      *****************************************************************
      * Apply the SSA verification status from the employee master     *
      *****************************************************************
           MOVE 'N' TO WS-MASTER-FOUND-SW
           MOVE W2-EMP-ID IN W2-EXTRACT-RECORD-FILE
               TO EMP-ID IN EMPLOYEE-RECORD-FILE
           READ EMPLOYEE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-MASTER-FOUND-SW
           END-READ

           IF NOT WS-MASTER-FOUND
               MOVE 'W' TO WS-SSN-STATUS-SW
               MOVE 'NOT ON EMPLOYEE MASTER - SSN STATUS UNKNOWN'
                   TO WS-SSN-REASON
           ELSE
               IF EMP-SSN-MISMATCH IN EMPLOYEE-RECORD-FILE
                   MOVE 'H' TO WS-SSN-STATUS-SW
                   MOVE 'SSA VERIFICATION MISMATCH' TO WS-SSN-REASON
               ELSE
                   IF EMP-SSN-PENDING IN EMPLOYEE-RECORD-FILE
                       MOVE 'W' TO WS-SSN-STATUS-SW
                       MOVE 'SSA VERIFICATION PENDING'
                           TO WS-SSN-REASON
                   END-IF
               END-IF
           END-IF
           .

       320-PRINT-SSN-EXCEPTION.
      *****************************************************************
      * List a held or warned W-2 on the control report. Only the last *
      * four digits of the SSN are printed                             *
      *****************************************************************
           IF W2-EMP-SSN IN W2-EXTRACT-RECORD-FILE IS NUMERIC
               MOVE WS-SSN-SERIAL TO WS-ED-SSN-LAST-4
           ELSE
               MOVE ZEROS TO WS-ED-SSN-LAST-4
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-SSN-HOLD
               MOVE W2-WAGES-TIPS-OTHER IN W2-EXTRACT-RECORD-FILE
                   TO WS-ED-AMOUNT
               STRING 'HELD     CO ' COMPANY-CODE (WS-CO-INDEX)
                      '  EMP ' W2-EMP-ID IN W2-EXTRACT-RECORD-FILE
                      '  ' W2-EMP-LAST-NAME IN W2-EXTRACT-RECORD-FILE
                      ' ' W2-EMP-FIRST-NAME IN W2-EXTRACT-RECORD-FILE
                      '  SSN XXX-XX-' WS-ED-SSN-LAST-4
                      '  ' WS-SSN-REASON
                      ' BOX 1' WS-ED-AMOUNT
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
               STRING 'WARNING  CO ' COMPANY-CODE (WS-CO-INDEX)
                      '  EMP ' W2-EMP-ID IN W2-EXTRACT-RECORD-FILE
                      '  ' W2-EMP-LAST-NAME IN W2-EXTRACT-RECORD-FILE
                      ' ' W2-EMP-FIRST-NAME IN W2-EXTRACT-RECORD-FILE
                      '  SSN XXX-XX-' WS-ED-SSN-LAST-4
                      '  ' WS-SSN-REASON
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           .

       330-SPLIT-ZIP.
      *****************************************************************
      * Split the employee's ZIP into the five-digit code and the      *
      * four-digit extension, with or without the hyphen               *
      *****************************************************************
           MOVE W2-EMP-ZIP IN W2-EXTRACT-RECORD-FILE TO WS-W2-ZIP
           MOVE WS-W2-ZIP (1:5) TO WS-ZIP-5
           MOVE SPACES TO WS-ZIP-4
           IF WS-W2-ZIP (6:1) = '-'
               MOVE WS-W2-ZIP (7:4) TO WS-ZIP-4
           ELSE
               IF WS-W2-ZIP (6:4) IS NUMERIC
                   MOVE WS-W2-ZIP (6:4) TO WS-ZIP-4
               END-IF
           END-IF
           .

       340-WRITE-EMPLOYEE-WAGE.
      *****************************************************************
      * RW employee wage record: boxes 1-6, box 12 code D (401(k))     *
      * and code AA (Roth 401(k)), the box 13 retirement plan          *
      * indicator for an employee deferring into either, and the box   *
      * 13 third-party sick pay indicator                              *
      *****************************************************************
           MOVE SPACES TO EFW2-RW-RECORD
           MOVE 'RW' TO RW-RECORD-ID
           MOVE W2-EMP-SSN IN W2-EXTRACT-RECORD-FILE
               TO RW-EMPLOYEE-SSN
           MOVE W2-EMP-FIRST-NAME IN W2-EXTRACT-RECORD-FILE
               TO RW-FIRST-NAME
           MOVE W2-EMP-LAST-NAME IN W2-EXTRACT-RECORD-FILE
               TO RW-LAST-NAME
           MOVE W2-EMP-ADDRESS-LINE-1 IN W2-EXTRACT-RECORD-FILE
               TO RW-DELIVERY-ADDRESS
           MOVE W2-EMP-CITY IN W2-EXTRACT-RECORD-FILE TO RW-CITY
           MOVE W2-EMP-STATE IN W2-EXTRACT-RECORD-FILE TO RW-STATE
           MOVE WS-ZIP-5 TO RW-ZIP
           MOVE WS-ZIP-4 TO RW-ZIP-EXTENSION

           MOVE ZEROS TO RW-SOCIAL-SEC-TIPS
                         RW-DEPENDENT-CARE
                         RW-CODE-E-403B
                         RW-CODE-F-408K6
                         RW-CODE-G-457B
                         RW-CODE-H-501C18D
                         RW-NONQUAL-457
                         RW-CODE-W-HSA
                         RW-NONQUAL-NOT-457
                         RW-CODE-Q-COMBAT
                         RW-CODE-C-GROUP-LIFE
                         RW-CODE-V-NQSO
                         RW-CODE-Y-409A
                         RW-CODE-BB-ROTH-403B
                         RW-CODE-DD-HEALTH
                         RW-CODE-FF-QSEHRA
           COMPUTE RW-WAGES-TIPS-OTHER =
               W2-WAGES-TIPS-OTHER IN W2-EXTRACT-RECORD-FILE * 100
           COMPUTE RW-FEDERAL-TAX-WITHHELD =
               W2-FEDERAL-TAX-WITHHELD IN W2-EXTRACT-RECORD-FILE * 100
           COMPUTE RW-SOCIAL-SEC-WAGES =
               W2-SOCIAL-SEC-WAGES IN W2-EXTRACT-RECORD-FILE * 100
           COMPUTE RW-SOCIAL-SEC-WITHHELD =
               W2-SOCIAL-SEC-WITHHELD IN W2-EXTRACT-RECORD-FILE * 100
           COMPUTE RW-MEDICARE-WAGES =
               W2-MEDICARE-WAGES IN W2-EXTRACT-RECORD-FILE * 100
           COMPUTE RW-MEDICARE-WITHHELD =
               W2-MEDICARE-WITHHELD IN W2-EXTRACT-RECORD-FILE * 100
           COMPUTE RW-CODE-D-401K =
               W2-401K-DEFERRAL IN W2-EXTRACT-RECORD-FILE * 100
           COMPUTE RW-CODE-AA-ROTH-401K =
               W2-401K-ROTH-DEFERRAL IN W2-EXTRACT-RECORD-FILE * 100

           MOVE '0' TO RW-STATUTORY-EMPLOYEE
           IF W2-401K-DEFERRAL IN W2-EXTRACT-RECORD-FILE > ZEROS
               OR W2-401K-ROTH-DEFERRAL IN W2-EXTRACT-RECORD-FILE
                   > ZEROS
               MOVE '1' TO RW-RETIREMENT-PLAN
           ELSE
               MOVE '0' TO RW-RETIREMENT-PLAN
           END-IF
           IF W2-THIRD-PARTY-SICK-PAY IN W2-EXTRACT-RECORD-FILE
                   > ZEROS
               MOVE '1' TO RW-THIRD-PARTY-SICK-PAY
           ELSE
               MOVE '0' TO RW-THIRD-PARTY-SICK-PAY
           END-IF

           WRITE EFW2-RECORD-FILE FROM EFW2-RW-RECORD
           IF NOT EFW2-FILE-SUCCESS
               DISPLAY 'ERROR WRITING EFW2 RW RECORD: '
                       EFW2-FILE-STATUS
           ELSE
               ADD 1 TO WS-RW-RECORDS-WRITTEN
           END-IF
           .

       350-WRITE-EMPLOYEE-OPTIONAL.
      *****************************************************************
      * RO employee optional record for box 8 allocated tips           *
      *****************************************************************
           MOVE SPACES TO EFW2-RO-RECORD
           MOVE 'RO' TO RO-RECORD-ID
           MOVE ZEROS TO RO-UNCOLLECTED-TAX-TIPS
                         RO-CODE-R-MSA
                         RO-CODE-S-SIMPLE
                         RO-CODE-T-ADOPTION
                         RO-CODE-M-UNCOLL-SS-GTL
                         RO-CODE-N-UNCOLL-MED-GTL
                         RO-CODE-Z-409A-INCOME
                         RO-CODE-EE-ROTH-457B
                         RO-CODE-GG-83I-GRANT
                         RO-CODE-HH-83I-DEFERRAL
           COMPUTE RO-ALLOCATED-TIPS =
               W2-ALLOCATED-TIPS IN W2-EXTRACT-RECORD-FILE * 100
           WRITE EFW2-RECORD-FILE FROM EFW2-RO-RECORD
           ADD 1 TO WS-W3-RO-COUNT (1)
                    WS-W3-RO-COUNT (2)
           .

       355-SKIP-STATE-LINES.
      *****************************************************************
      * The line file is in W-2 extract order. Pass over the lines of  *
      * employees ahead of this W-2 - other companies' employees - so  *
      * the next line is this employee's first, if it has any          *
      *****************************************************************
           PERFORM UNTIL WS-SL-EOF
                   OR W2SL-EMP-ID >= W2-EMP-ID IN W2-EXTRACT-RECORD-FILE
               PERFORM 356-READ-STATE-LINE
           END-PERFORM
           .

       356-READ-STATE-LINE.
      *****************************************************************
      * Read the next state and local line                             *
      *****************************************************************
           READ W2-STATE-LINE-FILE
               AT END
                   MOVE 'Y' TO WS-SL-EOF-SW
           END-READ
           .

       358-WRITE-STATE-LINES.
      *****************************************************************
      * One RS record per state and local line for the employee. A     *
      * W-2 with no lines on file falls back to the state and local    *
      * fields on the extract record                                   *
      *****************************************************************
           MOVE ZEROS TO WS-SL-EMP-LINES
                         WS-EMP-STATE-WAGES
                         WS-EMP-STATE-TAX
                         WS-EMP-LOCAL-WAGES
                         WS-EMP-LOCAL-TAX
           PERFORM UNTIL WS-SL-EOF
                   OR W2SL-EMP-ID NOT =
                      W2-EMP-ID IN W2-EXTRACT-RECORD-FILE
               ADD 1 TO WS-SL-EMP-LINES
               MOVE W2SL-STATE-CODE TO WS-RS-STATE-CODE
               MOVE W2SL-LOCAL-CODE TO WS-RS-LOCAL-CODE
               MOVE W2SL-STATE-WAGES TO WS-RS-STATE-WAGES
               MOVE W2SL-STATE-TAX-WITHHELD TO WS-RS-STATE-TAX
               MOVE W2SL-LOCAL-WAGES TO WS-RS-LOCAL-WAGES
               MOVE W2SL-LOCAL-TAX-WITHHELD TO WS-RS-LOCAL-TAX
               PERFORM 360-WRITE-STATE
               PERFORM 356-READ-STATE-LINE
           END-PERFORM

           IF WS-SL-EMP-LINES = ZEROS
               AND W2-STATE-CODE IN W2-EXTRACT-RECORD-FILE
                   NOT = SPACES
               MOVE W2-STATE-CODE IN W2-EXTRACT-RECORD-FILE
                   TO WS-RS-STATE-CODE
               MOVE SPACES TO WS-RS-LOCAL-CODE
               MOVE W2-STATE-WAGES IN W2-EXTRACT-RECORD-FILE
                   TO WS-RS-STATE-WAGES
               MOVE W2-STATE-TAX-WITHHELD IN W2-EXTRACT-RECORD-FILE
                   TO WS-RS-STATE-TAX
               MOVE W2-LOCAL-WAGES IN W2-EXTRACT-RECORD-FILE
                   TO WS-RS-LOCAL-WAGES
               MOVE W2-LOCAL-TAX-WITHHELD IN W2-EXTRACT-RECORD-FILE
                   TO WS-RS-LOCAL-TAX
               PERFORM 360-WRITE-STATE
           END-IF
           .

       360-WRITE-STATE.
      *****************************************************************
      * RS state record for boxes 15-19. SSA and the states identify   *
      * the state by its FIPS numeric code; a state code not on the    *
      * FIPS table is reported as 00 and listed on the control report  *
      *****************************************************************
           ADD WS-RS-STATE-WAGES TO WS-EMP-STATE-WAGES
           ADD WS-RS-STATE-TAX TO WS-EMP-STATE-TAX
           ADD WS-RS-LOCAL-WAGES TO WS-EMP-LOCAL-WAGES
           ADD WS-RS-LOCAL-TAX TO WS-EMP-LOCAL-TAX
           MOVE ZEROS TO WS-FIPS-CODE
           PERFORM VARYING WS-FIPS-INDEX FROM 1 BY 1
                   UNTIL WS-FIPS-INDEX > STATE-FIPS-ENTRY-COUNT
               IF STATE-FIPS-POSTAL (WS-FIPS-INDEX) =
                       WS-RS-STATE-CODE
                   MOVE STATE-FIPS-CODE (WS-FIPS-INDEX)
                       TO WS-FIPS-CODE
                   MOVE 99 TO WS-FIPS-INDEX
               END-IF
           END-PERFORM
           IF WS-FIPS-CODE = ZEROS
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'WARNING  CO ' COMPANY-CODE (WS-CO-INDEX)
                      '  EMP ' W2-EMP-ID IN W2-EXTRACT-RECORD-FILE
                      '  STATE CODE ' WS-RS-STATE-CODE
                      ' HAS NO FIPS CODE - RS RECORD CARRIES 00'
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE REPORT-RECORD FROM WS-REPORT-LINE
           END-IF

           MOVE SPACES TO EFW2-RS-RECORD
           MOVE 'RS' TO RS-RECORD-ID
           MOVE WS-FIPS-CODE TO RS-STATE-CODE
           MOVE WS-RS-LOCAL-CODE TO RS-TAXING-ENTITY
           MOVE W2-EMP-SSN IN W2-EXTRACT-RECORD-FILE
               TO RS-EMPLOYEE-SSN
           MOVE W2-EMP-FIRST-NAME IN W2-EXTRACT-RECORD-FILE
               TO RS-FIRST-NAME
           MOVE W2-EMP-LAST-NAME IN W2-EXTRACT-RECORD-FILE
               TO RS-LAST-NAME
           MOVE W2-EMP-ADDRESS-LINE-1 IN W2-EXTRACT-RECORD-FILE
               TO RS-DELIVERY-ADDRESS
           MOVE W2-EMP-CITY IN W2-EXTRACT-RECORD-FILE TO RS-CITY
           MOVE W2-EMP-STATE IN W2-EXTRACT-RECORD-FILE TO RS-STATE
           MOVE WS-ZIP-5 TO RS-ZIP
           MOVE WS-ZIP-4 TO RS-ZIP-EXTENSION
           MOVE ZEROS TO RS-SUI-TOTAL-WAGES
                         RS-SUI-TAXABLE-WAGES
           MOVE WS-FIPS-CODE TO RS-INCOME-STATE-CODE
           COMPUTE RS-STATE-TAXABLE-WAGES = WS-RS-STATE-WAGES * 100
           COMPUTE RS-STATE-INCOME-TAX = WS-RS-STATE-TAX * 100
           COMPUTE RS-LOCAL-TAXABLE-WAGES = WS-RS-LOCAL-WAGES * 100
           COMPUTE RS-LOCAL-INCOME-TAX = WS-RS-LOCAL-TAX * 100
      **** C = city income tax ****
           IF WS-RS-LOCAL-WAGES > ZEROS
               MOVE 'C' TO RS-TAX-TYPE-CODE
           END-IF
           WRITE EFW2-RECORD-FILE FROM EFW2-RS-RECORD
           ADD 1 TO WS-RS-RECORDS-WRITTEN
           .

       400-WRITE-EMPLOYER.
      *****************************************************************
      * RE employer record for the company being passed, at the        *
      * company's address on the company master; a company with no     *
      * address on the master is reported at the submitter parameter   *
      * address                                                        *
      *****************************************************************
           MOVE SPACES TO EFW2-RE-RECORD
           MOVE 'RE' TO RE-RECORD-ID
           MOVE W2-TAX-YEAR IN W2-EXTRACT-RECORD-FILE TO RE-TAX-YEAR
           MOVE WS-COMPANY-EIN TO RE-EMPLOYER-EIN
           MOVE '0' TO RE-TERMINATING-BUSINESS
           MOVE COMPANY-NAME (WS-CO-INDEX) TO RE-EMPLOYER-NAME
           IF COMPANY-STREET-ADDRESS (WS-CO-INDEX) NOT = SPACES
               MOVE COMPANY-STREET-ADDRESS (WS-CO-INDEX) TO
                   RE-DELIVERY-ADDRESS
               MOVE COMPANY-CITY (WS-CO-INDEX) TO RE-CITY
               MOVE COMPANY-STATE (WS-CO-INDEX) TO RE-STATE
               MOVE COMPANY-ZIP (WS-CO-INDEX) TO RE-ZIP
               MOVE COMPANY-ZIP-EXTENSION (WS-CO-INDEX) TO
                   RE-ZIP-EXTENSION
           ELSE
               MOVE WS-EMPLOYER-ADDRESS TO RE-DELIVERY-ADDRESS
               MOVE WS-EMPLOYER-CITY TO RE-CITY
               MOVE WS-EMPLOYER-STATE TO RE-STATE
               MOVE WS-EMPLOYER-ZIP TO RE-ZIP
               MOVE WS-EMPLOYER-ZIP-EXT TO RE-ZIP-EXTENSION
           END-IF
      **** N = none of the special kinds of employer apply ****
           MOVE 'N' TO RE-KIND-OF-EMPLOYER
      **** R = regular (Form 941) employment ****
           MOVE 'R' TO RE-EMPLOYMENT-CODE
           MOVE '0' TO RE-THIRD-PARTY-SICK-IND
           MOVE WS-CONTACT-NAME TO RE-CONTACT-NAME
           MOVE WS-CONTACT-PHONE TO RE-CONTACT-PHONE
           MOVE WS-CONTACT-EMAIL TO RE-CONTACT-EMAIL
           WRITE EFW2-RECORD-FILE FROM EFW2-RE-RECORD
           MOVE 'Y' TO WS-EMPLOYER-OPEN-SW
           ADD 1 TO WS-EMPLOYERS-WRITTEN
           .

       500-WRITE-EMPLOYER-TOTALS.
      *****************************************************************
      * RT total record for the employer's RW records and, when RO     *
      * records were written, the RU total optional record             *
      *****************************************************************
           MOVE SPACES TO EFW2-RT-RECORD
           MOVE 'RT' TO RT-RECORD-ID
           MOVE ZEROS TO RT-SOCIAL-SEC-TIPS
                         RT-DEPENDENT-CARE
                         RT-CODE-E-403B
                         RT-CODE-F-408K6
                         RT-CODE-G-457B
                         RT-CODE-H-501C18D
                         RT-NONQUAL-457
                         RT-CODE-W-HSA
                         RT-NONQUAL-NOT-457
                         RT-CODE-Q-COMBAT
                         RT-CODE-C-GROUP-LIFE
                         RT-THIRD-PARTY-SICK-TAX
                         RT-CODE-V-NQSO
                         RT-CODE-Y-409A
                         RT-CODE-BB-ROTH-403B
                         RT-CODE-DD-HEALTH
           MOVE WS-W3-FORM-COUNT (1) TO RT-RW-COUNT
           COMPUTE RT-WAGES-TIPS-OTHER = WS-W3-WAGES (1) * 100
           COMPUTE RT-FEDERAL-TAX-WITHHELD = WS-W3-FED-TAX (1) * 100
           COMPUTE RT-SOCIAL-SEC-WAGES = WS-W3-SS-WAGES (1) * 100
           COMPUTE RT-SOCIAL-SEC-WITHHELD = WS-W3-SS-TAX (1) * 100
           COMPUTE RT-MEDICARE-WAGES = WS-W3-MED-WAGES (1) * 100
           COMPUTE RT-MEDICARE-WITHHELD = WS-W3-MED-TAX (1) * 100
           COMPUTE RT-CODE-D-401K = WS-W3-CODE-D (1) * 100
           COMPUTE RT-CODE-AA-ROTH-401K = WS-W3-CODE-AA (1) * 100
           WRITE EFW2-RECORD-FILE FROM EFW2-RT-RECORD

           IF WS-W3-RO-COUNT (1) > ZEROS
               MOVE SPACES TO EFW2-RU-RECORD
               MOVE 'RU' TO RU-RECORD-ID
               MOVE ZEROS TO RU-UNCOLLECTED-TAX-TIPS
                             RU-CODE-R-MSA
                             RU-CODE-S-SIMPLE
                             RU-CODE-T-ADOPTION
                             RU-CODE-M-UNCOLL-SS-GTL
                             RU-CODE-N-UNCOLL-MED-GTL
                             RU-CODE-Z-409A-INCOME
                             RU-CODE-EE-ROTH-457B
                             RU-CODE-GG-83I-GRANT
                             RU-CODE-HH-83I-DEFERRAL
               MOVE WS-W3-RO-COUNT (1) TO RU-RO-COUNT
               COMPUTE RU-ALLOCATED-TIPS = WS-W3-ALLOC-TIPS (1) * 100
               WRITE EFW2-RECORD-FILE FROM EFW2-RU-RECORD
           END-IF
           .

       800-PRINT-W3-TOTALS.
      *****************************************************************
      * Print the W-3 transmittal totals for the company being passed  *
      * (entry 1) or the whole submission (entry 2)                    *
      *****************************************************************
           MOVE SPACES TO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-W3-INDEX = 1
               STRING 'W-3 TOTALS - COMPANY ' COMPANY-CODE (WS-CO-INDEX)
                      ' ' COMPANY-NAME (WS-CO-INDEX)
                      '  EIN ' WS-COMPANY-EIN
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
               STRING 'W-3 TOTALS - ALL EMPLOYERS IN SUBMISSION'
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF
           WRITE REPORT-RECORD FROM WS-REPORT-LINE

           MOVE WS-W3-FORM-COUNT (WS-W3-INDEX) TO WS-ED-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  BOX C  W-2 FORMS SUBMITTED             '
                  WS-ED-COUNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE

           MOVE WS-W3-WAGES (WS-W3-INDEX) TO WS-ED-AMOUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  BOX 1  WAGES, TIPS, OTHER COMPENSATION '
                  WS-ED-AMOUNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE

           MOVE WS-W3-FED-TAX (WS-W3-INDEX) TO WS-ED-AMOUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  BOX 2  FEDERAL INCOME TAX WITHHELD     '
                  WS-ED-AMOUNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE

           MOVE WS-W3-SS-WAGES (WS-W3-INDEX) TO WS-ED-AMOUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  BOX 3  SOCIAL SECURITY WAGES           '
                  WS-ED-AMOUNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE

           MOVE WS-W3-SS-TAX (WS-W3-INDEX) TO WS-ED-AMOUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  BOX 4  SOCIAL SECURITY TAX WITHHELD    '
                  WS-ED-AMOUNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE

           MOVE WS-W3-MED-WAGES (WS-W3-INDEX) TO WS-ED-AMOUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  BOX 5  MEDICARE WAGES AND TIPS         '
                  WS-ED-AMOUNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE

           MOVE WS-W3-MED-TAX (WS-W3-INDEX) TO WS-ED-AMOUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  BOX 6  MEDICARE TAX WITHHELD           '
                  WS-ED-AMOUNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE

           MOVE WS-W3-ALLOC-TIPS (WS-W3-INDEX) TO WS-ED-AMOUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  BOX 8  ALLOCATED TIPS                  '
                  WS-ED-AMOUNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE

           COMPUTE WS-ED-AMOUNT = WS-W3-CODE-D (WS-W3-INDEX)
                                + WS-W3-CODE-AA (WS-W3-INDEX)
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  BOX 12A DEFERRED COMPENSATION          '
                  WS-ED-AMOUNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE

           MOVE WS-W3-CODE-D (WS-W3-INDEX) TO WS-ED-AMOUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING '           CODE D  - 401(K)              '
                  WS-ED-AMOUNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE

           MOVE WS-W3-CODE-AA (WS-W3-INDEX) TO WS-ED-AMOUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING '           CODE AA - ROTH 401(K)         '
                  WS-ED-AMOUNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE

           MOVE WS-W3-SICK-PAY-COUNT (WS-W3-INDEX) TO WS-ED-COUNT
           MOVE WS-W3-SICK-PAY (WS-W3-INDEX) TO WS-ED-AMOUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  BOX 13 THIRD-PARTY SICK PAY W-2S       '
                  WS-ED-COUNT '  SICK PAY' WS-ED-AMOUNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE

           MOVE WS-W3-STATE-WAGES (WS-W3-INDEX) TO WS-ED-AMOUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  BOX 16 STATE WAGES, TIPS, ETC.         '
                  WS-ED-AMOUNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE

           MOVE WS-W3-STATE-TAX (WS-W3-INDEX) TO WS-ED-AMOUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  BOX 17 STATE INCOME TAX                '
                  WS-ED-AMOUNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE

           MOVE WS-W3-LOCAL-WAGES (WS-W3-INDEX) TO WS-ED-AMOUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  BOX 18 LOCAL WAGES, TIPS, ETC.         '
                  WS-ED-AMOUNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE

           MOVE WS-W3-LOCAL-TAX (WS-W3-INDEX) TO WS-ED-AMOUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  BOX 19 LOCAL INCOME TAX                '
                  WS-ED-AMOUNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE

           MOVE WS-W3-PENDING-COUNT (WS-W3-INDEX) TO WS-ED-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  W-2S SUBMITTED WITH SSN WARNING        '
                  WS-ED-COUNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE

           MOVE WS-W3-HELD-COUNT (WS-W3-INDEX) TO WS-ED-COUNT
           MOVE WS-W3-HELD-WAGES (WS-W3-INDEX) TO WS-ED-AMOUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  W-2S HELD FOR SSN CORRECTION           '
                  WS-ED-COUNT '  BOX 1   ' WS-ED-AMOUNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           .

       810-CLEAR-W3-TOTALS.
      *****************************************************************
      * Clear one W-3 totals entry                                     *
      *****************************************************************
           MOVE ZEROS TO WS-W3-FORM-COUNT (WS-W3-INDEX)
                         WS-W3-RO-COUNT (WS-W3-INDEX)
                         WS-W3-SICK-PAY-COUNT (WS-W3-INDEX)
                         WS-W3-HELD-COUNT (WS-W3-INDEX)
                         WS-W3-PENDING-COUNT (WS-W3-INDEX)
                         WS-W3-WAGES (WS-W3-INDEX)
                         WS-W3-FED-TAX (WS-W3-INDEX)
                         WS-W3-SS-WAGES (WS-W3-INDEX)
                         WS-W3-SS-TAX (WS-W3-INDEX)
                         WS-W3-MED-WAGES (WS-W3-INDEX)
                         WS-W3-MED-TAX (WS-W3-INDEX)
                         WS-W3-ALLOC-TIPS (WS-W3-INDEX)
                         WS-W3-CODE-D (WS-W3-INDEX)
                         WS-W3-CODE-AA (WS-W3-INDEX)
                         WS-W3-SICK-PAY (WS-W3-INDEX)
                         WS-W3-STATE-WAGES (WS-W3-INDEX)
                         WS-W3-STATE-TAX (WS-W3-INDEX)
                         WS-W3-LOCAL-WAGES (WS-W3-INDEX)
                         WS-W3-LOCAL-TAX (WS-W3-INDEX)
                         WS-W3-HELD-WAGES (WS-W3-INDEX)
           .

       820-ADD-W3-TOTALS.
      *****************************************************************
      * Add the released W-2 to one W-3 totals entry                   *
      *****************************************************************
           ADD 1 TO WS-W3-FORM-COUNT (WS-W3-INDEX)
           ADD W2-WAGES-TIPS-OTHER IN W2-EXTRACT-RECORD-FILE
               TO WS-W3-WAGES (WS-W3-INDEX)
           ADD W2-FEDERAL-TAX-WITHHELD IN W2-EXTRACT-RECORD-FILE
               TO WS-W3-FED-TAX (WS-W3-INDEX)
           ADD W2-SOCIAL-SEC-WAGES IN W2-EXTRACT-RECORD-FILE
               TO WS-W3-SS-WAGES (WS-W3-INDEX)
           ADD W2-SOCIAL-SEC-WITHHELD IN W2-EXTRACT-RECORD-FILE
               TO WS-W3-SS-TAX (WS-W3-INDEX)
           ADD W2-MEDICARE-WAGES IN W2-EXTRACT-RECORD-FILE
               TO WS-W3-MED-WAGES (WS-W3-INDEX)
           ADD W2-MEDICARE-WITHHELD IN W2-EXTRACT-RECORD-FILE
               TO WS-W3-MED-TAX (WS-W3-INDEX)
           ADD W2-ALLOCATED-TIPS IN W2-EXTRACT-RECORD-FILE
               TO WS-W3-ALLOC-TIPS (WS-W3-INDEX)
           ADD W2-401K-DEFERRAL IN W2-EXTRACT-RECORD-FILE
               TO WS-W3-CODE-D (WS-W3-INDEX)
           ADD W2-401K-ROTH-DEFERRAL IN W2-EXTRACT-RECORD-FILE
               TO WS-W3-CODE-AA (WS-W3-INDEX)
           IF W2-THIRD-PARTY-SICK-PAY IN W2-EXTRACT-RECORD-FILE
                   > ZEROS
               ADD 1 TO WS-W3-SICK-PAY-COUNT (WS-W3-INDEX)
               ADD W2-THIRD-PARTY-SICK-PAY IN W2-EXTRACT-RECORD-FILE
                   TO WS-W3-SICK-PAY (WS-W3-INDEX)
           END-IF
           ADD WS-EMP-STATE-WAGES TO WS-W3-STATE-WAGES (WS-W3-INDEX)
           ADD WS-EMP-STATE-TAX TO WS-W3-STATE-TAX (WS-W3-INDEX)
           ADD WS-EMP-LOCAL-WAGES TO WS-W3-LOCAL-WAGES (WS-W3-INDEX)
           ADD WS-EMP-LOCAL-TAX TO WS-W3-LOCAL-TAX (WS-W3-INDEX)
           .

       900-WRAP-UP.
      *****************************************************************
      * Write the RF final record, print the submission W-3 totals     *
      * and close the files                                            *
      *****************************************************************
           MOVE SPACES TO EFW2-RF-RECORD
           MOVE 'RF' TO RF-RECORD-ID
           MOVE WS-RW-RECORDS-WRITTEN TO RF-RW-COUNT
           WRITE EFW2-RECORD-FILE FROM EFW2-RF-RECORD

           MOVE 2 TO WS-W3-INDEX
           PERFORM 800-PRINT-W3-TOTALS

           MOVE WS-RW-RECORDS-WRITTEN TO WS-ED-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  RW RECORDS IN FILE (RF RECORD)         '
                  WS-ED-COUNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE

           CLOSE EMPLOYEE-FILE
           CLOSE EFW2-SUBMISSION-FILE
           CLOSE EFW2-REPORT-FILE

           DISPLAY 'EFW2 W-2 SUBMISSION COMPLETED'
           DISPLAY 'W-2 RECORDS READ:       ' WS-W2-RECORDS-READ
           DISPLAY 'EMPLOYERS REPORTED:     ' WS-EMPLOYERS-WRITTEN
           DISPLAY 'RW RECORDS WRITTEN:     ' WS-RW-RECORDS-WRITTEN
           DISPLAY 'RS RECORDS WRITTEN:     ' WS-RS-RECORDS-WRITTEN
           DISPLAY 'W-2S HELD FOR SSN:      ' WS-W3-HELD-COUNT (2)
           .
