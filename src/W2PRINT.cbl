      *****************************************************************
      * Program: W2PRINT.cbl                                          *
      *                                                               *
      * Purpose: Employee W-2 print and electronic delivery for the   *
      *          Payroll Processing System. This program reads the    *
      *          year-end W-2 extract written by TAXRPT and, for      *
      *          each employee, either formats the employee copies    *
      *          (Copy B, Copy C and Copy 2) for the print vendor or, *
      *          when the employee has consented to electronic        *
      *          delivery, writes the W-2 to the electronic-delivery  *
      *          export. A control report counts the forms printed    *
      *          against those delivered electronically and lists     *
      *          the mailing addresses that look undeliverable.       *
      *                                                               *
      * Date Created: 2026-10-15                                      *
      * Author: COBOL Payroll System                                  *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. W2PRINT.
       AUTHOR. COBOL PAYROLL SYSTEM.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.

      *****************************************************************
      * Program Description:                                          *
      *                                                                *
      * W2PRINT is a standalone year-end program in the Payroll        *
      * Processing System, run after TAXRPT has written the W-2        *
      * extract and its state and local lines. It:                     *
      *                                                                *
      * 1. Reads each W-2 on the extract and its state and local       *
      *    lines (TAXW2SL); without the line file, the state and       *
      *    local fields on the extract record are used                 *
      * 2. Reads the employee master for the W-2 delivery consent.     *
      *    An employee with consent on file and an e-mail address      *
      *    gets an electronic-delivery export record; everyone else,   *
      *    including a withdrawn consent, gets printed copies          *
      * 3. Formats Copy B, Copy C and Copy 2 for each printed W-2,     *
      *    with the SSN masked to its last four digits                 *
      * 4. Checks each printed W-2's mailing address and lists those   *
      *    with no street, no city, a state that is not a US state     *
      *    code or a ZIP code that is not five digits                  *
      * 5. Prints the control report: forms printed and delivered      *
      *    electronically by company and in total, consents that had   *
      *    to fall back to paper, and the undeliverable addresses      *
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
           ACCESS MODE IS RANDOM
           RECORD KEY IS EMP-ID
           FILE STATUS IS EMP-FILE-STATUS.

           SELECT W2-PRINT-FILE ASSIGN TO 'W2FORMS'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS PRINT-FILE-STATUS.

           SELECT W2-EDELIVERY-FILE ASSIGN TO 'W2EDEL'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS EDEL-FILE-STATUS.

           SELECT W2-CONTROL-REPORT-FILE ASSIGN TO 'W2PRTRPT'
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

       FD  W2-PRINT-FILE.
           01  W2-PRINT-RECORD              PIC X(132).

       FD  W2-EDELIVERY-FILE.
           COPY W2EDEL REPLACING ==W2-EDELIVERY-RECORD== BY
               ==W2-EDELIVERY-RECORD-FILE==.

       FD  W2-CONTROL-REPORT-FILE.
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
           05  PRINT-FILE-STATUS          PIC X(2).
               88  PRINT-FILE-SUCCESS     VALUE '00'.
           05  EDEL-FILE-STATUS           PIC X(2).
               88  EDEL-FILE-SUCCESS      VALUE '00'.
           05  REPORT-FILE-STATUS         PIC X(2).
               88  REPORT-FILE-SUCCESS    VALUE '00'.

       COPY COMPANY.

       COPY STFIPS.

       01  WS-DATE.
           05  WS-RUN-YEAR                 PIC 9(4).
           05  WS-RUN-MONTH                PIC 9(2).
           05  WS-RUN-DAY                  PIC 9(2).

      *****************************************************************
      * Employer address for box c, from the EFW2 submitter            *
      * parameters. Without a parameter record box c carries the       *
      * company name only                                              *
      *****************************************************************
       01  WS-EMPLOYER-ADDRESS.
           05  WS-EMPLOYER-STREET          PIC X(22) VALUE SPACES.
           05  WS-EMPLOYER-CITY            PIC X(22) VALUE SPACES.
           05  WS-EMPLOYER-STATE           PIC X(2) VALUE SPACES.
           05  WS-EMPLOYER-ZIP             PIC X(5) VALUE SPACES.

       01  WS-CO-INDEX                     PIC 9(3) COMP-3 VALUE ZEROS.
       01  WS-CO-SEARCH-INDEX              PIC 9(4) COMP-3 VALUE ZEROS.
       01  WS-COMPANY-EIN                  PIC X(9) VALUE SPACES.
       01  WS-EIN-DISPLAY                  PIC X(10) VALUE SPACES.

      *****************************************************************
      * The employee's state and local lines (boxes 15-20)             *
      *****************************************************************
       01  WS-STATE-LINE-TABLE.
           05  WS-SL-EOF-SW                PIC X VALUE 'Y'.
               88  WS-SL-EOF               VALUE 'Y'.
           05  WS-SL-COUNT                 PIC 9(2) COMP-3 VALUE ZEROS.
           05  WS-SL-ENTRY OCCURS 20 TIMES.
               10  WS-SL-STATE-CODE        PIC X(2).
               10  WS-SL-STATE-WAGES       PIC 9(8)V99 COMP-3.
               10  WS-SL-STATE-TAX         PIC 9(7)V99 COMP-3.
               10  WS-SL-LOCAL-CODE        PIC X(5).
               10  WS-SL-LOCAL-WAGES       PIC 9(8)V99 COMP-3.
               10  WS-SL-LOCAL-TAX         PIC 9(7)V99 COMP-3.
       01  WS-SL-INDEX                     PIC 9(2) COMP-3 VALUE ZEROS.
       01  WS-SL-EXPORT-MAX                PIC 9(2) COMP-3 VALUE 8.

      *****************************************************************
      * Delivery decision for the W-2 being processed                  *
      *****************************************************************
       01  WS-DELIVERY-WORK.
           05  WS-MASTER-FOUND-SW          PIC X VALUE 'N'.
               88  WS-MASTER-FOUND         VALUE 'Y'.
           05  WS-DELIVERY-SW              PIC X VALUE 'P'.
               88  WS-DELIVER-PRINT        VALUE 'P'.
               88  WS-DELIVER-ELECTRONIC   VALUE 'E'.
           05  WS-FALLBACK-REASON          PIC X(40) VALUE SPACES.
           05  WS-ADDRESS-REASON           PIC X(30) VALUE SPACES.
           05  WS-MASKED-SSN               PIC X(11) VALUE SPACES.
           05  WS-SSN-DISPLAY              PIC 9(9) VALUE ZEROS.
           05  WS-COPY-LABEL               PIC X(80) VALUE SPACES.
           05  WS-COPY-INDEX               PIC 9(1) VALUE ZEROS.
           05  WS-FIPS-INDEX               PIC 9(3) COMP-3 VALUE ZEROS.
           05  WS-FIPS-FOUND-SW            PIC X VALUE 'N'.
               88  WS-FIPS-FOUND           VALUE 'Y'.

      *****************************************************************
      * Run counts: entries 1 through 10 follow the COMPANY table,     *
      * entry 11 is the run total                                      *
      *****************************************************************
       01  WS-COUNT-TABLE.
           05  WS-COUNT-ENTRY OCCURS 11 TIMES.
               10  WS-CNT-READ             PIC 9(7) COMP-3.
               10  WS-CNT-PRINTED          PIC 9(7) COMP-3.
               10  WS-CNT-ELECTRONIC       PIC 9(7) COMP-3.
               10  WS-CNT-FALLBACK         PIC 9(7) COMP-3.
               10  WS-CNT-UNDELIVERABLE    PIC 9(7) COMP-3.
       01  WS-CNT-INDEX                    PIC 9(2) VALUE ZEROS.
       01  WS-PAGES-PRINTED                PIC 9(7) COMP-3 VALUE ZEROS.

       01  WS-PRINT-LINE                   PIC X(132).
       01  WS-REPORT-LINE                  PIC X(132).
       01  WS-ED-AMOUNT                    PIC ZZ,ZZZ,ZZ9.99.
       01  WS-ED-AMOUNT-2                  PIC ZZ,ZZZ,ZZ9.99.
       01  WS-ED-AMOUNT-3                  PIC ZZ,ZZZ,ZZ9.99.
       01  WS-ED-AMOUNT-4                  PIC ZZ,ZZZ,ZZ9.99.
       01  WS-ED-COUNT                     PIC ZZZ,ZZ9.
       01  WS-ED-COUNT-2                   PIC ZZZ,ZZ9.
       01  WS-ED-COUNT-3                   PIC ZZZ,ZZ9.
       01  WS-ED-COUNT-4                   PIC ZZZ,ZZ9.
       01  WS-ED-COUNT-5                   PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       000-MAIN-PROCESS.
      *****************************************************************
      * Main process coordinates the W-2 print and delivery run        *
      *****************************************************************
           PERFORM 100-INITIALIZATION
           PERFORM 200-READ-W2
           PERFORM UNTIL W2-FILE-EOF
               PERFORM 300-PROCESS-W2
               PERFORM 200-READ-W2
           END-PERFORM
           PERFORM 900-WRAP-UP

           STOP RUN
           .

       100-INITIALIZATION.
      *****************************************************************
      * Load the employer address, open the files and write the        *
      * control report heading                                         *
      *****************************************************************
           DISPLAY 'W-2 PRINT AND ELECTRONIC DELIVERY STARTED'

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
                       DISPLAY 'NO EFW2 PARAMETER RECORD - BOX C '
                               'CARRIES THE COMPANY NAME ONLY'
                   NOT AT END
                       MOVE PARM-ADDRESS TO WS-EMPLOYER-STREET
                       MOVE PARM-CITY TO WS-EMPLOYER-CITY
                       MOVE PARM-STATE TO WS-EMPLOYER-STATE
                       MOVE PARM-ZIP TO WS-EMPLOYER-ZIP
               END-READ
               CLOSE EFW2-PARM-FILE
           END-IF

           OPEN INPUT W2-EXTRACT-FILE
           IF NOT W2-FILE-SUCCESS
               DISPLAY 'ERROR OPENING W2 EXTRACT FILE: ' W2-FILE-STATUS
               STOP RUN
           END-IF
           OPEN INPUT EMPLOYEE-FILE
           IF NOT EMP-FILE-SUCCESS
               DISPLAY 'ERROR OPENING EMPLOYEE FILE: ' EMP-FILE-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT W2-PRINT-FILE
           OPEN OUTPUT W2-EDELIVERY-FILE
           OPEN OUTPUT W2-CONTROL-REPORT-FILE
           IF NOT PRINT-FILE-SUCCESS OR NOT EDEL-FILE-SUCCESS
                   OR NOT REPORT-FILE-SUCCESS
               DISPLAY 'ERROR OPENING W2 OUTPUT FILES: '
                       PRINT-FILE-STATUS ' ' EDEL-FILE-STATUS ' '
                       REPORT-FILE-STATUS
               STOP RUN
           END-IF

           MOVE 'Y' TO WS-SL-EOF-SW
           OPEN INPUT W2-STATE-LINE-FILE
           IF W2SL-FILE-SUCCESS
               MOVE 'N' TO WS-SL-EOF-SW
               PERFORM 325-READ-STATE-LINE
           END-IF

           PERFORM VARYING WS-CNT-INDEX FROM 1 BY 1
                   UNTIL WS-CNT-INDEX > 11
               MOVE ZEROS TO WS-CNT-READ (WS-CNT-INDEX)
                             WS-CNT-PRINTED (WS-CNT-INDEX)
                             WS-CNT-ELECTRONIC (WS-CNT-INDEX)
                             WS-CNT-FALLBACK (WS-CNT-INDEX)
                             WS-CNT-UNDELIVERABLE (WS-CNT-INDEX)
           END-PERFORM

           MOVE SPACES TO WS-REPORT-LINE
           STRING 'W-2 PRINT AND ELECTRONIC DELIVERY CONTROL REPORT'
                  '  RUN DATE ' WS-RUN-YEAR '-' WS-RUN-MONTH '-'
                  WS-RUN-DAY
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           .

       200-READ-W2.
      *****************************************************************
      * Read the next W-2 from the extract                             *
      *****************************************************************
           READ W2-EXTRACT-FILE
               AT END
                   SET W2-FILE-EOF TO TRUE
           END-READ
           .

       300-PROCESS-W2.
      *****************************************************************
      * Gather the W-2's state lines and the employee's consent, then  *
      * deliver it electronically or print its copies                  *
      *****************************************************************
           PERFORM 310-RESOLVE-COMPANY
           ADD 1 TO WS-CNT-READ (WS-CO-INDEX)
                    WS-CNT-READ (11)
           PERFORM 320-LOAD-STATE-LINES
           PERFORM 330-READ-MASTER

           MOVE ALL '*' TO WS-MASKED-SSN
           MOVE '-' TO WS-MASKED-SSN (4:1)
           MOVE '-' TO WS-MASKED-SSN (7:1)
           IF W2-EMP-SSN IN W2-EXTRACT-RECORD-FILE IS NUMERIC
               MOVE W2-EMP-SSN IN W2-EXTRACT-RECORD-FILE
                   TO WS-SSN-DISPLAY
               MOVE WS-SSN-DISPLAY (6:4) TO WS-MASKED-SSN (8:4)
           END-IF

      *****************************************************************
      * Consent on file goes electronic unless there is no e-mail      *
      * address to deliver to, or more state and local lines than the  *
      * export record holds - those fall back to paper and are listed  *
      *****************************************************************
           MOVE 'P' TO WS-DELIVERY-SW
           MOVE SPACES TO WS-FALLBACK-REASON
           IF WS-MASTER-FOUND
               IF EMP-W2-CONSENT-YES IN EMPLOYEE-RECORD-FILE
                   EVALUATE TRUE
                       WHEN EMP-EMAIL IN EMPLOYEE-RECORD-FILE = SPACES
                           MOVE 'CONSENT ON FILE BUT NO E-MAIL ADDRESS'
                               TO WS-FALLBACK-REASON
                       WHEN WS-SL-COUNT > WS-SL-EXPORT-MAX
                           MOVE 'TOO MANY STATE/LOCAL LINES TO EXPORT'
                               TO WS-FALLBACK-REASON
                       WHEN OTHER
                           MOVE 'E' TO WS-DELIVERY-SW
                   END-EVALUATE
               END-IF
           END-IF

           IF WS-DELIVER-ELECTRONIC
               PERFORM 500-WRITE-EDELIVERY
               ADD 1 TO WS-CNT-ELECTRONIC (WS-CO-INDEX)
                        WS-CNT-ELECTRONIC (11)
           ELSE
               IF WS-FALLBACK-REASON NOT = SPACES
                   ADD 1 TO WS-CNT-FALLBACK (WS-CO-INDEX)
                            WS-CNT-FALLBACK (11)
                   PERFORM 360-LIST-FALLBACK
               END-IF
               PERFORM 340-CHECK-ADDRESS
               IF WS-ADDRESS-REASON NOT = SPACES
                   ADD 1 TO WS-CNT-UNDELIVERABLE (WS-CO-INDEX)
                            WS-CNT-UNDELIVERABLE (11)
                   PERFORM 350-LIST-UNDELIVERABLE
               END-IF
               PERFORM 400-PRINT-FORMS
               ADD 1 TO WS-CNT-PRINTED (WS-CO-INDEX)
                        WS-CNT-PRINTED (11)
           END-IF
           .

       310-RESOLVE-COMPANY.
      *****************************************************************
      * Find the W-2's company on the COMPANY table. A blank or        *
      * unknown company code belongs to the first company. The EIN is  *
      * the last nine positions of the ACH company identification      *
      *****************************************************************
           MOVE 1 TO WS-CO-INDEX
           PERFORM VARYING WS-CO-SEARCH-INDEX FROM 1 BY 1
                   UNTIL WS-CO-SEARCH-INDEX > COMPANY-ENTRY-COUNT
               IF COMPANY-CODE (WS-CO-SEARCH-INDEX) =
                       W2-COMPANY-CODE IN W2-EXTRACT-RECORD-FILE
                   MOVE WS-CO-SEARCH-INDEX TO WS-CO-INDEX
                   MOVE 999 TO WS-CO-SEARCH-INDEX
               END-IF
           END-PERFORM
           MOVE COMPANY-FEIN-ID (WS-CO-INDEX) (2:9) TO WS-COMPANY-EIN
           MOVE SPACES TO WS-EIN-DISPLAY
           STRING WS-COMPANY-EIN (1:2) '-' WS-COMPANY-EIN (3:7)
                  DELIMITED BY SIZE INTO WS-EIN-DISPLAY
           .

       320-LOAD-STATE-LINES.
      *****************************************************************
      * The line file is in W-2 extract order. Pass over lines for     *
      * employees ahead of this W-2, then take this employee's lines.  *
      * A W-2 with no lines on file uses the state and local fields on *
      * the extract record                                             *
      *****************************************************************
           MOVE ZEROS TO WS-SL-COUNT
           PERFORM UNTIL WS-SL-EOF
                   OR W2SL-EMP-ID >= W2-EMP-ID IN W2-EXTRACT-RECORD-FILE
               PERFORM 325-READ-STATE-LINE
           END-PERFORM
           PERFORM UNTIL WS-SL-EOF
                   OR W2SL-EMP-ID NOT =
                      W2-EMP-ID IN W2-EXTRACT-RECORD-FILE
               IF WS-SL-COUNT < 20
                   ADD 1 TO WS-SL-COUNT
                   MOVE W2SL-STATE-CODE
                       TO WS-SL-STATE-CODE (WS-SL-COUNT)
                   MOVE W2SL-STATE-WAGES
                       TO WS-SL-STATE-WAGES (WS-SL-COUNT)
                   MOVE W2SL-STATE-TAX-WITHHELD
                       TO WS-SL-STATE-TAX (WS-SL-COUNT)
                   MOVE W2SL-LOCAL-CODE
                       TO WS-SL-LOCAL-CODE (WS-SL-COUNT)
                   MOVE W2SL-LOCAL-WAGES
                       TO WS-SL-LOCAL-WAGES (WS-SL-COUNT)
                   MOVE W2SL-LOCAL-TAX-WITHHELD
                       TO WS-SL-LOCAL-TAX (WS-SL-COUNT)
               ELSE
                   DISPLAY 'W-2 STATE LINE TABLE FULL - EMP: '
                           W2SL-EMP-ID ' LINE ' W2SL-LINE-NUMBER
               END-IF
               PERFORM 325-READ-STATE-LINE
           END-PERFORM

           IF WS-SL-COUNT = ZEROS
               AND W2-STATE-CODE IN W2-EXTRACT-RECORD-FILE
                   NOT = SPACES
               MOVE 1 TO WS-SL-COUNT
               MOVE W2-STATE-CODE IN W2-EXTRACT-RECORD-FILE
                   TO WS-SL-STATE-CODE (1)
               MOVE W2-STATE-WAGES IN W2-EXTRACT-RECORD-FILE
                   TO WS-SL-STATE-WAGES (1)
               MOVE W2-STATE-TAX-WITHHELD IN W2-EXTRACT-RECORD-FILE
                   TO WS-SL-STATE-TAX (1)
               MOVE SPACES TO WS-SL-LOCAL-CODE (1)
               MOVE W2-LOCAL-WAGES IN W2-EXTRACT-RECORD-FILE
                   TO WS-SL-LOCAL-WAGES (1)
               MOVE W2-LOCAL-TAX-WITHHELD IN W2-EXTRACT-RECORD-FILE
                   TO WS-SL-LOCAL-TAX (1)
           END-IF
           .

       325-READ-STATE-LINE.
      *****************************************************************
      * Read the next state and local line                             *
      *****************************************************************
           READ W2-STATE-LINE-FILE
               AT END
                   MOVE 'Y' TO WS-SL-EOF-SW
           END-READ
           .

       330-READ-MASTER.
      *****************************************************************
      * Read the employee master for the delivery consent and e-mail   *
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
           .

       340-CHECK-ADDRESS.
      *****************************************************************
      * A printed W-2 goes by mail to the address on the extract.      *
      * Flag an address with no street or city, a state that is not a  *
      * US state code, or a ZIP code that is not five digits           *
      *****************************************************************
           MOVE SPACES TO WS-ADDRESS-REASON
           MOVE 'N' TO WS-FIPS-FOUND-SW
           PERFORM VARYING WS-FIPS-INDEX FROM 1 BY 1
                   UNTIL WS-FIPS-INDEX > STATE-FIPS-ENTRY-COUNT
               IF STATE-FIPS-POSTAL (WS-FIPS-INDEX) =
                       W2-EMP-STATE IN W2-EXTRACT-RECORD-FILE
                   MOVE 'Y' TO WS-FIPS-FOUND-SW
                   MOVE 99 TO WS-FIPS-INDEX
               END-IF
           END-PERFORM

           EVALUATE TRUE
               WHEN W2-EMP-ADDRESS-LINE-1 IN W2-EXTRACT-RECORD-FILE
                       = SPACES
                   MOVE 'NO STREET ADDRESS' TO WS-ADDRESS-REASON
               WHEN W2-EMP-CITY IN W2-EXTRACT-RECORD-FILE = SPACES
                   MOVE 'NO CITY' TO WS-ADDRESS-REASON
               WHEN NOT WS-FIPS-FOUND
                   MOVE 'STATE NOT A US STATE CODE'
                       TO WS-ADDRESS-REASON
               WHEN W2-EMP-ZIP IN W2-EXTRACT-RECORD-FILE (1:5)
                       IS NOT NUMERIC
                 OR W2-EMP-ZIP IN W2-EXTRACT-RECORD-FILE (1:5)
                       = '00000'
                   MOVE 'ZIP CODE NOT FIVE DIGITS'
                       TO WS-ADDRESS-REASON
               WHEN NOT WS-MASTER-FOUND
                   MOVE 'NOT ON EMPLOYEE MASTER' TO WS-ADDRESS-REASON
           END-EVALUATE
           .

       350-LIST-UNDELIVERABLE.
      *****************************************************************
      * List an undeliverable address on the control report            *
      *****************************************************************
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'ADDRESS  CO ' COMPANY-CODE (WS-CO-INDEX)
                  '  EMP ' W2-EMP-ID IN W2-EXTRACT-RECORD-FILE
                  '  ' W2-EMP-LAST-NAME IN W2-EXTRACT-RECORD-FILE
                  ' ' W2-EMP-FIRST-NAME IN W2-EXTRACT-RECORD-FILE
                  '  ' WS-ADDRESS-REASON
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING '           ON FILE: '
                  W2-EMP-ADDRESS-LINE-1 IN W2-EXTRACT-RECORD-FILE
                  ' ' W2-EMP-CITY IN W2-EXTRACT-RECORD-FILE
                  ' ' W2-EMP-STATE IN W2-EXTRACT-RECORD-FILE
                  ' ' W2-EMP-ZIP IN W2-EXTRACT-RECORD-FILE
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           .

       360-LIST-FALLBACK.
      *****************************************************************
      * List a consenting employee whose W-2 had to be printed         *
      *****************************************************************
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'PRINTED  CO ' COMPANY-CODE (WS-CO-INDEX)
                  '  EMP ' W2-EMP-ID IN W2-EXTRACT-RECORD-FILE
                  '  ' W2-EMP-LAST-NAME IN W2-EXTRACT-RECORD-FILE
                  ' ' W2-EMP-FIRST-NAME IN W2-EXTRACT-RECORD-FILE
                  '  ' WS-FALLBACK-REASON
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           .

       400-PRINT-FORMS.
      *****************************************************************
      * Print the employee's three copies: Copy B for the federal      *
      * return, Copy C for the employee's records and Copy 2 for the   *
      * state, city or local return                                    *
      *****************************************************************
           PERFORM VARYING WS-COPY-INDEX FROM 1 BY 1
                   UNTIL WS-COPY-INDEX > 3
               EVALUATE WS-COPY-INDEX
                   WHEN 1
                       MOVE 'COPY B - TO BE FILED WITH EMPLOYEE''S FEDE
      -                    'RAL TAX RETURN' TO WS-COPY-LABEL
                   WHEN 2
                       MOVE 'COPY C - FOR EMPLOYEE''S RECORDS'
                           TO WS-COPY-LABEL
                   WHEN 3
                       MOVE 'COPY 2 - TO BE FILED WITH EMPLOYEE''S STAT
      -                    'E, CITY, OR LOCAL INCOME TAX RETURN'
                           TO WS-COPY-LABEL
               END-EVALUATE
               PERFORM 410-PRINT-ONE-COPY
           END-PERFORM
           .

       410-PRINT-ONE-COPY.
      *****************************************************************
      * Format one copy of the W-2                                     *
      *****************************************************************
           ADD 1 TO WS-PAGES-PRINTED
           MOVE ALL '=' TO WS-PRINT-LINE (1:100)
           WRITE W2-PRINT-RECORD FROM WS-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'FORM W-2  WAGE AND TAX STATEMENT  '
                  W2-TAX-YEAR IN W2-EXTRACT-RECORD-FILE
                  '    ' WS-COPY-LABEL
                  DELIMITED BY SIZE INTO WS-PRINT-LINE
           WRITE W2-PRINT-RECORD FROM WS-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           WRITE W2-PRINT-RECORD FROM WS-PRINT-LINE

           MOVE SPACES TO WS-PRINT-LINE
           STRING ' A  EMPLOYEE''S SSN         ' WS-MASKED-SSN
                  '        B  EMPLOYER EIN  ' WS-EIN-DISPLAY
                  DELIMITED BY SIZE INTO WS-PRINT-LINE
           WRITE W2-PRINT-RECORD FROM WS-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING ' C  EMPLOYER              '
                  COMPANY-NAME (WS-CO-INDEX)
                  DELIMITED BY SIZE INTO WS-PRINT-LINE
           WRITE W2-PRINT-RECORD FROM WS-PRINT-LINE
           EVALUATE TRUE
               WHEN COMPANY-STREET-ADDRESS (WS-CO-INDEX) NOT = SPACES
                   MOVE SPACES TO WS-PRINT-LINE
                   STRING '                          '
                          COMPANY-STREET-ADDRESS (WS-CO-INDEX)
                          DELIMITED BY SIZE INTO WS-PRINT-LINE
                   WRITE W2-PRINT-RECORD FROM WS-PRINT-LINE
                   MOVE SPACES TO WS-PRINT-LINE
                   STRING '                          '
                          COMPANY-CITY (WS-CO-INDEX) ' '
                          COMPANY-STATE (WS-CO-INDEX) ' '
                          COMPANY-ZIP (WS-CO-INDEX)
                          DELIMITED BY SIZE INTO WS-PRINT-LINE
                   WRITE W2-PRINT-RECORD FROM WS-PRINT-LINE
               WHEN WS-EMPLOYER-STREET NOT = SPACES
                   MOVE SPACES TO WS-PRINT-LINE
                   STRING '                          '
                          WS-EMPLOYER-STREET
                          DELIMITED BY SIZE INTO WS-PRINT-LINE
                   WRITE W2-PRINT-RECORD FROM WS-PRINT-LINE
                   MOVE SPACES TO WS-PRINT-LINE
                   STRING '                          '
                          WS-EMPLOYER-CITY
                          ' ' WS-EMPLOYER-STATE ' ' WS-EMPLOYER-ZIP
                          DELIMITED BY SIZE INTO WS-PRINT-LINE
                   WRITE W2-PRINT-RECORD FROM WS-PRINT-LINE
           END-EVALUATE
           MOVE SPACES TO WS-PRINT-LINE
           STRING ' D  CONTROL NUMBER        '
                  W2-EMP-ID IN W2-EXTRACT-RECORD-FILE
                  DELIMITED BY SIZE INTO WS-PRINT-LINE
           WRITE W2-PRINT-RECORD FROM WS-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING ' E  EMPLOYEE              '
                  W2-EMP-FIRST-NAME IN W2-EXTRACT-RECORD-FILE
                  ' ' W2-EMP-LAST-NAME IN W2-EXTRACT-RECORD-FILE
                  DELIMITED BY SIZE INTO WS-PRINT-LINE
           WRITE W2-PRINT-RECORD FROM WS-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING ' F  ADDRESS               '
                  W2-EMP-ADDRESS-LINE-1 IN W2-EXTRACT-RECORD-FILE
                  DELIMITED BY SIZE INTO WS-PRINT-LINE
           WRITE W2-PRINT-RECORD FROM WS-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING '                          '
                  W2-EMP-CITY IN W2-EXTRACT-RECORD-FILE
                  ' ' W2-EMP-STATE IN W2-EXTRACT-RECORD-FILE
                  ' ' W2-EMP-ZIP IN W2-EXTRACT-RECORD-FILE
                  DELIMITED BY SIZE INTO WS-PRINT-LINE
           WRITE W2-PRINT-RECORD FROM WS-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           WRITE W2-PRINT-RECORD FROM WS-PRINT-LINE

           MOVE W2-WAGES-TIPS-OTHER IN W2-EXTRACT-RECORD-FILE
               TO WS-ED-AMOUNT
           MOVE W2-FEDERAL-TAX-WITHHELD IN W2-EXTRACT-RECORD-FILE
               TO WS-ED-AMOUNT-2
           MOVE SPACES TO WS-PRINT-LINE
           STRING ' 1  WAGES, TIPS, OTHER COMP   ' WS-ED-AMOUNT
                  '     2  FEDERAL INCOME TAX WITHHELD  ' WS-ED-AMOUNT-2
                  DELIMITED BY SIZE INTO WS-PRINT-LINE
           WRITE W2-PRINT-RECORD FROM WS-PRINT-LINE
           MOVE W2-SOCIAL-SEC-WAGES IN W2-EXTRACT-RECORD-FILE
               TO WS-ED-AMOUNT
           MOVE W2-SOCIAL-SEC-WITHHELD IN W2-EXTRACT-RECORD-FILE
               TO WS-ED-AMOUNT-2
           MOVE SPACES TO WS-PRINT-LINE
           STRING ' 3  SOCIAL SECURITY WAGES     ' WS-ED-AMOUNT
                  '     4  SOCIAL SECURITY TAX WITHHELD ' WS-ED-AMOUNT-2
                  DELIMITED BY SIZE INTO WS-PRINT-LINE
           WRITE W2-PRINT-RECORD FROM WS-PRINT-LINE
           MOVE W2-MEDICARE-WAGES IN W2-EXTRACT-RECORD-FILE
               TO WS-ED-AMOUNT
           MOVE W2-MEDICARE-WITHHELD IN W2-EXTRACT-RECORD-FILE
               TO WS-ED-AMOUNT-2
           MOVE SPACES TO WS-PRINT-LINE
           STRING ' 5  MEDICARE WAGES AND TIPS   ' WS-ED-AMOUNT
                  '     6  MEDICARE TAX WITHHELD        ' WS-ED-AMOUNT-2
                  DELIMITED BY SIZE INTO WS-PRINT-LINE
           WRITE W2-PRINT-RECORD FROM WS-PRINT-LINE
           IF W2-ALLOCATED-TIPS IN W2-EXTRACT-RECORD-FILE > ZEROS
               MOVE W2-ALLOCATED-TIPS IN W2-EXTRACT-RECORD-FILE
                   TO WS-ED-AMOUNT
               MOVE SPACES TO WS-PRINT-LINE
               STRING ' 8  ALLOCATED TIPS            ' WS-ED-AMOUNT
                      DELIMITED BY SIZE INTO WS-PRINT-LINE
               WRITE W2-PRINT-RECORD FROM WS-PRINT-LINE
           END-IF
           IF W2-401K-DEFERRAL IN W2-EXTRACT-RECORD-FILE > ZEROS
               MOVE W2-401K-DEFERRAL IN W2-EXTRACT-RECORD-FILE
                   TO WS-ED-AMOUNT
               MOVE SPACES TO WS-PRINT-LINE
               STRING '12  CODE D                    ' WS-ED-AMOUNT
                      DELIMITED BY SIZE INTO WS-PRINT-LINE
               WRITE W2-PRINT-RECORD FROM WS-PRINT-LINE
           END-IF
           IF W2-401K-ROTH-DEFERRAL IN W2-EXTRACT-RECORD-FILE > ZEROS
               MOVE W2-401K-ROTH-DEFERRAL IN W2-EXTRACT-RECORD-FILE
                   TO WS-ED-AMOUNT
               MOVE SPACES TO WS-PRINT-LINE
               STRING '12  CODE AA                   ' WS-ED-AMOUNT
                      DELIMITED BY SIZE INTO WS-PRINT-LINE
               WRITE W2-PRINT-RECORD FROM WS-PRINT-LINE
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           MOVE '13  RETIREMENT PLAN [ ]   THIRD-PARTY SICK PAY [ ]'
               TO WS-PRINT-LINE
           IF W2-401K-DEFERRAL IN W2-EXTRACT-RECORD-FILE > ZEROS
               OR W2-401K-ROTH-DEFERRAL IN W2-EXTRACT-RECORD-FILE
                   > ZEROS
               MOVE 'X' TO WS-PRINT-LINE (23:1)
           END-IF
           IF W2-THIRD-PARTY-SICK-PAY IN W2-EXTRACT-RECORD-FILE
                   > ZEROS
               MOVE 'X' TO WS-PRINT-LINE (50:1)
           END-IF
           WRITE W2-PRINT-RECORD FROM WS-PRINT-LINE
           IF W2-MILITARY-DIFF-PAY IN W2-EXTRACT-RECORD-FILE IS NUMERIC
               AND W2-MILITARY-DIFF-PAY IN W2-EXTRACT-RECORD-FILE
                   > ZEROS
               MOVE W2-MILITARY-DIFF-PAY IN W2-EXTRACT-RECORD-FILE
                   TO WS-ED-AMOUNT
               MOVE SPACES TO WS-PRINT-LINE
               STRING '14  MIL DIFF PAY              ' WS-ED-AMOUNT
                      DELIMITED BY SIZE INTO WS-PRINT-LINE
               WRITE W2-PRINT-RECORD FROM WS-PRINT-LINE
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           WRITE W2-PRINT-RECORD FROM WS-PRINT-LINE

           PERFORM 420-PRINT-STATE-LINES
           MOVE SPACES TO WS-PRINT-LINE
           WRITE W2-PRINT-RECORD FROM WS-PRINT-LINE
           .

       420-PRINT-STATE-LINES.
      *****************************************************************
      * Boxes 15-20, one print line per state and local line           *
      *****************************************************************
           MOVE SPACES TO WS-PRINT-LINE
           STRING '15  STATE   16  STATE WAGES   17  STATE TAX    '
                  '18  LOCAL WAGES    19  LOCAL TAX   20  LOCALITY'
                  DELIMITED BY SIZE INTO WS-PRINT-LINE
           WRITE W2-PRINT-RECORD FROM WS-PRINT-LINE
           PERFORM VARYING WS-SL-INDEX FROM 1 BY 1
                   UNTIL WS-SL-INDEX > WS-SL-COUNT
               MOVE WS-SL-STATE-WAGES (WS-SL-INDEX) TO WS-ED-AMOUNT
               MOVE WS-SL-STATE-TAX (WS-SL-INDEX) TO WS-ED-AMOUNT-2
               MOVE WS-SL-LOCAL-WAGES (WS-SL-INDEX) TO WS-ED-AMOUNT-3
               MOVE WS-SL-LOCAL-TAX (WS-SL-INDEX) TO WS-ED-AMOUNT-4
               MOVE SPACES TO WS-PRINT-LINE
               STRING '    ' WS-SL-STATE-CODE (WS-SL-INDEX)
                      '     ' WS-ED-AMOUNT
                      '   ' WS-ED-AMOUNT-2
                      '    ' WS-ED-AMOUNT-3
                      '   ' WS-ED-AMOUNT-4
                      '       ' WS-SL-LOCAL-CODE (WS-SL-INDEX)
                      DELIMITED BY SIZE INTO WS-PRINT-LINE
               WRITE W2-PRINT-RECORD FROM WS-PRINT-LINE
           END-PERFORM
           .

       500-WRITE-EDELIVERY.
      *****************************************************************
      * Write the W-2 to the electronic-delivery export                *
      *****************************************************************
           MOVE SPACES TO W2-EDELIVERY-RECORD-FILE
           MOVE COMPANY-CODE (WS-CO-INDEX) TO WX-COMPANY-CODE
           MOVE W2-TAX-YEAR IN W2-EXTRACT-RECORD-FILE TO WX-TAX-YEAR
           MOVE W2-EMP-ID IN W2-EXTRACT-RECORD-FILE TO WX-EMP-ID
           MOVE WS-MASKED-SSN TO WX-EMP-MASKED-SSN
           MOVE W2-EMP-LAST-NAME IN W2-EXTRACT-RECORD-FILE
               TO WX-EMP-LAST-NAME
           MOVE W2-EMP-FIRST-NAME IN W2-EXTRACT-RECORD-FILE
               TO WX-EMP-FIRST-NAME
           MOVE EMP-EMAIL IN EMPLOYEE-RECORD-FILE TO WX-EMP-EMAIL
           IF EMP-W2-CONSENT-DATE IN EMPLOYEE-RECORD-FILE IS NUMERIC
               MOVE EMP-W2-CONSENT-DATE IN EMPLOYEE-RECORD-FILE
                   TO WX-CONSENT-DATE
           ELSE
               MOVE ZEROS TO WX-CONSENT-DATE
           END-IF
           MOVE COMPANY-NAME (WS-CO-INDEX) TO WX-EMPLOYER-NAME
           MOVE WS-COMPANY-EIN TO WX-EMPLOYER-EIN
           MOVE W2-WAGES-TIPS-OTHER IN W2-EXTRACT-RECORD-FILE
               TO WX-WAGES-TIPS-OTHER
           MOVE W2-FEDERAL-TAX-WITHHELD IN W2-EXTRACT-RECORD-FILE
               TO WX-FEDERAL-TAX-WITHHELD
           MOVE W2-SOCIAL-SEC-WAGES IN W2-EXTRACT-RECORD-FILE
               TO WX-SOCIAL-SEC-WAGES
           MOVE W2-SOCIAL-SEC-WITHHELD IN W2-EXTRACT-RECORD-FILE
               TO WX-SOCIAL-SEC-WITHHELD
           MOVE W2-MEDICARE-WAGES IN W2-EXTRACT-RECORD-FILE
               TO WX-MEDICARE-WAGES
           MOVE W2-MEDICARE-WITHHELD IN W2-EXTRACT-RECORD-FILE
               TO WX-MEDICARE-WITHHELD
           MOVE W2-ALLOCATED-TIPS IN W2-EXTRACT-RECORD-FILE
               TO WX-ALLOCATED-TIPS
           MOVE W2-401K-DEFERRAL IN W2-EXTRACT-RECORD-FILE
               TO WX-CODE-D-401K
           MOVE W2-401K-ROTH-DEFERRAL IN W2-EXTRACT-RECORD-FILE
               TO WX-CODE-AA-ROTH-401K
           IF W2-401K-DEFERRAL IN W2-EXTRACT-RECORD-FILE > ZEROS
               OR W2-401K-ROTH-DEFERRAL IN W2-EXTRACT-RECORD-FILE
                   > ZEROS
               MOVE 'Y' TO WX-RETIREMENT-PLAN-IND
           ELSE
               MOVE 'N' TO WX-RETIREMENT-PLAN-IND
           END-IF
           IF W2-THIRD-PARTY-SICK-PAY IN W2-EXTRACT-RECORD-FILE
                   > ZEROS
               MOVE 'Y' TO WX-THIRD-PARTY-SICK-IND
           ELSE
               MOVE 'N' TO WX-THIRD-PARTY-SICK-IND
           END-IF

           MOVE WS-SL-COUNT TO WX-STATE-LINE-COUNT
           PERFORM VARYING WS-SL-INDEX FROM 1 BY 1
                   UNTIL WS-SL-INDEX > WS-SL-EXPORT-MAX
               IF WS-SL-INDEX > WS-SL-COUNT
                   MOVE SPACES TO WX-STATE-CODE (WS-SL-INDEX)
                                  WX-LOCAL-CODE (WS-SL-INDEX)
                   MOVE ZEROS TO WX-STATE-WAGES (WS-SL-INDEX)
                                 WX-STATE-TAX (WS-SL-INDEX)
                                 WX-LOCAL-WAGES (WS-SL-INDEX)
                                 WX-LOCAL-TAX (WS-SL-INDEX)
               ELSE
                   MOVE WS-SL-STATE-CODE (WS-SL-INDEX)
                       TO WX-STATE-CODE (WS-SL-INDEX)
                   MOVE WS-SL-STATE-WAGES (WS-SL-INDEX)
                       TO WX-STATE-WAGES (WS-SL-INDEX)
                   MOVE WS-SL-STATE-TAX (WS-SL-INDEX)
                       TO WX-STATE-TAX (WS-SL-INDEX)
                   MOVE WS-SL-LOCAL-CODE (WS-SL-INDEX)
                       TO WX-LOCAL-CODE (WS-SL-INDEX)
                   MOVE WS-SL-LOCAL-WAGES (WS-SL-INDEX)
                       TO WX-LOCAL-WAGES (WS-SL-INDEX)
                   MOVE WS-SL-LOCAL-TAX (WS-SL-INDEX)
                       TO WX-LOCAL-TAX (WS-SL-INDEX)
               END-IF
           END-PERFORM

           WRITE W2-EDELIVERY-RECORD-FILE
           IF NOT EDEL-FILE-SUCCESS
               DISPLAY 'ERROR WRITING W2 DELIVERY EXPORT: '
                       EDEL-FILE-STATUS
           END-IF
           .

       900-WRAP-UP.
      *****************************************************************
      * Print the delivery counts by company and for the run, and      *
      * close the files                                                *
      *****************************************************************
           IF WS-CNT-FALLBACK (11) = ZEROS
                   AND WS-CNT-UNDELIVERABLE (11) = ZEROS
               MOVE 'NO DELIVERY EXCEPTIONS' TO WS-REPORT-LINE
               WRITE REPORT-RECORD FROM WS-REPORT-LINE
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'COMPANY              W-2S READ    PRINTED'
                  '  ELECTRONIC  CONSENT TO PAPER  UNDELIVERABLE'
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           PERFORM VARYING WS-CNT-INDEX FROM 1 BY 1
                   UNTIL WS-CNT-INDEX > 11
               MOVE WS-CNT-READ (WS-CNT-INDEX) TO WS-ED-COUNT
               MOVE WS-CNT-PRINTED (WS-CNT-INDEX) TO WS-ED-COUNT-2
               MOVE WS-CNT-ELECTRONIC (WS-CNT-INDEX) TO WS-ED-COUNT-3
               MOVE WS-CNT-FALLBACK (WS-CNT-INDEX) TO WS-ED-COUNT-4
               MOVE WS-CNT-UNDELIVERABLE (WS-CNT-INDEX)
                   TO WS-ED-COUNT-5
               MOVE SPACES TO WS-REPORT-LINE
               IF WS-CNT-INDEX > COMPANY-ENTRY-COUNT
                   STRING 'TOTAL               '
                          DELIMITED BY SIZE INTO WS-REPORT-LINE
               ELSE
                   STRING COMPANY-CODE (WS-CNT-INDEX) ' '
                          COMPANY-NAME (WS-CNT-INDEX) ' '
                          DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-IF
               MOVE SPACES TO WS-PRINT-LINE
               STRING '    ' WS-ED-COUNT '    ' WS-ED-COUNT-2
                      '     ' WS-ED-COUNT-3
                      '           ' WS-ED-COUNT-4
                      '        ' WS-ED-COUNT-5
                      DELIMITED BY SIZE INTO WS-PRINT-LINE
               MOVE WS-PRINT-LINE (1:100) TO WS-REPORT-LINE (21:100)
               WRITE REPORT-RECORD FROM WS-REPORT-LINE
               IF WS-CNT-INDEX = COMPANY-ENTRY-COUNT
                   MOVE 10 TO WS-CNT-INDEX
               END-IF
           END-PERFORM
           MOVE WS-PAGES-PRINTED TO WS-ED-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'COPIES PRINTED (B, C AND 2) ' WS-ED-COUNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE

           CLOSE W2-EXTRACT-FILE
                 EMPLOYEE-FILE
                 W2-PRINT-FILE
                 W2-EDELIVERY-FILE
                 W2-CONTROL-REPORT-FILE
           IF W2SL-FILE-SUCCESS OR W2SL-FILE-MISSING
               CLOSE W2-STATE-LINE-FILE
           END-IF

           DISPLAY 'W-2 PRINT AND ELECTRONIC DELIVERY COMPLETED'
           DISPLAY 'W-2S READ:              ' WS-CNT-READ (11)
           DISPLAY 'W-2S PRINTED:           ' WS-CNT-PRINTED (11)
           DISPLAY 'W-2S DELIVERED ONLINE:  ' WS-CNT-ELECTRONIC (11)
           DISPLAY 'UNDELIVERABLE ADDRESSES: '
                   WS-CNT-UNDELIVERABLE (11)
           .
