      *    between master YTD and history, and a per-company line for  *
      *    every variance between history and the 941 extract,         *
      *    ending with a clean/not-clean verdict                       *
      * 6. Totals the W-2c corrections W2CORR posted to the quarter    *
      *    and prints each company's 941 figures as corrected for the  *
      *    941-X. Corrections are not variances - the quarter's        *
      *    history and 941 extract still balance as filed              *
      *****************************************************************

       ENVIRONMENT DIVISION.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS Q941-FILE-STATUS.

           SELECT OPTIONAL W2C-ADJUST-FILE ASSIGN TO 'W2CADJ'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ADJ-FILE-STATUS.

           SELECT BALANCE-REPORT-FILE ASSIGN TO 'QTRBRPT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           COPY TAXEXT941 REPLACING ==Q941-EXTRACT-RECORD== BY
               ==Q941-EXTRACT-RECORD-FILE==.

       FD  W2C-ADJUST-FILE.
           COPY W2CADJ REPLACING ==W2C-ADJUSTMENT-RECORD== BY
               ==W2C-ADJUSTMENT-RECORD-FILE==.

       FD  BALANCE-REPORT-FILE.
           01  REPORT-RECORD                PIC X(132).

           05  Q941-FILE-STATUS           PIC X(2).
               88  Q941-FILE-SUCCESS      VALUE '00' '05'.
               88  Q941-FILE-EOF          VALUE '10'.
           05  ADJ-FILE-STATUS            PIC X(2).
               88  ADJ-FILE-SUCCESS       VALUE '00' '05'.
               88  ADJ-FILE-EOF           VALUE '10'.
           05  REPORT-FILE-STATUS         PIC X(2).
               88  REPORT-FILE-SUCCESS    VALUE '00'.


      *****************************************************************
      * Per-company quarter totals from history, compared against the  *
      * 941 extract, with the 941 figures as filed and the W-2c        *
      * corrections posted to the quarter for the 941-X                *
      *****************************************************************
       01  WS-CO-TABLE.
           05  WS-CO-ENTRY OCCURS 5 TIMES.
               10  WS-CO-QTR-FED           PIC S9(11)V99 COMP-3.
               10  WS-CO-QTR-SS            PIC S9(11)V99 COMP-3.
               10  WS-CO-QTR-MED           PIC S9(11)V99 COMP-3.
               10  WS-CO-941-SW            PIC X.
                   88  WS-CO-941-FOUND     VALUE 'Y'.
               10  WS-CO-941-WAGES         PIC S9(11)V99 COMP-3.
               10  WS-CO-941-FED           PIC S9(11)V99 COMP-3.
               10  WS-CO-941-SS            PIC S9(11)V99 COMP-3.
               10  WS-CO-941-MED           PIC S9(11)V99 COMP-3.
               10  WS-CO-ADJ-COUNT         PIC 9(5) COMP-3.
               10  WS-CO-ADJ-WAGES         PIC S9(11)V99 COMP-3.
               10  WS-CO-ADJ-FED           PIC S9(11)V99 COMP-3.
               10  WS-CO-ADJ-SS-WAGES      PIC S9(11)V99 COMP-3.
               10  WS-CO-ADJ-SS            PIC S9(11)V99 COMP-3.
               10  WS-CO-ADJ-MED-WAGES     PIC S9(11)V99 COMP-3.
               10  WS-CO-ADJ-MED           PIC S9(11)V99 COMP-3.
           05  WS-CO-INDEX                 PIC 9(3) COMP-3 VALUE ZEROS.

       01  WS-VARIANCE-WORK.
       01  WS-RUN-TOTALS.
           05  WS-EMP-VARIANCE-COUNT       PIC 9(5) COMP-3 VALUE ZEROS.
           05  WS-CO-VARIANCE-COUNT        PIC 9(5) COMP-3 VALUE ZEROS.
           05  WS-ADJ-COUNT                PIC 9(5) COMP-3 VALUE ZEROS.

       01  WS-REPORT-LINE                  PIC X(132).
       01  WS-ED-AMOUNT                    PIC Z,ZZZ,ZZ9.99-.
           PERFORM 100-INITIALIZATION
           PERFORM 200-LOAD-MASTER-YTD
           PERFORM 300-SUM-PAY-HISTORY
           PERFORM 350-LOAD-W2C-ADJUSTMENTS
           PERFORM 400-COMPARE-EMPLOYEE-LEGS
           PERFORM 500-COMPARE-941-EXTRACT
           PERFORM 600-REPORT-941X-CORRECTIONS
           PERFORM 900-WRAP-UP

           STOP RUN
               MOVE ZEROS TO WS-CO-QTR-FED (WS-CO-INDEX)
               MOVE ZEROS TO WS-CO-QTR-SS (WS-CO-INDEX)
               MOVE ZEROS TO WS-CO-QTR-MED (WS-CO-INDEX)
               MOVE 'N' TO WS-CO-941-SW (WS-CO-INDEX)
               MOVE ZEROS TO WS-CO-941-WAGES (WS-CO-INDEX)
                             WS-CO-941-FED (WS-CO-INDEX)
                             WS-CO-941-SS (WS-CO-INDEX)
                             WS-CO-941-MED (WS-CO-INDEX)
                             WS-CO-ADJ-COUNT (WS-CO-INDEX)
                             WS-CO-ADJ-WAGES (WS-CO-INDEX)
                             WS-CO-ADJ-FED (WS-CO-INDEX)
                             WS-CO-ADJ-SS-WAGES (WS-CO-INDEX)
                             WS-CO-ADJ-SS (WS-CO-INDEX)
                             WS-CO-ADJ-MED-WAGES (WS-CO-INDEX)
                             WS-CO-ADJ-MED (WS-CO-INDEX)
           END-PERFORM
           .

           END-PERFORM
           .

       350-LOAD-W2C-ADJUSTMENTS.
      *****************************************************************
      * Total the W-2c corrections W2CORR posted to this tax year and  *
      * quarter, per company                                           *
      *****************************************************************
           OPEN INPUT W2C-ADJUST-FILE
           IF ADJ-FILE-SUCCESS
               PERFORM UNTIL ADJ-FILE-EOF
                   READ W2C-ADJUST-FILE
                       AT END
                           SET ADJ-FILE-EOF TO TRUE
                       NOT AT END
                           IF W2CA-TAX-YEAR IN
                                   W2C-ADJUSTMENT-RECORD-FILE
                                   = WS-TAX-YEAR
                               AND W2CA-QUARTER IN
                                   W2C-ADJUSTMENT-RECORD-FILE
                                   = WS-QUARTER
                               PERFORM 360-ROLL-ONE-ADJUSTMENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE W2C-ADJUST-FILE
           END-IF
           .

       360-ROLL-ONE-ADJUSTMENT.
      *****************************************************************
      * Roll one W-2c correction into its company                      *
      *****************************************************************
           PERFORM VARYING WS-CO-INDEX FROM 1 BY 1
                   UNTIL WS-CO-INDEX > 5
               IF WS-CO-CODE (WS-CO-INDEX) =
                       W2CA-COMPANY-CODE IN W2C-ADJUSTMENT-RECORD-FILE
                   OR WS-CO-CODE (WS-CO-INDEX) = SPACES
                   IF WS-CO-CODE (WS-CO-INDEX) = SPACES
                       MOVE W2CA-COMPANY-CODE IN
                           W2C-ADJUSTMENT-RECORD-FILE TO
                           WS-CO-CODE (WS-CO-INDEX)
                   END-IF
                   ADD 1 TO WS-CO-ADJ-COUNT (WS-CO-INDEX)
                            WS-ADJ-COUNT
                   ADD W2CA-WAGES-DELTA IN
                       W2C-ADJUSTMENT-RECORD-FILE TO
                       WS-CO-ADJ-WAGES (WS-CO-INDEX)
                   ADD W2CA-FED-TAX-DELTA IN
                       W2C-ADJUSTMENT-RECORD-FILE TO
                       WS-CO-ADJ-FED (WS-CO-INDEX)
                   ADD W2CA-SS-WAGES-DELTA IN
                       W2C-ADJUSTMENT-RECORD-FILE TO
                       WS-CO-ADJ-SS-WAGES (WS-CO-INDEX)
                   ADD W2CA-SS-TAX-DELTA IN
                       W2C-ADJUSTMENT-RECORD-FILE TO
                       WS-CO-ADJ-SS (WS-CO-INDEX)
                   ADD W2CA-MED-WAGES-DELTA IN
                       W2C-ADJUSTMENT-RECORD-FILE TO
                       WS-CO-ADJ-MED-WAGES (WS-CO-INDEX)
                   ADD W2CA-MED-TAX-DELTA IN
                       W2C-ADJUSTMENT-RECORD-FILE TO
                       WS-CO-ADJ-MED (WS-CO-INDEX)
                   MOVE 99 TO WS-CO-INDEX
               END-IF
           END-PERFORM
           .

       400-COMPARE-EMPLOYEE-LEGS.
      *****************************************************************
      * Per-employee drill-down: the master YTD leg against the        *
                   UNTIL WS-CO-INDEX > 5
               IF WS-CO-CODE (WS-CO-INDEX) =
                       Q941-COMPANY-CODE IN Q941-EXTRACT-RECORD-FILE
                   MOVE 'Y' TO WS-CO-941-SW (WS-CO-INDEX)
                   MOVE Q941-TOTAL-WAGES IN Q941-EXTRACT-RECORD-FILE
                       TO WS-CO-941-WAGES (WS-CO-INDEX)
                   MOVE Q941-TOTAL-FEDERAL-TAX IN
                       Q941-EXTRACT-RECORD-FILE
                       TO WS-CO-941-FED (WS-CO-INDEX)
                   MOVE Q941-TOTAL-SOC-SEC-TAX IN
                       Q941-EXTRACT-RECORD-FILE
                       TO WS-CO-941-SS (WS-CO-INDEX)
                   MOVE Q941-TOTAL-MEDICARE-TAX IN
                       Q941-EXTRACT-RECORD-FILE
                       TO WS-CO-941-MED (WS-CO-INDEX)
                   COMPUTE WS-VAR-GROSS =
                       Q941-TOTAL-WAGES IN Q941-EXTRACT-RECORD-FILE -
                       WS-CO-QTR-GROSS (WS-CO-INDEX)
           END-PERFORM
           .

       600-REPORT-941X-CORRECTIONS.
      *****************************************************************
      * For each company with W-2c corrections posted to the quarter,  *
      * print the corrections and the 941 figures as corrected - the   *
      * amounts the 941-X reports. A company with no 941 record for    *
      * the quarter shows the corrections against zero                 *
      *****************************************************************
           IF WS-ADJ-COUNT > ZEROS
               MOVE SPACES TO WS-REPORT-LINE
               WRITE REPORT-RECORD FROM WS-REPORT-LINE
               MOVE 'W-2C CORRECTIONS FOR 941-X (NOT VARIANCES)' TO
                   WS-REPORT-LINE
               WRITE REPORT-RECORD FROM WS-REPORT-LINE
               PERFORM VARYING WS-CO-INDEX FROM 1 BY 1
                       UNTIL WS-CO-INDEX > 5
                   IF WS-CO-ADJ-COUNT (WS-CO-INDEX) > ZEROS
                       PERFORM 610-PRINT-COMPANY-CORRECTION
                   END-IF
               END-PERFORM
           END-IF
           .

       610-PRINT-COMPANY-CORRECTION.
      *****************************************************************
      * Print one company's W-2c corrections and corrected figures     *
      *****************************************************************
           MOVE WS-CO-ADJ-WAGES (WS-CO-INDEX) TO WS-ED-AMOUNT
           MOVE WS-CO-ADJ-FED (WS-CO-INDEX) TO WS-ED-AMOUNT-2
           MOVE WS-CO-ADJ-SS (WS-CO-INDEX) TO WS-ED-AMOUNT-3
           MOVE WS-CO-ADJ-MED (WS-CO-INDEX) TO WS-ED-AMOUNT-4
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'COMPANY ' WS-CO-CODE (WS-CO-INDEX)
                  ' CORRECTIONS  WAGES ' WS-ED-AMOUNT
                  '  FED ' WS-ED-AMOUNT-2
                  '  SS ' WS-ED-AMOUNT-3
                  '  MED ' WS-ED-AMOUNT-4
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE

           MOVE WS-CO-ADJ-SS-WAGES (WS-CO-INDEX) TO WS-ED-AMOUNT
           MOVE WS-CO-ADJ-MED-WAGES (WS-CO-INDEX) TO WS-ED-AMOUNT-2
           MOVE SPACES TO WS-REPORT-LINE
           STRING '           SS WAGES ' WS-ED-AMOUNT
                  '  MEDICARE WAGES ' WS-ED-AMOUNT-2
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE

           COMPUTE WS-ED-AMOUNT = WS-CO-941-WAGES (WS-CO-INDEX) +
               WS-CO-ADJ-WAGES (WS-CO-INDEX)
           COMPUTE WS-ED-AMOUNT-2 = WS-CO-941-FED (WS-CO-INDEX) +
               WS-CO-ADJ-FED (WS-CO-INDEX)
           COMPUTE WS-ED-AMOUNT-3 = WS-CO-941-SS (WS-CO-INDEX) +
               WS-CO-ADJ-SS (WS-CO-INDEX)
           COMPUTE WS-ED-AMOUNT-4 = WS-CO-941-MED (WS-CO-INDEX) +
               WS-CO-ADJ-MED (WS-CO-INDEX)
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'COMPANY ' WS-CO-CODE (WS-CO-INDEX)
                  ' AS CORRECTED WAGES ' WS-ED-AMOUNT
                  '  FED ' WS-ED-AMOUNT-2
                  '  SS ' WS-ED-AMOUNT-3
                  '  MED ' WS-ED-AMOUNT-4
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           IF NOT WS-CO-941-FOUND (WS-CO-INDEX)
               MOVE '(NO 941 RECORD)' TO WS-REPORT-LINE (116:15)
           END-IF
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           .

       900-WRAP-UP.
      *****************************************************************
      * Write the clean/not-clean verdict, close all files, and        *
           DISPLAY 'QUARTER-END THREE-WAY BALANCING COMPLETE'
           DISPLAY 'EMPLOYEE VARIANCES: ' WS-EMP-VARIANCE-COUNT
           DISPLAY 'COMPANY VARIANCES: ' WS-CO-VARIANCE-COUNT
           DISPLAY 'W-2C CORRECTIONS: ' WS-ADJ-COUNT
           .
