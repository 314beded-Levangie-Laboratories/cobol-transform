      * 4. Prints the exception report; when the screen is clean it    *
      *    records its completion on the step ledger so release can    *
      *    prove the screen ran clean for the period                   *
      * 5. Writes each exception to the exception extract (ANOMEXC)    *
      *    so it can be routed to the employee's department            *
      *****************************************************************

       ENVIRONMENT DIVISION.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REPORT-FILE-STATUS.

           SELECT OPTIONAL ANOM-EXTRACT-FILE ASSIGN TO 'ANOMEXC'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS EXTRACT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ANOM-PARM-FILE.
       FD  ANOM-REPORT-FILE.
           01  REPORT-RECORD                PIC X(132).

       FD  ANOM-EXTRACT-FILE.
           COPY ANOMEXC REPLACING ==ANOMALY-EXCEPTION-RECORD== BY
               ==ANOMALY-EXCEPTION-RECORD-FILE==.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  PARM-FILE-STATUS           PIC X(2).
               88  AUDIT-FILE-EOF         VALUE '10'.
           05  REPORT-FILE-STATUS         PIC X(2).
               88  REPORT-FILE-SUCCESS    VALUE '00'.
           05  EXTRACT-FILE-STATUS        PIC X(2).
               88  EXTRACT-FILE-SUCCESS   VALUE '00' '05'.

       01  WS-PARMS.
           05  WS-SWING-THRESHOLD          PIC 9(3)V99 COMP-3
           05  WS-STEP-PERIOD-ID           PIC 9(6) VALUE ZEROS.
           05  WS-STEP-RETURN-CODE         PIC X VALUE '0'.

      *****************************************************************
      * Exception extract work: each printed exception is also        *
      * written to the extract so it can be routed by department       *
      *****************************************************************
       01  WS-EXTRACT-WORK.
           05  WS-EXC-TYPE                 PIC X(10) VALUE SPACES.
           05  WS-EXC-DETAIL               PIC X(60) VALUE SPACES.

       01  WS-RUN-TOTALS.
           05  WS-SCREENED-COUNT           PIC 9(5) COMP-3 VALUE ZEROS.
           05  WS-EXCEPTION-COUNT          PIC 9(5) COMP-3 VALUE ZEROS.

           OPEN INPUT PAY-HISTORY-FILE
           OPEN OUTPUT ANOM-REPORT-FILE
           OPEN OUTPUT ANOM-EXTRACT-FILE
           IF NOT HIST-FILE-SUCCESS OR NOT REPORT-FILE-SUCCESS
               OR NOT EXTRACT-FILE-SUCCESS
               DISPLAY 'ERROR OPENING SCREEN FILES - HIST: '
                       HIST-FILE-STATUS
               STOP RUN
                      '  - NO PRIOR HISTORY TO COMPARE'
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE REPORT-RECORD FROM WS-REPORT-LINE
               MOVE 'FIRST PAY' TO WS-EXC-TYPE
               MOVE 'NO PRIOR HISTORY TO COMPARE' TO WS-EXC-DETAIL
               PERFORM 330-WRITE-EXCEPTION-EXTRACT
           ELSE
               IF WS-TRAIL-AVERAGE NOT = ZEROS
                   COMPUTE WS-SWING-PERCENT ROUNDED =
                              '  SWING ' WS-ED-PERCENT '%'
                              DELIMITED BY SIZE INTO WS-REPORT-LINE
                       WRITE REPORT-RECORD FROM WS-REPORT-LINE
                       MOVE 'NET SWING' TO WS-EXC-TYPE
                       MOVE 'NET SWUNG BEYOND THE TRAILING AVERAGE'
                           TO WS-EXC-DETAIL
                       PERFORM 330-WRITE-EXCEPTION-EXTRACT
                   END-IF
               END-IF
           END-IF
                          'CHANGE - VERIFY WITH EMPLOYEE'
                          DELIMITED BY SIZE INTO WS-REPORT-LINE
                   WRITE REPORT-RECORD FROM WS-REPORT-LINE
                   MOVE 'BANK CHG' TO WS-EXC-TYPE
                   MOVE 'PAY FOLLOWS A RECENT BANK-ACCOUNT CHANGE'
                       TO WS-EXC-DETAIL
                   PERFORM 330-WRITE-EXCEPTION-EXTRACT
                   MOVE 9999 TO WS-BC-INDEX
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-REPORT-LINE
           .

       330-WRITE-EXCEPTION-EXTRACT.
      *****************************************************************
      * Write the exception just printed to the exception extract,     *
      * keyed to the run so it can be routed to the department         *
      *****************************************************************
           MOVE SPACES TO ANOMALY-EXCEPTION-RECORD-FILE
           MOVE WS-RUN-PERIOD-ID TO
               AX-PERIOD-ID IN ANOMALY-EXCEPTION-RECORD-FILE
           MOVE WS-RUN-CHECK-DATE TO
               AX-CHECK-DATE IN ANOMALY-EXCEPTION-RECORD-FILE
           MOVE HIST-EMP-ID IN PAY-HISTORY-RECORD-FILE TO
               AX-EMP-ID IN ANOMALY-EXCEPTION-RECORD-FILE
           MOVE WS-EXC-TYPE TO
               AX-EXCEPTION-TYPE IN ANOMALY-EXCEPTION-RECORD-FILE
           MOVE WS-CURRENT-NET TO
               AX-NET-PAY IN ANOMALY-EXCEPTION-RECORD-FILE
           MOVE WS-TRAIL-AVERAGE TO
               AX-TRAILING-AVERAGE IN ANOMALY-EXCEPTION-RECORD-FILE
           MOVE ZEROS TO
               AX-SWING-PERCENT IN ANOMALY-EXCEPTION-RECORD-FILE
           IF WS-EXC-TYPE = 'NET SWING'
               MOVE WS-SWING-PERCENT TO
                   AX-SWING-PERCENT IN ANOMALY-EXCEPTION-RECORD-FILE
           END-IF
           MOVE WS-EXC-DETAIL TO
               AX-DETAIL IN ANOMALY-EXCEPTION-RECORD-FILE
           WRITE ANOMALY-EXCEPTION-RECORD-FILE
           .

       900-WRAP-UP.
      *****************************************************************
      * Record a clean screen on the step ledger, close the files,     *

           CLOSE PAY-HISTORY-FILE
                 ANOM-REPORT-FILE
                 ANOM-EXTRACT-FILE

      *****************************************************************
      * A clean screen books its completion for the period; with      *
