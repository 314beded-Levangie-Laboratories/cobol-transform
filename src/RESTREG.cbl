      *    log BEFORE producing any detail                             *
      * 3. Prints one register line per pay history record in range:   *
      *    employee, full SSN, full deposit account, gross and net     *
      * 4. For a fraud sweep request (report type F) prints the fraud  *
      *    sweep findings instead, with the employees' full SSNs and   *
      *    the shared accounts unmasked, under its own access entry    *
      *****************************************************************

       ENVIRONMENT DIVISION.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REPORT-FILE-STATUS.

           SELECT OPTIONAL FRAUD-FINDING-FILE ASSIGN TO 'FRAUDFND'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FINDING-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RESTREG-PARM-FILE.
               05  PARM-REQUEST-USER       PIC X(15).
               05  PARM-START-DATE         PIC 9(8).
               05  PARM-END-DATE           PIC 9(8).
               05  PARM-REPORT-TYPE        PIC X.
                   88  PARM-FRAUD-SWEEP    VALUE 'F'.
               05  PARM-FILLER             PIC X(9).

       FD  PAY-HISTORY-FILE.
           COPY PAYHIST REPLACING ==PAY-HISTORY-RECORD== BY
       FD  RESTREG-REPORT-FILE.
           01  RESTREG-REPORT-RECORD       PIC X(132).

       FD  FRAUD-FINDING-FILE.
           COPY FRAUDFND REPLACING ==FRAUD-FINDING-RECORD== BY
               ==FRAUD-FINDING-RECORD-FILE==.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  RESTPARM-FILE-STATUS        PIC X(2).
               88  AUDIT-FILE-SUCCESS      VALUE '00'.
           05  REPORT-FILE-STATUS          PIC X(2).
               88  REPORT-FILE-SUCCESS     VALUE '00'.
           05  FINDING-FILE-STATUS         PIC X(2).
               88  FINDING-FILE-SUCCESS    VALUE '00' '05'.
               88  FINDING-FILE-EOF        VALUE '10'.

       COPY EMPFILE REPLACING ==EMPLOYEE-RECORD== BY
           ==WS-EMPLOYEE-RECORD==.
           05  WS-REQUEST-USER            PIC X(15) VALUE SPACES.
           05  WS-START-DATE              PIC 9(8)  VALUE ZEROS.
           05  WS-END-DATE                PIC 9(8)  VALUE 99999999.
           05  WS-REPORT-TYPE             PIC X     VALUE 'R'.
               88  WS-PAYROLL-REGISTER    VALUE 'R'.
               88  WS-FRAUD-SWEEP         VALUE 'F'.
           05  WS-LAST-FINDING-TYPE       PIC X(2)  VALUE SPACES.
           05  WS-FINDING-TEXT            PIC X(24) VALUE SPACES.

       01  WS-RUN-CONTROL.
           05  WS-DATE                    PIC 9(8)  VALUE ZEROS.
           PERFORM 100-INITIALIZATION
           PERFORM 150-LOG-REGISTER-ACCESS

           IF WS-FRAUD-SWEEP
               PERFORM UNTIL FINDING-FILE-EOF
                   PERFORM 400-WRITE-FINDING-LINES
                       THRU 400-EXIT
               END-PERFORM
           ELSE
               PERFORM UNTIL HIST-FILE-EOF
                   PERFORM 300-WRITE-REGISTER-LINE
                       THRU 300-EXIT
               END-PERFORM
           END-IF

           PERFORM 900-WRAP-UP

                   STOP RUN
           END-READ
           MOVE PARM-REQUEST-USER TO WS-REQUEST-USER
           IF PARM-FRAUD-SWEEP
               SET WS-FRAUD-SWEEP TO TRUE
           END-IF
           IF PARM-START-DATE IS NUMERIC AND PARM-START-DATE > ZEROS
               MOVE PARM-START-DATE TO WS-START-DATE
           END-IF
               STOP RUN
           END-IF

           IF WS-FRAUD-SWEEP
               OPEN INPUT FRAUD-FINDING-FILE
               IF NOT FINDING-FILE-SUCCESS
                   DISPLAY 'ERROR OPENING FRAUD SWEEP FINDINGS: '
                           FINDING-FILE-STATUS
                   STOP RUN
               END-IF
           ELSE
               OPEN INPUT PAY-HISTORY-FILE
               IF NOT HIST-FILE-SUCCESS
                   DISPLAY 'ERROR OPENING PAY HISTORY: '
                           HIST-FILE-STATUS
                   STOP RUN
               END-IF
           END-IF
           OPEN INPUT EMPLOYEE-FILE
           OPEN EXTEND AUDIT-LOG-FILE
           OPEN OUTPUT RESTREG-REPORT-FILE

           MOVE SPACES TO WS-REPORT-LINE
           IF WS-FRAUD-SWEEP
               STRING 'RESTRICTED FRAUD SWEEP FINDINGS - FULL DETAIL - '
                      'PRODUCED ' WS-DATE ' FOR ' WS-REQUEST-USER
                      DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
           ELSE
               STRING 'RESTRICTED PAYROLL REGISTER - FULL DETAIL - '
                      'PRODUCED ' WS-DATE ' FOR ' WS-REQUEST-USER
                      DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
           END-IF
           WRITE RESTREG-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE ALL '-' TO WS-REPORT-LINE
           WRITE RESTREG-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO AUDIT-EMP-ID IN AUDIT-LOG-RECORD-FILE
           MOVE WS-DATE TO AUDIT-DATE IN AUDIT-LOG-RECORD-FILE
           MOVE WS-TIME TO AUDIT-TIME IN AUDIT-LOG-RECORD-FILE
           MOVE WS-REQUEST-USER TO
               AUDIT-OLD-VALUE IN AUDIT-LOG-RECORD-FILE
           IF WS-FRAUD-SWEEP
               MOVE 'FRAUD-SWEEP-ACCESS' TO
                   AUDIT-FIELD-NAME IN AUDIT-LOG-RECORD-FILE
               MOVE 'FRAUD SWEEP FINDINGS' TO
                   AUDIT-NEW-VALUE IN AUDIT-LOG-RECORD-FILE
           ELSE
               MOVE 'UNMASKED-REGISTER-ACCESS' TO
                   AUDIT-FIELD-NAME IN AUDIT-LOG-RECORD-FILE
               STRING WS-START-DATE '-' WS-END-DATE
                      DELIMITED BY SIZE
                      INTO AUDIT-NEW-VALUE IN AUDIT-LOG-RECORD-FILE
           END-IF
           MOVE 'RESTREG' TO
               AUDIT-CHANGE-SOURCE IN AUDIT-LOG-RECORD-FILE
           WRITE AUDIT-LOG-RECORD-FILE
       300-EXIT.
           EXIT.

       400-WRITE-FINDING-LINES.
      *****************************************************************
      * Two full-detail lines per fraud sweep finding, under a         *
      * heading for each kind of finding                               *
      *****************************************************************
           READ FRAUD-FINDING-FILE
               AT END
                   SET FINDING-FILE-EOF TO TRUE
                   GO TO 400-EXIT
           END-READ

           IF FF-FINDING-TYPE IN FRAUD-FINDING-RECORD-FILE NOT =
                   WS-LAST-FINDING-TYPE
               MOVE FF-FINDING-TYPE IN FRAUD-FINDING-RECORD-FILE TO
                   WS-LAST-FINDING-TYPE
               EVALUATE TRUE
                   WHEN FF-SHARED-ACCOUNT IN FRAUD-FINDING-RECORD-FILE
                       MOVE 'SHARED DEPOSIT ACCOUNT' TO
                           WS-FINDING-TEXT
                   WHEN FF-SHARED-ADDRESS IN FRAUD-FINDING-RECORD-FILE
                       MOVE 'SHARED HOME ADDRESS' TO WS-FINDING-TEXT
                   WHEN FF-PAID-AFTER-TERM IN FRAUD-FINDING-RECORD-FILE
                       MOVE 'PAID AFTER SEPARATION' TO WS-FINDING-TEXT
                   WHEN FF-PAID-WITHOUT-TIME IN
                           FRAUD-FINDING-RECORD-FILE
                       MOVE 'PAID WITHOUT TIME' TO WS-FINDING-TEXT
                   WHEN OTHER
                       MOVE 'NO MASTER CHANGE' TO WS-FINDING-TEXT
               END-EVALUATE
               MOVE SPACES TO WS-REPORT-LINE
               WRITE RESTREG-REPORT-RECORD FROM WS-REPORT-LINE
               STRING WS-FINDING-TEXT ' - SWEEP OF '
                      FF-SWEEP-DATE IN FRAUD-FINDING-RECORD-FILE
                      ' WINDOW '
                      FF-WINDOW-START IN FRAUD-FINDING-RECORD-FILE
                      '-'
                      FF-WINDOW-END IN FRAUD-FINDING-RECORD-FILE
                      DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               WRITE RESTREG-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF

           MOVE FF-EMP-ID IN FRAUD-FINDING-RECORD-FILE TO
               EMP-ID IN EMPLOYEE-RECORD-FILE
           READ EMPLOYEE-FILE INTO WS-EMPLOYEE-RECORD
           IF NOT EMP-FILE-SUCCESS
               INITIALIZE WS-EMPLOYEE-RECORD
           END-IF
           MOVE EMP-SSN IN WS-EMPLOYEE-RECORD TO WS-SSN-DISPLAY

           MOVE SPACES TO WS-REPORT-LINE
           STRING FF-EMP-ID IN FRAUD-FINDING-RECORD-FILE
                  ' ' FF-EMP-NAME IN FRAUD-FINDING-RECORD-FILE
                  ' STATUS ' FF-EMP-STATUS IN FRAUD-FINDING-RECORD-FILE
                  ' SSN ' WS-SSN-DISPLAY
                  DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           IF FF-RELATED-EMP-ID IN FRAUD-FINDING-RECORD-FILE
                   NOT = SPACES
               MOVE ' WITH ' TO WS-REPORT-LINE (69:6)
               MOVE FF-RELATED-EMP-ID IN FRAUD-FINDING-RECORD-FILE TO
                   WS-REPORT-LINE (75:6)
               MOVE FF-RELATED-EMP-NAME IN FRAUD-FINDING-RECORD-FILE
                   TO WS-REPORT-LINE (82:30)
           END-IF
           WRITE RESTREG-REPORT-RECORD FROM WS-REPORT-LINE

           MOVE FF-AMOUNT IN FRAUD-FINDING-RECORD-FILE TO WS-ED-AMOUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING '       ' FF-DETAIL IN FRAUD-FINDING-RECORD-FILE
                  DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           IF NOT FF-SHARED-ACCOUNT IN FRAUD-FINDING-RECORD-FILE
               AND NOT FF-SHARED-ADDRESS IN FRAUD-FINDING-RECORD-FILE
               STRING ' DATE ' FF-DATE IN FRAUD-FINDING-RECORD-FILE
                      ' GROSS ' WS-ED-AMOUNT
                      ' CHECKS ' FF-COUNT IN FRAUD-FINDING-RECORD-FILE
                      DELIMITED BY SIZE
                      INTO WS-REPORT-LINE (49:84)
           END-IF
           WRITE RESTREG-REPORT-RECORD FROM WS-REPORT-LINE
           ADD 1 TO WS-LINE-COUNT
           .
       400-EXIT.
           EXIT.

       900-WRAP-UP.
      *****************************************************************
      * Close all files and report the counts                          *
      *****************************************************************
           IF WS-FRAUD-SWEEP
               CLOSE FRAUD-FINDING-FILE
           ELSE
               CLOSE PAY-HISTORY-FILE
           END-IF
           CLOSE EMPLOYEE-FILE
                 AUDIT-LOG-FILE
                 RESTREG-REPORT-FILE

