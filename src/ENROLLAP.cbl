      *               dental, or vision plan now generates a COBRA    *
      *               qualifying-event record for the administrator   *
      *               file.                                           *
      *   2026-10-15  A 401(k) deferral staged by automatic           *
      *               enrollment is cancelled for an employee who has *
      *               since opted out or made their own election;     *
      *               other deferral elections are recorded as the    *
      *               employee's own election or opt-out.             *
      *****************************************************************

       IDENTIFICATION DIVISION.
      *    master with a before/after audit entry and flipped to       *
      *    applied; later-dated elections stay pending and are         *
      *    listed on the confirmation report                           *
      * 3. Cancels an automatic enrollment deferral for an employee    *
      *    who has since opted out or made their own election, and     *
      *    records other deferral elections as the employee's own      *
      * 4. Rewrites each election with its new status                  *
      *****************************************************************

       ENVIRONMENT DIVISION.
           05  WS-PENDING-COUNT           PIC 9(5) COMP-3 VALUE ZEROS.
           05  WS-ERROR-COUNT             PIC 9(5) COMP-3 VALUE ZEROS.
           05  WS-COBRA-EVENT-COUNT       PIC 9(5) COMP-3 VALUE ZEROS.
           05  WS-CANCELLED-COUNT         PIC 9(5) COMP-3 VALUE ZEROS.

       01  WS-COBRA-DROP-SW                PIC X VALUE 'N'.
           88  WS-COBRA-DROP               VALUE 'Y'.
               GO TO 300-EXIT
           END-IF

           IF EL-401K-PERCENT IN ELECTION-RECORD-FILE
               AND EL-AUTO-ENROLL-SOURCE IN ELECTION-RECORD-FILE
               AND (EMP-AE-OPTED-OUT IN WS-EMPLOYEE-RECORD
                   OR EMP-AE-OWN-ELECTION IN WS-EMPLOYEE-RECORD)
               ADD 1 TO WS-CANCELLED-COUNT
               MOVE 'C' TO EL-STATUS IN ELECTION-RECORD-FILE
               REWRITE ELECTION-RECORD-FILE
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'CANCELLED '
                      EL-EMPLOYEE-ID IN ELECTION-RECORD-FILE
                      ' AUTOMATIC DEFERRAL - EMPLOYEE ELECTION ON FILE'
                      DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               WRITE ENROLL-REPORT-RECORD FROM WS-REPORT-LINE
               GO TO 300-EXIT
           END-IF

           PERFORM 400-APPLY-ELECTION

           REWRITE EMPLOYEE-RECORD-FILE FROM WS-EMPLOYEE-RECORD

           PERFORM 850-WRITE-AUDIT-ENTRY

           IF (EL-401K-PERCENT IN ELECTION-RECORD-FILE
               OR EL-ROTH-PERCENT IN ELECTION-RECORD-FILE)
               AND NOT EL-AUTO-ENROLL-SOURCE IN ELECTION-RECORD-FILE
               PERFORM 410-RECORD-OWN-ELECTION
           END-IF

           IF WS-COBRA-DROP
               PERFORM 860-WRITE-COBRA-EVENT
           END-IF
           .

       410-RECORD-OWN-ELECTION.
      *****************************************************************
      * A deferral election the employee made is recorded on the       *
      * automatic enrollment status so automatic enrollment and        *
      * escalation leave the employee alone; deferrals left at zero    *
      * on both percentages are an opt-out                             *
      *****************************************************************
           IF EMP-401K-PERCENT IN WS-EMPLOYEE-RECORD > ZEROS
               OR EMP-401K-ROTH-PERCENT IN WS-EMPLOYEE-RECORD > ZEROS
               MOVE 'E' TO EMP-AE-STATUS IN WS-EMPLOYEE-RECORD
           ELSE
               MOVE 'O' TO EMP-AE-STATUS IN WS-EMPLOYEE-RECORD
           END-IF
           MOVE EL-EFFECTIVE-DATE IN ELECTION-RECORD-FILE TO
               EMP-AE-STATUS-DATE IN WS-EMPLOYEE-RECORD
           .

       860-WRITE-COBRA-EVENT.
      *****************************************************************
      * Write one qualifying-event record for a dropped health,        *
           DISPLAY 'APPLIED:  ' WS-APPLIED-COUNT
           DISPLAY 'PENDING:  ' WS-PENDING-COUNT
           DISPLAY 'ERRORS:   ' WS-ERROR-COUNT
           DISPLAY 'CANCELLED:' WS-CANCELLED-COUNT
           DISPLAY 'COBRA EVENTS GENERATED: ' WS-COBRA-EVENT-COUNT

           CLOSE ELECTION-FILE
