      *               generate COBRA qualifying-event records for     *
      *               the administrator file when the employee has    *
      *               enrolled health, dental, or vision coverage.    *
      *   2026-10-15  Change transactions now cover the W-2           *
      *               electronic-delivery consent group; consent      *
      *               requires an e-mail address on file and the      *
      *               consent date defaults to the effective date.    *
      *   2026-10-15  Change transactions now cover the comp-time     *
      *               election group; the election is accepted for    *
      *               hourly (non-exempt) employees only.             *
      *   2026-10-15  Change transactions now cover the work site and *
      *               supervisor assignment group; an employee cannot *
      *               be named as their own supervisor.               *
      *   2026-10-15  Change transactions now cover the nonresident   *
      *               alien group (NRA status, visa type, and tax     *
      *               treaty); the YTD treaty-exempt wages are kept.  *
      *   2026-10-15  Reactivation keeps the first hire date and the  *
      *               termination date being cleared on the rehire    *
      *               history group, for retirement plan vesting.     *
      *   2026-10-15  Terminations carry the separation reason and    *
      *               the last day worked from the transaction image; *
      *               an unknown reason or a last day worked after    *
      *               the termination date is rejected, and a         *
      *               reactivation clears them.                       *
      *   2026-10-15  Change transactions now cover the salary grade  *
      *               group (SG), validated against the salary grade  *
      *               table; adds, pay changes, and grade changes     *
      *               that leave the employee's hourly-equivalent     *
      *               rate outside the grade's range are warned on    *
      *               the register.                                   *
      *   2026-10-15  Change transactions now cover the military      *
      *               activation group (MA): orders start and end     *
      *               dates and military pay per period. A new start  *
      *               date restarts the differential paid under the   *
      *               activation; the YTD differential is kept.       *
      *****************************************************************

       IDENTIFICATION DIVISION.
      *    reactivation as a status flip back to active                *
      * 4. Writing one register line per transaction showing whether   *
      *    it was applied or rejected and why                          *
      * 5. Warning on the register, without rejecting, when an add or  *
      *    a pay or salary grade change leaves a graded employee's     *
      *    hourly-equivalent rate outside the salary grade's range     *
      *****************************************************************

       ENVIRONMENT DIVISION.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS GEO-FILE-STATUS.

           SELECT OPTIONAL SALARY-GRADE-FILE ASSIGN TO 'SALGRADE'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS GRADE-FILE-STATUS.

           SELECT COBRA-EVENT-FILE ASSIGN TO 'COBRAQE'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           COPY GEOCODE REPLACING ==GEOCODE-RECORD== BY
               ==GEOCODE-RECORD-FILE==.

       FD  SALARY-GRADE-FILE.
           COPY SALGRADE REPLACING ==SALARY-GRADE-RECORD== BY
               ==SALARY-GRADE-RECORD-FILE==.

       FD  COBRA-EVENT-FILE.
           COPY COBRAQE REPLACING ==COBRA-EVENT-RECORD== BY
               ==COBRA-EVENT-RECORD-FILE==.
           05  GEO-FILE-STATUS             PIC X(2).
               88  GEO-FILE-SUCCESS        VALUE '00' '05'.
               88  GEO-FILE-EOF            VALUE '10'.
           05  GRADE-FILE-STATUS           PIC X(2).
               88  GRADE-FILE-SUCCESS      VALUE '00' '05'.
               88  GRADE-FILE-EOF          VALUE '10'.
           05  AUDIT-FILE-STATUS           PIC X(2).
               88  AUDIT-FILE-SUCCESS      VALUE '00' '05'.

       01  WS-GEO-MATCH-CODE               PIC X(5) VALUE SPACES.
       01  WS-GEO-EMP-ZIP5                 PIC X(5) VALUE SPACES.

      *****************************************************************
      * Salary grade ranges, every effective-dated row kept so the     *
      * row in force at each transaction's effective date is used;     *
      * loaded once at initialization when the file is present         *
      *****************************************************************
       01  WS-GRADE-TABLE.
           05  WS-GR-COUNT                 PIC 9(3) COMP-3 VALUE ZEROS.
           05  WS-GR-ENTRY OCCURS 300 TIMES.
               10  WS-GR-GRADE             PIC X(4).
               10  WS-GR-EFF-DATE          PIC 9(8).
               10  WS-GR-MINIMUM           PIC 9(4)V99 COMP-3.
               10  WS-GR-MIDPOINT          PIC 9(4)V99 COMP-3.
               10  WS-GR-MAXIMUM           PIC 9(4)V99 COMP-3.
       01  WS-GR-INDEX                     PIC 9(4) COMP-3 VALUE ZEROS.
       01  WS-GR-MATCH                     PIC 9(4) COMP-3 VALUE ZEROS.
       01  WS-GR-FIND-GRADE                PIC X(4) VALUE SPACES.
       01  WS-GR-AS-OF-DATE                PIC 9(8) VALUE ZEROS.
       01  WS-ANNUAL-PAY                   PIC 9(9)V99 COMP-3
                                       VALUE ZEROS.
       01  WS-HOURLY-EQUIV                 PIC 9(6)V99 COMP-3
                                       VALUE ZEROS.
       01  WS-GRADE-WARNING-COUNT          PIC 9(5) COMP-3 VALUE ZEROS.
       01  WS-ED-HOURLY-EQUIV              PIC ZZZ,ZZ9.99.
       01  WS-ED-GRADE-LIMIT               PIC ZZZ9.99.

       01  WS-MAINT-DATETIME.
           05  WS-MAINT-DATE               PIC 9(8) VALUE ZEROS.
           05  WS-MAINT-TIME               PIC 9(8) VALUE ZEROS.
           ACCEPT WS-MAINT-TIME FROM TIME

           PERFORM 150-LOAD-GEOCODE-TABLE
           PERFORM 170-LOAD-SALARY-GRADES

           OPEN OUTPUT MAINT-REGISTER-FILE
           IF NOT REGISTER-FILE-SUCCESS
           END-PERFORM
           .

       170-LOAD-SALARY-GRADES.
      *****************************************************************
      * Load the salary grade table when the file is present; with    *
      * no table on file the grade range warnings are skipped         *
      *****************************************************************
           OPEN INPUT SALARY-GRADE-FILE
           IF GRADE-FILE-SUCCESS
               PERFORM UNTIL GRADE-FILE-EOF
                   READ SALARY-GRADE-FILE
                       AT END
                           SET GRADE-FILE-EOF TO TRUE
                       NOT AT END
                           IF WS-GR-COUNT < 300
                               ADD 1 TO WS-GR-COUNT
                               MOVE SG-GRADE-CODE IN
                                   SALARY-GRADE-RECORD-FILE TO
                                   WS-GR-GRADE (WS-GR-COUNT)
                               IF SG-EFFECTIVE-DATE IN
                                       SALARY-GRADE-RECORD-FILE
                                       IS NUMERIC
                                   MOVE SG-EFFECTIVE-DATE IN
                                       SALARY-GRADE-RECORD-FILE TO
                                       WS-GR-EFF-DATE (WS-GR-COUNT)
                               ELSE
                                   MOVE ZEROS TO
                                       WS-GR-EFF-DATE (WS-GR-COUNT)
                               END-IF
                               MOVE SG-MINIMUM-RATE IN
                                   SALARY-GRADE-RECORD-FILE TO
                                   WS-GR-MINIMUM (WS-GR-COUNT)
                               MOVE SG-MIDPOINT-RATE IN
                                   SALARY-GRADE-RECORD-FILE TO
                                   WS-GR-MIDPOINT (WS-GR-COUNT)
                               MOVE SG-MAXIMUM-RATE IN
                                   SALARY-GRADE-RECORD-FILE TO
                                   WS-GR-MAXIMUM (WS-GR-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SALARY-GRADE-FILE
           END-IF
           DISPLAY 'SALARY GRADE ROWS LOADED: ' WS-GR-COUNT
           .

       180-FIND-SALARY-GRADE.
      *****************************************************************
      * Find the row for WS-GR-FIND-GRADE in force at                 *
      * WS-GR-AS-OF-DATE - the latest effective date not after it;    *
      * WS-GR-MATCH is zero when the grade has no row in force        *
      *****************************************************************
           MOVE ZEROS TO WS-GR-MATCH
           PERFORM VARYING WS-GR-INDEX FROM 1 BY 1
                   UNTIL WS-GR-INDEX > WS-GR-COUNT
               IF WS-GR-GRADE (WS-GR-INDEX) = WS-GR-FIND-GRADE
                   AND WS-GR-EFF-DATE (WS-GR-INDEX) NOT >
                       WS-GR-AS-OF-DATE
                   IF WS-GR-MATCH = ZEROS
                       MOVE WS-GR-INDEX TO WS-GR-MATCH
                   ELSE
                       IF WS-GR-EFF-DATE (WS-GR-INDEX) >=
                               WS-GR-EFF-DATE (WS-GR-MATCH)
                           MOVE WS-GR-INDEX TO WS-GR-MATCH
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           .

       200-READ-TRANSACTION.
      *****************************************************************
      * Read the next maintenance transaction record                   *
           IF WS-TRANS-VALID
               ADD 1 TO WS-APPLIED-COUNT
               PERFORM 810-WRITE-APPLIED-LINE
               IF TRN-ADD IN WS-TRANSACTION
                   OR (TRN-CHANGE IN WS-TRANSACTION AND
                       (TRN-GRP-PAY IN WS-TRANSACTION OR
                        TRN-GRP-SALARY-GRADE IN WS-TRANSACTION))
                   PERFORM 830-CHECK-GRADE-RANGE THRU 830-EXIT
               END-IF
           ELSE
               ADD 1 TO WS-REJECTED-COUNT
               PERFORM 820-WRITE-REJECTED-LINE
                       MOVE 'TERMINATION DATE REQUIRED' TO
                           WS-REJECT-REASON
                   END-IF
                   IF WS-TRANS-VALID
                       PERFORM 325-VALIDATE-SEPARATION
                   END-IF

               WHEN TRN-REACTIVATE IN WS-TRANSACTION
                   IF NOT WS-EMPLOYEE-FOUND
           END-EVALUATE
           .

       325-VALIDATE-SEPARATION.
      *****************************************************************
      * The separation reason, when keyed, must be a known code, and   *
      * the last day worked, when keyed, cannot fall after the         *
      * termination date. A blank reason is accepted so feeds that do  *
      * not carry one still terminate; the state is then answered      *
      * that the reason is not on file                                 *
      *****************************************************************
           IF NOT EMP-SEP-NOT-CAPTURED IN WS-TRANS-EMPLOYEE
               AND NOT EMP-SEP-REASON-VALID IN WS-TRANS-EMPLOYEE
               PERFORM 330-REJECT-TRANSACTION
               MOVE 'INVALID SEPARATION REASON' TO WS-REJECT-REASON
           END-IF
           IF WS-TRANS-VALID
               AND EMP-LAST-DAY-WORKED IN WS-TRANS-EMPLOYEE IS NUMERIC
               AND EMP-LAST-DAY-WORKED IN WS-TRANS-EMPLOYEE >
                   TRN-EFFECTIVE-DATE IN WS-TRANSACTION
               PERFORM 330-REJECT-TRANSACTION
               MOVE 'LAST DAY WORKED AFTER TERMINATION DATE' TO
                   WS-REJECT-REASON
           END-IF
           .

       330-REJECT-TRANSACTION.
      *****************************************************************
      * Mark the current transaction rejected                          *
                           WS-REJECT-REASON
                   END-IF

               WHEN TRN-GRP-W2-CONSENT IN WS-TRANSACTION
                   IF NOT (EMP-W2-CONSENT-YES IN WS-TRANS-EMPLOYEE OR
                           EMP-W2-CONSENT-WITHDRAWN
                               IN WS-TRANS-EMPLOYEE OR
                           EMP-W2-CONSENT-NONE IN WS-TRANS-EMPLOYEE)
                       PERFORM 330-REJECT-TRANSACTION
                       MOVE 'INVALID W-2 CONSENT CODE' TO
                           WS-REJECT-REASON
                   ELSE
                       IF EMP-W2-CONSENT-YES IN WS-TRANS-EMPLOYEE AND
                               EMP-EMAIL IN WS-EMPLOYEE-RECORD = SPACES
                           PERFORM 330-REJECT-TRANSACTION
                           MOVE 'W-2 CONSENT WITH NO E-MAIL ON FILE' TO
                               WS-REJECT-REASON
                       END-IF
                   END-IF

               WHEN TRN-GRP-COMP-TIME IN WS-TRANSACTION
                   IF NOT (EMP-COMP-TIME-YES IN WS-TRANS-EMPLOYEE OR
                           EMP-COMP-TIME-NO IN WS-TRANS-EMPLOYEE)
                       PERFORM 330-REJECT-TRANSACTION
                       MOVE 'INVALID COMP-TIME ELECTION CODE' TO
                           WS-REJECT-REASON
                   ELSE
                       IF EMP-COMP-TIME-YES IN WS-TRANS-EMPLOYEE AND
                               NOT EMP-HOURLY IN WS-EMPLOYEE-RECORD
                           PERFORM 330-REJECT-TRANSACTION
                           MOVE 'COMP-TIME ELECTION FOR EXEMPT EMPLOYEE'
                               TO WS-REJECT-REASON
                       END-IF
                   END-IF

               WHEN TRN-GRP-WORK-ASSIGN IN WS-TRANSACTION
                   IF EMP-SUPERVISOR-ID IN WS-TRANS-EMPLOYEE =
                           TRN-EMP-ID IN WS-TRANSACTION
                       PERFORM 330-REJECT-TRANSACTION
                       MOVE 'EMPLOYEE NAMED AS OWN SUPERVISOR' TO
                           WS-REJECT-REASON
                   END-IF

               WHEN TRN-GRP-NONRES-ALIEN IN WS-TRANSACTION
                   EVALUATE TRUE
                       WHEN NOT (EMP-NRA-YES IN WS-TRANS-EMPLOYEE OR
                                 EMP-NRA-NO IN WS-TRANS-EMPLOYEE)
                           PERFORM 330-REJECT-TRANSACTION
                           MOVE 'INVALID NONRESIDENT ALIEN INDICATOR'
                               TO WS-REJECT-REASON
                       WHEN EMP-NRA-YES IN WS-TRANS-EMPLOYEE AND
                               EMP-VISA-TYPE IN WS-TRANS-EMPLOYEE
                                   = SPACES
                           PERFORM 330-REJECT-TRANSACTION
                           MOVE 'NONRESIDENT ALIEN WITH NO VISA TYPE'
                               TO WS-REJECT-REASON
                       WHEN EMP-TREATY-EXEMPT-AMT IN WS-TRANS-EMPLOYEE
                               IS NOT NUMERIC
                           PERFORM 330-REJECT-TRANSACTION
                           MOVE 'TREATY EXEMPT AMOUNT NOT NUMERIC'
                               TO WS-REJECT-REASON
                       WHEN EMP-TREATY-EXEMPT-AMT IN WS-TRANS-EMPLOYEE
                               > ZEROS AND
                           (EMP-TREATY-COUNTRY IN WS-TRANS-EMPLOYEE
                               = SPACES OR
                            EMP-TREATY-ARTICLE IN WS-TRANS-EMPLOYEE
                               = SPACES)
                           PERFORM 330-REJECT-TRANSACTION
                           MOVE 'TREATY AMOUNT WITH NO COUNTRY/ARTICLE'
                               TO WS-REJECT-REASON
                   END-EVALUATE

               WHEN TRN-GRP-MILITARY IN WS-TRANSACTION
                   EVALUATE TRUE
                       WHEN EMP-MIL-ACTIVATION-START
                               IN WS-TRANS-EMPLOYEE IS NOT NUMERIC OR
                            EMP-MIL-ACTIVATION-END IN WS-TRANS-EMPLOYEE
                               IS NOT NUMERIC
                           PERFORM 330-REJECT-TRANSACTION
                           MOVE 'ACTIVATION DATES NOT NUMERIC'
                               TO WS-REJECT-REASON
                       WHEN EMP-MIL-ACTIVATION-START
                               IN WS-TRANS-EMPLOYEE = ZEROS AND
                            EMP-MIL-ACTIVATION-END IN WS-TRANS-EMPLOYEE
                               > ZEROS
                           PERFORM 330-REJECT-TRANSACTION
                           MOVE 'ACTIVATION END WITH NO START DATE'
                               TO WS-REJECT-REASON
                       WHEN EMP-MIL-ACTIVATION-END IN WS-TRANS-EMPLOYEE
                               > ZEROS AND
                            EMP-MIL-ACTIVATION-END IN WS-TRANS-EMPLOYEE
                               < EMP-MIL-ACTIVATION-START
                                   IN WS-TRANS-EMPLOYEE
                           PERFORM 330-REJECT-TRANSACTION
                           MOVE 'ACTIVATION ENDS BEFORE IT STARTS'
                               TO WS-REJECT-REASON
                       WHEN EMP-MIL-PAY-PER-PERIOD IN WS-TRANS-EMPLOYEE
                               IS NOT NUMERIC
                           PERFORM 330-REJECT-TRANSACTION
                           MOVE 'MILITARY PAY NOT NUMERIC'
                               TO WS-REJECT-REASON
                   END-EVALUATE

               WHEN TRN-GRP-SALARY-GRADE IN WS-TRANSACTION
                   IF NOT EMP-NO-SALARY-GRADE IN WS-TRANS-EMPLOYEE
                       AND WS-GR-COUNT > ZEROS
                       MOVE EMP-SALARY-GRADE IN WS-TRANS-EMPLOYEE TO
                           WS-GR-FIND-GRADE
                       PERFORM 835-SET-GRADE-AS-OF-DATE
                       PERFORM 180-FIND-SALARY-GRADE
                       IF WS-GR-MATCH = ZEROS
                           PERFORM 330-REJECT-TRANSACTION
                           MOVE 'SALARY GRADE NOT ON GRADE TABLE' TO
                               WS-REJECT-REASON
                       END-IF
                   END-IF

               WHEN OTHER
                   PERFORM 330-REJECT-TRANSACTION
                   MOVE 'INVALID FIELD GROUP CODE' TO WS-REJECT-REASON
                           MOVE TRN-EFFECTIVE-DATE IN WS-TRANSACTION
                               TO EMP-TERM-DATE IN WS-EMPLOYEE-RECORD
                       END-IF
                       PERFORM 610-SET-SEPARATION-INFO
                       MOVE 'T' TO QE-EVENT-TYPE IN
                           COBRA-EVENT-RECORD-FILE
                       PERFORM 890-WRITE-COBRA-EVENT
               WHEN TRN-GRP-PAYCARD IN WS-TRANSACTION
                   MOVE EMP-PAYCARD-INFO IN WS-TRANS-EMPLOYEE TO
                       EMP-PAYCARD-INFO IN WS-EMPLOYEE-RECORD
               WHEN TRN-GRP-W2-CONSENT IN WS-TRANSACTION
                   MOVE EMP-W2-DELIVERY-INFO IN WS-TRANS-EMPLOYEE TO
                       EMP-W2-DELIVERY-INFO IN WS-EMPLOYEE-RECORD
                   IF EMP-W2-CONSENT-DATE IN WS-EMPLOYEE-RECORD
                           IS NOT NUMERIC OR
                           EMP-W2-CONSENT-DATE IN WS-EMPLOYEE-RECORD
                               = ZEROS
                       MOVE TRN-EFFECTIVE-DATE IN WS-TRANSACTION TO
                           EMP-W2-CONSENT-DATE IN WS-EMPLOYEE-RECORD
                   END-IF
                   IF EMP-W2-CONSENT-DATE IN WS-EMPLOYEE-RECORD
                           IS NOT NUMERIC OR
                           EMP-W2-CONSENT-DATE IN WS-EMPLOYEE-RECORD
                               = ZEROS
                       MOVE WS-MAINT-DATE TO
                           EMP-W2-CONSENT-DATE IN WS-EMPLOYEE-RECORD
                   END-IF
               WHEN TRN-GRP-COMP-TIME IN WS-TRANSACTION
                   MOVE EMP-COMP-TIME-INFO IN WS-TRANS-EMPLOYEE TO
                       EMP-COMP-TIME-INFO IN WS-EMPLOYEE-RECORD
                   IF EMP-COMP-TIME-CAP IN WS-EMPLOYEE-RECORD
                           IS NOT NUMERIC
                       MOVE ZEROS TO
                           EMP-COMP-TIME-CAP IN WS-EMPLOYEE-RECORD
                   END-IF
               WHEN TRN-GRP-WORK-ASSIGN IN WS-TRANSACTION
                   MOVE EMP-WORK-ASSIGNMENT IN WS-TRANS-EMPLOYEE TO
                       EMP-WORK-ASSIGNMENT IN WS-EMPLOYEE-RECORD
               WHEN TRN-GRP-NONRES-ALIEN IN WS-TRANSACTION
                   IF EMP-YTD-TREATY-EXEMPT IN WS-EMPLOYEE-RECORD
                           IS NOT NUMERIC
                       MOVE ZEROS TO
                           EMP-YTD-TREATY-EXEMPT IN WS-EMPLOYEE-RECORD
                   END-IF
                   MOVE EMP-YTD-TREATY-EXEMPT IN WS-EMPLOYEE-RECORD TO
                       EMP-YTD-TREATY-EXEMPT IN WS-TRANS-EMPLOYEE
                   MOVE EMP-NRA-INFO IN WS-TRANS-EMPLOYEE TO
                       EMP-NRA-INFO IN WS-EMPLOYEE-RECORD
               WHEN TRN-GRP-MILITARY IN WS-TRANSACTION
                   IF EMP-YTD-MILITARY-DIFF IN WS-EMPLOYEE-RECORD
                           IS NOT NUMERIC
                       MOVE ZEROS TO
                           EMP-YTD-MILITARY-DIFF IN WS-EMPLOYEE-RECORD
                   END-IF
                   IF EMP-MIL-DIFF-TO-DATE IN WS-EMPLOYEE-RECORD
                           IS NOT NUMERIC
                       OR EMP-MIL-ACTIVATION-START IN WS-EMPLOYEE-RECORD
                           NOT = EMP-MIL-ACTIVATION-START
                               IN WS-TRANS-EMPLOYEE
                       MOVE ZEROS TO
                           EMP-MIL-DIFF-TO-DATE IN WS-EMPLOYEE-RECORD
                   END-IF
                   MOVE EMP-YTD-MILITARY-DIFF IN WS-EMPLOYEE-RECORD TO
                       EMP-YTD-MILITARY-DIFF IN WS-TRANS-EMPLOYEE
                   MOVE EMP-MIL-DIFF-TO-DATE IN WS-EMPLOYEE-RECORD TO
                       EMP-MIL-DIFF-TO-DATE IN WS-TRANS-EMPLOYEE
                   MOVE EMP-MILITARY-INFO IN WS-TRANS-EMPLOYEE TO
                       EMP-MILITARY-INFO IN WS-EMPLOYEE-RECORD
               WHEN TRN-GRP-SALARY-GRADE IN WS-TRANSACTION
                   MOVE EMP-SALARY-GRADE-INFO IN WS-TRANS-EMPLOYEE TO
                       EMP-SALARY-GRADE-INFO IN WS-EMPLOYEE-RECORD
           END-EVALUATE

           PERFORM 880-REWRITE-EMPLOYEE
           MOVE 'T' TO EMP-STATUS IN WS-EMPLOYEE-RECORD
           MOVE TRN-EFFECTIVE-DATE IN WS-TRANSACTION TO
               EMP-TERM-DATE IN WS-EMPLOYEE-RECORD
           PERFORM 610-SET-SEPARATION-INFO

           MOVE 'T' TO QE-EVENT-TYPE IN COBRA-EVENT-RECORD-FILE
           PERFORM 890-WRITE-COBRA-EVENT
           PERFORM 880-REWRITE-EMPLOYEE
           .

       610-SET-SEPARATION-INFO.
      *****************************************************************
      * Carry the separation reason from the transaction image; the    *
      * last day worked defaults to the termination date when the      *
      * image does not carry one                                       *
      *****************************************************************
           IF EMP-SEP-REASON-VALID IN WS-TRANS-EMPLOYEE
               MOVE EMP-SEPARATION-REASON IN WS-TRANS-EMPLOYEE TO
                   EMP-SEPARATION-REASON IN WS-EMPLOYEE-RECORD
           ELSE
               MOVE SPACES TO
                   EMP-SEPARATION-REASON IN WS-EMPLOYEE-RECORD
           END-IF
           IF EMP-LAST-DAY-WORKED IN WS-TRANS-EMPLOYEE IS NUMERIC
               AND EMP-LAST-DAY-WORKED IN WS-TRANS-EMPLOYEE > ZEROS
               MOVE EMP-LAST-DAY-WORKED IN WS-TRANS-EMPLOYEE TO
                   EMP-LAST-DAY-WORKED IN WS-EMPLOYEE-RECORD
           ELSE
               MOVE EMP-TERM-DATE IN WS-EMPLOYEE-RECORD TO
                   EMP-LAST-DAY-WORKED IN WS-EMPLOYEE-RECORD
           END-IF
           .

       700-APPLY-REACTIVATE.
      *****************************************************************
      * Flip the employee back to active status and clear the          *
      * termination date. The hire date is re-stamped with the         *
      * rehire effective date, which also makes the rehire visible     *
      * to the state new-hire registry reporting run. The first hire   *
      * date and the termination being cleared are kept on the rehire  *
      * history so plan vesting can restore the earlier service        *
      *****************************************************************
           IF EMP-ORIG-HIRE-DATE IN WS-EMPLOYEE-RECORD IS NOT NUMERIC
               OR EMP-ORIG-HIRE-DATE IN WS-EMPLOYEE-RECORD = ZEROS
               MOVE EMP-HIRE-DATE IN WS-EMPLOYEE-RECORD TO
                   EMP-ORIG-HIRE-DATE IN WS-EMPLOYEE-RECORD
           END-IF
           IF EMP-TERM-DATE IN WS-EMPLOYEE-RECORD IS NUMERIC
               AND EMP-TERM-DATE IN WS-EMPLOYEE-RECORD > ZEROS
               MOVE EMP-TERM-DATE IN WS-EMPLOYEE-RECORD TO
                   EMP-PRIOR-TERM-DATE IN WS-EMPLOYEE-RECORD
           END-IF
           IF EMP-PRIOR-TERM-DATE IN WS-EMPLOYEE-RECORD
                   IS NOT NUMERIC
               MOVE ZEROS TO
                   EMP-PRIOR-TERM-DATE IN WS-EMPLOYEE-RECORD
           END-IF
           MOVE 'A' TO EMP-STATUS IN WS-EMPLOYEE-RECORD
           MOVE ZEROS TO EMP-TERM-DATE IN WS-EMPLOYEE-RECORD
           MOVE SPACES TO EMP-SEPARATION-REASON IN WS-EMPLOYEE-RECORD
           MOVE ZEROS TO EMP-LAST-DAY-WORKED IN WS-EMPLOYEE-RECORD
           IF TRN-EFFECTIVE-DATE IN WS-TRANSACTION IS NUMERIC
               AND TRN-EFFECTIVE-DATE IN WS-TRANSACTION > ZEROS
               MOVE TRN-EFFECTIVE-DATE IN WS-TRANSACTION (1:4) TO
           END-IF
           .

       830-CHECK-GRADE-RANGE.
      *****************************************************************
      * Warn on the register - without rejecting - when an applied     *
      * add, pay change, or salary grade change leaves a graded        *
      * employee's hourly-equivalent rate outside the grade's range.   *
      * A salary is annualized by its pay frequency over 2080 hours    *
      *****************************************************************
           IF EMP-NO-SALARY-GRADE IN WS-EMPLOYEE-RECORD
               OR WS-GR-COUNT = ZEROS
               GO TO 830-EXIT
           END-IF

           MOVE EMP-SALARY-GRADE IN WS-EMPLOYEE-RECORD TO
               WS-GR-FIND-GRADE
           PERFORM 835-SET-GRADE-AS-OF-DATE
           PERFORM 180-FIND-SALARY-GRADE
           IF WS-GR-MATCH = ZEROS
               ADD 1 TO WS-GRADE-WARNING-COUNT
               MOVE SPACES TO MAINT-REGISTER-RECORD
               STRING 'GRADE    EMP: '
                      TRN-EMP-ID IN WS-TRANSACTION
                      '  SALARY GRADE ' WS-GR-FIND-GRADE
                      ' NOT ON GRADE TABLE - RANGE NOT CHECKED'
                      DELIMITED BY SIZE
                      INTO MAINT-REGISTER-RECORD
               WRITE MAINT-REGISTER-RECORD
               GO TO 830-EXIT
           END-IF

           IF EMP-HOURLY IN WS-EMPLOYEE-RECORD
               MOVE EMP-HOURLY-RATE IN WS-EMPLOYEE-RECORD TO
                   WS-HOURLY-EQUIV
           ELSE
               EVALUATE TRUE
                   WHEN EMP-MONTHLY IN WS-EMPLOYEE-RECORD
                       COMPUTE WS-ANNUAL-PAY =
                           EMP-SALARY-AMOUNT IN WS-EMPLOYEE-RECORD
                               * 12
                   WHEN EMP-BIWEEKLY IN WS-EMPLOYEE-RECORD
                       COMPUTE WS-ANNUAL-PAY =
                           EMP-SALARY-AMOUNT IN WS-EMPLOYEE-RECORD
                               * 26
                   WHEN OTHER
                       COMPUTE WS-ANNUAL-PAY =
                           EMP-SALARY-AMOUNT IN WS-EMPLOYEE-RECORD
                               * 52
               END-EVALUATE
               COMPUTE WS-HOURLY-EQUIV ROUNDED = WS-ANNUAL-PAY / 2080
           END-IF

           MOVE WS-HOURLY-EQUIV TO WS-ED-HOURLY-EQUIV
           EVALUATE TRUE
               WHEN WS-HOURLY-EQUIV < WS-GR-MINIMUM (WS-GR-MATCH)
                   ADD 1 TO WS-GRADE-WARNING-COUNT
                   MOVE WS-GR-MINIMUM (WS-GR-MATCH) TO
                       WS-ED-GRADE-LIMIT
                   MOVE SPACES TO MAINT-REGISTER-RECORD
                   STRING 'GRADE    EMP: '
                          TRN-EMP-ID IN WS-TRANSACTION
                          '  HOURLY EQUIV ' WS-ED-HOURLY-EQUIV
                          ' BELOW GRADE ' WS-GR-FIND-GRADE
                          ' MINIMUM ' WS-ED-GRADE-LIMIT
                          DELIMITED BY SIZE
                          INTO MAINT-REGISTER-RECORD
                   WRITE MAINT-REGISTER-RECORD
               WHEN WS-HOURLY-EQUIV > WS-GR-MAXIMUM (WS-GR-MATCH)
                   ADD 1 TO WS-GRADE-WARNING-COUNT
                   MOVE WS-GR-MAXIMUM (WS-GR-MATCH) TO
                       WS-ED-GRADE-LIMIT
                   MOVE SPACES TO MAINT-REGISTER-RECORD
                   STRING 'GRADE    EMP: '
                          TRN-EMP-ID IN WS-TRANSACTION
                          '  HOURLY EQUIV ' WS-ED-HOURLY-EQUIV
                          ' ABOVE GRADE ' WS-GR-FIND-GRADE
                          ' MAXIMUM ' WS-ED-GRADE-LIMIT
                          DELIMITED BY SIZE
                          INTO MAINT-REGISTER-RECORD
                   WRITE MAINT-REGISTER-RECORD
           END-EVALUATE
           .
       830-EXIT.
           EXIT.

       835-SET-GRADE-AS-OF-DATE.
      *****************************************************************
      * Grade ranges are taken as of the transaction's effective      *
      * date, or the run date when none was keyed                     *
      *****************************************************************
           IF TRN-EFFECTIVE-DATE IN WS-TRANSACTION IS NUMERIC
               AND TRN-EFFECTIVE-DATE IN WS-TRANSACTION > ZEROS
               MOVE TRN-EFFECTIVE-DATE IN WS-TRANSACTION TO
                   WS-GR-AS-OF-DATE
           ELSE
               MOVE WS-MAINT-DATE TO WS-GR-AS-OF-DATE
           END-IF
           .

       880-REWRITE-EMPLOYEE.
      *****************************************************************
      * Rewrite the updated master record, rejecting the transaction   *
           DISPLAY 'TRANSACTIONS APPLIED: ' WS-APPLIED-COUNT
           DISPLAY 'TRANSACTIONS REJECTED: ' WS-REJECTED-COUNT
           DISPLAY 'COBRA EVENTS GENERATED: ' WS-COBRA-EVENT-COUNT
           DISPLAY 'GRADE RANGE WARNINGS: ' WS-GRADE-WARNING-COUNT
           .

       950-ABNORMAL-TERMINATION.
