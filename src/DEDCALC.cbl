      *               employer seed, with the age-55 catch-up), and    *
      *               the applied amounts are posted to the employee   *
      *               YTD accumulators.                                *
      *   2026-10-15  DEDUCT-FREQUENCY is honored against the pay      *
      *               period calendar handed in by the caller, a       *
      *               deduction below DEDUCT-MIN-AMOUNT-PER-PAY is     *
      *               skipped, and a required deduction that cannot    *
      *               be taken in full refuses the employee.           *
      *   2026-10-15  Health, dental, vision, FSA, and HSA elections   *
      *               are not deducted on a check dated before the     *
      *               employee's eligibility date for the benefit      *
      *               (plan waiting periods from ELIGCALC).            *
      *****************************************************************

       IDENTIFICATION DIVISION.
           05  WS-QUEUE-PRIORITY       PIC 9(3)   VALUE ZEROS.
           05  WS-QUEUE-TAX-FLAG       PIC X      VALUE SPACES.
           05  WS-QUEUE-ARREARS-FLAG   PIC X      VALUE 'N'.
           05  WS-QUEUE-SCHEDULE-FLAG  PIC X      VALUE 'N'.
               88  WS-QUEUE-SCHEDULED  VALUE 'Y'.
           05  WS-QUEUE-REQUIRED-FLAG  PIC X      VALUE 'N'.
               88  WS-QUEUE-REQUIRED   VALUE 'Y'.
           05  WS-SCHED-CHECK-ORDINAL  PIC 9(2)   COMP-3 VALUE ZEROS.
           05  WS-SCHED-INDEX          PIC 9(2)   COMP-3 VALUE ZEROS.
           05  WS-SCHED-DEDUCT-FLAG    PIC X      VALUE 'Y'.
               88  WS-SCHED-DEDUCTING-CHECK VALUE 'Y'.
           05  WS-TOTAL-DEDUCT-CALC    PIC 9(9)V99 COMP-3 VALUE ZEROS.
           05  WS-ARREARS-INDEX        PIC 9(2)   COMP-3 VALUE ZEROS.
           05  WS-ARREARS-SLOT         PIC 9(2)   COMP-3 VALUE ZEROS.
               10  FILLER              PIC X(2).
               10  WS-LOAN-SLOT-DIGIT  PIC 9(1).

      *****************************************************************
      * Benefit eligibility on this check: a benefit whose eligibility *
      * date on the master is later than the check date is still in   *
      * its plan waiting period and is not deducted. Zeros/low-values  *
      * (not yet reviewed) deduct as keyed.                            *
      *****************************************************************
       01  WS-BENEFIT-ELIGIBILITY.
           05  WS-HEALTH-ELIG-FLAG     PIC X      VALUE 'Y'.
               88  WS-HEALTH-ELIGIBLE  VALUE 'Y'.
           05  WS-DENTAL-ELIG-FLAG     PIC X      VALUE 'Y'.
               88  WS-DENTAL-ELIGIBLE  VALUE 'Y'.
           05  WS-VISION-ELIG-FLAG     PIC X      VALUE 'Y'.
               88  WS-VISION-ELIGIBLE  VALUE 'Y'.
           05  WS-FSA-ELIG-FLAG        PIC X      VALUE 'Y'.
               88  WS-FSA-ELIGIBLE     VALUE 'Y'.
           05  WS-HSA-ELIG-FLAG        PIC X      VALUE 'Y'.
               88  WS-HSA-ELIGIBLE     VALUE 'Y'.
           05  WS-ELIG-CHECK-DATE      PIC 9(8)   VALUE ZEROS.
           05  WS-ELIG-TEST-DATE       PIC 9(8)   VALUE ZEROS.
           05  WS-ELIG-RESULT-FLAG     PIC X      VALUE 'Y'.
               88  WS-ELIG-RESULT-YES  VALUE 'Y'.

      *****************************************************************
      * IRS elective deferral (402(g)) limits. The combined            *
      * traditional-plus-Roth deferral is stopped at the statutory     *
               10  WS-PENDING-REQUESTED PIC 9(7)V99 COMP-3.
               10  WS-PENDING-ARREARS-FLAG PIC X.
                   88  WS-PENDING-ARREARABLE   VALUE 'Y'.
               10  WS-PENDING-REQUIRED-FLAG PIC X.
                   88  WS-PENDING-REQUIRED     VALUE 'Y'.

      *****************************************************************
      * IRS Pub 1494 exempt-amount parameters for tax levy orders.    *
           05  DUNION-DUES-CAP         PIC 9(5)V99 COMP-3.
           05  DUNION-REGULAR-PAY      PIC 9(7)V99 COMP-3.

      *****************************************************************
      * Deduction schedule interface: the caller passes this check's   *
      * date and off-cycle indicator from the pay period calendar,     *
      * with the check dates of every regular check of the same pay    *
      * frequency in the check's month. A deduction type not taken on  *
      * every pay is queued only on the checks its DEDUCT-FREQUENCY    *
      * names. A zero month count means the calendar does not carry    *
      * this period and every deduction is taken as before. DEDCALC    *
      * sets the refuse flag and code when a required deduction due    *
      * on this check cannot be taken in full.                         *
      *****************************************************************
       01  DEDUCT-SCHEDULE-AREA.
           05  DSCHED-CHECK-DATE       PIC 9(8).
           05  DSCHED-CHECK-DATE-PARTS REDEFINES DSCHED-CHECK-DATE.
               10  DSCHED-CHECK-YEAR   PIC 9(4).
               10  DSCHED-CHECK-MONTH  PIC 9(2).
               10  DSCHED-CHECK-DAY    PIC 9(2).
           05  DSCHED-OFFCYCLE-FLAG    PIC X.
               88  DSCHED-OFFCYCLE     VALUE 'Y'.
           05  DSCHED-MONTH-COUNT      PIC 9(1).
           05  DSCHED-MONTH-CHECK-DATE OCCURS 6 TIMES PIC 9(8).
           05  DSCHED-REFUSE-FLAG      PIC X.
               88  DSCHED-REFUSED      VALUE 'Y'.
           05  DSCHED-REFUSE-CODE      PIC X(3).

       PROCEDURE DIVISION USING DEDUCT-CALC-GROSS
                                EMPLOYEE-RECORD
                                PAYROLL-DATA
                                DEDUCT-DETAIL-AREA
                                DEDUCT-ARREARS-AREA
                                DEDUCT-LOAN-AREA
                                DEDUCT-UNION-AREA
                                DEDUCT-SCHEDULE-AREA.

       000-MAIN-PROCESS.
      *****************************************************************
                      WS-POST-TAX-TOTAL
           MOVE ZEROS TO WS-PENDING-COUNT
           MOVE ZEROS TO DEDUCT-DETAIL-COUNT
           MOVE 'N' TO DSCHED-REFUSE-FLAG
           MOVE SPACES TO DSCHED-REFUSE-CODE
           PERFORM 995-FIND-CHECK-ORDINAL

           PERFORM 070-CHECK-BENEFIT-ELIGIBILITY

           IF NOT DEDUCT-RUN-BONUS
               PERFORM 100-PROCESS-HEALTH-INSURANCE
           PERFORM 940-QUEUE-ARREARS-RECOVERY

           PERFORM 960-APPLY-DEDUCTIONS-BY-PRIORITY
           PERFORM 962-CHECK-REQUIRED-DEDUCTIONS
           PERFORM 965-BUILD-ARREARS-RESULTS
           PERFORM 966-BUILD-LOAN-RESULTS
           PERFORM 980-UPDATE-ADVANCE-BALANCE
      * flat EMP-HEALTH-DEDUCTION amount when no type record matches.  *
      *****************************************************************
           IF EMP-HEALTH-PLAN-CODE NOT = SPACES AND
              EMP-HEALTH-PLAN-CODE NOT = '000' AND
              WS-HEALTH-ELIGIBLE

               MOVE EMP-HEALTH-PLAN-CODE TO WS-LOOKUP-CODE
               PERFORM 050-LOOKUP-DEDUCT-TYPE
      * Process dental insurance deduction - same pattern as health.   *
      *****************************************************************
           IF EMP-DENTAL-PLAN-CODE NOT = SPACES AND
              EMP-DENTAL-PLAN-CODE NOT = '000' AND
              WS-DENTAL-ELIGIBLE

               MOVE EMP-DENTAL-PLAN-CODE TO WS-LOOKUP-CODE
               PERFORM 050-LOOKUP-DEDUCT-TYPE
      * Process vision insurance deduction - same pattern as health.   *
      *****************************************************************
           IF EMP-VISION-PLAN-CODE NOT = SPACES AND
              EMP-VISION-PLAN-CODE NOT = '000' AND
              WS-VISION-ELIGIBLE

               MOVE EMP-VISION-PLAN-CODE TO WS-LOOKUP-CODE
               PERFORM 050-LOOKUP-DEDUCT-TYPE
      * the check date)                                                *
      *****************************************************************
           IF EMP-HSA-YES AND EMP-HSA-PER-PERIOD > ZEROS
              AND WS-HSA-ELIGIBLE
      *****************************************************************
      * An unconverted record carries low-values in the HSA           *
      * accumulator - treated as zero                                 *
      * employee's own annual election                                 *
      *****************************************************************
           IF EMP-FSA-YES AND EMP-FSA-PER-PERIOD > ZEROS
              AND WS-FSA-ELIGIBLE
      *****************************************************************
      * An unconverted record carries low-values in the FSA           *
      * accumulator - treated as zero                                 *
           END-IF

           IF EMP-ADVANCE-BALANCE > ZEROS
               MOVE 'N' TO WS-QUEUE-SCHEDULE-FLAG
               MOVE 'ADV' TO WS-QUEUE-CODE
               MOVE EMP-ADVANCE-BALANCE TO WS-QUEUE-AMOUNT
               MOVE 600 TO WS-QUEUE-PRIORITY
           IF WS-GARNISH-TOTAL-APPL > ZEROS
               MOVE 'GN' TO WS-LOOKUP-CATEGORY
               PERFORM 055-LOOKUP-DEDUCT-BY-CATEGORY
      ****      A court order is withheld on every check it is served
      ****      against, whatever the type's frequency
               MOVE 'N' TO WS-QUEUE-SCHEDULE-FLAG

               MOVE 'T' TO WS-QUEUE-TAX-FLAG
               IF WS-DEDUCT-TYPE-FOUND
      * already spoken for                                            *
      *****************************************************************
           IF PAY-OTHER-ADJUST-AMT > ZEROS
               MOVE 'N' TO WS-QUEUE-SCHEDULE-FLAG
               MOVE 'MSC' TO WS-QUEUE-CODE
               MOVE PAY-OTHER-ADJUST-AMT TO WS-QUEUE-AMOUNT
               MOVE 950 TO WS-QUEUE-PRIORITY

                   MOVE DARR-CODE (WS-ARREARS-INDEX) TO WS-LOOKUP-CODE
                   PERFORM 050-LOOKUP-DEDUCT-TYPE
      ****          Recovery of a balance already owed is not held to
      ****          the original deduction's schedule
                   MOVE 'N' TO WS-QUEUE-SCHEDULE-FLAG
                   MOVE DARR-CODE (WS-ARREARS-INDEX) TO WS-QUEUE-CODE
                   MOVE WS-RECOVERY-AMOUNT TO WS-QUEUE-AMOUNT
                   MOVE 'T' TO WS-QUEUE-TAX-FLAG
           END-IF
           .

       070-CHECK-BENEFIT-ELIGIBILITY.
      *****************************************************************
      * Set each benefit's eligibility on this check from the          *
      * eligibility dates on the master                                *
      *****************************************************************
           MOVE DSCHED-CHECK-DATE TO WS-ELIG-CHECK-DATE

           MOVE EMP-HEALTH-ELIG-DATE TO WS-ELIG-TEST-DATE
           PERFORM 075-TEST-ELIG-DATE
           MOVE WS-ELIG-RESULT-FLAG TO WS-HEALTH-ELIG-FLAG
           MOVE EMP-DENTAL-ELIG-DATE TO WS-ELIG-TEST-DATE
           PERFORM 075-TEST-ELIG-DATE
           MOVE WS-ELIG-RESULT-FLAG TO WS-DENTAL-ELIG-FLAG
           MOVE EMP-VISION-ELIG-DATE TO WS-ELIG-TEST-DATE
           PERFORM 075-TEST-ELIG-DATE
           MOVE WS-ELIG-RESULT-FLAG TO WS-VISION-ELIG-FLAG
           MOVE EMP-FSA-ELIG-DATE TO WS-ELIG-TEST-DATE
           PERFORM 075-TEST-ELIG-DATE
           MOVE WS-ELIG-RESULT-FLAG TO WS-FSA-ELIG-FLAG
           MOVE EMP-HSA-ELIG-DATE TO WS-ELIG-TEST-DATE
           PERFORM 075-TEST-ELIG-DATE
           MOVE WS-ELIG-RESULT-FLAG TO WS-HSA-ELIG-FLAG

           IF NOT WS-HEALTH-ELIGIBLE OR NOT WS-DENTAL-ELIGIBLE
               OR NOT WS-VISION-ELIGIBLE OR NOT WS-FSA-ELIGIBLE
               OR NOT WS-HSA-ELIGIBLE
               DISPLAY 'BENEFIT WAITING PERIOD - EMPLOYEE ' EMP-ID
                   ' H/D/V/F/S ELIGIBLE: ' WS-HEALTH-ELIG-FLAG
                   WS-DENTAL-ELIG-FLAG WS-VISION-ELIG-FLAG
                   WS-FSA-ELIG-FLAG WS-HSA-ELIG-FLAG
           END-IF
           .

       075-TEST-ELIG-DATE.
      *****************************************************************
      * Eligible unless the date is set and later than the check date  *
      *****************************************************************
           MOVE 'Y' TO WS-ELIG-RESULT-FLAG
           IF WS-ELIG-TEST-DATE IS NUMERIC
               AND WS-ELIG-CHECK-DATE IS NUMERIC
               AND WS-ELIG-CHECK-DATE > ZEROS
               AND WS-ELIG-TEST-DATE > WS-ELIG-CHECK-DATE
               MOVE 'N' TO WS-ELIG-RESULT-FLAG
           END-IF
           .

       050-LOOKUP-DEDUCT-TYPE.
      *****************************************************************
      * Search the loaded deduction-type table (built by the calling   *
      * program from DEDUCFILE) for WS-LOOKUP-CODE. Sets               *
      * WS-DEDUCT-FOUND-FLAG and, when found, unpacks the matching     *
      * slot into WS-DEDUCT-WORK-RECORD for field-level access. A      *
      * found type also holds the deductions queued from it to its     *
      * DEDUCT-FREQUENCY, minimum, and required flag.                  *
      *****************************************************************
           MOVE 'N' TO WS-DEDUCT-FOUND-FLAG

                   MOVE 'Y' TO WS-DEDUCT-FOUND-FLAG
               END-IF
           END-PERFORM
           MOVE WS-DEDUCT-FOUND-FLAG TO WS-QUEUE-SCHEDULE-FLAG
           .

       055-LOOKUP-DEDUCT-BY-CATEGORY.
                   MOVE 'Y' TO WS-DEDUCT-FOUND-FLAG
               END-IF
           END-PERFORM
           MOVE WS-DEDUCT-FOUND-FLAG TO WS-QUEUE-SCHEDULE-FLAG
           .

       060-COMPUTE-DEDUCT-AMOUNT.
      *****************************************************************
      * Append one pending deduction (amount, priority, tax status) to *
      * the queue so 960-APPLY-DEDUCTIONS-BY-PRIORITY can apply them   *
      * in DEDUCT-PRIORITY order against available funds. A deduction  *
      * queued from a located type record is first held to that        *
      * type's schedule and per-pay minimum.                           *
      *****************************************************************
           IF WS-QUEUE-SCHEDULED
               PERFORM 992-APPLY-DEDUCT-SCHEDULE
           ELSE
               MOVE 'N' TO WS-QUEUE-REQUIRED-FLAG
           END-IF

           IF WS-QUEUE-AMOUNT > ZEROS AND WS-PENDING-COUNT >= 40
               DISPLAY 'DEDUCTION QUEUE FULL - DEDUCTION LOST '
                   'FOR EMPLOYEE: ' EMP-ID
                   ' CODE: ' WS-QUEUE-CODE
                   ' AMOUNT: ' WS-QUEUE-AMOUNT
               IF WS-QUEUE-REQUIRED
                   PERFORM 997-REFUSE-REQUIRED-DEDUCTION
               END-IF
           END-IF
           IF WS-QUEUE-AMOUNT > ZEROS AND WS-PENDING-COUNT < 40
               ADD 1 TO WS-PENDING-COUNT
                   TO WS-PENDING-TAX-FLAG (WS-PENDING-COUNT)
               MOVE WS-QUEUE-ARREARS-FLAG
                   TO WS-PENDING-ARREARS-FLAG (WS-PENDING-COUNT)
               MOVE WS-QUEUE-REQUIRED-FLAG
                   TO WS-PENDING-REQUIRED-FLAG (WS-PENDING-COUNT)
               MOVE 'N' TO WS-PENDING-APPLIED-FLAG (WS-PENDING-COUNT)
           END-IF
           MOVE 'N' TO WS-QUEUE-ARREARS-FLAG
           .

       962-CHECK-REQUIRED-DEDUCTIONS.
      *****************************************************************
      * After the priority pass, a required deduction that funds did   *
      * not cover in full refuses the employee - a required deduction  *
      * is never silently short-paid into arrears                      *
      *****************************************************************
           PERFORM VARYING WS-SCAN-INDEX FROM 1 BY 1
                   UNTIL WS-SCAN-INDEX > WS-PENDING-COUNT
               IF WS-PENDING-REQUIRED (WS-SCAN-INDEX)
                   AND WS-PENDING-AMOUNT (WS-SCAN-INDEX) <
                       WS-PENDING-REQUESTED (WS-SCAN-INDEX)
                   MOVE WS-PENDING-CODE (WS-SCAN-INDEX)
                       TO WS-QUEUE-CODE
                   PERFORM 997-REFUSE-REQUIRED-DEDUCTION
               END-IF
           END-PERFORM
           .

       992-APPLY-DEDUCT-SCHEDULE.
      *****************************************************************
      * Hold the deduction being queued to its type record: nothing    *
      * is taken on a check its DEDUCT-FREQUENCY does not name, and    *
      * an amount below DEDUCT-MIN-AMOUNT-PER-PAY is skipped. A        *
      * required deduction due on this check that works out to         *
      * nothing refuses the employee                                   *
      *****************************************************************
           MOVE DEDUCT-REQUIRED-FLAG IN WS-DEDUCT-WORK-RECORD
               TO WS-QUEUE-REQUIRED-FLAG
           PERFORM 993-TEST-DEDUCTING-CHECK

           IF NOT WS-SCHED-DEDUCTING-CHECK
               IF WS-QUEUE-AMOUNT > ZEROS
                   DISPLAY 'DEDUCTION NOT DUE THIS CHECK FOR '
                       'EMPLOYEE: ' EMP-ID ' CODE: ' WS-QUEUE-CODE
                       ' FREQUENCY: '
                       DEDUCT-FREQUENCY IN WS-DEDUCT-WORK-RECORD
               END-IF
               MOVE ZEROS TO WS-QUEUE-AMOUNT
               MOVE 'N' TO WS-QUEUE-REQUIRED-FLAG
           ELSE
               IF DEDUCT-MIN-AMOUNT-PER-PAY IN WS-DEDUCT-WORK-RECORD
                       > ZEROS
                   AND WS-QUEUE-AMOUNT > ZEROS
                   AND WS-QUEUE-AMOUNT < DEDUCT-MIN-AMOUNT-PER-PAY
                                         IN WS-DEDUCT-WORK-RECORD
                   DISPLAY 'DEDUCTION BELOW PER-PAY MINIMUM - SKIPPED '
                       'FOR EMPLOYEE: ' EMP-ID ' CODE: ' WS-QUEUE-CODE
                       ' AMOUNT: ' WS-QUEUE-AMOUNT
                   MOVE ZEROS TO WS-QUEUE-AMOUNT
               END-IF
               IF WS-QUEUE-REQUIRED AND WS-QUEUE-AMOUNT = ZEROS
                   PERFORM 997-REFUSE-REQUIRED-DEDUCTION
               END-IF
           END-IF
           .

       993-TEST-DEDUCTING-CHECK.
      *****************************************************************
      * Decide from the type's DEDUCT-FREQUENCY whether this check is  *
      * a deducting check, by its place among the regular checks of    *
      * its month. 'B' is the 24-pay schedule - the first two checks   *
      * of the month, skipping a third biweekly check. Off-cycle       *
      * checks take only every-pay deductions, and a second-pay        *
      * deduction falls on the only check of a one-check month         *
      *****************************************************************
           MOVE 'Y' TO WS-SCHED-DEDUCT-FLAG

           EVALUATE TRUE
               WHEN DEDUCT-EVERY-PAY IN WS-DEDUCT-WORK-RECORD
                   CONTINUE
               WHEN DSCHED-MONTH-COUNT = ZEROS
                   CONTINUE
               WHEN DSCHED-OFFCYCLE
                   MOVE 'N' TO WS-SCHED-DEDUCT-FLAG
               WHEN DEDUCT-FIRST-PAY IN WS-DEDUCT-WORK-RECORD
               WHEN DEDUCT-MONTHLY IN WS-DEDUCT-WORK-RECORD
                   IF WS-SCHED-CHECK-ORDINAL NOT = 1
                       MOVE 'N' TO WS-SCHED-DEDUCT-FLAG
                   END-IF
               WHEN DEDUCT-SECOND-PAY IN WS-DEDUCT-WORK-RECORD
                   IF WS-SCHED-CHECK-ORDINAL NOT = 2
                       AND DSCHED-MONTH-COUNT > 1
                       MOVE 'N' TO WS-SCHED-DEDUCT-FLAG
                   END-IF
               WHEN DEDUCT-LAST-PAY IN WS-DEDUCT-WORK-RECORD
                   IF WS-SCHED-CHECK-ORDINAL NOT = DSCHED-MONTH-COUNT
                       MOVE 'N' TO WS-SCHED-DEDUCT-FLAG
                   END-IF
               WHEN DEDUCT-BIWEEKLY IN WS-DEDUCT-WORK-RECORD
                   IF WS-SCHED-CHECK-ORDINAL > 2
                       MOVE 'N' TO WS-SCHED-DEDUCT-FLAG
                   END-IF
               WHEN DEDUCT-QUARTERLY IN WS-DEDUCT-WORK-RECORD
                   IF WS-SCHED-CHECK-ORDINAL NOT = 1
                       OR (DSCHED-CHECK-MONTH NOT = 1 AND
                           DSCHED-CHECK-MONTH NOT = 4 AND
                           DSCHED-CHECK-MONTH NOT = 7 AND
                           DSCHED-CHECK-MONTH NOT = 10)
                       MOVE 'N' TO WS-SCHED-DEDUCT-FLAG
                   END-IF
               WHEN DEDUCT-ANNUAL IN WS-DEDUCT-WORK-RECORD
                   IF WS-SCHED-CHECK-ORDINAL NOT = 1
                       OR DSCHED-CHECK-MONTH NOT = 1
                       MOVE 'N' TO WS-SCHED-DEDUCT-FLAG
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

       995-FIND-CHECK-ORDINAL.
      *****************************************************************
      * Number this check among the regular checks of its month - the  *
      * count of the month's check dates on or before its own          *
      *****************************************************************
           MOVE ZEROS TO WS-SCHED-CHECK-ORDINAL
           PERFORM VARYING WS-SCHED-INDEX FROM 1 BY 1
                   UNTIL WS-SCHED-INDEX > DSCHED-MONTH-COUNT
               IF DSCHED-MONTH-CHECK-DATE (WS-SCHED-INDEX) NOT >
                       DSCHED-CHECK-DATE
                   ADD 1 TO WS-SCHED-CHECK-ORDINAL
               END-IF
           END-PERFORM
           .

       997-REFUSE-REQUIRED-DEDUCTION.
      *****************************************************************
      * Flag the employee for refusal by the caller, keeping the       *
      * first required code that could not be taken                   *
      *****************************************************************
           DISPLAY 'REQUIRED DEDUCTION NOT TAKEN FOR EMPLOYEE: '
               EMP-ID ' CODE: ' WS-QUEUE-CODE
           IF NOT DSCHED-REFUSED
               MOVE 'Y' TO DSCHED-REFUSE-FLAG
               MOVE WS-QUEUE-CODE TO DSCHED-REFUSE-CODE
           END-IF
           .
