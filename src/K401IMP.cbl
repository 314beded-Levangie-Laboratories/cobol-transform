      *    traditional and Roth deferral percentages and enrollment    *
      *    indicators, reporting the before/after values as a          *
      *    discrepancy line whenever our percentages differed from     *
      *    what the recordkeeper already had in force, and recording   *
      *    the change as the employee's own election (or opt-out) for  *
      *    401(k) automatic enrollment                                 *
      * 3. Creating a loan master record for each loan origination,    *
      *    rejecting duplicates of a loan already on file              *
      * 4. Reporting unmatched SSNs and every rejected record          *
           ELSE
               MOVE 'N' TO EMP-401K-ROTH-IND IN WS-EMPLOYEE-RECORD
           END-IF
           PERFORM 335-RECORD-OWN-ELECTION

           REWRITE EMPLOYEE-RECORD-FILE FROM WS-EMPLOYEE-RECORD
           IF NOT EMP-FILE-SUCCESS
           END-IF
           .

       335-RECORD-OWN-ELECTION.
      *****************************************************************
      * A deferral change made at the recordkeeper is the employee's   *
      * own election: record it on the automatic enrollment status so  *
      * automatic enrollment and escalation leave the employee alone.  *
      * An election of zero on both percentages is an opt-out          *
      *****************************************************************
           IF RK-PRETAX-PERCENT IN WS-FEED-RECORD > ZEROS
               OR RK-ROTH-PERCENT IN WS-FEED-RECORD > ZEROS
               MOVE 'E' TO EMP-AE-STATUS IN WS-EMPLOYEE-RECORD
           ELSE
               MOVE 'O' TO EMP-AE-STATUS IN WS-EMPLOYEE-RECORD
           END-IF
           IF RK-EFFECTIVE-DATE IN WS-FEED-RECORD IS NUMERIC
               AND RK-EFFECTIVE-DATE IN WS-FEED-RECORD > ZEROS
               MOVE RK-EFFECTIVE-DATE IN WS-FEED-RECORD TO
                   EMP-AE-STATUS-DATE IN WS-EMPLOYEE-RECORD
           ELSE
               MOVE WS-DATE TO
                   EMP-AE-STATUS-DATE IN WS-EMPLOYEE-RECORD
           END-IF
           .

       340-CREATE-LOAN-RECORD.
      *****************************************************************
      * Create the loan master record for a plan loan originated at    *
