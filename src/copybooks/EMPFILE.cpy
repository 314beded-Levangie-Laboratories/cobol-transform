               10  EMP-PRIOR-SS-WAGES      PIC 9(8)V99 COMP-3.
               10  EMP-PRIOR-FUTA-WAGES    PIC 9(7)V99 COMP-3.
               10  EMP-PRIOR-SUTA-WAGES    PIC 9(7)V99 COMP-3.
      *****************************************************************
      * W-2 delivery consent: an employee who has consented to        *
      * receive the W-2 electronically gets it through the W-2        *
      * electronic-delivery export instead of the printed copies; a   *
      * withdrawn consent goes back to paper. The date is the day     *
      * consent was given or withdrawn. Records from before consent   *
      * was tracked carry spaces/low-values and receive paper.        *
      *****************************************************************
           05  EMP-W2-DELIVERY-INFO.
               10  EMP-W2-CONSENT-IND      PIC X.
                   88  EMP-W2-CONSENT-YES  VALUE 'Y'.
                   88  EMP-W2-CONSENT-WITHDRAWN
                                           VALUE 'W'.
                   88  EMP-W2-CONSENT-NONE VALUE 'N' ' '.
               10  EMP-W2-CONSENT-DATE     PIC 9(8).
      *****************************************************************
      * Compensatory time election for non-exempt employees in the    *
      * public-contract departments: overtime worked is banked on the *
      * leave balance record at one and a half hours per hour instead *
      * of being paid, up to the bank cap, and overtime beyond the    *
      * cap is paid as usual. A zero cap means the standard 240-hour  *
      * cap. Records from before the election existed carry           *
      * spaces/low-values and are paid their overtime.                *
      *****************************************************************
           05  EMP-COMP-TIME-INFO.
               10  EMP-COMP-TIME-IND       PIC X.
                   88  EMP-COMP-TIME-YES   VALUE 'Y'.
                   88  EMP-COMP-TIME-NO    VALUE 'N' ' '.
               10  EMP-COMP-TIME-CAP       PIC 9(3)V99 COMP-3.
      *****************************************************************
      * Work site and supervising employee, used to route time and    *
      * attendance exceptions to the people who can act on them.      *
      * Records from before the assignment was tracked carry spaces.  *
      *****************************************************************
           05  EMP-WORK-ASSIGNMENT.
               10  EMP-WORK-SITE           PIC X(4).
               10  EMP-SUPERVISOR-ID       PIC X(6).
      *****************************************************************
      * Nonresident alien status. A nonresident alien has the Pub     *
      * 15-T nonresident alien amount added to wages before federal   *
      * withholding is figured; F-1, J-1, M-1 and Q-1 visa holders    *
      * are also exempt from social security and Medicare. Wages up   *
      * to the treaty exempt amount each year are exempt from federal *
      * income tax under the treaty article named, are kept off the   *
      * W-2, and are reported on Form 1042-S instead. Records from    *
      * before NRA status was tracked carry spaces/low-values and are *
      * treated as resident.                                          *
      *****************************************************************
           05  EMP-NRA-INFO.
               10  EMP-NRA-IND             PIC X.
                   88  EMP-NRA-YES         VALUE 'Y'.
                   88  EMP-NRA-NO          VALUE 'N' ' '.
               10  EMP-VISA-TYPE           PIC X(4).
                   88  EMP-VISA-FICA-EXEMPT
                                           VALUE 'F1  ' 'J1  '
                                                 'M1  ' 'Q1  '.
               10  EMP-TREATY-COUNTRY      PIC X(2).
               10  EMP-TREATY-ARTICLE      PIC X(4).
               10  EMP-TREATY-EXEMPT-AMT   PIC 9(7)V99 COMP-3.
               10  EMP-YTD-TREATY-EXEMPT   PIC 9(7)V99 COMP-3.
      *****************************************************************
      * Rehire history: the first hire date and the termination date  *
      * in force when the employee was last reactivated, kept because *
      * reactivation re-stamps EMP-HIRE-DATE and clears EMP-TERM-DATE. *
      * Retirement plan vesting uses them to decide whether service   *
      * before the break is restored. Records never rehired (or from  *
      * before rehires were tracked) carry zeros/low-values.          *
      *****************************************************************
           05  EMP-REHIRE-INFO.
               10  EMP-ORIG-HIRE-DATE      PIC 9(8).
               10  EMP-PRIOR-TERM-DATE     PIC 9(8).
      *****************************************************************
      * 401(k) automatic enrollment. The eligibility date is worked   *
      * out from the hire date; the status date is when the current   *
      * status was reached (notice sent, default deferral staged, or  *
      * opt-out/own election recorded), and the escalation year is    *
      * the last plan year an automatic increase was staged. Records  *
      * from before automatic enrollment carry spaces/low-values and  *
      * are treated as not yet reviewed.                              *
      *****************************************************************
           05  EMP-AUTO-ENROLL-INFO.
               10  EMP-AE-STATUS           PIC X.
                   88  EMP-AE-NOT-REVIEWED VALUE ' ' LOW-VALUE.
                   88  EMP-AE-NOTIFIED     VALUE 'N'.
                   88  EMP-AE-ENROLLED     VALUE 'A'.
                   88  EMP-AE-OPTED-OUT    VALUE 'O'.
                   88  EMP-AE-OWN-ELECTION VALUE 'E'.
               10  EMP-AE-ELIG-DATE        PIC 9(8).
               10  EMP-AE-STATUS-DATE      PIC 9(8).
               10  EMP-AE-ESCALATION-YEAR  PIC 9(4).
      *****************************************************************
      * Benefit eligibility dates worked out by ELIGCALC from the     *
      * plan waiting periods and hours rules: health, dental, and     *
      * vision coverage and FSA/HSA contributions are not deducted    *
      * on a check dated before the date. 99999999 = not eligible     *
      * (scheduled hours below the plan's requirement). Records not   *
      * yet reviewed carry zeros/low-values and deduct as keyed.      *
      *****************************************************************
           05  EMP-BENEFIT-ELIG-INFO.
               10  EMP-HEALTH-ELIG-DATE    PIC 9(8).
               10  EMP-DENTAL-ELIG-DATE    PIC 9(8).
               10  EMP-VISION-ELIG-DATE    PIC 9(8).
               10  EMP-FSA-ELIG-DATE       PIC 9(8).
               10  EMP-HSA-ELIG-DATE       PIC 9(8).
      *****************************************************************
      * Separation detail captured on the termination transaction:    *
      * why the employee left and the last day actually worked, which *
      * can fall before EMP-TERM-DATE (paid leave, notice period).    *
      * Answered to the state on unemployment claims. Records         *
      * terminated before it was captured carry spaces/low-values and *
      * are answered as not on file; reactivation clears it.          *
      *****************************************************************
           05  EMP-SEPARATION-INFO.
               10  EMP-SEPARATION-REASON   PIC X(2).
                   88  EMP-SEP-NOT-CAPTURED
                                           VALUE SPACES LOW-VALUES.
                   88  EMP-SEP-LACK-OF-WORK
                                           VALUE 'LW'.
                   88  EMP-SEP-VOLUNTARY-QUIT
                                           VALUE 'VQ'.
                   88  EMP-SEP-DISCHARGE-MISCONDUCT
                                           VALUE 'DM'.
                   88  EMP-SEP-DISCHARGE-OTHER
                                           VALUE 'DO'.
                   88  EMP-SEP-RETIREMENT  VALUE 'RT'.
                   88  EMP-SEP-ASSIGNMENT-ENDED
                                           VALUE 'AE'.
                   88  EMP-SEP-LABOR-DISPUTE
                                           VALUE 'LD'.
                   88  EMP-SEP-DECEASED    VALUE 'DE'.
                   88  EMP-SEP-OTHER       VALUE 'OT'.
                   88  EMP-SEP-REASON-VALID
                                           VALUE 'LW' 'VQ' 'DM' 'DO'
                                                 'RT' 'AE' 'LD' 'DE'
                                                 'OT'.
               10  EMP-LAST-DAY-WORKED     PIC 9(8).
      *****************************************************************
      * Salary grade for non-union positions, keyed to the salary     *
      * grade table (SALGRADE) that carries the minimum, midpoint,    *
      * and maximum hourly-equivalent rate for the grade. Union       *
      * employees are paid on EMP-UNION-SCALE instead; records with   *
      * no grade carry spaces and are left out of range checking.     *
      *****************************************************************
           05  EMP-SALARY-GRADE-INFO.
               10  EMP-SALARY-GRADE        PIC X(4).
                   88  EMP-NO-SALARY-GRADE VALUE SPACES LOW-VALUES.
      *****************************************************************
      * Supplemental wages paid in the year on bonus and off-cycle    *
      * checks, including vested equity income. Federal withholding   *
      * on supplemental wages above $1 million for the year is at the *
      * mandatory 37 percent rate instead of the 22 percent flat      *
      * rate. Records from before it was tracked carry spaces/low-    *
      * values and are treated as zero.                               *
      *****************************************************************
           05  EMP-SUPPLEMENTAL-INFO.
               10  EMP-YTD-SUPPLEMENTAL    PIC 9(8)V99 COMP-3.
      *****************************************************************
      * Military activation for a reservist called to active duty:    *
      * the orders' start and end dates (end zero while open-ended)   *
      * and the military pay the employee receives each pay period.   *
      * While an activation covers the pay period, the calculation    *
      * run pays the shortfall of military pay against regular pay    *
      * as military differential pay - federal income tax withheld,   *
      * no FICA or FUTA. The differential paid under the current      *
      * activation restarts when a new activation is keyed; the YTD   *
      * differential is reported separately on the W-2. Records with  *
      * no activation carry spaces/low-values and are treated as      *
      * never activated.                                              *
      *****************************************************************
           05  EMP-MILITARY-INFO.
               10  EMP-MIL-ACTIVATION-START
                                           PIC 9(8).
               10  EMP-MIL-ACTIVATION-END  PIC 9(8).
               10  EMP-MIL-PAY-PER-PERIOD  PIC 9(7)V99 COMP-3.
               10  EMP-MIL-DIFF-TO-DATE    PIC 9(7)V99 COMP-3.
               10  EMP-YTD-MILITARY-DIFF   PIC 9(7)V99 COMP-3.
           05  EMP-FILLER                  PIC X(01).
