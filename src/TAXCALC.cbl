      *               share, driven by the per-state rates, wage      *
      *               bases, and employer rates in the SDI table of   *
      *               the tax rates record.                           *
      *   2026-10-15  Returns the state the withholding was figured   *
      *               for (work state, or residence state under a     *
      *               reciprocity agreement) so pay history can carry *
      *               the taxing jurisdiction for the W-2 state boxes.*
      *   2026-10-15  SUTA accrues at the company's own experience    *
      *               rate for the UI state and year when the caller  *
      *               passes one from the company master, instead of  *
      *               the state's single rate from the tax rates.     *
      *   2026-10-15  Splits state withholding across the states an   *
      *               employee worked in during the period when the   *
      *               caller passes a state allocation, with the      *
      *               residence state credited for tax withheld to    *
      *               the other states; the per-state wages and tax   *
      *               come back in the allocation for pay history.    *
      *   2026-10-15  Nonresident alien withholding: the Pub 15-T     *
      *               nonresident alien amount is added to annualized *
      *               wages, treaty-exempt wages are kept out of the  *
      *               federal income tax base, and F/J/M/Q visa       *
      *               holders are exempt from social security and     *
      *               Medicare, all driven by the W-4 info group.     *
      *   2026-10-15  Supplemental wages above $1 million for the     *
      *               year withhold federal tax at the mandatory 37   *
      *               percent rate; the caller passes the year's      *
      *               supplemental wages paid before this check.      *
      *   2026-10-15  Military differential pay passed in the W-4     *
      *               info group is kept out of the Social Security,  *
      *               Medicare, and FUTA wages for the period and     *
      *               the year; it stays subject to income tax.       *
      *   2026-10-15  State withholding is figured on its own annual  *
      *               taxable base from the full gross: the treaty    *
      *               exemption and nonresident alien amount are      *
      *               federal only, and off-cycle/bonus wages are     *
      *               annualized for the state the same way as        *
      *               regular pay.                                    *
      *****************************************************************

       IDENTIFICATION DIVISION.
      *                                                                *
      * 1. Federal Income Tax - Based on tax brackets, filing status,  *
      *    and allowances (or the flat supplemental rate for          *
      *    off-cycle/bonus runs, 37% over $1 million for the year),   *
      *    with the nonresident alien amount added and treaty-exempt  *
      *    wages left out for nonresidents                            *
      * 2. State Income Tax - Based on state-specific tax rates,       *
      *    honoring work-state/residence-state reciprocity agreements  *
      *    and, for an employee who worked in several states, split    *
      *    by state with a resident-state credit                       *
      * 3. Local Tax - Based on the employee's local tax code and the  *
      *    bracketed rates in LOCAL-TAX-TABLE                          *
      * 4. Social Security Tax - 6.2% of earnings up to the annual    *
      *    wage base limit (F/J/M/Q visa nonresidents are exempt from *
      *    this and Medicare)                                         *
      * 5. Medicare Tax - 1.45% of all earnings, plus additional 0.9%  *
      *    for high-income employees                                   *
      * 6. Employer FUTA/SUTA unemployment tax accrual                 *
      *                                                                *
      * Military differential pay is federal income tax wages but not  *
      * Social Security, Medicare, or FUTA wages; the caller passes    *
      * the period's and the year's differential so items 4 through 6  *
      * are figured on the remaining wages.                            *
      *                                                                *
      * The module receives gross pay, YTD earnings, filing status,    *
      * and other parameters from the calling program, performs the    *
      * calculations, and returns the calculated tax amounts.          *
       01  WS-CALCULATION-WORK-AREA.
           05  WS-TAXABLE-INCOME       PIC 9(8)V99 COMP-3 VALUE ZEROS.
           05  WS-ANNUALIZED-INCOME    PIC 9(8)V99 COMP-3 VALUE ZEROS.
           05  WS-STATE-TAXABLE-INCOME PIC 9(8)V99 COMP-3 VALUE ZEROS.
           05  WS-TAX-ALLOWANCE-VALUE  PIC 9(8)V99 COMP-3 VALUE ZEROS.
           05  WS-CURRENT-BRACKET-TAX  PIC 9(7)V99 COMP-3 VALUE ZEROS.
           05  WS-TAX-RATE             PIC 9(2)V99 COMP-3 VALUE ZEROS.
               88  FOUND-LOCAL            VALUE 'Y'.
               88  NOT-FOUND-LOCAL        VALUE 'N'.
           05  WS-RECIP-INDEX          PIC 9(2)    COMP-3 VALUE ZEROS.
           05  WS-RECIP-LOOKUP-STATE   PIC X(2)    VALUE SPACES.
           05  WS-RECIP-FOUND-FLAG     PIC X       VALUE 'N'.
               88  RECIPROCITY-FOUND      VALUE 'Y'.
               88  RECIPROCITY-NOT-FOUND  VALUE 'N'.
               88  SUTA-STATE-FOUND       VALUE 'Y'.
           05  WS-FUTA-REMAIN-WAGES    PIC 9(8)V99 COMP-3 VALUE ZEROS.
           05  WS-SUTA-REMAIN-WAGES    PIC 9(8)V99 COMP-3 VALUE ZEROS.
           05  WS-SUTA-APPLIED-RATE    PIC 9(2)V9(5) COMP-3
                                       VALUE ZEROS.
           05  WS-SDI-INDEX            PIC 9(2)    COMP-3 VALUE ZEROS.
           05  WS-SDI-FOUND-FLAG       PIC X       VALUE 'N'.
               88  SDI-STATE-FOUND        VALUE 'Y'.
           05  WS-SS-BASIS-WAGES       PIC 9(9)V99 COMP-3 VALUE ZEROS.
           05  WS-FUTA-BASIS-WAGES     PIC 9(9)V99 COMP-3 VALUE ZEROS.
           05  WS-SUTA-BASIS-WAGES     PIC 9(9)V99 COMP-3 VALUE ZEROS.
           05  WS-SA-INDEX             PIC 9(2)    COMP-3 VALUE ZEROS.
           05  WS-SA-RESIDENT-INDEX    PIC 9(2)    COMP-3 VALUE ZEROS.
           05  WS-SA-WAGES-REMAIN      PIC 9(7)V99 COMP-3 VALUE ZEROS.
           05  WS-SA-NONRES-TAX        PIC 9(7)V99 COMP-3 VALUE ZEROS.
           05  WS-SA-RESIDENT-TAX      PIC 9(7)V99 COMP-3 VALUE ZEROS.
           05  WS-SA-BEST-WAGES        PIC 9(7)V99 COMP-3 VALUE ZEROS.
           05  WS-FIT-GROSS            PIC 9(7)V99 COMP-3 VALUE ZEROS.
           05  WS-NRA-ADDL-AMOUNT      PIC 9(6)V99 COMP-3 VALUE ZEROS.
           05  WS-SUPP-MILLION-ROOM    PIC 9(8)V99 COMP-3 VALUE ZEROS.
           05  WS-SUPP-OVER-MILLION    PIC 9(7)V99 COMP-3 VALUE ZEROS.
           05  WS-FICA-GROSS           PIC 9(7)V99 COMP-3 VALUE ZEROS.
           05  WS-FICA-YTD-GROSS       PIC 9(8)V99 COMP-3 VALUE ZEROS.

      **** Pub 15-T nonresident alien amounts, used when the tax   ****
      **** rates record predates carrying them                     ****
       01  WS-NRA-DEFAULTS.
           05  WS-NRA-DFLT-REDESIGNED  PIC 9(6)V99 COMP-3
                                       VALUE 15000.00.
           05  WS-NRA-DFLT-PRE2020     PIC 9(6)V99 COMP-3
                                       VALUE 8950.00.

      **** Reciprocity table - static reference data for states     ****
      **** that honor a work/residence reciprocal withholding pact  ****
      * - Tax-Additional: Additional tax withholding requested         *
      * - Tax-Run-Mode: N=normal B=bonus/off-cycle F=final X=retro     *
      * - Tax-Rates: Tax rates table with brackets and rates          *
      * - Tax-Suta-Experience-Rate: the company's SUI rate, or zero    *
      * - Tax-State-Allocation: work states and wage shares for an     *
      *   employee who worked in more than one state, or a zero count  *
      *                                                                *
      * Output Parameters:                                             *
      * - Federal-Tax: Calculated federal income tax                   *
      * - Suta-Tax: Employer SUTA accrual for this period              *
      * - Sdi-Tax: Employee SDI/PFL withholding for the work state     *
      * - Sdi-Er-Tax: Employer share of the work state SDI/PFL program *
      * - Tax-State-Allocation: per-state wages and tax withheld       *
      *****************************************************************
       01  TAX-CALC-GROSS               PIC 9(7)V99 COMP-3.
       01  TAX-CALC-YTD-GROSS           PIC 9(8)V99 COMP-3.
           05  TAX-W4-EXTRA-DEDUCTIONS  PIC 9(7)V99 COMP-3.
           05  TAX-W4-TWO-JOBS-IND      PIC X.
               88  TAX-W4-TWO-JOBS      VALUE 'Y'.
           05  TAX-W4-NRA-IND           PIC X.
               88  TAX-W4-NONRESIDENT   VALUE 'Y'.
           05  TAX-W4-FICA-EXEMPT-IND   PIC X.
               88  TAX-W4-FICA-EXEMPT   VALUE 'Y'.
           05  TAX-W4-TREATY-EXEMPT     PIC 9(7)V99 COMP-3.
      **** Military differential pay - this period's and the YTD  ****
      **** amount before this check - not FICA or FUTA wages      ****
           05  TAX-W4-FICA-EXEMPT-WAGES PIC 9(7)V99 COMP-3.
           05  TAX-W4-YTD-FICA-EXEMPT   PIC 9(8)V99 COMP-3.
           COPY TAXRATES REPLACING ==TAX-RATES-TABLE== BY ==TAX-RATES==.
       01  FEDERAL-TAX                  PIC 9(7)V99 COMP-3.
       01  STATE-TAX                    PIC 9(7)V99 COMP-3.
           05  TAX-PRIOR-SS-WAGES       PIC 9(8)V99 COMP-3.
           05  TAX-PRIOR-FUTA-WAGES     PIC 9(7)V99 COMP-3.
           05  TAX-PRIOR-SUTA-WAGES     PIC 9(7)V99 COMP-3.
      *****************************************************************
      * Output: the state whose withholding rules were applied - the  *
      * work state, or the residence state under reciprocity          *
      *****************************************************************
       01  TAX-EFFECTIVE-STATE          PIC X(2).
      *****************************************************************
      * Input: the paying company's SUI experience rate for the UI    *
      * state and tax year from the company master, as a decimal      *
      * fraction. Zero when the company has no rate on file, which    *
      * leaves the state's standard SUTA rate in force                *
      *****************************************************************
       01  TAX-SUTA-EXPERIENCE-RATE     PIC 9V9(5) COMP-3.
      *****************************************************************
      * Input/output: the period's split of wages across work states. *
      * A zero work-state count leaves the single work state taxed    *
      * and the allocation untouched apart from a zero entry count    *
      *****************************************************************
           COPY STALLOC REPLACING ==STATE-ALLOCATION== BY
               ==TAX-STATE-ALLOCATION==.
      *****************************************************************
      * Input: supplemental wages already paid to the employee this   *
      * year, before this check. Supplemental wages above $1 million  *
      * for the year withhold at 37 percent instead of 22 percent     *
      *****************************************************************
       01  TAX-CALC-YTD-SUPPLEMENTAL    PIC 9(8)V99 COMP-3.

       PROCEDURE DIVISION USING TAX-CALC-GROSS
                                TAX-CALC-YTD-GROSS
                                SDI-ER-TAX
                                TAX-CALC-YTD-LST
                                LST-TAX
                                TAX-PRIOR-WAGE-BASES
                                TAX-EFFECTIVE-STATE
                                TAX-SUTA-EXPERIENCE-RATE
                                TAX-STATE-ALLOCATION
                                TAX-CALC-YTD-SUPPLEMENTAL.

       000-MAIN-PROCESS.
      *****************************************************************
                      LST-TAX

           MOVE WS-RECIP-TABLE-VALUES TO WS-RECIPROCITY-TABLE
           MOVE TAX-STATE-CODE TO WS-RECIP-LOOKUP-STATE
           PERFORM 150-DETERMINE-EFFECTIVE-STATE
                   THRU 150-EXIT
           MOVE WS-EFFECTIVE-STATE-CODE TO TAX-EFFECTIVE-STATE

           IF TAX-RUN-MODE = 'B'
               PERFORM 105-CALCULATE-SUPPLEMENTAL-FEDERAL-TAX
                   THRU 100-EXIT
           END-IF

           MOVE ZEROS TO SA-ENTRY-COUNT
           IF SA-WORK-STATE-COUNT IS NUMERIC
               AND SA-WORK-STATE-COUNT > ZEROS
               PERFORM 250-ALLOCATE-STATE-TAX
           ELSE
               PERFORM 200-CALCULATE-STATE-TAX
                   THRU 200-EXIT
           END-IF
           PERFORM 300-CALCULATE-LOCAL-TAX
                   THRU 300-EXIT
           PERFORM 350-CALCULATE-FLAT-LOCAL-TAX
                   THRU 350-EXIT
           PERFORM 380-DETERMINE-FICA-WAGES
                   THRU 380-EXIT
           PERFORM 400-CALCULATE-SOCIAL-SECURITY
                   THRU 400-EXIT
           PERFORM 500-CALCULATE-MEDICARE
      * 4. Additional withholding requested                            *
      *****************************************************************
           MOVE ZEROS TO FEDERAL-TAX
           PERFORM 115-SET-STATE-TAXABLE-BASE

      *****************************************************************
      * Wages exempt under an income tax treaty are left out of the   *
      * federal income tax base altogether. The state base set above  *
      * keeps them, since the states generally do not follow the      *
      * federal treaties                                              *
      *****************************************************************
           MOVE TAX-CALC-GROSS TO WS-FIT-GROSS
           IF TAX-W4-TREATY-EXEMPT IS NUMERIC
               IF TAX-W4-TREATY-EXEMPT >= TAX-CALC-GROSS
                   GO TO 100-EXIT
               END-IF
               SUBTRACT TAX-W4-TREATY-EXEMPT FROM WS-FIT-GROSS
           END-IF

      **** Calculate taxable income (annualized) ****
           MULTIPLY WS-FIT-GROSS BY 24 GIVING WS-ANNUALIZED-INCOME

      *****************************************************************
      * Nonresident alien: Pub 15-T adds the nonresident alien amount *
      * for the form version to annualized wages before the tax is    *
      * figured                                                       *
      *****************************************************************
           IF TAX-W4-NONRESIDENT
               IF TAX-W4-REDESIGNED
                   MOVE WS-NRA-DFLT-REDESIGNED TO WS-NRA-ADDL-AMOUNT
                   IF NRA-ADDL-WAGE-AMOUNT IN TAX-RATES IS NUMERIC
                       AND NRA-ADDL-WAGE-AMOUNT IN TAX-RATES > ZEROS
                       MOVE NRA-ADDL-WAGE-AMOUNT IN TAX-RATES
                           TO WS-NRA-ADDL-AMOUNT
                   END-IF
               ELSE
                   MOVE WS-NRA-DFLT-PRE2020 TO WS-NRA-ADDL-AMOUNT
                   IF NRA-ADDL-WAGE-PRE2020 IN TAX-RATES IS NUMERIC
                       AND NRA-ADDL-WAGE-PRE2020 IN TAX-RATES > ZEROS
                       MOVE NRA-ADDL-WAGE-PRE2020 IN TAX-RATES
                           TO WS-NRA-ADDL-AMOUNT
                   END-IF
               END-IF
               ADD WS-NRA-ADDL-AMOUNT TO WS-ANNUALIZED-INCOME
           END-IF

           PERFORM 110-APPLY-W4-ADJUSTMENTS

           SUBTRACT WS-TAX-ALLOWANCE-VALUE FROM WS-ANNUALIZED-INCOME
               GIVING WS-TAXABLE-INCOME

      *****************************************************************
      * Off-cycle/bonus run federal withholding - the flat 22 percent  *
      * supplemental wage method, in place of the regular annualized   *
      * bracket method used for normal-cycle pay. The part of the      *
      * year's supplemental wages above $1 million is withheld at the  *
      * mandatory 37 percent rate, whatever the employee's W-4 says.   *
      *****************************************************************
           PERFORM 115-SET-STATE-TAXABLE-BASE

           MOVE TAX-CALC-GROSS TO WS-FIT-GROSS
           IF TAX-W4-TREATY-EXEMPT IS NUMERIC
               IF TAX-W4-TREATY-EXEMPT >= TAX-CALC-GROSS
                   MOVE ZEROS TO WS-FIT-GROSS
               ELSE
                   SUBTRACT TAX-W4-TREATY-EXEMPT FROM WS-FIT-GROSS
               END-IF
           END-IF

           MOVE ZEROS TO WS-SUPP-OVER-MILLION
           IF TAX-CALC-YTD-SUPPLEMENTAL IS NUMERIC
               IF TAX-CALC-YTD-SUPPLEMENTAL >= 1000000.00
                   MOVE WS-FIT-GROSS TO WS-SUPP-OVER-MILLION
               ELSE
                   COMPUTE WS-SUPP-MILLION-ROOM =
                       1000000.00 - TAX-CALC-YTD-SUPPLEMENTAL
                   IF WS-FIT-GROSS > WS-SUPP-MILLION-ROOM
                       COMPUTE WS-SUPP-OVER-MILLION =
                           WS-FIT-GROSS - WS-SUPP-MILLION-ROOM
                   END-IF
               END-IF
           ELSE
               IF WS-FIT-GROSS > 1000000.00
                   COMPUTE WS-SUPP-OVER-MILLION =
                       WS-FIT-GROSS - 1000000.00
               END-IF
           END-IF

           COMPUTE FEDERAL-TAX ROUNDED =
               (WS-FIT-GROSS - WS-SUPP-OVER-MILLION) * 0.22 +
               WS-SUPP-OVER-MILLION * 0.37
           .

       110-APPLY-W4-ADJUSTMENTS.
      *****************************************************************
      * Redesigned W-4 (step amounts): annualized income is grossed   *
      * up by step 4(a) other income, then reduced by the standard    *
      * deduction for the filing status plus step 4(b) extra          *
      * deductions; the two-jobs checkbox withholds at the higher     *
      * schedule by forgoing the standard deduction, per the          *
      * percentage method. Pre-2020 forms keep the allowance method.  *
      *****************************************************************
           IF TAX-W4-REDESIGNED
               ADD TAX-W4-OTHER-INCOME TO WS-ANNUALIZED-INCOME
               MOVE ZEROS TO WS-TAX-ALLOWANCE-VALUE
               IF NOT TAX-W4-TWO-JOBS
                   EVALUATE TAX-FILING-STATUS
                       WHEN 'M'
                           MOVE STANDARD-DEDUCTION-MARRIED IN TAX-RATES
                               TO WS-TAX-ALLOWANCE-VALUE
                       WHEN 'H'
                           MOVE STANDARD-DEDUCTION-HEAD IN TAX-RATES
                               TO WS-TAX-ALLOWANCE-VALUE
                       WHEN OTHER
                           MOVE STANDARD-DEDUCTION-SINGLE IN TAX-RATES
                               TO WS-TAX-ALLOWANCE-VALUE
                   END-EVALUATE
               END-IF
               ADD TAX-W4-EXTRA-DEDUCTIONS TO WS-TAX-ALLOWANCE-VALUE
           ELSE
      **** Reduce taxable income by allowances ****
               MULTIPLY TAX-ALLOWANCES BY PERSONAL-EXEMPTION-AMOUNT IN
                   TAX-RATES GIVING WS-TAX-ALLOWANCE-VALUE
           END-IF
           .

       115-SET-STATE-TAXABLE-BASE.
      *****************************************************************
      * State withholding base: the full period gross, annualized and *
      * reduced by the W-4 deductions the same way as the federal     *
      * base. Treaty-exempt wages and the nonresident alien amount    *
      * are federal adjustments only and do not enter it. Set for     *
      * both the regular and the supplemental method, so bonus and    *
      * vest checks withhold state tax on their annualized wages      *
      *****************************************************************
           MOVE ZEROS TO WS-STATE-TAXABLE-INCOME
           MULTIPLY TAX-CALC-GROSS BY 24 GIVING WS-ANNUALIZED-INCOME
           PERFORM 110-APPLY-W4-ADJUSTMENTS
           IF WS-ANNUALIZED-INCOME > WS-TAX-ALLOWANCE-VALUE
               COMPUTE WS-STATE-TAXABLE-INCOME =
                   WS-ANNUALIZED-INCOME - WS-TAX-ALLOWANCE-VALUE
           END-IF
           .

       150-DETERMINE-EFFECTIVE-STATE.
      * Determine which state's withholding rules apply. When the      *
      * employee works in one state and lives in another under a       *
      * reciprocity agreement, withholding follows the residence state *
      * instead of the work state. The work state looked up is the     *
      * employee's work state, or one state of a multi-state split.    *
      *****************************************************************
           MOVE WS-RECIP-LOOKUP-STATE TO WS-EFFECTIVE-STATE-CODE
           SET RECIPROCITY-NOT-FOUND TO TRUE

           IF TAX-RESIDENCE-STATE = SPACES OR
              TAX-RESIDENCE-STATE = WS-RECIP-LOOKUP-STATE
               GO TO 150-EXIT
           END-IF

           PERFORM VARYING WS-RECIP-INDEX FROM 1 BY 1
               UNTIL WS-RECIP-INDEX > 8 OR RECIPROCITY-FOUND
               IF WS-RECIP-WORK-STATE (WS-RECIP-INDEX) =
                      WS-RECIP-LOOKUP-STATE
                  AND WS-RECIP-RESIDENCE-STATE (WS-RECIP-INDEX) =
                      TAX-RESIDENCE-STATE
                   SET RECIPROCITY-FOUND TO TRUE
               GO TO 200-EXIT
           END-IF

      **** Uses the state taxable base set with the federal tax ****

      **** Find applicable state tax bracket ****
           PERFORM VARYING WS-BRACKET-INDEX FROM 1 BY 1
                   EXIT PERFORM
               END-IF

               IF WS-STATE-TAXABLE-INCOME >= WS-BRACKET-FLOOR AND
                  (WS-STATE-TAXABLE-INCOME < WS-BRACKET-CEILING OR
                   WS-BRACKET-CEILING = 0)
                   EXIT PERFORM
               END-IF
           MOVE STATE-BRACKET-BASE-TAX (WS-STATE-INDEX,
               WS-BRACKET-INDEX) TO STATE-TAX

           SUBTRACT WS-BRACKET-FLOOR FROM WS-STATE-TAXABLE-INCOME
               GIVING WS-BRACKET-INCOME

           MULTIPLY WS-BRACKET-INCOME BY WS-TAX-RATE
           EXIT
           .

       250-ALLOCATE-STATE-TAX.
      *****************************************************************
      * Multi-State Wage Allocation                                   *
      *                                                                *
      * For an employee who worked in several states this period:      *
      * 1. Each work state's share of the wages is allocated to it,    *
      *    the last state taking the rounding remainder                *
      * 2. Each state's withholding is figured on the full period as   *
      *    if all wages were earned there and then prorated to its     *
      *    share, following the residence state under reciprocity      *
      * 3. The residence state withholds its tax on all the wages      *
      *    less a credit for the tax withheld to the other states,     *
      *    never below zero                                            *
      *****************************************************************
           MOVE ZEROS TO SA-RESIDENT-CREDIT
                         WS-SA-NONRES-TAX
                         WS-SA-RESIDENT-INDEX
           MOVE SA-WORK-STATE-COUNT TO SA-ENTRY-COUNT
           MOVE TAX-CALC-GROSS TO WS-SA-WAGES-REMAIN

           PERFORM VARYING WS-SA-INDEX FROM 1 BY 1
                   UNTIL WS-SA-INDEX > SA-WORK-STATE-COUNT
               PERFORM 252-TAX-ONE-WORK-STATE
           END-PERFORM

           IF TAX-RESIDENCE-STATE NOT = SPACES
               PERFORM 254-APPLY-RESIDENT-CREDIT
           END-IF

           MOVE ZEROS TO STATE-TAX
                         WS-SA-BEST-WAGES
           MOVE SA-TAX-STATE (1) TO TAX-EFFECTIVE-STATE
           PERFORM VARYING WS-SA-INDEX FROM 1 BY 1
                   UNTIL WS-SA-INDEX > SA-ENTRY-COUNT
               ADD SA-STATE-TAX (WS-SA-INDEX) TO STATE-TAX
               IF SA-WAGES (WS-SA-INDEX) > WS-SA-BEST-WAGES
                   MOVE SA-WAGES (WS-SA-INDEX) TO WS-SA-BEST-WAGES
                   MOVE SA-TAX-STATE (WS-SA-INDEX) TO
                       TAX-EFFECTIVE-STATE
               END-IF
           END-PERFORM
           .

       252-TAX-ONE-WORK-STATE.
      *****************************************************************
      * Allocate one work state's wages and prorated withholding       *
      *****************************************************************
           IF WS-SA-INDEX = SA-WORK-STATE-COUNT
               MOVE WS-SA-WAGES-REMAIN TO SA-WAGES (WS-SA-INDEX)
           ELSE
               COMPUTE SA-WAGES (WS-SA-INDEX) ROUNDED =
                   TAX-CALC-GROSS * SA-SHARE (WS-SA-INDEX)
               IF SA-WAGES (WS-SA-INDEX) > WS-SA-WAGES-REMAIN
                   MOVE WS-SA-WAGES-REMAIN TO SA-WAGES (WS-SA-INDEX)
               END-IF
               SUBTRACT SA-WAGES (WS-SA-INDEX) FROM WS-SA-WAGES-REMAIN
           END-IF

           MOVE SA-WORK-STATE (WS-SA-INDEX) TO WS-RECIP-LOOKUP-STATE
           PERFORM 150-DETERMINE-EFFECTIVE-STATE
                   THRU 150-EXIT
           MOVE WS-EFFECTIVE-STATE-CODE TO SA-TAX-STATE (WS-SA-INDEX)

           PERFORM 200-CALCULATE-STATE-TAX
                   THRU 200-EXIT
           COMPUTE SA-STATE-TAX (WS-SA-INDEX) ROUNDED =
               STATE-TAX * SA-SHARE (WS-SA-INDEX)

           IF SA-TAX-STATE (WS-SA-INDEX) = TAX-RESIDENCE-STATE
               IF WS-SA-RESIDENT-INDEX = ZEROS
                   MOVE WS-SA-INDEX TO WS-SA-RESIDENT-INDEX
               END-IF
           ELSE
               ADD SA-STATE-TAX (WS-SA-INDEX) TO WS-SA-NONRES-TAX
           END-IF
           .

       254-APPLY-RESIDENT-CREDIT.
      *****************************************************************
      * Figure the residence state's tax on all the period's wages,    *
      * credit the tax withheld to the other states, and carry the     *
      * balance on the residence state's entry - adding one when the   *
      * employee did not work in the residence state this period       *
      *****************************************************************
           MOVE TAX-RESIDENCE-STATE TO WS-EFFECTIVE-STATE-CODE
           PERFORM 200-CALCULATE-STATE-TAX
                   THRU 200-EXIT
           MOVE STATE-TAX TO WS-SA-RESIDENT-TAX

           IF WS-SA-NONRES-TAX < WS-SA-RESIDENT-TAX
               MOVE WS-SA-NONRES-TAX TO SA-RESIDENT-CREDIT
           ELSE
               MOVE WS-SA-RESIDENT-TAX TO SA-RESIDENT-CREDIT
           END-IF
           SUBTRACT SA-RESIDENT-CREDIT FROM WS-SA-RESIDENT-TAX

           IF WS-SA-RESIDENT-INDEX > ZEROS
               PERFORM VARYING WS-SA-INDEX FROM 1 BY 1
                       UNTIL WS-SA-INDEX > SA-ENTRY-COUNT
                   IF SA-TAX-STATE (WS-SA-INDEX) = TAX-RESIDENCE-STATE
                       MOVE ZEROS TO SA-STATE-TAX (WS-SA-INDEX)
                   END-IF
               END-PERFORM
               MOVE WS-SA-RESIDENT-TAX TO
                   SA-STATE-TAX (WS-SA-RESIDENT-INDEX)
           ELSE
               IF WS-SA-RESIDENT-TAX > ZEROS AND SA-ENTRY-COUNT < 6
                   ADD 1 TO SA-ENTRY-COUNT
                   MOVE TAX-RESIDENCE-STATE TO
                       SA-WORK-STATE (SA-ENTRY-COUNT)
                       SA-TAX-STATE (SA-ENTRY-COUNT)
                   MOVE ZEROS TO SA-SHARE (SA-ENTRY-COUNT)
                                 SA-WAGES (SA-ENTRY-COUNT)
                   MOVE WS-SA-RESIDENT-TAX TO
                       SA-STATE-TAX (SA-ENTRY-COUNT)
               END-IF
           END-IF
           .

       300-CALCULATE-LOCAL-TAX.
      *****************************************************************
      * Local Tax Calculation                                         *
           EXIT
           .

       380-DETERMINE-FICA-WAGES.
      *****************************************************************
      * FICA/FUTA Wage Basis                                          *
      *                                                                *
      * Military differential pay is subject to income tax withholding *
      * but is not wages for Social Security, Medicare, or FUTA. The   *
      * period's differential comes off the gross, and the year's      *
      * differential already paid comes off the YTD gross, before the  *
      * wage base tests below. Callers that predate the fields pass    *
      * nothing numeric, which leaves the full gross in the basis.     *
      *****************************************************************
           MOVE TAX-CALC-GROSS TO WS-FICA-GROSS
           MOVE TAX-CALC-YTD-GROSS TO WS-FICA-YTD-GROSS

           IF TAX-W4-FICA-EXEMPT-WAGES IS NUMERIC
               IF TAX-W4-FICA-EXEMPT-WAGES >= WS-FICA-GROSS
                   MOVE ZEROS TO WS-FICA-GROSS
               ELSE
                   SUBTRACT TAX-W4-FICA-EXEMPT-WAGES FROM WS-FICA-GROSS
               END-IF
           END-IF

           IF TAX-W4-YTD-FICA-EXEMPT IS NUMERIC
               IF TAX-W4-YTD-FICA-EXEMPT >= WS-FICA-YTD-GROSS
                   MOVE ZEROS TO WS-FICA-YTD-GROSS
               ELSE
                   SUBTRACT TAX-W4-YTD-FICA-EXEMPT
                       FROM WS-FICA-YTD-GROSS
               END-IF
           END-IF
           .

       380-EXIT.
           EXIT
           .

       400-CALCULATE-SOCIAL-SECURITY.
      *****************************************************************
      * Social Security Tax Calculation                               *
      *****************************************************************
           MOVE ZEROS TO SOCIAL-SEC-TAX

      **** F-1, J-1, M-1 and Q-1 nonresident aliens are exempt ****
           IF TAX-W4-FICA-EXEMPT
               GO TO 400-EXIT
           END-IF

      **** Check available wage base, counting prior-FEIN wages ****
           COMPUTE WS-SS-BASIS-WAGES =
               WS-FICA-YTD-GROSS + TAX-PRIOR-SS-WAGES
           IF WS-SS-BASIS-WAGES >= SOC-SEC-WAGE-BASE IN TAX-RATES
               MOVE 0 TO SOCIAL-SEC-TAX
               GO TO 400-EXIT
               SOC-SEC-WAGE-BASE IN TAX-RATES GIVING WS-SS-REMAIN-WAGES

      **** Calculate taxable Social Security wages for this period ****
           IF WS-FICA-GROSS > WS-SS-REMAIN-WAGES
               MOVE WS-SS-REMAIN-WAGES TO WS-SS-REMAIN-WAGES
           ELSE
               MOVE WS-FICA-GROSS TO WS-SS-REMAIN-WAGES
           END-IF

      **** Calculate Social Security tax ****
      *****************************************************************
           MOVE ZEROS TO MEDICARE-TAX

      **** F-1, J-1, M-1 and Q-1 nonresident aliens are exempt ****
           IF TAX-W4-FICA-EXEMPT
               GO TO 500-EXIT
           END-IF

      **** Calculate regular Medicare tax ****
           MULTIPLY WS-FICA-GROSS BY MEDICARE-RATE IN TAX-RATES
               GIVING MEDICARE-TAX ROUNDED

      **** Calculate additional Medicare tax for high earners ****
           IF WS-FICA-YTD-GROSS > MEDICARE-ADDL-THRESHOLD IN TAX-RATES
               COMPUTE WS-TAXABLE-INCOME =
                   WS-FICA-GROSS -
                   (MEDICARE-ADDL-THRESHOLD IN TAX-RATES -
                    WS-FICA-YTD-GROSS)

               IF WS-TAXABLE-INCOME > 0
                   MULTIPLY WS-TAXABLE-INCOME BY MEDICARE-ADDL-RATE IN
           MOVE ZEROS TO FUTA-TAX

           COMPUTE WS-FUTA-BASIS-WAGES =
               WS-FICA-YTD-GROSS + TAX-PRIOR-FUTA-WAGES
           IF WS-FUTA-BASIS-WAGES >= FUTA-WAGE-BASE IN TAX-RATES
               GO TO 600-EXIT
           END-IF
               IN TAX-RATES
               GIVING WS-FUTA-REMAIN-WAGES

           IF WS-FICA-GROSS > WS-FUTA-REMAIN-WAGES
               MULTIPLY WS-FUTA-REMAIN-WAGES BY FUTA-RATE IN TAX-RATES
                   GIVING FUTA-TAX ROUNDED
           ELSE
               MULTIPLY WS-FICA-GROSS BY FUTA-RATE IN TAX-RATES
                   GIVING FUTA-TAX ROUNDED
           END-IF

      *                                                                *
      * SUTA is owed to the state the employee's wages are assigned    *
      * to for unemployment insurance purposes (Tax-UI-State), which   *
      * may differ from the work state for remote employees. The wage  *
      * base comes from the state's row of the SUTA table; the rate is *
      * the company's experience rate when one was passed, otherwise   *
      * the state's standard rate.                                     *
      *****************************************************************
           MOVE ZEROS TO SUTA-TAX
           MOVE 'N' TO WS-SUTA-FOUND-FLAG
               SUTA-WAGE-BASE (WS-SUTA-INDEX)
               GIVING WS-SUTA-REMAIN-WAGES

           IF TAX-SUTA-EXPERIENCE-RATE > ZEROS
               MOVE TAX-SUTA-EXPERIENCE-RATE TO WS-SUTA-APPLIED-RATE
           ELSE
               MOVE SUTA-RATE (WS-SUTA-INDEX) TO WS-SUTA-APPLIED-RATE
           END-IF

           IF TAX-CALC-GROSS > WS-SUTA-REMAIN-WAGES
               MULTIPLY WS-SUTA-REMAIN-WAGES BY
                   WS-SUTA-APPLIED-RATE GIVING SUTA-TAX ROUNDED
           ELSE
               MULTIPLY TAX-CALC-GROSS BY WS-SUTA-APPLIED-RATE
                   GIVING SUTA-TAX ROUNDED
           END-IF

