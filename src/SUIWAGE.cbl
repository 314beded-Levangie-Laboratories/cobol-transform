      *          taxable wages by UI-assignment state - from the pay  *
      *          history and the FUTA/SUTA accrual extract, with a    *
      *          balancing summary tying the e-file back to the       *
      *          accrual totals. Each paying company files its own    *
      *          state sections under its own FEIN and SUI account.   *
      *                                                               *
      * Date Created: 2026-08-22                                      *
      * Author: COBOL Payroll System                                  *
      *    independent per-state control total kept straight from      *
      *    the accrual records                                         *
      * 3. Reading each employee's SSN and name from the employee      *
      *    master and sorting the detail by company, state, and        *
      *    employee                                                    *
      * 4. Writing the ICESA-style e-file (E/S/T records per company   *
      *    and state, the E record carrying the company's FEIN, SUI    *
      *    account, and experience rate from the company master) and   *
      *    the balancing report proving the employee detail adds back  *
      *    to the accrual control totals                               *
      * 5. Listing, for information, the wages of employees whose pay  *
      *    was split across work states that were earned outside the   *
      *    state their UI wages are reported to. UI wages stay with    *
      *    the one UI-assignment state under the localization rule;    *
      *    the list lets the states be reviewed when the assignment    *
      *    may need to change                                          *
      *****************************************************************

       ENVIRONMENT DIVISION.
       COPY EMPFILE REPLACING ==EMPLOYEE-RECORD== BY
           ==WS-EMPLOYEE-RECORD==.

       COPY COMPANY.

       01  WS-RUN-PARAMETERS.
           05  WS-QUARTER-START           PIC 9(8)  VALUE ZEROS.
           05  WS-QUARTER-END             PIC 9(8)  VALUE 99999999.
           05  WS-QUARTER-YEAR            PIC 9(4)  VALUE ZEROS.

       01  WS-EMPLOYEE-TABLE.
           05  WS-SE-COUNT                PIC 9(4) COMP-3 VALUE ZEROS.
           05  WS-SE-ENTRY OCCURS 1000 TIMES.
               10  WS-SE-EMP-ID           PIC X(6).
               10  WS-SE-COMPANY          PIC X(2).
               10  WS-SE-STATE            PIC X(2).
               10  WS-SE-QTR-WAGES        PIC S9(9)V99 COMP-3.
               10  WS-SE-TAXABLE          PIC S9(9)V99 COMP-3.
               10  WS-SE-SSN              PIC 9(9).
               10  WS-SE-NAME             PIC X(30).

       01  WS-MULTI-STATE-TABLE.
           05  WS-MS-COUNT                PIC 9(4) COMP-3 VALUE ZEROS.
           05  WS-MS-ENTRY OCCURS 2000 TIMES.
               10  WS-MS-EMP-ID           PIC X(6).
               10  WS-MS-STATE            PIC X(2).
               10  WS-MS-WAGES            PIC S9(9)V99 COMP-3.

       01  WS-CONTROL-TABLE.
           05  WS-CT-COUNT                PIC 9(4) COMP-3 VALUE ZEROS.
           05  WS-CT-ENTRY OCCURS 540 TIMES.
               10  WS-CT-COMPANY          PIC X(2).
               10  WS-CT-STATE            PIC X(2).
               10  WS-CT-TAXABLE          PIC S9(11)V99 COMP-3.
               10  WS-CT-LIABILITY        PIC S9(9)V99 COMP-3.
           05  WS-FOUND-INDEX             PIC 9(4) COMP-3 VALUE ZEROS.
           05  WS-LOOKUP-EMP-ID           PIC X(6)  VALUE SPACES.
           05  WS-LOOKUP-STATE            PIC X(2)  VALUE SPACES.
           05  WS-LOOKUP-COMPANY          PIC X(2)  VALUE SPACES.
           05  WS-CURRENT-STATE           PIC X(2)  VALUE SPACES.
           05  WS-CURRENT-COMPANY         PIC X(2)  VALUE SPACES.
           05  WS-CO-INDEX                PIC 9(3) COMP-3 VALUE ZEROS.
           05  WS-REG-INDEX               PIC 9(4) COMP-3 VALUE ZEROS.
           05  WS-COMPANY-FOUND-SW        PIC X     VALUE 'N'.
               88  WS-COMPANY-FOUND       VALUE 'Y'.
           05  WS-SWAP-ENTRY              PIC X(80).
           05  WS-SORT-KEY-1              PIC X(10).
           05  WS-SORT-KEY-2              PIC X(10).
           05  WS-MS-INDEX                PIC 9(4) COMP-3 VALUE ZEROS.
           05  WS-SPLIT-INDEX             PIC 9(2) COMP-3 VALUE ZEROS.
           05  WS-MS-UI-STATE             PIC X(2)  VALUE SPACES.
           05  WS-MS-NAME                 PIC X(30) VALUE SPACES.
           05  WS-MS-LINES                PIC 9(5) COMP-3 VALUE ZEROS.

       01  WS-STATE-SECTION-TOTALS.
           05  WS-ST-EMP-COUNT            PIC 9(6)  VALUE ZEROS.
           END-PERFORM

           PERFORM 400-FETCH-EMPLOYEE-DATA
           PERFORM 500-SORT-BY-COMPANY-STATE
           PERFORM 600-WRITE-WAGE-FILE
           PERFORM 700-WRITE-MULTI-STATE-WORK
               THRU 700-EXIT
           PERFORM 900-WRAP-UP

           STOP RUN
      *****************************************************************
           DISPLAY 'SUI QUARTERLY WAGE DETAIL STARTED'

           CALL 'COMPLOAD' USING COMPANY-TABLE
           IF NOT COMPANY-TABLE-LOADED
               DISPLAY 'ERROR LOADING COMPANY MASTER - RUN STOPPED'
               STOP RUN
           END-IF

           OPEN INPUT FUTA-SUTA-FILE
           IF NOT FUTA-FILE-SUCCESS
               DISPLAY 'ERROR OPENING FUTA/SUTA EXTRACT: '
               END-READ
           END-IF
           CLOSE SUI-PARM-FILE
           MOVE WS-QUARTER-END (1:4) TO WS-QUARTER-YEAR

           OPEN OUTPUT SUI-WAGE-FILE
           OPEN OUTPUT SUI-REPORT-FILE
       200-ACCUMULATE-ACCRUAL.
      *****************************************************************
      * Roll one accrual record's taxable SUTA wages and liability     *
      * into the employee's entry and the per-company/state control    *
      * total. An accrual from before the company was carried on the   *
      * extract files under the employee's company on the master       *
      *****************************************************************
           READ FUTA-SUTA-FILE
               AT END
                           WS-LOOKUP-EMP-ID
                       MOVE FSA-UI-STATE IN FUTA-SUTA-RECORD-FILE TO
                           WS-LOOKUP-STATE
                       MOVE FSA-COMPANY-CODE IN FUTA-SUTA-RECORD-FILE
                           TO WS-LOOKUP-COMPANY
                       IF WS-LOOKUP-COMPANY = SPACES
                           OR WS-LOOKUP-COMPANY = LOW-VALUES
                           PERFORM 260-RESOLVE-EMPLOYEE-COMPANY
                       ELSE
                           PERFORM 265-VALIDATE-COMPANY
                       END-IF
                       PERFORM 250-FIND-OR-ADD-EMPLOYEE
                       IF WS-FOUND-INDEX > ZEROS
                           ADD FSA-TAXABLE-SUTA-WAGES
       250-FIND-OR-ADD-EMPLOYEE.
      *****************************************************************
      * Find or claim the wage detail slot. The table is keyed by      *
      * employee, paying company, AND UI state, so an employee whose   *
      * UI assignment or company moved mid-quarter files taxable       *
      * wages in each state and under each FEIN separately. The        *
      * history pass carries no company or state (both blank) and      *
      * lands the gross wages on the employee's first slot             *
      *****************************************************************
           MOVE ZEROS TO WS-FOUND-INDEX
           PERFORM VARYING WS-SE-INDEX FROM 1 BY 1
                   AND (WS-LOOKUP-STATE = SPACES
                        OR WS-SE-STATE (WS-SE-INDEX) =
                           WS-LOOKUP-STATE)
                   AND (WS-LOOKUP-COMPANY = SPACES
                        OR WS-SE-COMPANY (WS-SE-INDEX) =
                           WS-LOOKUP-COMPANY)
                   MOVE WS-SE-INDEX TO WS-FOUND-INDEX
                   MOVE WS-SE-COUNT TO WS-SE-INDEX
               END-IF
                       WS-SE-EMP-ID (WS-FOUND-INDEX)
                   MOVE WS-LOOKUP-STATE TO
                       WS-SE-STATE (WS-FOUND-INDEX)
                   MOVE WS-LOOKUP-COMPANY TO
                       WS-SE-COMPANY (WS-FOUND-INDEX)
                   MOVE ZEROS TO WS-SE-QTR-WAGES (WS-FOUND-INDEX)
                   MOVE ZEROS TO WS-SE-TAXABLE (WS-FOUND-INDEX)
                   MOVE ZEROS TO WS-SE-LIABILITY (WS-FOUND-INDEX)
           END-IF
           .

       260-RESOLVE-EMPLOYEE-COMPANY.
      *****************************************************************
      * Take the paying company from the employee master when the      *
      * accrual record did not carry one                               *
      *****************************************************************
           MOVE SPACES TO WS-LOOKUP-COMPANY
           MOVE WS-LOOKUP-EMP-ID TO EMP-ID IN EMPLOYEE-RECORD-FILE
           READ EMPLOYEE-FILE INTO WS-EMPLOYEE-RECORD
           IF EMP-FILE-SUCCESS
               MOVE EMP-COMPANY-CODE IN WS-EMPLOYEE-RECORD TO
                   WS-LOOKUP-COMPANY
           END-IF
           PERFORM 265-VALIDATE-COMPANY
           .

       265-VALIDATE-COMPANY.
      *****************************************************************
      * A blank company code, or one the company table does not know,  *
      * belongs to the first company                                   *
      *****************************************************************
           MOVE 'N' TO WS-COMPANY-FOUND-SW
           PERFORM VARYING WS-CO-INDEX FROM 1 BY 1
                   UNTIL WS-CO-INDEX > COMPANY-ENTRY-COUNT
               IF COMPANY-CODE (WS-CO-INDEX) = WS-LOOKUP-COMPANY
                   SET WS-COMPANY-FOUND TO TRUE
                   MOVE 99 TO WS-CO-INDEX
               END-IF
           END-PERFORM
           IF NOT WS-COMPANY-FOUND
               MOVE COMPANY-CODE (1) TO WS-LOOKUP-COMPANY
           END-IF
           .

       270-ROLL-CONTROL-TOTAL.
      *****************************************************************
      * Keep the independent per-company/state control total straight  *
      * from the accrual record, untouched by the employee bucketing   *
      *****************************************************************
           PERFORM VARYING WS-CT-INDEX FROM 1 BY 1
                   UNTIL WS-CT-INDEX > WS-CT-COUNT
               IF WS-CT-COMPANY (WS-CT-INDEX) = WS-LOOKUP-COMPANY
                   AND WS-CT-STATE (WS-CT-INDEX) =
                       FSA-UI-STATE IN FUTA-SUTA-RECORD-FILE
                   ADD FSA-TAXABLE-SUTA-WAGES IN FUTA-SUTA-RECORD-FILE
                       TO WS-CT-TAXABLE (WS-CT-INDEX)
           END-PERFORM

           IF WS-CT-INDEX < 999
               IF WS-CT-COUNT < 540
                   ADD 1 TO WS-CT-COUNT
                   MOVE WS-LOOKUP-COMPANY TO WS-CT-COMPANY (WS-CT-COUNT)
                   MOVE FSA-UI-STATE IN FUTA-SUTA-RECORD-FILE TO
                       WS-CT-STATE (WS-CT-COUNT)
                   MOVE FSA-TAXABLE-SUTA-WAGES
                       MOVE HIST-EMP-ID IN PAY-HISTORY-RECORD-FILE TO
                           WS-LOOKUP-EMP-ID
                       MOVE SPACES TO WS-LOOKUP-STATE
                       MOVE SPACES TO WS-LOOKUP-COMPANY
                       PERFORM 250-FIND-OR-ADD-EMPLOYEE
                       IF WS-FOUND-INDEX > ZEROS
                           ADD HIST-GROSS-PAY
                               IN PAY-HISTORY-RECORD-FILE TO
                               WS-SE-QTR-WAGES (WS-FOUND-INDEX)
                       END-IF
                       IF HIST-STATE-SPLIT-COUNT
                               IN PAY-HISTORY-RECORD-FILE IS NUMERIC
                           PERFORM VARYING WS-SPLIT-INDEX FROM 1 BY 1
                                   UNTIL WS-SPLIT-INDEX >
                                       HIST-STATE-SPLIT-COUNT
                                       IN PAY-HISTORY-RECORD-FILE
                                   OR WS-SPLIT-INDEX > 6
                               PERFORM 310-ROLL-WORK-STATE
                           END-PERFORM
                       END-IF
                   END-IF
           END-READ
           .

       310-ROLL-WORK-STATE.
      *****************************************************************
      * Roll one state of a split pay period into the employee's       *
      * wages by work state for the multi-state listing                *
      *****************************************************************
           PERFORM VARYING WS-MS-INDEX FROM 1 BY 1
                   UNTIL WS-MS-INDEX > WS-MS-COUNT
               IF WS-MS-EMP-ID (WS-MS-INDEX) = WS-LOOKUP-EMP-ID
                   AND WS-MS-STATE (WS-MS-INDEX) =
                       HIST-SPLIT-STATE IN PAY-HISTORY-RECORD-FILE
                           (WS-SPLIT-INDEX)
                   ADD HIST-SPLIT-WAGES IN PAY-HISTORY-RECORD-FILE
                       (WS-SPLIT-INDEX) TO WS-MS-WAGES (WS-MS-INDEX)
                   MOVE 9000 TO WS-MS-INDEX
               END-IF
           END-PERFORM

           IF WS-MS-INDEX < 9000
               IF WS-MS-COUNT < 2000
                   ADD 1 TO WS-MS-COUNT
                   MOVE WS-LOOKUP-EMP-ID TO WS-MS-EMP-ID (WS-MS-COUNT)
                   MOVE HIST-SPLIT-STATE IN PAY-HISTORY-RECORD-FILE
                       (WS-SPLIT-INDEX) TO WS-MS-STATE (WS-MS-COUNT)
                   MOVE HIST-SPLIT-WAGES IN PAY-HISTORY-RECORD-FILE
                       (WS-SPLIT-INDEX) TO WS-MS-WAGES (WS-MS-COUNT)
               ELSE
                   DISPLAY 'MULTI-STATE TABLE FULL - WORK STATE '
                           'DROPPED FOR ' WS-LOOKUP-EMP-ID
               END-IF
           END-IF
           .

       400-FETCH-EMPLOYEE-DATA.
      *****************************************************************
      * Read each employee's SSN, name, and (when the accruals never   *
      * supplied them) UI state and paying company from the employee   *
      * master                                                         *
      *****************************************************************
           PERFORM VARYING WS-SE-INDEX FROM 1 BY 1
                   UNTIL WS-SE-INDEX > WS-SE-COUNT
                           WS-SE-STATE (WS-SE-INDEX)
                   END-IF
               END-IF
               IF WS-SE-COMPANY (WS-SE-INDEX) = SPACES
                   MOVE SPACES TO WS-LOOKUP-COMPANY
                   IF EMP-FILE-SUCCESS
                       MOVE EMP-COMPANY-CODE IN WS-EMPLOYEE-RECORD TO
                           WS-LOOKUP-COMPANY
                   END-IF
                   PERFORM 265-VALIDATE-COMPANY
                   MOVE WS-LOOKUP-COMPANY TO
                       WS-SE-COMPANY (WS-SE-INDEX)
               END-IF
           END-PERFORM
           .

       500-SORT-BY-COMPANY-STATE.
      *****************************************************************
      * Order the detail by company, state, then employee so the       *
      * e-file can be cut in company/state sections                    *
      *****************************************************************
           PERFORM VARYING WS-SE-INDEX FROM 1 BY 1
                   UNTIL WS-SE-INDEX >= WS-SE-COUNT
               PERFORM VARYING WS-SE-INDEX-2 FROM 1 BY 1
                       UNTIL WS-SE-INDEX-2 >= WS-SE-COUNT
                   STRING WS-SE-COMPANY (WS-SE-INDEX-2)
                          WS-SE-STATE (WS-SE-INDEX-2)
                          WS-SE-EMP-ID (WS-SE-INDEX-2)
                          DELIMITED BY SIZE INTO WS-SORT-KEY-1
                   STRING WS-SE-COMPANY (WS-SE-INDEX-2 + 1)
                          WS-SE-STATE (WS-SE-INDEX-2 + 1)
                          WS-SE-EMP-ID (WS-SE-INDEX-2 + 1)
                          DELIMITED BY SIZE INTO WS-SORT-KEY-2
                   IF WS-SORT-KEY-1 > WS-SORT-KEY-2

       600-WRITE-WAGE-FILE.
      *****************************************************************
      * Cut the e-file in company/state sections: an E record opens    *
      * each company's state, S records carry the employees, a T       *
      * record closes the section with its totals                      *
      *****************************************************************
           MOVE SPACES TO WS-CURRENT-STATE
           MOVE SPACES TO WS-CURRENT-COMPANY

           PERFORM VARYING WS-SE-INDEX FROM 1 BY 1
                   UNTIL WS-SE-INDEX > WS-SE-COUNT
               IF WS-SE-STATE (WS-SE-INDEX) NOT = WS-CURRENT-STATE
                   OR WS-SE-COMPANY (WS-SE-INDEX) NOT =
                      WS-CURRENT-COMPANY
                   IF WS-CURRENT-STATE NOT = SPACES
                       PERFORM 650-WRITE-STATE-TOTAL
                   END-IF
                   MOVE WS-SE-STATE (WS-SE-INDEX) TO WS-CURRENT-STATE
                   MOVE WS-SE-COMPANY (WS-SE-INDEX) TO
                       WS-CURRENT-COMPANY
                   PERFORM 620-WRITE-EMPLOYER-RECORD
               END-IF
               PERFORM 630-WRITE-EMPLOYEE-RECORD

       620-WRITE-EMPLOYER-RECORD.
      *****************************************************************
      * Open the section with the employer record: the company's FEIN  *
      * and, from its registration row for the state and the quarter's *
      * year, its SUI account and experience rate. A company with no   *
      * account on file for the state is flagged on the report so the  *
      * registration is keyed before the file is sent                  *
      *****************************************************************
           MOVE SPACES TO SUI-WAGE-RECORD-FILE
           MOVE 'E' TO SUI-RECORD-TYPE IN SUI-WAGE-RECORD-FILE
           MOVE WS-CURRENT-STATE TO
               SUI-STATE IN SUI-WAGE-RECORD-FILE
           MOVE WS-QUARTER-END TO
               SUI-QUARTER-END IN SUI-WAGE-RECORD-FILE
           MOVE ZEROS TO SUI-EXPERIENCE-RATE IN SUI-WAGE-RECORD-FILE

           PERFORM VARYING WS-CO-INDEX FROM 1 BY 1
                   UNTIL WS-CO-INDEX > COMPANY-ENTRY-COUNT
               IF COMPANY-CODE (WS-CO-INDEX) = WS-CURRENT-COMPANY
                   MOVE COMPANY-FEIN-ID (WS-CO-INDEX) TO
                       SUI-EMPLOYER-FEIN IN SUI-WAGE-RECORD-FILE
                   MOVE 99 TO WS-CO-INDEX
               END-IF
           END-PERFORM

           PERFORM VARYING WS-REG-INDEX FROM 1 BY 1
                   UNTIL WS-REG-INDEX > COMPANY-REG-COUNT
               IF COMPANY-REG-COMPANY (WS-REG-INDEX) =
                      WS-CURRENT-COMPANY
                  AND COMPANY-REG-STATE (WS-REG-INDEX) =
                      WS-CURRENT-STATE
                  AND COMPANY-REG-TAX-YEAR (WS-REG-INDEX) =
                      WS-QUARTER-YEAR
                   MOVE COMPANY-REG-SUI-ACCOUNT (WS-REG-INDEX) TO
                       SUI-EMPLOYER-ACCOUNT IN SUI-WAGE-RECORD-FILE
                   MOVE COMPANY-REG-SUI-RATE (WS-REG-INDEX) TO
                       SUI-EXPERIENCE-RATE IN SUI-WAGE-RECORD-FILE
                   MOVE 999 TO WS-REG-INDEX
               END-IF
           END-PERFORM
           WRITE SUI-WAGE-RECORD-FILE

           IF SUI-EMPLOYER-ACCOUNT IN SUI-WAGE-RECORD-FILE = SPACES
               MOVE SPACES TO WS-REPORT-LINE
               STRING '*** COMPANY ' WS-CURRENT-COMPANY
                      ' STATE ' WS-CURRENT-STATE
                      ' HAS NO SUI ACCOUNT ON THE COMPANY MASTER FOR '
                      WS-QUARTER-YEAR ' ***'
                      DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               WRITE SUI-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF

           MOVE ZEROS TO WS-ST-EMP-COUNT
           MOVE ZEROS TO WS-ST-WAGES
           MOVE ZEROS TO WS-ST-TAXABLE

       650-WRITE-STATE-TOTAL.
      *****************************************************************
      * Close the company/state section with its total record and      *
      * write the balancing line against the accrual control total     *
      *****************************************************************
           MOVE SPACES TO SUI-WAGE-RECORD-FILE
           MOVE 'T' TO SUI-RECORD-TYPE IN SUI-WAGE-RECORD-FILE
           MOVE ZEROS TO WS-ED-AMOUNT-2
           PERFORM VARYING WS-CT-INDEX FROM 1 BY 1
                   UNTIL WS-CT-INDEX > WS-CT-COUNT
               IF WS-CT-COMPANY (WS-CT-INDEX) = WS-CURRENT-COMPANY
                   AND WS-CT-STATE (WS-CT-INDEX) = WS-CURRENT-STATE
                   MOVE WS-CT-TAXABLE (WS-CT-INDEX) TO WS-ED-AMOUNT-2
                   MOVE 999 TO WS-CT-INDEX
               END-IF

           MOVE WS-ST-EMP-COUNT TO WS-ED-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'COMPANY ' WS-CURRENT-COMPANY
                  '  STATE ' WS-CURRENT-STATE
                  '  EMPLOYEES ' WS-ED-COUNT
                  '  TAXABLE FILED ' WS-ED-AMOUNT
                  '  ACCRUAL CONTROL ' WS-ED-AMOUNT-2

           IF WS-ED-AMOUNT NOT = WS-ED-AMOUNT-2
               MOVE SPACES TO WS-REPORT-LINE
               STRING '*** COMPANY ' WS-CURRENT-COMPANY
                      ' STATE ' WS-CURRENT-STATE
                      ' DETAIL DOES NOT TIE TO ACCRUAL CONTROL ***'
                      DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
           END-IF
           .

       700-WRITE-MULTI-STATE-WORK.
      *****************************************************************
      * List the wages employees earned in states other than their UI  *
      * state. These wages are already in the UI state's section       *
      * above; the list is for review only and changes no filing       *
      *****************************************************************
           IF WS-MS-COUNT = ZEROS
               GO TO 700-EXIT
           END-IF

           MOVE SPACES TO WS-REPORT-LINE
           WRITE SUI-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE 'WAGES EARNED OUTSIDE THE UI STATE - FOR REVIEW ONLY'
               TO WS-REPORT-LINE
           WRITE SUI-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'EMP ID  EMPLOYEE NAME                   UI STATE'
                  '  WORK STATE     WAGES EARNED'
                  DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           WRITE SUI-REPORT-RECORD FROM WS-REPORT-LINE

           MOVE ZEROS TO WS-MS-LINES
           PERFORM VARYING WS-MS-INDEX FROM 1 BY 1
                   UNTIL WS-MS-INDEX > WS-MS-COUNT
               MOVE SPACES TO WS-MS-UI-STATE
               MOVE SPACES TO WS-MS-NAME
               PERFORM VARYING WS-SE-INDEX FROM 1 BY 1
                       UNTIL WS-SE-INDEX > WS-SE-COUNT
                   IF WS-SE-EMP-ID (WS-SE-INDEX) =
                           WS-MS-EMP-ID (WS-MS-INDEX)
                       MOVE WS-SE-STATE (WS-SE-INDEX) TO WS-MS-UI-STATE
                       MOVE WS-SE-NAME (WS-SE-INDEX) TO WS-MS-NAME
                       MOVE WS-SE-COUNT TO WS-SE-INDEX
                   END-IF
               END-PERFORM
               IF WS-MS-STATE (WS-MS-INDEX) NOT = WS-MS-UI-STATE
                   ADD 1 TO WS-MS-LINES
                   MOVE WS-MS-WAGES (WS-MS-INDEX) TO WS-ED-AMOUNT
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING WS-MS-EMP-ID (WS-MS-INDEX)
                          '  ' WS-MS-NAME
                          '  ' WS-MS-UI-STATE
                          '        ' WS-MS-STATE (WS-MS-INDEX)
                          '  ' WS-ED-AMOUNT
                          DELIMITED BY SIZE
                          INTO WS-REPORT-LINE
                   WRITE SUI-REPORT-RECORD FROM WS-REPORT-LINE
               END-IF
           END-PERFORM

           MOVE WS-MS-LINES TO WS-ED-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'OUT-OF-STATE WORK LINES: ' WS-ED-COUNT
                  DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           WRITE SUI-REPORT-RECORD FROM WS-REPORT-LINE
           .
       700-EXIT.
           EXIT.

       900-WRAP-UP.
      *****************************************************************
      * Close all files and report the run counts                      *
