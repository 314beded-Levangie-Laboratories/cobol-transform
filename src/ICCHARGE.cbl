      *****************************************************************
      * Program: ICCHARGE.cbl                                         *
      *                                                               *
      * Purpose: Intercompany labor chargeback for the Payroll        *
      *          Processing System. When a labor allocation charges   *
      *          part of one company's employee to another company's  *
      *          department, the calculation run's GL export books    *
      *          the whole cost on the paying company. This program   *
      *          turns each run's cross-company labor distribution    *
      *          shares - wages plus employer FICA and unemployment   *
      *          burden - into balanced due-to/due-from journal lines *
      *          for both companies in the GL export format, posts    *
      *          them to the intercompany ledger, and prints the      *
      *          monthly billing statement per company pair with the  *
      *          reconciliation that both sides net to zero.          *
      *                                                               *
      * Date Created: 2026-10-15                                      *
      * Author: COBOL Payroll System                                  *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ICCHARGE.
       AUTHOR. COBOL PAYROLL SYSTEM.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.

      *****************************************************************
      * Program Description:                                          *
      *                                                                *
      * ICCHARGE is a standalone program in the Payroll Processing     *
      * System, run after every calculation run. It:                   *
      *                                                                *
      * 1. Reads the run's period, check date, and run type from the   *
      *    run control record; a billing month on the parameter file  *
      *    instead reprints that month's statement without posting     *
      * 2. Totals the run's labor distribution lines whose charge      *
      *    company differs from the paying company by paying company,  *
      *    charged company, and department                             *
      * 3. Writes the chargeback journal in the GL export format,      *
      *    dated at the run's check date:                              *
      *      paying company  - debit due-from the charged company,     *
      *                        credit wage and burden recovery         *
      *      charged company - debit wage and burden expense in the    *
      *                        department, credit due-to the paying    *
      *                        company                                 *
      *    with the accounts resolved by GLRESOLV from the posting     *
      *    rules file (line type 'I', codes 'WAG', 'BUR', 'DUE')       *
      * 4. Posts each pair and department's charge to the              *
      *    intercompany ledger under the run's check date and run      *
      *    type; reposting the same run replaces its charge            *
      * 5. Prints the month-to-date billing statement per company      *
      *    pair by department, with each company's debits and credits *
      *    and the proof that both sides of the pair net to zero       *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC.
       OBJECT-COMPUTER. PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CHARGE-PARM-FILE ASSIGN TO 'ICPARM'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS PARM-FILE-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO 'RUNCTL'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS RUNCTL-FILE-STATUS.

           SELECT OPTIONAL LABOR-DIST-FILE ASSIGN TO 'LABDIST'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS LABDIST-FILE-STATUS.

           SELECT OPTIONAL IC-LEDGER-FILE ASSIGN TO 'ICLEDGR'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ICL-KEY
           FILE STATUS IS ICLEDGR-FILE-STATUS.

           SELECT GL-CHARGE-FILE ASSIGN TO 'ICGLEXT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS GLCHG-FILE-STATUS.

           SELECT BILLING-REPORT-FILE ASSIGN TO 'ICBILL'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHARGE-PARM-FILE.
       01  CHARGE-PARM-RECORD.
           05  PARM-BILLING-MONTH         PIC 9(6).
           05  FILLER                     PIC X(74).

       FD  RUN-CONTROL-FILE.
           COPY RUNCTL REPLACING ==RUN-CONTROL-RECORD== BY
               ==RUN-CONTROL-RECORD-FILE==.

       FD  LABOR-DIST-FILE.
           COPY LABDIST REPLACING ==LABOR-DIST-RECORD== BY
               ==LABOR-DIST-RECORD-FILE==.

       FD  IC-LEDGER-FILE.
           COPY ICLEDGR REPLACING ==IC-LEDGER-RECORD== BY
               ==IC-LEDGER-RECORD-FILE==.

       FD  GL-CHARGE-FILE.
           COPY GLEXTRCT REPLACING ==GL-EXPORT-RECORD== BY
               ==GL-EXPORT-RECORD-FILE==.

       FD  BILLING-REPORT-FILE.
           01  REPORT-RECORD                PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  PARM-FILE-STATUS           PIC X(2).
               88  PARM-FILE-SUCCESS      VALUE '00' '05'.
           05  RUNCTL-FILE-STATUS         PIC X(2).
               88  RUNCTL-FILE-SUCCESS    VALUE '00'.
           05  LABDIST-FILE-STATUS        PIC X(2).
               88  LABDIST-FILE-SUCCESS   VALUE '00' '05'.
               88  LABDIST-FILE-EOF       VALUE '10'.
           05  ICLEDGR-FILE-STATUS        PIC X(2).
               88  ICLEDGR-FILE-SUCCESS   VALUE '00' '05'.
               88  ICLEDGR-FILE-EOF       VALUE '10'.
           05  GLCHG-FILE-STATUS          PIC X(2).
               88  GLCHG-FILE-SUCCESS     VALUE '00'.
           05  REPORT-FILE-STATUS         PIC X(2).
               88  REPORT-FILE-SUCCESS    VALUE '00'.

       01  WS-PARMS.
           05  WS-RUN-MODE-SW              PIC X VALUE 'P'.
               88  WS-POSTING-RUN          VALUE 'P'.
               88  WS-STATEMENT-ONLY       VALUE 'S'.
           05  WS-RUN-PERIOD-ID            PIC 9(6) VALUE ZEROS.
           05  WS-RUN-TYPE                 PIC X VALUE SPACES.
           05  WS-RUN-CHECK-DATE           PIC 9(8) VALUE ZEROS.
           05  WS-BILLING-MONTH            PIC 9(6) VALUE ZEROS.
           05  WS-BILLING-PARTS REDEFINES WS-BILLING-MONTH.
               10  WS-BILL-YEAR            PIC 9(4).
               10  WS-BILL-MONTH           PIC 9(2).

       01  WS-DATETIME.
           05  WS-DATE                     PIC 9(8).

       COPY COMPANY.

      *****************************************************************
      * The run's cross-company labor distribution totalled by paying *
      * company, charged company, and department, with what the       *
      * chargeback journal posted on each side                        *
      *****************************************************************
       01  WS-CHARGE-TABLE.
           05  WS-CT-COUNT                 PIC 9(4) COMP-3 VALUE ZEROS.
           05  WS-CT-ENTRY OCCURS 1000 TIMES.
               10  WS-CT-PAY-COMPANY       PIC X(2).
               10  WS-CT-CHARGE-COMPANY    PIC X(2).
               10  WS-CT-DEPARTMENT        PIC X(4).
               10  WS-CT-WAGES             PIC S9(9)V99 COMP-3.
               10  WS-CT-FICA              PIC S9(9)V99 COMP-3.
               10  WS-CT-UI                PIC S9(9)V99 COMP-3.
               10  WS-CT-LINE-COUNT        PIC 9(5) COMP-3.
               10  WS-CT-PAYER-DEBITS      PIC S9(9)V99 COMP-3.
               10  WS-CT-PAYER-CREDITS     PIC S9(9)V99 COMP-3.
               10  WS-CT-CHARGE-DEBITS     PIC S9(9)V99 COMP-3.
               10  WS-CT-CHARGE-CREDITS    PIC S9(9)V99 COMP-3.
               10  WS-CT-SUSPENSE-LINES    PIC 9(3) COMP-3.
           05  WS-CT-INDEX                 PIC 9(4) COMP-3 VALUE ZEROS.
           05  WS-CT-BURDEN                PIC S9(9)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-CT-BILLED                PIC S9(9)V99 COMP-3
                                       VALUE ZEROS.

      *****************************************************************
      * The billing month's posted charges by company pair and         *
      * department, every run in the month                             *
      *****************************************************************
       01  WS-STATEMENT-TABLE.
           05  WS-ST-COUNT                 PIC 9(4) COMP-3 VALUE ZEROS.
           05  WS-ST-ENTRY OCCURS 1000 TIMES.
               10  WS-ST-PAY-COMPANY       PIC X(2).
               10  WS-ST-CHARGE-COMPANY    PIC X(2).
               10  WS-ST-DEPARTMENT        PIC X(4).
               10  WS-ST-WAGES             PIC S9(11)V99 COMP-3.
               10  WS-ST-FICA              PIC S9(11)V99 COMP-3.
               10  WS-ST-UI                PIC S9(11)V99 COMP-3.
               10  WS-ST-LINE-COUNT        PIC 9(7) COMP-3.
               10  WS-ST-RUN-COUNT         PIC 9(3) COMP-3.
               10  WS-ST-PAYER-DEBITS      PIC S9(11)V99 COMP-3.
               10  WS-ST-PAYER-CREDITS     PIC S9(11)V99 COMP-3.
               10  WS-ST-CHARGE-DEBITS     PIC S9(11)V99 COMP-3.
               10  WS-ST-CHARGE-CREDITS    PIC S9(11)V99 COMP-3.
               10  WS-ST-SUSPENSE-LINES    PIC 9(5) COMP-3.
           05  WS-ST-INDEX                 PIC 9(4) COMP-3 VALUE ZEROS.

      *****************************************************************
      * One company pair's statement totals                            *
      *****************************************************************
       01  WS-PAIR-TOTALS.
           05  WS-PR-PAY-COMPANY           PIC X(2) VALUE SPACES.
           05  WS-PR-CHARGE-COMPANY        PIC X(2) VALUE SPACES.
           05  WS-PR-WAGES                 PIC S9(11)V99 COMP-3.
           05  WS-PR-FICA                  PIC S9(11)V99 COMP-3.
           05  WS-PR-UI                    PIC S9(11)V99 COMP-3.
           05  WS-PR-BURDEN                PIC S9(11)V99 COMP-3.
           05  WS-PR-BILLED                PIC S9(11)V99 COMP-3.
           05  WS-PR-LINE-COUNT            PIC 9(7) COMP-3.
           05  WS-PR-PAYER-DEBITS          PIC S9(11)V99 COMP-3.
           05  WS-PR-PAYER-CREDITS         PIC S9(11)V99 COMP-3.
           05  WS-PR-CHARGE-DEBITS         PIC S9(11)V99 COMP-3.
           05  WS-PR-CHARGE-CREDITS        PIC S9(11)V99 COMP-3.
           05  WS-PR-SUSPENSE-LINES        PIC 9(5) COMP-3.
           05  WS-PR-PAYER-NET             PIC S9(11)V99 COMP-3.
           05  WS-PR-CHARGE-NET            PIC S9(11)V99 COMP-3.
           05  WS-PR-PAIR-NET              PIC S9(11)V99 COMP-3.

      *****************************************************************
      * One chargeback journal line: the company and department it     *
      * posts to, the account, the side it belongs on, and its signed  *
      * amount (a negative amount, from a void, posts to the other     *
      * side)                                                          *
      *****************************************************************
       01  WS-JOURNAL-LINE.
           05  WS-JL-COMPANY               PIC X(2).
           05  WS-JL-DEPARTMENT            PIC X(4).
           05  WS-JL-ACCOUNT               PIC X(10).
           05  WS-JL-ACCOUNT-NAME          PIC X(30).
           05  WS-JL-SIDE                  PIC X.
               88  WS-JL-DEBIT             VALUE 'D'.
               88  WS-JL-CREDIT            VALUE 'C'.
           05  WS-JL-AMOUNT                PIC S9(9)V99 COMP-3.

      *****************************************************************
      * GL account resolution interface handed to GLRESOLV: the        *
      * posting key of the chargeback line and the debit/credit        *
      * accounts the posting rules file gives it ('1' back means       *
      * suspense)                                                      *
      *****************************************************************
       01  WS-GLRES-INTERFACE.
           05  WS-GLRES-FUNCTION           PIC X VALUE 'R'.
           05  WS-GLRES-PROGRAM-NAME       PIC X(8) VALUE 'ICCHARGE'.
           05  WS-GLRES-POSTING-KEY.
               10  WS-GLRES-COMPANY        PIC X(2).
               10  WS-GLRES-DEPARTMENT     PIC X(4).
               10  WS-GLRES-LINE-TYPE      PIC X VALUE 'I'.
               10  WS-GLRES-CODE           PIC X(3).
           05  WS-GLRES-AMOUNT             PIC S9(9)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-GLRES-ACCOUNTS.
               10  WS-GLRES-DEBIT-ACCOUNT  PIC X(10).
               10  WS-GLRES-DEBIT-NAME     PIC X(30).
               10  WS-GLRES-CREDIT-ACCOUNT PIC X(10).
               10  WS-GLRES-CREDIT-NAME    PIC X(30).
           05  WS-GLRES-RETURN-CODE        PIC X VALUE '0'.

       01  WS-COMPANY-LOOKUP.
           05  WS-CO-INDEX                 PIC 9(2) COMP-3 VALUE ZEROS.
           05  WS-CO-FIND-CODE             PIC X(2) VALUE SPACES.
           05  WS-CO-FOUND-NAME            PIC X(16) VALUE SPACES.
           05  WS-PAY-COMPANY-NAME         PIC X(16) VALUE SPACES.
           05  WS-CHARGE-COMPANY-NAME      PIC X(16) VALUE SPACES.

       01  WS-RUN-TOTALS.
           05  WS-CROSS-LINE-COUNT         PIC 9(7) COMP-3 VALUE ZEROS.
           05  WS-JOURNAL-LINE-COUNT       PIC 9(7) COMP-3 VALUE ZEROS.
           05  WS-SUSPENSE-LINE-COUNT      PIC 9(5) COMP-3 VALUE ZEROS.
           05  WS-POSTED-ADD-COUNT         PIC 9(5) COMP-3 VALUE ZEROS.
           05  WS-POSTED-REPLACE-COUNT     PIC 9(5) COMP-3 VALUE ZEROS.
           05  WS-TABLE-FULL-COUNT         PIC 9(5) COMP-3 VALUE ZEROS.
           05  WS-PAIR-COUNT               PIC 9(5) COMP-3 VALUE ZEROS.
           05  WS-OUT-OF-BALANCE-COUNT     PIC 9(5) COMP-3 VALUE ZEROS.
           05  WS-MONTH-BILLED             PIC S9(11)V99 COMP-3
                                       VALUE ZEROS.

       01  WS-REPORT-LINE                  PIC X(132).
       01  WS-ED-AMOUNT-1                  PIC ZZ,ZZZ,ZZ9.99-.
       01  WS-ED-AMOUNT-2                  PIC ZZ,ZZZ,ZZ9.99-.
       01  WS-ED-AMOUNT-3                  PIC ZZ,ZZZ,ZZ9.99-.
       01  WS-ED-AMOUNT-4                  PIC ZZ,ZZZ,ZZ9.99-.
       01  WS-ED-AMOUNT-5                  PIC ZZ,ZZZ,ZZ9.99-.
       01  WS-ED-COUNT                     PIC ZZZZZZ9.
       01  WS-ED-RUNS                      PIC ZZ9.

       PROCEDURE DIVISION.
       000-MAIN-PROCESS.
      *****************************************************************
      * Main process coordinates the chargeback posting and the        *
      * billing statement                                              *
      *****************************************************************
           PERFORM 100-INITIALIZATION
           IF WS-POSTING-RUN
               PERFORM 200-TOTAL-RUN-CHARGES
               PERFORM 300-WRITE-CHARGE-JOURNAL
           END-IF
           PERFORM 500-LOAD-MONTH-LEDGER
           PERFORM 600-WRITE-STATEMENT
           PERFORM 900-WRAP-UP

           STOP RUN
           .

       100-INITIALIZATION.
      *****************************************************************
      * Read the billing month parameter or the run control record,   *
      * load the company names, and open the files                     *
      *****************************************************************
           DISPLAY 'INTERCOMPANY LABOR CHARGEBACK STARTED'
           ACCEPT WS-DATE FROM DATE YYYYMMDD

           OPEN INPUT CHARGE-PARM-FILE
           IF PARM-FILE-SUCCESS
               READ CHARGE-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-BILLING-MONTH IS NUMERIC
                           AND PARM-BILLING-MONTH > ZEROS
                           MOVE PARM-BILLING-MONTH TO WS-BILLING-MONTH
                           SET WS-STATEMENT-ONLY TO TRUE
                       END-IF
               END-READ
               CLOSE CHARGE-PARM-FILE
           END-IF

           IF WS-POSTING-RUN
               OPEN INPUT RUN-CONTROL-FILE
               IF NOT RUNCTL-FILE-SUCCESS
                   DISPLAY 'NO RUN CONTROL RECORD - NOTHING TO CHARGE'
                   PERFORM 950-ABNORMAL-TERMINATION
               END-IF
               READ RUN-CONTROL-FILE
                   AT END
                       DISPLAY 'RUN CONTROL FILE EMPTY'
                       CLOSE RUN-CONTROL-FILE
                       PERFORM 950-ABNORMAL-TERMINATION
               END-READ
               MOVE RC-PERIOD-ID IN RUN-CONTROL-RECORD-FILE TO
                   WS-RUN-PERIOD-ID
               MOVE RC-RUN-TYPE IN RUN-CONTROL-RECORD-FILE TO
                   WS-RUN-TYPE
               MOVE RC-CHECK-DATE IN RUN-CONTROL-RECORD-FILE TO
                   WS-RUN-CHECK-DATE
               CLOSE RUN-CONTROL-FILE
               MOVE WS-RUN-CHECK-DATE (1:6) TO WS-BILLING-MONTH
           END-IF

           IF WS-BILL-MONTH < 1 OR WS-BILL-MONTH > 12
               DISPLAY 'INVALID BILLING MONTH: ' WS-BILLING-MONTH
               PERFORM 950-ABNORMAL-TERMINATION
           END-IF

           CALL 'COMPLOAD' USING COMPANY-TABLE
           IF NOT COMPANY-TABLE-LOADED
               DISPLAY 'COMPANY MASTER NOT LOADED - STATEMENT '
                       'SHOWS COMPANY CODES ONLY'
               MOVE ZEROS TO COMPANY-ENTRY-COUNT
           END-IF

           OPEN I-O IC-LEDGER-FILE
           IF NOT ICLEDGR-FILE-SUCCESS
               DISPLAY 'ERROR OPENING INTERCOMPANY LEDGER: '
                       ICLEDGR-FILE-STATUS
               PERFORM 950-ABNORMAL-TERMINATION
           END-IF

           IF WS-POSTING-RUN
               OPEN OUTPUT GL-CHARGE-FILE
               IF NOT GLCHG-FILE-SUCCESS
                   DISPLAY 'ERROR OPENING CHARGEBACK JOURNAL FILE: '
                           GLCHG-FILE-STATUS
                   PERFORM 950-ABNORMAL-TERMINATION
               END-IF
           END-IF

           OPEN OUTPUT BILLING-REPORT-FILE
           IF NOT REPORT-FILE-SUCCESS
               DISPLAY 'ERROR OPENING BILLING REPORT FILE: '
                       REPORT-FILE-STATUS
               PERFORM 950-ABNORMAL-TERMINATION
           END-IF
           .

       200-TOTAL-RUN-CHARGES.
      *****************************************************************
      * Total the run's labor distribution lines charged to a company  *
      * other than the one that paid them                              *
      *****************************************************************
           OPEN INPUT LABOR-DIST-FILE
           IF LABDIST-FILE-SUCCESS
               PERFORM UNTIL LABDIST-FILE-EOF
                   READ LABOR-DIST-FILE
                       AT END
                           SET LABDIST-FILE-EOF TO TRUE
                       NOT AT END
                           IF LD-CHARGE-COMPANY IN
                                   LABOR-DIST-RECORD-FILE NOT = SPACES
                               AND LD-CHARGE-COMPANY IN
                                   LABOR-DIST-RECORD-FILE NOT =
                                   LD-COMPANY-CODE IN
                                   LABOR-DIST-RECORD-FILE
                               PERFORM 210-TOTAL-CHARGE-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LABOR-DIST-FILE
           ELSE
               DISPLAY 'NO LABOR DISTRIBUTION FILE - NOTHING TO CHARGE'
           END-IF
           DISPLAY 'INTERCOMPANY LABOR LINES: ' WS-CROSS-LINE-COUNT
           .

       210-TOTAL-CHARGE-LINE.
      *****************************************************************
      * Add one cross-company labor line's wages and employer burden  *
      * to its paying company, charged company, and department         *
      *****************************************************************
           ADD 1 TO WS-CROSS-LINE-COUNT

           PERFORM VARYING WS-CT-INDEX FROM 1 BY 1
                   UNTIL WS-CT-INDEX > WS-CT-COUNT
               IF WS-CT-PAY-COMPANY (WS-CT-INDEX) =
                       LD-COMPANY-CODE IN LABOR-DIST-RECORD-FILE
                   AND WS-CT-CHARGE-COMPANY (WS-CT-INDEX) =
                       LD-CHARGE-COMPANY IN LABOR-DIST-RECORD-FILE
                   AND WS-CT-DEPARTMENT (WS-CT-INDEX) =
                       LD-DEPARTMENT IN LABOR-DIST-RECORD-FILE
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF WS-CT-INDEX > WS-CT-COUNT
               IF WS-CT-COUNT >= 1000
                   ADD 1 TO WS-TABLE-FULL-COUNT
                   MOVE ZEROS TO WS-CT-INDEX
               ELSE
                   ADD 1 TO WS-CT-COUNT
                   MOVE WS-CT-COUNT TO WS-CT-INDEX
                   INITIALIZE WS-CT-ENTRY (WS-CT-INDEX)
                   MOVE LD-COMPANY-CODE IN LABOR-DIST-RECORD-FILE TO
                       WS-CT-PAY-COMPANY (WS-CT-INDEX)
                   MOVE LD-CHARGE-COMPANY IN LABOR-DIST-RECORD-FILE TO
                       WS-CT-CHARGE-COMPANY (WS-CT-INDEX)
                   MOVE LD-DEPARTMENT IN LABOR-DIST-RECORD-FILE TO
                       WS-CT-DEPARTMENT (WS-CT-INDEX)
               END-IF
           END-IF

           IF WS-CT-INDEX > ZEROS
               ADD LD-GROSS-SHARE IN LABOR-DIST-RECORD-FILE TO
                   WS-CT-WAGES (WS-CT-INDEX)
               ADD LD-EMPLOYER-FICA-SHARE IN LABOR-DIST-RECORD-FILE
                   TO WS-CT-FICA (WS-CT-INDEX)
               ADD LD-EMPLOYER-UI-SHARE IN LABOR-DIST-RECORD-FILE TO
                   WS-CT-UI (WS-CT-INDEX)
               ADD 1 TO WS-CT-LINE-COUNT (WS-CT-INDEX)
           END-IF
           .

       300-WRITE-CHARGE-JOURNAL.
      *****************************************************************
      * Per paying company, charged company, and department: the       *
      * paying company's entry, the charged company's entry, and the   *
      * ledger posting                                                 *
      *****************************************************************
           PERFORM VARYING WS-CT-INDEX FROM 1 BY 1
                   UNTIL WS-CT-INDEX > WS-CT-COUNT
               COMPUTE WS-CT-BURDEN =
                   WS-CT-FICA (WS-CT-INDEX) + WS-CT-UI (WS-CT-INDEX)
               COMPUTE WS-CT-BILLED =
                   WS-CT-WAGES (WS-CT-INDEX) + WS-CT-BURDEN
               PERFORM 310-WRITE-PAYER-ENTRY
               PERFORM 320-WRITE-CHARGED-ENTRY
               PERFORM 350-POST-LEDGER
           END-PERFORM
           DISPLAY 'CHARGEBACK JOURNAL LINES: ' WS-JOURNAL-LINE-COUNT
           .

       310-WRITE-PAYER-ENTRY.
      *****************************************************************
      * The paying company gives up the cost it booked: credit the     *
      * wage and burden recovery in the department, debit the amount   *
      * due from the charged company                                   *
      *****************************************************************
           MOVE WS-CT-PAY-COMPANY (WS-CT-INDEX) TO WS-GLRES-COMPANY
                                                   WS-JL-COMPANY
           MOVE WS-CT-DEPARTMENT (WS-CT-INDEX) TO WS-GLRES-DEPARTMENT
                                                  WS-JL-DEPARTMENT

           MOVE 'WAG' TO WS-GLRES-CODE
           MOVE WS-CT-WAGES (WS-CT-INDEX) TO WS-GLRES-AMOUNT
           PERFORM 440-RESOLVE-ACCOUNTS
           MOVE WS-GLRES-CREDIT-ACCOUNT TO WS-JL-ACCOUNT
           MOVE WS-GLRES-CREDIT-NAME TO WS-JL-ACCOUNT-NAME
           SET WS-JL-CREDIT TO TRUE
           MOVE WS-CT-WAGES (WS-CT-INDEX) TO WS-JL-AMOUNT
           PERFORM 450-WRITE-JOURNAL-LINE
           ADD WS-JL-AMOUNT TO WS-CT-PAYER-CREDITS (WS-CT-INDEX)

           MOVE 'BUR' TO WS-GLRES-CODE
           MOVE WS-CT-BURDEN TO WS-GLRES-AMOUNT
           PERFORM 440-RESOLVE-ACCOUNTS
           MOVE WS-GLRES-CREDIT-ACCOUNT TO WS-JL-ACCOUNT
           MOVE WS-GLRES-CREDIT-NAME TO WS-JL-ACCOUNT-NAME
           SET WS-JL-CREDIT TO TRUE
           MOVE WS-CT-BURDEN TO WS-JL-AMOUNT
           PERFORM 450-WRITE-JOURNAL-LINE
           ADD WS-JL-AMOUNT TO WS-CT-PAYER-CREDITS (WS-CT-INDEX)

      *****************************************************************
      * The due-from rule is keyed by the other company's code in the *
      * department, so each pair can carry its own receivable         *
      *****************************************************************
           MOVE WS-CT-CHARGE-COMPANY (WS-CT-INDEX) TO
               WS-GLRES-DEPARTMENT
           MOVE SPACES TO WS-JL-DEPARTMENT
           MOVE 'DUE' TO WS-GLRES-CODE
           MOVE WS-CT-BILLED TO WS-GLRES-AMOUNT
           PERFORM 440-RESOLVE-ACCOUNTS
           MOVE WS-GLRES-DEBIT-ACCOUNT TO WS-JL-ACCOUNT
           MOVE WS-GLRES-DEBIT-NAME TO WS-JL-ACCOUNT-NAME
           SET WS-JL-DEBIT TO TRUE
           MOVE WS-CT-BILLED TO WS-JL-AMOUNT
           PERFORM 450-WRITE-JOURNAL-LINE
           ADD WS-JL-AMOUNT TO WS-CT-PAYER-DEBITS (WS-CT-INDEX)
           .

       320-WRITE-CHARGED-ENTRY.
      *****************************************************************
      * The charged company takes on the cost: debit wage and burden   *
      * expense in the department, credit the amount due to the        *
      * paying company                                                 *
      *****************************************************************
           MOVE WS-CT-CHARGE-COMPANY (WS-CT-INDEX) TO WS-GLRES-COMPANY
                                                      WS-JL-COMPANY
           MOVE WS-CT-DEPARTMENT (WS-CT-INDEX) TO WS-GLRES-DEPARTMENT
                                                  WS-JL-DEPARTMENT

           MOVE 'WAG' TO WS-GLRES-CODE
           MOVE WS-CT-WAGES (WS-CT-INDEX) TO WS-GLRES-AMOUNT
           PERFORM 440-RESOLVE-ACCOUNTS
           MOVE WS-GLRES-DEBIT-ACCOUNT TO WS-JL-ACCOUNT
           MOVE WS-GLRES-DEBIT-NAME TO WS-JL-ACCOUNT-NAME
           SET WS-JL-DEBIT TO TRUE
           MOVE WS-CT-WAGES (WS-CT-INDEX) TO WS-JL-AMOUNT
           PERFORM 450-WRITE-JOURNAL-LINE
           ADD WS-JL-AMOUNT TO WS-CT-CHARGE-DEBITS (WS-CT-INDEX)

           MOVE 'BUR' TO WS-GLRES-CODE
           MOVE WS-CT-BURDEN TO WS-GLRES-AMOUNT
           PERFORM 440-RESOLVE-ACCOUNTS
           MOVE WS-GLRES-DEBIT-ACCOUNT TO WS-JL-ACCOUNT
           MOVE WS-GLRES-DEBIT-NAME TO WS-JL-ACCOUNT-NAME
           SET WS-JL-DEBIT TO TRUE
           MOVE WS-CT-BURDEN TO WS-JL-AMOUNT
           PERFORM 450-WRITE-JOURNAL-LINE
           ADD WS-JL-AMOUNT TO WS-CT-CHARGE-DEBITS (WS-CT-INDEX)

           MOVE WS-CT-PAY-COMPANY (WS-CT-INDEX) TO WS-GLRES-DEPARTMENT
           MOVE SPACES TO WS-JL-DEPARTMENT
           MOVE 'DUE' TO WS-GLRES-CODE
           MOVE WS-CT-BILLED TO WS-GLRES-AMOUNT
           PERFORM 440-RESOLVE-ACCOUNTS
           MOVE WS-GLRES-CREDIT-ACCOUNT TO WS-JL-ACCOUNT
           MOVE WS-GLRES-CREDIT-NAME TO WS-JL-ACCOUNT-NAME
           SET WS-JL-CREDIT TO TRUE
           MOVE WS-CT-BILLED TO WS-JL-AMOUNT
           PERFORM 450-WRITE-JOURNAL-LINE
           ADD WS-JL-AMOUNT TO WS-CT-CHARGE-CREDITS (WS-CT-INDEX)
           .

       350-POST-LEDGER.
      *****************************************************************
      * Write the pair and department's charge for the run, or         *
      * replace it when the run is being posted again                  *
      *****************************************************************
           MOVE SPACES TO IC-LEDGER-RECORD-FILE
           MOVE WS-RUN-CHECK-DATE (1:4) TO
               ICL-YEAR IN IC-LEDGER-RECORD-FILE
           MOVE WS-RUN-CHECK-DATE (5:2) TO
               ICL-MONTH IN IC-LEDGER-RECORD-FILE
           MOVE WS-CT-PAY-COMPANY (WS-CT-INDEX) TO
               ICL-PAY-COMPANY IN IC-LEDGER-RECORD-FILE
           MOVE WS-CT-CHARGE-COMPANY (WS-CT-INDEX) TO
               ICL-CHARGE-COMPANY IN IC-LEDGER-RECORD-FILE
           MOVE WS-CT-DEPARTMENT (WS-CT-INDEX) TO
               ICL-DEPARTMENT IN IC-LEDGER-RECORD-FILE
           MOVE WS-RUN-CHECK-DATE TO
               ICL-CHECK-DATE IN IC-LEDGER-RECORD-FILE
           MOVE WS-RUN-TYPE TO ICL-RUN-TYPE IN IC-LEDGER-RECORD-FILE

           READ IC-LEDGER-FILE
               INVALID KEY
                   PERFORM 360-FILL-LEDGER-RECORD
                   WRITE IC-LEDGER-RECORD-FILE
                       INVALID KEY
                           DISPLAY 'ERROR POSTING INTERCOMPANY LEDGER: '
                                   ICLEDGR-FILE-STATUS
                       NOT INVALID KEY
                           ADD 1 TO WS-POSTED-ADD-COUNT
                   END-WRITE
               NOT INVALID KEY
                   PERFORM 360-FILL-LEDGER-RECORD
                   REWRITE IC-LEDGER-RECORD-FILE
                       INVALID KEY
                           DISPLAY 'ERROR REPOSTING INTERCOMPANY '
                                   'LEDGER: ' ICLEDGR-FILE-STATUS
                       NOT INVALID KEY
                           ADD 1 TO WS-POSTED-REPLACE-COUNT
                   END-REWRITE
           END-READ
           .

       360-FILL-LEDGER-RECORD.
      *****************************************************************
      * Move the pair and department's run totals into the ledger     *
      * record                                                         *
      *****************************************************************
           MOVE WS-CT-WAGES (WS-CT-INDEX) TO
               ICL-WAGES IN IC-LEDGER-RECORD-FILE
           MOVE WS-CT-FICA (WS-CT-INDEX) TO
               ICL-EMPLOYER-FICA IN IC-LEDGER-RECORD-FILE
           MOVE WS-CT-UI (WS-CT-INDEX) TO
               ICL-EMPLOYER-UI IN IC-LEDGER-RECORD-FILE
           MOVE WS-CT-LINE-COUNT (WS-CT-INDEX) TO
               ICL-LINE-COUNT IN IC-LEDGER-RECORD-FILE
           MOVE WS-CT-PAYER-DEBITS (WS-CT-INDEX) TO
               ICL-PAYER-DEBITS IN IC-LEDGER-RECORD-FILE
           MOVE WS-CT-PAYER-CREDITS (WS-CT-INDEX) TO
               ICL-PAYER-CREDITS IN IC-LEDGER-RECORD-FILE
           MOVE WS-CT-CHARGE-DEBITS (WS-CT-INDEX) TO
               ICL-CHARGE-DEBITS IN IC-LEDGER-RECORD-FILE
           MOVE WS-CT-CHARGE-CREDITS (WS-CT-INDEX) TO
               ICL-CHARGE-CREDITS IN IC-LEDGER-RECORD-FILE
           MOVE WS-CT-SUSPENSE-LINES (WS-CT-INDEX) TO
               ICL-SUSPENSE-LINES IN IC-LEDGER-RECORD-FILE
           MOVE WS-RUN-PERIOD-ID TO
               ICL-PERIOD-ID IN IC-LEDGER-RECORD-FILE
           MOVE WS-DATE TO ICL-POSTED-DATE IN IC-LEDGER-RECORD-FILE
           .

       440-RESOLVE-ACCOUNTS.
      *****************************************************************
      * Resolve the posting key's accounts; a line with no rule posts  *
      * to suspense and is counted against the pair                    *
      *****************************************************************
           MOVE 'I' TO WS-GLRES-LINE-TYPE
           MOVE 'R' TO WS-GLRES-FUNCTION
           CALL 'GLRESOLV' USING WS-GLRES-FUNCTION
                                 WS-GLRES-PROGRAM-NAME
                                 WS-GLRES-POSTING-KEY
                                 WS-GLRES-AMOUNT
                                 WS-GLRES-ACCOUNTS
                                 WS-GLRES-RETURN-CODE
           IF WS-GLRES-RETURN-CODE = '1'
               ADD 1 TO WS-SUSPENSE-LINE-COUNT
               ADD 1 TO WS-CT-SUSPENSE-LINES (WS-CT-INDEX)
           END-IF
           .

       450-WRITE-JOURNAL-LINE.
      *****************************************************************
      * Write one chargeback line in the GL export format, dated at    *
      * the run's check date. A negative amount (a voided check's      *
      * share) posts positive to the opposite side; a zero amount is   *
      * not written                                                    *
      *****************************************************************
           IF WS-JL-AMOUNT NOT = ZEROS
               MOVE WS-RUN-CHECK-DATE TO GL-RUN-CHECK-DATE
               MOVE WS-JL-COMPANY TO GL-COMPANY-CODE
               MOVE WS-JL-DEPARTMENT TO GL-DEPARTMENT
               MOVE WS-JL-ACCOUNT TO GL-ACCOUNT-NUMBER
               MOVE WS-JL-ACCOUNT-NAME TO GL-ACCOUNT-NAME
               IF WS-JL-AMOUNT > ZEROS
                   MOVE WS-JL-SIDE TO GL-DEBIT-CREDIT-IND
                   MOVE WS-JL-AMOUNT TO GL-AMOUNT
               ELSE
                   IF WS-JL-DEBIT
                       SET GL-IS-CREDIT TO TRUE
                   ELSE
                       SET GL-IS-DEBIT TO TRUE
                   END-IF
                   COMPUTE GL-AMOUNT = 0 - WS-JL-AMOUNT
               END-IF
               WRITE GL-EXPORT-RECORD-FILE
               ADD 1 TO WS-JOURNAL-LINE-COUNT
           END-IF
           .

       500-LOAD-MONTH-LEDGER.
      *****************************************************************
      * Load the billing month's posted charges, every run, by company *
      * pair and department. The ledger is in pair and department     *
      * order, so one entry's runs arrive together                     *
      *****************************************************************
           MOVE LOW-VALUES TO ICL-KEY IN IC-LEDGER-RECORD-FILE
           MOVE WS-BILL-YEAR TO ICL-YEAR IN IC-LEDGER-RECORD-FILE
           MOVE WS-BILL-MONTH TO ICL-MONTH IN IC-LEDGER-RECORD-FILE
           START IC-LEDGER-FILE
               KEY IS >= ICL-KEY IN IC-LEDGER-RECORD-FILE
               INVALID KEY
                   SET ICLEDGR-FILE-EOF TO TRUE
           END-START

           PERFORM UNTIL ICLEDGR-FILE-EOF
               READ IC-LEDGER-FILE NEXT RECORD
                   AT END
                       SET ICLEDGR-FILE-EOF TO TRUE
                   NOT AT END
                       IF ICL-YEAR IN IC-LEDGER-RECORD-FILE NOT =
                               WS-BILL-YEAR
                           OR ICL-MONTH IN IC-LEDGER-RECORD-FILE NOT =
                               WS-BILL-MONTH
                           SET ICLEDGR-FILE-EOF TO TRUE
                       ELSE
                           PERFORM 510-ADD-LEDGER-LINE
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY 'STATEMENT LINES LOADED: ' WS-ST-COUNT
           .

       510-ADD-LEDGER-LINE.
      *****************************************************************
      * Add one posted run's charge to its pair and department         *
      *****************************************************************
           MOVE WS-ST-COUNT TO WS-ST-INDEX
           IF WS-ST-COUNT > ZEROS
               IF WS-ST-PAY-COMPANY (WS-ST-INDEX) NOT =
                       ICL-PAY-COMPANY IN IC-LEDGER-RECORD-FILE
                   OR WS-ST-CHARGE-COMPANY (WS-ST-INDEX) NOT =
                       ICL-CHARGE-COMPANY IN IC-LEDGER-RECORD-FILE
                   OR WS-ST-DEPARTMENT (WS-ST-INDEX) NOT =
                       ICL-DEPARTMENT IN IC-LEDGER-RECORD-FILE
                   MOVE ZEROS TO WS-ST-INDEX
               END-IF
           END-IF

           IF WS-ST-INDEX = ZEROS
               IF WS-ST-COUNT >= 1000
                   ADD 1 TO WS-TABLE-FULL-COUNT
                   MOVE ZEROS TO WS-ST-INDEX
               ELSE
                   ADD 1 TO WS-ST-COUNT
                   MOVE WS-ST-COUNT TO WS-ST-INDEX
                   INITIALIZE WS-ST-ENTRY (WS-ST-INDEX)
                   MOVE ICL-PAY-COMPANY IN IC-LEDGER-RECORD-FILE TO
                       WS-ST-PAY-COMPANY (WS-ST-INDEX)
                   MOVE ICL-CHARGE-COMPANY IN IC-LEDGER-RECORD-FILE TO
                       WS-ST-CHARGE-COMPANY (WS-ST-INDEX)
                   MOVE ICL-DEPARTMENT IN IC-LEDGER-RECORD-FILE TO
                       WS-ST-DEPARTMENT (WS-ST-INDEX)
               END-IF
           END-IF

           IF WS-ST-INDEX > ZEROS
               ADD ICL-WAGES IN IC-LEDGER-RECORD-FILE TO
                   WS-ST-WAGES (WS-ST-INDEX)
               ADD ICL-EMPLOYER-FICA IN IC-LEDGER-RECORD-FILE TO
                   WS-ST-FICA (WS-ST-INDEX)
               ADD ICL-EMPLOYER-UI IN IC-LEDGER-RECORD-FILE TO
                   WS-ST-UI (WS-ST-INDEX)
               ADD ICL-LINE-COUNT IN IC-LEDGER-RECORD-FILE TO
                   WS-ST-LINE-COUNT (WS-ST-INDEX)
               ADD 1 TO WS-ST-RUN-COUNT (WS-ST-INDEX)
               ADD ICL-PAYER-DEBITS IN IC-LEDGER-RECORD-FILE TO
                   WS-ST-PAYER-DEBITS (WS-ST-INDEX)
               ADD ICL-PAYER-CREDITS IN IC-LEDGER-RECORD-FILE TO
                   WS-ST-PAYER-CREDITS (WS-ST-INDEX)
               ADD ICL-CHARGE-DEBITS IN IC-LEDGER-RECORD-FILE TO
                   WS-ST-CHARGE-DEBITS (WS-ST-INDEX)
               ADD ICL-CHARGE-CREDITS IN IC-LEDGER-RECORD-FILE TO
                   WS-ST-CHARGE-CREDITS (WS-ST-INDEX)
               ADD ICL-SUSPENSE-LINES IN IC-LEDGER-RECORD-FILE TO
                   WS-ST-SUSPENSE-LINES (WS-ST-INDEX)
           END-IF
           .

       600-WRITE-STATEMENT.
      *****************************************************************
      * The billing statement: one section per company pair, its       *
      * departments, the pair total, and the reconciliation            *
      *****************************************************************
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'INTERCOMPANY LABOR BILLING STATEMENT - MONTH '
                  WS-BILL-YEAR '-' WS-BILL-MONTH
                  '   RUN DATE: ' WS-DATE
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-POSTING-RUN
               STRING 'MONTH TO DATE THROUGH CHECK DATE '
                      WS-RUN-CHECK-DATE '  RUN TYPE ' WS-RUN-TYPE
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
               MOVE 'STATEMENT REPRINT - NO RUN POSTED'
                   TO WS-REPORT-LINE
           END-IF
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'BILLED AMOUNT IS WAGES PLUS EMPLOYER BURDEN '
                  '(EMPLOYER FICA + EMPLOYER UNEMPLOYMENT) CHARGED '
                  'BY THE LABOR ALLOCATION.'
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE

           IF WS-ST-COUNT = ZEROS
               MOVE SPACES TO WS-REPORT-LINE
               WRITE REPORT-RECORD FROM WS-REPORT-LINE
               MOVE 'NO INTERCOMPANY LABOR CHARGES POSTED FOR THE MONTH'
                   TO WS-REPORT-LINE
               WRITE REPORT-RECORD FROM WS-REPORT-LINE
           END-IF

           MOVE SPACES TO WS-PR-PAY-COMPANY WS-PR-CHARGE-COMPANY
           PERFORM VARYING WS-ST-INDEX FROM 1 BY 1
                   UNTIL WS-ST-INDEX > WS-ST-COUNT
               IF WS-ST-PAY-COMPANY (WS-ST-INDEX) NOT =
                       WS-PR-PAY-COMPANY
                   OR WS-ST-CHARGE-COMPANY (WS-ST-INDEX) NOT =
                       WS-PR-CHARGE-COMPANY
                   IF WS-PR-PAY-COMPANY NOT = SPACES
                       PERFORM 630-PRINT-PAIR-RECONCILIATION
                   END-IF
                   PERFORM 610-START-PAIR
               END-IF
               PERFORM 620-PRINT-DEPARTMENT
           END-PERFORM
           IF WS-PR-PAY-COMPANY NOT = SPACES
               PERFORM 630-PRINT-PAIR-RECONCILIATION
           END-IF

           MOVE ALL '=' TO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE WS-PAIR-COUNT TO WS-ED-COUNT
           MOVE WS-MONTH-BILLED TO WS-ED-AMOUNT-1
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'COMPANY PAIRS BILLED: ' WS-ED-COUNT
                  '   TOTAL BILLED FOR THE MONTH: ' WS-ED-AMOUNT-1
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE WS-OUT-OF-BALANCE-COUNT TO WS-ED-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'PAIRS OUT OF BALANCE: ' WS-ED-COUNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           .

       610-START-PAIR.
      *****************************************************************
      * Clear the pair totals and print the pair's heading             *
      *****************************************************************
           INITIALIZE WS-PAIR-TOTALS
           MOVE WS-ST-PAY-COMPANY (WS-ST-INDEX) TO WS-PR-PAY-COMPANY
           MOVE WS-ST-CHARGE-COMPANY (WS-ST-INDEX) TO
               WS-PR-CHARGE-COMPANY
           ADD 1 TO WS-PAIR-COUNT

           MOVE WS-PR-PAY-COMPANY TO WS-CO-FIND-CODE
           PERFORM 650-FIND-COMPANY-NAME
           MOVE WS-CO-FOUND-NAME TO WS-PAY-COMPANY-NAME
           MOVE WS-PR-CHARGE-COMPANY TO WS-CO-FIND-CODE
           PERFORM 650-FIND-COMPANY-NAME
           MOVE WS-CO-FOUND-NAME TO WS-CHARGE-COMPANY-NAME

           MOVE SPACES TO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE ALL '=' TO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'BILLED BY CO ' WS-PR-PAY-COMPANY
                  ' ' WS-PAY-COMPANY-NAME
                  '   TO CO ' WS-PR-CHARGE-COMPANY
                  ' ' WS-CHARGE-COMPANY-NAME
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'DEPT   LINES RUNS          WAGES   EMPLOYER FICA'
                  '     EMPLOYER UI          BURDEN    TOTAL BILLED'
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE ALL '-' TO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           .

       620-PRINT-DEPARTMENT.
      *****************************************************************
      * Print one department's month-to-date charge and add it to the *
      * pair                                                           *
      *****************************************************************
           ADD WS-ST-WAGES (WS-ST-INDEX) TO WS-PR-WAGES
           ADD WS-ST-FICA (WS-ST-INDEX) TO WS-PR-FICA
           ADD WS-ST-UI (WS-ST-INDEX) TO WS-PR-UI
           ADD WS-ST-LINE-COUNT (WS-ST-INDEX) TO WS-PR-LINE-COUNT
           ADD WS-ST-PAYER-DEBITS (WS-ST-INDEX) TO WS-PR-PAYER-DEBITS
           ADD WS-ST-PAYER-CREDITS (WS-ST-INDEX) TO
               WS-PR-PAYER-CREDITS
           ADD WS-ST-CHARGE-DEBITS (WS-ST-INDEX) TO
               WS-PR-CHARGE-DEBITS
           ADD WS-ST-CHARGE-CREDITS (WS-ST-INDEX) TO
               WS-PR-CHARGE-CREDITS
           ADD WS-ST-SUSPENSE-LINES (WS-ST-INDEX) TO
               WS-PR-SUSPENSE-LINES

           MOVE WS-ST-LINE-COUNT (WS-ST-INDEX) TO WS-ED-COUNT
           MOVE WS-ST-RUN-COUNT (WS-ST-INDEX) TO WS-ED-RUNS
           MOVE WS-ST-WAGES (WS-ST-INDEX) TO WS-ED-AMOUNT-1
           MOVE WS-ST-FICA (WS-ST-INDEX) TO WS-ED-AMOUNT-2
           MOVE WS-ST-UI (WS-ST-INDEX) TO WS-ED-AMOUNT-3
           COMPUTE WS-ED-AMOUNT-4 =
               WS-ST-FICA (WS-ST-INDEX) + WS-ST-UI (WS-ST-INDEX)
           COMPUTE WS-ED-AMOUNT-5 =
               WS-ST-WAGES (WS-ST-INDEX) + WS-ST-FICA (WS-ST-INDEX)
               + WS-ST-UI (WS-ST-INDEX)
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-ST-DEPARTMENT (WS-ST-INDEX)
                  ' ' WS-ED-COUNT
                  '  ' WS-ED-RUNS
                  ' ' WS-ED-AMOUNT-1
                  '  ' WS-ED-AMOUNT-2
                  '  ' WS-ED-AMOUNT-3
                  '  ' WS-ED-AMOUNT-4
                  '  ' WS-ED-AMOUNT-5
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           .

       630-PRINT-PAIR-RECONCILIATION.
      *****************************************************************
      * Print the pair total and the reconciliation: the paying        *
      * company's due-from debits against its recovery credits, the    *
      * charged company's expense debits against its due-to credits,   *
      * and the due-from against the due-to. Each net must be zero    *
      *****************************************************************
           COMPUTE WS-PR-BURDEN = WS-PR-FICA + WS-PR-UI
           COMPUTE WS-PR-BILLED = WS-PR-WAGES + WS-PR-BURDEN
           ADD WS-PR-BILLED TO WS-MONTH-BILLED
           COMPUTE WS-PR-PAYER-NET =
               WS-PR-PAYER-DEBITS - WS-PR-PAYER-CREDITS
           COMPUTE WS-PR-CHARGE-NET =
               WS-PR-CHARGE-DEBITS - WS-PR-CHARGE-CREDITS
           COMPUTE WS-PR-PAIR-NET =
               WS-PR-PAYER-DEBITS - WS-PR-CHARGE-CREDITS

           MOVE ALL '-' TO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE WS-PR-LINE-COUNT TO WS-ED-COUNT
           MOVE WS-PR-WAGES TO WS-ED-AMOUNT-1
           MOVE WS-PR-FICA TO WS-ED-AMOUNT-2
           MOVE WS-PR-UI TO WS-ED-AMOUNT-3
           MOVE WS-PR-BURDEN TO WS-ED-AMOUNT-4
           MOVE WS-PR-BILLED TO WS-ED-AMOUNT-5
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'PAIR ' WS-ED-COUNT
                  '     '
                  ' ' WS-ED-AMOUNT-1
                  '  ' WS-ED-AMOUNT-2
                  '  ' WS-ED-AMOUNT-3
                  '  ' WS-ED-AMOUNT-4
                  '  ' WS-ED-AMOUNT-5
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'RECONCILIATION                          DEBITS'
                  '         CREDITS             NET'
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE

           MOVE WS-PR-PAYER-DEBITS TO WS-ED-AMOUNT-1
           MOVE WS-PR-PAYER-CREDITS TO WS-ED-AMOUNT-2
           MOVE WS-PR-PAYER-NET TO WS-ED-AMOUNT-3
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'CO ' WS-PR-PAY-COMPANY
                  ' DUE-FROM / RECOVERY       '
                  WS-ED-AMOUNT-1 '  ' WS-ED-AMOUNT-2
                  '  ' WS-ED-AMOUNT-3
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE

           MOVE WS-PR-CHARGE-DEBITS TO WS-ED-AMOUNT-1
           MOVE WS-PR-CHARGE-CREDITS TO WS-ED-AMOUNT-2
           MOVE WS-PR-CHARGE-NET TO WS-ED-AMOUNT-3
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'CO ' WS-PR-CHARGE-COMPANY
                  ' EXPENSE / DUE-TO          '
                  WS-ED-AMOUNT-1 '  ' WS-ED-AMOUNT-2
                  '  ' WS-ED-AMOUNT-3
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE

           MOVE WS-PR-PAYER-DEBITS TO WS-ED-AMOUNT-1
           MOVE WS-PR-CHARGE-CREDITS TO WS-ED-AMOUNT-2
           MOVE WS-PR-PAIR-NET TO WS-ED-AMOUNT-3
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'PAIR DUE-FROM ' WS-PR-PAY-COMPANY
                  ' / DUE-TO ' WS-PR-CHARGE-COMPANY '    '
                  WS-ED-AMOUNT-1 '  ' WS-ED-AMOUNT-2
                  '  ' WS-ED-AMOUNT-3
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           IF WS-PR-PAYER-NET = ZEROS
               AND WS-PR-CHARGE-NET = ZEROS
               AND WS-PR-PAIR-NET = ZEROS
               AND WS-PR-PAYER-DEBITS = WS-PR-BILLED
               MOVE 'PAIR IN BALANCE - BOTH SIDES NET TO ZERO'
                   TO WS-REPORT-LINE
           ELSE
               ADD 1 TO WS-OUT-OF-BALANCE-COUNT
               STRING '*** PAIR OUT OF BALANCE - REVIEW THE '
                      'CHARGEBACK JOURNAL ***'
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF
           WRITE REPORT-RECORD FROM WS-REPORT-LINE

           IF WS-PR-SUSPENSE-LINES > ZEROS
               MOVE WS-PR-SUSPENSE-LINES TO WS-ED-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING '*** ' WS-ED-COUNT
                      ' LINE(S) POSTED TO SUSPENSE - ADD THE '
                      'INTERCOMPANY POSTING RULES ***'
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE REPORT-RECORD FROM WS-REPORT-LINE
           END-IF
           .

       650-FIND-COMPANY-NAME.
      *****************************************************************
      * Look up a company's name in the company table                  *
      *****************************************************************
           MOVE SPACES TO WS-CO-FOUND-NAME
           PERFORM VARYING WS-CO-INDEX FROM 1 BY 1
                   UNTIL WS-CO-INDEX > COMPANY-ENTRY-COUNT
               IF COMPANY-CODE (WS-CO-INDEX) = WS-CO-FIND-CODE
                   MOVE COMPANY-NAME (WS-CO-INDEX) TO WS-CO-FOUND-NAME
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

       900-WRAP-UP.
      *****************************************************************
      * Close all files and display run totals                         *
      *****************************************************************
           IF WS-POSTING-RUN
               MOVE 'C' TO WS-GLRES-FUNCTION
               CALL 'GLRESOLV' USING WS-GLRES-FUNCTION
                                     WS-GLRES-PROGRAM-NAME
                                     WS-GLRES-POSTING-KEY
                                     WS-GLRES-AMOUNT
                                     WS-GLRES-ACCOUNTS
                                     WS-GLRES-RETURN-CODE
               CLOSE GL-CHARGE-FILE
           END-IF

           CLOSE IC-LEDGER-FILE
                 BILLING-REPORT-FILE

           DISPLAY 'INTERCOMPANY LABOR CHARGEBACK COMPLETE'
           DISPLAY 'LEDGER POSTED NEW: ' WS-POSTED-ADD-COUNT
           DISPLAY 'LEDGER REPOSTED:   ' WS-POSTED-REPLACE-COUNT
           DISPLAY 'JOURNAL LINES:     ' WS-JOURNAL-LINE-COUNT
           DISPLAY 'COMPANY PAIRS:     ' WS-PAIR-COUNT
           IF WS-SUSPENSE-LINE-COUNT > ZEROS
               DISPLAY '*** ' WS-SUSPENSE-LINE-COUNT
                       ' JOURNAL LINE(S) POSTED TO SUSPENSE ***'
           END-IF
           IF WS-OUT-OF-BALANCE-COUNT > ZEROS
               DISPLAY '*** ' WS-OUT-OF-BALANCE-COUNT
                       ' COMPANY PAIR(S) OUT OF BALANCE ***'
           END-IF
           IF WS-TABLE-FULL-COUNT > ZEROS
               DISPLAY '*** ' WS-TABLE-FULL-COUNT
                       ' ITEM(S) NOT CHARGED - TABLE FULL ***'
           END-IF
           .

       950-ABNORMAL-TERMINATION.
      *****************************************************************
      * Handle abnormal program termination due to errors              *
      *****************************************************************
           DISPLAY 'INTERCOMPANY LABOR CHARGEBACK TERMINATED ABNORMALLY'
           STOP RUN
           .
