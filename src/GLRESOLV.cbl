      *****************************************************************
      * Program: GLRESOLV.cbl                                         *
      *                                                               *
      * Purpose: General ledger account resolution module for the     *
      *          Payroll Processing System. Called by every program   *
      *          that writes GLEXTRCT journal lines to resolve the     *
      *          debit and credit accounts for a company, department, *
      *          and earnings/tax/deduction code from the posting      *
      *          rules file, so the accounts are maintained in one     *
      *          table instead of as literals in each program. Lines   *
      *          with no rule are posted to suspense and listed on     *
      *          the unmapped-codes report.                            *
      *                                                               *
      * Date Created: 2026-10-15                                      *
      * Author: COBOL Payroll System                                  *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLRESOLV.
       AUTHOR. COBOL PAYROLL SYSTEM.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.

      *****************************************************************
      * Program Description:                                          *
      *                                                                *
      * GLRESOLV is a called subprogram in the Payroll Processing      *
      * System. For function 'R' (resolve) it:                         *
      *                                                                *
      * 1. Loads the posting rules file into a table on the first      *
      *    call of the run                                             *
      * 2. Finds the rule for the posting key, trying the exact        *
      *    company and department, then the company's any-department   *
      *    rule, then the any-company rules                            *
      * 3. Returns the rule's debit and credit accounts, or the        *
      *    company's suspense account (return code '1') when no rule   *
      *    matches, remembering the unmapped key and amount            *
      *                                                                *
      * For function 'C' (close) it appends the caller's section of    *
      * the unmapped-codes report listing every key that went to       *
      * suspense during the run, with its line count and amount.       *
      *                                                                *
      * Return codes: '0' rule found, '1' posted to suspense.          *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC.
       OBJECT-COMPUTER. PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL GL-RULES-FILE ASSIGN TO 'GLRULES'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS GLR-KEY
           FILE STATUS IS GLRULE-FILE-STATUS.

           SELECT OPTIONAL UNMAPPED-REPORT-FILE ASSIGN TO 'GLUNMAP'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS UNMAP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GL-RULES-FILE.
           COPY GLRULE REPLACING ==GL-POSTING-RULE-RECORD== BY
               ==GL-POSTING-RULE-RECORD-FILE==.

       FD  UNMAPPED-REPORT-FILE.
       01  UNMAPPED-REPORT-RECORD          PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  GLRULE-FILE-STATUS         PIC X(2).
               88  GLRULE-FILE-SUCCESS    VALUE '00' '05'.
               88  GLRULE-FILE-EOF        VALUE '10'.
           05  UNMAP-FILE-STATUS          PIC X(2).
               88  UNMAP-FILE-SUCCESS     VALUE '00' '05'.

      *****************************************************************
      * Posting rules held for the run. Loaded once on the first       *
      * resolve call; a run with no rules file posts every line to     *
      * suspense, which the unmapped-codes report then lists           *
      *****************************************************************
       01  WS-RULES-LOADED-SW              PIC X VALUE 'N'.
           88  WS-RULES-LOADED             VALUE 'Y'.
       01  WS-RULE-COUNT                   PIC 9(3) COMP-3 VALUE ZEROS.
       01  WS-RULE-TABLE.
           05  WS-RULE-ENTRY OCCURS 500 TIMES.
               10  WS-RULE-KEY.
                   15  WS-RULE-COMPANY     PIC X(2).
                   15  WS-RULE-DEPT        PIC X(4).
                   15  WS-RULE-LINE-TYPE   PIC X.
                   15  WS-RULE-CODE        PIC X(3).
               10  WS-RULE-DEBIT-ACCT      PIC X(10).
               10  WS-RULE-DEBIT-NAME      PIC X(30).
               10  WS-RULE-CREDIT-ACCT     PIC X(10).
               10  WS-RULE-CREDIT-NAME     PIC X(30).

      *****************************************************************
      * Keys posted to suspense this run, for the unmapped-codes       *
      * report written on the close call                               *
      *****************************************************************
       01  WS-UNMAPPED-COUNT               PIC 9(3) COMP-3 VALUE ZEROS.
       01  WS-UNMAPPED-TABLE.
           05  WS-UNMAPPED-ENTRY OCCURS 200 TIMES.
               10  WS-UNM-KEY.
                   15  WS-UNM-COMPANY      PIC X(2).
                   15  WS-UNM-DEPT         PIC X(4).
                   15  WS-UNM-LINE-TYPE    PIC X.
                   15  WS-UNM-CODE         PIC X(3).
               10  WS-UNM-LINES            PIC 9(5) COMP-3.
               10  WS-UNM-AMOUNT           PIC S9(11)V99 COMP-3.
               10  WS-UNM-SUSPENSE-ACCT    PIC X(10).

       01  WS-WORK-FIELDS.
           05  WS-RULE-INDEX               PIC 9(4) COMP-3 VALUE ZEROS.
           05  WS-UNM-INDEX                PIC 9(4) COMP-3 VALUE ZEROS.
           05  WS-MATCH-INDEX              PIC 9(3) COMP-3 VALUE ZEROS.
           05  WS-SEARCH-COMPANY           PIC X(2).
           05  WS-SEARCH-DEPT              PIC X(4).
           05  WS-SEARCH-LINE-TYPE         PIC X.
           05  WS-SEARCH-CODE              PIC X(3).
           05  WS-DEFAULT-SUSPENSE-ACCT    PIC X(10)
                                       VALUE '9999-SUSP'.
           05  WS-DEFAULT-SUSPENSE-NAME    PIC X(30)
                                       VALUE 'PAYROLL SUSPENSE'.

       01  WS-DATETIME.
           05  WS-DATE                     PIC 9(8).
           05  WS-TIME                     PIC 9(8).

       01  WS-REPORT-LINE                  PIC X(132).
       01  WS-ED-AMOUNT                    PIC ZZZ,ZZZ,ZZ9.99-.
       01  WS-ED-COUNT                     PIC ZZ,ZZ9.

       LINKAGE SECTION.
      *****************************************************************
      * Input Parameters:                                              *
      * - Glres-Function: 'R' resolve one posting, 'C' close the run   *
      *   and write the unmapped-codes report section                  *
      * - Glres-Program-Name: the calling program's name               *
      * - Glres-Posting-Key: company, department, line type, and code  *
      *   of the journal line being posted                             *
      * - Glres-Amount: the line's amount, totalled for the report     *
      *                                                                *
      * Output Parameters:                                             *
      * - Glres-Accounts: debit and credit account numbers and names   *
      * - Glres-Return-Code: '0' rule found, '1' posted to suspense    *
      *****************************************************************
       01  GLRES-FUNCTION               PIC X.
           88  GLRES-RESOLVE            VALUE 'R'.
           88  GLRES-CLOSE              VALUE 'C'.
       01  GLRES-PROGRAM-NAME           PIC X(8).
       01  GLRES-POSTING-KEY.
           05  GLRES-COMPANY            PIC X(2).
           05  GLRES-DEPARTMENT         PIC X(4).
           05  GLRES-LINE-TYPE          PIC X.
           05  GLRES-CODE               PIC X(3).
       01  GLRES-AMOUNT                 PIC S9(9)V99 COMP-3.
       01  GLRES-ACCOUNTS.
           05  GLRES-DEBIT-ACCOUNT      PIC X(10).
           05  GLRES-DEBIT-NAME         PIC X(30).
           05  GLRES-CREDIT-ACCOUNT     PIC X(10).
           05  GLRES-CREDIT-NAME        PIC X(30).
       01  GLRES-RETURN-CODE            PIC X.

       PROCEDURE DIVISION USING GLRES-FUNCTION
                                GLRES-PROGRAM-NAME
                                GLRES-POSTING-KEY
                                GLRES-AMOUNT
                                GLRES-ACCOUNTS
                                GLRES-RETURN-CODE.

       000-MAIN-PROCESS.
      *****************************************************************
      * Load the rules on the first call and route by function         *
      *****************************************************************
           MOVE '0' TO GLRES-RETURN-CODE

           IF NOT WS-RULES-LOADED
               PERFORM 100-LOAD-RULES
                   THRU 100-EXIT
           END-IF

           IF GLRES-CLOSE
               PERFORM 300-WRITE-UNMAPPED-REPORT
                   THRU 300-EXIT
           ELSE
               PERFORM 200-RESOLVE-POSTING
           END-IF

           GOBACK
           .

       100-LOAD-RULES.
      *****************************************************************
      * Load the posting rules file into the rules table               *
      *****************************************************************
           SET WS-RULES-LOADED TO TRUE
           MOVE ZEROS TO WS-RULE-COUNT

           OPEN INPUT GL-RULES-FILE
           IF NOT GLRULE-FILE-SUCCESS
               DISPLAY 'GLRESOLV - POSTING RULES NOT AVAILABLE: '
                       GLRULE-FILE-STATUS
                       ' - ALL LINES POST TO SUSPENSE'
               GO TO 100-EXIT
           END-IF

           PERFORM UNTIL GLRULE-FILE-EOF
               READ GL-RULES-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-RULE-COUNT < 500
                           ADD 1 TO WS-RULE-COUNT
                           MOVE GLR-KEY IN GL-POSTING-RULE-RECORD-FILE
                               TO WS-RULE-KEY (WS-RULE-COUNT)
                           MOVE GLR-DEBIT-ACCOUNT
                               IN GL-POSTING-RULE-RECORD-FILE
                               TO WS-RULE-DEBIT-ACCT (WS-RULE-COUNT)
                           MOVE GLR-DEBIT-NAME
                               IN GL-POSTING-RULE-RECORD-FILE
                               TO WS-RULE-DEBIT-NAME (WS-RULE-COUNT)
                           MOVE GLR-CREDIT-ACCOUNT
                               IN GL-POSTING-RULE-RECORD-FILE
                               TO WS-RULE-CREDIT-ACCT (WS-RULE-COUNT)
                           MOVE GLR-CREDIT-NAME
                               IN GL-POSTING-RULE-RECORD-FILE
                               TO WS-RULE-CREDIT-NAME (WS-RULE-COUNT)
                       ELSE
                           DISPLAY 'GLRESOLV - RULES TABLE FULL - '
                                   'RULE IGNORED: '
                                   GLR-KEY IN
                                       GL-POSTING-RULE-RECORD-FILE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE GL-RULES-FILE
           .
       100-EXIT.
           EXIT.

       200-RESOLVE-POSTING.
      *****************************************************************
      * Find the rule for the posting key, most specific first: the    *
      * exact company and department, the company's any-department     *
      * rule, the any-company rule for the department, then the        *
      * any-company any-department rule                                *
      *****************************************************************
           MOVE GLRES-LINE-TYPE TO WS-SEARCH-LINE-TYPE
           MOVE GLRES-CODE TO WS-SEARCH-CODE

           MOVE GLRES-COMPANY TO WS-SEARCH-COMPANY
           MOVE GLRES-DEPARTMENT TO WS-SEARCH-DEPT
           PERFORM 210-FIND-RULE

           IF WS-MATCH-INDEX = ZEROS
               MOVE SPACES TO WS-SEARCH-DEPT
               PERFORM 210-FIND-RULE
           END-IF

           IF WS-MATCH-INDEX = ZEROS
               MOVE SPACES TO WS-SEARCH-COMPANY
               MOVE GLRES-DEPARTMENT TO WS-SEARCH-DEPT
               PERFORM 210-FIND-RULE
           END-IF

           IF WS-MATCH-INDEX = ZEROS
               MOVE SPACES TO WS-SEARCH-DEPT
               PERFORM 210-FIND-RULE
           END-IF

           IF WS-MATCH-INDEX > ZEROS
               MOVE WS-RULE-DEBIT-ACCT (WS-MATCH-INDEX) TO
                   GLRES-DEBIT-ACCOUNT
               MOVE WS-RULE-DEBIT-NAME (WS-MATCH-INDEX) TO
                   GLRES-DEBIT-NAME
               MOVE WS-RULE-CREDIT-ACCT (WS-MATCH-INDEX) TO
                   GLRES-CREDIT-ACCOUNT
               MOVE WS-RULE-CREDIT-NAME (WS-MATCH-INDEX) TO
                   GLRES-CREDIT-NAME
           ELSE
               PERFORM 220-RESOLVE-SUSPENSE
               PERFORM 230-RECORD-UNMAPPED
               MOVE '1' TO GLRES-RETURN-CODE
           END-IF
           .

       210-FIND-RULE.
      *****************************************************************
      * Scan the rules table for the search key; WS-MATCH-INDEX is     *
      * zero when no rule matches                                      *
      *****************************************************************
           MOVE ZEROS TO WS-MATCH-INDEX
           PERFORM VARYING WS-RULE-INDEX FROM 1 BY 1
                   UNTIL WS-RULE-INDEX > WS-RULE-COUNT
               IF WS-RULE-COMPANY (WS-RULE-INDEX) = WS-SEARCH-COMPANY
                   AND WS-RULE-DEPT (WS-RULE-INDEX) = WS-SEARCH-DEPT
                   AND WS-RULE-LINE-TYPE (WS-RULE-INDEX) =
                       WS-SEARCH-LINE-TYPE
                   AND WS-RULE-CODE (WS-RULE-INDEX) = WS-SEARCH-CODE
                   MOVE WS-RULE-INDEX TO WS-MATCH-INDEX
                   MOVE 999 TO WS-RULE-INDEX
               END-IF
           END-PERFORM
           .

       220-RESOLVE-SUSPENSE.
      *****************************************************************
      * Post an unmapped line to the company's suspense rule (line     *
      * type 'S'), the any-company suspense rule, or the default       *
      * suspense account when neither is on file. Both sides carry     *
      * the suspense account so either side of the line lands there    *
      *****************************************************************
           MOVE 'S' TO WS-SEARCH-LINE-TYPE
           MOVE SPACES TO WS-SEARCH-CODE
           MOVE SPACES TO WS-SEARCH-DEPT
           MOVE GLRES-COMPANY TO WS-SEARCH-COMPANY
           PERFORM 210-FIND-RULE

           IF WS-MATCH-INDEX = ZEROS
               MOVE SPACES TO WS-SEARCH-COMPANY
               PERFORM 210-FIND-RULE
           END-IF

           IF WS-MATCH-INDEX > ZEROS
               MOVE WS-RULE-DEBIT-ACCT (WS-MATCH-INDEX) TO
                   GLRES-DEBIT-ACCOUNT
                   GLRES-CREDIT-ACCOUNT
               MOVE WS-RULE-DEBIT-NAME (WS-MATCH-INDEX) TO
                   GLRES-DEBIT-NAME
                   GLRES-CREDIT-NAME
           ELSE
               MOVE WS-DEFAULT-SUSPENSE-ACCT TO
                   GLRES-DEBIT-ACCOUNT
                   GLRES-CREDIT-ACCOUNT
               MOVE WS-DEFAULT-SUSPENSE-NAME TO
                   GLRES-DEBIT-NAME
                   GLRES-CREDIT-NAME
           END-IF
           .

       230-RECORD-UNMAPPED.
      *****************************************************************
      * Count the unmapped key and its amount for the report, adding   *
      * the key the first time it is seen                              *
      *****************************************************************
           PERFORM VARYING WS-UNM-INDEX FROM 1 BY 1
                   UNTIL WS-UNM-INDEX > WS-UNMAPPED-COUNT
               IF WS-UNM-KEY (WS-UNM-INDEX) = GLRES-POSTING-KEY
                   ADD 1 TO WS-UNM-LINES (WS-UNM-INDEX)
                   ADD GLRES-AMOUNT TO WS-UNM-AMOUNT (WS-UNM-INDEX)
                   MOVE 999 TO WS-UNM-INDEX
               END-IF
           END-PERFORM

           IF WS-UNM-INDEX < 999
               IF WS-UNMAPPED-COUNT < 200
                   ADD 1 TO WS-UNMAPPED-COUNT
                   MOVE GLRES-POSTING-KEY TO
                       WS-UNM-KEY (WS-UNMAPPED-COUNT)
                   MOVE 1 TO WS-UNM-LINES (WS-UNMAPPED-COUNT)
                   MOVE GLRES-AMOUNT TO
                       WS-UNM-AMOUNT (WS-UNMAPPED-COUNT)
                   MOVE GLRES-DEBIT-ACCOUNT TO
                       WS-UNM-SUSPENSE-ACCT (WS-UNMAPPED-COUNT)
               ELSE
                   DISPLAY 'GLRESOLV - UNMAPPED TABLE FULL - KEY NOT '
                           'LISTED: ' GLRES-POSTING-KEY
               END-IF
           END-IF
           .

       300-WRITE-UNMAPPED-REPORT.
      *****************************************************************
      * Append the caller's section of the unmapped-codes report:      *
      * every company/department/type/code posted to suspense this     *
      * run with its line count and amount, so Accounting can add the  *
      * missing rules and re-class the suspense balance                *
      *****************************************************************
           ACCEPT WS-DATE FROM DATE YYYYMMDD

           OPEN EXTEND UNMAPPED-REPORT-FILE
           IF NOT UNMAP-FILE-SUCCESS
               DISPLAY 'GLRESOLV - ERROR OPENING UNMAPPED REPORT: '
                       UNMAP-FILE-STATUS
               GO TO 300-EXIT
           END-IF

           MOVE SPACES TO WS-REPORT-LINE
           STRING 'GL POSTING RULES - UNMAPPED CODES   PROGRAM: '
                  GLRES-PROGRAM-NAME
                  '   RUN DATE: ' WS-DATE
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE UNMAPPED-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE 'CO  DEPT  TYPE  CODE   LINES          AMOUNT  SUSPENSE'
               TO WS-REPORT-LINE
           WRITE UNMAPPED-REPORT-RECORD FROM WS-REPORT-LINE

           PERFORM VARYING WS-UNM-INDEX FROM 1 BY 1
                   UNTIL WS-UNM-INDEX > WS-UNMAPPED-COUNT
               MOVE WS-UNM-LINES (WS-UNM-INDEX) TO WS-ED-COUNT
               MOVE WS-UNM-AMOUNT (WS-UNM-INDEX) TO WS-ED-AMOUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING WS-UNM-COMPANY (WS-UNM-INDEX)
                      '  ' WS-UNM-DEPT (WS-UNM-INDEX)
                      '  ' WS-UNM-LINE-TYPE (WS-UNM-INDEX)
                      '     ' WS-UNM-CODE (WS-UNM-INDEX)
                      '   ' WS-ED-COUNT
                      ' ' WS-ED-AMOUNT
                      '  ' WS-UNM-SUSPENSE-ACCT (WS-UNM-INDEX)
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE UNMAPPED-REPORT-RECORD FROM WS-REPORT-LINE
           END-PERFORM

           MOVE SPACES TO WS-REPORT-LINE
           IF WS-UNMAPPED-COUNT = ZEROS
               MOVE 'ALL LINES MAPPED - NOTHING POSTED TO SUSPENSE'
                   TO WS-REPORT-LINE
           ELSE
               MOVE WS-UNMAPPED-COUNT TO WS-ED-COUNT
               STRING 'UNMAPPED CODES: ' WS-ED-COUNT
                      ' - ADD POSTING RULES AND RE-CLASS SUSPENSE'
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF
           WRITE UNMAPPED-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           WRITE UNMAPPED-REPORT-RECORD FROM WS-REPORT-LINE

           CLOSE UNMAPPED-REPORT-FILE
           .
       300-EXIT.
           EXIT.
