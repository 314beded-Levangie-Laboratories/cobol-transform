      *****************************************************************
      * Program: INTEGSWP.cbl                                         *
      *                                                               *
      * Purpose: Scheduled employee master integrity sweep for the     *
      *          Payroll Processing System. The payroll edit only     *
      *          looks at employees with input in the period and the  *
      *          maintenance program only validates the transaction   *
      *          in front of it, so a bad combination already on the *
      *          master sits there until it breaks a check. This      *
      *          sweep reads every master record and reports each     *
      *          inconsistent combination with a severity, by         *
      *          department.                                          *
      *                                                               *
      * Date Created: 2026-10-15                                      *
      * Author: COBOL Payroll System                                  *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEGSWP.
       AUTHOR. COBOL PAYROLL SYSTEM.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.

      *****************************************************************
      * Program Description:                                          *
      *                                                                *
      * INTEGSWP is a standalone scheduled program in the Payroll      *
      * Processing System. It:                                         *
      *                                                                *
      * 1. Notes the tax-blocked employees and looks on the audit log  *
      *    for a tax maintenance entry behind each block               *
      * 2. Checks every employee master record for:                    *
      *    - percentage deposit splits totalling more than 100%, or    *
      *      more than one remainder account                           *
      *    - active garnishment orders sharing a priority, or active   *
      *      with a zero balance                                       *
      *    - federal allowances on a redesigned W-4                    *
      *    - a missing work state or UI state                          *
      *    - a tax block with no audit trail                           *
      *    - a 401(k) or Roth percent with the indicator off           *
      *    - terminated or deceased employees still holding active     *
      *      benefit or retirement elections                           *
      * 3. Grades each finding HIGH, MEDIUM, or LOW and prints the     *
      *    findings by department, with the counts by severity         *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC.
       OBJECT-COMPUTER. PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-FILE ASSIGN TO 'EMPFILE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMP-ID
           FILE STATUS IS EMP-FILE-STATUS.

           SELECT OPTIONAL AUDIT-LOG-FILE ASSIGN TO 'AUDITLOG'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS AUDIT-FILE-STATUS.

           SELECT INTEGRITY-REPORT ASSIGN TO 'INTEGRPT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-FILE.
           COPY EMPFILE REPLACING ==EMPLOYEE-RECORD== BY
               ==EMPLOYEE-RECORD-FILE==.

       FD  AUDIT-LOG-FILE.
           COPY AUDITFIL REPLACING ==AUDIT-LOG-RECORD== BY
               ==AUDIT-LOG-RECORD-FILE==.

       FD  INTEGRITY-REPORT.
           01  REPORT-RECORD                PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  EMP-FILE-STATUS            PIC X(2).
               88  EMP-FILE-SUCCESS       VALUE '00'.
               88  EMP-FILE-EOF           VALUE '10'.
           05  AUDIT-FILE-STATUS          PIC X(2).
               88  AUDIT-FILE-SUCCESS     VALUE '00' '05'.
               88  AUDIT-FILE-EOF         VALUE '10'.
           05  REPORT-FILE-STATUS         PIC X(2).
               88  REPORT-FILE-SUCCESS    VALUE '00'.

       COPY EMPFILE REPLACING ==EMPLOYEE-RECORD== BY
           ==WS-EMPLOYEE-RECORD==.

      *****************************************************************
      * Tax-blocked employees in key order, and whether the audit log *
      * carries a tax maintenance entry for each                       *
      *****************************************************************
       01  WS-BLOCKED-TABLE.
           05  WS-BT-COUNT                 PIC 9(5) COMP-3 VALUE ZEROS.
           05  WS-BT-ENTRY OCCURS 5000 TIMES.
               10  WS-BT-EMP-ID            PIC X(6).
               10  WS-BT-TRAIL-SW          PIC X.
                   88  WS-BT-HAS-TRAIL     VALUE 'Y'.

      *****************************************************************
      * Departments seen, kept in ascending order for the report       *
      *****************************************************************
       01  WS-DEPARTMENT-TABLE.
           05  WS-DT-COUNT                 PIC 9(3) COMP-3 VALUE ZEROS.
           05  WS-DT-ENTRY OCCURS 500 TIMES.
               10  WS-DT-DEPARTMENT        PIC X(4).
               10  WS-DT-FINDINGS          PIC 9(5) COMP-3.

      *****************************************************************
      * Findings in employee key order                                 *
      *****************************************************************
       01  WS-FINDING-TABLE.
           05  WS-FT-COUNT                 PIC 9(5) COMP-3 VALUE ZEROS.
           05  WS-FT-ENTRY OCCURS 20000 TIMES.
               10  WS-FT-DEPARTMENT        PIC X(4).
               10  WS-FT-EMP-ID            PIC X(6).
               10  WS-FT-NAME              PIC X(30).
               10  WS-FT-STATUS            PIC X.
               10  WS-FT-SEVERITY          PIC X.
                   88  WS-FT-HIGH          VALUE 'H'.
                   88  WS-FT-MEDIUM        VALUE 'M'.
                   88  WS-FT-LOW           VALUE 'L'.
               10  WS-FT-CHECK             PIC X(32).
               10  WS-FT-DETAIL            PIC X(50).

       01  WS-WORK-FIELDS.
           05  WS-BT-INDEX                 PIC 9(5) COMP-3 VALUE ZEROS.
           05  WS-DT-INDEX                 PIC 9(3) COMP-3 VALUE ZEROS.
           05  WS-DT-INDEX-2               PIC 9(3) COMP-3 VALUE ZEROS.
           05  WS-FT-INDEX                 PIC 9(5) COMP-3 VALUE ZEROS.
           05  WS-DD-INDEX                 PIC 9(1) COMP-3 VALUE ZEROS.
           05  WS-GARN-INDEX               PIC 9(1) COMP-3 VALUE ZEROS.
           05  WS-GARN-INDEX-2             PIC 9(1) COMP-3 VALUE ZEROS.
           05  WS-LOW                      PIC 9(5) COMP-3 VALUE ZEROS.
           05  WS-HIGH                     PIC 9(5) COMP-3 VALUE ZEROS.
           05  WS-MID                      PIC 9(5) COMP-3 VALUE ZEROS.
           05  WS-SEARCH-EMP-ID            PIC X(6) VALUE SPACES.
           05  WS-FOUND-INDEX              PIC 9(5) COMP-3 VALUE ZEROS.
           05  WS-PERCENT-TOTAL            PIC 9(5)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-REMAINDER-COUNT          PIC 9(1) COMP-3 VALUE ZEROS.
           05  WS-EMP-NAME                 PIC X(30) VALUE SPACES.
           05  WS-DEPARTMENT               PIC X(4) VALUE SPACES.
           05  WS-FINDING-SEVERITY         PIC X VALUE SPACES.
           05  WS-FINDING-CHECK            PIC X(32) VALUE SPACES.
           05  WS-FINDING-DETAIL           PIC X(50) VALUE SPACES.
           05  WS-ELECTION-LIST            PIC X(50) VALUE SPACES.
           05  WS-ELECTION-POINTER         PIC 9(3) COMP-3 VALUE ZEROS.
           05  WS-STATE-SEVERITY           PIC X VALUE SPACES.

       01  WS-DATETIME.
           05  WS-DATE                     PIC 9(8).

       01  WS-RUN-TOTALS.
           05  WS-EMPLOYEES-READ           PIC 9(7) COMP-3 VALUE ZEROS.
           05  WS-EMPLOYEES-FLAGGED        PIC 9(7) COMP-3 VALUE ZEROS.
           05  WS-HIGH-COUNT               PIC 9(5) COMP-3 VALUE ZEROS.
           05  WS-MEDIUM-COUNT             PIC 9(5) COMP-3 VALUE ZEROS.
           05  WS-LOW-COUNT                PIC 9(5) COMP-3 VALUE ZEROS.
           05  WS-OVERFLOW-COUNT           PIC 9(5) COMP-3 VALUE ZEROS.
           05  WS-EMP-FINDING-COUNT        PIC 9(3) COMP-3 VALUE ZEROS.

       01  WS-EDITED-FIELDS.
           05  WS-ED-COUNT                 PIC ZZ,ZZ9.
           05  WS-ED-PERCENT               PIC ZZ,ZZ9.99.
           05  WS-ED-PRIORITY              PIC Z9.
           05  WS-ED-SMALL                 PIC 9.
           05  WS-SEVERITY-TEXT            PIC X(6).

       01  WS-REPORT-LINE                  PIC X(132).

       PROCEDURE DIVISION.
       000-MAIN-PROCESS.
      *****************************************************************
      * Main process coordinates the sweep                             *
      *****************************************************************
           PERFORM 100-INITIALIZATION
           PERFORM 200-LOAD-TAX-BLOCKS
           PERFORM 250-FIND-TAX-TRAILS THRU 250-EXIT
           PERFORM 300-SWEEP-MASTER
           PERFORM 700-PRINT-FINDINGS
           PERFORM 900-WRAP-UP

           STOP RUN
           .

       100-INITIALIZATION.
      *****************************************************************
      * Open the files                                                 *
      *****************************************************************
           DISPLAY 'EMPLOYEE MASTER INTEGRITY SWEEP STARTED'
           ACCEPT WS-DATE FROM DATE YYYYMMDD

           OPEN INPUT EMPLOYEE-FILE
           OPEN OUTPUT INTEGRITY-REPORT
           IF NOT EMP-FILE-SUCCESS OR NOT REPORT-FILE-SUCCESS
               DISPLAY 'ERROR OPENING SWEEP FILES - EMP: '
                       EMP-FILE-STATUS ' RPT: ' REPORT-FILE-STATUS
               STOP RUN
           END-IF
           .

       200-LOAD-TAX-BLOCKS.
      *****************************************************************
      * Note every tax-blocked employee, in key order                  *
      *****************************************************************
           MOVE LOW-VALUES TO EMP-ID IN EMPLOYEE-RECORD-FILE
           START EMPLOYEE-FILE
               KEY IS >= EMP-ID IN EMPLOYEE-RECORD-FILE
               INVALID KEY
                   SET EMP-FILE-EOF TO TRUE
           END-START

           PERFORM UNTIL EMP-FILE-EOF
               READ EMPLOYEE-FILE NEXT RECORD
                   AT END
                       SET EMP-FILE-EOF TO TRUE
                   NOT AT END
                       IF EMP-TAX-BLOCKED-YES IN EMPLOYEE-RECORD-FILE
                           IF WS-BT-COUNT < 5000
                               ADD 1 TO WS-BT-COUNT
                               MOVE EMP-ID IN EMPLOYEE-RECORD-FILE TO
                                   WS-BT-EMP-ID (WS-BT-COUNT)
                               MOVE 'N' TO WS-BT-TRAIL-SW (WS-BT-COUNT)
                           ELSE
                               ADD 1 TO WS-OVERFLOW-COUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

       250-FIND-TAX-TRAILS.
      *****************************************************************
      * A tax block has a trail when the log carries a tax-group       *
      * maintenance entry or a change to the block indicator itself    *
      * for the employee                                               *
      *****************************************************************
           IF WS-BT-COUNT = ZEROS
               GO TO 250-EXIT
           END-IF
           OPEN INPUT AUDIT-LOG-FILE
           IF NOT AUDIT-FILE-SUCCESS
               GO TO 250-EXIT
           END-IF

           PERFORM UNTIL AUDIT-FILE-EOF
               READ AUDIT-LOG-FILE
                   AT END
                       SET AUDIT-FILE-EOF TO TRUE
                   NOT AT END
                       IF (AUDIT-FIELD-NAME IN AUDIT-LOG-RECORD-FILE
                               (1:6) = 'MAINT-'
                           AND AUDIT-FIELD-NAME IN
                               AUDIT-LOG-RECORD-FILE (9:2) = 'TX')
                           OR AUDIT-FIELD-NAME IN AUDIT-LOG-RECORD-FILE
                               = 'EMP-TAX-BLOCKED-IND'
                           MOVE AUDIT-EMP-ID IN AUDIT-LOG-RECORD-FILE
                               TO WS-SEARCH-EMP-ID
                           PERFORM 260-LOCATE-BLOCKED
                           IF WS-FOUND-INDEX > ZEROS
                               SET WS-BT-HAS-TRAIL (WS-FOUND-INDEX)
                                   TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AUDIT-LOG-FILE
           .
       250-EXIT.
           EXIT.

       260-LOCATE-BLOCKED.
      *****************************************************************
      * Binary search of the blocked table for WS-SEARCH-EMP-ID;       *
      * WS-FOUND-INDEX is zero when the employee is not blocked        *
      *****************************************************************
           MOVE ZEROS TO WS-FOUND-INDEX
           MOVE 1 TO WS-LOW
           MOVE WS-BT-COUNT TO WS-HIGH
           PERFORM UNTIL WS-LOW > WS-HIGH OR WS-FOUND-INDEX > ZEROS
               COMPUTE WS-MID = (WS-LOW + WS-HIGH) / 2
               EVALUATE TRUE
                   WHEN WS-BT-EMP-ID (WS-MID) = WS-SEARCH-EMP-ID
                       MOVE WS-MID TO WS-FOUND-INDEX
                   WHEN WS-BT-EMP-ID (WS-MID) < WS-SEARCH-EMP-ID
                       COMPUTE WS-LOW = WS-MID + 1
                   WHEN OTHER
                       IF WS-MID = 1
                           MOVE ZEROS TO WS-HIGH
                       ELSE
                           COMPUTE WS-HIGH = WS-MID - 1
                       END-IF
               END-EVALUATE
           END-PERFORM
           .

       300-SWEEP-MASTER.
      *****************************************************************
      * Run every check against every master record                    *
      *****************************************************************
           MOVE '00' TO EMP-FILE-STATUS
           MOVE LOW-VALUES TO EMP-ID IN EMPLOYEE-RECORD-FILE
           START EMPLOYEE-FILE
               KEY IS >= EMP-ID IN EMPLOYEE-RECORD-FILE
               INVALID KEY
                   SET EMP-FILE-EOF TO TRUE
           END-START

           PERFORM UNTIL EMP-FILE-EOF
               READ EMPLOYEE-FILE NEXT RECORD INTO WS-EMPLOYEE-RECORD
                   AT END
                       SET EMP-FILE-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-EMPLOYEES-READ
                       PERFORM 310-CHECK-EMPLOYEE
               END-READ
           END-PERFORM
           .

       310-CHECK-EMPLOYEE.
      *****************************************************************
      * All checks for the record in WS-EMPLOYEE-RECORD                *
      *****************************************************************
           MOVE SPACES TO WS-EMP-NAME
           STRING EMP-LAST-NAME IN WS-EMPLOYEE-RECORD
                      DELIMITED BY '  '
                  ', ' DELIMITED BY SIZE
                  EMP-FIRST-NAME IN WS-EMPLOYEE-RECORD
                      DELIMITED BY '  '
                  INTO WS-EMP-NAME
           MOVE EMP-DEPARTMENT IN WS-EMPLOYEE-RECORD TO WS-DEPARTMENT
           MOVE ZEROS TO WS-EMP-FINDING-COUNT

           PERFORM 400-CHECK-DEPOSIT-SPLITS
           PERFORM 420-CHECK-GARNISHMENTS
           PERFORM 440-CHECK-TAX-SETUP
           PERFORM 460-CHECK-RETIREMENT
           PERFORM 480-CHECK-SEPARATED-ELECTIONS THRU 480-EXIT

           IF WS-EMP-FINDING-COUNT > ZEROS
               ADD 1 TO WS-EMPLOYEES-FLAGGED
           END-IF
           .

       400-CHECK-DEPOSIT-SPLITS.
      *****************************************************************
      * Percentage splits may not total more than 100%, and at most    *
      * one account may take the remainder                             *
      *****************************************************************
           MOVE ZEROS TO WS-PERCENT-TOTAL
                         WS-REMAINDER-COUNT
           PERFORM VARYING WS-DD-INDEX FROM 1 BY 1
                   UNTIL WS-DD-INDEX > 3
               IF EMP-DD-ACCOUNT-NUM IN WS-EMPLOYEE-RECORD
                       (WS-DD-INDEX) NOT = SPACES
                   EVALUATE TRUE
                       WHEN EMP-DD-PERCENT IN WS-EMPLOYEE-RECORD
                               (WS-DD-INDEX)
                           ADD EMP-DD-SPLIT-VALUE IN WS-EMPLOYEE-RECORD
                               (WS-DD-INDEX) TO WS-PERCENT-TOTAL
                       WHEN EMP-DD-REMAINDER IN WS-EMPLOYEE-RECORD
                               (WS-DD-INDEX)
                           ADD 1 TO WS-REMAINDER-COUNT
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-PERFORM

           IF WS-PERCENT-TOTAL > 100
               MOVE WS-PERCENT-TOTAL TO WS-ED-PERCENT
               MOVE 'H' TO WS-FINDING-SEVERITY
               MOVE 'DEPOSIT PERCENTS OVER 100%' TO WS-FINDING-CHECK
               MOVE SPACES TO WS-FINDING-DETAIL
               STRING 'PERCENTAGE SPLITS TOTAL ' WS-ED-PERCENT '%'
                      DELIMITED BY SIZE INTO WS-FINDING-DETAIL
               PERFORM 600-ADD-FINDING
           END-IF
           IF WS-REMAINDER-COUNT > 1
               MOVE WS-REMAINDER-COUNT TO WS-ED-SMALL
               MOVE 'H' TO WS-FINDING-SEVERITY
               MOVE 'MULTIPLE REMAINDER ACCOUNTS' TO WS-FINDING-CHECK
               MOVE SPACES TO WS-FINDING-DETAIL
               STRING WS-ED-SMALL ' SPLIT ACCOUNTS SET TO REMAINDER'
                      DELIMITED BY SIZE INTO WS-FINDING-DETAIL
               PERFORM 600-ADD-FINDING
           END-IF
           .

       420-CHECK-GARNISHMENTS.
      *****************************************************************
      * Active orders may not share a priority, and an active order    *
      * with nothing left owing should have been closed - except       *
      * ongoing child support, which carries no balance, graded low    *
      *****************************************************************
           PERFORM VARYING WS-GARN-INDEX FROM 1 BY 1
                   UNTIL WS-GARN-INDEX > 3
               IF EMP-GARN-ACTIVE IN WS-EMPLOYEE-RECORD (WS-GARN-INDEX)
                   PERFORM VARYING WS-GARN-INDEX-2 FROM WS-GARN-INDEX
                           BY 1 UNTIL WS-GARN-INDEX-2 > 3
                       IF WS-GARN-INDEX-2 > WS-GARN-INDEX
                           AND EMP-GARN-ACTIVE IN WS-EMPLOYEE-RECORD
                               (WS-GARN-INDEX-2)
                           AND EMP-GARN-PRIORITY IN WS-EMPLOYEE-RECORD
                               (WS-GARN-INDEX-2) =
                               EMP-GARN-PRIORITY IN WS-EMPLOYEE-RECORD
                               (WS-GARN-INDEX)
                           MOVE EMP-GARN-PRIORITY IN WS-EMPLOYEE-RECORD
                               (WS-GARN-INDEX) TO WS-ED-PRIORITY
                           MOVE 'M' TO WS-FINDING-SEVERITY
                           MOVE 'DUPLICATE GARNISHMENT PRIORITY' TO
                               WS-FINDING-CHECK
                           MOVE SPACES TO WS-FINDING-DETAIL
                           STRING 'CASES '
                                  EMP-GARN-CASE-NUMBER IN
                                      WS-EMPLOYEE-RECORD
                                      (WS-GARN-INDEX)
                                  ' AND '
                                  EMP-GARN-CASE-NUMBER IN
                                      WS-EMPLOYEE-RECORD
                                      (WS-GARN-INDEX-2)
                                  ' BOTH PRIORITY ' WS-ED-PRIORITY
                                  DELIMITED BY SIZE
                                  INTO WS-FINDING-DETAIL
                           PERFORM 600-ADD-FINDING
                       END-IF
                   END-PERFORM

                   IF EMP-GARN-BALANCE IN WS-EMPLOYEE-RECORD
                           (WS-GARN-INDEX) = ZEROS
                       IF EMP-GARN-CHILD-SUPPORT IN WS-EMPLOYEE-RECORD
                               (WS-GARN-INDEX)
                           MOVE 'L' TO WS-FINDING-SEVERITY
                       ELSE
                           MOVE 'H' TO WS-FINDING-SEVERITY
                       END-IF
                       MOVE 'ACTIVE GARNISHMENT ZERO BALANCE' TO
                           WS-FINDING-CHECK
                       MOVE SPACES TO WS-FINDING-DETAIL
                       STRING 'CASE '
                              EMP-GARN-CASE-NUMBER IN WS-EMPLOYEE-RECORD
                                  (WS-GARN-INDEX)
                              ' TYPE '
                              EMP-GARN-TYPE IN WS-EMPLOYEE-RECORD
                                  (WS-GARN-INDEX)
                              ' ACTIVE, NOTHING OWING'
                              DELIMITED BY SIZE INTO WS-FINDING-DETAIL
                       PERFORM 600-ADD-FINDING
                   END-IF
               END-IF
           END-PERFORM
           .

       440-CHECK-TAX-SETUP.
      *****************************************************************
      * Allowances have no effect on a redesigned W-4; the work and UI *
      * states drive income tax and unemployment wages (graded high    *
      * for active and leave employees); a tax block needs a trail     *
      *****************************************************************
           IF EMP-W4-REDESIGNED IN WS-EMPLOYEE-RECORD
               AND EMP-FEDERAL-ALLOWANCES IN WS-EMPLOYEE-RECORD > ZEROS
               MOVE EMP-FEDERAL-ALLOWANCES IN WS-EMPLOYEE-RECORD TO
                   WS-ED-PRIORITY
               MOVE 'M' TO WS-FINDING-SEVERITY
               MOVE 'ALLOWANCES ON REDESIGNED W-4' TO WS-FINDING-CHECK
               MOVE SPACES TO WS-FINDING-DETAIL
               STRING WS-ED-PRIORITY ' FEDERAL ALLOWANCES ON A '
                      'REDESIGNED W-4'
                      DELIMITED BY SIZE INTO WS-FINDING-DETAIL
               PERFORM 600-ADD-FINDING
           END-IF

           IF EMP-ACTIVE IN WS-EMPLOYEE-RECORD
               OR EMP-LEAVE IN WS-EMPLOYEE-RECORD
               MOVE 'H' TO WS-STATE-SEVERITY
           ELSE
               MOVE 'L' TO WS-STATE-SEVERITY
           END-IF
           IF EMP-WORK-STATE IN WS-EMPLOYEE-RECORD = SPACES
               MOVE WS-STATE-SEVERITY TO WS-FINDING-SEVERITY
               MOVE 'MISSING WORK STATE' TO WS-FINDING-CHECK
               MOVE 'NO WORK STATE FOR STATE INCOME TAX' TO
                   WS-FINDING-DETAIL
               PERFORM 600-ADD-FINDING
           END-IF
           IF EMP-UI-STATE IN WS-EMPLOYEE-RECORD = SPACES
               MOVE WS-STATE-SEVERITY TO WS-FINDING-SEVERITY
               MOVE 'MISSING UI STATE' TO WS-FINDING-CHECK
               MOVE 'NO UI STATE FOR UNEMPLOYMENT WAGES' TO
                   WS-FINDING-DETAIL
               PERFORM 600-ADD-FINDING
           END-IF

           IF EMP-TAX-BLOCKED-YES IN WS-EMPLOYEE-RECORD
               MOVE EMP-ID IN WS-EMPLOYEE-RECORD TO WS-SEARCH-EMP-ID
               PERFORM 260-LOCATE-BLOCKED
               IF WS-FOUND-INDEX = ZEROS
                   OR NOT WS-BT-HAS-TRAIL (WS-FOUND-INDEX)
                   MOVE 'H' TO WS-FINDING-SEVERITY
                   MOVE 'TAX BLOCK WITH NO AUDIT TRAIL' TO
                       WS-FINDING-CHECK
                   MOVE 'NO TAX MAINTENANCE ON THE AUDIT LOG' TO
                       WS-FINDING-DETAIL
                   PERFORM 600-ADD-FINDING
               END-IF
           END-IF
           .

       460-CHECK-RETIREMENT.
      *****************************************************************
      * A deferral percent with its indicator off is either a lapsed   *
      * election or a missed enrollment                                *
      *****************************************************************
           IF NOT EMP-401K-YES IN WS-EMPLOYEE-RECORD
               AND EMP-401K-PERCENT IN WS-EMPLOYEE-RECORD > ZEROS
               MOVE EMP-401K-PERCENT IN WS-EMPLOYEE-RECORD TO
                   WS-ED-PERCENT
               MOVE 'M' TO WS-FINDING-SEVERITY
               MOVE '401K PERCENT, INDICATOR OFF' TO WS-FINDING-CHECK
               MOVE SPACES TO WS-FINDING-DETAIL
               STRING '401K PERCENT ' WS-ED-PERCENT
                      '% WITH INDICATOR '
                      EMP-401K-IND IN WS-EMPLOYEE-RECORD
                      DELIMITED BY SIZE INTO WS-FINDING-DETAIL
               PERFORM 600-ADD-FINDING
           END-IF
           IF NOT EMP-401K-ROTH-YES IN WS-EMPLOYEE-RECORD
               AND EMP-401K-ROTH-PERCENT IN WS-EMPLOYEE-RECORD > ZEROS
               MOVE EMP-401K-ROTH-PERCENT IN WS-EMPLOYEE-RECORD TO
                   WS-ED-PERCENT
               MOVE 'M' TO WS-FINDING-SEVERITY
               MOVE 'ROTH PERCENT, INDICATOR OFF' TO WS-FINDING-CHECK
               MOVE SPACES TO WS-FINDING-DETAIL
               STRING 'ROTH PERCENT ' WS-ED-PERCENT
                      '% WITH INDICATOR '
                      EMP-401K-ROTH-IND IN WS-EMPLOYEE-RECORD
                      DELIMITED BY SIZE INTO WS-FINDING-DETAIL
               PERFORM 600-ADD-FINDING
           END-IF
           .

       480-CHECK-SEPARATED-ELECTIONS.
      *****************************************************************
      * Terminated and deceased employees should hold no benefit or    *
      * retirement elections; one finding lists everything still on   *
      *****************************************************************
           IF NOT EMP-TERMINATED IN WS-EMPLOYEE-RECORD
               AND NOT EMP-DECEASED IN WS-EMPLOYEE-RECORD
               GO TO 480-EXIT
           END-IF

           MOVE SPACES TO WS-ELECTION-LIST
           MOVE 1 TO WS-ELECTION-POINTER
           IF EMP-HEALTH-PLAN-CODE IN WS-EMPLOYEE-RECORD NOT = SPACES
               STRING 'HEALTH ' DELIMITED BY SIZE
                      INTO WS-ELECTION-LIST
                      WITH POINTER WS-ELECTION-POINTER
           END-IF
           IF EMP-DENTAL-PLAN-CODE IN WS-EMPLOYEE-RECORD NOT = SPACES
               STRING 'DENTAL ' DELIMITED BY SIZE
                      INTO WS-ELECTION-LIST
                      WITH POINTER WS-ELECTION-POINTER
           END-IF
           IF EMP-VISION-PLAN-CODE IN WS-EMPLOYEE-RECORD NOT = SPACES
               STRING 'VISION ' DELIMITED BY SIZE
                      INTO WS-ELECTION-LIST
                      WITH POINTER WS-ELECTION-POINTER
           END-IF
           IF EMP-401K-YES IN WS-EMPLOYEE-RECORD
               STRING '401K ' DELIMITED BY SIZE
                      INTO WS-ELECTION-LIST
                      WITH POINTER WS-ELECTION-POINTER
           END-IF
           IF EMP-401K-ROTH-YES IN WS-EMPLOYEE-RECORD
               STRING 'ROTH ' DELIMITED BY SIZE
                      INTO WS-ELECTION-LIST
                      WITH POINTER WS-ELECTION-POINTER
           END-IF
           IF EMP-HSA-YES IN WS-EMPLOYEE-RECORD
               STRING 'HSA ' DELIMITED BY SIZE
                      INTO WS-ELECTION-LIST
                      WITH POINTER WS-ELECTION-POINTER
           END-IF
           IF EMP-FSA-YES IN WS-EMPLOYEE-RECORD
               STRING 'FSA ' DELIMITED BY SIZE
                      INTO WS-ELECTION-LIST
                      WITH POINTER WS-ELECTION-POINTER
           END-IF

           IF WS-ELECTION-LIST NOT = SPACES
               MOVE 'M' TO WS-FINDING-SEVERITY
               MOVE 'SEPARATED WITH ACTIVE ELECTIONS' TO
                   WS-FINDING-CHECK
               MOVE WS-ELECTION-LIST TO WS-FINDING-DETAIL
               PERFORM 600-ADD-FINDING
           END-IF
           .
       480-EXIT.
           EXIT.

       600-ADD-FINDING.
      *****************************************************************
      * Add one finding for the current employee and note its         *
      * department in order                                            *
      *****************************************************************
           IF WS-FT-COUNT >= 20000
               ADD 1 TO WS-OVERFLOW-COUNT
           ELSE
               ADD 1 TO WS-FT-COUNT
               ADD 1 TO WS-EMP-FINDING-COUNT
               MOVE WS-DEPARTMENT TO WS-FT-DEPARTMENT (WS-FT-COUNT)
               MOVE EMP-ID IN WS-EMPLOYEE-RECORD TO
                   WS-FT-EMP-ID (WS-FT-COUNT)
               MOVE WS-EMP-NAME TO WS-FT-NAME (WS-FT-COUNT)
               MOVE EMP-STATUS IN WS-EMPLOYEE-RECORD TO
                   WS-FT-STATUS (WS-FT-COUNT)
               MOVE WS-FINDING-SEVERITY TO WS-FT-SEVERITY (WS-FT-COUNT)
               MOVE WS-FINDING-CHECK TO WS-FT-CHECK (WS-FT-COUNT)
               MOVE WS-FINDING-DETAIL TO WS-FT-DETAIL (WS-FT-COUNT)
               EVALUATE WS-FINDING-SEVERITY
                   WHEN 'H'
                       ADD 1 TO WS-HIGH-COUNT
                   WHEN 'M'
                       ADD 1 TO WS-MEDIUM-COUNT
                   WHEN OTHER
                       ADD 1 TO WS-LOW-COUNT
               END-EVALUATE
               PERFORM 610-NOTE-DEPARTMENT THRU 610-EXIT
           END-IF
           .

       610-NOTE-DEPARTMENT.
      *****************************************************************
      * Find the department in the ordered table, inserting it in      *
      * place when first seen                                          *
      *****************************************************************
           MOVE ZEROS TO WS-FOUND-INDEX
           PERFORM VARYING WS-DT-INDEX FROM 1 BY 1
                   UNTIL WS-DT-INDEX > WS-DT-COUNT
                       OR WS-DT-DEPARTMENT (WS-DT-INDEX) >=
                           WS-DEPARTMENT
               CONTINUE
           END-PERFORM
           IF WS-DT-INDEX <= WS-DT-COUNT
               IF WS-DT-DEPARTMENT (WS-DT-INDEX) = WS-DEPARTMENT
                   MOVE WS-DT-INDEX TO WS-FOUND-INDEX
               END-IF
           END-IF

           IF WS-FOUND-INDEX = ZEROS
               IF WS-DT-COUNT >= 500
                   ADD 1 TO WS-OVERFLOW-COUNT
                   GO TO 610-EXIT
               END-IF
               PERFORM VARYING WS-DT-INDEX-2 FROM WS-DT-COUNT BY -1
                       UNTIL WS-DT-INDEX-2 < WS-DT-INDEX
                   MOVE WS-DT-ENTRY (WS-DT-INDEX-2) TO
                       WS-DT-ENTRY (WS-DT-INDEX-2 + 1)
               END-PERFORM
               ADD 1 TO WS-DT-COUNT
               MOVE WS-DEPARTMENT TO WS-DT-DEPARTMENT (WS-DT-INDEX)
               MOVE ZEROS TO WS-DT-FINDINGS (WS-DT-INDEX)
               MOVE WS-DT-INDEX TO WS-FOUND-INDEX
           END-IF
           ADD 1 TO WS-DT-FINDINGS (WS-FOUND-INDEX)
           .
       610-EXIT.
           EXIT.

       700-PRINT-FINDINGS.
      *****************************************************************
      * Print the findings department by department, each department   *
      * in employee order, then the severity counts                    *
      *****************************************************************
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'EMPLOYEE MASTER INTEGRITY SWEEP - RUN ' WS-DATE
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE ALL '=' TO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE

           PERFORM VARYING WS-DT-INDEX FROM 1 BY 1
                   UNTIL WS-DT-INDEX > WS-DT-COUNT
               PERFORM 710-PRINT-DEPARTMENT
           END-PERFORM

           MOVE SPACES TO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE WS-EMPLOYEES-READ TO WS-ED-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'EMPLOYEES CHECKED: ' WS-ED-COUNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE WS-EMPLOYEES-FLAGGED TO WS-ED-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'EMPLOYEES WITH FINDINGS: ' WS-ED-COUNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE WS-HIGH-COUNT TO WS-ED-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'HIGH SEVERITY FINDINGS:   ' WS-ED-COUNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE WS-MEDIUM-COUNT TO WS-ED-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'MEDIUM SEVERITY FINDINGS: ' WS-ED-COUNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE WS-LOW-COUNT TO WS-ED-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'LOW SEVERITY FINDINGS:    ' WS-ED-COUNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           IF WS-OVERFLOW-COUNT > ZEROS
               MOVE WS-OVERFLOW-COUNT TO WS-ED-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'FINDINGS NOT LISTED - TABLE FULL: ' WS-ED-COUNT
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE REPORT-RECORD FROM WS-REPORT-LINE
           END-IF
           .

       710-PRINT-DEPARTMENT.
      *****************************************************************
      * Department heading, then its findings                          *
      *****************************************************************
           MOVE SPACES TO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE WS-DT-FINDINGS (WS-DT-INDEX) TO WS-ED-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'DEPARTMENT ' WS-DT-DEPARTMENT (WS-DT-INDEX)
                  '  FINDINGS: ' WS-ED-COUNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  SEVER  EMP ID NAME                           S '
                  'CHECK                            DETAIL'
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE

           PERFORM VARYING WS-FT-INDEX FROM 1 BY 1
                   UNTIL WS-FT-INDEX > WS-FT-COUNT
               IF WS-FT-DEPARTMENT (WS-FT-INDEX) =
                       WS-DT-DEPARTMENT (WS-DT-INDEX)
                   EVALUATE TRUE
                       WHEN WS-FT-HIGH (WS-FT-INDEX)
                           MOVE 'HIGH' TO WS-SEVERITY-TEXT
                       WHEN WS-FT-MEDIUM (WS-FT-INDEX)
                           MOVE 'MEDIUM' TO WS-SEVERITY-TEXT
                       WHEN OTHER
                           MOVE 'LOW' TO WS-SEVERITY-TEXT
                   END-EVALUATE
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING '  ' WS-SEVERITY-TEXT
                          ' ' WS-FT-EMP-ID (WS-FT-INDEX)
                          ' ' WS-FT-NAME (WS-FT-INDEX)
                          ' ' WS-FT-STATUS (WS-FT-INDEX)
                          ' ' WS-FT-CHECK (WS-FT-INDEX)
                          ' ' WS-FT-DETAIL (WS-FT-INDEX)
                          DELIMITED BY SIZE INTO WS-REPORT-LINE
                   WRITE REPORT-RECORD FROM WS-REPORT-LINE
               END-IF
           END-PERFORM
           .

       900-WRAP-UP.
      *****************************************************************
      * Close all files and display the counts                         *
      *****************************************************************
           CLOSE EMPLOYEE-FILE
                 INTEGRITY-REPORT

           DISPLAY 'EMPLOYEE MASTER INTEGRITY SWEEP COMPLETE'
           DISPLAY 'EMPLOYEES CHECKED: ' WS-EMPLOYEES-READ
           DISPLAY 'EMPLOYEES WITH FINDINGS: ' WS-EMPLOYEES-FLAGGED
           DISPLAY 'FINDINGS - HIGH: ' WS-HIGH-COUNT
                   ' MEDIUM: ' WS-MEDIUM-COUNT
                   ' LOW: ' WS-LOW-COUNT
           IF WS-OVERFLOW-COUNT > ZEROS
               DISPLAY 'ENTRIES LEFT OUT - TABLE FULL: '
                       WS-OVERFLOW-COUNT
           END-IF
           .
