      *****************************************************************
      * Program: FRAUDSWP.cbl                                         *
      *                                                               *
      * Purpose: Periodic ghost-employee and shared-account fraud      *
      *          sweep for the Payroll Processing System. The anomaly *
      *          screen looks at net pay swings and the duplicate SSN *
      *          edit at SSNs; this sweep looks across the employee   *
      *          master, the pay history, the punch audit, the time   *
      *          and leave archives, and the master change log for    *
      *          the patterns internal audit follows up: deposit      *
      *          accounts and home addresses shared between           *
      *          employees, pay with no punches, time, or leave       *
      *          behind it, pay for periods after separation, and     *
      *          master records nobody has touched in years. Findings *
      *          go to the findings file, printed only through the    *
      *          restricted register.                                 *
      *                                                               *
      * Date Created: 2026-10-15                                      *
      * Author: COBOL Payroll System                                  *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. FRAUDSWP.
       AUTHOR. COBOL PAYROLL SYSTEM.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.

      *****************************************************************
      * Program Description:                                          *
      *                                                                *
      * FRAUDSWP is a standalone audit program in the Payroll          *
      * Processing System, run periodically at internal audit's        *
      * request. It:                                                   *
      *                                                                *
      * 1. Reads the sweep window and the dormant-record age in years  *
      *    from the parameter file (defaults: the year ending today,   *
      *    and three years)                                            *
      * 2. Loads the employee master with every deposit account - the  *
      *    three split-deposit slots and the paycard - and notes each  *
      *    employee's latest master change from the audit log          *
      * 3. Notes which employees have punches on the punch audit,      *
      *    worked hours on the history detail, or paid hours of        *
      *    service (worked or leave) archived in the window            *
      * 4. Writes a finding for each deposit account on more than one  *
      *    employee, each home address shared by active employees,     *
      *    each payment for a pay period beginning after the           *
      *    employee's separation date, each employee paid in the       *
      *    window with no punches, time entry, or leave usage, and     *
      *    each active employee with no master change in the dormant   *
      *    age                                                         *
      * 5. Displays the counts; the findings are printed only by the   *
      *    restricted register's fraud sweep report, which logs the    *
      *    access                                                      *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC.
       OBJECT-COMPUTER. PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FRAUD-PARM-FILE ASSIGN TO 'FRDPARM'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS PARM-FILE-STATUS.

           SELECT EMPLOYEE-FILE ASSIGN TO 'EMPFILE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMP-ID
           FILE STATUS IS EMP-FILE-STATUS.

           SELECT PAY-HISTORY-FILE ASSIGN TO 'PAYHIST'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HIST-KEY
           ALTERNATE RECORD KEY IS HIST-EMP-ID WITH DUPLICATES
           FILE STATUS IS HIST-FILE-STATUS.

           SELECT OPTIONAL AUDIT-LOG-FILE ASSIGN TO 'AUDITLOG'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS AUDIT-FILE-STATUS.

           SELECT OPTIONAL PUNCH-AUDIT-FILE ASSIGN TO 'PUNCHAUD'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS PUNCHAUD-FILE-STATUS.

           SELECT OPTIONAL HISTORY-DETAIL-FILE ASSIGN TO 'HISTDTL'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS HISTDTL-FILE-STATUS.

           SELECT OPTIONAL ACA-HOURS-FILE ASSIGN TO 'ACAHRS'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ACAHRS-FILE-STATUS.

           SELECT FRAUD-FINDING-FILE ASSIGN TO 'FRAUDFND'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FINDING-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FRAUD-PARM-FILE.
       01  FRAUD-PARM-RECORD.
           05  PARM-WINDOW-START          PIC 9(8).
           05  PARM-WINDOW-END            PIC 9(8).
           05  PARM-DORMANT-YEARS         PIC 9(2).
           05  FILLER                     PIC X(62).

       FD  EMPLOYEE-FILE.
           COPY EMPFILE REPLACING ==EMPLOYEE-RECORD== BY
               ==EMPLOYEE-RECORD-FILE==.

       FD  PAY-HISTORY-FILE.
           COPY PAYHIST REPLACING ==PAY-HISTORY-RECORD== BY
               ==PAY-HISTORY-RECORD-FILE==.

       FD  AUDIT-LOG-FILE.
           COPY AUDITFIL REPLACING ==AUDIT-LOG-RECORD== BY
               ==AUDIT-LOG-RECORD-FILE==.

       FD  PUNCH-AUDIT-FILE.
           COPY PUNCHAUD REPLACING ==PUNCH-AUDIT-RECORD== BY
               ==PUNCH-AUDIT-RECORD-FILE==.

       FD  HISTORY-DETAIL-FILE.
           COPY HISTDTL REPLACING ==HISTORY-DETAIL-RECORD== BY
               ==HISTORY-DETAIL-RECORD-FILE==.

       FD  ACA-HOURS-FILE.
           COPY ACAHRS REPLACING ==ACA-HOURS-RECORD== BY
               ==ACA-HOURS-RECORD-FILE==.

       FD  FRAUD-FINDING-FILE.
           COPY FRAUDFND REPLACING ==FRAUD-FINDING-RECORD== BY
               ==FRAUD-FINDING-RECORD-FILE==.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  PARM-FILE-STATUS           PIC X(2).
               88  PARM-FILE-SUCCESS      VALUE '00' '05'.
           05  EMP-FILE-STATUS            PIC X(2).
               88  EMP-FILE-SUCCESS       VALUE '00'.
               88  EMP-FILE-EOF           VALUE '10'.
           05  HIST-FILE-STATUS           PIC X(2).
               88  HIST-FILE-SUCCESS      VALUE '00' '02'.
               88  HIST-FILE-EOF          VALUE '10'.
           05  AUDIT-FILE-STATUS          PIC X(2).
               88  AUDIT-FILE-SUCCESS     VALUE '00' '05'.
               88  AUDIT-FILE-EOF         VALUE '10'.
           05  PUNCHAUD-FILE-STATUS       PIC X(2).
               88  PUNCHAUD-FILE-SUCCESS  VALUE '00' '05'.
               88  PUNCHAUD-FILE-EOF      VALUE '10'.
           05  HISTDTL-FILE-STATUS        PIC X(2).
               88  HISTDTL-FILE-SUCCESS   VALUE '00' '05'.
               88  HISTDTL-FILE-EOF       VALUE '10'.
           05  ACAHRS-FILE-STATUS         PIC X(2).
               88  ACAHRS-FILE-SUCCESS    VALUE '00' '05'.
               88  ACAHRS-FILE-EOF        VALUE '10'.
           05  FINDING-FILE-STATUS        PIC X(2).
               88  FINDING-FILE-SUCCESS   VALUE '00'.

       COPY EMPFILE REPLACING ==EMPLOYEE-RECORD== BY
           ==WS-EMPLOYEE-RECORD==.

       01  WS-PARMS.
           05  WS-WINDOW-START             PIC 9(8) VALUE ZEROS.
           05  WS-WINDOW-END               PIC 9(8) VALUE ZEROS.
           05  WS-DORMANT-YEARS            PIC 9(2) VALUE 3.
           05  WS-DORMANT-CUTOFF           PIC 9(8) VALUE ZEROS.
           05  WS-CUTOFF-WORK-DATE         PIC 9(8) VALUE ZEROS.
           05  WS-CUTOFF-WORK-PARTS REDEFINES WS-CUTOFF-WORK-DATE.
               10  WS-CW-YEAR              PIC 9(4).
               10  WS-CW-MONTH             PIC 9(2).
               10  WS-CW-DAY               PIC 9(2).

      *****************************************************************
      * The employee master in key order, with what the sweep learns  *
      * about each employee from the other files                      *
      *****************************************************************
       01  WS-EMPLOYEE-TABLE.
           05  WS-ET-COUNT                 PIC 9(5) COMP-3 VALUE ZEROS.
           05  WS-ET-ENTRY OCCURS 5000 TIMES.
               10  WS-ET-EMP-ID            PIC X(6).
               10  WS-ET-NAME              PIC X(30).
               10  WS-ET-STATUS            PIC X.
                   88  WS-ET-ACTIVE        VALUE 'A' 'L'.
               10  WS-ET-HIRE-DATE         PIC 9(8).
               10  WS-ET-TERM-DATE         PIC 9(8).
               10  WS-ET-ADDRESS           PIC X(30).
               10  WS-ET-ZIP               PIC X(5).
               10  WS-ET-LAST-CHANGE       PIC 9(8).
               10  WS-ET-PAID-COUNT        PIC 9(5) COMP-3.
               10  WS-ET-PAID-GROSS        PIC S9(7)V99 COMP-3.
               10  WS-ET-LAST-CHECK        PIC 9(8).
               10  WS-ET-TIME-SW           PIC X.
                   88  WS-ET-HAS-TIME      VALUE 'Y'.

      *****************************************************************
      * Every deposit account on file: the split-deposit slots and    *
      * the paycard, with the employee entry that holds it             *
      *****************************************************************
       01  WS-ACCOUNT-TABLE.
           05  WS-AT-COUNT                 PIC 9(5) COMP-3 VALUE ZEROS.
           05  WS-AT-ENTRY OCCURS 10000 TIMES.
               10  WS-AT-ET-INDEX          PIC 9(5) COMP-3.
               10  WS-AT-ROUTING           PIC X(9).
               10  WS-AT-ACCOUNT           PIC X(17).
               10  WS-AT-SOURCE            PIC X(10).

       01  WS-WORK-FIELDS.
           05  WS-ET-INDEX                 PIC 9(5) COMP-3 VALUE ZEROS.
           05  WS-ET-INDEX-2               PIC 9(5) COMP-3 VALUE ZEROS.
           05  WS-AT-INDEX                 PIC 9(5) COMP-3 VALUE ZEROS.
           05  WS-AT-INDEX-2               PIC 9(5) COMP-3 VALUE ZEROS.
           05  WS-DD-INDEX                 PIC 9(1) COMP-3 VALUE ZEROS.
           05  WS-LOW                      PIC 9(5) COMP-3 VALUE ZEROS.
           05  WS-HIGH                     PIC 9(5) COMP-3 VALUE ZEROS.
           05  WS-MID                      PIC 9(5) COMP-3 VALUE ZEROS.
           05  WS-SEARCH-EMP-ID            PIC X(6) VALUE SPACES.
           05  WS-FOUND-INDEX              PIC 9(5) COMP-3 VALUE ZEROS.
           05  WS-DD-SLOT-ED               PIC 9 VALUE ZEROS.

       01  WS-DATETIME.
           05  WS-DATE                     PIC 9(8).

       01  WS-RUN-TOTALS.
           05  WS-SHARED-ACCOUNT-COUNT     PIC 9(5) COMP-3 VALUE ZEROS.
           05  WS-SHARED-ADDRESS-COUNT     PIC 9(5) COMP-3 VALUE ZEROS.
           05  WS-AFTER-TERM-COUNT         PIC 9(5) COMP-3 VALUE ZEROS.
           05  WS-NO-TIME-COUNT            PIC 9(5) COMP-3 VALUE ZEROS.
           05  WS-DORMANT-COUNT            PIC 9(5) COMP-3 VALUE ZEROS.
           05  WS-FINDING-COUNT            PIC 9(5) COMP-3 VALUE ZEROS.
           05  WS-OVERFLOW-COUNT           PIC 9(5) COMP-3 VALUE ZEROS.

       PROCEDURE DIVISION.
       000-MAIN-PROCESS.
      *****************************************************************
      * Main process coordinates the sweep                             *
      *****************************************************************
           PERFORM 100-INITIALIZATION
           PERFORM 200-LOAD-EMPLOYEES
           PERFORM 300-LOAD-MASTER-CHANGES
           PERFORM 400-LOAD-TIME-EVIDENCE
           PERFORM 500-FIND-SHARED-ACCOUNTS
           PERFORM 550-FIND-SHARED-ADDRESSES
           PERFORM 600-SCAN-PAY-HISTORY
           PERFORM 700-FIND-PAY-WITHOUT-TIME
           PERFORM 800-FIND-DORMANT-MASTERS
           PERFORM 900-WRAP-UP

           STOP RUN
           .

       100-INITIALIZATION.
      *****************************************************************
      * Read the sweep window and dormant age, open the files          *
      *****************************************************************
           DISPLAY 'PAYROLL FRAUD SWEEP STARTED'
           ACCEPT WS-DATE FROM DATE YYYYMMDD
           MOVE WS-DATE TO WS-WINDOW-END

           OPEN INPUT FRAUD-PARM-FILE
           IF PARM-FILE-SUCCESS
               READ FRAUD-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-WINDOW-START IS NUMERIC
                           AND PARM-WINDOW-START > ZEROS
                           MOVE PARM-WINDOW-START TO WS-WINDOW-START
                       END-IF
                       IF PARM-WINDOW-END IS NUMERIC
                           AND PARM-WINDOW-END > ZEROS
                           MOVE PARM-WINDOW-END TO WS-WINDOW-END
                       END-IF
                       IF PARM-DORMANT-YEARS IS NUMERIC
                           AND PARM-DORMANT-YEARS > ZEROS
                           MOVE PARM-DORMANT-YEARS TO WS-DORMANT-YEARS
                       END-IF
               END-READ
               CLOSE FRAUD-PARM-FILE
           END-IF

      *****************************************************************
      * The default window is the year ending on the window end, and  *
      * the dormant cutoff is the dormant age back from the same date *
      *****************************************************************
           IF WS-WINDOW-START = ZEROS
               MOVE WS-WINDOW-END TO WS-CUTOFF-WORK-DATE
               SUBTRACT 1 FROM WS-CW-YEAR
               MOVE WS-CUTOFF-WORK-DATE TO WS-WINDOW-START
           END-IF
           MOVE WS-WINDOW-END TO WS-CUTOFF-WORK-DATE
           SUBTRACT WS-DORMANT-YEARS FROM WS-CW-YEAR
           MOVE WS-CUTOFF-WORK-DATE TO WS-DORMANT-CUTOFF

           OPEN INPUT EMPLOYEE-FILE
           OPEN INPUT PAY-HISTORY-FILE
           OPEN OUTPUT FRAUD-FINDING-FILE
           IF NOT EMP-FILE-SUCCESS OR NOT HIST-FILE-SUCCESS
               OR NOT FINDING-FILE-SUCCESS
               DISPLAY 'ERROR OPENING SWEEP FILES - EMP: '
                       EMP-FILE-STATUS ' HIST: ' HIST-FILE-STATUS
               STOP RUN
           END-IF

           DISPLAY 'SWEEP WINDOW: ' WS-WINDOW-START ' - '
                   WS-WINDOW-END
           DISPLAY 'DORMANT CUTOFF: ' WS-DORMANT-CUTOFF
           .

       200-LOAD-EMPLOYEES.
      *****************************************************************
      * Load the master in key order with each employee's deposit      *
      * accounts                                                       *
      *****************************************************************
           MOVE LOW-VALUES TO EMP-ID IN EMPLOYEE-RECORD-FILE
           START EMPLOYEE-FILE
               KEY IS >= EMP-ID IN EMPLOYEE-RECORD-FILE
               INVALID KEY
                   SET EMP-FILE-EOF TO TRUE
           END-START

           PERFORM UNTIL EMP-FILE-EOF
               READ EMPLOYEE-FILE NEXT RECORD
                   INTO WS-EMPLOYEE-RECORD
                   AT END
                       SET EMP-FILE-EOF TO TRUE
                   NOT AT END
                       IF WS-ET-COUNT < 5000
                           ADD 1 TO WS-ET-COUNT
                           MOVE WS-ET-COUNT TO WS-ET-INDEX
                           PERFORM 210-BUILD-EMPLOYEE-ENTRY
                       ELSE
                           ADD 1 TO WS-OVERFLOW-COUNT
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY 'EMPLOYEES LOADED: ' WS-ET-COUNT
           DISPLAY 'DEPOSIT ACCOUNTS LOADED: ' WS-AT-COUNT
           .

       210-BUILD-EMPLOYEE-ENTRY.
      *****************************************************************
      * One employee entry, and one account entry per deposit slot or  *
      * paycard in use                                                 *
      *****************************************************************
           INITIALIZE WS-ET-ENTRY (WS-ET-INDEX)
           MOVE EMP-ID IN WS-EMPLOYEE-RECORD TO
               WS-ET-EMP-ID (WS-ET-INDEX)
           STRING EMP-LAST-NAME IN WS-EMPLOYEE-RECORD
                      DELIMITED BY '  '
                  ', ' DELIMITED BY SIZE
                  EMP-FIRST-NAME IN WS-EMPLOYEE-RECORD
                      DELIMITED BY '  '
                  INTO WS-ET-NAME (WS-ET-INDEX)
           MOVE EMP-STATUS IN WS-EMPLOYEE-RECORD TO
               WS-ET-STATUS (WS-ET-INDEX)
           MOVE EMP-HIRE-DATE IN WS-EMPLOYEE-RECORD TO
               WS-ET-HIRE-DATE (WS-ET-INDEX)
           IF EMP-TERM-DATE IN WS-EMPLOYEE-RECORD IS NUMERIC
               MOVE EMP-TERM-DATE IN WS-EMPLOYEE-RECORD TO
                   WS-ET-TERM-DATE (WS-ET-INDEX)
           END-IF
           MOVE EMP-ADDRESS-LINE-1 IN WS-EMPLOYEE-RECORD TO
               WS-ET-ADDRESS (WS-ET-INDEX)
           MOVE EMP-ZIP IN WS-EMPLOYEE-RECORD (1:5) TO
               WS-ET-ZIP (WS-ET-INDEX)
           MOVE 'N' TO WS-ET-TIME-SW (WS-ET-INDEX)

           PERFORM VARYING WS-DD-INDEX FROM 1 BY 1
                   UNTIL WS-DD-INDEX > 3
               IF EMP-DD-ACCOUNT-NUM IN WS-EMPLOYEE-RECORD
                       (WS-DD-INDEX) NOT = SPACES
                   AND EMP-DD-ACCOUNT-NUM IN WS-EMPLOYEE-RECORD
                       (WS-DD-INDEX) NOT = LOW-VALUES
                   AND WS-AT-COUNT < 10000
                   ADD 1 TO WS-AT-COUNT
                   MOVE WS-ET-INDEX TO WS-AT-ET-INDEX (WS-AT-COUNT)
                   MOVE EMP-DD-ROUTING-NUM IN WS-EMPLOYEE-RECORD
                       (WS-DD-INDEX) TO WS-AT-ROUTING (WS-AT-COUNT)
                   MOVE EMP-DD-ACCOUNT-NUM IN WS-EMPLOYEE-RECORD
                       (WS-DD-INDEX) TO WS-AT-ACCOUNT (WS-AT-COUNT)
                   MOVE WS-DD-INDEX TO WS-DD-SLOT-ED
                   MOVE SPACES TO WS-AT-SOURCE (WS-AT-COUNT)
                   STRING 'DD SLOT ' WS-DD-SLOT-ED
                          DELIMITED BY SIZE
                          INTO WS-AT-SOURCE (WS-AT-COUNT)
               END-IF
           END-PERFORM

           IF EMP-PAYCARD-YES IN WS-EMPLOYEE-RECORD
               AND EMP-PAYCARD-ACCOUNT IN WS-EMPLOYEE-RECORD
                   NOT = SPACES
               AND WS-AT-COUNT < 10000
               ADD 1 TO WS-AT-COUNT
               MOVE WS-ET-INDEX TO WS-AT-ET-INDEX (WS-AT-COUNT)
               MOVE EMP-PAYCARD-ROUTING IN WS-EMPLOYEE-RECORD TO
                   WS-AT-ROUTING (WS-AT-COUNT)
               MOVE EMP-PAYCARD-ACCOUNT IN WS-EMPLOYEE-RECORD TO
                   WS-AT-ACCOUNT (WS-AT-COUNT)
               MOVE 'PAYCARD' TO WS-AT-SOURCE (WS-AT-COUNT)
           END-IF
           .

       250-LOCATE-EMPLOYEE.
      *****************************************************************
      * Binary search of the key-ordered employee table for            *
      * WS-SEARCH-EMP-ID; WS-FOUND-INDEX is zero when not on file      *
      *****************************************************************
           MOVE ZEROS TO WS-FOUND-INDEX
           MOVE 1 TO WS-LOW
           MOVE WS-ET-COUNT TO WS-HIGH
           PERFORM UNTIL WS-LOW > WS-HIGH
               COMPUTE WS-MID = (WS-LOW + WS-HIGH) / 2
               EVALUATE TRUE
                   WHEN WS-ET-EMP-ID (WS-MID) = WS-SEARCH-EMP-ID
                       MOVE WS-MID TO WS-FOUND-INDEX
                       MOVE 1 TO WS-LOW
                       MOVE ZEROS TO WS-HIGH
                   WHEN WS-ET-EMP-ID (WS-MID) < WS-SEARCH-EMP-ID
                       COMPUTE WS-LOW = WS-MID + 1
                   WHEN OTHER
                       COMPUTE WS-HIGH = WS-MID - 1
               END-EVALUATE
           END-PERFORM
           .

       300-LOAD-MASTER-CHANGES.
      *****************************************************************
      * Note each employee's latest change on the audit log. Entries   *
      * without an employee (register access and the like) are not     *
      * master changes                                                 *
      *****************************************************************
           OPEN INPUT AUDIT-LOG-FILE
           IF AUDIT-FILE-SUCCESS
               PERFORM UNTIL AUDIT-FILE-EOF
                   READ AUDIT-LOG-FILE
                       AT END
                           SET AUDIT-FILE-EOF TO TRUE
                       NOT AT END
                           IF AUDIT-EMP-ID IN AUDIT-LOG-RECORD-FILE
                                   NOT = SPACES
                               MOVE AUDIT-EMP-ID IN
                                   AUDIT-LOG-RECORD-FILE TO
                                   WS-SEARCH-EMP-ID
                               PERFORM 250-LOCATE-EMPLOYEE
                               IF WS-FOUND-INDEX > ZEROS
                                   AND AUDIT-DATE IN
                                       AUDIT-LOG-RECORD-FILE >
                                       WS-ET-LAST-CHANGE
                                           (WS-FOUND-INDEX)
                                   MOVE AUDIT-DATE IN
                                       AUDIT-LOG-RECORD-FILE TO
                                       WS-ET-LAST-CHANGE
                                           (WS-FOUND-INDEX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-LOG-FILE
           END-IF
           .

       400-LOAD-TIME-EVIDENCE.
      *****************************************************************
      * An employee has time behind their pay in the window when the   *
      * punch audit has a punch, the history detail has worked hours,  *
      * or the ACA hours archive has hours of service - every paid     *
      * hour, worked or leave - on a check in the window               *
      *****************************************************************
           OPEN INPUT PUNCH-AUDIT-FILE
           IF PUNCHAUD-FILE-SUCCESS
               PERFORM UNTIL PUNCHAUD-FILE-EOF
                   READ PUNCH-AUDIT-FILE
                       AT END
                           SET PUNCHAUD-FILE-EOF TO TRUE
                       NOT AT END
                           IF PA-WORK-DATE IN PUNCH-AUDIT-RECORD-FILE
                                   >= WS-WINDOW-START
                               AND PA-WORK-DATE IN
                                   PUNCH-AUDIT-RECORD-FILE <=
                                   WS-WINDOW-END
                               MOVE PA-EMPLOYEE-ID IN
                                   PUNCH-AUDIT-RECORD-FILE TO
                                   WS-SEARCH-EMP-ID
                               PERFORM 410-MARK-TIME-FOUND
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PUNCH-AUDIT-FILE
           END-IF

           OPEN INPUT HISTORY-DETAIL-FILE
           IF HISTDTL-FILE-SUCCESS
               PERFORM UNTIL HISTDTL-FILE-EOF
                   READ HISTORY-DETAIL-FILE
                       AT END
                           SET HISTDTL-FILE-EOF TO TRUE
                       NOT AT END
                           IF HD-EARNING-LINE IN
                                   HISTORY-DETAIL-RECORD-FILE
                               AND (HD-CODE IN
                                   HISTORY-DETAIL-RECORD-FILE = 'REG'
                               OR HD-CODE IN
                                   HISTORY-DETAIL-RECORD-FILE = 'OT '
                               OR HD-CODE IN
                                   HISTORY-DETAIL-RECORD-FILE = 'JB2')
                               AND HD-HOURS IN
                                   HISTORY-DETAIL-RECORD-FILE > ZEROS
                               AND HD-CHECK-DATE IN
                                   HISTORY-DETAIL-RECORD-FILE >=
                                   WS-WINDOW-START
                               AND HD-CHECK-DATE IN
                                   HISTORY-DETAIL-RECORD-FILE <=
                                   WS-WINDOW-END
                               MOVE HD-EMP-ID IN
                                   HISTORY-DETAIL-RECORD-FILE TO
                                   WS-SEARCH-EMP-ID
                               PERFORM 410-MARK-TIME-FOUND
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORY-DETAIL-FILE
           END-IF

           OPEN INPUT ACA-HOURS-FILE
           IF ACAHRS-FILE-SUCCESS
               PERFORM UNTIL ACAHRS-FILE-EOF
                   READ ACA-HOURS-FILE
                       AT END
                           SET ACAHRS-FILE-EOF TO TRUE
                       NOT AT END
                           IF AH-SERVICE-HOURS IN ACA-HOURS-RECORD-FILE
                                   > ZEROS
                               AND AH-CHECK-DATE IN
                                   ACA-HOURS-RECORD-FILE >=
                                   WS-WINDOW-START
                               AND AH-CHECK-DATE IN
                                   ACA-HOURS-RECORD-FILE <=
                                   WS-WINDOW-END
                               MOVE AH-EMP-ID IN
                                   ACA-HOURS-RECORD-FILE TO
                                   WS-SEARCH-EMP-ID
                               PERFORM 410-MARK-TIME-FOUND
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACA-HOURS-FILE
           END-IF
           .

       410-MARK-TIME-FOUND.
      *****************************************************************
      * Mark the employee in WS-SEARCH-EMP-ID as having time           *
      *****************************************************************
           PERFORM 250-LOCATE-EMPLOYEE
           IF WS-FOUND-INDEX > ZEROS
               SET WS-ET-HAS-TIME (WS-FOUND-INDEX) TO TRUE
           END-IF
           .

       500-FIND-SHARED-ACCOUNTS.
      *****************************************************************
      * Each pair of employees depositing to the same routing and      *
      * account is a finding, written once per pair                    *
      *****************************************************************
           PERFORM VARYING WS-AT-INDEX FROM 1 BY 1
                   UNTIL WS-AT-INDEX > WS-AT-COUNT
               COMPUTE WS-AT-INDEX-2 = WS-AT-INDEX + 1
               PERFORM UNTIL WS-AT-INDEX-2 > WS-AT-COUNT
                   IF WS-AT-ACCOUNT (WS-AT-INDEX-2) =
                           WS-AT-ACCOUNT (WS-AT-INDEX)
                       AND WS-AT-ROUTING (WS-AT-INDEX-2) =
                           WS-AT-ROUTING (WS-AT-INDEX)
                       AND WS-AT-ET-INDEX (WS-AT-INDEX-2) NOT =
                           WS-AT-ET-INDEX (WS-AT-INDEX)
                       PERFORM 510-WRITE-SHARED-ACCOUNT
                   END-IF
                   ADD 1 TO WS-AT-INDEX-2
               END-PERFORM
           END-PERFORM
           .

       510-WRITE-SHARED-ACCOUNT.
      *****************************************************************
      * Write one shared-account finding                               *
      *****************************************************************
           MOVE WS-AT-ET-INDEX (WS-AT-INDEX) TO WS-ET-INDEX
           MOVE WS-AT-ET-INDEX (WS-AT-INDEX-2) TO WS-ET-INDEX-2
           PERFORM 950-START-FINDING
           SET FF-SHARED-ACCOUNT IN FRAUD-FINDING-RECORD-FILE TO TRUE
           MOVE WS-ET-EMP-ID (WS-ET-INDEX-2) TO
               FF-RELATED-EMP-ID IN FRAUD-FINDING-RECORD-FILE
           MOVE WS-ET-NAME (WS-ET-INDEX-2) TO
               FF-RELATED-EMP-NAME IN FRAUD-FINDING-RECORD-FILE
           STRING WS-AT-ROUTING (WS-AT-INDEX) ' '
                  WS-AT-ACCOUNT (WS-AT-INDEX) ' '
                  WS-AT-SOURCE (WS-AT-INDEX)
                  DELIMITED BY SIZE
                  INTO FF-DETAIL IN FRAUD-FINDING-RECORD-FILE
           PERFORM 960-WRITE-FINDING
           ADD 1 TO WS-SHARED-ACCOUNT-COUNT
           .

       550-FIND-SHARED-ADDRESSES.
      *****************************************************************
      * Each pair of active or on-leave employees with the same first  *
      * address line and ZIP code is a finding, written once per pair  *
      *****************************************************************
           PERFORM VARYING WS-ET-INDEX FROM 1 BY 1
                   UNTIL WS-ET-INDEX > WS-ET-COUNT
               IF WS-ET-ACTIVE (WS-ET-INDEX)
                   AND WS-ET-ADDRESS (WS-ET-INDEX) NOT = SPACES
                   COMPUTE WS-ET-INDEX-2 = WS-ET-INDEX + 1
                   PERFORM UNTIL WS-ET-INDEX-2 > WS-ET-COUNT
                       IF WS-ET-ACTIVE (WS-ET-INDEX-2)
                           AND WS-ET-ADDRESS (WS-ET-INDEX-2) =
                               WS-ET-ADDRESS (WS-ET-INDEX)
                           AND WS-ET-ZIP (WS-ET-INDEX-2) =
                               WS-ET-ZIP (WS-ET-INDEX)
                           PERFORM 560-WRITE-SHARED-ADDRESS
                       END-IF
                       ADD 1 TO WS-ET-INDEX-2
                   END-PERFORM
               END-IF
           END-PERFORM
           .

       560-WRITE-SHARED-ADDRESS.
      *****************************************************************
      * Write one shared-address finding                               *
      *****************************************************************
           PERFORM 950-START-FINDING
           SET FF-SHARED-ADDRESS IN FRAUD-FINDING-RECORD-FILE TO TRUE
           MOVE WS-ET-EMP-ID (WS-ET-INDEX-2) TO
               FF-RELATED-EMP-ID IN FRAUD-FINDING-RECORD-FILE
           MOVE WS-ET-NAME (WS-ET-INDEX-2) TO
               FF-RELATED-EMP-NAME IN FRAUD-FINDING-RECORD-FILE
           STRING WS-ET-ADDRESS (WS-ET-INDEX) ' '
                  WS-ET-ZIP (WS-ET-INDEX)
                  DELIMITED BY SIZE
                  INTO FF-DETAIL IN FRAUD-FINDING-RECORD-FILE
           PERFORM 960-WRITE-FINDING
           ADD 1 TO WS-SHARED-ADDRESS-COUNT
           .

       600-SCAN-PAY-HISTORY.
      *****************************************************************
      * Walk the pay history for checks in the window, voids and       *
      * voided originals aside. Each is counted to its employee, and   *
      * one paying a period that began after the employee's            *
      * separation date is a finding - the final check for the period  *
      * of separation is not                                           *
      *****************************************************************
           MOVE LOW-VALUES TO HIST-KEY IN PAY-HISTORY-RECORD-FILE
           START PAY-HISTORY-FILE
               KEY IS >= HIST-KEY IN PAY-HISTORY-RECORD-FILE
               INVALID KEY
                   SET HIST-FILE-EOF TO TRUE
           END-START

           PERFORM UNTIL HIST-FILE-EOF
               READ PAY-HISTORY-FILE NEXT RECORD
                   AT END
                       SET HIST-FILE-EOF TO TRUE
                   NOT AT END
                       IF HIST-CHECK-DATE IN PAY-HISTORY-RECORD-FILE
                               >= WS-WINDOW-START
                           AND HIST-CHECK-DATE IN
                               PAY-HISTORY-RECORD-FILE <=
                               WS-WINDOW-END
                           AND HIST-RUN-MODE IN
                               PAY-HISTORY-RECORD-FILE NOT = 'V'
                           AND HIST-RUN-MODE IN
                               PAY-HISTORY-RECORD-FILE NOT = 'D'
                           AND HIST-GROSS-PAY IN
                               PAY-HISTORY-RECORD-FILE > ZEROS
                           PERFORM 610-COUNT-PAYMENT
                               THRU 610-EXIT
                       END-IF
               END-READ
           END-PERFORM
           .

       610-COUNT-PAYMENT.
      *****************************************************************
      * Count one payment to its employee and test it against the      *
      * separation date                                                *
      *****************************************************************
           MOVE HIST-EMP-ID IN PAY-HISTORY-RECORD-FILE TO
               WS-SEARCH-EMP-ID
           PERFORM 250-LOCATE-EMPLOYEE
           IF WS-FOUND-INDEX = ZEROS
               GO TO 610-EXIT
           END-IF
           MOVE WS-FOUND-INDEX TO WS-ET-INDEX

           ADD 1 TO WS-ET-PAID-COUNT (WS-ET-INDEX)
           ADD HIST-GROSS-PAY IN PAY-HISTORY-RECORD-FILE TO
               WS-ET-PAID-GROSS (WS-ET-INDEX)
           IF HIST-CHECK-DATE IN PAY-HISTORY-RECORD-FILE >
                   WS-ET-LAST-CHECK (WS-ET-INDEX)
               MOVE HIST-CHECK-DATE IN PAY-HISTORY-RECORD-FILE TO
                   WS-ET-LAST-CHECK (WS-ET-INDEX)
           END-IF

           IF WS-ET-TERM-DATE (WS-ET-INDEX) > ZEROS
               AND NOT WS-ET-ACTIVE (WS-ET-INDEX)
               AND HIST-PERIOD-START-DATE IN PAY-HISTORY-RECORD-FILE
                   IS NUMERIC
               AND HIST-PERIOD-START-DATE IN PAY-HISTORY-RECORD-FILE
                   > WS-ET-TERM-DATE (WS-ET-INDEX)
               PERFORM 950-START-FINDING
               SET FF-PAID-AFTER-TERM IN FRAUD-FINDING-RECORD-FILE
                   TO TRUE
               STRING 'SEPARATED ' WS-ET-TERM-DATE (WS-ET-INDEX)
                      ' PAID '
                      HIST-PERIOD-START-DATE IN
                          PAY-HISTORY-RECORD-FILE
                      '-'
                      HIST-PERIOD-END-DATE IN PAY-HISTORY-RECORD-FILE
                      DELIMITED BY SIZE
                      INTO FF-DETAIL IN FRAUD-FINDING-RECORD-FILE
               MOVE HIST-CHECK-DATE IN PAY-HISTORY-RECORD-FILE TO
                   FF-DATE IN FRAUD-FINDING-RECORD-FILE
               MOVE HIST-GROSS-PAY IN PAY-HISTORY-RECORD-FILE TO
                   FF-AMOUNT IN FRAUD-FINDING-RECORD-FILE
               MOVE 1 TO FF-COUNT IN FRAUD-FINDING-RECORD-FILE
               PERFORM 960-WRITE-FINDING
               ADD 1 TO WS-AFTER-TERM-COUNT
           END-IF
           .
       610-EXIT.
           EXIT.

       700-FIND-PAY-WITHOUT-TIME.
      *****************************************************************
      * Each employee paid in the window with no punch, no worked      *
      * hours, and no hours of service - worked or leave - is a        *
      * finding                                                        *
      *****************************************************************
           PERFORM VARYING WS-ET-INDEX FROM 1 BY 1
                   UNTIL WS-ET-INDEX > WS-ET-COUNT
               IF WS-ET-PAID-COUNT (WS-ET-INDEX) > ZEROS
                   AND NOT WS-ET-HAS-TIME (WS-ET-INDEX)
                   PERFORM 950-START-FINDING
                   SET FF-PAID-WITHOUT-TIME IN
                       FRAUD-FINDING-RECORD-FILE TO TRUE
                   MOVE 'NO PUNCHES, TIME ENTRY, OR LEAVE USAGE' TO
                       FF-DETAIL IN FRAUD-FINDING-RECORD-FILE
                   MOVE WS-ET-LAST-CHECK (WS-ET-INDEX) TO
                       FF-DATE IN FRAUD-FINDING-RECORD-FILE
                   MOVE WS-ET-PAID-GROSS (WS-ET-INDEX) TO
                       FF-AMOUNT IN FRAUD-FINDING-RECORD-FILE
                   MOVE WS-ET-PAID-COUNT (WS-ET-INDEX) TO
                       FF-COUNT IN FRAUD-FINDING-RECORD-FILE
                   PERFORM 960-WRITE-FINDING
                   ADD 1 TO WS-NO-TIME-COUNT
               END-IF
           END-PERFORM
           .

       800-FIND-DORMANT-MASTERS.
      *****************************************************************
      * Each active or on-leave employee hired before the dormant      *
      * cutoff with no master change on the audit log since it is a    *
      * finding                                                        *
      *****************************************************************
           PERFORM VARYING WS-ET-INDEX FROM 1 BY 1
                   UNTIL WS-ET-INDEX > WS-ET-COUNT
               IF WS-ET-ACTIVE (WS-ET-INDEX)
                   AND WS-ET-HIRE-DATE (WS-ET-INDEX) <
                       WS-DORMANT-CUTOFF
                   AND WS-ET-LAST-CHANGE (WS-ET-INDEX) <
                       WS-DORMANT-CUTOFF
                   PERFORM 950-START-FINDING
                   SET FF-DORMANT-MASTER IN FRAUD-FINDING-RECORD-FILE
                       TO TRUE
                   STRING 'HIRED ' WS-ET-HIRE-DATE (WS-ET-INDEX)
                          ' - NO CHANGE SINCE ' WS-DORMANT-CUTOFF
                          DELIMITED BY SIZE
                          INTO FF-DETAIL IN FRAUD-FINDING-RECORD-FILE
                   MOVE WS-ET-LAST-CHANGE (WS-ET-INDEX) TO
                       FF-DATE IN FRAUD-FINDING-RECORD-FILE
                   MOVE WS-ET-PAID-GROSS (WS-ET-INDEX) TO
                       FF-AMOUNT IN FRAUD-FINDING-RECORD-FILE
                   MOVE WS-ET-PAID-COUNT (WS-ET-INDEX) TO
                       FF-COUNT IN FRAUD-FINDING-RECORD-FILE
                   PERFORM 960-WRITE-FINDING
                   ADD 1 TO WS-DORMANT-COUNT
               END-IF
           END-PERFORM
           .

       900-WRAP-UP.
      *****************************************************************
      * Close all files and display the counts                         *
      *****************************************************************
           CLOSE EMPLOYEE-FILE
                 PAY-HISTORY-FILE
                 FRAUD-FINDING-FILE

           DISPLAY 'PAYROLL FRAUD SWEEP COMPLETE'
           DISPLAY 'SHARED DEPOSIT ACCOUNTS: ' WS-SHARED-ACCOUNT-COUNT
           DISPLAY 'SHARED HOME ADDRESSES: ' WS-SHARED-ADDRESS-COUNT
           DISPLAY 'PAID AFTER SEPARATION: ' WS-AFTER-TERM-COUNT
           DISPLAY 'PAID WITHOUT TIME: ' WS-NO-TIME-COUNT
           DISPLAY 'DORMANT MASTER RECORDS: ' WS-DORMANT-COUNT
           DISPLAY 'FINDINGS WRITTEN: ' WS-FINDING-COUNT
           IF WS-OVERFLOW-COUNT > ZEROS
               DISPLAY 'EMPLOYEES NOT SWEPT - TABLE FULL: '
                       WS-OVERFLOW-COUNT
           END-IF
           DISPLAY 'PRINT THE FINDINGS THROUGH THE RESTRICTED REGISTER'
           .

       950-START-FINDING.
      *****************************************************************
      * Start a finding for the employee at WS-ET-INDEX                *
      *****************************************************************
           MOVE SPACES TO FRAUD-FINDING-RECORD-FILE
           MOVE WS-DATE TO FF-SWEEP-DATE IN FRAUD-FINDING-RECORD-FILE
           MOVE WS-WINDOW-START TO
               FF-WINDOW-START IN FRAUD-FINDING-RECORD-FILE
           MOVE WS-WINDOW-END TO
               FF-WINDOW-END IN FRAUD-FINDING-RECORD-FILE
           MOVE WS-ET-EMP-ID (WS-ET-INDEX) TO
               FF-EMP-ID IN FRAUD-FINDING-RECORD-FILE
           MOVE WS-ET-NAME (WS-ET-INDEX) TO
               FF-EMP-NAME IN FRAUD-FINDING-RECORD-FILE
           MOVE WS-ET-STATUS (WS-ET-INDEX) TO
               FF-EMP-STATUS IN FRAUD-FINDING-RECORD-FILE
           MOVE ZEROS TO FF-DATE IN FRAUD-FINDING-RECORD-FILE
                         FF-AMOUNT IN FRAUD-FINDING-RECORD-FILE
                         FF-COUNT IN FRAUD-FINDING-RECORD-FILE
           .

       960-WRITE-FINDING.
      *****************************************************************
      * Write the finding                                              *
      *****************************************************************
           WRITE FRAUD-FINDING-RECORD-FILE
           ADD 1 TO WS-FINDING-COUNT
           .
