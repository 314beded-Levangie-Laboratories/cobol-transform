      *****************************************************************
      * Program: SCHEDB.cbl                                           *
      *                                                               *
      * Purpose: Form 941 Schedule B daily liability report for the   *
      *          Payroll Processing System. As a semiweekly           *
      *          depositor each 941 must carry a Schedule B giving    *
      *          the tax liability for every day of every month in    *
      *          the quarter. This program rebuilds it per paying     *
      *          company and FEIN from the pay history by check date, *
      *          ties its quarter total to the TAXRPT 941 extract,    *
      *          and prints and extracts the schedule with any        *
      *          difference shown.                                    *
      *                                                               *
      * Date Created: 2026-10-15                                      *
      * Author: COBOL Payroll System                                  *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCHEDB.
       AUTHOR. COBOL PAYROLL SYSTEM.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.

      *****************************************************************
      * Program Description:                                          *
      *                                                                *
      * SCHEDB is a standalone quarterly report program in the         *
      * Payroll Processing System. It:                                 *
      *                                                                *
      * 1. Reads the tax year, quarter, and quarter date range from    *
      *    the quarter parameter file shared with QTRBAL               *
      * 2. Walks the pay history, and for every record whose check     *
      *    date falls in the quarter looks up the employee's paying    *
      *    company and adds federal withholding plus 2 x (social       *
      *    security + medicare) to that company's bucket for the       *
      *    check date's month and day. Void reversals carry negative   *
      *    amounts and net out on their own check date                 *
      * 3. Reads the TAXRPT 941 extract and, per company, derives the  *
      *    941 total liability the same way: federal tax plus both     *
      *    halves of the social security and medicare tax it carries   *
      * 4. Prints each company's daily liability grid and monthly      *
      *    totals, the quarter total against the 941 total and the     *
      *    difference, and writes one Schedule B extract record per    *
      *    company with activity                                       *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC.
       OBJECT-COMPUTER. PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QTR-PARM-FILE ASSIGN TO 'QTRPARM'
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

           SELECT OPTIONAL Q941-EXTRACT-FILE ASSIGN TO 'TAX941'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS Q941-FILE-STATUS.

           SELECT SCHEDB-EXTRACT-FILE ASSIGN TO 'SCHEDBX'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS SBX-FILE-STATUS.

           SELECT SCHEDB-REPORT-FILE ASSIGN TO 'SCHDBRPT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  QTR-PARM-FILE.
       01  QTR-PARM-RECORD.
           05  PARM-TAX-YEAR              PIC 9(4).
           05  PARM-QUARTER               PIC 9(1).
           05  PARM-QUARTER-START         PIC 9(8).
           05  PARM-QUARTER-END           PIC 9(8).
           05  FILLER                     PIC X(59).

       FD  EMPLOYEE-FILE.
           COPY EMPFILE REPLACING ==EMPLOYEE-RECORD== BY
               ==EMPLOYEE-RECORD-FILE==.

       FD  PAY-HISTORY-FILE.
           COPY PAYHIST REPLACING ==PAY-HISTORY-RECORD== BY
               ==PAY-HISTORY-RECORD-FILE==.

       FD  Q941-EXTRACT-FILE.
           COPY TAXEXT941 REPLACING ==Q941-EXTRACT-RECORD== BY
               ==Q941-EXTRACT-RECORD-FILE==.

       FD  SCHEDB-EXTRACT-FILE.
           COPY SCHEDBX REPLACING ==SCHEDB-EXTRACT-RECORD== BY
               ==SCHEDB-EXTRACT-RECORD-FILE==.

       FD  SCHEDB-REPORT-FILE.
           01  REPORT-RECORD                PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  PARM-FILE-STATUS           PIC X(2).
               88  PARM-FILE-SUCCESS      VALUE '00'.
           05  EMP-FILE-STATUS            PIC X(2).
               88  EMP-FILE-SUCCESS       VALUE '00'.
           05  HIST-FILE-STATUS           PIC X(2).
               88  HIST-FILE-SUCCESS      VALUE '00' '02'.
               88  HIST-FILE-EOF          VALUE '10'.
           05  Q941-FILE-STATUS           PIC X(2).
               88  Q941-FILE-SUCCESS      VALUE '00' '05'.
               88  Q941-FILE-EOF          VALUE '10'.
           05  SBX-FILE-STATUS            PIC X(2).
               88  SBX-FILE-SUCCESS       VALUE '00'.
           05  REPORT-FILE-STATUS         PIC X(2).
               88  REPORT-FILE-SUCCESS    VALUE '00'.

       01  WS-PARMS.
           05  WS-TAX-YEAR                 PIC 9(4) VALUE ZEROS.
           05  WS-QUARTER                  PIC 9(1) VALUE ZEROS.
           05  WS-QUARTER-START            PIC 9(8) VALUE ZEROS.
           05  WS-QUARTER-END              PIC 9(8) VALUE ZEROS.
           05  WS-FIRST-MONTH              PIC 9(2) VALUE ZEROS.

       COPY COMPANY.

      *****************************************************************
      * Per-company Schedule B buckets, one per COMPANY table entry:   *
      * the liability for each day of each month of the quarter, the  *
      * monthly and quarter totals, and the 941 extract's total        *
      * liability for the same company and quarter                     *
      *****************************************************************
       01  WS-SB-TABLE.
           05  WS-SB-ENTRY OCCURS 10 TIMES.
               10  WS-SB-ACTIVITY-SW       PIC X.
                   88  WS-SB-HAS-ACTIVITY  VALUE 'Y'.
               10  WS-SB-941-FOUND-SW      PIC X.
                   88  WS-SB-941-FOUND     VALUE 'Y'.
               10  WS-SB-MONTH OCCURS 3 TIMES.
                   15  WS-SB-DAY-AMOUNT OCCURS 31 TIMES
                                           PIC S9(9)V99 COMP-3.
                   15  WS-SB-MONTH-TOTAL   PIC S9(9)V99 COMP-3.
               10  WS-SB-QUARTER-TOTAL     PIC S9(11)V99 COMP-3.
               10  WS-SB-941-LIABILITY     PIC S9(11)V99 COMP-3.
               10  WS-SB-DIFFERENCE        PIC S9(11)V99 COMP-3.

       01  WS-WORK-FIELDS.
           05  WS-CO-INDEX                 PIC 9(3) COMP-3 VALUE ZEROS.
           05  WS-EMP-COMPANY              PIC 9(2) COMP-3 VALUE 1.
           05  WS-MONTH-INDEX              PIC 9(2) COMP-3 VALUE ZEROS.
           05  WS-DAY-INDEX                PIC 9(2) COMP-3 VALUE ZEROS.
           05  WS-CELL-COUNT               PIC 9(2) COMP-3 VALUE ZEROS.
           05  WS-CELL-POSITION            PIC 9(3) COMP-3 VALUE ZEROS.
           05  WS-RECORD-LIABILITY         PIC S9(9)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-MASTER-FOUND-SW          PIC X VALUE 'N'.
               88  WS-MASTER-FOUND         VALUE 'Y'.
           05  WS-MONTH-NUMBER             PIC 9 VALUE ZEROS.
           05  WS-CALENDAR-MONTH           PIC 9(2) VALUE ZEROS.
           05  WS-CHECK-DATE               PIC 9(8) VALUE ZEROS.
           05  WS-CHECK-DATE-PARTS REDEFINES WS-CHECK-DATE.
               10  WS-CHECK-YEAR           PIC 9(4).
               10  WS-CHECK-MONTH          PIC 9(2).
               10  WS-CHECK-DAY            PIC 9(2).

       01  WS-RUN-TOTALS.
           05  WS-HIST-RECORDS-USED        PIC 9(7) COMP-3 VALUE ZEROS.
           05  WS-NO-MASTER-COUNT          PIC 9(5) COMP-3 VALUE ZEROS.
           05  WS-SCHEDULES-WRITTEN        PIC 9(3) COMP-3 VALUE ZEROS.
           05  WS-OUT-OF-BALANCE-COUNT     PIC 9(3) COMP-3 VALUE ZEROS.

      *****************************************************************
      * One day's cell on the printed liability grid; seven cells to   *
      * a line                                                         *
      *****************************************************************
       01  WS-GRID-CELL.
           05  WS-CELL-DAY                 PIC 99.
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-CELL-AMOUNT              PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                      PIC X(2) VALUE SPACES.

       01  WS-REPORT-LINE                  PIC X(132).
       01  WS-ED-AMOUNT                    PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
       01  WS-ED-AMOUNT-2                  PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
       01  WS-ED-AMOUNT-3                  PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       000-MAIN-PROCESS.
      *****************************************************************
      * Main process coordinates the Schedule B run                    *
      *****************************************************************
           PERFORM 100-INITIALIZATION
           PERFORM 200-SUM-PAY-HISTORY
           PERFORM 300-LOAD-941-EXTRACT
           PERFORM 400-REPORT-COMPANIES
           PERFORM 900-WRAP-UP

           STOP RUN
           .

       100-INITIALIZATION.
      *****************************************************************
      * Read the parameters, open all files, and clear the buckets     *
      *****************************************************************
           DISPLAY 'FORM 941 SCHEDULE B STARTED'

           CALL 'COMPLOAD' USING COMPANY-TABLE
           IF NOT COMPANY-TABLE-LOADED
               DISPLAY 'ERROR LOADING COMPANY MASTER - RUN STOPPED'
               STOP RUN
           END-IF

           OPEN INPUT QTR-PARM-FILE
           IF NOT PARM-FILE-SUCCESS
               DISPLAY 'ERROR OPENING QUARTER PARM FILE: '
                       PARM-FILE-STATUS
               STOP RUN
           END-IF
           READ QTR-PARM-FILE
               AT END
                   DISPLAY 'QUARTER PARM FILE EMPTY'
                   STOP RUN
           END-READ
           MOVE PARM-TAX-YEAR TO WS-TAX-YEAR
           MOVE PARM-QUARTER TO WS-QUARTER
           MOVE PARM-QUARTER-START TO WS-QUARTER-START
           MOVE PARM-QUARTER-END TO WS-QUARTER-END
           COMPUTE WS-FIRST-MONTH = ((WS-QUARTER - 1) * 3) + 1
           CLOSE QTR-PARM-FILE

           OPEN INPUT EMPLOYEE-FILE
           OPEN INPUT PAY-HISTORY-FILE
           IF NOT EMP-FILE-SUCCESS OR NOT HIST-FILE-SUCCESS
               DISPLAY 'ERROR OPENING SCHEDULE B FILES - EMP: '
                       EMP-FILE-STATUS ' HIST: ' HIST-FILE-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT SCHEDB-EXTRACT-FILE
           OPEN OUTPUT SCHEDB-REPORT-FILE

           PERFORM VARYING WS-CO-INDEX FROM 1 BY 1
                   UNTIL WS-CO-INDEX > COMPANY-ENTRY-COUNT
               MOVE 'N' TO WS-SB-ACTIVITY-SW (WS-CO-INDEX)
               MOVE 'N' TO WS-SB-941-FOUND-SW (WS-CO-INDEX)
               MOVE ZEROS TO WS-SB-QUARTER-TOTAL (WS-CO-INDEX)
               MOVE ZEROS TO WS-SB-941-LIABILITY (WS-CO-INDEX)
               MOVE ZEROS TO WS-SB-DIFFERENCE (WS-CO-INDEX)
               PERFORM VARYING WS-MONTH-INDEX FROM 1 BY 1
                       UNTIL WS-MONTH-INDEX > 3
                   MOVE ZEROS TO
                       WS-SB-MONTH-TOTAL (WS-CO-INDEX WS-MONTH-INDEX)
                   PERFORM VARYING WS-DAY-INDEX FROM 1 BY 1
                           UNTIL WS-DAY-INDEX > 31
                       MOVE ZEROS TO WS-SB-DAY-AMOUNT
                           (WS-CO-INDEX WS-MONTH-INDEX WS-DAY-INDEX)
                   END-PERFORM
               END-PERFORM
           END-PERFORM

           MOVE SPACES TO WS-REPORT-LINE
           STRING 'FORM 941 SCHEDULE B - REPORT OF TAX LIABILITY - '
                  'YEAR ' WS-TAX-YEAR ' QUARTER ' WS-QUARTER
                  '  (' WS-QUARTER-START ' - ' WS-QUARTER-END ')'
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE ALL '-' TO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           .

       200-SUM-PAY-HISTORY.
      *****************************************************************
      * Walk the pay history, rolling every record checked in the      *
      * quarter into its company's day bucket. Voided originals (mode  *
      * 'D') and their reversal lines both stay in the sum, as they    *
      * do in the deposit scheduler - the reversal nets them out       *
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
                               >= WS-QUARTER-START
                           AND HIST-CHECK-DATE IN
                               PAY-HISTORY-RECORD-FILE <=
                               WS-QUARTER-END
                           PERFORM 210-ROLL-ONE-HISTORY
                       END-IF
               END-READ
           END-PERFORM
           .

       210-ROLL-ONE-HISTORY.
      *****************************************************************
      * Resolve the employee's paying company and add the record's     *
      * liability to the check date's bucket. A blank company code     *
      * predates multi-company processing and belongs to company 01,   *
      * and an unknown code or a missing master falls back there as    *
      * well, the same as the 941 extract assigns it                   *
      *****************************************************************
           MOVE 1 TO WS-EMP-COMPANY
           MOVE HIST-EMP-ID IN PAY-HISTORY-RECORD-FILE TO
               EMP-ID IN EMPLOYEE-RECORD-FILE
           MOVE 'Y' TO WS-MASTER-FOUND-SW
           READ EMPLOYEE-FILE
               INVALID KEY
                   MOVE 'N' TO WS-MASTER-FOUND-SW
           END-READ

           IF WS-MASTER-FOUND
               PERFORM VARYING WS-CO-INDEX FROM 1 BY 1
                       UNTIL WS-CO-INDEX > COMPANY-ENTRY-COUNT
                   IF COMPANY-CODE (WS-CO-INDEX) =
                           EMP-COMPANY-CODE IN EMPLOYEE-RECORD-FILE
                       MOVE WS-CO-INDEX TO WS-EMP-COMPANY
                       MOVE 99 TO WS-CO-INDEX
                   END-IF
               END-PERFORM
           ELSE
               ADD 1 TO WS-NO-MASTER-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'HISTORY WITHOUT MASTER  EMP: '
                      HIST-EMP-ID IN PAY-HISTORY-RECORD-FILE
                      ' CHECK DATE: '
                      HIST-CHECK-DATE IN PAY-HISTORY-RECORD-FILE
                      ' - ASSIGNED TO COMPANY '
                      COMPANY-CODE (1)
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE REPORT-RECORD FROM WS-REPORT-LINE
           END-IF

           COMPUTE WS-RECORD-LIABILITY =
               HIST-FEDERAL-TAX IN PAY-HISTORY-RECORD-FILE +
               ((HIST-SOCIAL-SEC-TAX IN PAY-HISTORY-RECORD-FILE +
                 HIST-MEDICARE-TAX IN PAY-HISTORY-RECORD-FILE) * 2)

           MOVE HIST-CHECK-DATE IN PAY-HISTORY-RECORD-FILE TO
               WS-CHECK-DATE
           COMPUTE WS-MONTH-INDEX = WS-CHECK-MONTH - WS-FIRST-MONTH + 1
           IF WS-MONTH-INDEX < 1 OR WS-MONTH-INDEX > 3
               OR WS-CHECK-DAY < 1 OR WS-CHECK-DAY > 31
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'CHECK DATE OUTSIDE QUARTER MONTHS  EMP: '
                      HIST-EMP-ID IN PAY-HISTORY-RECORD-FILE
                      ' CHECK DATE: ' WS-CHECK-DATE
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE REPORT-RECORD FROM WS-REPORT-LINE
           ELSE
               ADD WS-RECORD-LIABILITY TO WS-SB-DAY-AMOUNT
                   (WS-EMP-COMPANY WS-MONTH-INDEX WS-CHECK-DAY)
               ADD WS-RECORD-LIABILITY TO
                   WS-SB-MONTH-TOTAL (WS-EMP-COMPANY WS-MONTH-INDEX)
               ADD WS-RECORD-LIABILITY TO
                   WS-SB-QUARTER-TOTAL (WS-EMP-COMPANY)
               MOVE 'Y' TO WS-SB-ACTIVITY-SW (WS-EMP-COMPANY)
               ADD 1 TO WS-HIST-RECORDS-USED
           END-IF
           .

       300-LOAD-941-EXTRACT.
      *****************************************************************
      * Pick up each company's 941 total liability for the quarter:    *
      * the extract carries the employee-withheld social security and  *
      * medicare, so the employer's matching half is added the same    *
      * way the day buckets were built                                 *
      *****************************************************************
           OPEN INPUT Q941-EXTRACT-FILE
           IF Q941-FILE-SUCCESS
               PERFORM UNTIL Q941-FILE-EOF
                   READ Q941-EXTRACT-FILE
                       AT END
                           SET Q941-FILE-EOF TO TRUE
                       NOT AT END
                           IF Q941-TAX-YEAR IN Q941-EXTRACT-RECORD-FILE
                                   = WS-TAX-YEAR
                               AND Q941-QUARTER IN
                                   Q941-EXTRACT-RECORD-FILE =
                                   WS-QUARTER
                               PERFORM 310-POST-ONE-COMPANY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Q941-EXTRACT-FILE
           ELSE
               DISPLAY 'NO 941 EXTRACT AVAILABLE - STATUS: '
                       Q941-FILE-STATUS
           END-IF
           .

       310-POST-ONE-COMPANY.
      *****************************************************************
      * Post one 941 extract record's liability to its company         *
      *****************************************************************
           PERFORM VARYING WS-CO-INDEX FROM 1 BY 1
                   UNTIL WS-CO-INDEX > COMPANY-ENTRY-COUNT
               IF COMPANY-CODE (WS-CO-INDEX) =
                       Q941-COMPANY-CODE IN Q941-EXTRACT-RECORD-FILE
                   COMPUTE WS-SB-941-LIABILITY (WS-CO-INDEX) =
                       Q941-TOTAL-FEDERAL-TAX IN
                           Q941-EXTRACT-RECORD-FILE +
                       ((Q941-TOTAL-SOC-SEC-TAX IN
                           Q941-EXTRACT-RECORD-FILE +
                         Q941-TOTAL-MEDICARE-TAX IN
                           Q941-EXTRACT-RECORD-FILE) * 2)
                   MOVE 'Y' TO WS-SB-941-FOUND-SW (WS-CO-INDEX)
                   MOVE 99 TO WS-CO-INDEX
               END-IF
           END-PERFORM
           .

       400-REPORT-COMPANIES.
      *****************************************************************
      * Print and extract the schedule for every company with history  *
      * activity or a 941 extract record this quarter                  *
      *****************************************************************
           PERFORM VARYING WS-CO-INDEX FROM 1 BY 1
                   UNTIL WS-CO-INDEX > COMPANY-ENTRY-COUNT
               IF WS-SB-HAS-ACTIVITY (WS-CO-INDEX)
                   OR WS-SB-941-FOUND (WS-CO-INDEX)
                   PERFORM 410-REPORT-ONE-COMPANY
               END-IF
           END-PERFORM
           .

       410-REPORT-ONE-COMPANY.
      *****************************************************************
      * Company heading, the three month grids, and the tie-out to     *
      * the 941                                                        *
      *****************************************************************
           COMPUTE WS-SB-DIFFERENCE (WS-CO-INDEX) =
               WS-SB-941-LIABILITY (WS-CO-INDEX) -
               WS-SB-QUARTER-TOTAL (WS-CO-INDEX)

           MOVE SPACES TO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'COMPANY ' COMPANY-CODE (WS-CO-INDEX) '  '
                  COMPANY-NAME (WS-CO-INDEX)
                  '  FEIN ' COMPANY-FEIN-ID (WS-CO-INDEX)
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE

           PERFORM VARYING WS-MONTH-INDEX FROM 1 BY 1
                   UNTIL WS-MONTH-INDEX > 3
               PERFORM 420-PRINT-MONTH-GRID
           END-PERFORM

           MOVE WS-SB-QUARTER-TOTAL (WS-CO-INDEX) TO WS-ED-AMOUNT
           MOVE WS-SB-941-LIABILITY (WS-CO-INDEX) TO WS-ED-AMOUNT-2
           MOVE WS-SB-DIFFERENCE (WS-CO-INDEX) TO WS-ED-AMOUNT-3
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  TOTAL LIABILITY FOR QUARTER ' WS-ED-AMOUNT
                  '   941 TOTAL LIABILITY ' WS-ED-AMOUNT-2
                  '   DIFFERENCE ' WS-ED-AMOUNT-3
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           IF NOT WS-SB-941-FOUND (WS-CO-INDEX)
               ADD 1 TO WS-OUT-OF-BALANCE-COUNT
               STRING '  NO 941 EXTRACT RECORD FOR THIS COMPANY AND '
                      'QUARTER - DO NOT FILE UNTIL RESOLVED'
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
               IF WS-SB-DIFFERENCE (WS-CO-INDEX) NOT = ZEROS
                   ADD 1 TO WS-OUT-OF-BALANCE-COUNT
                   STRING '  SCHEDULE B DOES NOT AGREE WITH 941 - '
                          'DO NOT FILE UNTIL RESOLVED'
                          DELIMITED BY SIZE INTO WS-REPORT-LINE
               ELSE
                   MOVE '  SCHEDULE B AGREES WITH 941' TO
                       WS-REPORT-LINE
               END-IF
           END-IF
           WRITE REPORT-RECORD FROM WS-REPORT-LINE

           PERFORM 450-WRITE-SCHEDB-EXTRACT
           .

       420-PRINT-MONTH-GRID.
      *****************************************************************
      * Print one month's liability for every day, seven days to a     *
      * line, followed by the month total                              *
      *****************************************************************
           MOVE WS-MONTH-INDEX TO WS-MONTH-NUMBER
           COMPUTE WS-CALENDAR-MONTH =
               WS-FIRST-MONTH + WS-MONTH-INDEX - 1
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  MONTH ' WS-MONTH-NUMBER ' OF QUARTER  ('
                  WS-TAX-YEAR '-' WS-CALENDAR-MONTH ')'
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           MOVE ZEROS TO WS-CELL-COUNT
           PERFORM VARYING WS-DAY-INDEX FROM 1 BY 1
                   UNTIL WS-DAY-INDEX > 31
               MOVE WS-DAY-INDEX TO WS-CELL-DAY
               MOVE WS-SB-DAY-AMOUNT
                   (WS-CO-INDEX WS-MONTH-INDEX WS-DAY-INDEX)
                   TO WS-CELL-AMOUNT
               COMPUTE WS-CELL-POSITION = (WS-CELL-COUNT * 18) + 5
               MOVE WS-GRID-CELL TO
                   WS-REPORT-LINE (WS-CELL-POSITION:18)
               ADD 1 TO WS-CELL-COUNT
               IF WS-CELL-COUNT = 7 OR WS-DAY-INDEX = 31
                   WRITE REPORT-RECORD FROM WS-REPORT-LINE
                   MOVE SPACES TO WS-REPORT-LINE
                   MOVE ZEROS TO WS-CELL-COUNT
               END-IF
           END-PERFORM

           MOVE WS-SB-MONTH-TOTAL (WS-CO-INDEX WS-MONTH-INDEX)
               TO WS-ED-AMOUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING '    TOTAL LIABILITY FOR MONTH ' WS-ED-AMOUNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           .

       450-WRITE-SCHEDB-EXTRACT.
      *****************************************************************
      * Write the company's Schedule B extract record                  *
      *****************************************************************
           MOVE SPACES TO SCHEDB-EXTRACT-RECORD-FILE
           MOVE COMPANY-CODE (WS-CO-INDEX) TO
               SBX-COMPANY-CODE IN SCHEDB-EXTRACT-RECORD-FILE
           MOVE COMPANY-FEIN-ID (WS-CO-INDEX) TO
               SBX-FEIN-ID IN SCHEDB-EXTRACT-RECORD-FILE
           MOVE WS-TAX-YEAR TO
               SBX-TAX-YEAR IN SCHEDB-EXTRACT-RECORD-FILE
           MOVE WS-QUARTER TO
               SBX-QUARTER IN SCHEDB-EXTRACT-RECORD-FILE

           PERFORM VARYING WS-MONTH-INDEX FROM 1 BY 1
                   UNTIL WS-MONTH-INDEX > 3
               COMPUTE SBX-CALENDAR-MONTH IN SCHEDB-EXTRACT-RECORD-FILE
                   (WS-MONTH-INDEX) = WS-FIRST-MONTH +
                   WS-MONTH-INDEX - 1
               MOVE WS-SB-MONTH-TOTAL (WS-CO-INDEX WS-MONTH-INDEX) TO
                   SBX-MONTH-TOTAL IN SCHEDB-EXTRACT-RECORD-FILE
                   (WS-MONTH-INDEX)
               PERFORM VARYING WS-DAY-INDEX FROM 1 BY 1
                       UNTIL WS-DAY-INDEX > 31
                   MOVE WS-SB-DAY-AMOUNT
                       (WS-CO-INDEX WS-MONTH-INDEX WS-DAY-INDEX) TO
                       SBX-DAY-LIABILITY IN SCHEDB-EXTRACT-RECORD-FILE
                       (WS-MONTH-INDEX WS-DAY-INDEX)
               END-PERFORM
           END-PERFORM

           MOVE WS-SB-QUARTER-TOTAL (WS-CO-INDEX) TO
               SBX-QUARTER-TOTAL IN SCHEDB-EXTRACT-RECORD-FILE
           MOVE WS-SB-941-LIABILITY (WS-CO-INDEX) TO
               SBX-941-TOTAL-LIABILITY IN SCHEDB-EXTRACT-RECORD-FILE
           MOVE WS-SB-DIFFERENCE (WS-CO-INDEX) TO
               SBX-DIFFERENCE IN SCHEDB-EXTRACT-RECORD-FILE
           IF WS-SB-941-FOUND (WS-CO-INDEX)
               AND WS-SB-DIFFERENCE (WS-CO-INDEX) = ZEROS
               SET SBX-BALANCED IN SCHEDB-EXTRACT-RECORD-FILE TO TRUE
           ELSE
               SET SBX-OUT-OF-BALANCE IN SCHEDB-EXTRACT-RECORD-FILE
                   TO TRUE
           END-IF

           WRITE SCHEDB-EXTRACT-RECORD-FILE
           IF NOT SBX-FILE-SUCCESS
               DISPLAY 'ERROR WRITING SCHEDULE B EXTRACT: '
                       SBX-FILE-STATUS
           ELSE
               ADD 1 TO WS-SCHEDULES-WRITTEN
           END-IF
           .

       900-WRAP-UP.
      *****************************************************************
      * Write the agrees/does-not-agree verdict, close all files, and  *
      * display run totals                                             *
      *****************************************************************
           MOVE SPACES TO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           IF WS-OUT-OF-BALANCE-COUNT = ZEROS
               MOVE 'ALL SCHEDULES AGREE WITH THE 941 - CLEAR TO FILE'
                   TO WS-REPORT-LINE
           ELSE
               STRING 'SCHEDULE B/941 DIFFERENCES FOUND - DO NOT '
                      'FILE UNTIL RESOLVED'
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF
           WRITE REPORT-RECORD FROM WS-REPORT-LINE

           CLOSE EMPLOYEE-FILE
                 PAY-HISTORY-FILE
                 SCHEDB-EXTRACT-FILE
                 SCHEDB-REPORT-FILE

           DISPLAY 'FORM 941 SCHEDULE B COMPLETE'
           DISPLAY 'HISTORY RECORDS USED: ' WS-HIST-RECORDS-USED
           DISPLAY 'HISTORY WITHOUT MASTER: ' WS-NO-MASTER-COUNT
           DISPLAY 'SCHEDULES WRITTEN: ' WS-SCHEDULES-WRITTEN
           DISPLAY 'OUT OF BALANCE: ' WS-OUT-OF-BALANCE-COUNT
           .
