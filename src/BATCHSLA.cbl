      *****************************************************************
      * Program: BATCHSLA.cbl                                         *
      *                                                               *
      * Purpose: Batch window timing and SLA report for the Payroll   *
      *          Processing System. Works out from the step ledger    *
      *          how long each pipeline step and the whole window     *
      *          ran for each period, traces the window's critical    *
      *          path through the predecessor map, flags steps        *
      *          running slower than their trailing average, and      *
      *          measures each period's finish against the check-date *
      *          deadline and the NACHA transmission cutoff, so a     *
      *          creeping window is seen before it misses a payday.   *
      *                                                               *
      * Date Created: 2026-10-15                                      *
      * Author: COBOL Payroll System                                  *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCHSLA.
       AUTHOR. COBOL PAYROLL SYSTEM.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.

      *****************************************************************
      * Program Description:                                          *
      *                                                                *
      * BATCHSLA is a standalone report in the Payroll Processing      *
      * System. It:                                                    *
      *                                                                *
      * 1. Reads the run parameters (periods to report, slow-step      *
      *    threshold, deadline time on the check date, the step that   *
      *    produces the NACHA file, and the ACH lead days and cutoff   *
      *    time); a missing or blank parameter takes its default       *
      * 2. Loads every step ledger entry, grouped by period, and       *
      *    orders the periods by check date from the period calendar   *
      * 3. For each of the last N periods: works out each step's       *
      *    elapsed time, the window's start, finish, and elapsed       *
      *    time, and the critical path - walked backward from the      *
      *    last step to finish through the latest-finishing            *
      *    predecessor on the pipeline map                             *
      * 4. Flags any step more than the threshold percent slower than  *
      *    its average over the prior N periods of the same pay        *
      *    frequency                                                   *
      * 5. Measures the window's finish against the deadline on the    *
      *    check date, and the NACHA step's finish against the ACH     *
      *    cutoff: the effective entry date PAYCALC would set (check   *
      *    date rolled back off weekends and banking holidays) less    *
      *    the lead banking days, at the cutoff time                   *
      *                                                                *
      * The ledger keeps each step's latest execution only, so a       *
      * rerun step is timed by its rerun.                              *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC.
       OBJECT-COMPUTER. PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SLA-PARM-FILE ASSIGN TO 'SLAPARM'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS PARM-FILE-STATUS.

           SELECT STEP-LEDGER-FILE ASSIGN TO 'STEPLED'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS SL-KEY
           FILE STATUS IS STEP-FILE-STATUS.

           SELECT OPTIONAL PERIOD-CALENDAR-FILE ASSIGN TO 'PERCAL'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS PERCAL-FILE-STATUS.

           SELECT OPTIONAL HOLIDAY-CALENDAR-FILE ASSIGN TO 'HOLCAL'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS HOLCAL-FILE-STATUS.

           SELECT SLA-REPORT-FILE ASSIGN TO 'BATCHSLA'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SLA-PARM-FILE.
       01  SLA-PARM-RECORD.
           05  PARM-PERIOD-COUNT          PIC 9(2).
           05  PARM-SLOW-PERCENT          PIC 9(3).
           05  PARM-DEADLINE-TIME         PIC 9(6).
           05  PARM-MARGIN-WARN-HOURS     PIC 9(2).
           05  PARM-ACH-STEP              PIC X(8).
           05  PARM-ACH-LEAD-DAYS         PIC 9(1).
           05  PARM-ACH-CUTOFF-TIME       PIC 9(6).
           05  FILLER                     PIC X(52).

       FD  STEP-LEDGER-FILE.
           COPY STEPLED REPLACING ==STEP-LEDGER-RECORD== BY
               ==STEP-LEDGER-RECORD-FILE==.

       FD  PERIOD-CALENDAR-FILE.
           COPY PERCAL REPLACING ==PERIOD-CALENDAR-RECORD== BY
               ==PERIOD-CALENDAR-RECORD-FILE==.

       FD  HOLIDAY-CALENDAR-FILE.
           COPY HOLCAL REPLACING ==HOLIDAY-CALENDAR-RECORD== BY
               ==HOLIDAY-CALENDAR-RECORD-FILE==.

       FD  SLA-REPORT-FILE.
           01  REPORT-RECORD                PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  PARM-FILE-STATUS           PIC X(2).
               88  PARM-FILE-SUCCESS      VALUE '00' '05'.
           05  STEP-FILE-STATUS           PIC X(2).
               88  STEP-FILE-SUCCESS      VALUE '00'.
               88  STEP-FILE-EOF          VALUE '10'.
           05  PERCAL-FILE-STATUS         PIC X(2).
               88  PERCAL-FILE-SUCCESS    VALUE '00' '05'.
               88  PERCAL-FILE-EOF        VALUE '10'.
           05  HOLCAL-FILE-STATUS         PIC X(2).
               88  HOLCAL-FILE-SUCCESS    VALUE '00' '05'.
               88  HOLCAL-FILE-EOF        VALUE '10'.
           05  REPORT-FILE-STATUS         PIC X(2).
               88  REPORT-FILE-SUCCESS    VALUE '00'.

       COPY STEPMAP.

       01  WS-DATE                         PIC 9(8) VALUE ZEROS.

      *****************************************************************
      * Run parameters, defaulted where the parameter file is missing  *
      * or the field is blank                                          *
      *****************************************************************
       01  WS-PARAMETERS.
           05  WS-PERIODS-TO-REPORT        PIC 9(2) VALUE 6.
           05  WS-SLOW-PERCENT             PIC 9(3) VALUE 25.
           05  WS-DEADLINE-TIME            PIC 9(6) VALUE ZEROS.
           05  WS-MARGIN-WARN-HOURS        PIC 9(2) VALUE 4.
           05  WS-ACH-STEP                 PIC X(8) VALUE 'PAYCALC'.
           05  WS-ACH-LEAD-DAYS            PIC 9(1) VALUE 1.
           05  WS-ACH-CUTOFF-TIME          PIC 9(6) VALUE 170000.

      *****************************************************************
      * Period calendar check dates and Federal Reserve banking        *
      * holidays                                                       *
      *****************************************************************
       01  WS-CALENDAR-TABLE.
           05  WS-CAL-COUNT                PIC 9(4) COMP-3 VALUE ZEROS.
           05  WS-CAL-ENTRY OCCURS 1000 TIMES.
               10  WS-CAL-PERIOD-ID        PIC 9(6).
               10  WS-CAL-CHECK-DATE       PIC 9(8).
       01  WS-CAL-INDEX                    PIC 9(4) COMP-3 VALUE ZEROS.

       01  WS-BANK-HOLIDAY-TABLE.
           05  WS-BH-COUNT                 PIC 9(3) COMP-3 VALUE ZEROS.
           05  WS-BH-ENTRY OCCURS 100 TIMES.
               10  WS-BH-DATE              PIC 9(8).
       01  WS-BH-INDEX                     PIC 9(3) COMP-3 VALUE ZEROS.

      *****************************************************************
      * Step ledger by period. Timestamps are date and time run        *
      * together as YYYYMMDDHHMMSS; elapsed times are in seconds       *
      *****************************************************************
       01  WS-PERIOD-TABLE.
           05  WS-PT-COUNT                 PIC 9(3) COMP-3 VALUE ZEROS.
           05  WS-PT-ENTRY OCCURS 300 TIMES.
               10  WS-PT-PERIOD-ID         PIC 9(6).
               10  WS-PT-PERIOD-PARTS REDEFINES WS-PT-PERIOD-ID.
                   15  WS-PT-FREQ-DIGIT    PIC 9.
                   15  FILLER              PIC 9(5).
               10  WS-PT-CHECK-DATE        PIC 9(8).
               10  WS-PT-SORT-KEY          PIC 9(14).
               10  WS-PT-WINDOW-START      PIC 9(14).
               10  WS-PT-WINDOW-FINISH     PIC 9(14).
               10  WS-PT-WINDOW-ELAPSED    PIC S9(9) COMP-3.
               10  WS-PT-OPEN-STEPS        PIC 9(2) COMP-3.
               10  WS-PT-PATH-TEXT         PIC X(100).
               10  WS-PT-PATH-ELAPSED      PIC S9(9) COMP-3.
               10  WS-PT-DEADLINE-MARGIN   PIC S9(9) COMP-3.
               10  WS-PT-DEADLINE-STATUS   PIC X(8).
               10  WS-PT-ACH-CUTOFF        PIC 9(14).
               10  WS-PT-ACH-MARGIN        PIC S9(9) COMP-3.
               10  WS-PT-ACH-STATUS        PIC X(8).
               10  WS-PT-SLOW-COUNT        PIC 9(2) COMP-3.
               10  WS-PT-STEP-COUNT        PIC 9(2) COMP-3.
               10  WS-PT-STEP OCCURS 20 TIMES.
                   15  WS-PS-PROGRAM       PIC X(8).
                   15  WS-PS-STATUS        PIC X.
                       88  WS-PS-COMPLETE  VALUE 'C'.
                   15  WS-PS-START-TS      PIC 9(14).
                   15  WS-PS-COMPLETE-TS   PIC 9(14).
                   15  WS-PS-ELAPSED       PIC S9(9) COMP-3.
                   15  WS-PS-TRAIL-AVG     PIC S9(9) COMP-3.
                   15  WS-PS-TRAIL-COUNT   PIC 9(2) COMP-3.
                   15  WS-PS-OVER-PCT      PIC S9(5) COMP-3.
                   15  WS-PS-CRITICAL-SW   PIC X.
                       88  WS-PS-CRITICAL  VALUE 'Y'.
                   15  WS-PS-SLOW-SW       PIC X.
                       88  WS-PS-SLOW      VALUE 'Y'.

      *****************************************************************
      * Periods in check-date order, and the report window within it   *
      *****************************************************************
       01  WS-ORDER-TABLE.
           05  WS-ORDER-PT OCCURS 300 TIMES PIC 9(3) COMP-3.
       01  WS-ORDER-WORK.
           05  WS-ORD-INDEX                PIC S9(4) COMP-3 VALUE ZEROS.
           05  WS-ORD-INNER                PIC S9(4) COMP-3 VALUE ZEROS.
           05  WS-ORD-SWAP                 PIC 9(3) COMP-3 VALUE ZEROS.
           05  WS-ORD-SWAPPED-SW           PIC X VALUE 'N'.
               88  WS-ORD-SWAPPED          VALUE 'Y'.
           05  WS-REPORT-FIRST             PIC S9(4) COMP-3 VALUE ZEROS.
           05  WS-TRAIL-POS                PIC S9(4) COMP-3 VALUE ZEROS.
           05  WS-TRAIL-PERIODS            PIC 9(2) COMP-3 VALUE ZEROS.

       01  WS-WORK-FIELDS.
           05  WS-PT                       PIC 9(3) COMP-3 VALUE ZEROS.
           05  WS-PT-OTHER                 PIC 9(3) COMP-3 VALUE ZEROS.
           05  WS-PS                       PIC 9(2) COMP-3 VALUE ZEROS.
           05  WS-PS-OTHER                 PIC 9(2) COMP-3 VALUE ZEROS.
           05  WS-PS-FOUND                 PIC 9(2) COMP-3 VALUE ZEROS.
           05  WS-FIND-PROGRAM             PIC X(8) VALUE SPACES.
           05  WS-HOLD-PERIOD-ID           PIC 9(6) VALUE ZEROS.
           05  WS-TRAIL-SUM                PIC S9(11) COMP-3
                                       VALUE ZEROS.
           05  WS-SLOW-LIMIT               PIC S9(11) COMP-3
                                       VALUE ZEROS.
           05  WS-MAP-INDEX                PIC 9(2) COMP-3 VALUE ZEROS.
           05  WS-PRED-INDEX               PIC 9(1) COMP-3 VALUE ZEROS.
           05  WS-MAP-FOUND-SW             PIC X VALUE 'N'.
               88  WS-MAP-FOUND            VALUE 'Y'.
           05  WS-PATH-COUNT               PIC 9(2) COMP-3 VALUE ZEROS.
           05  WS-PATH-STEP OCCURS 12 TIMES PIC 9(2) COMP-3.
           05  WS-PATH-INDEX               PIC 9(2) COMP-3 VALUE ZEROS.
           05  WS-PATH-CURRENT             PIC 9(2) COMP-3 VALUE ZEROS.
           05  WS-PATH-BEST                PIC 9(2) COMP-3 VALUE ZEROS.
           05  WS-PATH-BEST-TS             PIC 9(14) VALUE ZEROS.
           05  WS-PATH-POINTER             PIC 9(3) COMP-3 VALUE ZEROS.
           05  WS-DEADLINE-TS              PIC 9(14) VALUE ZEROS.
           05  WS-LEAD-COUNT               PIC 9(1) VALUE ZEROS.

       01  WS-RUN-TOTALS.
           05  WS-LEDGER-COUNT             PIC 9(7) COMP-3 VALUE ZEROS.
           05  WS-DROPPED-COUNT            PIC 9(7) COMP-3 VALUE ZEROS.
           05  WS-REPORTED-COUNT           PIC 9(3) COMP-3 VALUE ZEROS.
           05  WS-TOTAL-SLOW               PIC 9(5) COMP-3 VALUE ZEROS.
           05  WS-TOTAL-AT-RISK            PIC 9(3) COMP-3 VALUE ZEROS.
           05  WS-TOTAL-MISSED             PIC 9(3) COMP-3 VALUE ZEROS.
           05  WS-TOTAL-ACH-MISSED         PIC 9(3) COMP-3 VALUE ZEROS.

      *****************************************************************
      * Elapsed-time work: seconds from one timestamp to another,      *
      * negative when the second is earlier                            *
      *****************************************************************
       01  WS-ELAPSED-WORK.
           05  WS-EW-FROM-TS               PIC 9(14).
           05  WS-EW-FROM-PARTS REDEFINES WS-EW-FROM-TS.
               10  WS-EW-FROM-DATE         PIC 9(8).
               10  WS-EW-FROM-HH           PIC 9(2).
               10  WS-EW-FROM-MM           PIC 9(2).
               10  WS-EW-FROM-SS           PIC 9(2).
           05  WS-EW-TO-TS                 PIC 9(14).
           05  WS-EW-TO-PARTS REDEFINES WS-EW-TO-TS.
               10  WS-EW-TO-DATE           PIC 9(8).
               10  WS-EW-TO-HH             PIC 9(2).
               10  WS-EW-TO-MM             PIC 9(2).
               10  WS-EW-TO-SS             PIC 9(2).
           05  WS-EW-HOLD-TS               PIC 9(14).
           05  WS-EW-NEGATE-SW             PIC X VALUE 'N'.
               88  WS-EW-NEGATE            VALUE 'Y'.
           05  WS-EW-DAYS                  PIC 9(3) COMP-3 VALUE ZEROS.
           05  WS-EW-SECONDS               PIC S9(9) COMP-3
                                       VALUE ZEROS.

       01  WS-CALENDAR-WORK.
           05  WS-WORK-DATE               PIC 9(8).
           05  WS-WORK-DATE-PARTS REDEFINES WS-WORK-DATE.
               10  WS-WORK-YEAR           PIC 9(4).
               10  WS-WORK-MONTH          PIC 9(2).
               10  WS-WORK-DAY            PIC 9(2).
           05  WS-WEEKDAY                 PIC 9(1) COMP-3 VALUE ZEROS.
           05  WS-NONBANK-SW              PIC X VALUE 'N'.
               88  WS-NONBANK-DAY         VALUE 'Y'.
           05  WS-ZELLER-Q                PIC 9(2) COMP-3 VALUE ZEROS.
           05  WS-ZELLER-M                PIC 9(2) COMP-3 VALUE ZEROS.
           05  WS-ZELLER-K                PIC 9(4) COMP-3 VALUE ZEROS.
           05  WS-ZELLER-J                PIC 9(2) COMP-3 VALUE ZEROS.
           05  WS-ZELLER-YEAR             PIC 9(4) COMP-3 VALUE ZEROS.
           05  WS-ZELLER-T1               PIC 9(5) COMP-3 VALUE ZEROS.
           05  WS-ZELLER-T2               PIC 9(5) COMP-3 VALUE ZEROS.
           05  WS-ZELLER-T3               PIC 9(5) COMP-3 VALUE ZEROS.
           05  WS-ZELLER-SUM              PIC 9(7) COMP-3 VALUE ZEROS.
           05  WS-MONTH-DAYS              PIC 9(2) COMP-3 VALUE ZEROS.
           05  WS-LEAP-REMAINDER          PIC 9(3) COMP-3 VALUE ZEROS.

      *****************************************************************
      * Print formatting for timestamps and durations                  *
      *****************************************************************
       01  WS-FORMAT-WORK.
           05  WS-FMT-TS                   PIC 9(14).
           05  WS-FMT-TS-PARTS REDEFINES WS-FMT-TS.
               10  WS-FMT-DATE             PIC 9(8).
               10  WS-FMT-HH               PIC 9(2).
               10  WS-FMT-MM               PIC 9(2).
               10  WS-FMT-SS               PIC 9(2).
           05  WS-FMT-TS-TEXT              PIC X(17).
           05  WS-FMT-SECONDS              PIC S9(9) COMP-3.
           05  WS-FMT-ABS-SECONDS          PIC 9(9) COMP-3.
           05  WS-FMT-HOURS                PIC 9(5) COMP-3.
           05  WS-FMT-REMAINDER            PIC 9(5) COMP-3.
           05  WS-FMT-MINUTES              PIC 9(2).
           05  WS-FMT-SECS                 PIC 9(2).
           05  WS-FMT-DURATION             PIC X(11).

       01  WS-EDITED-FIELDS.
           05  WS-ED-HOURS                 PIC ZZZ9.
           05  WS-ED-START-TEXT            PIC X(17).
           05  WS-ED-FINISH-TEXT           PIC X(17).
           05  WS-ED-DURATION-1            PIC X(11).
           05  WS-ED-DURATION-2            PIC X(11).
           05  WS-ED-DURATION-3            PIC X(11).
           05  WS-ED-DURATION-4            PIC X(11).
           05  WS-ED-PERCENT               PIC +ZZZ9.
           05  WS-ED-SMALL-COUNT           PIC Z9.
           05  WS-ED-SLOW-COUNT            PIC ZZ9.
           05  WS-ED-COUNT                 PIC Z,ZZZ,ZZ9.
           05  WS-ED-FLAG                  PIC X(13).
           05  WS-ED-CRITICAL              PIC X.

       01  WS-REPORT-LINE                  PIC X(132).

       PROCEDURE DIVISION.
       000-MAIN-PROCESS.
      *****************************************************************
      * Main process coordinates the timing report                     *
      *****************************************************************
           PERFORM 100-INITIALIZATION
           PERFORM 200-LOAD-STEP-LEDGER
           PERFORM 300-ORDER-PERIODS

           IF WS-PT-COUNT > ZEROS
               COMPUTE WS-REPORT-FIRST =
                   WS-PT-COUNT - WS-PERIODS-TO-REPORT + 1
               IF WS-REPORT-FIRST < 1
                   MOVE 1 TO WS-REPORT-FIRST
               END-IF
               PERFORM VARYING WS-ORD-INDEX FROM WS-REPORT-FIRST BY 1
                       UNTIL WS-ORD-INDEX > WS-PT-COUNT
                   MOVE WS-ORDER-PT (WS-ORD-INDEX) TO WS-PT
                   PERFORM 400-ANALYZE-PERIOD
               END-PERFORM
               PERFORM 600-PRINT-TREND
               PERFORM VARYING WS-ORD-INDEX FROM WS-REPORT-FIRST BY 1
                       UNTIL WS-ORD-INDEX > WS-PT-COUNT
                   MOVE WS-ORDER-PT (WS-ORD-INDEX) TO WS-PT
                   PERFORM 700-PRINT-PERIOD-DETAIL
               END-PERFORM
           ELSE
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'NO STEP LEDGER ENTRIES ON FILE'
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE REPORT-RECORD FROM WS-REPORT-LINE
           END-IF

           PERFORM 900-WRAP-UP

           STOP RUN
           .

       100-INITIALIZATION.
      *****************************************************************
      * Open the files, read the run parameters, and load the period   *
      * and holiday calendars                                          *
      *****************************************************************
           DISPLAY 'BATCH WINDOW TIMING REPORT STARTED'
           ACCEPT WS-DATE FROM DATE YYYYMMDD

           OPEN INPUT STEP-LEDGER-FILE
           IF NOT STEP-FILE-SUCCESS
               DISPLAY 'ERROR OPENING STEP LEDGER: ' STEP-FILE-STATUS
               STOP RUN
           END-IF

           OPEN OUTPUT SLA-REPORT-FILE

           PERFORM 110-READ-PARAMETERS
           PERFORM 120-LOAD-PERIOD-CALENDAR
           PERFORM 130-LOAD-BANK-HOLIDAYS

           MOVE SPACES TO WS-REPORT-LINE
           STRING 'BATCH WINDOW TIMING AND SLA REPORT - RUN ' WS-DATE
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE WS-PERIODS-TO-REPORT TO WS-ED-SMALL-COUNT
           MOVE WS-SLOW-PERCENT TO WS-ED-SLOW-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'LAST ' WS-ED-SMALL-COUNT ' PERIODS - STEPS FLAGGED '
                  'WHEN MORE THAN ' WS-ED-SLOW-COUNT
                  '% SLOWER THAN THEIR AVERAGE OVER THE PRIOR '
                  WS-ED-SMALL-COUNT ' PERIODS OF THE SAME FREQUENCY'
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE WS-MARGIN-WARN-HOURS TO WS-ED-SMALL-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'DEADLINE: CHECK DATE AT ' WS-DEADLINE-TIME
                  ' (AT RISK INSIDE ' WS-ED-SMALL-COUNT ' HOURS)'
                  '   ACH CUTOFF: ' WS-ACH-STEP ' DONE '
                  WS-ACH-LEAD-DAYS ' BANKING DAY(S) BEFORE EFFECTIVE'
                  ' DATE AT ' WS-ACH-CUTOFF-TIME
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE ALL '=' TO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           .

       110-READ-PARAMETERS.
      *****************************************************************
      * Read the run parameters; each zero or blank field keeps its    *
      * default. A zero lead-day count is honored (same-day ACH)       *
      *****************************************************************
           OPEN INPUT SLA-PARM-FILE
           IF PARM-FILE-SUCCESS
               READ SLA-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-PERIOD-COUNT IS NUMERIC
                           AND PARM-PERIOD-COUNT > ZEROS
                           MOVE PARM-PERIOD-COUNT TO
                               WS-PERIODS-TO-REPORT
                       END-IF
                       IF PARM-SLOW-PERCENT IS NUMERIC
                           AND PARM-SLOW-PERCENT > ZEROS
                           MOVE PARM-SLOW-PERCENT TO WS-SLOW-PERCENT
                       END-IF
                       IF PARM-DEADLINE-TIME IS NUMERIC
                           MOVE PARM-DEADLINE-TIME TO WS-DEADLINE-TIME
                       END-IF
                       IF PARM-MARGIN-WARN-HOURS IS NUMERIC
                           AND PARM-MARGIN-WARN-HOURS > ZEROS
                           MOVE PARM-MARGIN-WARN-HOURS TO
                               WS-MARGIN-WARN-HOURS
                       END-IF
                       IF PARM-ACH-STEP NOT = SPACES
                           MOVE PARM-ACH-STEP TO WS-ACH-STEP
                       END-IF
                       IF PARM-ACH-LEAD-DAYS IS NUMERIC
                           MOVE PARM-ACH-LEAD-DAYS TO WS-ACH-LEAD-DAYS
                       END-IF
                       IF PARM-ACH-CUTOFF-TIME IS NUMERIC
                           AND PARM-ACH-CUTOFF-TIME > ZEROS
                           MOVE PARM-ACH-CUTOFF-TIME TO
                               WS-ACH-CUTOFF-TIME
                       END-IF
               END-READ
               CLOSE SLA-PARM-FILE
           END-IF
           .

       120-LOAD-PERIOD-CALENDAR.
      *****************************************************************
      * Load each calendar period's check date                         *
      *****************************************************************
           MOVE ZEROS TO WS-CAL-COUNT
           OPEN INPUT PERIOD-CALENDAR-FILE
           IF PERCAL-FILE-SUCCESS
               PERFORM UNTIL PERCAL-FILE-EOF
                   READ PERIOD-CALENDAR-FILE
                       AT END
                           SET PERCAL-FILE-EOF TO TRUE
                       NOT AT END
                           IF WS-CAL-COUNT < 1000
                               ADD 1 TO WS-CAL-COUNT
                               MOVE PCAL-PERIOD-ID IN
                                   PERIOD-CALENDAR-RECORD-FILE TO
                                   WS-CAL-PERIOD-ID (WS-CAL-COUNT)
                               MOVE PCAL-CHECK-DATE IN
                                   PERIOD-CALENDAR-RECORD-FILE TO
                                   WS-CAL-CHECK-DATE (WS-CAL-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PERIOD-CALENDAR-FILE
           END-IF
           DISPLAY 'CALENDAR PERIODS LOADED: ' WS-CAL-COUNT
           .

       130-LOAD-BANK-HOLIDAYS.
      *****************************************************************
      * Load the Federal Reserve banking holidays the ACH effective    *
      * date is rolled back off                                        *
      *****************************************************************
           MOVE ZEROS TO WS-BH-COUNT
           OPEN INPUT HOLIDAY-CALENDAR-FILE
           IF HOLCAL-FILE-SUCCESS
               PERFORM UNTIL HOLCAL-FILE-EOF
                   READ HOLIDAY-CALENDAR-FILE
                       AT END
                           SET HOLCAL-FILE-EOF TO TRUE
                       NOT AT END
                           IF HOL-FED-BANK
                               IN HOLIDAY-CALENDAR-RECORD-FILE
                               AND WS-BH-COUNT < 100
                               ADD 1 TO WS-BH-COUNT
                               MOVE HOL-DATE
                                   IN HOLIDAY-CALENDAR-RECORD-FILE TO
                                   WS-BH-DATE (WS-BH-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOLIDAY-CALENDAR-FILE
           END-IF
           .

       200-LOAD-STEP-LEDGER.
      *****************************************************************
      * Load the ledger in key order - period, then program - opening  *
      * a period entry at each change of period                        *
      *****************************************************************
           MOVE ZEROS TO WS-PT-COUNT
           PERFORM UNTIL STEP-FILE-EOF
               READ STEP-LEDGER-FILE
                   AT END
                       SET STEP-FILE-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-LEDGER-COUNT
                       PERFORM 210-LOAD-LEDGER-ENTRY THRU 210-EXIT
               END-READ
           END-PERFORM
           CLOSE STEP-LEDGER-FILE

           PERFORM VARYING WS-PT FROM 1 BY 1
                   UNTIL WS-PT > WS-PT-COUNT
               PERFORM 220-FINISH-PERIOD
           END-PERFORM
           DISPLAY 'LEDGER ENTRIES READ:     ' WS-LEDGER-COUNT
           DISPLAY 'PERIODS ON LEDGER:       ' WS-PT-COUNT
           .

       210-LOAD-LEDGER-ENTRY.
      *****************************************************************
      * Add one ledger entry to its period. A step booked started      *
      * again for a rerun is open until it completes; its old          *
      * completion stamp is not used                                   *
      *****************************************************************
           IF WS-PT-COUNT = ZEROS
               OR SL-PERIOD-ID IN STEP-LEDGER-RECORD-FILE NOT =
                   WS-HOLD-PERIOD-ID
               IF WS-PT-COUNT < 300
                   ADD 1 TO WS-PT-COUNT
                   MOVE SL-PERIOD-ID IN STEP-LEDGER-RECORD-FILE TO
                       WS-HOLD-PERIOD-ID
                   INITIALIZE WS-PT-ENTRY (WS-PT-COUNT)
                   MOVE SL-PERIOD-ID IN STEP-LEDGER-RECORD-FILE TO
                       WS-PT-PERIOD-ID (WS-PT-COUNT)
               ELSE
                   ADD 1 TO WS-DROPPED-COUNT
                   GO TO 210-EXIT
               END-IF
           END-IF
           MOVE WS-PT-COUNT TO WS-PT
           IF WS-PT-STEP-COUNT (WS-PT) NOT < 20
               ADD 1 TO WS-DROPPED-COUNT
               GO TO 210-EXIT
           END-IF

           ADD 1 TO WS-PT-STEP-COUNT (WS-PT)
           MOVE WS-PT-STEP-COUNT (WS-PT) TO WS-PS
           MOVE SL-PROGRAM-NAME IN STEP-LEDGER-RECORD-FILE TO
               WS-PS-PROGRAM (WS-PT, WS-PS)
           MOVE SL-STATUS IN STEP-LEDGER-RECORD-FILE TO
               WS-PS-STATUS (WS-PT, WS-PS)
           MOVE 'N' TO WS-PS-CRITICAL-SW (WS-PT, WS-PS)
           MOVE 'N' TO WS-PS-SLOW-SW (WS-PT, WS-PS)
           MOVE ZEROS TO WS-PS-ELAPSED (WS-PT, WS-PS)
                         WS-PS-COMPLETE-TS (WS-PT, WS-PS)
           COMPUTE WS-PS-START-TS (WS-PT, WS-PS) =
               SL-START-DATE IN STEP-LEDGER-RECORD-FILE * 1000000 +
               SL-START-TIME IN STEP-LEDGER-RECORD-FILE

           IF SL-COMPLETE IN STEP-LEDGER-RECORD-FILE
               COMPUTE WS-PS-COMPLETE-TS (WS-PT, WS-PS) =
                   SL-COMPLETE-DATE IN STEP-LEDGER-RECORD-FILE *
                   1000000 +
                   SL-COMPLETE-TIME IN STEP-LEDGER-RECORD-FILE
               IF SL-START-DATE IN STEP-LEDGER-RECORD-FILE > ZEROS
                   MOVE WS-PS-START-TS (WS-PT, WS-PS) TO WS-EW-FROM-TS
                   MOVE WS-PS-COMPLETE-TS (WS-PT, WS-PS) TO
                       WS-EW-TO-TS
                   PERFORM 810-ELAPSED-SECONDS
                   IF WS-EW-SECONDS > ZEROS
                       MOVE WS-EW-SECONDS TO
                           WS-PS-ELAPSED (WS-PT, WS-PS)
                   END-IF
               END-IF
               IF WS-PS-COMPLETE-TS (WS-PT, WS-PS) >
                       WS-PT-WINDOW-FINISH (WS-PT)
                   MOVE WS-PS-COMPLETE-TS (WS-PT, WS-PS) TO
                       WS-PT-WINDOW-FINISH (WS-PT)
               END-IF
           ELSE
               ADD 1 TO WS-PT-OPEN-STEPS (WS-PT)
           END-IF

           IF SL-START-DATE IN STEP-LEDGER-RECORD-FILE > ZEROS
               IF WS-PT-WINDOW-START (WS-PT) = ZEROS
                   OR WS-PS-START-TS (WS-PT, WS-PS) <
                       WS-PT-WINDOW-START (WS-PT)
                   MOVE WS-PS-START-TS (WS-PT, WS-PS) TO
                       WS-PT-WINDOW-START (WS-PT)
               END-IF
           END-IF
           .
       210-EXIT.
           EXIT.

       220-FINISH-PERIOD.
      *****************************************************************
      * Look up the period's check date and set its order key: the     *
      * check date, or the window start for a period not on the        *
      * calendar; then time the whole window                           *
      *****************************************************************
           MOVE ZEROS TO WS-PT-CHECK-DATE (WS-PT)
           PERFORM VARYING WS-CAL-INDEX FROM 1 BY 1
                   UNTIL WS-CAL-INDEX > WS-CAL-COUNT
               IF WS-CAL-PERIOD-ID (WS-CAL-INDEX) =
                       WS-PT-PERIOD-ID (WS-PT)
                   MOVE WS-CAL-CHECK-DATE (WS-CAL-INDEX) TO
                       WS-PT-CHECK-DATE (WS-PT)
               END-IF
           END-PERFORM

           IF WS-PT-CHECK-DATE (WS-PT) > ZEROS
               COMPUTE WS-PT-SORT-KEY (WS-PT) =
                   WS-PT-CHECK-DATE (WS-PT) * 1000000
           ELSE
               MOVE WS-PT-WINDOW-START (WS-PT) TO
                   WS-PT-SORT-KEY (WS-PT)
           END-IF

           MOVE ZEROS TO WS-PT-WINDOW-ELAPSED (WS-PT)
           IF WS-PT-WINDOW-START (WS-PT) > ZEROS
               AND WS-PT-WINDOW-FINISH (WS-PT) > ZEROS
               MOVE WS-PT-WINDOW-START (WS-PT) TO WS-EW-FROM-TS
               MOVE WS-PT-WINDOW-FINISH (WS-PT) TO WS-EW-TO-TS
               PERFORM 810-ELAPSED-SECONDS
               IF WS-EW-SECONDS > ZEROS
                   MOVE WS-EW-SECONDS TO WS-PT-WINDOW-ELAPSED (WS-PT)
               END-IF
           END-IF
           .

       300-ORDER-PERIODS.
      *****************************************************************
      * Order the periods by check date with an exchange sort of the   *
      * period subscripts                                              *
      *****************************************************************
           PERFORM VARYING WS-ORD-INDEX FROM 1 BY 1
                   UNTIL WS-ORD-INDEX > WS-PT-COUNT
               MOVE WS-ORD-INDEX TO WS-ORDER-PT (WS-ORD-INDEX)
           END-PERFORM

           MOVE 'Y' TO WS-ORD-SWAPPED-SW
           PERFORM UNTIL NOT WS-ORD-SWAPPED
               MOVE 'N' TO WS-ORD-SWAPPED-SW
               PERFORM VARYING WS-ORD-INDEX FROM 1 BY 1
                       UNTIL WS-ORD-INDEX >= WS-PT-COUNT
                   COMPUTE WS-ORD-INNER = WS-ORD-INDEX + 1
                   MOVE WS-ORDER-PT (WS-ORD-INDEX) TO WS-PT
                   MOVE WS-ORDER-PT (WS-ORD-INNER) TO WS-PT-OTHER
                   IF WS-PT-SORT-KEY (WS-PT) >
                           WS-PT-SORT-KEY (WS-PT-OTHER)
                       MOVE WS-ORDER-PT (WS-ORD-INDEX) TO WS-ORD-SWAP
                       MOVE WS-ORDER-PT (WS-ORD-INNER) TO
                           WS-ORDER-PT (WS-ORD-INDEX)
                       MOVE WS-ORD-SWAP TO WS-ORDER-PT (WS-ORD-INNER)
                       SET WS-ORD-SWAPPED TO TRUE
                   END-IF
               END-PERFORM
           END-PERFORM
           .

       400-ANALYZE-PERIOD.
      *****************************************************************
      * Critical path, deadline and ACH cutoff margins, and slow       *
      * steps for one reported period                                  *
      *****************************************************************
           ADD 1 TO WS-REPORTED-COUNT
           PERFORM 410-TRACE-CRITICAL-PATH
           PERFORM 420-MEASURE-DEADLINE
           PERFORM 430-MEASURE-ACH-CUTOFF

           MOVE ZEROS TO WS-PT-SLOW-COUNT (WS-PT)
           PERFORM VARYING WS-PS FROM 1 BY 1
                   UNTIL WS-PS > WS-PT-STEP-COUNT (WS-PT)
               PERFORM 440-TRAILING-AVERAGE THRU 440-EXIT
           END-PERFORM
           ADD WS-PT-SLOW-COUNT (WS-PT) TO WS-TOTAL-SLOW
           .

       410-TRACE-CRITICAL-PATH.
      *****************************************************************
      * Start from the last step to finish and walk backward: at each  *
      * step, the predecessor on the pipeline map that finished last   *
      * is the one that held it up. The path ends at a step with no    *
      * completed predecessor                                          *
      *****************************************************************
           MOVE ZEROS TO WS-PATH-COUNT
           MOVE ZEROS TO WS-PATH-CURRENT
           MOVE ZEROS TO WS-PATH-BEST-TS
           PERFORM VARYING WS-PS FROM 1 BY 1
                   UNTIL WS-PS > WS-PT-STEP-COUNT (WS-PT)
               IF WS-PS-COMPLETE (WS-PT, WS-PS)
                   AND WS-PS-COMPLETE-TS (WS-PT, WS-PS) >
                       WS-PATH-BEST-TS
                   MOVE WS-PS TO WS-PATH-CURRENT
                   MOVE WS-PS-COMPLETE-TS (WS-PT, WS-PS) TO
                       WS-PATH-BEST-TS
               END-IF
           END-PERFORM

           MOVE SPACES TO WS-PT-PATH-TEXT (WS-PT)
           MOVE ZEROS TO WS-PT-PATH-ELAPSED (WS-PT)
           IF WS-PATH-CURRENT = ZEROS
               MOVE 'NO STEP COMPLETE' TO WS-PT-PATH-TEXT (WS-PT)
           ELSE
               PERFORM UNTIL WS-PATH-CURRENT = ZEROS
                       OR WS-PATH-COUNT >= 12
                   ADD 1 TO WS-PATH-COUNT
                   MOVE WS-PATH-CURRENT TO WS-PATH-STEP (WS-PATH-COUNT)
                   MOVE 'Y' TO
                       WS-PS-CRITICAL-SW (WS-PT, WS-PATH-CURRENT)
                   PERFORM 415-LATEST-PREDECESSOR
                   MOVE WS-PATH-BEST TO WS-PATH-CURRENT
               END-PERFORM

               MOVE 1 TO WS-PATH-POINTER
               PERFORM VARYING WS-PATH-INDEX FROM WS-PATH-COUNT BY -1
                       UNTIL WS-PATH-INDEX < 1
                   MOVE WS-PATH-STEP (WS-PATH-INDEX) TO WS-PS
                   STRING WS-PS-PROGRAM (WS-PT, WS-PS)
                              DELIMITED BY SPACE
                          INTO WS-PT-PATH-TEXT (WS-PT)
                          WITH POINTER WS-PATH-POINTER
                   IF WS-PATH-INDEX > 1
                       STRING ' > ' DELIMITED BY SIZE
                              INTO WS-PT-PATH-TEXT (WS-PT)
                              WITH POINTER WS-PATH-POINTER
                   END-IF
               END-PERFORM

               MOVE WS-PATH-STEP (WS-PATH-COUNT) TO WS-PS
               MOVE WS-PATH-STEP (1) TO WS-PS-OTHER
               IF WS-PS-START-TS (WS-PT, WS-PS) > ZEROS
                   MOVE WS-PS-START-TS (WS-PT, WS-PS) TO WS-EW-FROM-TS
                   MOVE WS-PS-COMPLETE-TS (WS-PT, WS-PS-OTHER) TO
                       WS-EW-TO-TS
                   PERFORM 810-ELAPSED-SECONDS
                   IF WS-EW-SECONDS > ZEROS
                       MOVE WS-EW-SECONDS TO
                           WS-PT-PATH-ELAPSED (WS-PT)
                   END-IF
               END-IF
           END-IF
           .

       415-LATEST-PREDECESSOR.
      *****************************************************************
      * Of the current step's predecessors on the map, the one that    *
      * completed for the period last; zero when there is none         *
      *****************************************************************
           MOVE ZEROS TO WS-PATH-BEST
           MOVE ZEROS TO WS-PATH-BEST-TS
           MOVE 'N' TO WS-MAP-FOUND-SW
           PERFORM VARYING WS-MAP-INDEX FROM 1 BY 1
                   UNTIL WS-MAP-INDEX > 12 OR WS-MAP-FOUND
               IF WS-MAP-PROGRAM (WS-MAP-INDEX) =
                       WS-PS-PROGRAM (WS-PT, WS-PATH-CURRENT)
                   SET WS-MAP-FOUND TO TRUE
                   SUBTRACT 1 FROM WS-MAP-INDEX
               END-IF
           END-PERFORM

           IF WS-MAP-FOUND
               PERFORM VARYING WS-PRED-INDEX FROM 1 BY 1
                       UNTIL WS-PRED-INDEX > 3
                   IF WS-MAP-PRED (WS-MAP-INDEX, WS-PRED-INDEX)
                           NOT = SPACES
                       MOVE WS-MAP-PRED (WS-MAP-INDEX, WS-PRED-INDEX)
                           TO WS-FIND-PROGRAM
                       MOVE WS-PT TO WS-PT-OTHER
                       PERFORM 450-FIND-STEP
                       IF WS-PS-FOUND > ZEROS
                           IF WS-PS-COMPLETE (WS-PT, WS-PS-FOUND)
                               AND WS-PS-CRITICAL-SW
                                   (WS-PT, WS-PS-FOUND) = 'N'
                               AND WS-PS-COMPLETE-TS
                                   (WS-PT, WS-PS-FOUND) >
                                   WS-PATH-BEST-TS
                               MOVE WS-PS-FOUND TO WS-PATH-BEST
                               MOVE WS-PS-COMPLETE-TS
                                   (WS-PT, WS-PS-FOUND) TO
                                   WS-PATH-BEST-TS
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           .

       420-MEASURE-DEADLINE.
      *****************************************************************
      * The window's finish against the deadline time on the check     *
      * date: a positive margin is time to spare                       *
      *****************************************************************
           MOVE ZEROS TO WS-PT-DEADLINE-MARGIN (WS-PT)
           EVALUATE TRUE
               WHEN WS-PT-CHECK-DATE (WS-PT) = ZEROS
                   MOVE 'NO CAL' TO WS-PT-DEADLINE-STATUS (WS-PT)
               WHEN WS-PT-WINDOW-FINISH (WS-PT) = ZEROS
                   MOVE 'NOT DONE' TO WS-PT-DEADLINE-STATUS (WS-PT)
               WHEN OTHER
                   COMPUTE WS-DEADLINE-TS =
                       WS-PT-CHECK-DATE (WS-PT) * 1000000 +
                       WS-DEADLINE-TIME
                   MOVE WS-PT-WINDOW-FINISH (WS-PT) TO WS-EW-FROM-TS
                   MOVE WS-DEADLINE-TS TO WS-EW-TO-TS
                   PERFORM 810-ELAPSED-SECONDS
                   MOVE WS-EW-SECONDS TO WS-PT-DEADLINE-MARGIN (WS-PT)
                   EVALUATE TRUE
                       WHEN WS-EW-SECONDS < ZEROS
                           MOVE 'MISSED' TO
                               WS-PT-DEADLINE-STATUS (WS-PT)
                           ADD 1 TO WS-TOTAL-MISSED
                       WHEN WS-EW-SECONDS <
                               WS-MARGIN-WARN-HOURS * 3600
                           MOVE 'AT RISK' TO
                               WS-PT-DEADLINE-STATUS (WS-PT)
                           ADD 1 TO WS-TOTAL-AT-RISK
                       WHEN OTHER
                           MOVE 'MET' TO WS-PT-DEADLINE-STATUS (WS-PT)
                   END-EVALUATE
                   IF WS-PT-OPEN-STEPS (WS-PT) > ZEROS
                       AND WS-EW-SECONDS NOT < ZEROS
                       MOVE 'OPEN' TO WS-PT-DEADLINE-STATUS (WS-PT)
                   END-IF
           END-EVALUATE
           .

       430-MEASURE-ACH-CUTOFF.
      *****************************************************************
      * The NACHA step's finish against the ACH cutoff: the effective  *
      * entry date PAYCALC sets - the check date rolled back off       *
      * weekends and banking holidays - less the lead banking days,    *
      * at the cutoff time                                             *
      *****************************************************************
           MOVE ZEROS TO WS-PT-ACH-MARGIN (WS-PT)
           MOVE ZEROS TO WS-PT-ACH-CUTOFF (WS-PT)
           MOVE WS-ACH-STEP TO WS-FIND-PROGRAM
           MOVE WS-PT TO WS-PT-OTHER
           PERFORM 450-FIND-STEP
           EVALUATE TRUE
               WHEN WS-PT-CHECK-DATE (WS-PT) = ZEROS
                   MOVE 'NO CAL' TO WS-PT-ACH-STATUS (WS-PT)
               WHEN WS-PS-FOUND = ZEROS
                   MOVE 'NO STEP' TO WS-PT-ACH-STATUS (WS-PT)
               WHEN NOT WS-PS-COMPLETE (WS-PT, WS-PS-FOUND)
                   MOVE 'NOT DONE' TO WS-PT-ACH-STATUS (WS-PT)
               WHEN OTHER
                   MOVE WS-PT-CHECK-DATE (WS-PT) TO WS-WORK-DATE
                   PERFORM 860-TEST-BANKING-DAY
                   PERFORM UNTIL NOT WS-NONBANK-DAY
                       PERFORM 850-PRIOR-CALENDAR-DAY
                       PERFORM 860-TEST-BANKING-DAY
                   END-PERFORM
                   MOVE ZEROS TO WS-LEAD-COUNT
                   PERFORM UNTIL WS-LEAD-COUNT >= WS-ACH-LEAD-DAYS
                       PERFORM 850-PRIOR-CALENDAR-DAY
                       PERFORM 860-TEST-BANKING-DAY
                       PERFORM UNTIL NOT WS-NONBANK-DAY
                           PERFORM 850-PRIOR-CALENDAR-DAY
                           PERFORM 860-TEST-BANKING-DAY
                       END-PERFORM
                       ADD 1 TO WS-LEAD-COUNT
                   END-PERFORM
                   COMPUTE WS-PT-ACH-CUTOFF (WS-PT) =
                       WS-WORK-DATE * 1000000 + WS-ACH-CUTOFF-TIME
                   MOVE WS-PS-COMPLETE-TS (WS-PT, WS-PS-FOUND) TO
                       WS-EW-FROM-TS
                   MOVE WS-PT-ACH-CUTOFF (WS-PT) TO WS-EW-TO-TS
                   PERFORM 810-ELAPSED-SECONDS
                   MOVE WS-EW-SECONDS TO WS-PT-ACH-MARGIN (WS-PT)
                   EVALUATE TRUE
                       WHEN WS-EW-SECONDS < ZEROS
                           MOVE 'MISSED' TO WS-PT-ACH-STATUS (WS-PT)
                           ADD 1 TO WS-TOTAL-ACH-MISSED
                       WHEN WS-EW-SECONDS <
                               WS-MARGIN-WARN-HOURS * 3600
                           MOVE 'AT RISK' TO WS-PT-ACH-STATUS (WS-PT)
                       WHEN OTHER
                           MOVE 'MET' TO WS-PT-ACH-STATUS (WS-PT)
                   END-EVALUATE
           END-EVALUATE
           .

       440-TRAILING-AVERAGE.
      *****************************************************************
      * The step's average elapsed time over the prior N periods of    *
      * the same pay frequency in which it completed, and the slow     *
      * flag when this period ran more than the threshold over it      *
      *****************************************************************
           MOVE ZEROS TO WS-TRAIL-SUM
           MOVE ZEROS TO WS-PS-TRAIL-COUNT (WS-PT, WS-PS)
           MOVE ZEROS TO WS-PS-TRAIL-AVG (WS-PT, WS-PS)
           MOVE ZEROS TO WS-PS-OVER-PCT (WS-PT, WS-PS)
           MOVE ZEROS TO WS-TRAIL-PERIODS
           IF NOT WS-PS-COMPLETE (WS-PT, WS-PS)
               OR WS-PS-ELAPSED (WS-PT, WS-PS) = ZEROS
               GO TO 440-EXIT
           END-IF

           MOVE WS-PS-PROGRAM (WS-PT, WS-PS) TO WS-FIND-PROGRAM
           COMPUTE WS-TRAIL-POS = WS-ORD-INDEX - 1
           PERFORM UNTIL WS-TRAIL-POS < 1
                   OR WS-TRAIL-PERIODS >= WS-PERIODS-TO-REPORT
               MOVE WS-ORDER-PT (WS-TRAIL-POS) TO WS-PT-OTHER
               IF WS-PT-FREQ-DIGIT (WS-PT-OTHER) =
                       WS-PT-FREQ-DIGIT (WS-PT)
                   ADD 1 TO WS-TRAIL-PERIODS
                   PERFORM 450-FIND-STEP
                   IF WS-PS-FOUND > ZEROS
                       IF WS-PS-COMPLETE (WS-PT-OTHER, WS-PS-FOUND)
                           AND WS-PS-ELAPSED (WS-PT-OTHER, WS-PS-FOUND)
                               > ZEROS
                           ADD WS-PS-ELAPSED (WS-PT-OTHER, WS-PS-FOUND)
                               TO WS-TRAIL-SUM
                           ADD 1 TO WS-PS-TRAIL-COUNT (WS-PT, WS-PS)
                       END-IF
                   END-IF
               END-IF
               SUBTRACT 1 FROM WS-TRAIL-POS
           END-PERFORM

           IF WS-PS-TRAIL-COUNT (WS-PT, WS-PS) > ZEROS
               COMPUTE WS-PS-TRAIL-AVG (WS-PT, WS-PS) ROUNDED =
                   WS-TRAIL-SUM / WS-PS-TRAIL-COUNT (WS-PT, WS-PS)
               IF WS-PS-TRAIL-AVG (WS-PT, WS-PS) > ZEROS
                   COMPUTE WS-PS-OVER-PCT (WS-PT, WS-PS) ROUNDED =
                       (WS-PS-ELAPSED (WS-PT, WS-PS) -
                        WS-PS-TRAIL-AVG (WS-PT, WS-PS)) * 100 /
                       WS-PS-TRAIL-AVG (WS-PT, WS-PS)
                   COMPUTE WS-SLOW-LIMIT =
                       WS-PS-TRAIL-AVG (WS-PT, WS-PS) *
                       (100 + WS-SLOW-PERCENT)
                   IF WS-PS-ELAPSED (WS-PT, WS-PS) * 100 >
                           WS-SLOW-LIMIT
                       MOVE 'Y' TO WS-PS-SLOW-SW (WS-PT, WS-PS)
                       ADD 1 TO WS-PT-SLOW-COUNT (WS-PT)
                   END-IF
               END-IF
           END-IF
           .
       440-EXIT.
           EXIT.

       450-FIND-STEP.
      *****************************************************************
      * Find WS-FIND-PROGRAM among the steps of period WS-PT-OTHER;    *
      * zero when it did not run for the period                        *
      *****************************************************************
           MOVE ZEROS TO WS-PS-FOUND
           PERFORM VARYING WS-PS-OTHER FROM 1 BY 1
                   UNTIL WS-PS-OTHER > WS-PT-STEP-COUNT (WS-PT-OTHER)
                      OR WS-PS-FOUND > ZEROS
               IF WS-PS-PROGRAM (WS-PT-OTHER, WS-PS-OTHER) =
                       WS-FIND-PROGRAM
                   MOVE WS-PS-OTHER TO WS-PS-FOUND
               END-IF
           END-PERFORM
           .

       600-PRINT-TREND.
      *****************************************************************
      * One line per reported period, oldest first, so a window that   *
      * is creeping toward its deadline shows as a shrinking margin    *
      *****************************************************************
           MOVE SPACES TO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'WINDOW TREND'
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'PERIOD  CHECK DT  WINDOW START       '
                  'FINISHED               ELAPSED   CRIT PATH'
                  '    DEADLINE STATUS       ACH CUT STATUS  SLOW'
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE

           PERFORM VARYING WS-ORD-INDEX FROM WS-REPORT-FIRST BY 1
                   UNTIL WS-ORD-INDEX > WS-PT-COUNT
               MOVE WS-ORDER-PT (WS-ORD-INDEX) TO WS-PT
               PERFORM 610-PRINT-TREND-LINE
           END-PERFORM
           .

       610-PRINT-TREND-LINE.
      *****************************************************************
      * The trend line for one period                                  *
      *****************************************************************
           MOVE WS-PT-WINDOW-START (WS-PT) TO WS-FMT-TS
           PERFORM 830-FORMAT-TIMESTAMP
           MOVE WS-FMT-TS-TEXT TO WS-ED-START-TEXT
           MOVE WS-PT-WINDOW-FINISH (WS-PT) TO WS-FMT-TS
           PERFORM 830-FORMAT-TIMESTAMP
           MOVE WS-FMT-TS-TEXT TO WS-ED-FINISH-TEXT
           MOVE WS-PT-WINDOW-ELAPSED (WS-PT) TO WS-FMT-SECONDS
           PERFORM 820-FORMAT-DURATION
           MOVE WS-FMT-DURATION TO WS-ED-DURATION-1
           MOVE WS-PT-PATH-ELAPSED (WS-PT) TO WS-FMT-SECONDS
           PERFORM 820-FORMAT-DURATION
           MOVE WS-FMT-DURATION TO WS-ED-DURATION-2
           MOVE WS-PT-DEADLINE-MARGIN (WS-PT) TO WS-FMT-SECONDS
           PERFORM 820-FORMAT-DURATION
           MOVE WS-FMT-DURATION TO WS-ED-DURATION-3
           MOVE WS-PT-ACH-MARGIN (WS-PT) TO WS-FMT-SECONDS
           PERFORM 820-FORMAT-DURATION
           MOVE WS-FMT-DURATION TO WS-ED-DURATION-4
           MOVE WS-PT-SLOW-COUNT (WS-PT) TO WS-ED-SLOW-COUNT

           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-PT-PERIOD-ID (WS-PT) '  '
                  WS-PT-CHECK-DATE (WS-PT) '  '
                  WS-ED-START-TEXT '  ' WS-ED-FINISH-TEXT '  '
                  WS-ED-DURATION-1 ' ' WS-ED-DURATION-2 ' '
                  WS-ED-DURATION-3 ' ' WS-PT-DEADLINE-STATUS (WS-PT)
                  ' ' WS-ED-DURATION-4 ' '
                  WS-PT-ACH-STATUS (WS-PT) ' ' WS-ED-SLOW-COUNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           .

       700-PRINT-PERIOD-DETAIL.
      *****************************************************************
      * Each step of one period: start, finish, elapsed, trailing      *
      * average, and the percent over it; critical-path steps marked   *
      * with an asterisk                                               *
      *****************************************************************
           MOVE SPACES TO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'PERIOD ' WS-PT-PERIOD-ID (WS-PT)
                  '  CHECK DATE ' WS-PT-CHECK-DATE (WS-PT)
                  '  CRITICAL PATH: ' WS-PT-PATH-TEXT (WS-PT)
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           IF WS-PT-ACH-CUTOFF (WS-PT) > ZEROS
               MOVE WS-PT-ACH-CUTOFF (WS-PT) TO WS-FMT-TS
               PERFORM 830-FORMAT-TIMESTAMP
               MOVE SPACES TO WS-REPORT-LINE
               STRING '  ACH CUTOFF ' WS-FMT-TS-TEXT
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE REPORT-RECORD FROM WS-REPORT-LINE
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING '   STEP     ST  STARTED            '
                  'FINISHED               ELAPSED   TRAIL AVG  N'
                  '  OVER'
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE

           PERFORM VARYING WS-PS FROM 1 BY 1
                   UNTIL WS-PS > WS-PT-STEP-COUNT (WS-PT)
               PERFORM 710-PRINT-STEP-LINE
           END-PERFORM
           .

       710-PRINT-STEP-LINE.
      *****************************************************************
      * One step's timing line                                         *
      *****************************************************************
           MOVE SPACE TO WS-ED-CRITICAL
           IF WS-PS-CRITICAL (WS-PT, WS-PS)
               MOVE '*' TO WS-ED-CRITICAL
           END-IF
           MOVE WS-PS-START-TS (WS-PT, WS-PS) TO WS-FMT-TS
           PERFORM 830-FORMAT-TIMESTAMP
           MOVE WS-FMT-TS-TEXT TO WS-ED-START-TEXT
           MOVE WS-PS-COMPLETE-TS (WS-PT, WS-PS) TO WS-FMT-TS
           PERFORM 830-FORMAT-TIMESTAMP
           MOVE WS-FMT-TS-TEXT TO WS-ED-FINISH-TEXT
           MOVE WS-PS-ELAPSED (WS-PT, WS-PS) TO WS-FMT-SECONDS
           PERFORM 820-FORMAT-DURATION
           MOVE WS-FMT-DURATION TO WS-ED-DURATION-1
           MOVE WS-PS-TRAIL-AVG (WS-PT, WS-PS) TO WS-FMT-SECONDS
           PERFORM 820-FORMAT-DURATION
           MOVE WS-FMT-DURATION TO WS-ED-DURATION-2
           MOVE WS-PS-TRAIL-COUNT (WS-PT, WS-PS) TO WS-ED-SMALL-COUNT
           MOVE WS-PS-OVER-PCT (WS-PT, WS-PS) TO WS-ED-PERCENT
           MOVE SPACES TO WS-ED-FLAG
           IF WS-PS-SLOW (WS-PT, WS-PS)
               MOVE '** SLOW **' TO WS-ED-FLAG
           END-IF
           IF NOT WS-PS-COMPLETE (WS-PT, WS-PS)
               MOVE 'NOT COMPLETE' TO WS-ED-FLAG
           END-IF

           MOVE SPACES TO WS-REPORT-LINE
           STRING ' ' WS-ED-CRITICAL ' '
                  WS-PS-PROGRAM (WS-PT, WS-PS) ' '
                  WS-PS-STATUS (WS-PT, WS-PS) '   '
                  WS-ED-START-TEXT '  ' WS-ED-FINISH-TEXT '  '
                  WS-ED-DURATION-1 ' ' WS-ED-DURATION-2 ' '
                  WS-ED-SMALL-COUNT ' ' WS-ED-PERCENT '%  '
                  WS-ED-FLAG
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           .

       810-ELAPSED-SECONDS.
      *****************************************************************
      * Seconds from WS-EW-FROM-TS to WS-EW-TO-TS, counting calendar   *
      * days with real month lengths; negative when the second         *
      * timestamp is the earlier. Spans are capped at 400 days         *
      *****************************************************************
           MOVE 'N' TO WS-EW-NEGATE-SW
           IF WS-EW-FROM-TS > WS-EW-TO-TS
               MOVE WS-EW-FROM-TS TO WS-EW-HOLD-TS
               MOVE WS-EW-TO-TS TO WS-EW-FROM-TS
               MOVE WS-EW-HOLD-TS TO WS-EW-TO-TS
               SET WS-EW-NEGATE TO TRUE
           END-IF

           MOVE ZEROS TO WS-EW-DAYS
           MOVE WS-EW-FROM-DATE TO WS-WORK-DATE
           PERFORM UNTIL WS-WORK-DATE >= WS-EW-TO-DATE
                   OR WS-EW-DAYS >= 400
               PERFORM 840-NEXT-CALENDAR-DAY
               ADD 1 TO WS-EW-DAYS
           END-PERFORM

           COMPUTE WS-EW-SECONDS =
               WS-EW-DAYS * 86400 +
               WS-EW-TO-HH * 3600 + WS-EW-TO-MM * 60 + WS-EW-TO-SS -
               (WS-EW-FROM-HH * 3600 + WS-EW-FROM-MM * 60 +
                WS-EW-FROM-SS)
           IF WS-EW-NEGATE
               COMPUTE WS-EW-SECONDS = 0 - WS-EW-SECONDS
           END-IF
           .

       820-FORMAT-DURATION.
      *****************************************************************
      * Format WS-FMT-SECONDS as [-]HHHH:MM:SS                         *
      *****************************************************************
           IF WS-FMT-SECONDS < ZEROS
               COMPUTE WS-FMT-ABS-SECONDS = 0 - WS-FMT-SECONDS
           ELSE
               MOVE WS-FMT-SECONDS TO WS-FMT-ABS-SECONDS
           END-IF
           DIVIDE WS-FMT-ABS-SECONDS BY 3600 GIVING WS-FMT-HOURS
               REMAINDER WS-FMT-REMAINDER
           DIVIDE WS-FMT-REMAINDER BY 60 GIVING WS-FMT-MINUTES
               REMAINDER WS-FMT-SECS
           IF WS-FMT-HOURS > 9999
               MOVE 9999 TO WS-FMT-HOURS
           END-IF
           MOVE WS-FMT-HOURS TO WS-ED-HOURS
           MOVE SPACES TO WS-FMT-DURATION
           IF WS-FMT-SECONDS < ZEROS
               STRING '-' WS-ED-HOURS ':' WS-FMT-MINUTES ':'
                      WS-FMT-SECS
                      DELIMITED BY SIZE INTO WS-FMT-DURATION
           ELSE
               STRING ' ' WS-ED-HOURS ':' WS-FMT-MINUTES ':'
                      WS-FMT-SECS
                      DELIMITED BY SIZE INTO WS-FMT-DURATION
           END-IF
           .

       830-FORMAT-TIMESTAMP.
      *****************************************************************
      * Format WS-FMT-TS as YYYYMMDD HH:MM:SS; blank when zero         *
      *****************************************************************
           MOVE SPACES TO WS-FMT-TS-TEXT
           IF WS-FMT-TS > ZEROS
               STRING WS-FMT-DATE ' ' WS-FMT-HH ':' WS-FMT-MM ':'
                      WS-FMT-SS
                      DELIMITED BY SIZE INTO WS-FMT-TS-TEXT
           END-IF
           .

       840-NEXT-CALENDAR-DAY.
      *****************************************************************
      * Advance the work date one calendar day                         *
      *****************************************************************
           PERFORM 870-SET-MONTH-DAYS
           IF WS-WORK-DAY < WS-MONTH-DAYS
               ADD 1 TO WS-WORK-DAY
           ELSE
               MOVE 1 TO WS-WORK-DAY
               ADD 1 TO WS-WORK-MONTH
               IF WS-WORK-MONTH > 12
                   MOVE 1 TO WS-WORK-MONTH
                   ADD 1 TO WS-WORK-YEAR
               END-IF
           END-IF
           .

       850-PRIOR-CALENDAR-DAY.
      *****************************************************************
      * Step the work date back one calendar day                       *
      *****************************************************************
           IF WS-WORK-DAY > 1
               SUBTRACT 1 FROM WS-WORK-DAY
           ELSE
               SUBTRACT 1 FROM WS-WORK-MONTH
               IF WS-WORK-MONTH = ZEROS
                   MOVE 12 TO WS-WORK-MONTH
                   SUBTRACT 1 FROM WS-WORK-YEAR
               END-IF
               PERFORM 870-SET-MONTH-DAYS
               MOVE WS-MONTH-DAYS TO WS-WORK-DAY
           END-IF
           .

       860-TEST-BANKING-DAY.
      *****************************************************************
      * Weekends and listed banking holidays are not banking days.     *
      * Weekday by Zeller's congruence: 0=Saturday, 1=Sunday           *
      *****************************************************************
           MOVE WS-WORK-DAY TO WS-ZELLER-Q
           MOVE WS-WORK-MONTH TO WS-ZELLER-M
           MOVE WS-WORK-YEAR TO WS-ZELLER-YEAR
           IF WS-ZELLER-M < 3
               ADD 12 TO WS-ZELLER-M
               SUBTRACT 1 FROM WS-ZELLER-YEAR
           END-IF
           DIVIDE WS-ZELLER-YEAR BY 100 GIVING WS-ZELLER-J
               REMAINDER WS-ZELLER-K
           COMPUTE WS-ZELLER-T1 = 13 * (WS-ZELLER-M + 1)
           DIVIDE WS-ZELLER-T1 BY 5 GIVING WS-ZELLER-T1
           DIVIDE WS-ZELLER-K BY 4 GIVING WS-ZELLER-T2
           DIVIDE WS-ZELLER-J BY 4 GIVING WS-ZELLER-T3
           COMPUTE WS-ZELLER-SUM =
               WS-ZELLER-Q + WS-ZELLER-T1 + WS-ZELLER-K +
               WS-ZELLER-T2 + WS-ZELLER-T3 + (5 * WS-ZELLER-J)
           DIVIDE WS-ZELLER-SUM BY 7 GIVING WS-ZELLER-T1
               REMAINDER WS-WEEKDAY

           IF WS-WEEKDAY < 2
               MOVE 'Y' TO WS-NONBANK-SW
           ELSE
               MOVE 'N' TO WS-NONBANK-SW
               PERFORM VARYING WS-BH-INDEX FROM 1 BY 1
                       UNTIL WS-BH-INDEX > WS-BH-COUNT
                   IF WS-BH-DATE (WS-BH-INDEX) = WS-WORK-DATE
                       MOVE 'Y' TO WS-NONBANK-SW
                   END-IF
               END-PERFORM
           END-IF
           .

       870-SET-MONTH-DAYS.
      *****************************************************************
      * Set the day count of the work date's month                     *
      *****************************************************************
           EVALUATE WS-WORK-MONTH
               WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
                   MOVE 31 TO WS-MONTH-DAYS
               WHEN 4 WHEN 6 WHEN 9 WHEN 11
                   MOVE 30 TO WS-MONTH-DAYS
               WHEN 2
                   MOVE 28 TO WS-MONTH-DAYS
                   DIVIDE WS-WORK-YEAR BY 4
                       GIVING WS-LEAP-REMAINDER
                       REMAINDER WS-LEAP-REMAINDER
                   IF WS-LEAP-REMAINDER = ZEROS
                       MOVE 29 TO WS-MONTH-DAYS
                   END-IF
           END-EVALUATE
           .

       900-WRAP-UP.
      *****************************************************************
      * Print the run totals and close the report                      *
      *****************************************************************
           MOVE SPACES TO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE WS-REPORTED-COUNT TO WS-ED-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'PERIODS REPORTED:         ' WS-ED-COUNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE WS-TOTAL-SLOW TO WS-ED-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'SLOW STEPS FLAGGED:       ' WS-ED-COUNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE WS-TOTAL-AT-RISK TO WS-ED-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'DEADLINES AT RISK:        ' WS-ED-COUNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE WS-TOTAL-MISSED TO WS-ED-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'DEADLINES MISSED:         ' WS-ED-COUNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE WS-TOTAL-ACH-MISSED TO WS-ED-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'ACH CUTOFFS MISSED:       ' WS-ED-COUNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           IF WS-DROPPED-COUNT > ZEROS
               MOVE WS-DROPPED-COUNT TO WS-ED-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'LEDGER ENTRIES NOT LOADED (TABLE FULL): '
                      WS-ED-COUNT
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE REPORT-RECORD FROM WS-REPORT-LINE
           END-IF

           CLOSE SLA-REPORT-FILE

           DISPLAY 'BATCH WINDOW TIMING REPORT COMPLETED'
           DISPLAY 'PERIODS REPORTED: ' WS-REPORTED-COUNT
           DISPLAY 'SLOW STEPS:       ' WS-TOTAL-SLOW
           DISPLAY 'DEADLINES MISSED: ' WS-TOTAL-MISSED
           .
