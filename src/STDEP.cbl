      *****************************************************************
      * Program: STDEP.cbl                                            *
      *                                                               *
      * Purpose: State withholding deposit scheduler for the Payroll  *
      *          Processing System. This program accumulates state    *
      *          income tax withheld (plus SDI in the states that     *
      *          collect it through the withholding account) by       *
      *          company, state and check date from the pay history,  *
      *          applies each state's deposit frequency and threshold *
      *          rules from the per-company frequency table, rolls    *
      *          due dates off weekends and banking holidays, and     *
      *          produces the state deposit calendar report and a     *
      *          payment extract for the consolidated AP interface    *
      *          with one record per company, state and due date.     *
      *                                                               *
      * Date Created: 2026-10-15                                      *
      * Author: COBOL Payroll System                                  *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. STDEP.
       AUTHOR. COBOL PAYROLL SYSTEM.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.

      *****************************************************************
      * Program Description:                                          *
      *                                                                *
      * STDEP is a standalone scheduling program in the Payroll        *
      * Processing System. It coordinates state deposit scheduling by: *
      *                                                                *
      * 1. Loading the state deposit frequency table and the banking   *
      *    holidays, and reading the liability period parameter        *
      *    record, defaulting to all dates                             *
      * 2. Reading every pay history record in the period and          *
      *    accumulating state withholding and SDI by company, state    *
      *    and check date. The state is the history record's taxing    *
      *    state (the master's work state for records written before   *
      *    it was carried) and the company comes from the master.      *
      *    Void reversals carry negative amounts and net out. A pay    *
      *    period split across work states deposits each state's       *
      *    share of the withholding to that state                      *
      * 3. Assigning each check date its due date from the company's   *
      *    row for the state - next-day, semiweekly, monthly or        *
      *    quarterly - accelerating a check date once the liability    *
      *    accumulated toward one due date reaches the state's         *
      *    threshold. A state with no row defaults to monthly on the   *
      *    15th. A deposit frequency on the company master's           *
      *    registration for the company, state and year overrides the  *
      *    row's regular frequency, and its withholding account        *
      *    number overrides the row's. Due dates roll forward off      *
      *    weekends and the banking holidays on the holiday calendar   *
      * 4. Combining check dates that share a company, state and due   *
      *    date into one payment record for the AP interface and       *
      *    printing the state deposit calendar                         *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC.
       OBJECT-COMPUTER. PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAY-HISTORY-FILE ASSIGN TO 'PAYHIST'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS HIST-KEY
           ALTERNATE RECORD KEY IS HIST-EMP-ID WITH DUPLICATES
           FILE STATUS IS HIST-FILE-STATUS.

           SELECT EMPLOYEE-FILE ASSIGN TO 'EMPFILE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS EMP-ID
           FILE STATUS IS EMP-FILE-STATUS.

           SELECT OPTIONAL DEPOSIT-FREQ-FILE ASSIGN TO 'STDEPFRQ'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FREQ-FILE-STATUS.

           SELECT OPTIONAL HOLIDAY-CALENDAR-FILE ASSIGN TO 'HOLCAL'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS HOLCAL-FILE-STATUS.

           SELECT OPTIONAL DEPOSIT-PARM-FILE ASSIGN TO 'STDPARM'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STDPARM-FILE-STATUS.

           SELECT STATE-DEPOSIT-FILE ASSIGN TO 'STDEPEXT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STDEPX-FILE-STATUS.

           SELECT DEPOSIT-REPORT-FILE ASSIGN TO 'STDRPT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAY-HISTORY-FILE.
           COPY PAYHIST REPLACING ==PAY-HISTORY-RECORD== BY
               ==PAY-HISTORY-RECORD-FILE==.

       FD  EMPLOYEE-FILE.
           COPY EMPFILE REPLACING ==EMPLOYEE-RECORD== BY
               ==EMPLOYEE-RECORD-FILE==.

       FD  DEPOSIT-FREQ-FILE.
           COPY STDEPFRQ REPLACING ==STATE-DEPOSIT-FREQ-RECORD== BY
               ==STATE-DEPOSIT-FREQ-RECORD-FILE==.

       FD  HOLIDAY-CALENDAR-FILE.
           COPY HOLCAL REPLACING ==HOLIDAY-CALENDAR-RECORD== BY
               ==HOLIDAY-CALENDAR-RECORD-FILE==.

       FD  DEPOSIT-PARM-FILE.
           01  DEPOSIT-PARM-RECORD.
               05  PARM-PERIOD-START       PIC 9(8).
               05  PARM-PERIOD-END         PIC 9(8).
               05  PARM-FILLER             PIC X(20).

       FD  STATE-DEPOSIT-FILE.
           COPY STDEPX REPLACING ==STATE-DEPOSIT-RECORD== BY
               ==STATE-DEPOSIT-RECORD-FILE==.

       FD  DEPOSIT-REPORT-FILE.
           01  DEPOSIT-REPORT-RECORD       PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  HIST-FILE-STATUS            PIC X(2).
               88  HIST-FILE-SUCCESS       VALUE '00'.
               88  HIST-FILE-EOF           VALUE '10'.
           05  EMP-FILE-STATUS             PIC X(2).
               88  EMP-FILE-SUCCESS        VALUE '00'.
           05  FREQ-FILE-STATUS            PIC X(2).
               88  FREQ-FILE-SUCCESS       VALUE '00' '05'.
               88  FREQ-FILE-EOF           VALUE '10'.
           05  HOLCAL-FILE-STATUS          PIC X(2).
               88  HOLCAL-FILE-SUCCESS     VALUE '00' '05'.
               88  HOLCAL-FILE-EOF         VALUE '10'.
           05  STDPARM-FILE-STATUS         PIC X(2).
               88  STDPARM-FILE-SUCCESS    VALUE '00'.
           05  STDEPX-FILE-STATUS          PIC X(2).
               88  STDEPX-FILE-SUCCESS     VALUE '00'.
           05  REPORT-FILE-STATUS          PIC X(2).
               88  REPORT-FILE-SUCCESS     VALUE '00'.

           COPY COMPANY.

       01  WS-RUN-PARAMETERS.
           05  WS-PERIOD-START            PIC 9(8)  VALUE ZEROS.
           05  WS-PERIOD-END              PIC 9(8)  VALUE 99999999.
           05  WS-DEFAULT-MONTHLY-DAY     PIC 9(2)  VALUE 15.

      *****************************************************************
      * The state deposit frequency table, loaded from STDEPFRQ        *
      *****************************************************************
       01  WS-FREQUENCY-TABLE.
           05  WS-FQ-COUNT                PIC 9(3) COMP-3 VALUE ZEROS.
           05  WS-FQ-ENTRY OCCURS 100 TIMES.
               10  WS-FQ-COMPANY-CODE     PIC X(2).
               10  WS-FQ-STATE-CODE       PIC X(2).
               10  WS-FQ-FREQUENCY        PIC X.
               10  WS-FQ-DUE-DAYS         PIC 9(2).
               10  WS-FQ-THRESHOLD        PIC 9(9)V99 COMP-3.
               10  WS-FQ-ACCEL-FREQUENCY  PIC X.
               10  WS-FQ-ACCEL-DUE-DAYS   PIC 9(2).
               10  WS-FQ-INCLUDE-SDI-IND  PIC X.
                   88  WS-FQ-INCLUDE-SDI  VALUE 'Y'.
               10  WS-FQ-PAYEE-ID         PIC X(10).
               10  WS-FQ-STATE-ACCOUNT    PIC X(20).
       01  WS-FQ-INDEX                    PIC 9(4) COMP-3 VALUE ZEROS.
       01  WS-FQ-MATCH                    PIC 9(3) COMP-3 VALUE ZEROS.

      *****************************************************************
      * Federal Reserve banking holidays from the holiday calendar     *
      *****************************************************************
       01  WS-BANK-HOLIDAY-TABLE.
           05  WS-BH-COUNT                PIC 9(3) COMP-3 VALUE ZEROS.
           05  WS-BH-ENTRY OCCURS 30 TIMES.
               10  WS-BH-DATE             PIC 9(8).
           05  WS-BH-INDEX                PIC 9(4) COMP-3 VALUE ZEROS.
           05  WS-BANK-HOLIDAY-SW         PIC X VALUE 'N'.
               88  WS-BANK-HOLIDAY        VALUE 'Y'.

      *****************************************************************
      * Liability by company, state and check date. The sort key      *
      * leads each entry so one compare orders the table               *
      *****************************************************************
       01  WS-LIABILITY-TABLE.
           05  WS-LIAB-COUNT              PIC 9(5) COMP-3 VALUE ZEROS.
           05  WS-LIAB-ENTRY OCCURS 1000 TIMES.
               10  WS-LIAB-SORT-KEY.
                   15  WS-LIAB-COMPANY-CODE PIC X(2).
                   15  WS-LIAB-STATE-CODE PIC X(2).
                   15  WS-LIAB-CHECK-DATE PIC 9(8).
               10  WS-LIAB-STATE-TAX      PIC S9(9)V99 COMP-3.
               10  WS-LIAB-SDI            PIC S9(9)V99 COMP-3.
               10  WS-LIAB-AMOUNT         PIC S9(9)V99 COMP-3.
               10  WS-LIAB-DUE-DATE       PIC 9(8).
               10  WS-LIAB-RULE-CODE      PIC X.
               10  WS-LIAB-ACCEL-IND      PIC X.
               10  WS-LIAB-SDI-IND        PIC X.
               10  WS-LIAB-FREQ-INDEX     PIC 9(3) COMP-3.

       01  WS-DUE-DATE-TABLE.
           05  WS-DUE-COUNT               PIC 9(5) COMP-3 VALUE ZEROS.
           05  WS-DUE-ENTRY OCCURS 1000 TIMES.
               10  WS-DUE-KEY.
                   15  WS-DUE-COMPANY-CODE PIC X(2).
                   15  WS-DUE-STATE-CODE  PIC X(2).
                   15  WS-DUE-DATE        PIC 9(8).
               10  WS-DUE-AMOUNT          PIC S9(9)V99 COMP-3.
               10  WS-DUE-STATE-TAX       PIC S9(9)V99 COMP-3.
               10  WS-DUE-SDI             PIC S9(9)V99 COMP-3.
               10  WS-DUE-PERIOD-END      PIC 9(8).
               10  WS-DUE-RULE-CODE       PIC X.
               10  WS-DUE-ACCEL-IND       PIC X.
               10  WS-DUE-PAYEE-ID        PIC X(10).
               10  WS-DUE-STATE-ACCOUNT   PIC X(20).

       01  WS-WORK-FIELDS.
           05  WS-LIAB-INDEX              PIC 9(5) COMP-3 VALUE ZEROS.
           05  WS-LIAB-INDEX-2            PIC 9(5) COMP-3 VALUE ZEROS.
           05  WS-DUE-INDEX               PIC 9(5) COMP-3 VALUE ZEROS.
           05  WS-CO-INDEX                PIC 9(3) COMP-3 VALUE ZEROS.
           05  WS-RECORD-STATE-TAX        PIC S9(9)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-RECORD-SDI              PIC S9(9)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-SPLIT-INDEX             PIC 9(2) COMP-3 VALUE ZEROS.
           05  WS-RECORD-TAX-STATE        PIC X(2) VALUE SPACES.
           05  WS-REMAIN-STATE-TAX        PIC S9(9)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-REMAIN-SDI              PIC S9(9)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-LAST-EMP-ID             PIC X(6) VALUE SPACES.
           05  WS-CUR-COMPANY-CODE        PIC X(2) VALUE SPACES.
           05  WS-CUR-STATE-CODE          PIC X(2) VALUE SPACES.
           05  WS-MASTER-WORK-STATE       PIC X(2) VALUE SPACES.
           05  WS-MASTER-RES-STATE        PIC X(2) VALUE SPACES.
           05  WS-RECORDS-READ            PIC 9(7) COMP-3 VALUE ZEROS.
           05  WS-RECORDS-USED            PIC 9(7) COMP-3 VALUE ZEROS.
           05  WS-DEFAULTED-COUNT         PIC 9(3) COMP-3 VALUE ZEROS.
           05  WS-PAYMENTS-WRITTEN        PIC 9(4) COMP-3 VALUE ZEROS.
           05  WS-SWAP-ENTRY.
               10  WS-SWAP-SORT-KEY       PIC X(12).
               10  WS-SWAP-STATE-TAX      PIC S9(9)V99 COMP-3.
               10  WS-SWAP-SDI            PIC S9(9)V99 COMP-3.
               10  WS-SWAP-AMOUNT         PIC S9(9)V99 COMP-3.
               10  WS-SWAP-DUE-DATE       PIC 9(8).
               10  WS-SWAP-RULE-CODE      PIC X.
               10  WS-SWAP-ACCEL-IND      PIC X.
               10  WS-SWAP-SDI-IND        PIC X.
               10  WS-SWAP-FREQ-INDEX     PIC 9(3) COMP-3.

      *****************************************************************
      * Due date rule in force for the check date being scheduled,    *
      * and the liability accumulated toward one regular due date     *
      * for the threshold test                                        *
      *****************************************************************
       01  WS-SCHEDULE-WORK.
           05  WS-CALC-FREQUENCY          PIC X.
           05  WS-CALC-DUE-DAYS           PIC 9(2).
           05  WS-CALC-THRESHOLD          PIC 9(9)V99 COMP-3.
           05  WS-CALC-ACCEL-FREQUENCY    PIC X.
           05  WS-CALC-ACCEL-DUE-DAYS     PIC 9(2).
           05  WS-CALC-INCLUDE-SDI-IND    PIC X.
               88  WS-CALC-INCLUDE-SDI    VALUE 'Y'.
           05  WS-REGULAR-DUE-DATE        PIC 9(8).
           05  WS-REQUESTED-DAY           PIC 9(2).
           05  WS-BANK-DAYS               PIC 9(2).
           05  WS-QUARTER-NUMBER          PIC 9(1) COMP-3.
           05  WS-ACCUM-KEY.
               10  WS-ACCUM-COMPANY-CODE  PIC X(2) VALUE SPACES.
               10  WS-ACCUM-STATE-CODE    PIC X(2) VALUE SPACES.
               10  WS-ACCUM-DUE-DATE      PIC 9(8) VALUE ZEROS.
           05  WS-ACCUM-AMOUNT            PIC S9(9)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-MISSING-KEY             PIC X(4) VALUE SPACES.
           05  WS-REG-INDEX               PIC 9(4) COMP-3 VALUE ZEROS.
           05  WS-REG-YEAR                PIC 9(4) VALUE ZEROS.
           05  WS-MASTER-FREQUENCY        PIC X VALUE SPACES.
           05  WS-MASTER-WH-ACCOUNT       PIC X(20) VALUE SPACES.

       01  WS-CALENDAR-WORK.
           05  WS-WORK-DATE               PIC 9(8).
           05  WS-WORK-DATE-PARTS REDEFINES WS-WORK-DATE.
               10  WS-WORK-YEAR           PIC 9(4).
               10  WS-WORK-MONTH          PIC 9(2).
               10  WS-WORK-DAY            PIC 9(2).
           05  WS-WEEKDAY                 PIC 9(1) COMP-3 VALUE ZEROS.
           05  WS-DAYS-TO-ADD             PIC S9(2) COMP-3 VALUE ZEROS.
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

       01  WS-EDITED-FIELDS.
           05  WS-ED-AMOUNT                PIC ZZZ,ZZZ,ZZ9.99-.
           05  WS-ED-STATE-TAX             PIC ZZZ,ZZZ,ZZ9.99-.
           05  WS-ED-SDI                   PIC ZZZ,ZZZ,ZZ9.99-.
           05  WS-ED-COUNT                 PIC ZZZZZZ9.

       01  WS-REPORT-LINE                  PIC X(132).

      *****************************************************************
      * Step-sequencing ledger interface: verified at start so this   *
      * program refuses to run out of order or twice for the same     *
      * period, and completion is recorded at wrap-up                 *
      *****************************************************************
       01  WS-STEP-INTERFACE.
           05  WS-STEP-FUNCTION            PIC X VALUE 'V'.
           05  WS-STEP-PROGRAM-NAME        PIC X(8) VALUE 'STDEP   '.
           05  WS-STEP-PERIOD-ID           PIC 9(6) VALUE ZEROS.
           05  WS-STEP-RETURN-CODE         PIC X VALUE '0'.

       PROCEDURE DIVISION.
       000-MAIN-PROCESS.
      *****************************************************************
      * Main process coordinates the state deposit scheduling run      *
      *****************************************************************
           PERFORM 100-INITIALIZATION

           PERFORM UNTIL HIST-FILE-EOF
               PERFORM 200-ACCUMULATE-LIABILITY
           END-PERFORM

           PERFORM 300-SORT-LIABILITY-TABLE
           PERFORM 400-ASSIGN-DUE-DATES
           PERFORM 500-COMBINE-BY-DUE-DATE
           PERFORM 900-WRAP-UP

           STOP RUN
           .

       100-INITIALIZATION.
      *****************************************************************
      * Open files, load the frequency table and banking holidays,     *
      * read the period parameter record if supplied, and write the    *
      * report heading                                                 *
      *****************************************************************
           DISPLAY 'STATE DEPOSIT SCHEDULER STARTED'

           CALL 'COMPLOAD' USING COMPANY-TABLE
           IF NOT COMPANY-TABLE-LOADED
               DISPLAY 'ERROR LOADING COMPANY MASTER - RUN STOPPED'
               STOP RUN
           END-IF

           MOVE 'V' TO WS-STEP-FUNCTION
           CALL 'STEPCHK' USING WS-STEP-FUNCTION
                                WS-STEP-PROGRAM-NAME
                                WS-STEP-PERIOD-ID
                                WS-STEP-RETURN-CODE
           IF WS-STEP-RETURN-CODE NOT = '0'
               DISPLAY 'RUN REFUSED BY STEP LEDGER - RC: '
                       WS-STEP-RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT PAY-HISTORY-FILE
           IF NOT HIST-FILE-SUCCESS
               DISPLAY 'ERROR OPENING PAY HISTORY: ' HIST-FILE-STATUS
               STOP RUN
           END-IF

           OPEN INPUT EMPLOYEE-FILE
           IF NOT EMP-FILE-SUCCESS
               DISPLAY 'ERROR OPENING EMPLOYEE FILE: ' EMP-FILE-STATUS
               STOP RUN
           END-IF

           PERFORM 110-LOAD-FREQUENCY-TABLE
           PERFORM 120-LOAD-BANK-HOLIDAYS

           OPEN INPUT DEPOSIT-PARM-FILE
           IF STDPARM-FILE-SUCCESS
               READ DEPOSIT-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-PERIOD-START IS NUMERIC
                           AND PARM-PERIOD-START > ZEROS
                           MOVE PARM-PERIOD-START TO WS-PERIOD-START
                       END-IF
                       IF PARM-PERIOD-END IS NUMERIC
                           AND PARM-PERIOD-END > ZEROS
                           MOVE PARM-PERIOD-END TO WS-PERIOD-END
                       END-IF
               END-READ
           END-IF
           CLOSE DEPOSIT-PARM-FILE

           OPEN OUTPUT STATE-DEPOSIT-FILE
           OPEN OUTPUT DEPOSIT-REPORT-FILE

           MOVE SPACES TO WS-REPORT-LINE
           STRING 'STATE WITHHOLDING DEPOSIT CALENDAR - CHECK DATES '
                  WS-PERIOD-START ' THRU ' WS-PERIOD-END
                  DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           WRITE DEPOSIT-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE ALL '-' TO WS-REPORT-LINE
           WRITE DEPOSIT-REPORT-RECORD FROM WS-REPORT-LINE
           .

       110-LOAD-FREQUENCY-TABLE.
      *****************************************************************
      * Load the per-company, per-state deposit frequency rows. A row  *
      * with an unknown frequency code is dropped so the state falls   *
      * to the monthly default rather than an undefined schedule       *
      *****************************************************************
           MOVE ZEROS TO WS-FQ-COUNT
           OPEN INPUT DEPOSIT-FREQ-FILE
           IF FREQ-FILE-SUCCESS
               PERFORM UNTIL FREQ-FILE-EOF
                   READ DEPOSIT-FREQ-FILE
                       AT END
                           SET FREQ-FILE-EOF TO TRUE
                       NOT AT END
                           IF NOT SDF-VALID-FREQUENCY
                               IN STATE-DEPOSIT-FREQ-RECORD-FILE
                               DISPLAY 'FREQUENCY ROW DROPPED - CODE '
                                       SDF-FREQUENCY IN
                                       STATE-DEPOSIT-FREQ-RECORD-FILE
                                       ' STATE ' SDF-STATE-CODE IN
                                       STATE-DEPOSIT-FREQ-RECORD-FILE
                           ELSE
                               IF WS-FQ-COUNT < 100
                                   PERFORM 115-ADD-FREQUENCY-ROW
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEPOSIT-FREQ-FILE
           END-IF
           DISPLAY 'STATE FREQUENCY ROWS LOADED - ' WS-FQ-COUNT
           .

       115-ADD-FREQUENCY-ROW.
      *****************************************************************
      * Copy one frequency row into the table                          *
      *****************************************************************
           ADD 1 TO WS-FQ-COUNT
           MOVE SDF-COMPANY-CODE IN STATE-DEPOSIT-FREQ-RECORD-FILE
               TO WS-FQ-COMPANY-CODE (WS-FQ-COUNT)
           MOVE SDF-STATE-CODE IN STATE-DEPOSIT-FREQ-RECORD-FILE
               TO WS-FQ-STATE-CODE (WS-FQ-COUNT)
           MOVE SDF-FREQUENCY IN STATE-DEPOSIT-FREQ-RECORD-FILE
               TO WS-FQ-FREQUENCY (WS-FQ-COUNT)
           MOVE ZEROS TO WS-FQ-DUE-DAYS (WS-FQ-COUNT)
           IF SDF-DUE-DAYS IN STATE-DEPOSIT-FREQ-RECORD-FILE IS NUMERIC
               MOVE SDF-DUE-DAYS IN STATE-DEPOSIT-FREQ-RECORD-FILE
                   TO WS-FQ-DUE-DAYS (WS-FQ-COUNT)
           END-IF
           MOVE ZEROS TO WS-FQ-THRESHOLD (WS-FQ-COUNT)
           IF SDF-THRESHOLD-AMOUNT IN STATE-DEPOSIT-FREQ-RECORD-FILE
                   IS NUMERIC
               MOVE SDF-THRESHOLD-AMOUNT
                   IN STATE-DEPOSIT-FREQ-RECORD-FILE
                   TO WS-FQ-THRESHOLD (WS-FQ-COUNT)
           END-IF
           MOVE SDF-ACCEL-FREQUENCY IN STATE-DEPOSIT-FREQ-RECORD-FILE
               TO WS-FQ-ACCEL-FREQUENCY (WS-FQ-COUNT)
           MOVE ZEROS TO WS-FQ-ACCEL-DUE-DAYS (WS-FQ-COUNT)
           IF SDF-ACCEL-DUE-DAYS IN STATE-DEPOSIT-FREQ-RECORD-FILE
                   IS NUMERIC
               MOVE SDF-ACCEL-DUE-DAYS
                   IN STATE-DEPOSIT-FREQ-RECORD-FILE
                   TO WS-FQ-ACCEL-DUE-DAYS (WS-FQ-COUNT)
           END-IF
           MOVE SDF-INCLUDE-SDI-IND IN STATE-DEPOSIT-FREQ-RECORD-FILE
               TO WS-FQ-INCLUDE-SDI-IND (WS-FQ-COUNT)
           MOVE SDF-PAYEE-ID IN STATE-DEPOSIT-FREQ-RECORD-FILE
               TO WS-FQ-PAYEE-ID (WS-FQ-COUNT)
           MOVE SDF-STATE-ACCOUNT IN STATE-DEPOSIT-FREQ-RECORD-FILE
               TO WS-FQ-STATE-ACCOUNT (WS-FQ-COUNT)
           .

       120-LOAD-BANK-HOLIDAYS.
      *****************************************************************
      * Load the Federal Reserve banking holidays from the holiday    *
      * calendar - a missing calendar leaves weekends as the only     *
      * non-banking days                                               *
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
                               AND WS-BH-COUNT < 30
                               ADD 1 TO WS-BH-COUNT
                               MOVE HOL-DATE
                                   IN HOLIDAY-CALENDAR-RECORD-FILE TO
                                   WS-BH-DATE (WS-BH-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOLIDAY-CALENDAR-FILE
           END-IF
           DISPLAY 'BANK HOLIDAYS LOADED - ' WS-BH-COUNT ' DATE(S)'
           .

       200-ACCUMULATE-LIABILITY.
      *****************************************************************
      * Roll one history record's state liability into its company,    *
      * state and check date bucket                                    *
      *****************************************************************
           READ PAY-HISTORY-FILE
               AT END
                   CONTINUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
                   IF HIST-CHECK-DATE IN PAY-HISTORY-RECORD-FILE >=
                           WS-PERIOD-START
                       AND HIST-CHECK-DATE IN PAY-HISTORY-RECORD-FILE
                           <= WS-PERIOD-END
                       PERFORM 210-RESOLVE-COMPANY-STATE
                       PERFORM 250-ROLL-INTO-CHECK-DATE
                   END-IF
           END-READ
           .

       210-RESOLVE-COMPANY-STATE.
      *****************************************************************
      * The company comes from the master (read once per employee -    *
      * history arrives in employee order); a blank or unknown         *
      * company belongs to the first company. The state is the         *
      * record's taxing state, or for records written before it was    *
      * carried the master's work state, then residence state          *
      *****************************************************************
           IF HIST-EMP-ID IN PAY-HISTORY-RECORD-FILE NOT =
                   WS-LAST-EMP-ID
               MOVE HIST-EMP-ID IN PAY-HISTORY-RECORD-FILE TO
                   WS-LAST-EMP-ID
               MOVE WS-LAST-EMP-ID TO EMP-ID IN EMPLOYEE-RECORD-FILE
               READ EMPLOYEE-FILE
                   INVALID KEY
                       MOVE SPACES TO
                           EMP-COMPANY-CODE IN EMPLOYEE-RECORD-FILE
                       MOVE SPACES TO
                           EMP-WORK-STATE IN EMPLOYEE-RECORD-FILE
                       MOVE SPACES TO
                           EMP-STATE IN EMPLOYEE-RECORD-FILE
               END-READ

               MOVE COMPANY-CODE (1) TO WS-CUR-COMPANY-CODE
               PERFORM VARYING WS-CO-INDEX FROM 1 BY 1
                       UNTIL WS-CO-INDEX > COMPANY-ENTRY-COUNT
                   IF COMPANY-CODE (WS-CO-INDEX) =
                           EMP-COMPANY-CODE IN EMPLOYEE-RECORD-FILE
                       MOVE COMPANY-CODE (WS-CO-INDEX) TO
                           WS-CUR-COMPANY-CODE
                       MOVE 99 TO WS-CO-INDEX
                   END-IF
               END-PERFORM

               MOVE EMP-WORK-STATE IN EMPLOYEE-RECORD-FILE TO
                   WS-MASTER-WORK-STATE
               MOVE EMP-STATE IN EMPLOYEE-RECORD-FILE TO
                   WS-MASTER-RES-STATE
               IF WS-MASTER-WORK-STATE = LOW-VALUES
                   MOVE SPACES TO WS-MASTER-WORK-STATE
               END-IF
           END-IF

           IF HIST-TAX-STATE IN PAY-HISTORY-RECORD-FILE = LOW-VALUES
                   OR HIST-TAX-STATE IN PAY-HISTORY-RECORD-FILE =
                      SPACES
               IF WS-MASTER-WORK-STATE NOT = SPACES
                   MOVE WS-MASTER-WORK-STATE TO WS-CUR-STATE-CODE
               ELSE
                   MOVE WS-MASTER-RES-STATE TO WS-CUR-STATE-CODE
               END-IF
           ELSE
               MOVE HIST-TAX-STATE IN PAY-HISTORY-RECORD-FILE TO
                   WS-CUR-STATE-CODE
           END-IF
           .

       250-ROLL-INTO-CHECK-DATE.
      *****************************************************************
      * Find or claim the company/state/check date slot in the         *
      * liability table. SDI is carried separately so the frequency    *
      * row can decide whether it is deposited with withholding        *
      *****************************************************************
           MOVE HIST-STATE-TAX IN PAY-HISTORY-RECORD-FILE TO
               WS-RECORD-STATE-TAX
           MOVE ZEROS TO WS-RECORD-SDI
           IF HIST-SDI-TAX IN PAY-HISTORY-RECORD-FILE IS NUMERIC
               MOVE HIST-SDI-TAX IN PAY-HISTORY-RECORD-FILE TO
                   WS-RECORD-SDI
           END-IF

           IF WS-RECORD-STATE-TAX = ZEROS AND WS-RECORD-SDI = ZEROS
               CONTINUE
           ELSE
               ADD 1 TO WS-RECORDS-USED
               IF HIST-STATE-SPLIT-COUNT IN PAY-HISTORY-RECORD-FILE
                       IS NUMERIC
                   AND HIST-STATE-SPLIT-COUNT
                       IN PAY-HISTORY-RECORD-FILE > ZEROS
                   PERFORM 252-ROLL-STATE-SPLITS
               END-IF
               PERFORM 255-ADD-TO-LIABILITY
           END-IF
           .

       252-ROLL-STATE-SPLITS.
      *****************************************************************
      * A period split across work states owes each state its own     *
      * share of the withholding. Each split state's tax is rolled in *
      * separately; anything the split does not account for, and the  *
      * SDI, stays with the record's taxing state                     *
      *****************************************************************
           MOVE WS-CUR-STATE-CODE TO WS-RECORD-TAX-STATE
           MOVE WS-RECORD-SDI TO WS-REMAIN-SDI
           MOVE ZEROS TO WS-RECORD-SDI
           PERFORM VARYING WS-SPLIT-INDEX FROM 1 BY 1
                   UNTIL WS-SPLIT-INDEX >
                       HIST-STATE-SPLIT-COUNT IN PAY-HISTORY-RECORD-FILE
                   OR WS-SPLIT-INDEX > 6
               SUBTRACT HIST-SPLIT-TAX IN PAY-HISTORY-RECORD-FILE
                   (WS-SPLIT-INDEX) FROM WS-RECORD-STATE-TAX
               MOVE WS-RECORD-STATE-TAX TO WS-REMAIN-STATE-TAX
               MOVE HIST-SPLIT-STATE IN PAY-HISTORY-RECORD-FILE
                   (WS-SPLIT-INDEX) TO WS-CUR-STATE-CODE
               MOVE HIST-SPLIT-TAX IN PAY-HISTORY-RECORD-FILE
                   (WS-SPLIT-INDEX) TO WS-RECORD-STATE-TAX
               IF WS-RECORD-STATE-TAX NOT = ZEROS
                   PERFORM 255-ADD-TO-LIABILITY
               END-IF
               MOVE WS-REMAIN-STATE-TAX TO WS-RECORD-STATE-TAX
           END-PERFORM
           MOVE WS-RECORD-TAX-STATE TO WS-CUR-STATE-CODE
           MOVE WS-REMAIN-SDI TO WS-RECORD-SDI
           .

       255-ADD-TO-LIABILITY.
      *****************************************************************
      * Add the record's state tax and SDI to the slot for its         *
      * company, state and check date                                  *
      *****************************************************************
           IF WS-RECORD-STATE-TAX = ZEROS AND WS-RECORD-SDI = ZEROS
               CONTINUE
           ELSE
               PERFORM VARYING WS-LIAB-INDEX FROM 1 BY 1
                       UNTIL WS-LIAB-INDEX > WS-LIAB-COUNT
                   IF WS-LIAB-COMPANY-CODE (WS-LIAB-INDEX) =
                           WS-CUR-COMPANY-CODE
                       AND WS-LIAB-STATE-CODE (WS-LIAB-INDEX) =
                           WS-CUR-STATE-CODE
                       AND WS-LIAB-CHECK-DATE (WS-LIAB-INDEX) =
                           HIST-CHECK-DATE IN PAY-HISTORY-RECORD-FILE
                       ADD WS-RECORD-STATE-TAX TO
                           WS-LIAB-STATE-TAX (WS-LIAB-INDEX)
                       ADD WS-RECORD-SDI TO
                           WS-LIAB-SDI (WS-LIAB-INDEX)
                       MOVE 9999 TO WS-LIAB-INDEX
                   END-IF
               END-PERFORM

               IF WS-LIAB-INDEX < 9999
                   IF WS-LIAB-COUNT < 1000
                       ADD 1 TO WS-LIAB-COUNT
                       MOVE WS-CUR-COMPANY-CODE TO
                           WS-LIAB-COMPANY-CODE (WS-LIAB-COUNT)
                       MOVE WS-CUR-STATE-CODE TO
                           WS-LIAB-STATE-CODE (WS-LIAB-COUNT)
                       MOVE HIST-CHECK-DATE IN PAY-HISTORY-RECORD-FILE
                           TO WS-LIAB-CHECK-DATE (WS-LIAB-COUNT)
                       MOVE WS-RECORD-STATE-TAX TO
                           WS-LIAB-STATE-TAX (WS-LIAB-COUNT)
                       MOVE WS-RECORD-SDI TO
                           WS-LIAB-SDI (WS-LIAB-COUNT)
                       MOVE ZEROS TO WS-LIAB-AMOUNT (WS-LIAB-COUNT)
                       MOVE ZEROS TO WS-LIAB-DUE-DATE (WS-LIAB-COUNT)
                       MOVE SPACES TO WS-LIAB-RULE-CODE (WS-LIAB-COUNT)
                       MOVE 'N' TO WS-LIAB-ACCEL-IND (WS-LIAB-COUNT)
                       MOVE 'N' TO WS-LIAB-SDI-IND (WS-LIAB-COUNT)
                       MOVE ZEROS TO WS-LIAB-FREQ-INDEX (WS-LIAB-COUNT)
                   ELSE
                       DISPLAY 'LIABILITY TABLE FULL - DROPPED: '
                               WS-CUR-COMPANY-CODE ' '
                               WS-CUR-STATE-CODE ' '
                               HIST-CHECK-DATE
                                 IN PAY-HISTORY-RECORD-FILE
                   END-IF
               END-IF
           END-IF
           .

       300-SORT-LIABILITY-TABLE.
      *****************************************************************
      * Order the buckets by company, state and check date - history   *
      * arrives in employee/period key order, and the threshold test   *
      * needs each state's check dates in date order                   *
      *****************************************************************
           PERFORM VARYING WS-LIAB-INDEX FROM 1 BY 1
                   UNTIL WS-LIAB-INDEX >= WS-LIAB-COUNT
               PERFORM VARYING WS-LIAB-INDEX-2 FROM 1 BY 1
                       UNTIL WS-LIAB-INDEX-2 >= WS-LIAB-COUNT
                   IF WS-LIAB-SORT-KEY (WS-LIAB-INDEX-2) >
                           WS-LIAB-SORT-KEY (WS-LIAB-INDEX-2 + 1)
                       MOVE WS-LIAB-ENTRY (WS-LIAB-INDEX-2) TO
                           WS-SWAP-ENTRY
                       MOVE WS-LIAB-ENTRY (WS-LIAB-INDEX-2 + 1) TO
                           WS-LIAB-ENTRY (WS-LIAB-INDEX-2)
                       MOVE WS-SWAP-ENTRY TO
                           WS-LIAB-ENTRY (WS-LIAB-INDEX-2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM
           .

       400-ASSIGN-DUE-DATES.
      *****************************************************************
      * Assign each check date its deposit due date per its state's   *
      * frequency row                                                  *
      *****************************************************************
           PERFORM VARYING WS-LIAB-INDEX FROM 1 BY 1
                   UNTIL WS-LIAB-INDEX > WS-LIAB-COUNT
               PERFORM 410-ASSIGN-ONE-DUE-DATE
           END-PERFORM
           .

       410-ASSIGN-ONE-DUE-DATE.
      *****************************************************************
      * Work out the regular due date for the check date, then apply   *
      * the state's threshold: when the liability accumulated toward   *
      * that regular due date reaches the threshold, this check date   *
      * is deposited on the accelerated frequency and accumulation     *
      * starts over                                                    *
      *****************************************************************
           PERFORM 420-FIND-FREQUENCY-ROW
           MOVE WS-FQ-MATCH TO WS-LIAB-FREQ-INDEX (WS-LIAB-INDEX)

           MOVE WS-LIAB-STATE-TAX (WS-LIAB-INDEX) TO
               WS-LIAB-AMOUNT (WS-LIAB-INDEX)
           MOVE WS-CALC-INCLUDE-SDI-IND TO
               WS-LIAB-SDI-IND (WS-LIAB-INDEX)
           IF WS-CALC-INCLUDE-SDI
               ADD WS-LIAB-SDI (WS-LIAB-INDEX) TO
                   WS-LIAB-AMOUNT (WS-LIAB-INDEX)
           END-IF

           MOVE WS-LIAB-CHECK-DATE (WS-LIAB-INDEX) TO WS-WORK-DATE
           PERFORM 430-COMPUTE-DUE-DATE
           MOVE WS-WORK-DATE TO WS-REGULAR-DUE-DATE
           MOVE WS-CALC-FREQUENCY TO WS-LIAB-RULE-CODE (WS-LIAB-INDEX)
           MOVE 'N' TO WS-LIAB-ACCEL-IND (WS-LIAB-INDEX)

           IF WS-ACCUM-COMPANY-CODE NOT =
                   WS-LIAB-COMPANY-CODE (WS-LIAB-INDEX)
               OR WS-ACCUM-STATE-CODE NOT =
                   WS-LIAB-STATE-CODE (WS-LIAB-INDEX)
               OR WS-ACCUM-DUE-DATE NOT = WS-REGULAR-DUE-DATE
               MOVE WS-LIAB-COMPANY-CODE (WS-LIAB-INDEX) TO
                   WS-ACCUM-COMPANY-CODE
               MOVE WS-LIAB-STATE-CODE (WS-LIAB-INDEX) TO
                   WS-ACCUM-STATE-CODE
               MOVE WS-REGULAR-DUE-DATE TO WS-ACCUM-DUE-DATE
               MOVE ZEROS TO WS-ACCUM-AMOUNT
           END-IF
           ADD WS-LIAB-AMOUNT (WS-LIAB-INDEX) TO WS-ACCUM-AMOUNT

           IF WS-CALC-THRESHOLD > ZEROS
               AND WS-ACCUM-AMOUNT >= WS-CALC-THRESHOLD
               MOVE WS-CALC-ACCEL-FREQUENCY TO WS-CALC-FREQUENCY
               IF WS-CALC-FREQUENCY NOT = 'N' AND NOT = 'S'
                       AND NOT = 'M' AND NOT = 'Q'
                   MOVE 'N' TO WS-CALC-FREQUENCY
               END-IF
               MOVE WS-CALC-ACCEL-DUE-DAYS TO WS-CALC-DUE-DAYS
               MOVE WS-LIAB-CHECK-DATE (WS-LIAB-INDEX) TO WS-WORK-DATE
               PERFORM 430-COMPUTE-DUE-DATE
               MOVE WS-CALC-FREQUENCY TO
                   WS-LIAB-RULE-CODE (WS-LIAB-INDEX)
               MOVE 'Y' TO WS-LIAB-ACCEL-IND (WS-LIAB-INDEX)
               MOVE ZEROS TO WS-ACCUM-AMOUNT
           END-IF

           MOVE WS-WORK-DATE TO WS-LIAB-DUE-DATE (WS-LIAB-INDEX)
           .

       420-FIND-FREQUENCY-ROW.
      *****************************************************************
      * The company's own row for the state wins; a blank-company row  *
      * for the state applies otherwise. With neither, the state is    *
      * scheduled monthly on the 15th with no threshold or SDI, and    *
      * the default is reported once per company and state. The        *
      * frequency the state assigned the company on the company master *
      * replaces the row's regular frequency; the row's due days,      *
      * threshold and SDI rule stay in force                           *
      *****************************************************************
           PERFORM 425-FIND-REGISTRATION
           MOVE ZEROS TO WS-FQ-MATCH
           PERFORM VARYING WS-FQ-INDEX FROM 1 BY 1
                   UNTIL WS-FQ-INDEX > WS-FQ-COUNT
               IF WS-FQ-STATE-CODE (WS-FQ-INDEX) =
                       WS-LIAB-STATE-CODE (WS-LIAB-INDEX)
                   IF WS-FQ-COMPANY-CODE (WS-FQ-INDEX) =
                           WS-LIAB-COMPANY-CODE (WS-LIAB-INDEX)
                       MOVE WS-FQ-INDEX TO WS-FQ-MATCH
                       MOVE 999 TO WS-FQ-INDEX
                   ELSE
                       IF WS-FQ-COMPANY-CODE (WS-FQ-INDEX) = SPACES
                           MOVE WS-FQ-INDEX TO WS-FQ-MATCH
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           IF WS-FQ-MATCH > ZEROS
               MOVE WS-FQ-FREQUENCY (WS-FQ-MATCH) TO WS-CALC-FREQUENCY
               MOVE WS-FQ-DUE-DAYS (WS-FQ-MATCH) TO WS-CALC-DUE-DAYS
               MOVE WS-FQ-THRESHOLD (WS-FQ-MATCH) TO WS-CALC-THRESHOLD
               MOVE WS-FQ-ACCEL-FREQUENCY (WS-FQ-MATCH) TO
                   WS-CALC-ACCEL-FREQUENCY
               MOVE WS-FQ-ACCEL-DUE-DAYS (WS-FQ-MATCH) TO
                   WS-CALC-ACCEL-DUE-DAYS
               MOVE WS-FQ-INCLUDE-SDI-IND (WS-FQ-MATCH) TO
                   WS-CALC-INCLUDE-SDI-IND
           ELSE
               MOVE 'M' TO WS-CALC-FREQUENCY
               MOVE ZEROS TO WS-CALC-DUE-DAYS
               MOVE ZEROS TO WS-CALC-THRESHOLD
               MOVE SPACES TO WS-CALC-ACCEL-FREQUENCY
               MOVE ZEROS TO WS-CALC-ACCEL-DUE-DAYS
               MOVE 'N' TO WS-CALC-INCLUDE-SDI-IND
               IF WS-MASTER-FREQUENCY = SPACES
                   AND WS-MISSING-KEY NOT =
                       WS-LIAB-SORT-KEY (WS-LIAB-INDEX) (1:4)
                   MOVE WS-LIAB-SORT-KEY (WS-LIAB-INDEX) (1:4) TO
                       WS-MISSING-KEY
                   ADD 1 TO WS-DEFAULTED-COUNT
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING 'NO FREQUENCY ROW FOR COMPANY '
                          WS-LIAB-COMPANY-CODE (WS-LIAB-INDEX)
                          ' STATE ' WS-LIAB-STATE-CODE (WS-LIAB-INDEX)
                          ' - MONTHLY ON THE 15TH APPLIED'
                          DELIMITED BY SIZE
                          INTO WS-REPORT-LINE
                   WRITE DEPOSIT-REPORT-RECORD FROM WS-REPORT-LINE
               END-IF
           END-IF

           IF WS-MASTER-FREQUENCY NOT = SPACES
               MOVE WS-MASTER-FREQUENCY TO WS-CALC-FREQUENCY
           END-IF
           .

       425-FIND-REGISTRATION.
      *****************************************************************
      * Find the company's registration with the state on the company  *
      * master for the check date's year, for its deposit frequency    *
      * and withholding account number. Both are blank when the        *
      * company has no registration row for that year                  *
      *****************************************************************
           MOVE SPACES TO WS-MASTER-FREQUENCY
           MOVE SPACES TO WS-MASTER-WH-ACCOUNT
           MOVE WS-LIAB-CHECK-DATE (WS-LIAB-INDEX) (1:4) TO WS-REG-YEAR
           PERFORM VARYING WS-REG-INDEX FROM 1 BY 1
                   UNTIL WS-REG-INDEX > COMPANY-REG-COUNT
               IF COMPANY-REG-COMPANY (WS-REG-INDEX) =
                      WS-LIAB-COMPANY-CODE (WS-LIAB-INDEX)
                  AND COMPANY-REG-STATE (WS-REG-INDEX) =
                      WS-LIAB-STATE-CODE (WS-LIAB-INDEX)
                  AND COMPANY-REG-TAX-YEAR (WS-REG-INDEX) = WS-REG-YEAR
                   MOVE COMPANY-REG-DEPOSIT-FREQ (WS-REG-INDEX) TO
                       WS-MASTER-FREQUENCY
                   MOVE COMPANY-REG-WH-ACCOUNT (WS-REG-INDEX) TO
                       WS-MASTER-WH-ACCOUNT
                   MOVE 999 TO WS-REG-INDEX
               END-IF
           END-PERFORM
           .

       430-COMPUTE-DUE-DATE.
      *****************************************************************
      * Turn the check date in the work date into its due date under   *
      * the frequency and due days in force, then roll it forward off  *
      * a weekend or banking holiday                                   *
      *****************************************************************
           EVALUATE WS-CALC-FREQUENCY
               WHEN 'N'
                   MOVE WS-CALC-DUE-DAYS TO WS-BANK-DAYS
                   IF WS-BANK-DAYS = ZEROS
                       MOVE 1 TO WS-BANK-DAYS
                   END-IF
                   PERFORM 820-NEXT-BANKING-DAY WS-BANK-DAYS TIMES
               WHEN 'S'
                   PERFORM 810-COMPUTE-WEEKDAY
                   IF WS-WEEKDAY >= 4 AND WS-WEEKDAY <= 6
                       COMPUTE WS-DAYS-TO-ADD = 4 - WS-WEEKDAY
                   ELSE
                       COMPUTE WS-DAYS-TO-ADD = 6 - WS-WEEKDAY
                   END-IF
                   IF WS-DAYS-TO-ADD <= ZEROS
                       ADD 7 TO WS-DAYS-TO-ADD
                   END-IF
                   PERFORM 830-ADD-DAYS
                   PERFORM 825-ROLL-TO-BANKING-DAY
               WHEN 'Q'
                   COMPUTE WS-QUARTER-NUMBER = (WS-WORK-MONTH - 1) / 3
                   COMPUTE WS-WORK-MONTH = (WS-QUARTER-NUMBER * 3) + 4
                   IF WS-WORK-MONTH > 12
                       SUBTRACT 12 FROM WS-WORK-MONTH
                       ADD 1 TO WS-WORK-YEAR
                   END-IF
                   MOVE WS-CALC-DUE-DAYS TO WS-REQUESTED-DAY
                   PERFORM 435-SET-DUE-DAY
                   PERFORM 825-ROLL-TO-BANKING-DAY
               WHEN OTHER
                   ADD 1 TO WS-WORK-MONTH
                   IF WS-WORK-MONTH > 12
                       MOVE 1 TO WS-WORK-MONTH
                       ADD 1 TO WS-WORK-YEAR
                   END-IF
                   MOVE WS-CALC-DUE-DAYS TO WS-REQUESTED-DAY
                   IF WS-REQUESTED-DAY = ZEROS
                       MOVE WS-DEFAULT-MONTHLY-DAY TO WS-REQUESTED-DAY
                   END-IF
                   PERFORM 435-SET-DUE-DAY
                   PERFORM 825-ROLL-TO-BANKING-DAY
           END-EVALUATE
           .

       435-SET-DUE-DAY.
      *****************************************************************
      * Set the requested day of the work date's month, holding it to  *
      * the month's length; zero requests the month's last day         *
      *****************************************************************
           PERFORM 845-SET-MONTH-DAYS
           IF WS-REQUESTED-DAY = ZEROS
               OR WS-REQUESTED-DAY > WS-MONTH-DAYS
               MOVE WS-MONTH-DAYS TO WS-WORK-DAY
           ELSE
               MOVE WS-REQUESTED-DAY TO WS-WORK-DAY
           END-IF
           .

       500-COMBINE-BY-DUE-DATE.
      *****************************************************************
      * Combine check dates sharing a company, state and due date      *
      * into one payment and write the calendar line per check date    *
      *****************************************************************
           MOVE SPACES TO WS-REPORT-LINE
           WRITE DEPOSIT-REPORT-RECORD FROM WS-REPORT-LINE
           PERFORM VARYING WS-LIAB-INDEX FROM 1 BY 1
                   UNTIL WS-LIAB-INDEX > WS-LIAB-COUNT
               PERFORM 510-REPORT-AND-COMBINE
           END-PERFORM
           .

       510-REPORT-AND-COMBINE.
      *****************************************************************
      * Write the calendar line and roll the amount into its due       *
      * date's payment bucket                                          *
      *****************************************************************
           MOVE WS-LIAB-STATE-TAX (WS-LIAB-INDEX) TO WS-ED-STATE-TAX
           MOVE WS-LIAB-SDI (WS-LIAB-INDEX) TO WS-ED-SDI
           MOVE WS-LIAB-AMOUNT (WS-LIAB-INDEX) TO WS-ED-AMOUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'CO ' WS-LIAB-COMPANY-CODE (WS-LIAB-INDEX)
                  ' ST ' WS-LIAB-STATE-CODE (WS-LIAB-INDEX)
                  '  CHECK ' WS-LIAB-CHECK-DATE (WS-LIAB-INDEX)
                  '  TAX ' WS-ED-STATE-TAX
                  '  SDI ' WS-ED-SDI
                  '  DEPOSIT ' WS-ED-AMOUNT
                  '  DUE ' WS-LIAB-DUE-DATE (WS-LIAB-INDEX)
                  '  RULE ' WS-LIAB-RULE-CODE (WS-LIAB-INDEX)
                  DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           IF WS-LIAB-ACCEL-IND (WS-LIAB-INDEX) = 'Y'
               MOVE 'ACCELERATED' TO WS-REPORT-LINE (119:11)
           END-IF
           WRITE DEPOSIT-REPORT-RECORD FROM WS-REPORT-LINE

           PERFORM VARYING WS-DUE-INDEX FROM 1 BY 1
                   UNTIL WS-DUE-INDEX > WS-DUE-COUNT
               IF WS-DUE-COMPANY-CODE (WS-DUE-INDEX) =
                       WS-LIAB-COMPANY-CODE (WS-LIAB-INDEX)
                   AND WS-DUE-STATE-CODE (WS-DUE-INDEX) =
                       WS-LIAB-STATE-CODE (WS-LIAB-INDEX)
                   AND WS-DUE-DATE (WS-DUE-INDEX) =
                       WS-LIAB-DUE-DATE (WS-LIAB-INDEX)
                   ADD WS-LIAB-AMOUNT (WS-LIAB-INDEX) TO
                       WS-DUE-AMOUNT (WS-DUE-INDEX)
                   ADD WS-LIAB-STATE-TAX (WS-LIAB-INDEX) TO
                       WS-DUE-STATE-TAX (WS-DUE-INDEX)
                   IF WS-LIAB-SDI-IND (WS-LIAB-INDEX) = 'Y'
                       ADD WS-LIAB-SDI (WS-LIAB-INDEX) TO
                           WS-DUE-SDI (WS-DUE-INDEX)
                   END-IF
                   IF WS-LIAB-CHECK-DATE (WS-LIAB-INDEX) >
                           WS-DUE-PERIOD-END (WS-DUE-INDEX)
                       MOVE WS-LIAB-CHECK-DATE (WS-LIAB-INDEX) TO
                           WS-DUE-PERIOD-END (WS-DUE-INDEX)
                   END-IF
                   IF WS-LIAB-ACCEL-IND (WS-LIAB-INDEX) = 'Y'
                       MOVE 'Y' TO WS-DUE-ACCEL-IND (WS-DUE-INDEX)
                   END-IF
                   MOVE 9999 TO WS-DUE-INDEX
               END-IF
           END-PERFORM

           IF WS-DUE-INDEX < 9999
               IF WS-DUE-COUNT < 1000
                   PERFORM 520-ADD-PAYMENT
               ELSE
                   DISPLAY 'DUE DATE TABLE FULL - PAYMENT DROPPED'
               END-IF
           END-IF
           .

       520-ADD-PAYMENT.
      *****************************************************************
      * Claim a new payment bucket for the check date's due date. The  *
      * payee and state account come from the frequency row; without   *
      * a payee on the row the AP payee defaults to STWH + state. The  *
      * withholding account on the company master's registration wins  *
      * over the row's                                                 *
      *****************************************************************
           ADD 1 TO WS-DUE-COUNT
           MOVE WS-LIAB-COMPANY-CODE (WS-LIAB-INDEX) TO
               WS-DUE-COMPANY-CODE (WS-DUE-COUNT)
           MOVE WS-LIAB-STATE-CODE (WS-LIAB-INDEX) TO
               WS-DUE-STATE-CODE (WS-DUE-COUNT)
           MOVE WS-LIAB-DUE-DATE (WS-LIAB-INDEX) TO
               WS-DUE-DATE (WS-DUE-COUNT)
           MOVE WS-LIAB-AMOUNT (WS-LIAB-INDEX) TO
               WS-DUE-AMOUNT (WS-DUE-COUNT)
           MOVE WS-LIAB-STATE-TAX (WS-LIAB-INDEX) TO
               WS-DUE-STATE-TAX (WS-DUE-COUNT)
           MOVE ZEROS TO WS-DUE-SDI (WS-DUE-COUNT)
           IF WS-LIAB-SDI-IND (WS-LIAB-INDEX) = 'Y'
               MOVE WS-LIAB-SDI (WS-LIAB-INDEX) TO
                   WS-DUE-SDI (WS-DUE-COUNT)
           END-IF
           MOVE WS-LIAB-CHECK-DATE (WS-LIAB-INDEX) TO
               WS-DUE-PERIOD-END (WS-DUE-COUNT)
           MOVE WS-LIAB-RULE-CODE (WS-LIAB-INDEX) TO
               WS-DUE-RULE-CODE (WS-DUE-COUNT)
           MOVE WS-LIAB-ACCEL-IND (WS-LIAB-INDEX) TO
               WS-DUE-ACCEL-IND (WS-DUE-COUNT)

           MOVE SPACES TO WS-DUE-PAYEE-ID (WS-DUE-COUNT)
           MOVE SPACES TO WS-DUE-STATE-ACCOUNT (WS-DUE-COUNT)
           MOVE WS-LIAB-FREQ-INDEX (WS-LIAB-INDEX) TO WS-FQ-MATCH
           IF WS-FQ-MATCH > ZEROS
               MOVE WS-FQ-PAYEE-ID (WS-FQ-MATCH) TO
                   WS-DUE-PAYEE-ID (WS-DUE-COUNT)
               MOVE WS-FQ-STATE-ACCOUNT (WS-FQ-MATCH) TO
                   WS-DUE-STATE-ACCOUNT (WS-DUE-COUNT)
           END-IF
           PERFORM 425-FIND-REGISTRATION
           IF WS-MASTER-WH-ACCOUNT NOT = SPACES
               MOVE WS-MASTER-WH-ACCOUNT TO
                   WS-DUE-STATE-ACCOUNT (WS-DUE-COUNT)
           END-IF
           IF WS-DUE-PAYEE-ID (WS-DUE-COUNT) = SPACES
               STRING 'STWH' WS-LIAB-STATE-CODE (WS-LIAB-INDEX)
                      DELIMITED BY SIZE
                      INTO WS-DUE-PAYEE-ID (WS-DUE-COUNT)
           END-IF
           .

       810-COMPUTE-WEEKDAY.
      *****************************************************************
      * Compute the day of week for the work date by Zeller's          *
      * congruence: 0=Saturday, 1=Sunday, ... 6=Friday. January and    *
      * February count as months 13 and 14 of the prior year           *
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
           .

       820-NEXT-BANKING-DAY.
      *****************************************************************
      * Advance the work date to the next banking day (weekends and    *
      * banking holidays skipped)                                      *
      *****************************************************************
           MOVE 1 TO WS-DAYS-TO-ADD
           PERFORM 830-ADD-DAYS
           PERFORM 810-COMPUTE-WEEKDAY
           PERFORM 850-CHECK-BANK-HOLIDAY
           PERFORM UNTIL WS-WEEKDAY > 1 AND NOT WS-BANK-HOLIDAY
               MOVE 1 TO WS-DAYS-TO-ADD
               PERFORM 830-ADD-DAYS
               PERFORM 810-COMPUTE-WEEKDAY
               PERFORM 850-CHECK-BANK-HOLIDAY
           END-PERFORM
           .

       825-ROLL-TO-BANKING-DAY.
      *****************************************************************
      * Leave a banking day alone; roll a weekend or banking holiday   *
      * forward to the next banking day                                *
      *****************************************************************
           PERFORM 810-COMPUTE-WEEKDAY
           PERFORM 850-CHECK-BANK-HOLIDAY
           IF WS-WEEKDAY <= 1 OR WS-BANK-HOLIDAY
               PERFORM 820-NEXT-BANKING-DAY
           END-IF
           .

       830-ADD-DAYS.
      *****************************************************************
      * Add the requested number of days to the work date with real    *
      * month lengths and leap years                                   *
      *****************************************************************
           PERFORM WS-DAYS-TO-ADD TIMES
               PERFORM 840-NEXT-CALENDAR-DAY
           END-PERFORM
           .

       840-NEXT-CALENDAR-DAY.
      *****************************************************************
      * Advance the work date one calendar day                         *
      *****************************************************************
           PERFORM 845-SET-MONTH-DAYS

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

       845-SET-MONTH-DAYS.
      *****************************************************************
      * Set the length of the work date's month                        *
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

       850-CHECK-BANK-HOLIDAY.
      *****************************************************************
      * Flag the work date when it is a banking holiday                *
      *****************************************************************
           MOVE 'N' TO WS-BANK-HOLIDAY-SW
           PERFORM VARYING WS-BH-INDEX FROM 1 BY 1
                   UNTIL WS-BH-INDEX > WS-BH-COUNT
               IF WS-BH-DATE (WS-BH-INDEX) = WS-WORK-DATE
                   MOVE 'Y' TO WS-BANK-HOLIDAY-SW
                   MOVE 999 TO WS-BH-INDEX
               END-IF
           END-PERFORM
           .

       900-WRAP-UP.
      *****************************************************************
      * Write one payment record per company, state and due date,      *
      * print the payment summary, and close the files. A due date     *
      * that nets to a credit (voids exceeding new liability) is       *
      * reported but not paid                                          *
      *****************************************************************
           MOVE SPACES TO WS-REPORT-LINE
           WRITE DEPOSIT-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE 'STATE DEPOSIT PAYMENTS BY DUE DATE' TO WS-REPORT-LINE
           WRITE DEPOSIT-REPORT-RECORD FROM WS-REPORT-LINE

           PERFORM VARYING WS-DUE-INDEX FROM 1 BY 1
                   UNTIL WS-DUE-INDEX > WS-DUE-COUNT
               IF WS-DUE-AMOUNT (WS-DUE-INDEX) > ZEROS
                   PERFORM 910-WRITE-PAYMENT
               END-IF

               MOVE WS-DUE-AMOUNT (WS-DUE-INDEX) TO WS-ED-AMOUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'CO ' WS-DUE-COMPANY-CODE (WS-DUE-INDEX)
                      ' ST ' WS-DUE-STATE-CODE (WS-DUE-INDEX)
                      '  DUE ' WS-DUE-DATE (WS-DUE-INDEX)
                      '  PAY ' WS-ED-AMOUNT
                      '  RULE ' WS-DUE-RULE-CODE (WS-DUE-INDEX)
                      '  PAYEE ' WS-DUE-PAYEE-ID (WS-DUE-INDEX)
                      '  ACCT ' WS-DUE-STATE-ACCOUNT (WS-DUE-INDEX)
                      DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               IF WS-DUE-AMOUNT (WS-DUE-INDEX) NOT > ZEROS
                   MOVE 'NET CREDIT - NOT PAID' TO
                       WS-REPORT-LINE (102:21)
               END-IF
               WRITE DEPOSIT-REPORT-RECORD FROM WS-REPORT-LINE
           END-PERFORM

           CLOSE PAY-HISTORY-FILE
                 EMPLOYEE-FILE
                 STATE-DEPOSIT-FILE
                 DEPOSIT-REPORT-FILE

           DISPLAY 'STATE DEPOSIT SCHEDULER COMPLETED'
           MOVE WS-RECORDS-READ TO WS-ED-COUNT
           DISPLAY 'HISTORY RECORDS READ:   ' WS-ED-COUNT
           MOVE WS-RECORDS-USED TO WS-ED-COUNT
           DISPLAY 'RECORDS WITH STATE TAX: ' WS-ED-COUNT
           MOVE WS-LIAB-COUNT TO WS-ED-COUNT
           DISPLAY 'CHECK DATES SCHEDULED:  ' WS-ED-COUNT
           MOVE WS-PAYMENTS-WRITTEN TO WS-ED-COUNT
           DISPLAY 'STATE PAYMENTS:         ' WS-ED-COUNT
           MOVE WS-DEFAULTED-COUNT TO WS-ED-COUNT
           DISPLAY 'STATES DEFAULTED:       ' WS-ED-COUNT

           MOVE 'C' TO WS-STEP-FUNCTION
           CALL 'STEPCHK' USING WS-STEP-FUNCTION
                                WS-STEP-PROGRAM-NAME
                                WS-STEP-PERIOD-ID
                                WS-STEP-RETURN-CODE
           .

       910-WRITE-PAYMENT.
      *****************************************************************
      * Write one state deposit payment record for the AP interface   *
      *****************************************************************
           MOVE SPACES TO STATE-DEPOSIT-RECORD-FILE
           MOVE WS-DUE-COMPANY-CODE (WS-DUE-INDEX) TO
               SDX-COMPANY-CODE IN STATE-DEPOSIT-RECORD-FILE
           MOVE WS-DUE-STATE-CODE (WS-DUE-INDEX) TO
               SDX-STATE-CODE IN STATE-DEPOSIT-RECORD-FILE
           MOVE WS-DUE-DATE (WS-DUE-INDEX) TO
               SDX-DUE-DATE IN STATE-DEPOSIT-RECORD-FILE
           MOVE WS-DUE-PERIOD-END (WS-DUE-INDEX) TO
               SDX-PERIOD-END-DATE IN STATE-DEPOSIT-RECORD-FILE
           MOVE WS-DUE-AMOUNT (WS-DUE-INDEX) TO
               SDX-AMOUNT IN STATE-DEPOSIT-RECORD-FILE
           MOVE WS-DUE-STATE-TAX (WS-DUE-INDEX) TO
               SDX-STATE-TAX-AMOUNT IN STATE-DEPOSIT-RECORD-FILE
           MOVE WS-DUE-SDI (WS-DUE-INDEX) TO
               SDX-SDI-AMOUNT IN STATE-DEPOSIT-RECORD-FILE
           MOVE WS-DUE-RULE-CODE (WS-DUE-INDEX) TO
               SDX-RULE-CODE IN STATE-DEPOSIT-RECORD-FILE
           MOVE WS-DUE-ACCEL-IND (WS-DUE-INDEX) TO
               SDX-ACCELERATED-IND IN STATE-DEPOSIT-RECORD-FILE
           MOVE WS-DUE-PAYEE-ID (WS-DUE-INDEX) TO
               SDX-PAYEE-ID IN STATE-DEPOSIT-RECORD-FILE
           MOVE WS-DUE-STATE-ACCOUNT (WS-DUE-INDEX) TO
               SDX-STATE-ACCOUNT IN STATE-DEPOSIT-RECORD-FILE
           WRITE STATE-DEPOSIT-RECORD-FILE
           ADD 1 TO WS-PAYMENTS-WRITTEN
           .
