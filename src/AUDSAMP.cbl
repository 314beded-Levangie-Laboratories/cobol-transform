      *****************************************************************
      * Program: AUDSAMP.cbl                                          *
      *                                                               *
      * Purpose: Internal audit statistical sample and transaction     *
      *          trace for the Payroll Processing System. Each year   *
      *          the auditors pick a sample of checks and ask for     *
      *          everything behind each one. This program draws a     *
      *          reproducible seeded random sample from the pay       *
      *          history for a date range, stratified by company and  *
      *          pay type, and prints for each sampled payment the    *
      *          full trace: input hours and earnings, rate source,   *
      *          every earning, tax, and deduction line, the check    *
      *          register or NACHA entry, the GL distribution, and    *
      *          the master changes in the 90 days before the check.  *
      *                                                               *
      * Date Created: 2026-10-15                                      *
      * Author: COBOL Payroll System                                  *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDSAMP.
       AUTHOR. COBOL PAYROLL SYSTEM.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.

      *****************************************************************
      * Program Description:                                          *
      *                                                                *
      * AUDSAMP is a standalone audit program in the Payroll           *
      * Processing System. It:                                         *
      *                                                                *
      * 1. Reads the check date range, sample size (default 40), and   *
      *    seed from the parameter file - the same parameters always   *
      *    draw the same sample                                        *
      * 2. Builds the population from the pay history: every payment   *
      *    with a check date in the range (void reversals excluded),   *
      *    grouped into strata by company and pay type                 *
      * 3. Allocates the sample to the strata in proportion to their   *
      *    size, at least one payment per stratum, and draws each      *
      *    stratum's payments without replacement using a seeded       *
      *    multiplicative congruential generator                       *
      * 4. Collects the trace for the sampled payments in one pass     *
      *    over each source: the payroll input record, the history     *
      *    detail, the check register, the NACHA file, the labor       *
      *    distribution and GL extract, and the audit log; the rate    *
      *    source is read from the rate history                        *
      * 5. Prints the strata and allocation, then the full trace for   *
      *    each sampled payment                                        *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC.
       OBJECT-COMPUTER. PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-PARM-FILE ASSIGN TO 'AUDPARM'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS PARM-FILE-STATUS.

           SELECT PAY-HISTORY-FILE ASSIGN TO 'PAYHIST'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HIST-KEY
           ALTERNATE RECORD KEY IS HIST-EMP-ID WITH DUPLICATES
           FILE STATUS IS HIST-FILE-STATUS.

           SELECT EMPLOYEE-FILE ASSIGN TO 'EMPFILE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMP-ID
           FILE STATUS IS EMP-FILE-STATUS.

           SELECT OPTIONAL RATE-HISTORY-FILE ASSIGN TO 'RATEHIST'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RH-KEY
           FILE STATUS IS RATE-FILE-STATUS.

           SELECT OPTIONAL PAYROLL-DATA-FILE ASSIGN TO 'PAYDATA'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS PAYDATA-FILE-STATUS.

           SELECT OPTIONAL HISTORY-DETAIL-FILE ASSIGN TO 'HISTDTL'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS HISTDTL-FILE-STATUS.

           SELECT OPTIONAL CHECK-REGISTER-FILE ASSIGN TO 'CHECKREG'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS CHKREG-FILE-STATUS.

           SELECT OPTIONAL NACHA-FILE ASSIGN TO 'NACHAFIL'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS NACHA-FILE-STATUS.

           SELECT OPTIONAL LABOR-DIST-FILE ASSIGN TO 'LABDIST'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS LABDIST-FILE-STATUS.

           SELECT OPTIONAL GL-EXPORT-FILE ASSIGN TO 'GLEXTRCT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS GL-FILE-STATUS.

           SELECT OPTIONAL AUDIT-LOG-FILE ASSIGN TO 'AUDITLOG'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS AUDIT-FILE-STATUS.

           SELECT AUDIT-SAMPLE-REPORT ASSIGN TO 'AUDSRPT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-PARM-FILE.
       01  AUDIT-PARM-RECORD.
           05  PARM-START-DATE            PIC 9(8).
           05  PARM-END-DATE              PIC 9(8).
           05  PARM-SAMPLE-SIZE           PIC 9(3).
           05  PARM-SEED                  PIC 9(9).
           05  FILLER                     PIC X(52).

       FD  PAY-HISTORY-FILE.
           COPY PAYHIST REPLACING ==PAY-HISTORY-RECORD== BY
               ==PAY-HISTORY-RECORD-FILE==.

       FD  EMPLOYEE-FILE.
           COPY EMPFILE REPLACING ==EMPLOYEE-RECORD== BY
               ==EMPLOYEE-RECORD-FILE==.

       FD  RATE-HISTORY-FILE.
           COPY RATEHIST REPLACING ==RATE-HISTORY-RECORD== BY
               ==RATE-HISTORY-RECORD-FILE==.

       FD  PAYROLL-DATA-FILE.
           COPY PAYDATA REPLACING ==PAYROLL-DATA-RECORD== BY
               ==PAYROLL-DATA-RECORD-FILE==.

       FD  HISTORY-DETAIL-FILE.
           COPY HISTDTL REPLACING ==HISTORY-DETAIL-RECORD== BY
               ==HISTORY-DETAIL-RECORD-FILE==.

       FD  CHECK-REGISTER-FILE.
           COPY CHKREG REPLACING ==CHECK-REGISTER-RECORD== BY
               ==CHECK-REGISTER-RECORD-FILE==.

       FD  NACHA-FILE.
       01  NACHA-FLAT-RECORD              PIC X(94).

       FD  LABOR-DIST-FILE.
           COPY LABDIST REPLACING ==LABOR-DIST-RECORD== BY
               ==LABOR-DIST-RECORD-FILE==.

       FD  GL-EXPORT-FILE.
           COPY GLEXTRCT REPLACING ==GL-EXPORT-RECORD== BY
               ==GL-EXPORT-RECORD-FILE==.

       FD  AUDIT-LOG-FILE.
           COPY AUDITFIL REPLACING ==AUDIT-LOG-RECORD== BY
               ==AUDIT-LOG-RECORD-FILE==.

       FD  AUDIT-SAMPLE-REPORT.
           01  REPORT-RECORD                PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  PARM-FILE-STATUS           PIC X(2).
               88  PARM-FILE-SUCCESS      VALUE '00'.
           05  HIST-FILE-STATUS           PIC X(2).
               88  HIST-FILE-SUCCESS      VALUE '00' '02'.
               88  HIST-FILE-EOF          VALUE '10'.
           05  EMP-FILE-STATUS            PIC X(2).
               88  EMP-FILE-SUCCESS       VALUE '00'.
           05  RATE-FILE-STATUS           PIC X(2).
               88  RATE-FILE-SUCCESS      VALUE '00' '05'.
           05  PAYDATA-FILE-STATUS        PIC X(2).
               88  PAYDATA-FILE-SUCCESS   VALUE '00' '05'.
               88  PAYDATA-FILE-EOF       VALUE '10'.
           05  HISTDTL-FILE-STATUS        PIC X(2).
               88  HISTDTL-FILE-SUCCESS   VALUE '00' '05'.
               88  HISTDTL-FILE-EOF       VALUE '10'.
           05  CHKREG-FILE-STATUS         PIC X(2).
               88  CHKREG-FILE-SUCCESS    VALUE '00' '05'.
               88  CHKREG-FILE-EOF        VALUE '10'.
           05  NACHA-FILE-STATUS          PIC X(2).
               88  NACHA-FILE-SUCCESS     VALUE '00' '05'.
               88  NACHA-FILE-EOF         VALUE '10'.
           05  LABDIST-FILE-STATUS        PIC X(2).
               88  LABDIST-FILE-SUCCESS   VALUE '00' '05'.
               88  LABDIST-FILE-EOF       VALUE '10'.
           05  GL-FILE-STATUS             PIC X(2).
               88  GL-FILE-SUCCESS        VALUE '00' '05'.
               88  GL-FILE-EOF            VALUE '10'.
           05  AUDIT-FILE-STATUS          PIC X(2).
               88  AUDIT-FILE-SUCCESS     VALUE '00' '05'.
               88  AUDIT-FILE-EOF         VALUE '10'.
           05  REPORT-FILE-STATUS         PIC X(2).
               88  REPORT-FILE-SUCCESS    VALUE '00'.

       COPY EMPFILE REPLACING ==EMPLOYEE-RECORD== BY
           ==WS-EMPLOYEE-RECORD==.

       COPY NACHAREC.

       01  WS-PARMS.
           05  WS-START-DATE               PIC 9(8) VALUE ZEROS.
           05  WS-END-DATE                 PIC 9(8) VALUE ZEROS.
           05  WS-SAMPLE-SIZE              PIC 9(3) COMP-3 VALUE 40.
           05  WS-SEED                     PIC 9(9) VALUE ZEROS.

      *****************************************************************
      * Seeded multiplicative congruential generator (multiplier      *
      * 16807, modulus 2**31 - 1): the same seed always yields the    *
      * same sequence, so the same parameters redraw the same sample  *
      *****************************************************************
       01  WS-RANDOM-WORK.
           05  WS-RANDOM-STATE             PIC 9(10) COMP-3
                                       VALUE ZEROS.
           05  WS-RANDOM-PRODUCT           PIC 9(15) COMP-3
                                       VALUE ZEROS.
           05  WS-RANDOM-QUOTIENT          PIC 9(15) COMP-3
                                       VALUE ZEROS.
           05  WS-DRAW-POSITION            PIC 9(7) COMP-3 VALUE ZEROS.

      *****************************************************************
      * Strata: one per company and pay type found in the population  *
      *****************************************************************
       01  WS-STRATA-TABLE.
           05  WS-ST-COUNT                 PIC 9(3) COMP-3 VALUE ZEROS.
           05  WS-ST-ENTRY OCCURS 50 TIMES.
               10  WS-ST-COMPANY           PIC X(2).
               10  WS-ST-PAY-TYPE          PIC X.
               10  WS-ST-POPULATION        PIC 9(7) COMP-3.
               10  WS-ST-ALLOCATION        PIC 9(3) COMP-3.

      *****************************************************************
      * The population: every payment in the range, in key order      *
      *****************************************************************
       01  WS-POPULATION-TABLE.
           05  WS-PP-COUNT                 PIC 9(7) COMP-3 VALUE ZEROS.
           05  WS-PP-ENTRY OCCURS 50000 TIMES.
               10  WS-PP-EMP-ID            PIC X(6).
               10  WS-PP-PERIOD-END        PIC 9(8).
               10  WS-PP-STRATUM           PIC 9(3) COMP-3.
               10  WS-PP-SELECTED-SW       PIC X.
                   88  WS-PP-SELECTED      VALUE 'Y'.

      *****************************************************************
      * The sampled payments, in key order                             *
      *****************************************************************
       01  WS-SAMPLE-TABLE.
           05  WS-SM-COUNT                 PIC 9(3) COMP-3 VALUE ZEROS.
           05  WS-SM-ENTRY OCCURS 200 TIMES.
               10  WS-SM-EMP-ID            PIC X(6).
               10  WS-SM-NAME              PIC X(30).
               10  WS-SM-DEPARTMENT        PIC X(4).
               10  WS-SM-STRATUM           PIC 9(3) COMP-3.
               10  WS-SM-COMPANY           PIC X(2).
               10  WS-SM-PERIOD-START      PIC 9(8).
               10  WS-SM-PERIOD-END        PIC 9(8).
               10  WS-SM-CHECK-DATE        PIC 9(8).
               10  WS-SM-CHECK-DAYNUM      PIC 9(9) COMP-3.
               10  WS-SM-CHECK-NUMBER      PIC 9(7).
               10  WS-SM-GROSS             PIC S9(7)V99 COMP-3.
               10  WS-SM-NET               PIC S9(7)V99 COMP-3.
               10  WS-SM-RUN-MODE          PIC X.
               10  WS-SM-PAID-RATE         PIC 9(4)V99 COMP-3.
               10  WS-SM-RATE-SOURCE       PIC X(80).

      *****************************************************************
      * Trace lines collected for the sampled payments, by section:    *
      * A input, B earnings, C taxes, D deductions, E payment,         *
      * F GL distribution, G master changes                            *
      *****************************************************************
       01  WS-TRACE-TABLE.
           05  WS-TR-COUNT                 PIC 9(5) COMP-3 VALUE ZEROS.
           05  WS-TR-ENTRY OCCURS 6000 TIMES.
               10  WS-TR-SAMPLE            PIC 9(3) COMP-3.
               10  WS-TR-SECTION           PIC X.
               10  WS-TR-TEXT              PIC X(126).

       01  WS-WORK-FIELDS.
           05  WS-PP-INDEX                 PIC 9(8) COMP-3 VALUE ZEROS.
           05  WS-ST-INDEX                 PIC 9(3) COMP-3 VALUE ZEROS.
           05  WS-SM-INDEX                 PIC 9(4) COMP-3 VALUE ZEROS.
           05  WS-TR-INDEX                 PIC 9(5) COMP-3 VALUE ZEROS.
           05  WS-DRAW-COUNT               PIC 9(3) COMP-3 VALUE ZEROS.
           05  WS-MATCH-COUNT              PIC 9(7) COMP-3 VALUE ZEROS.
           05  WS-SECTION-INDEX            PIC 9(1) COMP-3 VALUE ZEROS.
           05  WS-SECTION-LIST             PIC X(7) VALUE 'ABCDEFG'.
           05  WS-SECTION                  PIC X VALUE SPACES.
           05  WS-SECTION-LINES            PIC 9(5) COMP-3 VALUE ZEROS.
           05  WS-LAST-EMP-ID              PIC X(6) VALUE SPACES.
           05  WS-LAST-COMPANY             PIC X(2) VALUE SPACES.
           05  WS-LAST-PAY-TYPE            PIC X VALUE SPACES.
           05  WS-TRACE-TEXT               PIC X(126) VALUE SPACES.
           05  WS-NACHA-BATCH-DATE         PIC X(6) VALUE SPACES.
           05  WS-CHECK-YYMMDD             PIC X(6) VALUE SPACES.
           05  WS-CHECK-DATE-X             PIC X(8) VALUE SPACES.
           05  WS-GL-COMPANY               PIC X(2) VALUE SPACES.
           05  WS-RH-BEFORE-DATE           PIC 9(8) VALUE ZEROS.
           05  WS-RH-BEFORE-RATE           PIC 9(4)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-RH-BEFORE-SALARY         PIC 9(7)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-RH-MID-DATE              PIC 9(8) VALUE ZEROS.
           05  WS-RH-MID-RATE              PIC 9(4)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-SCAN-EOF-SW              PIC X VALUE 'N'.
               88  WS-SCAN-EOF             VALUE 'Y'.
           05  WS-RATEHIST-OPEN-SW         PIC X VALUE 'N'.
               88  WS-RATEHIST-OPEN        VALUE 'Y'.
           05  WS-NACHA-AMOUNT             PIC 9(8)V99 VALUE ZEROS.

      *****************************************************************
      * Day numbers on the 30-day-month convention the calculation     *
      * run uses for its period arithmetic                             *
      *****************************************************************
       01  WS-DAYNUM-WORK.
           05  WS-DAYNUM-DATE              PIC 9(8) VALUE ZEROS.
           05  WS-DAYNUM-PARTS REDEFINES WS-DAYNUM-DATE.
               10  WS-DAYNUM-YEAR          PIC 9(4).
               10  WS-DAYNUM-MONTH         PIC 9(2).
               10  WS-DAYNUM-DAY           PIC 9(2).
           05  WS-DAYNUM-RESULT            PIC 9(9) COMP-3 VALUE ZEROS.

       01  WS-DATETIME.
           05  WS-DATE                     PIC 9(8).

       01  WS-RUN-TOTALS.
           05  WS-HISTORY-READ             PIC 9(7) COMP-3 VALUE ZEROS.
           05  WS-POPULATION-DROPPED       PIC 9(7) COMP-3 VALUE ZEROS.

       01  WS-EDITED-FIELDS.
           05  WS-ED-COUNT                 PIC Z,ZZZ,ZZ9.
           05  WS-ED-COUNT-2               PIC ZZ9.
           05  WS-ED-COUNT-3               PIC ZZ9.
           05  WS-ED-AMOUNT                PIC Z,ZZZ,ZZ9.99-.
           05  WS-ED-AMOUNT-2              PIC Z,ZZZ,ZZ9.99-.
           05  WS-ED-AMOUNT-3              PIC Z,ZZZ,ZZ9.99-.
           05  WS-ED-AMOUNT-4              PIC Z,ZZZ,ZZ9.99-.
           05  WS-ED-AMOUNT-5              PIC Z,ZZZ,ZZ9.99-.
           05  WS-ED-AMOUNT-6              PIC Z,ZZZ,ZZ9.99-.
           05  WS-ED-HOURS                 PIC ZZ9.99.
           05  WS-ED-HOURS-2               PIC ZZ9.99.
           05  WS-ED-HOURS-3               PIC ZZ9.99.
           05  WS-ED-HOURS-4               PIC ZZ9.99.
           05  WS-ED-HOURS-5               PIC ZZ9.99.
           05  WS-ED-HOURS-6               PIC ZZ9.99.
           05  WS-ED-RATE                  PIC Z,ZZ9.99.
           05  WS-ED-RATE-2                PIC Z,ZZ9.99.
           05  WS-ED-PERCENT               PIC ZZ9.99.

       01  WS-REPORT-LINE                  PIC X(132).

       PROCEDURE DIVISION.
       000-MAIN-PROCESS.
      *****************************************************************
      * Main process coordinates the sample and trace                  *
      *****************************************************************
           PERFORM 100-INITIALIZATION
           PERFORM 200-BUILD-POPULATION
           PERFORM 300-ALLOCATE-SAMPLE
           PERFORM 400-DRAW-SAMPLE
           PERFORM 500-LOAD-SAMPLED-PAYMENTS
           PERFORM 600-COLLECT-TRACE
           PERFORM 700-PRINT-TRACES
           PERFORM 900-WRAP-UP

           STOP RUN
           .

       100-INITIALIZATION.
      *****************************************************************
      * Read the parameters - a range and a seed are required so the   *
      * sample can be redrawn - and open the files                     *
      *****************************************************************
           DISPLAY 'AUDIT SAMPLE AND TRANSACTION TRACE STARTED'
           ACCEPT WS-DATE FROM DATE YYYYMMDD

           OPEN INPUT AUDIT-PARM-FILE
           IF NOT PARM-FILE-SUCCESS
               DISPLAY 'SAMPLE PARAMETER RECORD REQUIRED - RUN STOPPED'
               STOP RUN
           END-IF
           READ AUDIT-PARM-FILE
               AT END
                   DISPLAY 'SAMPLE PARAMETER FILE EMPTY - RUN STOPPED'
                   STOP RUN
           END-READ
           IF PARM-START-DATE IS NUMERIC AND PARM-START-DATE > ZEROS
               MOVE PARM-START-DATE TO WS-START-DATE
           END-IF
           IF PARM-END-DATE IS NUMERIC AND PARM-END-DATE > ZEROS
               MOVE PARM-END-DATE TO WS-END-DATE
           END-IF
           IF PARM-SAMPLE-SIZE IS NUMERIC AND PARM-SAMPLE-SIZE > ZEROS
               MOVE PARM-SAMPLE-SIZE TO WS-SAMPLE-SIZE
           END-IF
           IF PARM-SEED IS NUMERIC
               MOVE PARM-SEED TO WS-SEED
           END-IF
           CLOSE AUDIT-PARM-FILE

           IF WS-START-DATE = ZEROS OR WS-END-DATE = ZEROS
               OR WS-START-DATE > WS-END-DATE
               DISPLAY 'INVALID SAMPLE DATE RANGE - RUN STOPPED'
               STOP RUN
           END-IF
           IF WS-SEED = ZEROS
               DISPLAY 'SAMPLE SEED REQUIRED - RUN STOPPED'
               STOP RUN
           END-IF
           IF WS-SAMPLE-SIZE > 200
               MOVE 200 TO WS-SAMPLE-SIZE
           END-IF
           MOVE WS-SEED TO WS-RANDOM-STATE

           OPEN INPUT PAY-HISTORY-FILE
           OPEN INPUT EMPLOYEE-FILE
           OPEN OUTPUT AUDIT-SAMPLE-REPORT
           IF NOT HIST-FILE-SUCCESS OR NOT EMP-FILE-SUCCESS
               OR NOT REPORT-FILE-SUCCESS
               DISPLAY 'ERROR OPENING SAMPLE FILES - HIST: '
                       HIST-FILE-STATUS ' EMP: ' EMP-FILE-STATUS
               STOP RUN
           END-IF
           OPEN INPUT RATE-HISTORY-FILE
           IF RATE-FILE-SUCCESS
               SET WS-RATEHIST-OPEN TO TRUE
           END-IF

           MOVE WS-SAMPLE-SIZE TO WS-ED-COUNT-2
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'INTERNAL AUDIT SAMPLE AND TRANSACTION TRACE - '
                  'CHECK DATES ' WS-START-DATE ' - ' WS-END-DATE
                  '  SAMPLE ' WS-ED-COUNT-2
                  '  SEED ' WS-SEED
                  '  RUN ' WS-DATE
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE ALL '=' TO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           .

       200-BUILD-POPULATION.
      *****************************************************************
      * Every payment with a check date in the range is in the         *
      * population, except void reversals; the stratum is the          *
      * employee's company and pay type                                *
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
                       ADD 1 TO WS-HISTORY-READ
                       IF HIST-CHECK-DATE IN PAY-HISTORY-RECORD-FILE
                               >= WS-START-DATE
                           AND HIST-CHECK-DATE IN
                               PAY-HISTORY-RECORD-FILE <= WS-END-DATE
                           AND HIST-RUN-MODE IN
                               PAY-HISTORY-RECORD-FILE NOT = 'V'
                           PERFORM 210-ADD-TO-POPULATION
                       END-IF
               END-READ
           END-PERFORM

           MOVE WS-PP-COUNT TO WS-ED-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'POPULATION: ' WS-ED-COUNT ' PAYMENTS'
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           .

       210-ADD-TO-POPULATION.
      *****************************************************************
      * Add one payment under its stratum, reading the master once     *
      * per employee (the history is in employee order)                *
      *****************************************************************
           IF HIST-EMP-ID IN PAY-HISTORY-RECORD-FILE NOT =
                   WS-LAST-EMP-ID
               MOVE HIST-EMP-ID IN PAY-HISTORY-RECORD-FILE TO
                   WS-LAST-EMP-ID
               MOVE WS-LAST-EMP-ID TO EMP-ID IN EMPLOYEE-RECORD-FILE
               READ EMPLOYEE-FILE INTO WS-EMPLOYEE-RECORD
               IF NOT EMP-FILE-SUCCESS
                   INITIALIZE WS-EMPLOYEE-RECORD
               END-IF
               MOVE EMP-COMPANY-CODE IN WS-EMPLOYEE-RECORD TO
                   WS-LAST-COMPANY
               IF WS-LAST-COMPANY = SPACES
                   MOVE '01' TO WS-LAST-COMPANY
               END-IF
               MOVE EMP-PAY-TYPE IN WS-EMPLOYEE-RECORD TO
                   WS-LAST-PAY-TYPE
           END-IF

           MOVE ZEROS TO WS-ST-INDEX
           PERFORM VARYING WS-SM-INDEX FROM 1 BY 1
                   UNTIL WS-SM-INDEX > WS-ST-COUNT
               IF WS-ST-COMPANY (WS-SM-INDEX) = WS-LAST-COMPANY
                   AND WS-ST-PAY-TYPE (WS-SM-INDEX) = WS-LAST-PAY-TYPE
                   MOVE WS-SM-INDEX TO WS-ST-INDEX
                   MOVE 999 TO WS-SM-INDEX
               END-IF
           END-PERFORM
           IF WS-ST-INDEX = ZEROS AND WS-ST-COUNT < 50
               ADD 1 TO WS-ST-COUNT
               MOVE WS-ST-COUNT TO WS-ST-INDEX
               MOVE WS-LAST-COMPANY TO WS-ST-COMPANY (WS-ST-INDEX)
               MOVE WS-LAST-PAY-TYPE TO WS-ST-PAY-TYPE (WS-ST-INDEX)
               MOVE ZEROS TO WS-ST-POPULATION (WS-ST-INDEX)
                             WS-ST-ALLOCATION (WS-ST-INDEX)
           END-IF

           IF WS-ST-INDEX = ZEROS OR WS-PP-COUNT >= 50000
               ADD 1 TO WS-POPULATION-DROPPED
           ELSE
               ADD 1 TO WS-PP-COUNT
               MOVE HIST-EMP-ID IN PAY-HISTORY-RECORD-FILE TO
                   WS-PP-EMP-ID (WS-PP-COUNT)
               MOVE HIST-PERIOD-END-DATE IN PAY-HISTORY-RECORD-FILE
                   TO WS-PP-PERIOD-END (WS-PP-COUNT)
               MOVE WS-ST-INDEX TO WS-PP-STRATUM (WS-PP-COUNT)
               MOVE 'N' TO WS-PP-SELECTED-SW (WS-PP-COUNT)
               ADD 1 TO WS-ST-POPULATION (WS-ST-INDEX)
           END-IF
           .

       300-ALLOCATE-SAMPLE.
      *****************************************************************
      * Allocate the sample in proportion to stratum size, at least    *
      * one payment per stratum and never more than the stratum holds; *
      * a population no larger than the sample is taken whole          *
      *****************************************************************
           PERFORM VARYING WS-ST-INDEX FROM 1 BY 1
                   UNTIL WS-ST-INDEX > WS-ST-COUNT
               IF WS-PP-COUNT <= WS-SAMPLE-SIZE
                   MOVE WS-ST-POPULATION (WS-ST-INDEX) TO
                       WS-ST-ALLOCATION (WS-ST-INDEX)
               ELSE
                   COMPUTE WS-ST-ALLOCATION (WS-ST-INDEX) ROUNDED =
                       WS-SAMPLE-SIZE * WS-ST-POPULATION (WS-ST-INDEX)
                       / WS-PP-COUNT
                   IF WS-ST-ALLOCATION (WS-ST-INDEX) = ZEROS
                       MOVE 1 TO WS-ST-ALLOCATION (WS-ST-INDEX)
                   END-IF
                   IF WS-ST-ALLOCATION (WS-ST-INDEX) >
                           WS-ST-POPULATION (WS-ST-INDEX)
                       MOVE WS-ST-POPULATION (WS-ST-INDEX) TO
                           WS-ST-ALLOCATION (WS-ST-INDEX)
                   END-IF
               END-IF

               MOVE WS-ST-POPULATION (WS-ST-INDEX) TO WS-ED-COUNT
               MOVE WS-ST-ALLOCATION (WS-ST-INDEX) TO WS-ED-COUNT-2
               MOVE WS-ST-INDEX TO WS-ED-COUNT-3
               MOVE SPACES TO WS-REPORT-LINE
               STRING '  STRATUM ' WS-ED-COUNT-3
                      '  COMPANY ' WS-ST-COMPANY (WS-ST-INDEX)
                      '  PAY TYPE ' WS-ST-PAY-TYPE (WS-ST-INDEX)
                      '  PAYMENTS ' WS-ED-COUNT
                      '  SAMPLED ' WS-ED-COUNT-2
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE REPORT-RECORD FROM WS-REPORT-LINE
           END-PERFORM
           .

       400-DRAW-SAMPLE.
      *****************************************************************
      * Draw each stratum's allocation without replacement, strata in  *
      * order, so the seed fixes the whole sample                      *
      *****************************************************************
           PERFORM VARYING WS-ST-INDEX FROM 1 BY 1
                   UNTIL WS-ST-INDEX > WS-ST-COUNT
               PERFORM VARYING WS-DRAW-COUNT FROM 1 BY 1
                       UNTIL WS-DRAW-COUNT >
                           WS-ST-ALLOCATION (WS-ST-INDEX)
                   PERFORM 410-DRAW-ONE-PAYMENT
               END-PERFORM
           END-PERFORM
           .

       410-DRAW-ONE-PAYMENT.
      *****************************************************************
      * Advance the generator, pick that position within the stratum,  *
      * and take the next payment not already drawn from there on      *
      *****************************************************************
           COMPUTE WS-RANDOM-PRODUCT = WS-RANDOM-STATE * 16807
           DIVIDE WS-RANDOM-PRODUCT BY 2147483647
               GIVING WS-RANDOM-QUOTIENT
               REMAINDER WS-RANDOM-STATE
           DIVIDE WS-RANDOM-STATE BY WS-ST-POPULATION (WS-ST-INDEX)
               GIVING WS-RANDOM-QUOTIENT
               REMAINDER WS-DRAW-POSITION
           ADD 1 TO WS-DRAW-POSITION

           MOVE ZEROS TO WS-MATCH-COUNT
           PERFORM VARYING WS-PP-INDEX FROM 1 BY 1
                   UNTIL WS-PP-INDEX > WS-PP-COUNT
               IF WS-PP-STRATUM (WS-PP-INDEX) = WS-ST-INDEX
                   ADD 1 TO WS-MATCH-COUNT
                   IF WS-MATCH-COUNT = WS-DRAW-POSITION
                       PERFORM 420-TAKE-NEXT-UNDRAWN
                       MOVE 9999999 TO WS-PP-INDEX
                   END-IF
               END-IF
           END-PERFORM
           .

       420-TAKE-NEXT-UNDRAWN.
      *****************************************************************
      * From the drawn position, take the first payment of the        *
      * stratum not already drawn, wrapping to the top of the table    *
      *****************************************************************
           PERFORM UNTIL WS-PP-STRATUM (WS-PP-INDEX) = WS-ST-INDEX
                   AND NOT WS-PP-SELECTED (WS-PP-INDEX)
               ADD 1 TO WS-PP-INDEX
               IF WS-PP-INDEX > WS-PP-COUNT
                   MOVE 1 TO WS-PP-INDEX
               END-IF
           END-PERFORM
           SET WS-PP-SELECTED (WS-PP-INDEX) TO TRUE
           .

       500-LOAD-SAMPLED-PAYMENTS.
      *****************************************************************
      * Read each drawn payment's history and master records, in key   *
      * order, and determine its rate source                           *
      *****************************************************************
           PERFORM VARYING WS-PP-INDEX FROM 1 BY 1
                   UNTIL WS-PP-INDEX > WS-PP-COUNT
               IF WS-PP-SELECTED (WS-PP-INDEX)
                   AND WS-SM-COUNT < 200
                   ADD 1 TO WS-SM-COUNT
                   MOVE WS-SM-COUNT TO WS-SM-INDEX
                   PERFORM 510-LOAD-ONE-PAYMENT
               END-IF
           END-PERFORM
           .

       510-LOAD-ONE-PAYMENT.
      *****************************************************************
      * Fill one sample entry from the history and master records      *
      *****************************************************************
           INITIALIZE WS-SM-ENTRY (WS-SM-INDEX)
           MOVE WS-PP-EMP-ID (WS-PP-INDEX) TO
               HIST-EMP-ID IN PAY-HISTORY-RECORD-FILE
               WS-SM-EMP-ID (WS-SM-INDEX)
           MOVE WS-PP-PERIOD-END (WS-PP-INDEX) TO
               HIST-PERIOD-END-DATE IN PAY-HISTORY-RECORD-FILE
               WS-SM-PERIOD-END (WS-SM-INDEX)
           MOVE WS-PP-STRATUM (WS-PP-INDEX) TO
               WS-SM-STRATUM (WS-SM-INDEX)
           READ PAY-HISTORY-FILE
               KEY IS HIST-KEY IN PAY-HISTORY-RECORD-FILE
               INVALID KEY
                   INITIALIZE PAY-HISTORY-RECORD-FILE
           END-READ
           IF HIST-PERIOD-START-DATE IN PAY-HISTORY-RECORD-FILE
                   IS NUMERIC
               MOVE HIST-PERIOD-START-DATE IN PAY-HISTORY-RECORD-FILE
                   TO WS-SM-PERIOD-START (WS-SM-INDEX)
           END-IF
           MOVE HIST-CHECK-DATE IN PAY-HISTORY-RECORD-FILE TO
               WS-SM-CHECK-DATE (WS-SM-INDEX)
               WS-DAYNUM-DATE
           PERFORM 950-CONVERT-TO-DAYNUM
           MOVE WS-DAYNUM-RESULT TO WS-SM-CHECK-DAYNUM (WS-SM-INDEX)
           MOVE HIST-CHECK-NUMBER IN PAY-HISTORY-RECORD-FILE TO
               WS-SM-CHECK-NUMBER (WS-SM-INDEX)
           MOVE HIST-GROSS-PAY IN PAY-HISTORY-RECORD-FILE TO
               WS-SM-GROSS (WS-SM-INDEX)
           MOVE HIST-NET-PAY IN PAY-HISTORY-RECORD-FILE TO
               WS-SM-NET (WS-SM-INDEX)
           MOVE HIST-RUN-MODE IN PAY-HISTORY-RECORD-FILE TO
               WS-SM-RUN-MODE (WS-SM-INDEX)
           MOVE HIST-HOURLY-RATE IN PAY-HISTORY-RECORD-FILE TO
               WS-SM-PAID-RATE (WS-SM-INDEX)

           MOVE WS-SM-EMP-ID (WS-SM-INDEX) TO
               EMP-ID IN EMPLOYEE-RECORD-FILE
           READ EMPLOYEE-FILE INTO WS-EMPLOYEE-RECORD
           IF NOT EMP-FILE-SUCCESS
               INITIALIZE WS-EMPLOYEE-RECORD
           END-IF
           STRING EMP-LAST-NAME IN WS-EMPLOYEE-RECORD
                      DELIMITED BY '  '
                  ', ' DELIMITED BY SIZE
                  EMP-FIRST-NAME IN WS-EMPLOYEE-RECORD
                      DELIMITED BY '  '
                  INTO WS-SM-NAME (WS-SM-INDEX)
           MOVE EMP-DEPARTMENT IN WS-EMPLOYEE-RECORD TO
               WS-SM-DEPARTMENT (WS-SM-INDEX)
           MOVE WS-ST-COMPANY (WS-SM-STRATUM (WS-SM-INDEX)) TO
               WS-SM-COMPANY (WS-SM-INDEX)

           PERFORM 520-SET-RATE-SOURCE
           .

       520-SET-RATE-SOURCE.
      *****************************************************************
      * The calculation run starts from the master rate and replaces   *
      * it with the latest rate history entry effective on or before   *
      * the period start, blending in a change effective inside the    *
      * period; the same reading here names where the paid rate came   *
      * from                                                           *
      *****************************************************************
           MOVE ZEROS TO WS-RH-BEFORE-DATE
                         WS-RH-BEFORE-RATE
                         WS-RH-BEFORE-SALARY
                         WS-RH-MID-DATE
                         WS-RH-MID-RATE
           IF WS-RATEHIST-OPEN
               MOVE 'N' TO WS-SCAN-EOF-SW
               MOVE WS-SM-EMP-ID (WS-SM-INDEX) TO
                   RH-EMP-ID IN RATE-HISTORY-RECORD-FILE
               MOVE ZEROS TO
                   RH-EFFECTIVE-DATE IN RATE-HISTORY-RECORD-FILE
               START RATE-HISTORY-FILE
                   KEY IS >= RH-KEY IN RATE-HISTORY-RECORD-FILE
                   INVALID KEY
                       SET WS-SCAN-EOF TO TRUE
               END-START
               PERFORM UNTIL WS-SCAN-EOF
                   READ RATE-HISTORY-FILE NEXT RECORD
                       AT END
                           SET WS-SCAN-EOF TO TRUE
                       NOT AT END
                           EVALUATE TRUE
                               WHEN RH-EMP-ID IN
                                       RATE-HISTORY-RECORD-FILE NOT =
                                       WS-SM-EMP-ID (WS-SM-INDEX)
                                   SET WS-SCAN-EOF TO TRUE
                               WHEN RH-EFFECTIVE-DATE IN
                                       RATE-HISTORY-RECORD-FILE NOT >
                                       WS-SM-PERIOD-START (WS-SM-INDEX)
                                   MOVE RH-EFFECTIVE-DATE IN
                                       RATE-HISTORY-RECORD-FILE TO
                                       WS-RH-BEFORE-DATE
                                   MOVE RH-HOURLY-RATE IN
                                       RATE-HISTORY-RECORD-FILE TO
                                       WS-RH-BEFORE-RATE
                                   MOVE RH-SALARY-AMOUNT IN
                                       RATE-HISTORY-RECORD-FILE TO
                                       WS-RH-BEFORE-SALARY
                               WHEN RH-EFFECTIVE-DATE IN
                                       RATE-HISTORY-RECORD-FILE NOT >
                                       WS-SM-PERIOD-END (WS-SM-INDEX)
                                   AND WS-RH-MID-DATE = ZEROS
                                   MOVE RH-EFFECTIVE-DATE IN
                                       RATE-HISTORY-RECORD-FILE TO
                                       WS-RH-MID-DATE
                                   MOVE RH-HOURLY-RATE IN
                                       RATE-HISTORY-RECORD-FILE TO
                                       WS-RH-MID-RATE
                               WHEN OTHER
                                   SET WS-SCAN-EOF TO TRUE
                           END-EVALUATE
                   END-READ
               END-PERFORM
           END-IF

           MOVE WS-SM-PAID-RATE (WS-SM-INDEX) TO WS-ED-RATE
           EVALUATE TRUE
               WHEN WS-RH-MID-DATE > ZEROS
                   MOVE WS-RH-MID-RATE TO WS-ED-RATE-2
                   STRING 'RATE HISTORY - MID-PERIOD CHANGE TO '
                          WS-ED-RATE-2 ' EFFECTIVE ' WS-RH-MID-DATE
                          ' BLENDED - PAID RATE ' WS-ED-RATE
                          DELIMITED BY SIZE
                          INTO WS-SM-RATE-SOURCE (WS-SM-INDEX)
               WHEN WS-RH-BEFORE-DATE > ZEROS
                   MOVE WS-RH-BEFORE-RATE TO WS-ED-RATE-2
                   MOVE WS-RH-BEFORE-SALARY TO WS-ED-AMOUNT
                   STRING 'RATE HISTORY - EFFECTIVE ' WS-RH-BEFORE-DATE
                          ' RATE ' WS-ED-RATE-2
                          ' SALARY ' WS-ED-AMOUNT
                          ' - PAID RATE ' WS-ED-RATE
                          DELIMITED BY SIZE
                          INTO WS-SM-RATE-SOURCE (WS-SM-INDEX)
               WHEN OTHER
                   STRING 'EMPLOYEE MASTER - NO RATE HISTORY IN FORCE'
                          ' - PAID RATE ' WS-ED-RATE
                          DELIMITED BY SIZE
                          INTO WS-SM-RATE-SOURCE (WS-SM-INDEX)
           END-EVALUATE
           .

       600-COLLECT-TRACE.
      *****************************************************************
      * One pass over each trace source, keeping the lines that        *
      * belong to a sampled payment                                    *
      *****************************************************************
           PERFORM 610-COLLECT-PAYROLL-INPUT
           PERFORM 620-COLLECT-HISTORY-DETAIL
           PERFORM 630-COLLECT-CHECK-REGISTER
           PERFORM 640-COLLECT-NACHA-ENTRIES
           PERFORM 650-COLLECT-LABOR-DIST
           PERFORM 660-COLLECT-GL-EXTRACT
           PERFORM 670-COLLECT-MASTER-CHANGES
           .

       610-COLLECT-PAYROLL-INPUT.
      *****************************************************************
      * The payroll input record for the payment's period, when the    *
      * run's input is supplied: hours and keyed earnings              *
      *****************************************************************
           OPEN INPUT PAYROLL-DATA-FILE
           IF PAYDATA-FILE-SUCCESS
               PERFORM UNTIL PAYDATA-FILE-EOF
                   READ PAYROLL-DATA-FILE
                       AT END
                           SET PAYDATA-FILE-EOF TO TRUE
                       NOT AT END
                           PERFORM 615-MATCH-PAYROLL-INPUT
                   END-READ
               END-PERFORM
               CLOSE PAYROLL-DATA-FILE
           END-IF
           .

       615-MATCH-PAYROLL-INPUT.
      *****************************************************************
      * Two trace lines - hours, then keyed earnings - for a matching  *
      * input record                                                   *
      *****************************************************************
           MOVE PAY-PERIOD-END-DATE IN PAYROLL-DATA-RECORD-FILE TO
               WS-CHECK-DATE-X
           PERFORM VARYING WS-SM-INDEX FROM 1 BY 1
                   UNTIL WS-SM-INDEX > WS-SM-COUNT
               IF WS-SM-EMP-ID (WS-SM-INDEX) =
                       PAY-EMPLOYEE-ID IN PAYROLL-DATA-RECORD-FILE
                   AND WS-SM-PERIOD-END (WS-SM-INDEX) =
                       WS-CHECK-DATE-X
                   MOVE PAY-REGULAR-HOURS IN PAYROLL-DATA-RECORD-FILE
                       TO WS-ED-HOURS
                   MOVE PAY-OVERTIME-HOURS IN PAYROLL-DATA-RECORD-FILE
                       TO WS-ED-HOURS-2
                   MOVE PAY-DOUBLETIME-HOURS IN
                       PAYROLL-DATA-RECORD-FILE TO WS-ED-HOURS-3
                   MOVE PAY-HOLIDAY-HOURS IN PAYROLL-DATA-RECORD-FILE
                       TO WS-ED-HOURS-4
                   MOVE PAY-VACATION-HOURS IN PAYROLL-DATA-RECORD-FILE
                       TO WS-ED-HOURS-5
                   MOVE PAY-SICK-HOURS IN PAYROLL-DATA-RECORD-FILE
                       TO WS-ED-HOURS-6
                   MOVE SPACES TO WS-TRACE-TEXT
                   STRING 'HOURS  REG ' WS-ED-HOURS
                          '  OT ' WS-ED-HOURS-2
                          '  DT ' WS-ED-HOURS-3
                          '  HOL ' WS-ED-HOURS-4
                          '  VAC ' WS-ED-HOURS-5
                          '  SICK ' WS-ED-HOURS-6
                          '  PERIOD '
                          PAY-PERIOD-ID IN PAYROLL-DATA-RECORD-FILE
                          DELIMITED BY SIZE INTO WS-TRACE-TEXT
                   MOVE 'A' TO WS-SECTION
                   PERFORM 690-ADD-TRACE-LINE

                   MOVE PAY-BONUS-AMOUNT IN PAYROLL-DATA-RECORD-FILE
                       TO WS-ED-AMOUNT
                   MOVE PAY-COMMISSION-AMOUNT IN
                       PAYROLL-DATA-RECORD-FILE TO WS-ED-AMOUNT-2
                   MOVE PAY-TIPS-AMOUNT IN PAYROLL-DATA-RECORD-FILE
                       TO WS-ED-AMOUNT-3
                   MOVE PAY-ALLOWANCE-AMOUNT IN
                       PAYROLL-DATA-RECORD-FILE TO WS-ED-AMOUNT-4
                   MOVE PAY-REIMBURSEMENT-AMT IN
                       PAYROLL-DATA-RECORD-FILE TO WS-ED-AMOUNT-5
                   MOVE PAY-OTHER-EARNINGS IN PAYROLL-DATA-RECORD-FILE
                       TO WS-ED-AMOUNT-6
                   MOVE SPACES TO WS-TRACE-TEXT
                   STRING 'KEYED  BONUS' WS-ED-AMOUNT
                          ' COMM' WS-ED-AMOUNT-2
                          ' TIPS' WS-ED-AMOUNT-3
                          ' ALLOW' WS-ED-AMOUNT-4
                          ' REIMB' WS-ED-AMOUNT-5
                          ' OTHER' WS-ED-AMOUNT-6
                          DELIMITED BY SIZE INTO WS-TRACE-TEXT
                   PERFORM 690-ADD-TRACE-LINE
               END-IF
           END-PERFORM
           .

       620-COLLECT-HISTORY-DETAIL.
      *****************************************************************
      * Every earning, tax, and deduction line archived for the        *
      * payment                                                        *
      *****************************************************************
           OPEN INPUT HISTORY-DETAIL-FILE
           IF HISTDTL-FILE-SUCCESS
               PERFORM UNTIL HISTDTL-FILE-EOF
                   READ HISTORY-DETAIL-FILE
                       AT END
                           SET HISTDTL-FILE-EOF TO TRUE
                       NOT AT END
                           PERFORM 625-MATCH-HISTORY-DETAIL
                   END-READ
               END-PERFORM
               CLOSE HISTORY-DETAIL-FILE
           END-IF
           .

       625-MATCH-HISTORY-DETAIL.
      *****************************************************************
      * One trace line per matching detail line, filed by line type    *
      *****************************************************************
           PERFORM VARYING WS-SM-INDEX FROM 1 BY 1
                   UNTIL WS-SM-INDEX > WS-SM-COUNT
               IF WS-SM-EMP-ID (WS-SM-INDEX) =
                       HD-EMP-ID IN HISTORY-DETAIL-RECORD-FILE
                   AND WS-SM-PERIOD-END (WS-SM-INDEX) =
                       HD-PERIOD-END-DATE IN HISTORY-DETAIL-RECORD-FILE
                   AND WS-SM-CHECK-DATE (WS-SM-INDEX) =
                       HD-CHECK-DATE IN HISTORY-DETAIL-RECORD-FILE
                   EVALUATE TRUE
                       WHEN HD-EARNING-LINE IN
                               HISTORY-DETAIL-RECORD-FILE
                           MOVE 'B' TO WS-SECTION
                       WHEN HD-TAX-LINE IN HISTORY-DETAIL-RECORD-FILE
                           MOVE 'C' TO WS-SECTION
                       WHEN OTHER
                           MOVE 'D' TO WS-SECTION
                   END-EVALUATE
                   MOVE HD-HOURS IN HISTORY-DETAIL-RECORD-FILE TO
                       WS-ED-HOURS
                   MOVE HD-RATE IN HISTORY-DETAIL-RECORD-FILE TO
                       WS-ED-RATE
                   MOVE HD-AMOUNT IN HISTORY-DETAIL-RECORD-FILE TO
                       WS-ED-AMOUNT
                   MOVE SPACES TO WS-TRACE-TEXT
                   STRING HD-CODE IN HISTORY-DETAIL-RECORD-FILE
                          ' ' HD-DESC IN HISTORY-DETAIL-RECORD-FILE
                          '  HOURS ' WS-ED-HOURS
                          '  RATE ' WS-ED-RATE
                          '  AMOUNT ' WS-ED-AMOUNT
                          DELIMITED BY SIZE INTO WS-TRACE-TEXT
                   PERFORM 690-ADD-TRACE-LINE
               END-IF
           END-PERFORM
           .

       630-COLLECT-CHECK-REGISTER.
      *****************************************************************
      * The check register entry for the payment: the employee's       *
      * check by number, or issued on the check date                   *
      *****************************************************************
           OPEN INPUT CHECK-REGISTER-FILE
           IF CHKREG-FILE-SUCCESS
               PERFORM UNTIL CHKREG-FILE-EOF
                   READ CHECK-REGISTER-FILE
                       AT END
                           SET CHKREG-FILE-EOF TO TRUE
                       NOT AT END
                           PERFORM 635-MATCH-CHECK-REGISTER
                   END-READ
               END-PERFORM
               CLOSE CHECK-REGISTER-FILE
           END-IF
           .

       635-MATCH-CHECK-REGISTER.
      *****************************************************************
      * One trace line per matching check register entry               *
      *****************************************************************
           PERFORM VARYING WS-SM-INDEX FROM 1 BY 1
                   UNTIL WS-SM-INDEX > WS-SM-COUNT
               IF WS-SM-EMP-ID (WS-SM-INDEX) =
                       CHKREG-EMPLOYEE-ID IN CHECK-REGISTER-RECORD-FILE
                   AND ((WS-SM-CHECK-NUMBER (WS-SM-INDEX) > ZEROS
                       AND WS-SM-CHECK-NUMBER (WS-SM-INDEX) =
                       CHKREG-CHECK-NUMBER IN
                           CHECK-REGISTER-RECORD-FILE)
                   OR WS-SM-CHECK-DATE (WS-SM-INDEX) =
                       CHKREG-ISSUE-DATE IN CHECK-REGISTER-RECORD-FILE)
                   MOVE CHKREG-AMOUNT IN CHECK-REGISTER-RECORD-FILE TO
                       WS-ED-AMOUNT
                   MOVE SPACES TO WS-TRACE-TEXT
                   STRING 'CHECK '
                          CHKREG-CHECK-NUMBER IN
                              CHECK-REGISTER-RECORD-FILE
                          '  ISSUED '
                          CHKREG-ISSUE-DATE IN
                              CHECK-REGISTER-RECORD-FILE
                          '  AMOUNT ' WS-ED-AMOUNT
                          '  STATUS '
                          CHKREG-STATUS IN CHECK-REGISTER-RECORD-FILE
                          '  CLEARED '
                          CHKREG-CLEARED-DATE IN
                              CHECK-REGISTER-RECORD-FILE
                          '  PAYEE '
                          CHKREG-PAYEE-NAME IN
                              CHECK-REGISTER-RECORD-FILE
                          DELIMITED BY SIZE INTO WS-TRACE-TEXT
                   MOVE 'E' TO WS-SECTION
                   PERFORM 690-ADD-TRACE-LINE
               END-IF
           END-PERFORM
           .

       640-COLLECT-NACHA-ENTRIES.
      *****************************************************************
      * The employee's deposit entries in the NACHA batches whose      *
      * effective date is the payment's check date                     *
      *****************************************************************
           OPEN INPUT NACHA-FILE
           IF NACHA-FILE-SUCCESS
               PERFORM UNTIL NACHA-FILE-EOF
                   READ NACHA-FILE
                       AT END
                           SET NACHA-FILE-EOF TO TRUE
                       NOT AT END
                           EVALUATE NACHA-FLAT-RECORD (1:1)
                               WHEN '5'
                                   MOVE NACHA-FLAT-RECORD (70:6) TO
                                       WS-NACHA-BATCH-DATE
                               WHEN '6'
                                   MOVE NACHA-FLAT-RECORD TO
                                       NACHA-ENTRY-DETAIL
                                   PERFORM 645-MATCH-NACHA-ENTRY
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE NACHA-FILE
           END-IF
           .

       645-MATCH-NACHA-ENTRY.
      *****************************************************************
      * One trace line per matching entry detail                       *
      *****************************************************************
           PERFORM VARYING WS-SM-INDEX FROM 1 BY 1
                   UNTIL WS-SM-INDEX > WS-SM-COUNT
               MOVE WS-SM-CHECK-DATE (WS-SM-INDEX) TO WS-CHECK-DATE-X
               MOVE WS-CHECK-DATE-X (3:6) TO WS-CHECK-YYMMDD
               IF WS-SM-EMP-ID (WS-SM-INDEX) = NACHA-INDIVIDUAL-ID
                   AND WS-CHECK-YYMMDD = WS-NACHA-BATCH-DATE
                   MOVE NACHA-AMOUNT TO WS-NACHA-AMOUNT
                   MOVE WS-NACHA-AMOUNT TO WS-ED-AMOUNT
                   MOVE SPACES TO WS-TRACE-TEXT
                   STRING 'ACH ENTRY  TRAN ' NACHA-TRANSACTION-CODE
                          '  RDFI ' NACHA-RECEIVING-DFI-ID
                          NACHA-CHECK-DIGIT
                          '  ACCOUNT ' NACHA-DFI-ACCOUNT-NUMBER
                          '  AMOUNT ' WS-ED-AMOUNT
                          '  TRACE ' NACHA-TRACE-NUMBER
                          '  EFFECTIVE ' WS-NACHA-BATCH-DATE
                          DELIMITED BY SIZE INTO WS-TRACE-TEXT
                   MOVE 'E' TO WS-SECTION
                   PERFORM 690-ADD-TRACE-LINE
               END-IF
           END-PERFORM
           .

       650-COLLECT-LABOR-DIST.
      *****************************************************************
      * The payment's labor distribution - the employee-level lines    *
      * the GL labor expense is posted from                            *
      *****************************************************************
           OPEN INPUT LABOR-DIST-FILE
           IF LABDIST-FILE-SUCCESS
               PERFORM UNTIL LABDIST-FILE-EOF
                   READ LABOR-DIST-FILE
                       AT END
                           SET LABDIST-FILE-EOF TO TRUE
                       NOT AT END
                           PERFORM 655-MATCH-LABOR-DIST
                   END-READ
               END-PERFORM
               CLOSE LABOR-DIST-FILE
           END-IF
           .

       655-MATCH-LABOR-DIST.
      *****************************************************************
      * One trace line per matching distribution line                  *
      *****************************************************************
           PERFORM VARYING WS-SM-INDEX FROM 1 BY 1
                   UNTIL WS-SM-INDEX > WS-SM-COUNT
               IF WS-SM-EMP-ID (WS-SM-INDEX) =
                       LD-EMPLOYEE-ID IN LABOR-DIST-RECORD-FILE
                   AND WS-SM-PERIOD-END (WS-SM-INDEX) =
                       LD-PERIOD-END-DATE IN LABOR-DIST-RECORD-FILE
                   MOVE LD-PERCENT IN LABOR-DIST-RECORD-FILE TO
                       WS-ED-PERCENT
                   MOVE LD-GROSS-SHARE IN LABOR-DIST-RECORD-FILE TO
                       WS-ED-AMOUNT
                   MOVE LD-EMPLOYER-FICA-SHARE IN
                       LABOR-DIST-RECORD-FILE TO WS-ED-AMOUNT-2
                   MOVE LD-EMPLOYER-UI-SHARE IN LABOR-DIST-RECORD-FILE
                       TO WS-ED-AMOUNT-3
                   MOVE SPACES TO WS-TRACE-TEXT
                   STRING 'LABOR  CO '
                          LD-COMPANY-CODE IN LABOR-DIST-RECORD-FILE
                          ' DEPT '
                          LD-DEPARTMENT IN LABOR-DIST-RECORD-FILE
                          ' CC '
                          LD-COST-CENTER IN LABOR-DIST-RECORD-FILE
                          ' PCT ' WS-ED-PERCENT
                          ' GROSS' WS-ED-AMOUNT
                          ' ER FICA' WS-ED-AMOUNT-2
                          ' ER UI' WS-ED-AMOUNT-3
                          DELIMITED BY SIZE INTO WS-TRACE-TEXT
                   MOVE 'F' TO WS-SECTION
                   PERFORM 690-ADD-TRACE-LINE
               END-IF
           END-PERFORM
           .

       660-COLLECT-GL-EXTRACT.
      *****************************************************************
      * The run's GL entries the payment posted into: the check date's *
      * lines for the employee's company and home department, and the  *
      * company-level lines carrying no department                     *
      *****************************************************************
           OPEN INPUT GL-EXPORT-FILE
           IF GL-FILE-SUCCESS
               PERFORM UNTIL GL-FILE-EOF
                   READ GL-EXPORT-FILE
                       AT END
                           SET GL-FILE-EOF TO TRUE
                       NOT AT END
                           PERFORM 665-MATCH-GL-EXTRACT
                   END-READ
               END-PERFORM
               CLOSE GL-EXPORT-FILE
           END-IF
           .

       665-MATCH-GL-EXTRACT.
      *****************************************************************
      * One trace line per matching GL entry. A blank company on the   *
      * extract is the original company, 01                            *
      *****************************************************************
           MOVE GL-COMPANY-CODE IN GL-EXPORT-RECORD-FILE TO
               WS-GL-COMPANY
           IF WS-GL-COMPANY = SPACES
               MOVE '01' TO WS-GL-COMPANY
           END-IF
           PERFORM VARYING WS-SM-INDEX FROM 1 BY 1
                   UNTIL WS-SM-INDEX > WS-SM-COUNT
               IF WS-SM-CHECK-DATE (WS-SM-INDEX) =
                       GL-RUN-CHECK-DATE IN GL-EXPORT-RECORD-FILE
                   AND WS-SM-COMPANY (WS-SM-INDEX) = WS-GL-COMPANY
                   AND (GL-DEPARTMENT IN GL-EXPORT-RECORD-FILE =
                           WS-SM-DEPARTMENT (WS-SM-INDEX)
                       OR GL-DEPARTMENT IN GL-EXPORT-RECORD-FILE =
                           SPACES)
                   MOVE GL-AMOUNT IN GL-EXPORT-RECORD-FILE TO
                       WS-ED-AMOUNT
                   MOVE SPACES TO WS-TRACE-TEXT
                   STRING 'GL     ACCT '
                          GL-ACCOUNT-NUMBER IN GL-EXPORT-RECORD-FILE
                          ' ' GL-ACCOUNT-NAME IN GL-EXPORT-RECORD-FILE
                          ' DEPT '
                          GL-DEPARTMENT IN GL-EXPORT-RECORD-FILE
                          ' ' GL-DEBIT-CREDIT-IND IN
                              GL-EXPORT-RECORD-FILE
                          WS-ED-AMOUNT
                          '  (RUN TOTAL)'
                          DELIMITED BY SIZE INTO WS-TRACE-TEXT
                   MOVE 'F' TO WS-SECTION
                   PERFORM 690-ADD-TRACE-LINE
               END-IF
           END-PERFORM
           .

       670-COLLECT-MASTER-CHANGES.
      *****************************************************************
      * Master changes logged for the employee in the 90 days up to    *
      * the check date                                                 *
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
                               AND AUDIT-DATE IN AUDIT-LOG-RECORD-FILE
                                   IS NUMERIC
                               PERFORM 675-MATCH-MASTER-CHANGE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-LOG-FILE
           END-IF
           .

       675-MATCH-MASTER-CHANGE.
      *****************************************************************
      * One trace line per matching change                             *
      *****************************************************************
           MOVE AUDIT-DATE IN AUDIT-LOG-RECORD-FILE TO WS-DAYNUM-DATE
           PERFORM 950-CONVERT-TO-DAYNUM
           PERFORM VARYING WS-SM-INDEX FROM 1 BY 1
                   UNTIL WS-SM-INDEX > WS-SM-COUNT
               IF WS-SM-EMP-ID (WS-SM-INDEX) =
                       AUDIT-EMP-ID IN AUDIT-LOG-RECORD-FILE
                   AND WS-DAYNUM-RESULT <=
                       WS-SM-CHECK-DAYNUM (WS-SM-INDEX)
                   AND WS-DAYNUM-RESULT + 90 >=
                       WS-SM-CHECK-DAYNUM (WS-SM-INDEX)
                   MOVE SPACES TO WS-TRACE-TEXT
                   STRING AUDIT-DATE IN AUDIT-LOG-RECORD-FILE
                          ' ' AUDIT-FIELD-NAME IN AUDIT-LOG-RECORD-FILE
                          ' ' AUDIT-OLD-VALUE IN AUDIT-LOG-RECORD-FILE
                          ' TO '
                          AUDIT-NEW-VALUE IN AUDIT-LOG-RECORD-FILE
                          ' ' AUDIT-CHANGE-SOURCE IN
                              AUDIT-LOG-RECORD-FILE
                          ' ' AUDIT-USER-ID IN AUDIT-LOG-RECORD-FILE
                          DELIMITED BY SIZE INTO WS-TRACE-TEXT
                   MOVE 'G' TO WS-SECTION
                   PERFORM 690-ADD-TRACE-LINE
               END-IF
           END-PERFORM
           .

       690-ADD-TRACE-LINE.
      *****************************************************************
      * File WS-TRACE-TEXT under the sample at WS-SM-INDEX and the     *
      * section in WS-SECTION                                          *
      *****************************************************************
           IF WS-TR-COUNT < 6000
               ADD 1 TO WS-TR-COUNT
               MOVE WS-SM-INDEX TO WS-TR-SAMPLE (WS-TR-COUNT)
               MOVE WS-SECTION TO WS-TR-SECTION (WS-TR-COUNT)
               MOVE WS-TRACE-TEXT TO WS-TR-TEXT (WS-TR-COUNT)
           END-IF
           .

       700-PRINT-TRACES.
      *****************************************************************
      * Print each sampled payment's trace, section by section         *
      *****************************************************************
           PERFORM VARYING WS-SM-INDEX FROM 1 BY 1
                   UNTIL WS-SM-INDEX > WS-SM-COUNT
               PERFORM 710-PRINT-PAYMENT-HEADER
               PERFORM VARYING WS-SECTION-INDEX FROM 1 BY 1
                       UNTIL WS-SECTION-INDEX > 7
                   MOVE WS-SECTION-LIST (WS-SECTION-INDEX:1) TO
                       WS-SECTION
                   PERFORM 720-PRINT-SECTION
               END-PERFORM
           END-PERFORM
           .

       710-PRINT-PAYMENT-HEADER.
      *****************************************************************
      * The sampled payment's identification and amounts               *
      *****************************************************************
           MOVE SPACES TO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE ALL '-' TO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE

           MOVE WS-SM-INDEX TO WS-ED-COUNT-2
           MOVE WS-SM-COUNT TO WS-ED-COUNT-3
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'SAMPLE ' WS-ED-COUNT-2 ' OF ' WS-ED-COUNT-3
                  '  STRATUM ' WS-SM-COMPANY (WS-SM-INDEX) '/'
                  WS-ST-PAY-TYPE (WS-SM-STRATUM (WS-SM-INDEX))
                  '  EMPLOYEE ' WS-SM-EMP-ID (WS-SM-INDEX)
                  ' ' WS-SM-NAME (WS-SM-INDEX)
                  '  DEPT ' WS-SM-DEPARTMENT (WS-SM-INDEX)
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE

           MOVE WS-SM-GROSS (WS-SM-INDEX) TO WS-ED-AMOUNT
           MOVE WS-SM-NET (WS-SM-INDEX) TO WS-ED-AMOUNT-2
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  PERIOD ' WS-SM-PERIOD-START (WS-SM-INDEX)
                  ' - ' WS-SM-PERIOD-END (WS-SM-INDEX)
                  '  CHECK DATE ' WS-SM-CHECK-DATE (WS-SM-INDEX)
                  '  CHECK NO ' WS-SM-CHECK-NUMBER (WS-SM-INDEX)
                  '  RUN MODE ' WS-SM-RUN-MODE (WS-SM-INDEX)
                  '  GROSS' WS-ED-AMOUNT
                  '  NET' WS-ED-AMOUNT-2
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           .

       720-PRINT-SECTION.
      *****************************************************************
      * One trace section: its heading, then its lines (the rate       *
      * source follows the input section)                              *
      *****************************************************************
           MOVE SPACES TO WS-REPORT-LINE
           EVALUATE WS-SECTION
               WHEN 'A'
                   MOVE '  INPUT HOURS AND EARNINGS (PAYROLL INPUT)'
                       TO WS-REPORT-LINE
               WHEN 'B'
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING '  RATE SOURCE: '
                          WS-SM-RATE-SOURCE (WS-SM-INDEX)
                          DELIMITED BY SIZE INTO WS-REPORT-LINE
                   WRITE REPORT-RECORD FROM WS-REPORT-LINE
                   MOVE '  EARNINGS (HISTORY DETAIL)' TO WS-REPORT-LINE
               WHEN 'C'
                   MOVE '  TAXES (HISTORY DETAIL)' TO WS-REPORT-LINE
               WHEN 'D'
                   MOVE '  DEDUCTIONS (HISTORY DETAIL)' TO
                       WS-REPORT-LINE
               WHEN 'E'
                   MOVE '  PAYMENT (CHECK REGISTER / NACHA)' TO
                       WS-REPORT-LINE
               WHEN 'F'
                   MOVE '  GL DISTRIBUTION' TO WS-REPORT-LINE
               WHEN OTHER
                   MOVE '  MASTER CHANGES IN THE 90 DAYS BEFORE THE CHE
      -            'CK' TO WS-REPORT-LINE
           END-EVALUATE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE

           MOVE ZEROS TO WS-SECTION-LINES
           PERFORM VARYING WS-TR-INDEX FROM 1 BY 1
                   UNTIL WS-TR-INDEX > WS-TR-COUNT
               IF WS-TR-SAMPLE (WS-TR-INDEX) = WS-SM-INDEX
                   AND WS-TR-SECTION (WS-TR-INDEX) = WS-SECTION
                   ADD 1 TO WS-SECTION-LINES
                   MOVE SPACES TO WS-REPORT-LINE
                   MOVE WS-TR-TEXT (WS-TR-INDEX) TO
                       WS-REPORT-LINE (5:126)
                   WRITE REPORT-RECORD FROM WS-REPORT-LINE
               END-IF
           END-PERFORM

           IF WS-SECTION-LINES = ZEROS
               MOVE SPACES TO WS-REPORT-LINE
               IF WS-SECTION = 'A'
                   MOVE '    NO INPUT RECORD ON FILE FOR THE PERIOD'
                       TO WS-REPORT-LINE
               ELSE
                   MOVE '    NONE ON FILE' TO WS-REPORT-LINE
               END-IF
               WRITE REPORT-RECORD FROM WS-REPORT-LINE
           END-IF
           .

       900-WRAP-UP.
      *****************************************************************
      * Close all files and display the counts                         *
      *****************************************************************
           CLOSE PAY-HISTORY-FILE
                 EMPLOYEE-FILE
                 AUDIT-SAMPLE-REPORT
           IF WS-RATEHIST-OPEN
               CLOSE RATE-HISTORY-FILE
           END-IF

           DISPLAY 'AUDIT SAMPLE AND TRANSACTION TRACE COMPLETE'
           DISPLAY 'HISTORY RECORDS READ: ' WS-HISTORY-READ
           DISPLAY 'POPULATION: ' WS-PP-COUNT
           DISPLAY 'STRATA: ' WS-ST-COUNT
           DISPLAY 'PAYMENTS SAMPLED: ' WS-SM-COUNT
           DISPLAY 'TRACE LINES: ' WS-TR-COUNT
           IF WS-POPULATION-DROPPED > ZEROS
               DISPLAY 'PAYMENTS LEFT OUT - TABLE FULL: '
                       WS-POPULATION-DROPPED
           END-IF
           .

       950-CONVERT-TO-DAYNUM.
      *****************************************************************
      * Convert WS-DAYNUM-DATE into a single ascending day number      *
      * using a 30-day-month convention                                *
      *****************************************************************
           COMPUTE WS-DAYNUM-RESULT =
               (WS-DAYNUM-YEAR * 360) +
               ((WS-DAYNUM-MONTH - 1) * 30) +
               WS-DAYNUM-DAY
           .
