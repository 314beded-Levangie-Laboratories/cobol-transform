      *****************************************************************
      * Program: TAXMAINT.cbl                                         *
      *                                                               *
      * Purpose: Tax rate table maintenance for the Payroll           *
      *          Processing System. This program builds the new       *
      *          year's tax rate table from a rate transaction file   *
      *          on top of the table now in force, validates the      *
      *          result (bracket continuity and base tax, effective   *
      *          window overlaps, duplicate jurisdictions, plausible  *
      *          rates and wage bases), and prints a side-by-side     *
      *          change report of old and new values. The tax rates   *
      *          file is rewritten only on a clean run carrying the   *
      *          approver's sign-off, so no table reaches the         *
      *          calculation run's effective-date selection unproved. *
      *                                                               *
      * Date Created: 2026-10-15                                      *
      * Author: COBOL Payroll System                                  *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAXMAINT.
       AUTHOR. COBOL PAYROLL SYSTEM.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.

      *****************************************************************
      * Program Description:                                          *
      *                                                                *
      * TAXMAINT is a standalone maintenance program in the Payroll    *
      * Processing System. It:                                         *
      *                                                                *
      * 1. Loads every effective-dated table on the tax rates file     *
      * 2. Reads the header transaction for the new table's tax year,  *
      *    effective window and sign-off, and copies the base table    *
      *    (the one named on the header, else the latest one in force  *
      *    on the new effective date) as the starting point            *
      * 3. Applies each rate transaction to the new table, rejecting   *
      *    any that is malformed or names a row not on the table       *
      * 4. Validates the whole new table: federal and state brackets   *
      *    continuous and increasing with base tax agreeing with the   *
      *    prior bracket; no jurisdiction on the table twice; the new  *
      *    effective window not overlapping another table's (an        *
      *    open-ended table in force on the new effective date is      *
      *    closed the day before); rates and wage bases inside         *
      *    plausible ranges; and no more tables on file than the       *
      *    calculation run loads                                       *
      * 5. Prints the side-by-side change report of old and new        *
      *    values for sign-off                                         *
      * 6. On a run with no errors and an approver's sign-off on the   *
      *    header, rewrites the tax rates file in effective-date       *
      *    order with the new table in place; otherwise the file is    *
      *    left untouched                                              *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC.
       OBJECT-COMPUTER. PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAX-RATES-FILE ASSIGN TO 'TAXRATES'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS TAX-FILE-STATUS.

           SELECT TAX-TRAN-FILE ASSIGN TO 'TAXRTRN'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS TRAN-FILE-STATUS.

           SELECT TAX-REPORT-FILE ASSIGN TO 'TAXMRPT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TAX-RATES-FILE.
           COPY TAXRATES REPLACING ==TAX-RATES-TABLE== BY
               ==TAX-RATES-RECORD-FILE==.

       FD  TAX-TRAN-FILE.
           COPY TAXRTRN REPLACING ==TAX-RATE-TRAN-RECORD== BY
               ==TAX-RATE-TRAN-RECORD-FILE==.

       FD  TAX-REPORT-FILE.
           01  REPORT-RECORD               PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  TAX-FILE-STATUS             PIC X(2).
               88  TAX-FILE-SUCCESS        VALUE '00'.
               88  TAX-FILE-EOF            VALUE '10'.
           05  TRAN-FILE-STATUS            PIC X(2).
               88  TRAN-FILE-SUCCESS       VALUE '00'.
               88  TRAN-FILE-EOF           VALUE '10'.
           05  REPORT-FILE-STATUS          PIC X(2).
               88  REPORT-FILE-SUCCESS     VALUE '00'.

      *****************************************************************
      * Every table on the tax rates file, as the calculation run      *
      * holds them, plus room for the new table. The slot information  *
      * carries each table's window and what this run does to it:      *
      * ' ' kept, 'C' closed the day before the new table, 'R'         *
      * replaced by the new table, 'N' the new table itself            *
      *****************************************************************
       01  WS-TAX-TABLE-COUNT              PIC 9(2) COMP-3 VALUE ZEROS.
       01  WS-TAX-TABLE-MAX                PIC 9(2) COMP-3 VALUE 5.
       01  WS-TAX-TABLE-SET.
           05  WS-TAX-SLOT OCCURS 6 TIMES  PIC X(11561).
       01  WS-SLOT-INFO-TABLE.
           05  WS-SLOT-INFO OCCURS 6 TIMES.
               10  WS-SI-EFF-DATE          PIC 9(8).
               10  WS-SI-EXP-DATE          PIC 9(8).
               10  WS-SI-ACTION            PIC X.
       01  WS-SLOT-SWAP                    PIC X(11561).
       01  WS-SLOT-INFO-SWAP               PIC X(17).
       01  WS-EXTRA-TABLES                 PIC 9(3) COMP-3 VALUE ZEROS.

      *****************************************************************
      * The base table as it stands, the new table being built, and a  *
      * work copy for reading and adjusting the other slots            *
      *****************************************************************
           COPY TAXRATES REPLACING ==TAX-RATES-TABLE== BY
               ==WS-OLD-TABLE==.

           COPY TAXRATES REPLACING ==TAX-RATES-TABLE== BY
               ==WS-NEW-TABLE==.

           COPY TAXRATES REPLACING ==TAX-RATES-TABLE== BY
               ==WS-SLOT-TABLE==.

       01  WS-HEADER-FIELDS.
           05  WS-HDR-TAX-YEAR             PIC 9(4) VALUE ZEROS.
           05  WS-HDR-EFF-DATE             PIC 9(8) VALUE ZEROS.
           05  WS-HDR-EXP-DATE             PIC 9(8) VALUE ZEROS.
           05  WS-HDR-BASE-EFF-DATE        PIC 9(8) VALUE ZEROS.
           05  WS-HDR-SIGNOFF-ID           PIC X(8) VALUE SPACES.
           05  WS-HDR-SIGNOFF-DATE         PIC 9(8) VALUE ZEROS.
           05  WS-HEADER-OK-SW             PIC X VALUE 'N'.
               88  WS-HEADER-OK            VALUE 'Y'.
           05  WS-BASE-SLOT                PIC 9(2) COMP-3 VALUE ZEROS.
           05  WS-CLOSE-DATE               PIC 9(8) VALUE ZEROS.

      *****************************************************************
      * Plausible ranges for rates (decimal fractions) and wage bases. *
      * A value outside its range is an error; the ranges are wide     *
      * enough for any legislated change but catch a misplaced         *
      * decimal point or a rate keyed as a percentage                  *
      *****************************************************************
       01  WS-PLAUSIBLE-RANGES.
           05  WS-MAX-FED-RATE             PIC 9V9(4) VALUE .5000.
           05  WS-MAX-STATE-RATE           PIC 9V9(4) VALUE .1500.
           05  WS-MAX-LOCAL-RATE           PIC 9V9(4) VALUE .1000.
           05  WS-MIN-SS-RATE              PIC 9V9(4) VALUE .0500.
           05  WS-MAX-SS-RATE              PIC 9V9(4) VALUE .0800.
           05  WS-MIN-SS-WAGE-BASE         PIC 9(8)V99 VALUE 100000.
           05  WS-MAX-SS-WAGE-BASE         PIC 9(8)V99 VALUE 400000.
           05  WS-MIN-MEDICARE-RATE        PIC 9V9(4) VALUE .0100.
           05  WS-MAX-MEDICARE-RATE        PIC 9V9(4) VALUE .0200.
           05  WS-MAX-MEDICARE-ADDL-RATE   PIC 9V9(4) VALUE .0200.
           05  WS-MIN-ADDL-THRESHOLD       PIC 9(8)V99 VALUE 100000.
           05  WS-MAX-ADDL-THRESHOLD       PIC 9(8)V99 VALUE 500000.
           05  WS-MAX-FUTA-RATE            PIC 9V9(4) VALUE .0620.
           05  WS-MIN-FUTA-WAGE-BASE       PIC 9(8)V99 VALUE 7000.
           05  WS-MAX-FUTA-WAGE-BASE       PIC 9(8)V99 VALUE 50000.
           05  WS-MAX-SUTA-RATE            PIC 9V9(4) VALUE .1500.
           05  WS-MIN-SUTA-WAGE-BASE       PIC 9(8)V99 VALUE 7000.
           05  WS-MAX-SUTA-WAGE-BASE       PIC 9(8)V99 VALUE 200000.
           05  WS-MAX-SDI-RATE             PIC 9V9(5) VALUE .05000.
           05  WS-MAX-SDI-WAGE-BASE        PIC 9(8)V99 VALUE 500000.
           05  WS-MAX-STD-DEDUCTION        PIC 9(6)V99 VALUE 100000.
           05  WS-BASE-TAX-TOLERANCE       PIC 9V99 VALUE 1.00.

      *****************************************************************
      * One bracket schedule being validated: the federal schedule or  *
      * one state's, copied here so one paragraph checks both          *
      *****************************************************************
       01  WS-VALIDATE-BRACKETS.
           05  WS-VB-LABEL                 PIC X(10).
           05  WS-VB-COUNT                 PIC 9(1) COMP-3.
           05  WS-VB-LAST                  PIC 9(1) COMP-3.
           05  WS-VB-ENTRY OCCURS 7 TIMES.
               10  WS-VB-FLOOR             PIC 9(8)V99 COMP-3.
               10  WS-VB-CEILING           PIC 9(8)V99 COMP-3.
               10  WS-VB-RATE              PIC 9(2)V99 COMP-3.
               10  WS-VB-BASE-TAX          PIC 9(8)V99 COMP-3.
           05  WS-VB-MAX-RATE              PIC 9V9(4).
           05  WS-VB-EXPECTED-BASE         PIC S9(9)V99 COMP-3.
           05  WS-VB-BASE-DIFF             PIC S9(9)V99 COMP-3.

      *****************************************************************
      * Old-side rows for the change report: the base table's row for  *
      * the same jurisdiction, or empty when the row is new            *
      *****************************************************************
       01  WS-CMP-STATE.
           05  WS-CS-CODE                  PIC X(2).
           05  WS-CS-HAS-INCOME-TAX        PIC X.
           05  WS-CS-FILING-STATUS         PIC X.
           05  WS-CS-BRACKET OCCURS 5 TIMES.
               10  WS-CS-FLOOR             PIC 9(8)V99 COMP-3.
               10  WS-CS-CEILING           PIC 9(8)V99 COMP-3.
               10  WS-CS-RATE              PIC 9(2)V99 COMP-3.
               10  WS-CS-BASE-TAX          PIC 9(6)V99 COMP-3.
       01  WS-CMP-LOCAL.
           05  WS-CL-CODE                  PIC X(5).
           05  WS-CL-NAME                  PIC X(20).
           05  WS-CL-RATE                  PIC 9(2)V99 COMP-3.
           05  WS-CL-MIN-WAGE              PIC 9(8)V99 COMP-3.
           05  WS-CL-MAX-WAGE              PIC 9(8)V99 COMP-3.
           05  WS-CL-CLASS                 PIC X.
           05  WS-CL-FLAT-AMOUNT           PIC 9(3)V99 COMP-3.
           05  WS-CL-ANNUAL-CAP            PIC 9(5)V99 COMP-3.
           05  WS-CL-LOW-INCOME-EXEMPT     PIC 9(8)V99 COMP-3.
       01  WS-CMP-SUTA.
           05  WS-CU-STATE-CODE            PIC X(2).
           05  WS-CU-RATE                  PIC 9(2)V99 COMP-3.
           05  WS-CU-WAGE-BASE             PIC 9(8)V99 COMP-3.
       01  WS-CMP-SDI.
           05  WS-CD-STATE-CODE            PIC X(2).
           05  WS-CD-EE-RATE               PIC 9V9(5) COMP-3.
           05  WS-CD-WAGE-BASE             PIC 9(8)V99 COMP-3.
           05  WS-CD-ER-RATE               PIC 9V9(5) COMP-3.

       01  WS-COMPARE-FIELDS.
           05  WS-CMP-PART                 PIC X(10).
           05  WS-CMP-KEY                  PIC X(12).
           05  WS-CMP-FIELD                PIC X(20).
           05  WS-CMP-OLD-NUM              PIC S9(9)V9(5) COMP-3.
           05  WS-CMP-NEW-NUM              PIC S9(9)V9(5) COMP-3.
           05  WS-CMP-OLD-TEXT             PIC X(20).
           05  WS-CMP-NEW-TEXT             PIC X(20).

       01  WS-WORK-FIELDS.
           05  WS-SLOT-INDEX               PIC 9(3) COMP-3 VALUE ZEROS.
           05  WS-SLOT-INDEX-2             PIC 9(3) COMP-3 VALUE ZEROS.
           05  WS-ROW-INDEX                PIC 9(3) COMP-3 VALUE ZEROS.
           05  WS-ROW-INDEX-2              PIC 9(3) COMP-3 VALUE ZEROS.
           05  WS-OLD-ROW                  PIC 9(4) COMP-3 VALUE ZEROS.
           05  WS-BRK-INDEX                PIC 9(2) COMP-3 VALUE ZEROS.
           05  WS-FOUND-ROW                PIC 9(3) COMP-3 VALUE ZEROS.
           05  WS-FREE-ROW                 PIC 9(3) COMP-3 VALUE ZEROS.
           05  WS-TRAN-ERROR-SW            PIC X VALUE 'N'.
               88  WS-TRAN-ERROR           VALUE 'Y'.
           05  WS-TRAN-CLASS               PIC X VALUE SPACE.
           05  WS-KEPT-COUNT               PIC 9(2) COMP-3 VALUE ZEROS.
           05  WS-WINDOW-A-START           PIC 9(8).
           05  WS-WINDOW-A-END             PIC 9(8).
           05  WS-WINDOW-B-START           PIC 9(8).
           05  WS-WINDOW-B-END             PIC 9(8).
           05  WS-DATE-VALID-SW            PIC X VALUE 'N'.
               88  WS-DATE-VALID           VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-TRAN-COUNT               PIC 9(5) COMP-3 VALUE ZEROS.
           05  WS-TRAN-APPLIED             PIC 9(5) COMP-3 VALUE ZEROS.
           05  WS-TRAN-REJECTED            PIC 9(5) COMP-3 VALUE ZEROS.
           05  WS-ERROR-COUNT              PIC 9(5) COMP-3 VALUE ZEROS.
           05  WS-CHANGE-COUNT             PIC 9(5) COMP-3 VALUE ZEROS.
           05  WS-TABLES-WRITTEN           PIC 9(2) COMP-3 VALUE ZEROS.

       01  WS-CALENDAR-WORK.
           05  WS-WORK-DATE                PIC 9(8).
           05  WS-WORK-DATE-PARTS REDEFINES WS-WORK-DATE.
               10  WS-WORK-YEAR            PIC 9(4).
               10  WS-WORK-MONTH           PIC 9(2).
               10  WS-WORK-DAY             PIC 9(2).
           05  WS-MONTH-DAYS               PIC 9(2) COMP-3 VALUE ZEROS.
           05  WS-LEAP-REMAINDER           PIC 9(3) COMP-3 VALUE ZEROS.

       01  WS-DATETIME.
           05  WS-DATE                     PIC 9(8).

       01  WS-MESSAGE                      PIC X(100).
       01  WS-REPORT-LINE                  PIC X(132).

       01  WS-EDITED-FIELDS.
           05  WS-ED-OLD                   PIC -ZZZ,ZZZ,ZZ9.99999.
           05  WS-ED-NEW                   PIC -ZZZ,ZZZ,ZZ9.99999.
           05  WS-ED-AMOUNT-1              PIC ZZ,ZZZ,ZZ9.99.
           05  WS-ED-AMOUNT-2              PIC ZZ,ZZZ,ZZ9.99.
           05  WS-ED-RATE                  PIC Z9.9999.
           05  WS-ED-BRACKET               PIC 9.
           05  WS-ED-BRACKET-2             PIC 9.
           05  WS-ED-COUNT                 PIC ZZZZ9.

       PROCEDURE DIVISION.
       000-MAIN-PROCESS.
      *****************************************************************
      * Main process coordinates the tax table maintenance run         *
      *****************************************************************
           PERFORM 100-INITIALIZATION
           PERFORM 200-PROCESS-HEADER

           IF WS-HEADER-OK
               PERFORM UNTIL TRAN-FILE-EOF
                   PERFORM 300-APPLY-TRANSACTION
               END-PERFORM
               PERFORM 400-VALIDATE-NEW-TABLE
               PERFORM 600-PRINT-CHANGE-REPORT
           END-IF

           PERFORM 700-FINALIZE-LOAD
           PERFORM 900-WRAP-UP

           STOP RUN
           .

       100-INITIALIZATION.
      *****************************************************************
      * Load every table on the tax rates file, open the transaction   *
      * and report files, and write the report heading                 *
      *****************************************************************
           DISPLAY 'TAX TABLE MAINTENANCE STARTED'
           ACCEPT WS-DATE FROM DATE YYYYMMDD

           OPEN INPUT TAX-RATES-FILE
           IF NOT TAX-FILE-SUCCESS
               DISPLAY 'ERROR OPENING TAX RATES: ' TAX-FILE-STATUS
               STOP RUN
           END-IF

           PERFORM UNTIL TAX-FILE-EOF
               READ TAX-RATES-FILE
                   AT END
                       SET TAX-FILE-EOF TO TRUE
                   NOT AT END
                       IF WS-TAX-TABLE-COUNT < WS-TAX-TABLE-MAX
                           ADD 1 TO WS-TAX-TABLE-COUNT
                           MOVE TAX-RATES-RECORD-FILE TO
                               WS-TAX-SLOT (WS-TAX-TABLE-COUNT)
                           MOVE TAX-RATES-RECORD-FILE TO WS-SLOT-TABLE
                           PERFORM 110-SET-SLOT-INFO
                       ELSE
                           ADD 1 TO WS-EXTRA-TABLES
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TAX-RATES-FILE

           OPEN INPUT TAX-TRAN-FILE
           IF NOT TRAN-FILE-SUCCESS
               DISPLAY 'ERROR OPENING RATE TRANSACTIONS: '
                       TRAN-FILE-STATUS
               STOP RUN
           END-IF

           OPEN OUTPUT TAX-REPORT-FILE
           IF NOT REPORT-FILE-SUCCESS
               DISPLAY 'ERROR OPENING MAINTENANCE REPORT: '
                       REPORT-FILE-STATUS
               STOP RUN
           END-IF

           MOVE SPACES TO WS-REPORT-LINE
           STRING 'TAX RATE TABLE MAINTENANCE - RUN DATE ' WS-DATE
                  DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE ALL '-' TO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE

           MOVE WS-TAX-TABLE-COUNT TO WS-ED-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'TABLES ON FILE: ' WS-ED-COUNT
                  DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           PERFORM VARYING WS-SLOT-INDEX FROM 1 BY 1
                   UNTIL WS-SLOT-INDEX > WS-TAX-TABLE-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING '  TABLE EFFECTIVE '
                      WS-SI-EFF-DATE (WS-SLOT-INDEX)
                      ' EXPIRES ' WS-SI-EXP-DATE (WS-SLOT-INDEX)
                      DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               WRITE REPORT-RECORD FROM WS-REPORT-LINE
           END-PERFORM
           .

       110-SET-SLOT-INFO.
      *****************************************************************
      * Record the window of the table just loaded into the work copy  *
      *****************************************************************
           MOVE TAX-EFFECTIVE-DATE IN WS-SLOT-TABLE TO
               WS-SI-EFF-DATE (WS-TAX-TABLE-COUNT)
           IF WS-SI-EFF-DATE (WS-TAX-TABLE-COUNT) IS NOT NUMERIC
               MOVE ZEROS TO WS-SI-EFF-DATE (WS-TAX-TABLE-COUNT)
           END-IF
           MOVE TAX-EXPIRATION-DATE IN WS-SLOT-TABLE TO
               WS-SI-EXP-DATE (WS-TAX-TABLE-COUNT)
           IF WS-SI-EXP-DATE (WS-TAX-TABLE-COUNT) IS NOT NUMERIC
               MOVE ZEROS TO WS-SI-EXP-DATE (WS-TAX-TABLE-COUNT)
           END-IF
           MOVE SPACE TO WS-SI-ACTION (WS-TAX-TABLE-COUNT)
           .

       200-PROCESS-HEADER.
      *****************************************************************
      * The first transaction must be the header. Check its dates,     *
      * pick the base table, and start the new table as a copy of it   *
      *****************************************************************
           READ TAX-TRAN-FILE
               AT END
                   MOVE 'NO RATE TRANSACTIONS ON FILE' TO WS-MESSAGE
                   PERFORM 820-VALIDATION-ERROR
           END-READ
           IF TRAN-FILE-EOF
               CONTINUE
           ELSE
               IF NOT TRT-HEADER IN TAX-RATE-TRAN-RECORD-FILE
                   MOVE 'FIRST TRANSACTION IS NOT THE HD HEADER'
                       TO WS-MESSAGE
                   PERFORM 820-VALIDATION-ERROR
               ELSE
                   PERFORM 210-CHECK-HEADER
               END-IF
           END-IF

           IF WS-HEADER-OK
               PERFORM 220-SELECT-BASE-TABLE
           END-IF
           .

       210-CHECK-HEADER.
      *****************************************************************
      * The effective date must be a real date in the tax year, the    *
      * expiration zero (open-ended) or a real date on or after it     *
      *****************************************************************
           MOVE 'Y' TO WS-HEADER-OK-SW

           IF TRT-TAX-YEAR IN TAX-RATE-TRAN-RECORD-FILE IS NUMERIC
               MOVE TRT-TAX-YEAR IN TAX-RATE-TRAN-RECORD-FILE TO
                   WS-HDR-TAX-YEAR
           END-IF
           IF TRT-EFFECTIVE-DATE IN TAX-RATE-TRAN-RECORD-FILE
                   IS NUMERIC
               MOVE TRT-EFFECTIVE-DATE IN TAX-RATE-TRAN-RECORD-FILE
                   TO WS-HDR-EFF-DATE
           END-IF
           IF TRT-EXPIRATION-DATE IN TAX-RATE-TRAN-RECORD-FILE
                   IS NUMERIC
               MOVE TRT-EXPIRATION-DATE IN TAX-RATE-TRAN-RECORD-FILE
                   TO WS-HDR-EXP-DATE
           END-IF
           IF TRT-BASE-EFF-DATE IN TAX-RATE-TRAN-RECORD-FILE
                   IS NUMERIC
               MOVE TRT-BASE-EFF-DATE IN TAX-RATE-TRAN-RECORD-FILE
                   TO WS-HDR-BASE-EFF-DATE
           END-IF
           MOVE TRT-SIGNOFF-ID IN TAX-RATE-TRAN-RECORD-FILE TO
               WS-HDR-SIGNOFF-ID
           IF TRT-SIGNOFF-DATE IN TAX-RATE-TRAN-RECORD-FILE
                   IS NUMERIC
               MOVE TRT-SIGNOFF-DATE IN TAX-RATE-TRAN-RECORD-FILE
                   TO WS-HDR-SIGNOFF-DATE
           END-IF
           IF WS-HDR-SIGNOFF-DATE = ZEROS
               MOVE WS-DATE TO WS-HDR-SIGNOFF-DATE
           END-IF

           MOVE WS-HDR-EFF-DATE TO WS-WORK-DATE
           PERFORM 850-CHECK-DATE
           IF NOT WS-DATE-VALID
               MOVE SPACES TO WS-MESSAGE
               STRING 'HEADER EFFECTIVE DATE ' WS-HDR-EFF-DATE
                      ' IS NOT A VALID DATE'
                      DELIMITED BY SIZE INTO WS-MESSAGE
               PERFORM 820-VALIDATION-ERROR
               MOVE 'N' TO WS-HEADER-OK-SW
           ELSE
               IF WS-WORK-YEAR NOT = WS-HDR-TAX-YEAR
                   MOVE SPACES TO WS-MESSAGE
                   STRING 'HEADER TAX YEAR ' WS-HDR-TAX-YEAR
                          ' DOES NOT MATCH EFFECTIVE DATE '
                          WS-HDR-EFF-DATE
                          DELIMITED BY SIZE INTO WS-MESSAGE
                   PERFORM 820-VALIDATION-ERROR
               END-IF
           END-IF

           IF WS-HDR-EXP-DATE NOT = ZEROS
               MOVE WS-HDR-EXP-DATE TO WS-WORK-DATE
               PERFORM 850-CHECK-DATE
               IF NOT WS-DATE-VALID
                   OR WS-HDR-EXP-DATE < WS-HDR-EFF-DATE
                   MOVE SPACES TO WS-MESSAGE
                   STRING 'HEADER EXPIRATION DATE ' WS-HDR-EXP-DATE
                          ' IS NOT A VALID DATE ON OR AFTER THE '
                          'EFFECTIVE DATE'
                          DELIMITED BY SIZE INTO WS-MESSAGE
                   PERFORM 820-VALIDATION-ERROR
               END-IF
           END-IF

           MOVE SPACES TO WS-REPORT-LINE
           STRING 'NEW TABLE - TAX YEAR ' WS-HDR-TAX-YEAR
                  '  EFFECTIVE ' WS-HDR-EFF-DATE
                  '  EXPIRES ' WS-HDR-EXP-DATE
                  '  SIGN-OFF ' WS-HDR-SIGNOFF-ID
                  DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           .

       220-SELECT-BASE-TABLE.
      *****************************************************************
      * The base is the table named on the header, or else the latest  *
      * table taking effect on or before the new effective date, or    *
      * else the latest table on file. With no table on file the new   *
      * table starts empty                                             *
      *****************************************************************
           MOVE ZEROS TO WS-BASE-SLOT
           IF WS-HDR-BASE-EFF-DATE NOT = ZEROS
               PERFORM VARYING WS-SLOT-INDEX FROM 1 BY 1
                       UNTIL WS-SLOT-INDEX > WS-TAX-TABLE-COUNT
                   IF WS-SI-EFF-DATE (WS-SLOT-INDEX) =
                           WS-HDR-BASE-EFF-DATE
                       MOVE WS-SLOT-INDEX TO WS-BASE-SLOT
                   END-IF
               END-PERFORM
               IF WS-BASE-SLOT = ZEROS
                   MOVE SPACES TO WS-MESSAGE
                   STRING 'NO TABLE ON FILE EFFECTIVE '
                          WS-HDR-BASE-EFF-DATE
                          ' TO USE AS THE BASE'
                          DELIMITED BY SIZE INTO WS-MESSAGE
                   PERFORM 820-VALIDATION-ERROR
               END-IF
           ELSE
               PERFORM VARYING WS-SLOT-INDEX FROM 1 BY 1
                       UNTIL WS-SLOT-INDEX > WS-TAX-TABLE-COUNT
                   IF WS-SI-EFF-DATE (WS-SLOT-INDEX) NOT >
                           WS-HDR-EFF-DATE
                       IF WS-BASE-SLOT = ZEROS
                           MOVE WS-SLOT-INDEX TO WS-BASE-SLOT
                       ELSE
                           IF WS-SI-EFF-DATE (WS-SLOT-INDEX) >
                                   WS-SI-EFF-DATE (WS-BASE-SLOT)
                               MOVE WS-SLOT-INDEX TO WS-BASE-SLOT
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-BASE-SLOT = ZEROS
                   PERFORM VARYING WS-SLOT-INDEX FROM 1 BY 1
                           UNTIL WS-SLOT-INDEX > WS-TAX-TABLE-COUNT
                       IF WS-BASE-SLOT = ZEROS
                           MOVE WS-SLOT-INDEX TO WS-BASE-SLOT
                       ELSE
                           IF WS-SI-EFF-DATE (WS-SLOT-INDEX) >
                                   WS-SI-EFF-DATE (WS-BASE-SLOT)
                               MOVE WS-SLOT-INDEX TO WS-BASE-SLOT
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
           END-IF

           IF WS-BASE-SLOT > ZEROS
               MOVE WS-TAX-SLOT (WS-BASE-SLOT) TO WS-OLD-TABLE
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'BASE TABLE - EFFECTIVE '
                      WS-SI-EFF-DATE (WS-BASE-SLOT)
                      DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               WRITE REPORT-RECORD FROM WS-REPORT-LINE
           ELSE
               INITIALIZE WS-OLD-TABLE
               MOVE 'BASE TABLE - NONE ON FILE, NEW TABLE STARTS EMPTY'
                   TO WS-REPORT-LINE
               WRITE REPORT-RECORD FROM WS-REPORT-LINE
           END-IF

           MOVE WS-OLD-TABLE TO WS-NEW-TABLE
           MOVE WS-HDR-TAX-YEAR TO TAX-YEAR IN WS-NEW-TABLE
           MOVE WS-HDR-EFF-DATE TO TAX-EFFECTIVE-DATE IN WS-NEW-TABLE
           MOVE WS-HDR-EXP-DATE TO TAX-EXPIRATION-DATE IN WS-NEW-TABLE

           MOVE SPACES TO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE 'TRANSACTIONS' TO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           .

       300-APPLY-TRANSACTION.
      *****************************************************************
      * Apply one rate transaction to the new table                    *
      *****************************************************************
           READ TAX-TRAN-FILE
               AT END
                   SET TRAN-FILE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-TRAN-COUNT
                   MOVE 'N' TO WS-TRAN-ERROR-SW
                   EVALUATE TRUE
                       WHEN TRT-FED-FILING IN TAX-RATE-TRAN-RECORD-FILE
                           PERFORM 310-APPLY-FED-FILING
                       WHEN TRT-FED-BRACKET IN TAX-RATE-TRAN-RECORD-FILE
                           PERFORM 320-APPLY-FED-BRACKET
                       WHEN TRT-STATE-HEADER
                               IN TAX-RATE-TRAN-RECORD-FILE
                           PERFORM 330-APPLY-STATE-HEADER
                       WHEN TRT-STATE-BRACKET
                               IN TAX-RATE-TRAN-RECORD-FILE
                           PERFORM 340-APPLY-STATE-BRACKET
                       WHEN TRT-FICA IN TAX-RATE-TRAN-RECORD-FILE
                           PERFORM 350-APPLY-FICA
                       WHEN TRT-LOCAL IN TAX-RATE-TRAN-RECORD-FILE
                           PERFORM 360-APPLY-LOCAL
                       WHEN TRT-FUTA IN TAX-RATE-TRAN-RECORD-FILE
                           PERFORM 370-APPLY-FUTA
                       WHEN TRT-SUTA IN TAX-RATE-TRAN-RECORD-FILE
                           PERFORM 375-APPLY-SUTA
                       WHEN TRT-SDI IN TAX-RATE-TRAN-RECORD-FILE
                           PERFORM 380-APPLY-SDI
                       WHEN TRT-CONSTANTS IN TAX-RATE-TRAN-RECORD-FILE
                           PERFORM 390-APPLY-CONSTANTS
                       WHEN TRT-HEADER IN TAX-RATE-TRAN-RECORD-FILE
                           MOVE 'SECOND HEADER - ONE TABLE PER RUN'
                               TO WS-MESSAGE
                           PERFORM 810-TRANSACTION-ERROR
                       WHEN OTHER
                           MOVE 'UNKNOWN TRANSACTION TYPE' TO WS-MESSAGE
                           PERFORM 810-TRANSACTION-ERROR
                   END-EVALUATE
                   IF WS-TRAN-ERROR
                       ADD 1 TO WS-TRAN-REJECTED
                   ELSE
                       ADD 1 TO WS-TRAN-APPLIED
                   END-IF
           END-READ
           .

       310-APPLY-FED-FILING.
      *****************************************************************
      * Federal filing status of the bracket schedule                  *
      *****************************************************************
           IF TRT-FILING-STATUS IN TAX-RATE-TRAN-RECORD-FILE = 'S'
                   OR 'M' OR 'H'
               MOVE TRT-FILING-STATUS IN TAX-RATE-TRAN-RECORD-FILE TO
                   FED-FILING-STATUS IN WS-NEW-TABLE
           ELSE
               MOVE 'FILING STATUS MUST BE S, M OR H' TO WS-MESSAGE
               PERFORM 810-TRANSACTION-ERROR
           END-IF
           .

       320-APPLY-FED-BRACKET.
      *****************************************************************
      * Replace one federal bracket (1 through 7)                      *
      *****************************************************************
           IF TRT-BRACKET-NUMBER IN TAX-RATE-TRAN-RECORD-FILE
                   IS NOT NUMERIC
               OR TRT-BRACKET-NUMBER IN TAX-RATE-TRAN-RECORD-FILE < 1
               OR TRT-BRACKET-NUMBER IN TAX-RATE-TRAN-RECORD-FILE > 7
               MOVE 'FEDERAL BRACKET NUMBER MUST BE 1 THROUGH 7'
                   TO WS-MESSAGE
               PERFORM 810-TRANSACTION-ERROR
           ELSE
               PERFORM 325-CHECK-BRACKET-DATA
           END-IF

           IF NOT WS-TRAN-ERROR
               MOVE TRT-BRACKET-NUMBER IN TAX-RATE-TRAN-RECORD-FILE
                   TO WS-BRK-INDEX
               MOVE TRT-BRK-FLOOR IN TAX-RATE-TRAN-RECORD-FILE TO
                   FED-BRACKET-FLOOR IN WS-NEW-TABLE (WS-BRK-INDEX)
               MOVE TRT-BRK-CEILING IN TAX-RATE-TRAN-RECORD-FILE TO
                   FED-BRACKET-CEILING IN WS-NEW-TABLE (WS-BRK-INDEX)
               MOVE TRT-BRK-RATE IN TAX-RATE-TRAN-RECORD-FILE TO
                   FED-BRACKET-RATE IN WS-NEW-TABLE (WS-BRK-INDEX)
               MOVE TRT-BRK-BASE-TAX IN TAX-RATE-TRAN-RECORD-FILE TO
                   FED-BRACKET-BASE-TAX IN WS-NEW-TABLE (WS-BRK-INDEX)
           END-IF
           .

       325-CHECK-BRACKET-DATA.
      *****************************************************************
      * Bracket amounts must be keyed as digits                        *
      *****************************************************************
           IF TRT-BRK-FLOOR IN TAX-RATE-TRAN-RECORD-FILE IS NOT NUMERIC
               OR TRT-BRK-CEILING IN TAX-RATE-TRAN-RECORD-FILE
                   IS NOT NUMERIC
               OR TRT-BRK-RATE IN TAX-RATE-TRAN-RECORD-FILE
                   IS NOT NUMERIC
               OR TRT-BRK-BASE-TAX IN TAX-RATE-TRAN-RECORD-FILE
                   IS NOT NUMERIC
               MOVE SPACES TO WS-MESSAGE
               STRING 'BRACKET FLOOR, CEILING, RATE OR BASE TAX NOT '
                      'NUMERIC'
                      DELIMITED BY SIZE INTO WS-MESSAGE
               PERFORM 810-TRANSACTION-ERROR
           END-IF
           .

       330-APPLY-STATE-HEADER.
      *****************************************************************
      * Add, replace or remove a state's filing header. A new state    *
      * takes the first empty state row with its brackets cleared      *
      *****************************************************************
           PERFORM 335-FIND-STATE-ROW

           IF TRT-DELETE IN TAX-RATE-TRAN-RECORD-FILE
               IF WS-FOUND-ROW = ZEROS
                   MOVE 'STATE TO REMOVE IS NOT ON THE TABLE'
                       TO WS-MESSAGE
                   PERFORM 810-TRANSACTION-ERROR
               ELSE
                   INITIALIZE STATE-TAX-TABLE IN WS-NEW-TABLE
                       (WS-FOUND-ROW)
               END-IF
           ELSE
               IF TRT-HAS-INCOME-TAX IN TAX-RATE-TRAN-RECORD-FILE
                       NOT = 'Y' AND NOT = 'N'
                   OR (TRT-FILING-STATUS IN TAX-RATE-TRAN-RECORD-FILE
                       NOT = 'S' AND NOT = 'M' AND NOT = 'H'
                       AND NOT = SPACE)
                   MOVE SPACES TO WS-MESSAGE
                   STRING 'STATE INCOME TAX FLAG MUST BE Y OR N, '
                          'FILING STATUS S, M, H OR BLANK'
                          DELIMITED BY SIZE INTO WS-MESSAGE
                   PERFORM 810-TRANSACTION-ERROR
               ELSE
                   IF WS-FOUND-ROW = ZEROS
                       IF WS-FREE-ROW = ZEROS
                           MOVE 'STATE TABLE FULL - 50 STATES ON FILE'
                               TO WS-MESSAGE
                           PERFORM 810-TRANSACTION-ERROR
                       ELSE
                           MOVE WS-FREE-ROW TO WS-FOUND-ROW
                           INITIALIZE STATE-TAX-TABLE IN WS-NEW-TABLE
                               (WS-FOUND-ROW)
                           MOVE TRT-STATE-CODE
                               IN TAX-RATE-TRAN-RECORD-FILE TO
                               STATE-CODE IN WS-NEW-TABLE
                               (WS-FOUND-ROW)
                       END-IF
                   END-IF
               END-IF
               IF NOT WS-TRAN-ERROR
                   MOVE TRT-HAS-INCOME-TAX IN TAX-RATE-TRAN-RECORD-FILE
                       TO STATE-HAS-INCOME-TAX IN WS-NEW-TABLE
                       (WS-FOUND-ROW)
                   MOVE TRT-FILING-STATUS IN TAX-RATE-TRAN-RECORD-FILE
                       TO STATE-FILING-STATUS IN WS-NEW-TABLE
                       (WS-FOUND-ROW)
               END-IF
           END-IF
           .

       335-FIND-STATE-ROW.
      *****************************************************************
      * Find the transaction's state on the new table, noting the      *
      * first empty row in case it is new                              *
      *****************************************************************
           MOVE ZEROS TO WS-FOUND-ROW
           MOVE ZEROS TO WS-FREE-ROW
           IF TRT-STATE-CODE IN TAX-RATE-TRAN-RECORD-FILE = SPACES
               MOVE 'STATE CODE REQUIRED' TO WS-MESSAGE
               PERFORM 810-TRANSACTION-ERROR
           ELSE
               PERFORM VARYING WS-ROW-INDEX FROM 1 BY 1
                       UNTIL WS-ROW-INDEX > 50
                   IF STATE-CODE IN WS-NEW-TABLE (WS-ROW-INDEX) =
                           TRT-STATE-CODE IN TAX-RATE-TRAN-RECORD-FILE
                       AND WS-FOUND-ROW = ZEROS
                       MOVE WS-ROW-INDEX TO WS-FOUND-ROW
                   END-IF
                   IF (STATE-CODE IN WS-NEW-TABLE (WS-ROW-INDEX) =
                           SPACES OR LOW-VALUES)
                       AND WS-FREE-ROW = ZEROS
                       MOVE WS-ROW-INDEX TO WS-FREE-ROW
                   END-IF
               END-PERFORM
           END-IF
           .

       340-APPLY-STATE-BRACKET.
      *****************************************************************
      * Replace one bracket (1 through 5) of a state already on the    *
      * table                                                          *
      *****************************************************************
           PERFORM 335-FIND-STATE-ROW
           IF NOT WS-TRAN-ERROR
               IF WS-FOUND-ROW = ZEROS
                   MOVE SPACES TO WS-MESSAGE
                   STRING 'STATE NOT ON THE TABLE - SEND ITS SH HEADER '
                          'FIRST'
                          DELIMITED BY SIZE INTO WS-MESSAGE
                   PERFORM 810-TRANSACTION-ERROR
               ELSE
                   IF TRT-BRACKET-NUMBER IN TAX-RATE-TRAN-RECORD-FILE
                           IS NOT NUMERIC
                       OR TRT-BRACKET-NUMBER
                           IN TAX-RATE-TRAN-RECORD-FILE < 1
                       OR TRT-BRACKET-NUMBER
                           IN TAX-RATE-TRAN-RECORD-FILE > 5
                       MOVE 'STATE BRACKET NUMBER MUST BE 1 THROUGH 5'
                           TO WS-MESSAGE
                       PERFORM 810-TRANSACTION-ERROR
                   ELSE
                       PERFORM 325-CHECK-BRACKET-DATA
                   END-IF
               END-IF
           END-IF

           IF NOT WS-TRAN-ERROR
               IF TRT-BRK-BASE-TAX IN TAX-RATE-TRAN-RECORD-FILE >
                       999999.99
                   MOVE 'STATE BRACKET BASE TAX OVER 999,999.99'
                       TO WS-MESSAGE
                   PERFORM 810-TRANSACTION-ERROR
               END-IF
           END-IF

           IF NOT WS-TRAN-ERROR
               MOVE TRT-BRACKET-NUMBER IN TAX-RATE-TRAN-RECORD-FILE
                   TO WS-BRK-INDEX
               MOVE TRT-BRK-FLOOR IN TAX-RATE-TRAN-RECORD-FILE TO
                   STATE-BRACKET-FLOOR IN WS-NEW-TABLE
                   (WS-FOUND-ROW, WS-BRK-INDEX)
               MOVE TRT-BRK-CEILING IN TAX-RATE-TRAN-RECORD-FILE TO
                   STATE-BRACKET-CEILING IN WS-NEW-TABLE
                   (WS-FOUND-ROW, WS-BRK-INDEX)
               MOVE TRT-BRK-RATE IN TAX-RATE-TRAN-RECORD-FILE TO
                   STATE-BRACKET-RATE IN WS-NEW-TABLE
                   (WS-FOUND-ROW, WS-BRK-INDEX)
               MOVE TRT-BRK-BASE-TAX IN TAX-RATE-TRAN-RECORD-FILE TO
                   STATE-BRACKET-BASE-TAX IN WS-NEW-TABLE
                   (WS-FOUND-ROW, WS-BRK-INDEX)
           END-IF
           .

       350-APPLY-FICA.
      *****************************************************************
      * Social security and medicare rates and limits                  *
      *****************************************************************
           IF TRT-SS-RATE IN TAX-RATE-TRAN-RECORD-FILE IS NOT NUMERIC
               OR TRT-SS-WAGE-BASE IN TAX-RATE-TRAN-RECORD-FILE
                   IS NOT NUMERIC
               OR TRT-SS-MAX-TAX IN TAX-RATE-TRAN-RECORD-FILE
                   IS NOT NUMERIC
               OR TRT-MEDICARE-RATE IN TAX-RATE-TRAN-RECORD-FILE
                   IS NOT NUMERIC
               OR TRT-MEDICARE-ADDL-RATE IN TAX-RATE-TRAN-RECORD-FILE
                   IS NOT NUMERIC
               OR TRT-MEDICARE-ADDL-THRESHOLD
                   IN TAX-RATE-TRAN-RECORD-FILE IS NOT NUMERIC
               MOVE 'FICA RATES AND LIMITS MUST BE NUMERIC'
                   TO WS-MESSAGE
               PERFORM 810-TRANSACTION-ERROR
           ELSE
               MOVE TRT-SS-RATE IN TAX-RATE-TRAN-RECORD-FILE TO
                   SOC-SEC-RATE IN WS-NEW-TABLE
               MOVE TRT-SS-WAGE-BASE IN TAX-RATE-TRAN-RECORD-FILE TO
                   SOC-SEC-WAGE-BASE IN WS-NEW-TABLE
               MOVE TRT-SS-MAX-TAX IN TAX-RATE-TRAN-RECORD-FILE TO
                   SOC-SEC-MAX-TAX IN WS-NEW-TABLE
               MOVE TRT-MEDICARE-RATE IN TAX-RATE-TRAN-RECORD-FILE TO
                   MEDICARE-RATE IN WS-NEW-TABLE
               MOVE TRT-MEDICARE-ADDL-RATE IN TAX-RATE-TRAN-RECORD-FILE
                   TO MEDICARE-ADDL-RATE IN WS-NEW-TABLE
               MOVE TRT-MEDICARE-ADDL-THRESHOLD
                   IN TAX-RATE-TRAN-RECORD-FILE TO
                   MEDICARE-ADDL-THRESHOLD IN WS-NEW-TABLE
           END-IF
           .

       360-APPLY-LOCAL.
      *****************************************************************
      * Add, replace or remove one local row, keyed by local code and  *
      * class (a blank class is the percentage class, as on the table) *
      *****************************************************************
           MOVE TRT-LOCAL-CLASS IN TAX-RATE-TRAN-RECORD-FILE TO
               WS-TRAN-CLASS
           IF WS-TRAN-CLASS = SPACE
               MOVE 'P' TO WS-TRAN-CLASS
           END-IF

           IF TRT-LOCAL-CODE IN TAX-RATE-TRAN-RECORD-FILE = SPACES
               OR (WS-TRAN-CLASS NOT = 'P' AND NOT = 'F')
               MOVE 'LOCAL CODE REQUIRED AND CLASS MUST BE P OR F'
                   TO WS-MESSAGE
               PERFORM 810-TRANSACTION-ERROR
           ELSE
               PERFORM 365-FIND-LOCAL-ROW
           END-IF

           IF NOT WS-TRAN-ERROR
               IF TRT-DELETE IN TAX-RATE-TRAN-RECORD-FILE
                   IF WS-FOUND-ROW = ZEROS
                       MOVE 'LOCAL ROW TO REMOVE IS NOT ON THE TABLE'
                           TO WS-MESSAGE
                       PERFORM 810-TRANSACTION-ERROR
                   ELSE
                       INITIALIZE LOCAL-TAX-TABLE IN WS-NEW-TABLE
                           (WS-FOUND-ROW)
                   END-IF
               ELSE
                   PERFORM 367-STORE-LOCAL-ROW
               END-IF
           END-IF
           .

       365-FIND-LOCAL-ROW.
      *****************************************************************
      * Find the local code and class on the new table, noting the     *
      * first empty row in case it is new                              *
      *****************************************************************
           MOVE ZEROS TO WS-FOUND-ROW
           MOVE ZEROS TO WS-FREE-ROW
           PERFORM VARYING WS-ROW-INDEX FROM 1 BY 1
                   UNTIL WS-ROW-INDEX > 100
               IF LOCAL-CODE IN WS-NEW-TABLE (WS-ROW-INDEX) =
                       TRT-LOCAL-CODE IN TAX-RATE-TRAN-RECORD-FILE
                   AND WS-FOUND-ROW = ZEROS
                   IF (WS-TRAN-CLASS = 'F'
                       AND LOCAL-CLASS-FLAT IN WS-NEW-TABLE
                           (WS-ROW-INDEX))
                       OR (WS-TRAN-CLASS = 'P'
                       AND LOCAL-CLASS-PERCENT IN WS-NEW-TABLE
                           (WS-ROW-INDEX))
                       MOVE WS-ROW-INDEX TO WS-FOUND-ROW
                   END-IF
               END-IF
               IF (LOCAL-CODE IN WS-NEW-TABLE (WS-ROW-INDEX) = SPACES
                   OR LOCAL-CODE IN WS-NEW-TABLE (WS-ROW-INDEX) =
                       LOW-VALUES)
                   AND WS-FREE-ROW = ZEROS
                   MOVE WS-ROW-INDEX TO WS-FREE-ROW
               END-IF
           END-PERFORM
           .

       367-STORE-LOCAL-ROW.
      *****************************************************************
      * Store the local row's values, claiming an empty row when new   *
      *****************************************************************
           IF TRT-LOCAL-RATE IN TAX-RATE-TRAN-RECORD-FILE IS NOT NUMERIC
               OR TRT-LOCAL-MIN-WAGE IN TAX-RATE-TRAN-RECORD-FILE
                   IS NOT NUMERIC
               OR TRT-LOCAL-MAX-WAGE IN TAX-RATE-TRAN-RECORD-FILE
                   IS NOT NUMERIC
               OR TRT-LOCAL-FLAT-AMOUNT IN TAX-RATE-TRAN-RECORD-FILE
                   IS NOT NUMERIC
               OR TRT-LOCAL-ANNUAL-CAP IN TAX-RATE-TRAN-RECORD-FILE
                   IS NOT NUMERIC
               OR TRT-LOCAL-LOW-INCOME IN TAX-RATE-TRAN-RECORD-FILE
                   IS NOT NUMERIC
               MOVE 'LOCAL RATE AND AMOUNTS MUST BE NUMERIC'
                   TO WS-MESSAGE
               PERFORM 810-TRANSACTION-ERROR
           ELSE
               IF WS-FOUND-ROW = ZEROS
                   IF WS-FREE-ROW = ZEROS
                       MOVE 'LOCAL TABLE FULL - 100 ROWS ON FILE'
                           TO WS-MESSAGE
                       PERFORM 810-TRANSACTION-ERROR
                   ELSE
                       MOVE WS-FREE-ROW TO WS-FOUND-ROW
                   END-IF
               END-IF
           END-IF

           IF NOT WS-TRAN-ERROR
               MOVE TRT-LOCAL-CODE IN TAX-RATE-TRAN-RECORD-FILE TO
                   LOCAL-CODE IN WS-NEW-TABLE (WS-FOUND-ROW)
               MOVE TRT-LOCAL-NAME IN TAX-RATE-TRAN-RECORD-FILE TO
                   LOCAL-NAME IN WS-NEW-TABLE (WS-FOUND-ROW)
               MOVE TRT-LOCAL-RATE IN TAX-RATE-TRAN-RECORD-FILE TO
                   LOCAL-TAX-RATE IN WS-NEW-TABLE (WS-FOUND-ROW)
               MOVE TRT-LOCAL-MIN-WAGE IN TAX-RATE-TRAN-RECORD-FILE TO
                   LOCAL-TAX-MIN-WAGE IN WS-NEW-TABLE (WS-FOUND-ROW)
               MOVE TRT-LOCAL-MAX-WAGE IN TAX-RATE-TRAN-RECORD-FILE TO
                   LOCAL-TAX-MAX-WAGE IN WS-NEW-TABLE (WS-FOUND-ROW)
               MOVE WS-TRAN-CLASS TO
                   LOCAL-TAX-CLASS IN WS-NEW-TABLE (WS-FOUND-ROW)
               MOVE TRT-LOCAL-FLAT-AMOUNT IN TAX-RATE-TRAN-RECORD-FILE
                   TO LOCAL-FLAT-AMOUNT IN WS-NEW-TABLE (WS-FOUND-ROW)
               MOVE TRT-LOCAL-ANNUAL-CAP IN TAX-RATE-TRAN-RECORD-FILE
                   TO LOCAL-ANNUAL-CAP IN WS-NEW-TABLE (WS-FOUND-ROW)
               MOVE TRT-LOCAL-LOW-INCOME IN TAX-RATE-TRAN-RECORD-FILE
                   TO LOCAL-LOW-INCOME-EXEMPT IN WS-NEW-TABLE
                   (WS-FOUND-ROW)
           END-IF
           .

       370-APPLY-FUTA.
      *****************************************************************
      * FUTA rate and wage base                                        *
      *****************************************************************
           IF TRT-UI-RATE IN TAX-RATE-TRAN-RECORD-FILE IS NOT NUMERIC
               OR TRT-UI-WAGE-BASE IN TAX-RATE-TRAN-RECORD-FILE
                   IS NOT NUMERIC
               MOVE 'FUTA RATE AND WAGE BASE MUST BE NUMERIC'
                   TO WS-MESSAGE
               PERFORM 810-TRANSACTION-ERROR
           ELSE
               MOVE TRT-UI-RATE IN TAX-RATE-TRAN-RECORD-FILE TO
                   FUTA-RATE IN WS-NEW-TABLE
               MOVE TRT-UI-WAGE-BASE IN TAX-RATE-TRAN-RECORD-FILE TO
                   FUTA-WAGE-BASE IN WS-NEW-TABLE
           END-IF
           .

       375-APPLY-SUTA.
      *****************************************************************
      * Add, replace or remove one state's SUTA row                    *
      *****************************************************************
           MOVE ZEROS TO WS-FOUND-ROW
           MOVE ZEROS TO WS-FREE-ROW
           IF TRT-STATE-CODE IN TAX-RATE-TRAN-RECORD-FILE = SPACES
               MOVE 'STATE CODE REQUIRED' TO WS-MESSAGE
               PERFORM 810-TRANSACTION-ERROR
           ELSE
               PERFORM VARYING WS-ROW-INDEX FROM 1 BY 1
                       UNTIL WS-ROW-INDEX > 50
                   IF SUTA-STATE-CODE IN WS-NEW-TABLE (WS-ROW-INDEX) =
                           TRT-STATE-CODE IN TAX-RATE-TRAN-RECORD-FILE
                       AND WS-FOUND-ROW = ZEROS
                       MOVE WS-ROW-INDEX TO WS-FOUND-ROW
                   END-IF
                   IF (SUTA-STATE-CODE IN WS-NEW-TABLE (WS-ROW-INDEX)
                           = SPACES OR LOW-VALUES)
                       AND WS-FREE-ROW = ZEROS
                       MOVE WS-ROW-INDEX TO WS-FREE-ROW
                   END-IF
               END-PERFORM
           END-IF

           IF NOT WS-TRAN-ERROR
               IF TRT-DELETE IN TAX-RATE-TRAN-RECORD-FILE
                   IF WS-FOUND-ROW = ZEROS
                       MOVE 'SUTA ROW TO REMOVE IS NOT ON THE TABLE'
                           TO WS-MESSAGE
                       PERFORM 810-TRANSACTION-ERROR
                   ELSE
                       INITIALIZE SUTA-TABLE IN WS-NEW-TABLE
                           (WS-FOUND-ROW)
                   END-IF
               ELSE
                   IF TRT-UI-RATE IN TAX-RATE-TRAN-RECORD-FILE
                           IS NOT NUMERIC
                       OR TRT-UI-WAGE-BASE IN TAX-RATE-TRAN-RECORD-FILE
                           IS NOT NUMERIC
                       MOVE 'SUTA RATE AND WAGE BASE MUST BE NUMERIC'
                           TO WS-MESSAGE
                       PERFORM 810-TRANSACTION-ERROR
                   ELSE
                       IF WS-FOUND-ROW = ZEROS
                           MOVE WS-FREE-ROW TO WS-FOUND-ROW
                       END-IF
                       IF WS-FOUND-ROW = ZEROS
                           MOVE 'SUTA TABLE FULL - 50 STATES ON FILE'
                               TO WS-MESSAGE
                           PERFORM 810-TRANSACTION-ERROR
                       ELSE
                           MOVE TRT-STATE-CODE
                               IN TAX-RATE-TRAN-RECORD-FILE TO
                               SUTA-STATE-CODE IN WS-NEW-TABLE
                               (WS-FOUND-ROW)
                           MOVE TRT-UI-RATE
                               IN TAX-RATE-TRAN-RECORD-FILE TO
                               SUTA-RATE IN WS-NEW-TABLE
                               (WS-FOUND-ROW)
                           MOVE TRT-UI-WAGE-BASE
                               IN TAX-RATE-TRAN-RECORD-FILE TO
                               SUTA-WAGE-BASE IN WS-NEW-TABLE
                               (WS-FOUND-ROW)
                       END-IF
                   END-IF
               END-IF
           END-IF
           .

       380-APPLY-SDI.
      *****************************************************************
      * Add, replace or remove one state's SDI/PFL row                 *
      *****************************************************************
           MOVE ZEROS TO WS-FOUND-ROW
           MOVE ZEROS TO WS-FREE-ROW
           IF TRT-STATE-CODE IN TAX-RATE-TRAN-RECORD-FILE = SPACES
               MOVE 'STATE CODE REQUIRED' TO WS-MESSAGE
               PERFORM 810-TRANSACTION-ERROR
           ELSE
               PERFORM VARYING WS-ROW-INDEX FROM 1 BY 1
                       UNTIL WS-ROW-INDEX > 8
                   IF SDI-STATE-CODE IN WS-NEW-TABLE (WS-ROW-INDEX) =
                           TRT-STATE-CODE IN TAX-RATE-TRAN-RECORD-FILE
                       AND WS-FOUND-ROW = ZEROS
                       MOVE WS-ROW-INDEX TO WS-FOUND-ROW
                   END-IF
                   IF (SDI-STATE-CODE IN WS-NEW-TABLE (WS-ROW-INDEX)
                           = SPACES OR LOW-VALUES)
                       AND WS-FREE-ROW = ZEROS
                       MOVE WS-ROW-INDEX TO WS-FREE-ROW
                   END-IF
               END-PERFORM
           END-IF

           IF NOT WS-TRAN-ERROR
               IF TRT-DELETE IN TAX-RATE-TRAN-RECORD-FILE
                   IF WS-FOUND-ROW = ZEROS
                       MOVE 'SDI ROW TO REMOVE IS NOT ON THE TABLE'
                           TO WS-MESSAGE
                       PERFORM 810-TRANSACTION-ERROR
                   ELSE
                       INITIALIZE SDI-TABLE IN WS-NEW-TABLE
                           (WS-FOUND-ROW)
                   END-IF
               ELSE
                   IF TRT-SDI-EE-RATE IN TAX-RATE-TRAN-RECORD-FILE
                           IS NOT NUMERIC
                       OR TRT-SDI-WAGE-BASE IN TAX-RATE-TRAN-RECORD-FILE
                           IS NOT NUMERIC
                       OR TRT-SDI-ER-RATE IN TAX-RATE-TRAN-RECORD-FILE
                           IS NOT NUMERIC
                       MOVE 'SDI RATES AND WAGE BASE MUST BE NUMERIC'
                           TO WS-MESSAGE
                       PERFORM 810-TRANSACTION-ERROR
                   ELSE
                       IF WS-FOUND-ROW = ZEROS
                           MOVE WS-FREE-ROW TO WS-FOUND-ROW
                       END-IF
                       IF WS-FOUND-ROW = ZEROS
                           MOVE 'SDI TABLE FULL - 8 STATES ON FILE'
                               TO WS-MESSAGE
                           PERFORM 810-TRANSACTION-ERROR
                       ELSE
                           MOVE TRT-STATE-CODE
                               IN TAX-RATE-TRAN-RECORD-FILE TO
                               SDI-STATE-CODE IN WS-NEW-TABLE
                               (WS-FOUND-ROW)
                           MOVE TRT-SDI-EE-RATE
                               IN TAX-RATE-TRAN-RECORD-FILE TO
                               SDI-EE-RATE IN WS-NEW-TABLE
                               (WS-FOUND-ROW)
                           MOVE TRT-SDI-WAGE-BASE
                               IN TAX-RATE-TRAN-RECORD-FILE TO
                               SDI-WAGE-BASE IN WS-NEW-TABLE
                               (WS-FOUND-ROW)
                           MOVE TRT-SDI-ER-RATE
                               IN TAX-RATE-TRAN-RECORD-FILE TO
                               SDI-ER-RATE IN WS-NEW-TABLE
                               (WS-FOUND-ROW)
                       END-IF
                   END-IF
               END-IF
           END-IF
           .

       390-APPLY-CONSTANTS.
      *****************************************************************
      * Standard deductions, exemption and credit constants            *
      *****************************************************************
           IF TRT-STD-DED-SINGLE IN TAX-RATE-TRAN-RECORD-FILE
                   IS NOT NUMERIC
               OR TRT-STD-DED-MARRIED IN TAX-RATE-TRAN-RECORD-FILE
                   IS NOT NUMERIC
               OR TRT-STD-DED-HEAD IN TAX-RATE-TRAN-RECORD-FILE
                   IS NOT NUMERIC
               OR TRT-PERSONAL-EXEMPTION IN TAX-RATE-TRAN-RECORD-FILE
                   IS NOT NUMERIC
               OR TRT-EXEMPTION-PHASEOUT IN TAX-RATE-TRAN-RECORD-FILE
                   IS NOT NUMERIC
               OR TRT-CREDIT-RATE IN TAX-RATE-TRAN-RECORD-FILE
                   IS NOT NUMERIC
               MOVE 'TAX CONSTANTS MUST BE NUMERIC' TO WS-MESSAGE
               PERFORM 810-TRANSACTION-ERROR
           ELSE
               MOVE TRT-STD-DED-SINGLE IN TAX-RATE-TRAN-RECORD-FILE TO
                   STANDARD-DEDUCTION-SINGLE IN WS-NEW-TABLE
               MOVE TRT-STD-DED-MARRIED IN TAX-RATE-TRAN-RECORD-FILE TO
                   STANDARD-DEDUCTION-MARRIED IN WS-NEW-TABLE
               MOVE TRT-STD-DED-HEAD IN TAX-RATE-TRAN-RECORD-FILE TO
                   STANDARD-DEDUCTION-HEAD IN WS-NEW-TABLE
               MOVE TRT-PERSONAL-EXEMPTION IN TAX-RATE-TRAN-RECORD-FILE
                   TO PERSONAL-EXEMPTION-AMOUNT IN WS-NEW-TABLE
               MOVE TRT-EXEMPTION-PHASEOUT IN TAX-RATE-TRAN-RECORD-FILE
                   TO PERSONAL-EXEMPTION-PHASEOUT IN WS-NEW-TABLE
               MOVE TRT-CREDIT-RATE IN TAX-RATE-TRAN-RECORD-FILE TO
                   TAX-CREDIT-RATE IN WS-NEW-TABLE
               IF TRT-NRA-ADDL-REDESIGNED IN TAX-RATE-TRAN-RECORD-FILE
                       IS NUMERIC
                   MOVE TRT-NRA-ADDL-REDESIGNED
                           IN TAX-RATE-TRAN-RECORD-FILE
                       TO NRA-ADDL-WAGE-AMOUNT IN WS-NEW-TABLE
               END-IF
               IF TRT-NRA-ADDL-PRE2020 IN TAX-RATE-TRAN-RECORD-FILE
                       IS NUMERIC
                   MOVE TRT-NRA-ADDL-PRE2020
                           IN TAX-RATE-TRAN-RECORD-FILE
                       TO NRA-ADDL-WAGE-PRE2020 IN WS-NEW-TABLE
               END-IF
           END-IF
           .

       400-VALIDATE-NEW-TABLE.
      *****************************************************************
      * Validate the whole new table, not just the rows changed, so a  *
      * change that breaks an untouched neighbor is caught             *
      *****************************************************************
           MOVE SPACES TO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE 'VALIDATION' TO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE

           PERFORM 410-VALIDATE-FEDERAL
           PERFORM 420-VALIDATE-STATES
           PERFORM 430-VALIDATE-LOCALS
           PERFORM 440-VALIDATE-RATES
           PERFORM 460-VALIDATE-WINDOWS
           .

       410-VALIDATE-FEDERAL.
      *****************************************************************
      * The federal schedule: filing status and seven brackets         *
      *****************************************************************
           IF FED-FILING-STATUS IN WS-NEW-TABLE NOT = 'S'
                   AND NOT = 'M' AND NOT = 'H'
               MOVE 'FEDERAL FILING STATUS IS NOT S, M OR H'
                   TO WS-MESSAGE
               PERFORM 820-VALIDATION-ERROR
           END-IF

           MOVE 'FEDERAL' TO WS-VB-LABEL
           MOVE 7 TO WS-VB-COUNT
           MOVE WS-MAX-FED-RATE TO WS-VB-MAX-RATE
           PERFORM VARYING WS-BRK-INDEX FROM 1 BY 1
                   UNTIL WS-BRK-INDEX > 7
               MOVE FED-BRACKET-FLOOR IN WS-NEW-TABLE (WS-BRK-INDEX)
                   TO WS-VB-FLOOR (WS-BRK-INDEX)
               MOVE FED-BRACKET-CEILING IN WS-NEW-TABLE (WS-BRK-INDEX)
                   TO WS-VB-CEILING (WS-BRK-INDEX)
               MOVE FED-BRACKET-RATE IN WS-NEW-TABLE (WS-BRK-INDEX)
                   TO WS-VB-RATE (WS-BRK-INDEX)
               MOVE FED-BRACKET-BASE-TAX IN WS-NEW-TABLE (WS-BRK-INDEX)
                   TO WS-VB-BASE-TAX (WS-BRK-INDEX)
           END-PERFORM
           PERFORM 450-CHECK-BRACKETS
           .

       420-VALIDATE-STATES.
      *****************************************************************
      * Each state on the table once, with a valid header and, for a   *
      * state with income tax, a valid bracket schedule                *
      *****************************************************************
           PERFORM VARYING WS-ROW-INDEX FROM 1 BY 1
                   UNTIL WS-ROW-INDEX > 50
               IF STATE-CODE IN WS-NEW-TABLE (WS-ROW-INDEX) NOT = SPACES
                   AND STATE-CODE IN WS-NEW-TABLE (WS-ROW-INDEX)
                       NOT = LOW-VALUES
                   PERFORM 425-VALIDATE-ONE-STATE
               END-IF
           END-PERFORM
           .

       425-VALIDATE-ONE-STATE.
      *****************************************************************
      * Validate one state row                                         *
      *****************************************************************
           PERFORM VARYING WS-ROW-INDEX-2 FROM WS-ROW-INDEX BY 1
                   UNTIL WS-ROW-INDEX-2 >= 50
               IF STATE-CODE IN WS-NEW-TABLE (WS-ROW-INDEX-2 + 1) =
                       STATE-CODE IN WS-NEW-TABLE (WS-ROW-INDEX)
                   MOVE SPACES TO WS-MESSAGE
                   STRING 'STATE '
                          STATE-CODE IN WS-NEW-TABLE (WS-ROW-INDEX)
                          ' IS ON THE STATE TABLE MORE THAN ONCE'
                          DELIMITED BY SIZE INTO WS-MESSAGE
                   PERFORM 820-VALIDATION-ERROR
               END-IF
           END-PERFORM

           IF NOT STATE-WITH-TAX IN WS-NEW-TABLE (WS-ROW-INDEX)
               AND NOT STATE-NO-TAX IN WS-NEW-TABLE (WS-ROW-INDEX)
               MOVE SPACES TO WS-MESSAGE
               STRING 'STATE '
                      STATE-CODE IN WS-NEW-TABLE (WS-ROW-INDEX)
                      ' INCOME TAX FLAG IS NOT Y OR N'
                      DELIMITED BY SIZE INTO WS-MESSAGE
               PERFORM 820-VALIDATION-ERROR
           END-IF

           IF STATE-WITH-TAX IN WS-NEW-TABLE (WS-ROW-INDEX)
               MOVE SPACES TO WS-VB-LABEL
               STRING 'STATE '
                      STATE-CODE IN WS-NEW-TABLE (WS-ROW-INDEX)
                      DELIMITED BY SIZE INTO WS-VB-LABEL
               MOVE 5 TO WS-VB-COUNT
               MOVE WS-MAX-STATE-RATE TO WS-VB-MAX-RATE
               PERFORM VARYING WS-BRK-INDEX FROM 1 BY 1
                       UNTIL WS-BRK-INDEX > 5
                   MOVE STATE-BRACKET-FLOOR IN WS-NEW-TABLE
                       (WS-ROW-INDEX, WS-BRK-INDEX)
                       TO WS-VB-FLOOR (WS-BRK-INDEX)
                   MOVE STATE-BRACKET-CEILING IN WS-NEW-TABLE
                       (WS-ROW-INDEX, WS-BRK-INDEX)
                       TO WS-VB-CEILING (WS-BRK-INDEX)
                   MOVE STATE-BRACKET-RATE IN WS-NEW-TABLE
                       (WS-ROW-INDEX, WS-BRK-INDEX)
                       TO WS-VB-RATE (WS-BRK-INDEX)
                   MOVE STATE-BRACKET-BASE-TAX IN WS-NEW-TABLE
                       (WS-ROW-INDEX, WS-BRK-INDEX)
                       TO WS-VB-BASE-TAX (WS-BRK-INDEX)
               END-PERFORM
               PERFORM 450-CHECK-BRACKETS
           END-IF
           .

       430-VALIDATE-LOCALS.
      *****************************************************************
      * Each local code and class once; rates, wage limits and flat    *
      * amounts consistent and in range                                *
      *****************************************************************
           PERFORM VARYING WS-ROW-INDEX FROM 1 BY 1
                   UNTIL WS-ROW-INDEX > 100
               IF LOCAL-CODE IN WS-NEW-TABLE (WS-ROW-INDEX) NOT = SPACES
                   AND LOCAL-CODE IN WS-NEW-TABLE (WS-ROW-INDEX)
                       NOT = LOW-VALUES
                   PERFORM 435-VALIDATE-ONE-LOCAL
               END-IF
           END-PERFORM
           .

       435-VALIDATE-ONE-LOCAL.
      *****************************************************************
      * Validate one local row                                         *
      *****************************************************************
           PERFORM VARYING WS-ROW-INDEX-2 FROM WS-ROW-INDEX BY 1
                   UNTIL WS-ROW-INDEX-2 >= 100
               IF LOCAL-CODE IN WS-NEW-TABLE (WS-ROW-INDEX-2 + 1) =
                       LOCAL-CODE IN WS-NEW-TABLE (WS-ROW-INDEX)
                   AND ((LOCAL-CLASS-FLAT IN WS-NEW-TABLE
                           (WS-ROW-INDEX-2 + 1)
                       AND LOCAL-CLASS-FLAT IN WS-NEW-TABLE
                           (WS-ROW-INDEX))
                   OR (LOCAL-CLASS-PERCENT IN WS-NEW-TABLE
                           (WS-ROW-INDEX-2 + 1)
                       AND LOCAL-CLASS-PERCENT IN WS-NEW-TABLE
                           (WS-ROW-INDEX)))
                   MOVE SPACES TO WS-MESSAGE
                   STRING 'LOCAL '
                          LOCAL-CODE IN WS-NEW-TABLE (WS-ROW-INDEX)
                          ' CLASS '
                          LOCAL-TAX-CLASS IN WS-NEW-TABLE
                          (WS-ROW-INDEX)
                          ' IS ON THE LOCAL TABLE MORE THAN ONCE'
                          DELIMITED BY SIZE INTO WS-MESSAGE
                   PERFORM 820-VALIDATION-ERROR
               END-IF
           END-PERFORM

           IF NOT LOCAL-CLASS-PERCENT IN WS-NEW-TABLE (WS-ROW-INDEX)
               AND NOT LOCAL-CLASS-FLAT IN WS-NEW-TABLE (WS-ROW-INDEX)
               MOVE SPACES TO WS-MESSAGE
               STRING 'LOCAL '
                      LOCAL-CODE IN WS-NEW-TABLE (WS-ROW-INDEX)
                      ' CLASS IS NOT P OR F'
                      DELIMITED BY SIZE INTO WS-MESSAGE
               PERFORM 820-VALIDATION-ERROR
           END-IF

           IF LOCAL-TAX-RATE IN WS-NEW-TABLE (WS-ROW-INDEX) >
                   WS-MAX-LOCAL-RATE
               MOVE LOCAL-TAX-RATE IN WS-NEW-TABLE (WS-ROW-INDEX)
                   TO WS-ED-RATE
               MOVE SPACES TO WS-MESSAGE
               STRING 'LOCAL '
                      LOCAL-CODE IN WS-NEW-TABLE (WS-ROW-INDEX)
                      ' RATE ' WS-ED-RATE
                      ' IS OUTSIDE THE PLAUSIBLE RANGE'
                      DELIMITED BY SIZE INTO WS-MESSAGE
               PERFORM 820-VALIDATION-ERROR
           END-IF

           IF LOCAL-TAX-MAX-WAGE IN WS-NEW-TABLE (WS-ROW-INDEX) > ZEROS
               AND LOCAL-TAX-MAX-WAGE IN WS-NEW-TABLE (WS-ROW-INDEX) <
                   LOCAL-TAX-MIN-WAGE IN WS-NEW-TABLE (WS-ROW-INDEX)
               MOVE SPACES TO WS-MESSAGE
               STRING 'LOCAL '
                      LOCAL-CODE IN WS-NEW-TABLE (WS-ROW-INDEX)
                      ' MAXIMUM WAGE IS BELOW ITS MINIMUM WAGE'
                      DELIMITED BY SIZE INTO WS-MESSAGE
               PERFORM 820-VALIDATION-ERROR
           END-IF

           IF LOCAL-CLASS-FLAT IN WS-NEW-TABLE (WS-ROW-INDEX)
               IF LOCAL-FLAT-AMOUNT IN WS-NEW-TABLE (WS-ROW-INDEX)
                       = ZEROS
                   OR LOCAL-ANNUAL-CAP IN WS-NEW-TABLE (WS-ROW-INDEX) <
                       LOCAL-FLAT-AMOUNT IN WS-NEW-TABLE (WS-ROW-INDEX)
                   MOVE SPACES TO WS-MESSAGE
                   STRING 'LOCAL '
                          LOCAL-CODE IN WS-NEW-TABLE (WS-ROW-INDEX)
                          ' FLAT TAX HAS NO AMOUNT OR A CAP BELOW '
                          'ONE PERIOD'
                          DELIMITED BY SIZE INTO WS-MESSAGE
                   PERFORM 820-VALIDATION-ERROR
               END-IF
           END-IF
           .

       440-VALIDATE-RATES.
      *****************************************************************
      * FICA, FUTA, SUTA, SDI and the constants inside their ranges    *
      *****************************************************************
           IF SOC-SEC-RATE IN WS-NEW-TABLE < WS-MIN-SS-RATE
               OR SOC-SEC-RATE IN WS-NEW-TABLE > WS-MAX-SS-RATE
               MOVE SPACES TO WS-MESSAGE
               STRING 'SOCIAL SECURITY RATE IS OUTSIDE THE PLAUSIBLE '
                      'RANGE'
                      DELIMITED BY SIZE INTO WS-MESSAGE
               PERFORM 820-VALIDATION-ERROR
           END-IF
           IF SOC-SEC-WAGE-BASE IN WS-NEW-TABLE < WS-MIN-SS-WAGE-BASE
               OR SOC-SEC-WAGE-BASE IN WS-NEW-TABLE >
                   WS-MAX-SS-WAGE-BASE
               MOVE SPACES TO WS-MESSAGE
               STRING 'SOCIAL SECURITY WAGE BASE IS OUTSIDE THE '
                      'PLAUSIBLE RANGE'
                      DELIMITED BY SIZE INTO WS-MESSAGE
               PERFORM 820-VALIDATION-ERROR
           END-IF
           IF MEDICARE-RATE IN WS-NEW-TABLE < WS-MIN-MEDICARE-RATE
               OR MEDICARE-RATE IN WS-NEW-TABLE > WS-MAX-MEDICARE-RATE
               MOVE 'MEDICARE RATE IS OUTSIDE THE PLAUSIBLE RANGE'
                   TO WS-MESSAGE
               PERFORM 820-VALIDATION-ERROR
           END-IF
           IF MEDICARE-ADDL-RATE IN WS-NEW-TABLE >
                   WS-MAX-MEDICARE-ADDL-RATE
               MOVE SPACES TO WS-MESSAGE
               STRING 'ADDITIONAL MEDICARE RATE IS OUTSIDE THE '
                      'PLAUSIBLE RANGE'
                      DELIMITED BY SIZE INTO WS-MESSAGE
               PERFORM 820-VALIDATION-ERROR
           END-IF
           IF MEDICARE-ADDL-RATE IN WS-NEW-TABLE > ZEROS
               AND (MEDICARE-ADDL-THRESHOLD IN WS-NEW-TABLE <
                       WS-MIN-ADDL-THRESHOLD
                   OR MEDICARE-ADDL-THRESHOLD IN WS-NEW-TABLE >
                       WS-MAX-ADDL-THRESHOLD)
               MOVE SPACES TO WS-MESSAGE
               STRING 'ADDITIONAL MEDICARE THRESHOLD IS OUTSIDE THE '
                      'PLAUSIBLE RANGE'
                      DELIMITED BY SIZE INTO WS-MESSAGE
               PERFORM 820-VALIDATION-ERROR
           END-IF
           IF FUTA-RATE IN WS-NEW-TABLE > WS-MAX-FUTA-RATE
               OR FUTA-WAGE-BASE IN WS-NEW-TABLE < WS-MIN-FUTA-WAGE-BASE
               OR FUTA-WAGE-BASE IN WS-NEW-TABLE > WS-MAX-FUTA-WAGE-BASE
               MOVE SPACES TO WS-MESSAGE
               STRING 'FUTA RATE OR WAGE BASE IS OUTSIDE THE PLAUSIBLE '
                      'RANGE'
                      DELIMITED BY SIZE INTO WS-MESSAGE
               PERFORM 820-VALIDATION-ERROR
           END-IF
           IF STANDARD-DEDUCTION-SINGLE IN WS-NEW-TABLE >
                   WS-MAX-STD-DEDUCTION
               OR STANDARD-DEDUCTION-MARRIED IN WS-NEW-TABLE >
                   WS-MAX-STD-DEDUCTION
               OR STANDARD-DEDUCTION-HEAD IN WS-NEW-TABLE >
                   WS-MAX-STD-DEDUCTION
               MOVE SPACES TO WS-MESSAGE
               STRING 'A STANDARD DEDUCTION IS OUTSIDE THE PLAUSIBLE '
                      'RANGE'
                      DELIMITED BY SIZE INTO WS-MESSAGE
               PERFORM 820-VALIDATION-ERROR
           END-IF

           PERFORM VARYING WS-ROW-INDEX FROM 1 BY 1
                   UNTIL WS-ROW-INDEX > 50
               IF SUTA-STATE-CODE IN WS-NEW-TABLE (WS-ROW-INDEX)
                       NOT = SPACES
                   AND SUTA-STATE-CODE IN WS-NEW-TABLE (WS-ROW-INDEX)
                       NOT = LOW-VALUES
                   PERFORM 445-VALIDATE-ONE-SUTA
               END-IF
           END-PERFORM

           PERFORM VARYING WS-ROW-INDEX FROM 1 BY 1
                   UNTIL WS-ROW-INDEX > 8
               IF SDI-STATE-CODE IN WS-NEW-TABLE (WS-ROW-INDEX)
                       NOT = SPACES
                   AND SDI-STATE-CODE IN WS-NEW-TABLE (WS-ROW-INDEX)
                       NOT = LOW-VALUES
                   PERFORM 447-VALIDATE-ONE-SDI
               END-IF
           END-PERFORM
           .

       445-VALIDATE-ONE-SUTA.
      *****************************************************************
      * One state's SUTA row: on the table once and in range           *
      *****************************************************************
           PERFORM VARYING WS-ROW-INDEX-2 FROM WS-ROW-INDEX BY 1
                   UNTIL WS-ROW-INDEX-2 >= 50
               IF SUTA-STATE-CODE IN WS-NEW-TABLE (WS-ROW-INDEX-2 + 1)
                       = SUTA-STATE-CODE IN WS-NEW-TABLE (WS-ROW-INDEX)
                   MOVE SPACES TO WS-MESSAGE
                   STRING 'SUTA STATE '
                          SUTA-STATE-CODE IN WS-NEW-TABLE
                          (WS-ROW-INDEX)
                          ' IS ON THE SUTA TABLE MORE THAN ONCE'
                          DELIMITED BY SIZE INTO WS-MESSAGE
                   PERFORM 820-VALIDATION-ERROR
               END-IF
           END-PERFORM

           IF SUTA-RATE IN WS-NEW-TABLE (WS-ROW-INDEX) >
                   WS-MAX-SUTA-RATE
               OR SUTA-WAGE-BASE IN WS-NEW-TABLE (WS-ROW-INDEX) <
                   WS-MIN-SUTA-WAGE-BASE
               OR SUTA-WAGE-BASE IN WS-NEW-TABLE (WS-ROW-INDEX) >
                   WS-MAX-SUTA-WAGE-BASE
               MOVE SPACES TO WS-MESSAGE
               STRING 'SUTA STATE '
                      SUTA-STATE-CODE IN WS-NEW-TABLE (WS-ROW-INDEX)
                      ' RATE OR WAGE BASE IS OUTSIDE THE PLAUSIBLE '
                      'RANGE'
                      DELIMITED BY SIZE INTO WS-MESSAGE
               PERFORM 820-VALIDATION-ERROR
           END-IF
           .

       447-VALIDATE-ONE-SDI.
      *****************************************************************
      * One state's SDI row: on the table once and in range (a zero    *
      * wage base means the program has none)                          *
      *****************************************************************
           PERFORM VARYING WS-ROW-INDEX-2 FROM WS-ROW-INDEX BY 1
                   UNTIL WS-ROW-INDEX-2 >= 8
               IF SDI-STATE-CODE IN WS-NEW-TABLE (WS-ROW-INDEX-2 + 1)
                       = SDI-STATE-CODE IN WS-NEW-TABLE (WS-ROW-INDEX)
                   MOVE SPACES TO WS-MESSAGE
                   STRING 'SDI STATE '
                          SDI-STATE-CODE IN WS-NEW-TABLE (WS-ROW-INDEX)
                          ' IS ON THE SDI TABLE MORE THAN ONCE'
                          DELIMITED BY SIZE INTO WS-MESSAGE
                   PERFORM 820-VALIDATION-ERROR
               END-IF
           END-PERFORM

           IF SDI-EE-RATE IN WS-NEW-TABLE (WS-ROW-INDEX) >
                   WS-MAX-SDI-RATE
               OR SDI-ER-RATE IN WS-NEW-TABLE (WS-ROW-INDEX) >
                   WS-MAX-SDI-RATE
               OR SDI-WAGE-BASE IN WS-NEW-TABLE (WS-ROW-INDEX) >
                   WS-MAX-SDI-WAGE-BASE
               MOVE SPACES TO WS-MESSAGE
               STRING 'SDI STATE '
                      SDI-STATE-CODE IN WS-NEW-TABLE (WS-ROW-INDEX)
                      ' RATE OR WAGE BASE IS OUTSIDE THE PLAUSIBLE '
                      'RANGE'
                      DELIMITED BY SIZE INTO WS-MESSAGE
               PERFORM 820-VALIDATION-ERROR
           END-IF
           .

       450-CHECK-BRACKETS.
      *****************************************************************
      * Check one bracket schedule. The used brackets run from the     *
      * first to the last with any value; the first starts at zero     *
      * with no base tax, each ceiling is above its floor and is the   *
      * next bracket's floor (the calculation takes a bracket up to    *
      * but not including its ceiling), rates never decrease, each     *
      * base tax is the prior base tax plus the prior bracket's full   *
      * tax, and the last bracket is open-ended (zero ceiling)         *
      *****************************************************************
           MOVE ZEROS TO WS-VB-LAST
           PERFORM VARYING WS-BRK-INDEX FROM 1 BY 1
                   UNTIL WS-BRK-INDEX > WS-VB-COUNT
               IF WS-VB-FLOOR (WS-BRK-INDEX) > ZEROS
                   OR WS-VB-CEILING (WS-BRK-INDEX) > ZEROS
                   OR WS-VB-RATE (WS-BRK-INDEX) > ZEROS
                   OR WS-VB-BASE-TAX (WS-BRK-INDEX) > ZEROS
                   MOVE WS-BRK-INDEX TO WS-VB-LAST
               END-IF
           END-PERFORM

           IF WS-VB-LAST = ZEROS
               MOVE SPACES TO WS-MESSAGE
               STRING WS-VB-LABEL ' HAS NO BRACKETS'
                      DELIMITED BY SIZE INTO WS-MESSAGE
               PERFORM 820-VALIDATION-ERROR
           ELSE
               IF WS-VB-FLOOR (1) NOT = ZEROS
                   OR WS-VB-BASE-TAX (1) NOT = ZEROS
                   MOVE SPACES TO WS-MESSAGE
                   STRING WS-VB-LABEL ' BRACKET 1 DOES NOT START AT '
                          'ZERO WITH NO BASE TAX'
                          DELIMITED BY SIZE INTO WS-MESSAGE
                   PERFORM 820-VALIDATION-ERROR
               END-IF
               PERFORM VARYING WS-BRK-INDEX FROM 1 BY 1
                       UNTIL WS-BRK-INDEX > WS-VB-LAST
                   PERFORM 455-CHECK-ONE-BRACKET
               END-PERFORM
           END-IF
           .

       455-CHECK-ONE-BRACKET.
      *****************************************************************
      * Check one bracket against its successor                        *
      *****************************************************************
           MOVE WS-BRK-INDEX TO WS-ED-BRACKET

           IF WS-VB-RATE (WS-BRK-INDEX) > WS-VB-MAX-RATE
               MOVE WS-VB-RATE (WS-BRK-INDEX) TO WS-ED-RATE
               MOVE SPACES TO WS-MESSAGE
               STRING WS-VB-LABEL ' BRACKET ' WS-ED-BRACKET
                      ' RATE ' WS-ED-RATE
                      ' IS OUTSIDE THE PLAUSIBLE RANGE'
                      DELIMITED BY SIZE INTO WS-MESSAGE
               PERFORM 820-VALIDATION-ERROR
           END-IF

           IF WS-BRK-INDEX = WS-VB-LAST
               IF WS-VB-CEILING (WS-BRK-INDEX) NOT = ZEROS
                   MOVE SPACES TO WS-MESSAGE
                   STRING WS-VB-LABEL ' TOP BRACKET ' WS-ED-BRACKET
                          ' HAS A CEILING - IT MUST BE OPEN-ENDED'
                          DELIMITED BY SIZE INTO WS-MESSAGE
                   PERFORM 820-VALIDATION-ERROR
               END-IF
           ELSE
               COMPUTE WS-ED-BRACKET-2 = WS-BRK-INDEX + 1
               IF WS-VB-CEILING (WS-BRK-INDEX) NOT >
                       WS-VB-FLOOR (WS-BRK-INDEX)
                   MOVE SPACES TO WS-MESSAGE
                   STRING WS-VB-LABEL ' BRACKET ' WS-ED-BRACKET
                          ' CEILING IS NOT ABOVE ITS FLOOR'
                          DELIMITED BY SIZE INTO WS-MESSAGE
                   PERFORM 820-VALIDATION-ERROR
               END-IF

               IF WS-VB-FLOOR (WS-BRK-INDEX + 1) NOT =
                       WS-VB-CEILING (WS-BRK-INDEX)
                   MOVE WS-VB-CEILING (WS-BRK-INDEX) TO WS-ED-AMOUNT-1
                   MOVE WS-VB-FLOOR (WS-BRK-INDEX + 1) TO
                       WS-ED-AMOUNT-2
                   MOVE SPACES TO WS-MESSAGE
                   STRING WS-VB-LABEL ' BRACKET ' WS-ED-BRACKET
                          ' CEILING ' WS-ED-AMOUNT-1
                          ' IS NOT BRACKET ' WS-ED-BRACKET-2
                          ' FLOOR ' WS-ED-AMOUNT-2
                          DELIMITED BY SIZE INTO WS-MESSAGE
                   PERFORM 820-VALIDATION-ERROR
               END-IF

               IF WS-VB-RATE (WS-BRK-INDEX + 1) <
                       WS-VB-RATE (WS-BRK-INDEX)
                   MOVE SPACES TO WS-MESSAGE
                   STRING WS-VB-LABEL ' BRACKET ' WS-ED-BRACKET-2
                          ' RATE IS BELOW BRACKET ' WS-ED-BRACKET
                          DELIMITED BY SIZE INTO WS-MESSAGE
                   PERFORM 820-VALIDATION-ERROR
               END-IF

               COMPUTE WS-VB-EXPECTED-BASE ROUNDED =
                   WS-VB-BASE-TAX (WS-BRK-INDEX) +
                   ((WS-VB-CEILING (WS-BRK-INDEX) -
                     WS-VB-FLOOR (WS-BRK-INDEX)) *
                    WS-VB-RATE (WS-BRK-INDEX))
               COMPUTE WS-VB-BASE-DIFF =
                   WS-VB-BASE-TAX (WS-BRK-INDEX + 1) -
                   WS-VB-EXPECTED-BASE
               IF WS-VB-BASE-DIFF > WS-BASE-TAX-TOLERANCE
                   OR WS-VB-BASE-DIFF < (0 - WS-BASE-TAX-TOLERANCE)
                   MOVE WS-VB-EXPECTED-BASE TO WS-ED-AMOUNT-1
                   MOVE WS-VB-BASE-TAX (WS-BRK-INDEX + 1) TO
                       WS-ED-AMOUNT-2
                   MOVE SPACES TO WS-MESSAGE
                   STRING WS-VB-LABEL ' BRACKET ' WS-ED-BRACKET-2
                          ' BASE TAX ' WS-ED-AMOUNT-2
                          ' SHOULD BE ' WS-ED-AMOUNT-1
                          DELIMITED BY SIZE INTO WS-MESSAGE
                   PERFORM 820-VALIDATION-ERROR
               END-IF
           END-IF
           .

       460-VALIDATE-WINDOWS.
      *****************************************************************
      * Settle what happens to each table on file and check that no    *
      * two effective windows overlap afterward: a table with the new  *
      * effective date is replaced; an open-ended table in force on    *
      * the new effective date is closed the day before; any other     *
      * overlap is an error. The file may not then hold more tables    *
      * than the calculation run loads                                 *
      *****************************************************************
           IF WS-EXTRA-TABLES > ZEROS
               MOVE SPACES TO WS-MESSAGE
               STRING 'TAX RATES FILE ALREADY HOLDS MORE TABLES '
                      'THAN THE CALCULATION RUN LOADS'
                      DELIMITED BY SIZE INTO WS-MESSAGE
               PERFORM 820-VALIDATION-ERROR
           END-IF

           MOVE WS-HDR-EFF-DATE TO WS-WORK-DATE
           PERFORM 860-PRIOR-CALENDAR-DAY
           MOVE WS-WORK-DATE TO WS-CLOSE-DATE

           MOVE 1 TO WS-KEPT-COUNT
           PERFORM VARYING WS-SLOT-INDEX FROM 1 BY 1
                   UNTIL WS-SLOT-INDEX > WS-TAX-TABLE-COUNT
               MOVE SPACE TO WS-SI-ACTION (WS-SLOT-INDEX)
               IF WS-SI-EFF-DATE (WS-SLOT-INDEX) = WS-HDR-EFF-DATE
                   MOVE 'R' TO WS-SI-ACTION (WS-SLOT-INDEX)
               ELSE
                   ADD 1 TO WS-KEPT-COUNT
                   IF WS-SI-EFF-DATE (WS-SLOT-INDEX) < WS-HDR-EFF-DATE
                       AND WS-SI-EXP-DATE (WS-SLOT-INDEX) = ZEROS
                       MOVE 'C' TO WS-SI-ACTION (WS-SLOT-INDEX)
                   END-IF
               END-IF
           END-PERFORM

           IF WS-KEPT-COUNT > WS-TAX-TABLE-MAX
               MOVE WS-KEPT-COUNT TO WS-ED-COUNT
               MOVE SPACES TO WS-MESSAGE
               STRING 'TAX RATES FILE WOULD HOLD ' WS-ED-COUNT
                      ' TABLES - THE CALCULATION RUN LOADS 5. RETIRE '
                      'AN EXPIRED TABLE FIRST'
                      DELIMITED BY SIZE INTO WS-MESSAGE
               PERFORM 820-VALIDATION-ERROR
           END-IF

           PERFORM VARYING WS-SLOT-INDEX FROM 1 BY 1
                   UNTIL WS-SLOT-INDEX > WS-TAX-TABLE-COUNT
               IF WS-SI-ACTION (WS-SLOT-INDEX) NOT = 'R'
                   PERFORM 465-CHECK-AGAINST-NEW
                   PERFORM VARYING WS-SLOT-INDEX-2
                           FROM WS-SLOT-INDEX BY 1
                           UNTIL WS-SLOT-INDEX-2 >= WS-TAX-TABLE-COUNT
                       IF WS-SI-ACTION (WS-SLOT-INDEX-2 + 1) NOT = 'R'
                           PERFORM 470-CHECK-TWO-TABLES
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           .

       465-CHECK-AGAINST-NEW.
      *****************************************************************
      * The new table's window against one kept table's window, the    *
      * kept table taken as closed when it is being closed             *
      *****************************************************************
           MOVE WS-HDR-EFF-DATE TO WS-WINDOW-A-START
           MOVE WS-HDR-EXP-DATE TO WS-WINDOW-A-END
           MOVE WS-SI-EFF-DATE (WS-SLOT-INDEX) TO WS-WINDOW-B-START
           IF WS-SI-ACTION (WS-SLOT-INDEX) = 'C'
               MOVE WS-CLOSE-DATE TO WS-WINDOW-B-END
           ELSE
               MOVE WS-SI-EXP-DATE (WS-SLOT-INDEX) TO WS-WINDOW-B-END
           END-IF
           PERFORM 475-TEST-OVERLAP
           IF WS-DATE-VALID
               MOVE SPACES TO WS-MESSAGE
               STRING 'NEW TABLE ' WS-HDR-EFF-DATE '-' WS-HDR-EXP-DATE
                      ' OVERLAPS TABLE ' WS-WINDOW-B-START '-'
                      WS-WINDOW-B-END
                      DELIMITED BY SIZE INTO WS-MESSAGE
               PERFORM 820-VALIDATION-ERROR
           END-IF
           .

       470-CHECK-TWO-TABLES.
      *****************************************************************
      * Two kept tables on file against each other                     *
      *****************************************************************
           MOVE WS-SI-EFF-DATE (WS-SLOT-INDEX) TO WS-WINDOW-A-START
           IF WS-SI-ACTION (WS-SLOT-INDEX) = 'C'
               MOVE WS-CLOSE-DATE TO WS-WINDOW-A-END
           ELSE
               MOVE WS-SI-EXP-DATE (WS-SLOT-INDEX) TO WS-WINDOW-A-END
           END-IF
           MOVE WS-SI-EFF-DATE (WS-SLOT-INDEX-2 + 1) TO
               WS-WINDOW-B-START
           IF WS-SI-ACTION (WS-SLOT-INDEX-2 + 1) = 'C'
               MOVE WS-CLOSE-DATE TO WS-WINDOW-B-END
           ELSE
               MOVE WS-SI-EXP-DATE (WS-SLOT-INDEX-2 + 1) TO
                   WS-WINDOW-B-END
           END-IF
           PERFORM 475-TEST-OVERLAP
           IF WS-DATE-VALID
               MOVE SPACES TO WS-MESSAGE
               STRING 'TABLE ' WS-WINDOW-A-START '-' WS-WINDOW-A-END
                      ' OVERLAPS TABLE ' WS-WINDOW-B-START '-'
                      WS-WINDOW-B-END
                      DELIMITED BY SIZE INTO WS-MESSAGE
               PERFORM 820-VALIDATION-ERROR
           END-IF
           .

       475-TEST-OVERLAP.
      *****************************************************************
      * Flag (in the date switch) when windows A and B share a day; a  *
      * zero end date is open-ended                                    *
      *****************************************************************
           MOVE 'Y' TO WS-DATE-VALID-SW
           IF WS-WINDOW-A-END NOT = ZEROS
               AND WS-WINDOW-A-END < WS-WINDOW-B-START
               MOVE 'N' TO WS-DATE-VALID-SW
           END-IF
           IF WS-WINDOW-B-END NOT = ZEROS
               AND WS-WINDOW-B-END < WS-WINDOW-A-START
               MOVE 'N' TO WS-DATE-VALID-SW
           END-IF
           .

       600-PRINT-CHANGE-REPORT.
      *****************************************************************
      * Side-by-side report of every value that differs between the    *
      * base table and the new table, and of each table on file whose  *
      * window this run changes                                        *
      *****************************************************************
           MOVE SPACES TO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE 'CHANGE REPORT - OLD VALUES FROM THE BASE TABLE'
               TO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'PART       KEY          FIELD               '
                  '            OLD VALUE           NEW VALUE'
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE ALL '-' TO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE

           PERFORM 610-COMPARE-HEADER-FEDERAL
           PERFORM 620-COMPARE-STATES
           PERFORM 630-COMPARE-FICA-UI-CONSTANTS
           PERFORM 640-COMPARE-LOCALS
           PERFORM 650-COMPARE-SUTA-SDI
           PERFORM 660-REPORT-WINDOW-CHANGES

           IF WS-CHANGE-COUNT = ZEROS
               MOVE 'NO VALUES DIFFER FROM THE BASE TABLE'
                   TO WS-REPORT-LINE
               WRITE REPORT-RECORD FROM WS-REPORT-LINE
           END-IF
           .

       610-COMPARE-HEADER-FEDERAL.
      *****************************************************************
      * Table dates and the federal schedule                           *
      *****************************************************************
           MOVE 'TABLE' TO WS-CMP-PART
           MOVE SPACES TO WS-CMP-KEY
           MOVE 'TAX YEAR' TO WS-CMP-FIELD
           MOVE TAX-YEAR IN WS-OLD-TABLE TO WS-CMP-OLD-TEXT
           MOVE TAX-YEAR IN WS-NEW-TABLE TO WS-CMP-NEW-TEXT
           PERFORM 695-COMPARE-TEXT
           MOVE 'EFFECTIVE DATE' TO WS-CMP-FIELD
           MOVE TAX-EFFECTIVE-DATE IN WS-OLD-TABLE TO WS-CMP-OLD-TEXT
           MOVE TAX-EFFECTIVE-DATE IN WS-NEW-TABLE TO WS-CMP-NEW-TEXT
           PERFORM 695-COMPARE-TEXT
           MOVE 'EXPIRATION DATE' TO WS-CMP-FIELD
           MOVE TAX-EXPIRATION-DATE IN WS-OLD-TABLE TO WS-CMP-OLD-TEXT
           MOVE TAX-EXPIRATION-DATE IN WS-NEW-TABLE TO WS-CMP-NEW-TEXT
           PERFORM 695-COMPARE-TEXT

           MOVE 'FEDERAL' TO WS-CMP-PART
           MOVE 'FILING STATUS' TO WS-CMP-FIELD
           MOVE FED-FILING-STATUS IN WS-OLD-TABLE TO WS-CMP-OLD-TEXT
           MOVE FED-FILING-STATUS IN WS-NEW-TABLE TO WS-CMP-NEW-TEXT
           PERFORM 695-COMPARE-TEXT

           PERFORM VARYING WS-BRK-INDEX FROM 1 BY 1
                   UNTIL WS-BRK-INDEX > 7
               MOVE WS-BRK-INDEX TO WS-ED-BRACKET
               MOVE SPACES TO WS-CMP-KEY
               STRING 'BRACKET ' WS-ED-BRACKET
                      DELIMITED BY SIZE INTO WS-CMP-KEY
               MOVE 'FLOOR' TO WS-CMP-FIELD
               MOVE FED-BRACKET-FLOOR IN WS-OLD-TABLE (WS-BRK-INDEX)
                   TO WS-CMP-OLD-NUM
               MOVE FED-BRACKET-FLOOR IN WS-NEW-TABLE (WS-BRK-INDEX)
                   TO WS-CMP-NEW-NUM
               PERFORM 690-COMPARE-NUMBER
               MOVE 'CEILING' TO WS-CMP-FIELD
               MOVE FED-BRACKET-CEILING IN WS-OLD-TABLE (WS-BRK-INDEX)
                   TO WS-CMP-OLD-NUM
               MOVE FED-BRACKET-CEILING IN WS-NEW-TABLE (WS-BRK-INDEX)
                   TO WS-CMP-NEW-NUM
               PERFORM 690-COMPARE-NUMBER
               MOVE 'RATE' TO WS-CMP-FIELD
               MOVE FED-BRACKET-RATE IN WS-OLD-TABLE (WS-BRK-INDEX)
                   TO WS-CMP-OLD-NUM
               MOVE FED-BRACKET-RATE IN WS-NEW-TABLE (WS-BRK-INDEX)
                   TO WS-CMP-NEW-NUM
               PERFORM 690-COMPARE-NUMBER
               MOVE 'BASE TAX' TO WS-CMP-FIELD
               MOVE FED-BRACKET-BASE-TAX IN WS-OLD-TABLE (WS-BRK-INDEX)
                   TO WS-CMP-OLD-NUM
               MOVE FED-BRACKET-BASE-TAX IN WS-NEW-TABLE (WS-BRK-INDEX)
                   TO WS-CMP-NEW-NUM
               PERFORM 690-COMPARE-NUMBER
           END-PERFORM
           .

       620-COMPARE-STATES.
      *****************************************************************
      * Each state on the new table against the base table's row for   *
      * the same state (empty when added), then each base-table state  *
      * no longer on the new table                                     *
      *****************************************************************
           PERFORM VARYING WS-ROW-INDEX FROM 1 BY 1
                   UNTIL WS-ROW-INDEX > 50
               IF STATE-CODE IN WS-NEW-TABLE (WS-ROW-INDEX) NOT = SPACES
                   AND STATE-CODE IN WS-NEW-TABLE (WS-ROW-INDEX)
                       NOT = LOW-VALUES
                   PERFORM 625-COMPARE-ONE-STATE
               END-IF
           END-PERFORM

           PERFORM VARYING WS-OLD-ROW FROM 1 BY 1
                   UNTIL WS-OLD-ROW > 50
               IF STATE-CODE IN WS-OLD-TABLE (WS-OLD-ROW) NOT = SPACES
                   AND STATE-CODE IN WS-OLD-TABLE (WS-OLD-ROW)
                       NOT = LOW-VALUES
                   MOVE ZEROS TO WS-FOUND-ROW
                   PERFORM VARYING WS-ROW-INDEX FROM 1 BY 1
                           UNTIL WS-ROW-INDEX > 50
                       IF STATE-CODE IN WS-NEW-TABLE (WS-ROW-INDEX) =
                               STATE-CODE IN WS-OLD-TABLE (WS-OLD-ROW)
                           MOVE WS-ROW-INDEX TO WS-FOUND-ROW
                       END-IF
                   END-PERFORM
                   IF WS-FOUND-ROW = ZEROS
                       MOVE 'STATE' TO WS-CMP-PART
                       MOVE STATE-CODE IN WS-OLD-TABLE (WS-OLD-ROW)
                           TO WS-CMP-KEY
                       MOVE 'ROW' TO WS-CMP-FIELD
                       MOVE 'ON TABLE' TO WS-CMP-OLD-TEXT
                       MOVE 'REMOVED' TO WS-CMP-NEW-TEXT
                       PERFORM 695-COMPARE-TEXT
                   END-IF
               END-IF
           END-PERFORM
           .

       625-COMPARE-ONE-STATE.
      *****************************************************************
      * Compare one new-table state with its base-table row            *
      *****************************************************************
           INITIALIZE WS-CMP-STATE
           PERFORM VARYING WS-OLD-ROW FROM 1 BY 1
                   UNTIL WS-OLD-ROW > 50
               IF STATE-CODE IN WS-OLD-TABLE (WS-OLD-ROW) =
                       STATE-CODE IN WS-NEW-TABLE (WS-ROW-INDEX)
                   MOVE STATE-TAX-TABLE IN WS-OLD-TABLE (WS-OLD-ROW)
                       TO WS-CMP-STATE
                   MOVE 999 TO WS-OLD-ROW
               END-IF
           END-PERFORM

           MOVE 'STATE' TO WS-CMP-PART
           MOVE STATE-CODE IN WS-NEW-TABLE (WS-ROW-INDEX) TO WS-CMP-KEY
           IF WS-CS-CODE = SPACES
               MOVE 'ROW' TO WS-CMP-FIELD
               MOVE 'NOT ON TABLE' TO WS-CMP-OLD-TEXT
               MOVE 'ADDED' TO WS-CMP-NEW-TEXT
               PERFORM 695-COMPARE-TEXT
           END-IF
           MOVE 'HAS INCOME TAX' TO WS-CMP-FIELD
           MOVE WS-CS-HAS-INCOME-TAX TO WS-CMP-OLD-TEXT
           MOVE STATE-HAS-INCOME-TAX IN WS-NEW-TABLE (WS-ROW-INDEX)
               TO WS-CMP-NEW-TEXT
           PERFORM 695-COMPARE-TEXT
           MOVE 'FILING STATUS' TO WS-CMP-FIELD
           MOVE WS-CS-FILING-STATUS TO WS-CMP-OLD-TEXT
           MOVE STATE-FILING-STATUS IN WS-NEW-TABLE (WS-ROW-INDEX)
               TO WS-CMP-NEW-TEXT
           PERFORM 695-COMPARE-TEXT

           PERFORM VARYING WS-BRK-INDEX FROM 1 BY 1
                   UNTIL WS-BRK-INDEX > 5
               MOVE WS-BRK-INDEX TO WS-ED-BRACKET
               MOVE SPACES TO WS-CMP-KEY
               STRING STATE-CODE IN WS-NEW-TABLE (WS-ROW-INDEX)
                      ' BRACKET ' WS-ED-BRACKET
                      DELIMITED BY SIZE INTO WS-CMP-KEY
               MOVE 'FLOOR' TO WS-CMP-FIELD
               MOVE WS-CS-FLOOR (WS-BRK-INDEX) TO WS-CMP-OLD-NUM
               MOVE STATE-BRACKET-FLOOR IN WS-NEW-TABLE
                   (WS-ROW-INDEX, WS-BRK-INDEX) TO WS-CMP-NEW-NUM
               PERFORM 690-COMPARE-NUMBER
               MOVE 'CEILING' TO WS-CMP-FIELD
               MOVE WS-CS-CEILING (WS-BRK-INDEX) TO WS-CMP-OLD-NUM
               MOVE STATE-BRACKET-CEILING IN WS-NEW-TABLE
                   (WS-ROW-INDEX, WS-BRK-INDEX) TO WS-CMP-NEW-NUM
               PERFORM 690-COMPARE-NUMBER
               MOVE 'RATE' TO WS-CMP-FIELD
               MOVE WS-CS-RATE (WS-BRK-INDEX) TO WS-CMP-OLD-NUM
               MOVE STATE-BRACKET-RATE IN WS-NEW-TABLE
                   (WS-ROW-INDEX, WS-BRK-INDEX) TO WS-CMP-NEW-NUM
               PERFORM 690-COMPARE-NUMBER
               MOVE 'BASE TAX' TO WS-CMP-FIELD
               MOVE WS-CS-BASE-TAX (WS-BRK-INDEX) TO WS-CMP-OLD-NUM
               MOVE STATE-BRACKET-BASE-TAX IN WS-NEW-TABLE
                   (WS-ROW-INDEX, WS-BRK-INDEX) TO WS-CMP-NEW-NUM
               PERFORM 690-COMPARE-NUMBER
           END-PERFORM
           .

       630-COMPARE-FICA-UI-CONSTANTS.
      *****************************************************************
      * FICA, FUTA and the tax constants                               *
      *****************************************************************
           MOVE 'FICA' TO WS-CMP-PART
           MOVE SPACES TO WS-CMP-KEY
           MOVE 'SOC SEC RATE' TO WS-CMP-FIELD
           MOVE SOC-SEC-RATE IN WS-OLD-TABLE TO WS-CMP-OLD-NUM
           MOVE SOC-SEC-RATE IN WS-NEW-TABLE TO WS-CMP-NEW-NUM
           PERFORM 690-COMPARE-NUMBER
           MOVE 'SOC SEC WAGE BASE' TO WS-CMP-FIELD
           MOVE SOC-SEC-WAGE-BASE IN WS-OLD-TABLE TO WS-CMP-OLD-NUM
           MOVE SOC-SEC-WAGE-BASE IN WS-NEW-TABLE TO WS-CMP-NEW-NUM
           PERFORM 690-COMPARE-NUMBER
           MOVE 'SOC SEC MAX TAX' TO WS-CMP-FIELD
           MOVE SOC-SEC-MAX-TAX IN WS-OLD-TABLE TO WS-CMP-OLD-NUM
           MOVE SOC-SEC-MAX-TAX IN WS-NEW-TABLE TO WS-CMP-NEW-NUM
           PERFORM 690-COMPARE-NUMBER
           MOVE 'MEDICARE RATE' TO WS-CMP-FIELD
           MOVE MEDICARE-RATE IN WS-OLD-TABLE TO WS-CMP-OLD-NUM
           MOVE MEDICARE-RATE IN WS-NEW-TABLE TO WS-CMP-NEW-NUM
           PERFORM 690-COMPARE-NUMBER
           MOVE 'MEDICARE ADDL RATE' TO WS-CMP-FIELD
           MOVE MEDICARE-ADDL-RATE IN WS-OLD-TABLE TO WS-CMP-OLD-NUM
           MOVE MEDICARE-ADDL-RATE IN WS-NEW-TABLE TO WS-CMP-NEW-NUM
           PERFORM 690-COMPARE-NUMBER
           MOVE 'MEDICARE ADDL THRESH' TO WS-CMP-FIELD
           MOVE MEDICARE-ADDL-THRESHOLD IN WS-OLD-TABLE
               TO WS-CMP-OLD-NUM
           MOVE MEDICARE-ADDL-THRESHOLD IN WS-NEW-TABLE
               TO WS-CMP-NEW-NUM
           PERFORM 690-COMPARE-NUMBER

           MOVE 'FUTA' TO WS-CMP-PART
           MOVE 'RATE' TO WS-CMP-FIELD
           MOVE FUTA-RATE IN WS-OLD-TABLE TO WS-CMP-OLD-NUM
           MOVE FUTA-RATE IN WS-NEW-TABLE TO WS-CMP-NEW-NUM
           PERFORM 690-COMPARE-NUMBER
           MOVE 'WAGE BASE' TO WS-CMP-FIELD
           MOVE FUTA-WAGE-BASE IN WS-OLD-TABLE TO WS-CMP-OLD-NUM
           MOVE FUTA-WAGE-BASE IN WS-NEW-TABLE TO WS-CMP-NEW-NUM
           PERFORM 690-COMPARE-NUMBER

           MOVE 'CONSTANTS' TO WS-CMP-PART
           MOVE 'STD DED SINGLE' TO WS-CMP-FIELD
           MOVE STANDARD-DEDUCTION-SINGLE IN WS-OLD-TABLE
               TO WS-CMP-OLD-NUM
           MOVE STANDARD-DEDUCTION-SINGLE IN WS-NEW-TABLE
               TO WS-CMP-NEW-NUM
           PERFORM 690-COMPARE-NUMBER
           MOVE 'STD DED MARRIED' TO WS-CMP-FIELD
           MOVE STANDARD-DEDUCTION-MARRIED IN WS-OLD-TABLE
               TO WS-CMP-OLD-NUM
           MOVE STANDARD-DEDUCTION-MARRIED IN WS-NEW-TABLE
               TO WS-CMP-NEW-NUM
           PERFORM 690-COMPARE-NUMBER
           MOVE 'STD DED HEAD' TO WS-CMP-FIELD
           MOVE STANDARD-DEDUCTION-HEAD IN WS-OLD-TABLE
               TO WS-CMP-OLD-NUM
           MOVE STANDARD-DEDUCTION-HEAD IN WS-NEW-TABLE
               TO WS-CMP-NEW-NUM
           PERFORM 690-COMPARE-NUMBER
           MOVE 'PERSONAL EXEMPTION' TO WS-CMP-FIELD
           MOVE PERSONAL-EXEMPTION-AMOUNT IN WS-OLD-TABLE
               TO WS-CMP-OLD-NUM
           MOVE PERSONAL-EXEMPTION-AMOUNT IN WS-NEW-TABLE
               TO WS-CMP-NEW-NUM
           PERFORM 690-COMPARE-NUMBER
           MOVE 'EXEMPTION PHASEOUT' TO WS-CMP-FIELD
           MOVE PERSONAL-EXEMPTION-PHASEOUT IN WS-OLD-TABLE
               TO WS-CMP-OLD-NUM
           MOVE PERSONAL-EXEMPTION-PHASEOUT IN WS-NEW-TABLE
               TO WS-CMP-NEW-NUM
           PERFORM 690-COMPARE-NUMBER
           MOVE 'CREDIT RATE' TO WS-CMP-FIELD
           MOVE TAX-CREDIT-RATE IN WS-OLD-TABLE TO WS-CMP-OLD-NUM
           MOVE TAX-CREDIT-RATE IN WS-NEW-TABLE TO WS-CMP-NEW-NUM
           PERFORM 690-COMPARE-NUMBER
           MOVE 'NRA AMOUNT W-4 2020+' TO WS-CMP-FIELD
           MOVE ZEROS TO WS-CMP-OLD-NUM WS-CMP-NEW-NUM
           IF NRA-ADDL-WAGE-AMOUNT IN WS-OLD-TABLE IS NUMERIC
               MOVE NRA-ADDL-WAGE-AMOUNT IN WS-OLD-TABLE
                   TO WS-CMP-OLD-NUM
           END-IF
           IF NRA-ADDL-WAGE-AMOUNT IN WS-NEW-TABLE IS NUMERIC
               MOVE NRA-ADDL-WAGE-AMOUNT IN WS-NEW-TABLE
                   TO WS-CMP-NEW-NUM
           END-IF
           PERFORM 690-COMPARE-NUMBER
           MOVE 'NRA AMOUNT PRE-2020' TO WS-CMP-FIELD
           MOVE ZEROS TO WS-CMP-OLD-NUM WS-CMP-NEW-NUM
           IF NRA-ADDL-WAGE-PRE2020 IN WS-OLD-TABLE IS NUMERIC
               MOVE NRA-ADDL-WAGE-PRE2020 IN WS-OLD-TABLE
                   TO WS-CMP-OLD-NUM
           END-IF
           IF NRA-ADDL-WAGE-PRE2020 IN WS-NEW-TABLE IS NUMERIC
               MOVE NRA-ADDL-WAGE-PRE2020 IN WS-NEW-TABLE
                   TO WS-CMP-NEW-NUM
           END-IF
           PERFORM 690-COMPARE-NUMBER
           .

       640-COMPARE-LOCALS.
      *****************************************************************
      * Each local row on the new table against the base table's row   *
      * for the same code and class, then base rows no longer present  *
      *****************************************************************
           PERFORM VARYING WS-ROW-INDEX FROM 1 BY 1
                   UNTIL WS-ROW-INDEX > 100
               IF LOCAL-CODE IN WS-NEW-TABLE (WS-ROW-INDEX) NOT = SPACES
                   AND LOCAL-CODE IN WS-NEW-TABLE (WS-ROW-INDEX)
                       NOT = LOW-VALUES
                   PERFORM 645-COMPARE-ONE-LOCAL
               END-IF
           END-PERFORM

           PERFORM VARYING WS-OLD-ROW FROM 1 BY 1
                   UNTIL WS-OLD-ROW > 100
               IF LOCAL-CODE IN WS-OLD-TABLE (WS-OLD-ROW) NOT = SPACES
                   AND LOCAL-CODE IN WS-OLD-TABLE (WS-OLD-ROW)
                       NOT = LOW-VALUES
                   MOVE ZEROS TO WS-FOUND-ROW
                   PERFORM VARYING WS-ROW-INDEX FROM 1 BY 1
                           UNTIL WS-ROW-INDEX > 100
                       IF LOCAL-CODE IN WS-NEW-TABLE (WS-ROW-INDEX) =
                               LOCAL-CODE IN WS-OLD-TABLE (WS-OLD-ROW)
                           AND ((LOCAL-CLASS-FLAT IN WS-NEW-TABLE
                                   (WS-ROW-INDEX)
                               AND LOCAL-CLASS-FLAT IN WS-OLD-TABLE
                                   (WS-OLD-ROW))
                           OR (LOCAL-CLASS-PERCENT IN WS-NEW-TABLE
                                   (WS-ROW-INDEX)
                               AND LOCAL-CLASS-PERCENT IN WS-OLD-TABLE
                                   (WS-OLD-ROW)))
                           MOVE WS-ROW-INDEX TO WS-FOUND-ROW
                       END-IF
                   END-PERFORM
                   IF WS-FOUND-ROW = ZEROS
                       MOVE 'LOCAL' TO WS-CMP-PART
                       MOVE SPACES TO WS-CMP-KEY
                       STRING LOCAL-CODE IN WS-OLD-TABLE (WS-OLD-ROW)
                              ' ' LOCAL-TAX-CLASS IN WS-OLD-TABLE
                              (WS-OLD-ROW)
                              DELIMITED BY SIZE INTO WS-CMP-KEY
                       MOVE 'ROW' TO WS-CMP-FIELD
                       MOVE 'ON TABLE' TO WS-CMP-OLD-TEXT
                       MOVE 'REMOVED' TO WS-CMP-NEW-TEXT
                       PERFORM 695-COMPARE-TEXT
                   END-IF
               END-IF
           END-PERFORM
           .

       645-COMPARE-ONE-LOCAL.
      *****************************************************************
      * Compare one new-table local row with its base-table row        *
      *****************************************************************
           INITIALIZE WS-CMP-LOCAL
           PERFORM VARYING WS-OLD-ROW FROM 1 BY 1
                   UNTIL WS-OLD-ROW > 100
               IF LOCAL-CODE IN WS-OLD-TABLE (WS-OLD-ROW) =
                       LOCAL-CODE IN WS-NEW-TABLE (WS-ROW-INDEX)
                   AND ((LOCAL-CLASS-FLAT IN WS-OLD-TABLE (WS-OLD-ROW)
                       AND LOCAL-CLASS-FLAT IN WS-NEW-TABLE
                           (WS-ROW-INDEX))
                   OR (LOCAL-CLASS-PERCENT IN WS-OLD-TABLE (WS-OLD-ROW)
                       AND LOCAL-CLASS-PERCENT IN WS-NEW-TABLE
                           (WS-ROW-INDEX)))
                   MOVE LOCAL-TAX-TABLE IN WS-OLD-TABLE (WS-OLD-ROW)
                       TO WS-CMP-LOCAL
                   MOVE 999 TO WS-OLD-ROW
               END-IF
           END-PERFORM

           MOVE 'LOCAL' TO WS-CMP-PART
           MOVE SPACES TO WS-CMP-KEY
           STRING LOCAL-CODE IN WS-NEW-TABLE (WS-ROW-INDEX)
                  ' ' LOCAL-TAX-CLASS IN WS-NEW-TABLE (WS-ROW-INDEX)
                  DELIMITED BY SIZE INTO WS-CMP-KEY
           IF WS-CL-CODE = SPACES
               MOVE 'ROW' TO WS-CMP-FIELD
               MOVE 'NOT ON TABLE' TO WS-CMP-OLD-TEXT
               MOVE 'ADDED' TO WS-CMP-NEW-TEXT
               PERFORM 695-COMPARE-TEXT
           END-IF
           MOVE 'NAME' TO WS-CMP-FIELD
           MOVE WS-CL-NAME TO WS-CMP-OLD-TEXT
           MOVE LOCAL-NAME IN WS-NEW-TABLE (WS-ROW-INDEX)
               TO WS-CMP-NEW-TEXT
           PERFORM 695-COMPARE-TEXT
           MOVE 'RATE' TO WS-CMP-FIELD
           MOVE WS-CL-RATE TO WS-CMP-OLD-NUM
           MOVE LOCAL-TAX-RATE IN WS-NEW-TABLE (WS-ROW-INDEX)
               TO WS-CMP-NEW-NUM
           PERFORM 690-COMPARE-NUMBER
           MOVE 'MIN WAGE' TO WS-CMP-FIELD
           MOVE WS-CL-MIN-WAGE TO WS-CMP-OLD-NUM
           MOVE LOCAL-TAX-MIN-WAGE IN WS-NEW-TABLE (WS-ROW-INDEX)
               TO WS-CMP-NEW-NUM
           PERFORM 690-COMPARE-NUMBER
           MOVE 'MAX WAGE' TO WS-CMP-FIELD
           MOVE WS-CL-MAX-WAGE TO WS-CMP-OLD-NUM
           MOVE LOCAL-TAX-MAX-WAGE IN WS-NEW-TABLE (WS-ROW-INDEX)
               TO WS-CMP-NEW-NUM
           PERFORM 690-COMPARE-NUMBER
           MOVE 'FLAT AMOUNT' TO WS-CMP-FIELD
           MOVE WS-CL-FLAT-AMOUNT TO WS-CMP-OLD-NUM
           MOVE LOCAL-FLAT-AMOUNT IN WS-NEW-TABLE (WS-ROW-INDEX)
               TO WS-CMP-NEW-NUM
           PERFORM 690-COMPARE-NUMBER
           MOVE 'ANNUAL CAP' TO WS-CMP-FIELD
           MOVE WS-CL-ANNUAL-CAP TO WS-CMP-OLD-NUM
           MOVE LOCAL-ANNUAL-CAP IN WS-NEW-TABLE (WS-ROW-INDEX)
               TO WS-CMP-NEW-NUM
           PERFORM 690-COMPARE-NUMBER
           MOVE 'LOW INCOME EXEMPT' TO WS-CMP-FIELD
           MOVE WS-CL-LOW-INCOME-EXEMPT TO WS-CMP-OLD-NUM
           MOVE LOCAL-LOW-INCOME-EXEMPT IN WS-NEW-TABLE (WS-ROW-INDEX)
               TO WS-CMP-NEW-NUM
           PERFORM 690-COMPARE-NUMBER
           .

       650-COMPARE-SUTA-SDI.
      *****************************************************************
      * SUTA and SDI rows by state, added and removed rows included    *
      *****************************************************************
           PERFORM VARYING WS-ROW-INDEX FROM 1 BY 1
                   UNTIL WS-ROW-INDEX > 50
               IF SUTA-STATE-CODE IN WS-NEW-TABLE (WS-ROW-INDEX)
                       NOT = SPACES
                   AND SUTA-STATE-CODE IN WS-NEW-TABLE (WS-ROW-INDEX)
                       NOT = LOW-VALUES
                   PERFORM 652-COMPARE-ONE-SUTA
               END-IF
           END-PERFORM
           PERFORM VARYING WS-OLD-ROW FROM 1 BY 1
                   UNTIL WS-OLD-ROW > 50
               IF SUTA-STATE-CODE IN WS-OLD-TABLE (WS-OLD-ROW)
                       NOT = SPACES
                   AND SUTA-STATE-CODE IN WS-OLD-TABLE (WS-OLD-ROW)
                       NOT = LOW-VALUES
                   MOVE ZEROS TO WS-FOUND-ROW
                   PERFORM VARYING WS-ROW-INDEX FROM 1 BY 1
                           UNTIL WS-ROW-INDEX > 50
                       IF SUTA-STATE-CODE IN WS-NEW-TABLE
                               (WS-ROW-INDEX) =
                           SUTA-STATE-CODE IN WS-OLD-TABLE (WS-OLD-ROW)
                           MOVE WS-ROW-INDEX TO WS-FOUND-ROW
                       END-IF
                   END-PERFORM
                   IF WS-FOUND-ROW = ZEROS
                       MOVE 'SUTA' TO WS-CMP-PART
                       MOVE SUTA-STATE-CODE IN WS-OLD-TABLE
                           (WS-OLD-ROW) TO WS-CMP-KEY
                       MOVE 'ROW' TO WS-CMP-FIELD
                       MOVE 'ON TABLE' TO WS-CMP-OLD-TEXT
                       MOVE 'REMOVED' TO WS-CMP-NEW-TEXT
                       PERFORM 695-COMPARE-TEXT
                   END-IF
               END-IF
           END-PERFORM

           PERFORM VARYING WS-ROW-INDEX FROM 1 BY 1
                   UNTIL WS-ROW-INDEX > 8
               IF SDI-STATE-CODE IN WS-NEW-TABLE (WS-ROW-INDEX)
                       NOT = SPACES
                   AND SDI-STATE-CODE IN WS-NEW-TABLE (WS-ROW-INDEX)
                       NOT = LOW-VALUES
                   PERFORM 655-COMPARE-ONE-SDI
               END-IF
           END-PERFORM
           PERFORM VARYING WS-OLD-ROW FROM 1 BY 1
                   UNTIL WS-OLD-ROW > 8
               IF SDI-STATE-CODE IN WS-OLD-TABLE (WS-OLD-ROW)
                       NOT = SPACES
                   AND SDI-STATE-CODE IN WS-OLD-TABLE (WS-OLD-ROW)
                       NOT = LOW-VALUES
                   MOVE ZEROS TO WS-FOUND-ROW
                   PERFORM VARYING WS-ROW-INDEX FROM 1 BY 1
                           UNTIL WS-ROW-INDEX > 8
                       IF SDI-STATE-CODE IN WS-NEW-TABLE
                               (WS-ROW-INDEX) =
                           SDI-STATE-CODE IN WS-OLD-TABLE (WS-OLD-ROW)
                           MOVE WS-ROW-INDEX TO WS-FOUND-ROW
                       END-IF
                   END-PERFORM
                   IF WS-FOUND-ROW = ZEROS
                       MOVE 'SDI' TO WS-CMP-PART
                       MOVE SDI-STATE-CODE IN WS-OLD-TABLE
                           (WS-OLD-ROW) TO WS-CMP-KEY
                       MOVE 'ROW' TO WS-CMP-FIELD
                       MOVE 'ON TABLE' TO WS-CMP-OLD-TEXT
                       MOVE 'REMOVED' TO WS-CMP-NEW-TEXT
                       PERFORM 695-COMPARE-TEXT
                   END-IF
               END-IF
           END-PERFORM
           .

       652-COMPARE-ONE-SUTA.
      *****************************************************************
      * Compare one new-table SUTA row with its base-table row         *
      *****************************************************************
           INITIALIZE WS-CMP-SUTA
           PERFORM VARYING WS-OLD-ROW FROM 1 BY 1
                   UNTIL WS-OLD-ROW > 50
               IF SUTA-STATE-CODE IN WS-OLD-TABLE (WS-OLD-ROW) =
                       SUTA-STATE-CODE IN WS-NEW-TABLE (WS-ROW-INDEX)
                   MOVE SUTA-TABLE IN WS-OLD-TABLE (WS-OLD-ROW)
                       TO WS-CMP-SUTA
                   MOVE 999 TO WS-OLD-ROW
               END-IF
           END-PERFORM

           MOVE 'SUTA' TO WS-CMP-PART
           MOVE SUTA-STATE-CODE IN WS-NEW-TABLE (WS-ROW-INDEX)
               TO WS-CMP-KEY
           IF WS-CU-STATE-CODE = SPACES
               MOVE 'ROW' TO WS-CMP-FIELD
               MOVE 'NOT ON TABLE' TO WS-CMP-OLD-TEXT
               MOVE 'ADDED' TO WS-CMP-NEW-TEXT
               PERFORM 695-COMPARE-TEXT
           END-IF
           MOVE 'RATE' TO WS-CMP-FIELD
           MOVE WS-CU-RATE TO WS-CMP-OLD-NUM
           MOVE SUTA-RATE IN WS-NEW-TABLE (WS-ROW-INDEX)
               TO WS-CMP-NEW-NUM
           PERFORM 690-COMPARE-NUMBER
           MOVE 'WAGE BASE' TO WS-CMP-FIELD
           MOVE WS-CU-WAGE-BASE TO WS-CMP-OLD-NUM
           MOVE SUTA-WAGE-BASE IN WS-NEW-TABLE (WS-ROW-INDEX)
               TO WS-CMP-NEW-NUM
           PERFORM 690-COMPARE-NUMBER
           .

       655-COMPARE-ONE-SDI.
      *****************************************************************
      * Compare one new-table SDI row with its base-table row          *
      *****************************************************************
           INITIALIZE WS-CMP-SDI
           PERFORM VARYING WS-OLD-ROW FROM 1 BY 1
                   UNTIL WS-OLD-ROW > 8
               IF SDI-STATE-CODE IN WS-OLD-TABLE (WS-OLD-ROW) =
                       SDI-STATE-CODE IN WS-NEW-TABLE (WS-ROW-INDEX)
                   MOVE SDI-TABLE IN WS-OLD-TABLE (WS-OLD-ROW)
                       TO WS-CMP-SDI
                   MOVE 999 TO WS-OLD-ROW
               END-IF
           END-PERFORM

           MOVE 'SDI' TO WS-CMP-PART
           MOVE SDI-STATE-CODE IN WS-NEW-TABLE (WS-ROW-INDEX)
               TO WS-CMP-KEY
           IF WS-CD-STATE-CODE = SPACES
               MOVE 'ROW' TO WS-CMP-FIELD
               MOVE 'NOT ON TABLE' TO WS-CMP-OLD-TEXT
               MOVE 'ADDED' TO WS-CMP-NEW-TEXT
               PERFORM 695-COMPARE-TEXT
           END-IF
           MOVE 'EMPLOYEE RATE' TO WS-CMP-FIELD
           MOVE WS-CD-EE-RATE TO WS-CMP-OLD-NUM
           MOVE SDI-EE-RATE IN WS-NEW-TABLE (WS-ROW-INDEX)
               TO WS-CMP-NEW-NUM
           PERFORM 690-COMPARE-NUMBER
           MOVE 'WAGE BASE' TO WS-CMP-FIELD
           MOVE WS-CD-WAGE-BASE TO WS-CMP-OLD-NUM
           MOVE SDI-WAGE-BASE IN WS-NEW-TABLE (WS-ROW-INDEX)
               TO WS-CMP-NEW-NUM
           PERFORM 690-COMPARE-NUMBER
           MOVE 'EMPLOYER RATE' TO WS-CMP-FIELD
           MOVE WS-CD-ER-RATE TO WS-CMP-OLD-NUM
           MOVE SDI-ER-RATE IN WS-NEW-TABLE (WS-ROW-INDEX)
               TO WS-CMP-NEW-NUM
           PERFORM 690-COMPARE-NUMBER
           .

       660-REPORT-WINDOW-CHANGES.
      *****************************************************************
      * Tables on file whose window this run closes or which it        *
      * replaces outright                                              *
      *****************************************************************
           PERFORM VARYING WS-SLOT-INDEX FROM 1 BY 1
                   UNTIL WS-SLOT-INDEX > WS-TAX-TABLE-COUNT
               MOVE 'ON FILE' TO WS-CMP-PART
               MOVE WS-SI-EFF-DATE (WS-SLOT-INDEX) TO WS-CMP-KEY
               IF WS-SI-ACTION (WS-SLOT-INDEX) = 'C'
                   MOVE 'EXPIRATION DATE' TO WS-CMP-FIELD
                   MOVE WS-SI-EXP-DATE (WS-SLOT-INDEX)
                       TO WS-CMP-OLD-TEXT
                   MOVE WS-CLOSE-DATE TO WS-CMP-NEW-TEXT
                   PERFORM 695-COMPARE-TEXT
               END-IF
               IF WS-SI-ACTION (WS-SLOT-INDEX) = 'R'
                   MOVE 'TABLE' TO WS-CMP-FIELD
                   MOVE 'ON FILE' TO WS-CMP-OLD-TEXT
                   MOVE 'REPLACED BY NEW' TO WS-CMP-NEW-TEXT
                   PERFORM 695-COMPARE-TEXT
               END-IF
           END-PERFORM
           .

       690-COMPARE-NUMBER.
      *****************************************************************
      * Print the old and new values side by side when they differ     *
      *****************************************************************
           IF WS-CMP-OLD-NUM NOT = WS-CMP-NEW-NUM
               MOVE WS-CMP-OLD-NUM TO WS-ED-OLD
               MOVE WS-CMP-NEW-NUM TO WS-ED-NEW
               MOVE SPACES TO WS-REPORT-LINE
               STRING WS-CMP-PART ' ' WS-CMP-KEY ' ' WS-CMP-FIELD
                      ' ' WS-ED-OLD ' ' WS-ED-NEW
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE REPORT-RECORD FROM WS-REPORT-LINE
               ADD 1 TO WS-CHANGE-COUNT
           END-IF
           .

       695-COMPARE-TEXT.
      *****************************************************************
      * Print old and new codes or dates side by side when they differ *
      *****************************************************************
           IF WS-CMP-OLD-TEXT NOT = WS-CMP-NEW-TEXT
               MOVE SPACES TO WS-REPORT-LINE
               STRING WS-CMP-PART ' ' WS-CMP-KEY ' ' WS-CMP-FIELD
                      '  ' WS-CMP-OLD-TEXT WS-CMP-NEW-TEXT
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE REPORT-RECORD FROM WS-REPORT-LINE
               ADD 1 TO WS-CHANGE-COUNT
           END-IF
           .

       700-FINALIZE-LOAD.
      *****************************************************************
      * Rewrite the tax rates file only for a clean, signed-off run;   *
      * otherwise report why the file was left as it was               *
      *****************************************************************
           MOVE SPACES TO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE WS-ERROR-COUNT TO WS-ED-COUNT
           MOVE SPACES TO WS-REPORT-LINE

           EVALUATE TRUE
               WHEN WS-ERROR-COUNT > ZEROS OR NOT WS-HEADER-OK
                   STRING 'TABLE REJECTED - ' WS-ED-COUNT
                          ' ERROR(S) - TAX RATES FILE NOT CHANGED'
                          DELIMITED BY SIZE INTO WS-REPORT-LINE
               WHEN WS-HDR-SIGNOFF-ID = SPACES
                   STRING 'PROOF RUN - CHANGE REPORT AWAITS SIGN-OFF'
                          ' - TAX RATES FILE NOT CHANGED'
                          DELIMITED BY SIZE INTO WS-REPORT-LINE
               WHEN OTHER
                   PERFORM 710-WRITE-TAX-RATES
                   MOVE WS-TABLES-WRITTEN TO WS-ED-COUNT
                   STRING 'TABLE LOADED - SIGNED OFF BY '
                          WS-HDR-SIGNOFF-ID ' ON ' WS-HDR-SIGNOFF-DATE
                          ' - ' WS-ED-COUNT ' TABLE(S) ON FILE'
                          DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-EVALUATE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           .

       710-WRITE-TAX-RATES.
      *****************************************************************
      * Close the superseded open-ended table, put the new table in    *
      * the replaced table's slot or a new one, order the tables by    *
      * effective date, and rewrite the file                           *
      *****************************************************************
           MOVE ZEROS TO WS-FOUND-ROW
           PERFORM VARYING WS-SLOT-INDEX FROM 1 BY 1
                   UNTIL WS-SLOT-INDEX > WS-TAX-TABLE-COUNT
               IF WS-SI-ACTION (WS-SLOT-INDEX) = 'C'
                   MOVE WS-TAX-SLOT (WS-SLOT-INDEX) TO WS-SLOT-TABLE
                   MOVE WS-CLOSE-DATE TO
                       TAX-EXPIRATION-DATE IN WS-SLOT-TABLE
                   MOVE WS-SLOT-TABLE TO WS-TAX-SLOT (WS-SLOT-INDEX)
                   MOVE WS-CLOSE-DATE TO WS-SI-EXP-DATE (WS-SLOT-INDEX)
               END-IF
               IF WS-SI-ACTION (WS-SLOT-INDEX) = 'R'
                   MOVE WS-SLOT-INDEX TO WS-FOUND-ROW
               END-IF
           END-PERFORM

           IF WS-FOUND-ROW = ZEROS
               ADD 1 TO WS-TAX-TABLE-COUNT
               MOVE WS-TAX-TABLE-COUNT TO WS-FOUND-ROW
           END-IF
           MOVE WS-NEW-TABLE TO WS-TAX-SLOT (WS-FOUND-ROW)
           MOVE WS-HDR-EFF-DATE TO WS-SI-EFF-DATE (WS-FOUND-ROW)
           MOVE WS-HDR-EXP-DATE TO WS-SI-EXP-DATE (WS-FOUND-ROW)
           MOVE 'N' TO WS-SI-ACTION (WS-FOUND-ROW)

           PERFORM VARYING WS-SLOT-INDEX FROM 1 BY 1
                   UNTIL WS-SLOT-INDEX >= WS-TAX-TABLE-COUNT
               PERFORM VARYING WS-SLOT-INDEX-2 FROM 1 BY 1
                       UNTIL WS-SLOT-INDEX-2 >= WS-TAX-TABLE-COUNT
                   IF WS-SI-EFF-DATE (WS-SLOT-INDEX-2) >
                           WS-SI-EFF-DATE (WS-SLOT-INDEX-2 + 1)
                       MOVE WS-TAX-SLOT (WS-SLOT-INDEX-2) TO
                           WS-SLOT-SWAP
                       MOVE WS-TAX-SLOT (WS-SLOT-INDEX-2 + 1) TO
                           WS-TAX-SLOT (WS-SLOT-INDEX-2)
                       MOVE WS-SLOT-SWAP TO
                           WS-TAX-SLOT (WS-SLOT-INDEX-2 + 1)
                       MOVE WS-SLOT-INFO (WS-SLOT-INDEX-2) TO
                           WS-SLOT-INFO-SWAP
                       MOVE WS-SLOT-INFO (WS-SLOT-INDEX-2 + 1) TO
                           WS-SLOT-INFO (WS-SLOT-INDEX-2)
                       MOVE WS-SLOT-INFO-SWAP TO
                           WS-SLOT-INFO (WS-SLOT-INDEX-2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM

           OPEN OUTPUT TAX-RATES-FILE
           IF NOT TAX-FILE-SUCCESS
               DISPLAY 'ERROR REOPENING TAX RATES FOR OUTPUT: '
                       TAX-FILE-STATUS
               STOP RUN
           END-IF
           PERFORM VARYING WS-SLOT-INDEX FROM 1 BY 1
                   UNTIL WS-SLOT-INDEX > WS-TAX-TABLE-COUNT
               WRITE TAX-RATES-RECORD-FILE
                   FROM WS-TAX-SLOT (WS-SLOT-INDEX)
               ADD 1 TO WS-TABLES-WRITTEN
           END-PERFORM
           CLOSE TAX-RATES-FILE
           .

       810-TRANSACTION-ERROR.
      *****************************************************************
      * Report a rejected transaction with its type and key            *
      *****************************************************************
           MOVE 'Y' TO WS-TRAN-ERROR-SW
           ADD 1 TO WS-ERROR-COUNT
           MOVE WS-TRAN-COUNT TO WS-ED-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'ERROR  TRAN ' WS-ED-COUNT
                  ' ' TRT-TRAN-TYPE IN TAX-RATE-TRAN-RECORD-FILE
                  ' ' TRT-STATE-CODE IN TAX-RATE-TRAN-RECORD-FILE
                  ' ' TRT-LOCAL-CODE IN TAX-RATE-TRAN-RECORD-FILE
                  ' - ' WS-MESSAGE
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           .

       820-VALIDATION-ERROR.
      *****************************************************************
      * Report a validation failure on the table as a whole            *
      *****************************************************************
           ADD 1 TO WS-ERROR-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'ERROR  ' WS-MESSAGE
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           .

       850-CHECK-DATE.
      *****************************************************************
      * Flag the work date valid when it is a real calendar date       *
      *****************************************************************
           MOVE 'N' TO WS-DATE-VALID-SW
           IF WS-WORK-DATE IS NUMERIC
               AND WS-WORK-YEAR > 1900
               AND WS-WORK-MONTH >= 1 AND WS-WORK-MONTH <= 12
               PERFORM 870-SET-MONTH-DAYS
               IF WS-WORK-DAY >= 1 AND WS-WORK-DAY <= WS-MONTH-DAYS
                   MOVE 'Y' TO WS-DATE-VALID-SW
               END-IF
           END-IF
           .

       860-PRIOR-CALENDAR-DAY.
      *****************************************************************
      * Move the work date back one calendar day                       *
      *****************************************************************
           IF WS-WORK-DAY > 1
               SUBTRACT 1 FROM WS-WORK-DAY
           ELSE
               IF WS-WORK-MONTH > 1
                   SUBTRACT 1 FROM WS-WORK-MONTH
               ELSE
                   MOVE 12 TO WS-WORK-MONTH
                   SUBTRACT 1 FROM WS-WORK-YEAR
               END-IF
               PERFORM 870-SET-MONTH-DAYS
               MOVE WS-MONTH-DAYS TO WS-WORK-DAY
           END-IF
           .

       870-SET-MONTH-DAYS.
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

       900-WRAP-UP.
      *****************************************************************
      * Close the files and display run totals                         *
      *****************************************************************
           CLOSE TAX-TRAN-FILE
                 TAX-REPORT-FILE

           DISPLAY 'TAX TABLE MAINTENANCE COMPLETED'
           MOVE WS-TRAN-COUNT TO WS-ED-COUNT
           DISPLAY 'TRANSACTIONS READ:     ' WS-ED-COUNT
           MOVE WS-TRAN-APPLIED TO WS-ED-COUNT
           DISPLAY 'TRANSACTIONS APPLIED:  ' WS-ED-COUNT
           MOVE WS-TRAN-REJECTED TO WS-ED-COUNT
           DISPLAY 'TRANSACTIONS REJECTED: ' WS-ED-COUNT
           MOVE WS-ERROR-COUNT TO WS-ED-COUNT
           DISPLAY 'ERRORS:                ' WS-ED-COUNT
           MOVE WS-CHANGE-COUNT TO WS-ED-COUNT
           DISPLAY 'VALUES CHANGED:        ' WS-ED-COUNT
           .
