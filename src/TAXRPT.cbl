      *   2026-09-01  Wages paid after an employee's death come out   *
      *               of the W-2 income wage boxes and report on the  *
      *               1099 extract to the estate or beneficiary.      *
      *   2026-10-15  W-2 state and local boxes are rebuilt from the  *
      *               year's pay history as one line per state and    *
      *               locality actually taxed (TAXW2SL), with a       *
      *               report balancing the lines to the master's YTD  *
      *               state and local tax.                            *
      *   2026-10-15  The company table is loaded from the company    *
      *               master at startup, with 941 buckets for up to   *
      *               ten paying companies.                           *
      *   2026-10-15  Pay periods split across work states post each  *
      *               state's share of wages and state tax to its     *
      *               own W-2 state line.                             *
      *   2026-10-15  Treaty-exempt wages of nonresident aliens are   *
      *               left out of W-2 box 1; they go on the 1042-S.   *
      *   2026-10-15  Military differential pay is left out of the    *
      *               Social Security and Medicare wages on the W-2   *
      *               and the 941, and reported in W-2 box 14.        *
      *****************************************************************

       IDENTIFICATION DIVISION.
      *    total from each employee's YTD wage and tax accumulators    *
      * 3. Writing one annual W-2 data extract line per employee from  *
      *    the same YTD accumulators                                   *
      * 4. Rebuilding each employee's W-2 state and local lines (boxes *
      *    15-20) from the year's pay history, one line per state and  *
      *    locality the employee was taxed in, and balancing them to   *
      *    the master's YTD state and local tax                        *
      * 5. Writing the single company-wide 941 extract record at the   *
      *    end of the run                                              *
      *                                                                *
      * The 941 quarter and W-2 tax year are taken from the run date,  *
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS W2-FILE-STATUS.

           SELECT W2-STATE-LINE-FILE ASSIGN TO 'TAXW2SL'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS W2SL-FILE-STATUS.

           SELECT PAY-HISTORY-FILE ASSIGN TO 'PAYHIST'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HIST-KEY
           ALTERNATE RECORD KEY IS HIST-EMP-ID WITH DUPLICATES
           FILE STATUS IS HIST-FILE-STATUS.

           SELECT W2-BALANCE-REPORT-FILE ASSIGN TO 'W2SLRPT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS SLR-FILE-STATUS.

           SELECT TEN99-EXTRACT-FILE ASSIGN TO 'TEN99'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           COPY TAXEXTW2 REPLACING ==W2-EXTRACT-RECORD== BY
               ==W2-EXTRACT-RECORD-FILE==.

       FD  W2-STATE-LINE-FILE.
           COPY TAXW2SL REPLACING ==W2-STATE-LINE-RECORD== BY
               ==W2-STATE-LINE-RECORD-FILE==.

       FD  PAY-HISTORY-FILE.
           COPY PAYHIST REPLACING ==PAY-HISTORY-RECORD== BY
               ==PAY-HISTORY-RECORD-FILE==.

       FD  W2-BALANCE-REPORT-FILE.
           01  REPORT-RECORD                PIC X(132).

       FD  TEN99-EXTRACT-FILE.
           COPY TEN99EXT REPLACING ==TEN99-EXTRACT-RECORD== BY
               ==TEN99-EXTRACT-RECORD-FILE==.
               88  Q941-FILE-SUCCESS       VALUE '00'.
           05  W2-FILE-STATUS              PIC X(2).
               88  W2-FILE-SUCCESS         VALUE '00'.
           05  W2SL-FILE-STATUS            PIC X(2).
               88  W2SL-FILE-SUCCESS       VALUE '00'.
           05  HIST-FILE-STATUS            PIC X(2).
               88  HIST-FILE-SUCCESS       VALUE '00' '02'.
           05  SLR-FILE-STATUS             PIC X(2).
               88  SLR-FILE-SUCCESS        VALUE '00'.
           05  ALLOC-FILE-STATUS           PIC X(2).
               88  ALLOC-FILE-SUCCESS      VALUE '00' '05'.
               88  ALLOC-FILE-EOF          VALUE '10'.
      *****************************************************************
       01  WS-W2-INCOME-WAGES              PIC S9(8)V99 COMP-3
                                       VALUE ZEROS.
      *****************************************************************
      * Wages for the FICA boxes: total wages less military           *
      * differential pay, which is income tax wages only              *
      *****************************************************************
       01  WS-CURR-FICA-WAGES              PIC 9(8)V99 COMP-3
                                       VALUE ZEROS.
       01  WS-TEN99-COUNT                  PIC 9(5) COMP-3 VALUE ZEROS.

       COPY EMPFILE REPLACING ==EMPLOYEE-RECORD== BY
      * extract record                                                 *
      *****************************************************************
       01  WS-Q941-COMPANY-TOTALS.
           05  WS-QC-ENTRY OCCURS 10 TIMES.
               10  WS-QC-TOTAL-WAGES      PIC 9(10)V99 COMP-3.
               10  WS-QC-FEDERAL-TAX      PIC 9(9)V99 COMP-3.
               10  WS-QC-SOC-SEC-WAGES    PIC 9(10)V99 COMP-3.
           05  WS-RUN-DAY                   PIC 9(2).

       01  WS-RUN-QUARTER                   PIC 9(1) VALUE ZEROS.
       01  WS-YEAR-START                    PIC 9(8) VALUE ZEROS.
       01  WS-YEAR-END                      PIC 9(8) VALUE ZEROS.

      *****************************************************************
      * One employee's taxing jurisdictions for the year, summed from  *
      * pay history: wages and state tax per state/locality pair, and  *
      * the local tax withheld for the locality                        *
      *****************************************************************
       01  WS-JUR-TABLE.
           05  WS-JUR-COUNT                 PIC 9(2) COMP-3 VALUE ZEROS.
           05  WS-JUR-ENTRY OCCURS 20 TIMES.
               10  WS-JUR-STATE             PIC X(2).
               10  WS-JUR-LOCAL-CODE        PIC X(5).
               10  WS-JUR-WAGES             PIC S9(9)V99 COMP-3.
               10  WS-JUR-STATE-TAX         PIC S9(9)V99 COMP-3.
               10  WS-JUR-LOCAL-TAX         PIC S9(9)V99 COMP-3.
               10  WS-JUR-LINE-SW           PIC X.
                   88  WS-JUR-NO-LINE       VALUE 'N'.
                   88  WS-JUR-STATE-LINE    VALUE 'S'.
                   88  WS-JUR-LOCAL-LINE    VALUE 'L'.
       01  WS-JUR-INDEX                     PIC 9(2) COMP-3 VALUE ZEROS.
       01  WS-JUR-SCAN-INDEX                PIC 9(3) COMP-3 VALUE ZEROS.
       01  WS-JUR-BEST-INDEX                PIC 9(2) COMP-3 VALUE ZEROS.

       01  WS-STATE-LINE-WORK.
           05  WS-SL-HIST-STATE             PIC X(2).
           05  WS-SL-HIST-LOCAL-CODE        PIC X(5).
           05  WS-SL-HIST-WAGES             PIC S9(9)V99 COMP-3.
           05  WS-SL-HIST-STATE-TAX         PIC S9(9)V99 COMP-3.
           05  WS-SL-MAIN-STATE             PIC X(2).
           05  WS-SL-MAIN-LOCAL-CODE        PIC X(5).
           05  WS-SL-SPLIT-INDEX            PIC 9(2) COMP-3.
           05  WS-SL-STATE-WAGES            PIC S9(9)V99 COMP-3.
           05  WS-SL-STATE-TAX              PIC S9(9)V99 COMP-3.
           05  WS-SL-LINE-NUMBER            PIC 9(2) VALUE ZEROS.
           05  WS-SL-EMP-STATE-TAX          PIC S9(9)V99 COMP-3.
           05  WS-SL-EMP-LOCAL-TAX          PIC S9(9)V99 COMP-3.
           05  WS-SL-BEST-WAGES             PIC S9(9)V99 COMP-3.
           05  WS-SL-HIST-DONE-SW           PIC X VALUE 'N'.
               88  WS-SL-HIST-DONE          VALUE 'Y'.
           05  WS-SL-SOURCE                 PIC X VALUE 'H'.

      *****************************************************************
      * Run totals of the state and local lines per state, and the     *
      * master YTD state and local tax they must add back to           *
      *****************************************************************
       01  WS-ST-TOTALS.
           05  WS-ST-COUNT                  PIC 9(2) COMP-3 VALUE ZEROS.
           05  WS-ST-ENTRY OCCURS 60 TIMES.
               10  WS-ST-STATE              PIC X(2).
               10  WS-ST-LINE-COUNT         PIC 9(5) COMP-3.
               10  WS-ST-STATE-WAGES        PIC 9(11)V99 COMP-3.
               10  WS-ST-STATE-TAX          PIC 9(11)V99 COMP-3.
               10  WS-ST-LOCAL-WAGES        PIC 9(11)V99 COMP-3.
               10  WS-ST-LOCAL-TAX          PIC 9(11)V99 COMP-3.
       01  WS-ST-INDEX                      PIC 9(2) COMP-3 VALUE ZEROS.

       01  WS-BALANCE-TOTALS.
           05  WS-BT-LINE-STATE-TAX         PIC S9(11)V99 COMP-3
                                        VALUE ZEROS.
           05  WS-BT-MASTER-STATE-TAX       PIC S9(11)V99 COMP-3
                                        VALUE ZEROS.
           05  WS-BT-LINE-LOCAL-TAX         PIC S9(11)V99 COMP-3
                                        VALUE ZEROS.
           05  WS-BT-MASTER-LOCAL-TAX       PIC S9(11)V99 COMP-3
                                        VALUE ZEROS.
           05  WS-BT-OUT-OF-BALANCE         PIC 9(5) COMP-3 VALUE ZEROS.
           05  WS-BT-LINES-WRITTEN          PIC 9(7) COMP-3 VALUE ZEROS.
           05  WS-BT-MULTI-STATE            PIC 9(5) COMP-3 VALUE ZEROS.

       01  WS-REPORT-LINE                   PIC X(132).
       01  WS-ED-AMOUNT                     PIC Z,ZZZ,ZZ9.99-.
       01  WS-ED-AMOUNT-2                   PIC Z,ZZZ,ZZ9.99-.
       01  WS-ED-AMOUNT-3                   PIC Z,ZZZ,ZZ9.99-.
       01  WS-ED-TOTAL                      PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
       01  WS-ED-TOTAL-2                    PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
       01  WS-ED-TOTAL-3                    PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
       01  WS-ED-TOTAL-4                    PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
       01  WS-ED-COUNT                      PIC ZZ,ZZ9.

       01  WS-EMPLOYEE-COUNT                PIC 9(5) COMP-3 VALUE ZEROS.

      *****************************************************************
           DISPLAY 'TAX EXTRACT PROCESSING STARTED'

           CALL 'COMPLOAD' USING COMPANY-TABLE
           IF NOT COMPANY-TABLE-LOADED
               DISPLAY 'ERROR LOADING COMPANY MASTER - RUN STOPPED'
               PERFORM 950-ABNORMAL-TERMINATION
           END-IF

           OPEN INPUT EMPLOYEE-FILE
           IF NOT EMP-FILE-SUCCESS
               DISPLAY 'ERROR OPENING EMPLOYEE FILE: ' EMP-FILE-STATUS
               PERFORM 950-ABNORMAL-TERMINATION
           END-IF

           OPEN OUTPUT W2-STATE-LINE-FILE
           OPEN OUTPUT W2-BALANCE-REPORT-FILE
           IF NOT W2SL-FILE-SUCCESS OR NOT SLR-FILE-SUCCESS
               DISPLAY 'ERROR OPENING W2 STATE LINE FILES: '
                       W2SL-FILE-STATUS ' ' SLR-FILE-STATUS
               PERFORM 950-ABNORMAL-TERMINATION
           END-IF

           OPEN INPUT PAY-HISTORY-FILE
           IF NOT HIST-FILE-SUCCESS
               DISPLAY 'ERROR OPENING PAY HISTORY FILE: '
                       HIST-FILE-STATUS
               PERFORM 950-ABNORMAL-TERMINATION
           END-IF

           OPEN INPUT TAX-RATES-FILE
           IF NOT TAX-FILE-SUCCESS
               DISPLAY 'ERROR OPENING TAX RATES FILE: ' TAX-FILE-STATUS
           MOVE WS-RUN-YEAR TO Q941-TAX-YEAR IN WS-Q941-TOTALS
           MOVE WS-RUN-QUARTER TO Q941-QUARTER IN WS-Q941-TOTALS
           MOVE ZEROS TO WS-EMPLOYEE-COUNT

           COMPUTE WS-YEAR-START = (WS-RUN-YEAR * 10000) + 101
           COMPUTE WS-YEAR-END = (WS-RUN-YEAR * 10000) + 1231
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'W-2 STATE AND LOCAL LINE BALANCING - TAX YEAR '
                  WS-RUN-YEAR
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE 'EMPLOYEES WHOSE LINES DO NOT ADD BACK TO MASTER YTD'
               TO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           .

       105-LOAD-TAX-RATES.
               EMP-YTD-GROSS IN WS-EMPLOYEE-RECORD +
               EMP-YTD-IMPUTED-INCOME IN WS-EMPLOYEE-RECORD

           IF EMP-YTD-MILITARY-DIFF IN WS-EMPLOYEE-RECORD
                   IS NOT NUMERIC
               MOVE ZEROS TO
                   EMP-YTD-MILITARY-DIFF IN WS-EMPLOYEE-RECORD
           END-IF
           IF EMP-YTD-MILITARY-DIFF IN WS-EMPLOYEE-RECORD
                   < WS-CURR-TOTAL-WAGES
               COMPUTE WS-CURR-FICA-WAGES =
                   WS-CURR-TOTAL-WAGES -
                   EMP-YTD-MILITARY-DIFF IN WS-EMPLOYEE-RECORD
           ELSE
               MOVE ZEROS TO WS-CURR-FICA-WAGES
           END-IF

           IF WS-CURR-FICA-WAGES
                   > SOC-SEC-WAGE-BASE IN WS-TAX-RATES
               MOVE SOC-SEC-WAGE-BASE IN WS-TAX-RATES
                   TO WS-CURR-SOC-SEC-WAGES
           ELSE
               MOVE WS-CURR-FICA-WAGES
                   TO WS-CURR-SOC-SEC-WAGES
           END-IF

           END-IF

           COMPUTE WS-QTR-DELTA-AMOUNT =
               WS-CURR-FICA-WAGES -
               TQH-YTD-MEDICARE-WAGES
           IF WS-QTR-DELTA-AMOUNT > ZEROS
               ADD WS-QTR-DELTA-AMOUNT TO
           MOVE WS-CURR-SOC-SEC-WAGES TO TQH-YTD-SOC-SEC-WAGES
           MOVE EMP-YTD-SOCIAL-SEC IN WS-EMPLOYEE-RECORD
               TO TQH-YTD-SOC-SEC-TAX
           MOVE WS-CURR-FICA-WAGES
               TO TQH-YTD-MEDICARE-WAGES
           MOVE EMP-YTD-MEDICARE IN WS-EMPLOYEE-RECORD
               TO TQH-YTD-MEDICARE-TAX
                   IS NOT NUMERIC
               MOVE ZEROS TO EMP-YTD-POSTMORTEM IN WS-EMPLOYEE-RECORD
           END-IF
           IF EMP-YTD-TREATY-EXEMPT IN WS-EMPLOYEE-RECORD
                   IS NOT NUMERIC
               MOVE ZEROS TO
                   EMP-YTD-TREATY-EXEMPT IN WS-EMPLOYEE-RECORD
           END-IF
      *****************************************************************
      * Treaty-exempt wages of a nonresident alien are reported on    *
      * the 1042-S instead of in box 1                                *
      *****************************************************************
           COMPUTE WS-W2-INCOME-WAGES =
               WS-CURR-TOTAL-WAGES -
               EMP-YTD-POSTMORTEM IN WS-EMPLOYEE-RECORD -
               EMP-YTD-TREATY-EXEMPT IN WS-EMPLOYEE-RECORD
           IF WS-W2-INCOME-WAGES < ZEROS
               MOVE ZEROS TO WS-W2-INCOME-WAGES
           END-IF
               TO W2-WAGES-TIPS-OTHER
           MOVE EMP-YTD-FEDERAL-TAX IN WS-EMPLOYEE-RECORD
               TO W2-FEDERAL-TAX-WITHHELD
           IF WS-CURR-FICA-WAGES
                   > SOC-SEC-WAGE-BASE IN WS-TAX-RATES
               MOVE SOC-SEC-WAGE-BASE IN WS-TAX-RATES
                   TO W2-SOCIAL-SEC-WAGES
           ELSE
               MOVE WS-CURR-FICA-WAGES
                   TO W2-SOCIAL-SEC-WAGES
           END-IF
           MOVE EMP-YTD-SOCIAL-SEC IN WS-EMPLOYEE-RECORD
               TO W2-SOCIAL-SEC-WITHHELD
           MOVE WS-CURR-FICA-WAGES TO W2-MEDICARE-WAGES
           MOVE EMP-YTD-MEDICARE IN WS-EMPLOYEE-RECORD
               TO W2-MEDICARE-WITHHELD

           PERFORM 420-BUILD-JURISDICTIONS
           PERFORM 430-WRITE-STATE-LINES
           PERFORM 440-BALANCE-STATE-LINES

           MOVE SPACES TO W2-STATE-CODE
           MOVE ZEROS TO W2-STATE-WAGES
                         W2-STATE-TAX-WITHHELD
                         W2-LOCAL-WAGES
                         W2-LOCAL-TAX-WITHHELD
           IF WS-JUR-BEST-INDEX > ZEROS
               MOVE WS-JUR-STATE (WS-JUR-BEST-INDEX) TO W2-STATE-CODE
               MOVE WS-JUR-BEST-INDEX TO WS-JUR-INDEX
               PERFORM 432-SUM-STATE
               IF WS-SL-STATE-WAGES > ZEROS
                   MOVE WS-SL-STATE-WAGES TO W2-STATE-WAGES
               END-IF
               IF WS-SL-STATE-TAX > ZEROS
                   MOVE WS-SL-STATE-TAX TO W2-STATE-TAX-WITHHELD
               END-IF
               IF WS-JUR-WAGES (WS-JUR-BEST-INDEX) > ZEROS
                   MOVE WS-JUR-WAGES (WS-JUR-BEST-INDEX)
                       TO W2-LOCAL-WAGES
               END-IF
               IF WS-JUR-LOCAL-TAX (WS-JUR-BEST-INDEX) > ZEROS
                   MOVE WS-JUR-LOCAL-TAX (WS-JUR-BEST-INDEX)
                       TO W2-LOCAL-TAX-WITHHELD
               END-IF
           END-IF

           MOVE EMP-YTD-401K IN WS-EMPLOYEE-RECORD TO W2-401K-DEFERRAL
           MOVE EMP-YTD-401K-ROTH IN WS-EMPLOYEE-RECORD
           ELSE
               MOVE ZEROS TO W2-THIRD-PARTY-SICK-PAY
           END-IF
           MOVE EMP-YTD-MILITARY-DIFF IN WS-EMPLOYEE-RECORD
               TO W2-MILITARY-DIFF-PAY

           MOVE ZEROS TO W2-ALLOCATED-TIPS
           PERFORM VARYING WS-AL-INDEX FROM 1 BY 1
           END-IF
           .

       420-BUILD-JURISDICTIONS.
      *****************************************************************
      * Sum the employee's pay history checked in the tax year by the  *
      * state and locality each period was taxed in. Voided originals  *
      * and their reversals both stay in - they net out. An employee   *
      * with no history for the year gets one line from the master's   *
      * YTD accumulators and work state, as the W-2 was built before.  *
      * Wages paid after death come off the main jurisdiction, as      *
      * they do off box 1                                              *
      *****************************************************************
           MOVE ZEROS TO WS-JUR-COUNT
           MOVE 'H' TO WS-SL-SOURCE
           MOVE 'N' TO WS-SL-HIST-DONE-SW
           MOVE EMP-ID IN WS-EMPLOYEE-RECORD
               TO HIST-EMP-ID IN PAY-HISTORY-RECORD-FILE
           START PAY-HISTORY-FILE
               KEY IS = HIST-EMP-ID IN PAY-HISTORY-RECORD-FILE
               INVALID KEY
                   MOVE 'Y' TO WS-SL-HIST-DONE-SW
           END-START
           PERFORM UNTIL WS-SL-HIST-DONE
               READ PAY-HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SL-HIST-DONE-SW
                   NOT AT END
                       IF HIST-EMP-ID IN PAY-HISTORY-RECORD-FILE
                               NOT = EMP-ID IN WS-EMPLOYEE-RECORD
                           MOVE 'Y' TO WS-SL-HIST-DONE-SW
                       ELSE
                           IF HIST-CHECK-DATE IN
                                   PAY-HISTORY-RECORD-FILE
                                   >= WS-YEAR-START
                               AND HIST-CHECK-DATE IN
                                   PAY-HISTORY-RECORD-FILE
                                   <= WS-YEAR-END
                               PERFORM 425-ADD-JURISDICTION
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF WS-JUR-COUNT = ZEROS
               MOVE 'M' TO WS-SL-SOURCE
               MOVE 1 TO WS-JUR-COUNT
               MOVE EMP-WORK-STATE IN WS-EMPLOYEE-RECORD
                   TO WS-JUR-STATE (1)
               MOVE EMP-LOCAL-CODE IN WS-EMPLOYEE-RECORD
                   TO WS-JUR-LOCAL-CODE (1)
               MOVE WS-W2-INCOME-WAGES TO WS-JUR-WAGES (1)
               MOVE EMP-YTD-STATE-TAX IN WS-EMPLOYEE-RECORD
                   TO WS-JUR-STATE-TAX (1)
               MOVE EMP-YTD-LOCAL-TAX IN WS-EMPLOYEE-RECORD
                   TO WS-JUR-LOCAL-TAX (1)
           END-IF

           MOVE 1 TO WS-JUR-BEST-INDEX
           MOVE WS-JUR-WAGES (1) TO WS-SL-BEST-WAGES
           PERFORM VARYING WS-JUR-INDEX FROM 2 BY 1
                   UNTIL WS-JUR-INDEX > WS-JUR-COUNT
               IF WS-JUR-WAGES (WS-JUR-INDEX) > WS-SL-BEST-WAGES
                   MOVE WS-JUR-INDEX TO WS-JUR-BEST-INDEX
                   MOVE WS-JUR-WAGES (WS-JUR-INDEX)
                       TO WS-SL-BEST-WAGES
               END-IF
           END-PERFORM
           IF WS-SL-SOURCE = 'H'
               SUBTRACT EMP-YTD-POSTMORTEM IN WS-EMPLOYEE-RECORD
                   FROM WS-JUR-WAGES (WS-JUR-BEST-INDEX)
               IF WS-JUR-WAGES (WS-JUR-BEST-INDEX) < ZEROS
                   MOVE ZEROS TO WS-JUR-WAGES (WS-JUR-BEST-INDEX)
               END-IF
           END-IF
           .

       425-ADD-JURISDICTION.
      *****************************************************************
      * Add one history record to its state/locality. Records archived *
      * before the taxing jurisdiction was kept fall back to the       *
      * master's work state and local code                             *
      *****************************************************************
           MOVE HIST-TAX-STATE IN PAY-HISTORY-RECORD-FILE
               TO WS-SL-HIST-STATE
           IF WS-SL-HIST-STATE = LOW-VALUES OR WS-SL-HIST-STATE = SPACES
               MOVE EMP-WORK-STATE IN WS-EMPLOYEE-RECORD
                   TO WS-SL-HIST-STATE
               MOVE EMP-LOCAL-CODE IN WS-EMPLOYEE-RECORD
                   TO WS-SL-HIST-LOCAL-CODE
           ELSE
               MOVE HIST-TAX-LOCAL-CODE IN PAY-HISTORY-RECORD-FILE
                   TO WS-SL-HIST-LOCAL-CODE
               IF WS-SL-HIST-LOCAL-CODE = LOW-VALUES
                   MOVE SPACES TO WS-SL-HIST-LOCAL-CODE
               END-IF
           END-IF

           MOVE HIST-GROSS-PAY IN PAY-HISTORY-RECORD-FILE
               TO WS-SL-HIST-WAGES
           IF HIST-IMPUTED-INCOME IN PAY-HISTORY-RECORD-FILE
                   IS NUMERIC
               ADD HIST-IMPUTED-INCOME IN PAY-HISTORY-RECORD-FILE
                   TO WS-SL-HIST-WAGES
           END-IF
           MOVE HIST-STATE-TAX IN PAY-HISTORY-RECORD-FILE
               TO WS-SL-HIST-STATE-TAX

           IF HIST-STATE-SPLIT-COUNT IN PAY-HISTORY-RECORD-FILE
                   IS NUMERIC
               AND HIST-STATE-SPLIT-COUNT IN PAY-HISTORY-RECORD-FILE
                   > ZEROS
               PERFORM 427-ADD-STATE-SPLITS
           END-IF

           PERFORM 426-LOCATE-JURISDICTION
           ADD WS-SL-HIST-WAGES TO WS-JUR-WAGES (WS-JUR-INDEX)
           ADD WS-SL-HIST-STATE-TAX TO WS-JUR-STATE-TAX (WS-JUR-INDEX)
           ADD HIST-LOCAL-TAX IN PAY-HISTORY-RECORD-FILE
               TO WS-JUR-LOCAL-TAX (WS-JUR-INDEX)
           .

       426-LOCATE-JURISDICTION.
      *****************************************************************
      * Find (or add) the jurisdiction for WS-SL-HIST-STATE and        *
      * WS-SL-HIST-LOCAL-CODE, leaving its entry in WS-JUR-INDEX       *
      *****************************************************************
           MOVE ZEROS TO WS-JUR-INDEX
           PERFORM VARYING WS-JUR-SCAN-INDEX FROM 1 BY 1
                   UNTIL WS-JUR-SCAN-INDEX > WS-JUR-COUNT
               IF WS-JUR-STATE (WS-JUR-SCAN-INDEX) = WS-SL-HIST-STATE
                   AND WS-JUR-LOCAL-CODE (WS-JUR-SCAN-INDEX) =
                       WS-SL-HIST-LOCAL-CODE
                   MOVE WS-JUR-SCAN-INDEX TO WS-JUR-INDEX
                   MOVE 99 TO WS-JUR-SCAN-INDEX
               END-IF
           END-PERFORM
           IF WS-JUR-INDEX = ZEROS
               IF WS-JUR-COUNT < 20
                   ADD 1 TO WS-JUR-COUNT
                   MOVE WS-JUR-COUNT TO WS-JUR-INDEX
                   MOVE WS-SL-HIST-STATE TO WS-JUR-STATE (WS-JUR-INDEX)
                   MOVE WS-SL-HIST-LOCAL-CODE
                       TO WS-JUR-LOCAL-CODE (WS-JUR-INDEX)
                   MOVE ZEROS TO WS-JUR-WAGES (WS-JUR-INDEX)
                                 WS-JUR-STATE-TAX (WS-JUR-INDEX)
                                 WS-JUR-LOCAL-TAX (WS-JUR-INDEX)
               ELSE
                   DISPLAY 'W2 JURISDICTION TABLE FULL - EMP: '
                           EMP-ID IN WS-EMPLOYEE-RECORD
                           ' STATE: ' WS-SL-HIST-STATE
                           ' LOCAL: ' WS-SL-HIST-LOCAL-CODE
                   MOVE WS-JUR-COUNT TO WS-JUR-INDEX
               END-IF
           END-IF
           .

       427-ADD-STATE-SPLITS.
      *****************************************************************
      * A period split across work states posts each taxing state's   *
      * wages and state tax to that state. The split state that is    *
      * also the record's taxing state keeps its locality; whatever   *
      * the split does not account for (pre-tax deductions are in the *
      * split, imputed income is not) stays with the taxing state     *
      *****************************************************************
           MOVE WS-SL-HIST-STATE TO WS-SL-MAIN-STATE
           MOVE WS-SL-HIST-LOCAL-CODE TO WS-SL-MAIN-LOCAL-CODE
           PERFORM VARYING WS-SL-SPLIT-INDEX FROM 1 BY 1
                   UNTIL WS-SL-SPLIT-INDEX >
                       HIST-STATE-SPLIT-COUNT IN PAY-HISTORY-RECORD-FILE
                   OR WS-SL-SPLIT-INDEX > 6
               MOVE HIST-SPLIT-STATE IN PAY-HISTORY-RECORD-FILE
                   (WS-SL-SPLIT-INDEX) TO WS-SL-HIST-STATE
               IF WS-SL-HIST-STATE = WS-SL-MAIN-STATE
                   MOVE WS-SL-MAIN-LOCAL-CODE TO WS-SL-HIST-LOCAL-CODE
               ELSE
                   MOVE SPACES TO WS-SL-HIST-LOCAL-CODE
               END-IF
               PERFORM 426-LOCATE-JURISDICTION
               ADD HIST-SPLIT-WAGES IN PAY-HISTORY-RECORD-FILE
                   (WS-SL-SPLIT-INDEX) TO WS-JUR-WAGES (WS-JUR-INDEX)
               ADD HIST-SPLIT-TAX IN PAY-HISTORY-RECORD-FILE
                   (WS-SL-SPLIT-INDEX)
                   TO WS-JUR-STATE-TAX (WS-JUR-INDEX)
               SUBTRACT HIST-SPLIT-WAGES IN PAY-HISTORY-RECORD-FILE
                   (WS-SL-SPLIT-INDEX) FROM WS-SL-HIST-WAGES
               SUBTRACT HIST-SPLIT-TAX IN PAY-HISTORY-RECORD-FILE
                   (WS-SL-SPLIT-INDEX) FROM WS-SL-HIST-STATE-TAX
           END-PERFORM
           MOVE WS-SL-MAIN-STATE TO WS-SL-HIST-STATE
           MOVE WS-SL-MAIN-LOCAL-CODE TO WS-SL-HIST-LOCAL-CODE
           .

       430-WRITE-STATE-LINES.
      *****************************************************************
      * Write one box 15-20 line per jurisdiction with wages or tax.   *
      * The first line written for a state carries the state's wages   *
      * and tax across all its localities; later lines for the state   *
      * carry only their locality's wages and tax                      *
      *****************************************************************
           PERFORM VARYING WS-JUR-INDEX FROM 1 BY 1
                   UNTIL WS-JUR-INDEX > WS-JUR-COUNT
               IF WS-JUR-WAGES (WS-JUR-INDEX) = ZEROS
                   AND WS-JUR-STATE-TAX (WS-JUR-INDEX) = ZEROS
                   AND WS-JUR-LOCAL-TAX (WS-JUR-INDEX) = ZEROS
                   MOVE 'N' TO WS-JUR-LINE-SW (WS-JUR-INDEX)
               ELSE
                   MOVE 'S' TO WS-JUR-LINE-SW (WS-JUR-INDEX)
                   PERFORM VARYING WS-JUR-SCAN-INDEX FROM 1 BY 1
                           UNTIL WS-JUR-SCAN-INDEX >= WS-JUR-INDEX
                       IF WS-JUR-STATE (WS-JUR-SCAN-INDEX) =
                               WS-JUR-STATE (WS-JUR-INDEX)
                           AND NOT WS-JUR-NO-LINE (WS-JUR-SCAN-INDEX)
                           MOVE 'L' TO WS-JUR-LINE-SW (WS-JUR-INDEX)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM

           MOVE ZEROS TO WS-SL-LINE-NUMBER
                         WS-SL-EMP-STATE-TAX
                         WS-SL-EMP-LOCAL-TAX
           PERFORM VARYING WS-JUR-INDEX FROM 1 BY 1
                   UNTIL WS-JUR-INDEX > WS-JUR-COUNT
               IF NOT WS-JUR-NO-LINE (WS-JUR-INDEX)
                   PERFORM 435-WRITE-ONE-LINE
               END-IF
           END-PERFORM
           IF WS-SL-LINE-NUMBER > 1
               ADD 1 TO WS-BT-MULTI-STATE
           END-IF
           .

       432-SUM-STATE.
      *****************************************************************
      * Total the wages and state tax of every locality of the state   *
      * of jurisdiction WS-JUR-INDEX                                   *
      *****************************************************************
           MOVE ZEROS TO WS-SL-STATE-WAGES WS-SL-STATE-TAX
           PERFORM VARYING WS-JUR-SCAN-INDEX FROM 1 BY 1
                   UNTIL WS-JUR-SCAN-INDEX > WS-JUR-COUNT
               IF WS-JUR-STATE (WS-JUR-SCAN-INDEX) =
                       WS-JUR-STATE (WS-JUR-INDEX)
                   ADD WS-JUR-WAGES (WS-JUR-SCAN-INDEX)
                       TO WS-SL-STATE-WAGES
                   ADD WS-JUR-STATE-TAX (WS-JUR-SCAN-INDEX)
                       TO WS-SL-STATE-TAX
               END-IF
           END-PERFORM
           .

       435-WRITE-ONE-LINE.
      *****************************************************************
      * Write one state/local line and add it to the state totals      *
      *****************************************************************
           ADD 1 TO WS-SL-LINE-NUMBER
           MOVE SPACES TO W2-STATE-LINE-RECORD-FILE
           MOVE W2-COMPANY-CODE IN W2-EXTRACT-RECORD-FILE
               TO W2SL-COMPANY-CODE
           MOVE WS-RUN-YEAR TO W2SL-TAX-YEAR
           MOVE EMP-ID IN WS-EMPLOYEE-RECORD TO W2SL-EMP-ID
           MOVE WS-SL-LINE-NUMBER TO W2SL-LINE-NUMBER
           MOVE WS-JUR-STATE (WS-JUR-INDEX) TO W2SL-STATE-CODE
           MOVE WS-SL-SOURCE TO W2SL-SOURCE
           MOVE ZEROS TO W2SL-STATE-WAGES
                         W2SL-STATE-TAX-WITHHELD
                         W2SL-LOCAL-WAGES
                         W2SL-LOCAL-TAX-WITHHELD

           IF WS-JUR-STATE-LINE (WS-JUR-INDEX)
               PERFORM 432-SUM-STATE
               IF WS-SL-STATE-WAGES > ZEROS
                   MOVE WS-SL-STATE-WAGES TO W2SL-STATE-WAGES
               END-IF
               IF WS-SL-STATE-TAX > ZEROS
                   MOVE WS-SL-STATE-TAX TO W2SL-STATE-TAX-WITHHELD
               END-IF
           END-IF
           IF WS-JUR-LOCAL-CODE (WS-JUR-INDEX) NOT = SPACES
               OR WS-JUR-LOCAL-TAX (WS-JUR-INDEX) NOT = ZEROS
               MOVE WS-JUR-LOCAL-CODE (WS-JUR-INDEX)
                   TO W2SL-LOCAL-CODE
               IF WS-JUR-WAGES (WS-JUR-INDEX) > ZEROS
                   MOVE WS-JUR-WAGES (WS-JUR-INDEX)
                       TO W2SL-LOCAL-WAGES
               END-IF
               IF WS-JUR-LOCAL-TAX (WS-JUR-INDEX) > ZEROS
                   MOVE WS-JUR-LOCAL-TAX (WS-JUR-INDEX)
                       TO W2SL-LOCAL-TAX-WITHHELD
               END-IF
           END-IF
           WRITE W2-STATE-LINE-RECORD-FILE
           ADD 1 TO WS-BT-LINES-WRITTEN
           ADD W2SL-STATE-TAX-WITHHELD TO WS-SL-EMP-STATE-TAX
           ADD W2SL-LOCAL-TAX-WITHHELD TO WS-SL-EMP-LOCAL-TAX

           MOVE ZEROS TO WS-ST-INDEX
           PERFORM VARYING WS-JUR-SCAN-INDEX FROM 1 BY 1
                   UNTIL WS-JUR-SCAN-INDEX > WS-ST-COUNT
               IF WS-ST-STATE (WS-JUR-SCAN-INDEX) = W2SL-STATE-CODE
                   MOVE WS-JUR-SCAN-INDEX TO WS-ST-INDEX
                   MOVE 99 TO WS-JUR-SCAN-INDEX
               END-IF
           END-PERFORM
           IF WS-ST-INDEX = ZEROS AND WS-ST-COUNT < 60
               ADD 1 TO WS-ST-COUNT
               MOVE WS-ST-COUNT TO WS-ST-INDEX
               MOVE W2SL-STATE-CODE TO WS-ST-STATE (WS-ST-INDEX)
               MOVE ZEROS TO WS-ST-LINE-COUNT (WS-ST-INDEX)
                             WS-ST-STATE-WAGES (WS-ST-INDEX)
                             WS-ST-STATE-TAX (WS-ST-INDEX)
                             WS-ST-LOCAL-WAGES (WS-ST-INDEX)
                             WS-ST-LOCAL-TAX (WS-ST-INDEX)
           END-IF
           IF WS-ST-INDEX > ZEROS
               ADD 1 TO WS-ST-LINE-COUNT (WS-ST-INDEX)
               ADD W2SL-STATE-WAGES TO WS-ST-STATE-WAGES (WS-ST-INDEX)
               ADD W2SL-STATE-TAX-WITHHELD
                   TO WS-ST-STATE-TAX (WS-ST-INDEX)
               ADD W2SL-LOCAL-WAGES TO WS-ST-LOCAL-WAGES (WS-ST-INDEX)
               ADD W2SL-LOCAL-TAX-WITHHELD
                   TO WS-ST-LOCAL-TAX (WS-ST-INDEX)
           END-IF
           .

       440-BALANCE-STATE-LINES.
      *****************************************************************
      * The employee's lines must add back to the master's YTD state   *
      * and local tax; list the employee when they do not              *
      *****************************************************************
           ADD WS-SL-EMP-STATE-TAX TO WS-BT-LINE-STATE-TAX
           ADD WS-SL-EMP-LOCAL-TAX TO WS-BT-LINE-LOCAL-TAX
           ADD EMP-YTD-STATE-TAX IN WS-EMPLOYEE-RECORD
               TO WS-BT-MASTER-STATE-TAX
           ADD EMP-YTD-LOCAL-TAX IN WS-EMPLOYEE-RECORD
               TO WS-BT-MASTER-LOCAL-TAX

           IF WS-SL-EMP-STATE-TAX NOT =
                   EMP-YTD-STATE-TAX IN WS-EMPLOYEE-RECORD
               OR WS-SL-EMP-LOCAL-TAX NOT =
                   EMP-YTD-LOCAL-TAX IN WS-EMPLOYEE-RECORD
               ADD 1 TO WS-BT-OUT-OF-BALANCE
               MOVE WS-SL-EMP-STATE-TAX TO WS-ED-AMOUNT
               MOVE EMP-YTD-STATE-TAX IN WS-EMPLOYEE-RECORD
                   TO WS-ED-AMOUNT-2
               COMPUTE WS-ED-AMOUNT-3 = WS-SL-EMP-STATE-TAX -
                   EMP-YTD-STATE-TAX IN WS-EMPLOYEE-RECORD
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'EMP ' EMP-ID IN WS-EMPLOYEE-RECORD
                      '  STATE TAX  LINES ' WS-ED-AMOUNT
                      '  MASTER YTD ' WS-ED-AMOUNT-2
                      '  DIFFERENCE ' WS-ED-AMOUNT-3
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE REPORT-RECORD FROM WS-REPORT-LINE
               MOVE WS-SL-EMP-LOCAL-TAX TO WS-ED-AMOUNT
               MOVE EMP-YTD-LOCAL-TAX IN WS-EMPLOYEE-RECORD
                   TO WS-ED-AMOUNT-2
               COMPUTE WS-ED-AMOUNT-3 = WS-SL-EMP-LOCAL-TAX -
                   EMP-YTD-LOCAL-TAX IN WS-EMPLOYEE-RECORD
               MOVE SPACES TO WS-REPORT-LINE
               STRING '            LOCAL TAX  LINES ' WS-ED-AMOUNT
                      '  MASTER YTD ' WS-ED-AMOUNT-2
                      '  DIFFERENCE ' WS-ED-AMOUNT-3
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE REPORT-RECORD FROM WS-REPORT-LINE
           END-IF
           .

       450-WRITE-1099-EXTRACT.
      *****************************************************************
      * Write the 1099-MISC reporting line for wages paid after the   *
               END-IF
           END-PERFORM

           PERFORM 910-PRINT-STATE-BALANCE

           CLOSE EMPLOYEE-FILE
                 Q941-EXTRACT-FILE
                 W2-EXTRACT-FILE
                 W2-STATE-LINE-FILE
                 PAY-HISTORY-FILE
                 W2-BALANCE-REPORT-FILE
                 TAX-RATES-FILE
                 TAX-QTR-HISTORY-FILE

           DISPLAY 'TAX EXTRACT PROCESSING COMPLETE'
           DISPLAY 'EMPLOYEES PROCESSED: ' WS-EMPLOYEE-COUNT
           DISPLAY 'TAX YEAR: ' WS-RUN-YEAR ' QUARTER: ' WS-RUN-QUARTER
           DISPLAY 'W2 STATE/LOCAL LINES: ' WS-BT-LINES-WRITTEN
           DISPLAY 'W2 LINES OUT OF BALANCE: ' WS-BT-OUT-OF-BALANCE
           .

       910-PRINT-STATE-BALANCE.
      *****************************************************************
      * Print the state/local line totals per state and the run's      *
      * line totals against the master YTD state and local tax         *
      *****************************************************************
           IF WS-BT-OUT-OF-BALANCE = ZEROS
               MOVE '  (NONE)' TO WS-REPORT-LINE
               WRITE REPORT-RECORD FROM WS-REPORT-LINE
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'STATE   LINES        STATE WAGES          STATE TAX'
                  '        LOCAL WAGES          LOCAL TAX'
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           PERFORM VARYING WS-ST-INDEX FROM 1 BY 1
                   UNTIL WS-ST-INDEX > WS-ST-COUNT
               MOVE WS-ST-LINE-COUNT (WS-ST-INDEX) TO WS-ED-COUNT
               MOVE WS-ST-STATE-WAGES (WS-ST-INDEX) TO WS-ED-TOTAL
               MOVE WS-ST-STATE-TAX (WS-ST-INDEX) TO WS-ED-TOTAL-2
               MOVE WS-ST-LOCAL-WAGES (WS-ST-INDEX) TO WS-ED-TOTAL-3
               MOVE WS-ST-LOCAL-TAX (WS-ST-INDEX) TO WS-ED-TOTAL-4
               MOVE SPACES TO WS-REPORT-LINE
               STRING '  ' WS-ST-STATE (WS-ST-INDEX)
                      '  ' WS-ED-COUNT
                      ' ' WS-ED-TOTAL ' ' WS-ED-TOTAL-2
                      ' ' WS-ED-TOTAL-3 ' ' WS-ED-TOTAL-4
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE REPORT-RECORD FROM WS-REPORT-LINE
           END-PERFORM

           MOVE SPACES TO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE WS-BT-LINE-STATE-TAX TO WS-ED-TOTAL
           MOVE WS-BT-MASTER-STATE-TAX TO WS-ED-TOTAL-2
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'STATE TAX ON LINES ' WS-ED-TOTAL
                  '   MASTER EMP-YTD-STATE-TAX ' WS-ED-TOTAL-2
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE WS-BT-LINE-LOCAL-TAX TO WS-ED-TOTAL
           MOVE WS-BT-MASTER-LOCAL-TAX TO WS-ED-TOTAL-2
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'LOCAL TAX ON LINES ' WS-ED-TOTAL
                  '   MASTER EMP-YTD-LOCAL-TAX ' WS-ED-TOTAL-2
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE WS-BT-MULTI-STATE TO WS-ED-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'EMPLOYEES WITH MORE THAN ONE LINE: ' WS-ED-COUNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           IF WS-BT-OUT-OF-BALANCE = ZEROS
               MOVE 'STATE AND LOCAL LINES BALANCE TO THE MASTER YTD'
                   TO WS-REPORT-LINE
           ELSE
               MOVE WS-BT-OUT-OF-BALANCE TO WS-ED-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'OUT OF BALANCE - ' WS-ED-COUNT
                      ' EMPLOYEES - RESOLVE BEFORE W-2S ARE FILED'
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           .

       950-ABNORMAL-TERMINATION.
               CLOSE W2-EXTRACT-FILE
           END-IF

           IF W2SL-FILE-SUCCESS
               CLOSE W2-STATE-LINE-FILE
           END-IF

           IF SLR-FILE-SUCCESS
               CLOSE W2-BALANCE-REPORT-FILE
           END-IF

           IF HIST-FILE-SUCCESS
               CLOSE PAY-HISTORY-FILE
           END-IF

           IF T99-FILE-SUCCESS
               CLOSE TEN99-EXTRACT-FILE
           END-IF
