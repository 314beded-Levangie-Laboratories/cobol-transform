      *****************************************************************
      * Program: UISIDES.cbl                                          *
      *                                                               *
      * Purpose: State unemployment claim response generator for the  *
      *          Payroll Processing System. When a former employee    *
      *          files for unemployment the state asks, through       *
      *          SIDES, for the base-period wages and the reason for  *
      *          separation. This program reads the state's request   *
      *          file and answers each request from the pay history,  *
      *          the employee master, the scheduled payments file,    *
      *          and the history detail - quarterly base-period       *
      *          wages, last day worked, separation date and reason,  *
      *          and the severance and final-check leave payouts that *
      *          count against benefits - and logs every response.    *
      *                                                               *
      * Date Created: 2026-10-15                                      *
      * Author: COBOL Payroll System                                  *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. UISIDES.
       AUTHOR. COBOL PAYROLL SYSTEM.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.

      *****************************************************************
      * Program Description:                                          *
      *                                                                *
      * UISIDES is a standalone response generator in the Payroll      *
      * Processing System, run each day the state request file         *
      * arrives. It:                                                   *
      *                                                                *
      * 1. Loads the requests and finds each claimant on the employee  *
      *    master, by employee ID when the state sends one and the SSN *
      *    agrees, otherwise by SSN                                    *
      * 2. Works out the base period - the one the state names, or the *
      *    standard base period from the claim's effective date - and  *
      *    totals the wages paid in each of its four quarters from the *
      *    pay history by check date                                   *
      * 3. Takes the hire, last-worked, and separation dates and the   *
      *    separation reason from the employee master                  *
      * 4. Totals the severance paid and still scheduled from the      *
      *    scheduled payments file, and the vacation and comp time     *
      *    paid out on the final check from the history detail         *
      * 5. Writes one response per request for transmission to the    *
      *    state, appends one log record per response, and prints the  *
      *    register, flagging answers the state will receive late and  *
      *    separations whose reason must be completed by hand          *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC.
       OBJECT-COMPUTER. PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SIDES-REQUEST-FILE ASSIGN TO 'SIDESREQ'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REQ-FILE-STATUS.

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

           SELECT OPTIONAL HISTORY-DETAIL-FILE ASSIGN TO 'HISTDTL'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS HISTDTL-FILE-STATUS.

           SELECT OPTIONAL SCHEDULED-PAYMENT-FILE ASSIGN TO 'SCHEDPAY'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS SCHEDPAY-FILE-STATUS.

           SELECT SIDES-RESPONSE-FILE ASSIGN TO 'SIDESRSP'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS RESP-FILE-STATUS.

           SELECT SIDES-LOG-FILE ASSIGN TO 'SIDESLOG'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS LOG-FILE-STATUS.

           SELECT SIDES-REPORT-FILE ASSIGN TO 'SIDESRPT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SIDES-REQUEST-FILE.
           COPY SIDESREQ REPLACING ==SIDES-REQUEST-RECORD== BY
               ==SIDES-REQUEST-RECORD-FILE==.

       FD  EMPLOYEE-FILE.
           COPY EMPFILE REPLACING ==EMPLOYEE-RECORD== BY
               ==EMPLOYEE-RECORD-FILE==.

       FD  PAY-HISTORY-FILE.
           COPY PAYHIST REPLACING ==PAY-HISTORY-RECORD== BY
               ==PAY-HISTORY-RECORD-FILE==.

       FD  HISTORY-DETAIL-FILE.
           COPY HISTDTL REPLACING ==HISTORY-DETAIL-RECORD== BY
               ==HISTORY-DETAIL-RECORD-FILE==.

       FD  SCHEDULED-PAYMENT-FILE.
           COPY SCHEDPAY REPLACING ==SCHEDULED-PAYMENT-RECORD== BY
               ==SCHEDULED-PAYMENT-RECORD-FILE==.

       FD  SIDES-RESPONSE-FILE.
           COPY SIDESRSP REPLACING ==SIDES-RESPONSE-RECORD== BY
               ==SIDES-RESPONSE-RECORD-FILE==.

       FD  SIDES-LOG-FILE.
       01  SIDES-LOG-RECORD.
           05  LOG-RESPONSE-DATE          PIC 9(8).
           05  LOG-REQUEST-ID             PIC X(15).
           05  LOG-STATE                  PIC X(2).
           05  LOG-EMP-ID                 PIC X(6).
           05  LOG-RESPONSE-STATUS        PIC X.
           05  LOG-DUE-DATE               PIC 9(8).
           05  LOG-ON-TIME-IND            PIC X.
           05  LOG-TOTAL-BASE-WAGES       PIC 9(9)V99.
           05  FILLER                     PIC X(28).

       FD  SIDES-REPORT-FILE.
           01  SIDES-REPORT-RECORD          PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  REQ-FILE-STATUS            PIC X(2).
               88  REQ-FILE-SUCCESS       VALUE '00'.
               88  REQ-FILE-EOF           VALUE '10'.
           05  EMP-FILE-STATUS            PIC X(2).
               88  EMP-FILE-SUCCESS       VALUE '00'.
           05  HIST-FILE-STATUS           PIC X(2).
               88  HIST-FILE-SUCCESS      VALUE '00' '02'.
           05  HISTDTL-FILE-STATUS        PIC X(2).
               88  HISTDTL-FILE-SUCCESS   VALUE '00' '05'.
               88  HISTDTL-FILE-EOF       VALUE '10'.
           05  SCHEDPAY-FILE-STATUS       PIC X(2).
               88  SCHEDPAY-FILE-SUCCESS  VALUE '00' '05'.
               88  SCHEDPAY-FILE-EOF      VALUE '10'.
           05  RESP-FILE-STATUS           PIC X(2).
               88  RESP-FILE-SUCCESS      VALUE '00'.
           05  LOG-FILE-STATUS            PIC X(2).
               88  LOG-FILE-SUCCESS       VALUE '00' '05'.
           05  REPORT-FILE-STATUS         PIC X(2).
               88  REPORT-FILE-SUCCESS    VALUE '00'.

       COPY EMPFILE REPLACING ==EMPLOYEE-RECORD== BY
           ==WS-EMPLOYEE-RECORD==.

       COPY COMPANY.

      *****************************************************************
      * This run's requests with the answer built for each             *
      *****************************************************************
       01  WS-REQUEST-TABLE.
           05  WS-RQ-COUNT                 PIC 9(4) COMP-3
                                       VALUE ZEROS.
           05  WS-RQ-ENTRY OCCURS 500 TIMES.
               10  WS-RQ-REQUEST-ID        PIC X(15).
               10  WS-RQ-STATE             PIC X(2).
               10  WS-RQ-TYPE              PIC X.
                   88  WS-RQ-WANTS-WAGES   VALUE 'W' 'B' ' '.
                   88  WS-RQ-WANTS-SEPARATION
                                           VALUE 'S' 'B' ' '.
               10  WS-RQ-SSN               PIC 9(9).
               10  WS-RQ-EMP-ID            PIC X(6).
               10  WS-RQ-NAME              PIC X(30).
               10  WS-RQ-CLAIM-DATE        PIC 9(8).
               10  WS-RQ-DUE-DATE          PIC 9(8).
               10  WS-RQ-STATUS            PIC X.
                   88  WS-RQ-COMPLETE      VALUE 'C'.
                   88  WS-RQ-STILL-EMPLOYED
                                           VALUE 'E'.
                   88  WS-RQ-REASON-MISSING
                                           VALUE 'R'.
                   88  WS-RQ-NOT-ON-FILE   VALUE 'N'.
               10  WS-RQ-SEPARATED-SW      PIC X.
                   88  WS-RQ-SEPARATED     VALUE 'Y'.
               10  WS-RQ-FEIN              PIC X(10).
               10  WS-RQ-SUI-ACCOUNT       PIC X(20).
               10  WS-RQ-BP-START          PIC 9(8).
               10  WS-RQ-BP-END            PIC 9(8).
               10  WS-RQ-QUARTER OCCURS 4 TIMES.
                   15  WS-RQ-QTR-YEAR      PIC 9(4).
                   15  WS-RQ-QTR-NUMBER    PIC 9.
                   15  WS-RQ-QTR-START     PIC 9(8).
                   15  WS-RQ-QTR-END       PIC 9(8).
                   15  WS-RQ-QTR-WAGES     PIC S9(9)V99 COMP-3.
               10  WS-RQ-HIRE-DATE         PIC 9(8).
               10  WS-RQ-LAST-WORKED       PIC 9(8).
               10  WS-RQ-TERM-DATE         PIC 9(8).
               10  WS-RQ-SEP-REASON        PIC X(2).
               10  WS-RQ-SEV-PAID          PIC 9(7)V99 COMP-3.
               10  WS-RQ-SEV-PENDING       PIC 9(7)V99 COMP-3.
               10  WS-RQ-SEV-LAST-PERIOD   PIC 9(6).
               10  WS-RQ-LEAVE-PAYOUT      PIC 9(7)V99 COMP-3.
               10  WS-RQ-LEAVE-PAYOUT-DATE PIC 9(8).

       01  WS-WORK-FIELDS.
           05  WS-RQ-INDEX                 PIC 9(4) COMP-3
                                       VALUE ZEROS.
           05  WS-QT-INDEX                 PIC 9(1) COMP-3
                                       VALUE ZEROS.
           05  WS-CO-INDEX                 PIC 9(3) COMP-3
                                       VALUE ZEROS.
           05  WS-REG-INDEX                PIC 9(3) COMP-3
                                       VALUE ZEROS.
           05  WS-REG-YEAR                 PIC 9(4) VALUE ZEROS.
           05  WS-COMPANY-CODE             PIC X(2) VALUE SPACES.
           05  WS-WORK-DATE                PIC 9(8) VALUE ZEROS.
           05  WS-WORK-YEAR                PIC 9(4) VALUE ZEROS.
           05  WS-WORK-MONTH               PIC 9(2) VALUE ZEROS.
           05  WS-WORK-QUARTER             PIC 9(1) VALUE ZEROS.
           05  WS-QTR-SEQ                  PIC 9(6) VALUE ZEROS.
           05  WS-START-SEQ                PIC 9(6) VALUE ZEROS.
           05  WS-TOTAL-WAGES              PIC S9(9)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-FOUND-SW                 PIC X VALUE 'N'.
               88  WS-FOUND                VALUE 'Y'.
           05  WS-SCAN-EOF-SW              PIC X VALUE 'N'.
               88  WS-SCAN-EOF             VALUE 'Y'.
           05  WS-LATE-SW                  PIC X VALUE 'N'.
               88  WS-LATE                 VALUE 'Y'.
           05  WS-STATUS-TEXT              PIC X(24) VALUE SPACES.
           05  WS-REASON-TEXT              PIC X(24) VALUE SPACES.

       01  WS-RUN-TOTALS.
           05  WS-REQUEST-COUNT            PIC 9(5) COMP-3 VALUE ZEROS.
           05  WS-RESPONSE-COUNT           PIC 9(5) COMP-3 VALUE ZEROS.
           05  WS-NOT-FOUND-COUNT          PIC 9(5) COMP-3 VALUE ZEROS.
           05  WS-MANUAL-COUNT             PIC 9(5) COMP-3 VALUE ZEROS.
           05  WS-LATE-COUNT               PIC 9(5) COMP-3 VALUE ZEROS.
           05  WS-HELD-COUNT               PIC 9(5) COMP-3 VALUE ZEROS.

       01  WS-DATETIME.
           05  WS-DATE                     PIC 9(8).

       01  WS-EDITED-FIELDS.
           05  WS-ED-QTR-WAGES OCCURS 4 TIMES
                                           PIC ZZZ,ZZZ,ZZ9.99.
           05  WS-ED-AMOUNT                PIC ZZZ,ZZZ,ZZ9.99.
           05  WS-ED-AMOUNT-2              PIC Z,ZZZ,ZZ9.99.
           05  WS-ED-AMOUNT-3              PIC Z,ZZZ,ZZ9.99.
           05  WS-ED-COUNT                 PIC ZZZZ9.
           05  WS-ED-COUNT-2               PIC ZZZZ9.
           05  WS-ED-COUNT-3               PIC ZZZZ9.

       01  WS-REPORT-LINE                  PIC X(132).

       PROCEDURE DIVISION.
       000-MAIN-PROCESS.
      *****************************************************************
      * Main process coordinates the claim response run                *
      *****************************************************************
           PERFORM 100-INITIALIZATION
           PERFORM 200-LOAD-REQUESTS
           PERFORM 300-SCAN-HISTORY-DETAIL
           PERFORM 400-SCAN-SCHEDULED-PAYMENTS
           PERFORM 500-WRITE-RESPONSES
           PERFORM 900-WRAP-UP

           STOP RUN
           .

       100-INITIALIZATION.
      *****************************************************************
      * Open all files, load the company master, and head the register *
      *****************************************************************
           DISPLAY 'UNEMPLOYMENT CLAIM RESPONSE GENERATOR STARTED'
           ACCEPT WS-DATE FROM DATE YYYYMMDD

           OPEN INPUT SIDES-REQUEST-FILE
           IF NOT REQ-FILE-SUCCESS
               DISPLAY 'ERROR OPENING CLAIM REQUEST FILE: '
                       REQ-FILE-STATUS
               STOP RUN
           END-IF

           OPEN INPUT EMPLOYEE-FILE
           OPEN INPUT PAY-HISTORY-FILE
           OPEN OUTPUT SIDES-RESPONSE-FILE
           OPEN EXTEND SIDES-LOG-FILE
           OPEN OUTPUT SIDES-REPORT-FILE
           IF NOT EMP-FILE-SUCCESS OR NOT RESP-FILE-SUCCESS
               OR NOT LOG-FILE-SUCCESS
               DISPLAY 'ERROR OPENING CLAIM RESPONSE FILES - EMP: '
                       EMP-FILE-STATUS ' LOG: ' LOG-FILE-STATUS
               STOP RUN
           END-IF

           CALL 'COMPLOAD' USING COMPANY-TABLE
           IF NOT COMPANY-TABLE-LOADED
               DISPLAY 'ERROR LOADING COMPANY MASTER - RUN STOPPED'
               STOP RUN
           END-IF

           MOVE SPACES TO WS-REPORT-LINE
           STRING 'UNEMPLOYMENT CLAIM RESPONSE REGISTER - RUN DATE '
                  WS-DATE
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE SIDES-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE ALL '=' TO WS-REPORT-LINE
           WRITE SIDES-REPORT-RECORD FROM WS-REPORT-LINE
           .

       200-LOAD-REQUESTS.
      *****************************************************************
      * Load each request and build its wage and separation answer     *
      * from the employee master and pay history                       *
      *****************************************************************
           PERFORM UNTIL REQ-FILE-EOF
               READ SIDES-REQUEST-FILE
                   AT END
                       SET REQ-FILE-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-REQUEST-COUNT
                       IF WS-RQ-COUNT < 500
                           ADD 1 TO WS-RQ-COUNT
                           MOVE WS-RQ-COUNT TO WS-RQ-INDEX
                           PERFORM 210-BUILD-REQUEST-ENTRY
                       ELSE
                           ADD 1 TO WS-HELD-COUNT
                           MOVE SPACES TO WS-REPORT-LINE
                           STRING 'REQUEST ' SRQ-REQUEST-ID
                                  ' NOT ANSWERED - REQUEST TABLE FULL'
                                  ' - RESUBMIT BEFORE '
                                  SRQ-RESPONSE-DUE-DATE
                                  DELIMITED BY SIZE
                                  INTO WS-REPORT-LINE
                           WRITE SIDES-REPORT-RECORD
                               FROM WS-REPORT-LINE
                       END-IF
               END-READ
           END-PERFORM
           .

       210-BUILD-REQUEST-ENTRY.
      *****************************************************************
      * Find the claimant and answer from the master and pay history.  *
      * A separated claimant whose reason was never captured is        *
      * answered with what is on file and flagged for completion by    *
      * hand; a claimant still on the payroll is answered as such      *
      *****************************************************************
           INITIALIZE WS-RQ-ENTRY (WS-RQ-INDEX)
           MOVE SRQ-REQUEST-ID TO WS-RQ-REQUEST-ID (WS-RQ-INDEX)
           MOVE SRQ-STATE TO WS-RQ-STATE (WS-RQ-INDEX)
           MOVE SRQ-REQUEST-TYPE TO WS-RQ-TYPE (WS-RQ-INDEX)
           MOVE SRQ-CLAIMANT-SSN TO WS-RQ-SSN (WS-RQ-INDEX)
           MOVE SRQ-EMP-ID TO WS-RQ-EMP-ID (WS-RQ-INDEX)
           MOVE SRQ-CLAIMANT-NAME TO WS-RQ-NAME (WS-RQ-INDEX)
           MOVE SRQ-CLAIM-EFFECTIVE-DATE TO
               WS-RQ-CLAIM-DATE (WS-RQ-INDEX)
           MOVE SRQ-RESPONSE-DUE-DATE TO WS-RQ-DUE-DATE (WS-RQ-INDEX)
           MOVE 'N' TO WS-RQ-SEPARATED-SW (WS-RQ-INDEX)

           PERFORM 220-FIND-EMPLOYEE
           IF NOT WS-FOUND
               SET WS-RQ-NOT-ON-FILE (WS-RQ-INDEX) TO TRUE
           ELSE
               MOVE EMP-ID IN WS-EMPLOYEE-RECORD TO
                   WS-RQ-EMP-ID (WS-RQ-INDEX)
               PERFORM 230-SET-EMPLOYER
               PERFORM 240-SET-BASE-PERIOD
               IF WS-RQ-WANTS-WAGES (WS-RQ-INDEX)
                   PERFORM 250-GATHER-QUARTER-WAGES
               END-IF
               PERFORM 260-SET-SEPARATION
           END-IF
           .

       220-FIND-EMPLOYEE.
      *****************************************************************
      * Read the claimant by the employee ID the state sent when its   *
      * SSN agrees; otherwise scan the master for the SSN              *
      *****************************************************************
           MOVE 'N' TO WS-FOUND-SW
           IF SRQ-EMP-ID NOT = SPACES
               MOVE SRQ-EMP-ID TO EMP-ID IN EMPLOYEE-RECORD-FILE
               READ EMPLOYEE-FILE INTO WS-EMPLOYEE-RECORD
                   KEY IS EMP-ID IN EMPLOYEE-RECORD-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF EMP-SSN IN WS-EMPLOYEE-RECORD =
                               SRQ-CLAIMANT-SSN
                           SET WS-FOUND TO TRUE
                       END-IF
               END-READ
           END-IF

           IF NOT WS-FOUND
               MOVE 'N' TO WS-SCAN-EOF-SW
               MOVE LOW-VALUES TO EMP-ID IN EMPLOYEE-RECORD-FILE
               START EMPLOYEE-FILE
                   KEY IS >= EMP-ID IN EMPLOYEE-RECORD-FILE
                   INVALID KEY
                       SET WS-SCAN-EOF TO TRUE
               END-START
               PERFORM UNTIL WS-SCAN-EOF OR WS-FOUND
                   READ EMPLOYEE-FILE NEXT RECORD
                       INTO WS-EMPLOYEE-RECORD
                       AT END
                           SET WS-SCAN-EOF TO TRUE
                       NOT AT END
                           IF EMP-SSN IN WS-EMPLOYEE-RECORD =
                                   SRQ-CLAIMANT-SSN
                               SET WS-FOUND TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               MOVE '00' TO EMP-FILE-STATUS
           END-IF
           .

       230-SET-EMPLOYER.
      *****************************************************************
      * The paying company's FEIN and its SUI account in the claim     *
      * state (the registration row for the latest tax year on file).  *
      * A blank company code is the original company, 01               *
      *****************************************************************
           MOVE EMP-COMPANY-CODE IN WS-EMPLOYEE-RECORD TO
               WS-COMPANY-CODE
           IF WS-COMPANY-CODE = SPACES
               MOVE '01' TO WS-COMPANY-CODE
           END-IF

           PERFORM VARYING WS-CO-INDEX FROM 1 BY 1
                   UNTIL WS-CO-INDEX > COMPANY-ENTRY-COUNT
               IF COMPANY-CODE (WS-CO-INDEX) = WS-COMPANY-CODE
                   MOVE COMPANY-FEIN-ID (WS-CO-INDEX) TO
                       WS-RQ-FEIN (WS-RQ-INDEX)
                   MOVE 99 TO WS-CO-INDEX
               END-IF
           END-PERFORM

           MOVE ZEROS TO WS-REG-YEAR
           PERFORM VARYING WS-REG-INDEX FROM 1 BY 1
                   UNTIL WS-REG-INDEX > COMPANY-REG-COUNT
               IF COMPANY-REG-COMPANY (WS-REG-INDEX) =
                       WS-COMPANY-CODE
                   AND COMPANY-REG-STATE (WS-REG-INDEX) =
                       SRQ-STATE
                   AND COMPANY-REG-TAX-YEAR (WS-REG-INDEX) >=
                       WS-REG-YEAR
                   MOVE COMPANY-REG-TAX-YEAR (WS-REG-INDEX) TO
                       WS-REG-YEAR
                   MOVE COMPANY-REG-SUI-ACCOUNT (WS-REG-INDEX) TO
                       WS-RQ-SUI-ACCOUNT (WS-RQ-INDEX)
               END-IF
           END-PERFORM
           .

       240-SET-BASE-PERIOD.
      *****************************************************************
      * Lay out the four base-period quarters. The state's base period *
      * start, when sent, opens the first quarter; otherwise the       *
      * standard base period is the first four of the last five        *
      * completed calendar quarters before the claim's quarter         *
      *****************************************************************
           IF SRQ-BASE-PERIOD-START IS NUMERIC
               AND SRQ-BASE-PERIOD-START > ZEROS
               MOVE SRQ-BASE-PERIOD-START TO WS-WORK-DATE
               PERFORM 245-COMPUTE-QUARTER-SEQ
               MOVE WS-QTR-SEQ TO WS-START-SEQ
           ELSE
               MOVE SRQ-CLAIM-EFFECTIVE-DATE TO WS-WORK-DATE
               IF WS-WORK-DATE IS NOT NUMERIC
                   OR WS-WORK-DATE = ZEROS
                   MOVE WS-DATE TO WS-WORK-DATE
               END-IF
               PERFORM 245-COMPUTE-QUARTER-SEQ
               COMPUTE WS-START-SEQ = WS-QTR-SEQ - 5
           END-IF

           PERFORM VARYING WS-QT-INDEX FROM 1 BY 1
                   UNTIL WS-QT-INDEX > 4
               COMPUTE WS-QTR-SEQ = WS-START-SEQ + WS-QT-INDEX - 1
               DIVIDE WS-QTR-SEQ BY 4 GIVING WS-WORK-YEAR
                   REMAINDER WS-WORK-QUARTER
               ADD 1 TO WS-WORK-QUARTER
               MOVE WS-WORK-YEAR TO
                   WS-RQ-QTR-YEAR (WS-RQ-INDEX, WS-QT-INDEX)
               MOVE WS-WORK-QUARTER TO
                   WS-RQ-QTR-NUMBER (WS-RQ-INDEX, WS-QT-INDEX)
               COMPUTE WS-RQ-QTR-START (WS-RQ-INDEX, WS-QT-INDEX) =
                   (WS-WORK-YEAR * 10000) +
                   (((WS-WORK-QUARTER - 1) * 3 + 1) * 100) + 1
               IF WS-WORK-QUARTER = 1 OR WS-WORK-QUARTER = 4
                   COMPUTE WS-RQ-QTR-END (WS-RQ-INDEX, WS-QT-INDEX) =
                       (WS-WORK-YEAR * 10000) +
                       (WS-WORK-QUARTER * 300) + 31
               ELSE
                   COMPUTE WS-RQ-QTR-END (WS-RQ-INDEX, WS-QT-INDEX) =
                       (WS-WORK-YEAR * 10000) +
                       (WS-WORK-QUARTER * 300) + 30
               END-IF
               MOVE ZEROS TO
                   WS-RQ-QTR-WAGES (WS-RQ-INDEX, WS-QT-INDEX)
           END-PERFORM

           MOVE WS-RQ-QTR-START (WS-RQ-INDEX, 1) TO
               WS-RQ-BP-START (WS-RQ-INDEX)
           MOVE WS-RQ-QTR-END (WS-RQ-INDEX, 4) TO
               WS-RQ-BP-END (WS-RQ-INDEX)
           .

       245-COMPUTE-QUARTER-SEQ.
      *****************************************************************
      * Number a date's calendar quarter so quarters can be counted    *
      * back across years: year times four plus the quarter, less one  *
      *****************************************************************
           MOVE WS-WORK-DATE (1:4) TO WS-WORK-YEAR
           MOVE WS-WORK-DATE (5:2) TO WS-WORK-MONTH
           DIVIDE 3 INTO WS-WORK-MONTH GIVING WS-WORK-QUARTER
               REMAINDER WS-WORK-MONTH
           IF WS-WORK-MONTH > ZEROS
               ADD 1 TO WS-WORK-QUARTER
           END-IF
           COMPUTE WS-QTR-SEQ =
               (WS-WORK-YEAR * 4) + WS-WORK-QUARTER - 1
           .

       250-GATHER-QUARTER-WAGES.
      *****************************************************************
      * Total the gross paid in each base-period quarter from the      *
      * claimant's pay history, by check date. Void reversals carry    *
      * negated amounts and net out the check they reverse             *
      *****************************************************************
           MOVE 'N' TO WS-SCAN-EOF-SW
           MOVE EMP-ID IN WS-EMPLOYEE-RECORD TO
               HIST-EMP-ID IN PAY-HISTORY-RECORD-FILE
           MOVE ZEROS TO
               HIST-PERIOD-END-DATE IN PAY-HISTORY-RECORD-FILE
           START PAY-HISTORY-FILE
               KEY IS >= HIST-KEY IN PAY-HISTORY-RECORD-FILE
               INVALID KEY
                   SET WS-SCAN-EOF TO TRUE
           END-START

           PERFORM UNTIL WS-SCAN-EOF
               READ PAY-HISTORY-FILE NEXT RECORD
                   AT END
                       SET WS-SCAN-EOF TO TRUE
                   NOT AT END
                       IF HIST-EMP-ID IN PAY-HISTORY-RECORD-FILE
                               NOT = EMP-ID IN WS-EMPLOYEE-RECORD
                           SET WS-SCAN-EOF TO TRUE
                       ELSE
                           PERFORM 255-ADD-TO-QUARTER
                       END-IF
               END-READ
           END-PERFORM
           .

       255-ADD-TO-QUARTER.
      *****************************************************************
      * Add one history record's gross to the quarter its check date   *
      * falls in, if any                                               *
      *****************************************************************
           PERFORM VARYING WS-QT-INDEX FROM 1 BY 1
                   UNTIL WS-QT-INDEX > 4
               IF HIST-CHECK-DATE IN PAY-HISTORY-RECORD-FILE >=
                       WS-RQ-QTR-START (WS-RQ-INDEX, WS-QT-INDEX)
                   AND HIST-CHECK-DATE IN PAY-HISTORY-RECORD-FILE <=
                       WS-RQ-QTR-END (WS-RQ-INDEX, WS-QT-INDEX)
                   ADD HIST-GROSS-PAY IN PAY-HISTORY-RECORD-FILE TO
                       WS-RQ-QTR-WAGES (WS-RQ-INDEX, WS-QT-INDEX)
               END-IF
           END-PERFORM
           .

       260-SET-SEPARATION.
      *****************************************************************
      * Hire date, and for a separated claimant the separation date,   *
      * last day worked (the separation date when none was captured),  *
      * and reason                                                     *
      *****************************************************************
           MOVE EMP-HIRE-DATE IN WS-EMPLOYEE-RECORD TO
               WS-RQ-HIRE-DATE (WS-RQ-INDEX)
           MOVE ZEROS TO WS-RQ-TERM-DATE (WS-RQ-INDEX)
                         WS-RQ-LAST-WORKED (WS-RQ-INDEX)
           MOVE SPACES TO WS-RQ-SEP-REASON (WS-RQ-INDEX)

           IF EMP-TERMINATED IN WS-EMPLOYEE-RECORD
               OR EMP-RETIRED IN WS-EMPLOYEE-RECORD
               SET WS-RQ-SEPARATED (WS-RQ-INDEX) TO TRUE
               MOVE EMP-TERM-DATE IN WS-EMPLOYEE-RECORD TO
                   WS-RQ-TERM-DATE (WS-RQ-INDEX)
               IF EMP-LAST-DAY-WORKED IN WS-EMPLOYEE-RECORD IS NUMERIC
                   AND EMP-LAST-DAY-WORKED IN WS-EMPLOYEE-RECORD
                       > ZEROS
                   MOVE EMP-LAST-DAY-WORKED IN WS-EMPLOYEE-RECORD TO
                       WS-RQ-LAST-WORKED (WS-RQ-INDEX)
               ELSE
                   MOVE EMP-TERM-DATE IN WS-EMPLOYEE-RECORD TO
                       WS-RQ-LAST-WORKED (WS-RQ-INDEX)
               END-IF
               IF EMP-SEP-REASON-VALID IN WS-EMPLOYEE-RECORD
                   MOVE EMP-SEPARATION-REASON IN WS-EMPLOYEE-RECORD
                       TO WS-RQ-SEP-REASON (WS-RQ-INDEX)
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN NOT WS-RQ-WANTS-SEPARATION (WS-RQ-INDEX)
                   SET WS-RQ-COMPLETE (WS-RQ-INDEX) TO TRUE
               WHEN NOT WS-RQ-SEPARATED (WS-RQ-INDEX)
                   SET WS-RQ-STILL-EMPLOYED (WS-RQ-INDEX) TO TRUE
               WHEN WS-RQ-SEP-REASON (WS-RQ-INDEX) = SPACES
                   SET WS-RQ-REASON-MISSING (WS-RQ-INDEX) TO TRUE
               WHEN OTHER
                   SET WS-RQ-COMPLETE (WS-RQ-INDEX) TO TRUE
           END-EVALUATE
           .

       300-SCAN-HISTORY-DETAIL.
      *****************************************************************
      * One pass over the history detail picks up the vacation and     *
      * comp time paid out on each separated claimant's final check    *
      *****************************************************************
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
                                   HISTORY-DETAIL-RECORD-FILE = 'PTP'
                               OR HD-CODE IN
                                   HISTORY-DETAIL-RECORD-FILE = 'CTP')
                               PERFORM 310-APPLY-LEAVE-PAYOUT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORY-DETAIL-FILE
           END-IF
           .

       310-APPLY-LEAVE-PAYOUT.
      *****************************************************************
      * A payout line counts for a separated claimant when it was paid *
      * for the period of, or after, the separation                    *
      *****************************************************************
           PERFORM VARYING WS-RQ-INDEX FROM 1 BY 1
                   UNTIL WS-RQ-INDEX > WS-RQ-COUNT
               IF WS-RQ-SEPARATED (WS-RQ-INDEX)
                   AND WS-RQ-EMP-ID (WS-RQ-INDEX) =
                       HD-EMP-ID IN HISTORY-DETAIL-RECORD-FILE
                   AND (HD-PERIOD-END-DATE IN
                           HISTORY-DETAIL-RECORD-FILE >=
                           WS-RQ-TERM-DATE (WS-RQ-INDEX)
                       OR HD-CHECK-DATE IN
                           HISTORY-DETAIL-RECORD-FILE >=
                           WS-RQ-TERM-DATE (WS-RQ-INDEX))
                   ADD HD-AMOUNT IN HISTORY-DETAIL-RECORD-FILE TO
                       WS-RQ-LEAVE-PAYOUT (WS-RQ-INDEX)
                   IF HD-CHECK-DATE IN HISTORY-DETAIL-RECORD-FILE >
                           WS-RQ-LEAVE-PAYOUT-DATE (WS-RQ-INDEX)
                       MOVE HD-CHECK-DATE IN
                           HISTORY-DETAIL-RECORD-FILE TO
                           WS-RQ-LEAVE-PAYOUT-DATE (WS-RQ-INDEX)
                   END-IF
               END-IF
           END-PERFORM
           .

       400-SCAN-SCHEDULED-PAYMENTS.
      *****************************************************************
      * One pass over the scheduled payments totals each claimant's    *
      * severance - installments already generated into a payroll as   *
      * paid, those still pending as scheduled. Cancelled installments *
      * are not owed and do not count                                  *
      *****************************************************************
           OPEN INPUT SCHEDULED-PAYMENT-FILE
           IF SCHEDPAY-FILE-SUCCESS
               PERFORM UNTIL SCHEDPAY-FILE-EOF
                   READ SCHEDULED-PAYMENT-FILE
                       AT END
                           SET SCHEDPAY-FILE-EOF TO TRUE
                       NOT AT END
                           IF SP-SEVERANCE IN
                                   SCHEDULED-PAYMENT-RECORD-FILE
                               AND NOT SP-CANCELLED IN
                                   SCHEDULED-PAYMENT-RECORD-FILE
                               PERFORM 410-APPLY-SEVERANCE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SCHEDULED-PAYMENT-FILE
           END-IF
           .

       410-APPLY-SEVERANCE.
      *****************************************************************
      * Roll one severance installment into its claimant's answer      *
      *****************************************************************
           PERFORM VARYING WS-RQ-INDEX FROM 1 BY 1
                   UNTIL WS-RQ-INDEX > WS-RQ-COUNT
               IF NOT WS-RQ-NOT-ON-FILE (WS-RQ-INDEX)
                   AND WS-RQ-EMP-ID (WS-RQ-INDEX) =
                       SP-EMPLOYEE-ID IN SCHEDULED-PAYMENT-RECORD-FILE
                   IF SP-GENERATED IN SCHEDULED-PAYMENT-RECORD-FILE
                       ADD SP-AMOUNT IN SCHEDULED-PAYMENT-RECORD-FILE
                           TO WS-RQ-SEV-PAID (WS-RQ-INDEX)
                   ELSE
                       ADD SP-AMOUNT IN SCHEDULED-PAYMENT-RECORD-FILE
                           TO WS-RQ-SEV-PENDING (WS-RQ-INDEX)
                   END-IF
                   IF SP-TARGET-PERIOD-ID IN
                           SCHEDULED-PAYMENT-RECORD-FILE >
                           WS-RQ-SEV-LAST-PERIOD (WS-RQ-INDEX)
                       MOVE SP-TARGET-PERIOD-ID IN
                           SCHEDULED-PAYMENT-RECORD-FILE TO
                           WS-RQ-SEV-LAST-PERIOD (WS-RQ-INDEX)
                   END-IF
               END-IF
           END-PERFORM
           .

       500-WRITE-RESPONSES.
      *****************************************************************
      * Write, log, and list the answer to each request                *
      *****************************************************************
           PERFORM VARYING WS-RQ-INDEX FROM 1 BY 1
                   UNTIL WS-RQ-INDEX > WS-RQ-COUNT
               MOVE 'N' TO WS-LATE-SW
               IF WS-RQ-DUE-DATE (WS-RQ-INDEX) IS NUMERIC
                   AND WS-RQ-DUE-DATE (WS-RQ-INDEX) > ZEROS
                   AND WS-DATE > WS-RQ-DUE-DATE (WS-RQ-INDEX)
                   SET WS-LATE TO TRUE
                   ADD 1 TO WS-LATE-COUNT
               END-IF
               PERFORM 510-WRITE-RESPONSE
               PERFORM 520-LOG-RESPONSE
               PERFORM 530-WRITE-REGISTER-ENTRY
                   THRU 530-EXIT
               ADD 1 TO WS-RESPONSE-COUNT
               IF WS-RQ-NOT-ON-FILE (WS-RQ-INDEX)
                   ADD 1 TO WS-NOT-FOUND-COUNT
               END-IF
               IF WS-RQ-REASON-MISSING (WS-RQ-INDEX)
                   ADD 1 TO WS-MANUAL-COUNT
               END-IF
           END-PERFORM
           .

       510-WRITE-RESPONSE.
      *****************************************************************
      * Build the response record for transmission to the state.       *
      * Wages are answered only when asked for, separation details     *
      * only for a separated claimant when asked for                   *
      *****************************************************************
           MOVE SPACES TO SIDES-RESPONSE-RECORD-FILE
           MOVE WS-RQ-REQUEST-ID (WS-RQ-INDEX) TO SRS-REQUEST-ID
           MOVE WS-RQ-STATE (WS-RQ-INDEX) TO SRS-STATE
           MOVE WS-DATE TO SRS-RESPONSE-DATE
           MOVE WS-RQ-STATUS (WS-RQ-INDEX) TO SRS-RESPONSE-STATUS
           MOVE WS-RQ-SSN (WS-RQ-INDEX) TO SRS-CLAIMANT-SSN
           MOVE WS-RQ-EMP-ID (WS-RQ-INDEX) TO SRS-EMP-ID
           MOVE WS-RQ-FEIN (WS-RQ-INDEX) TO SRS-EMPLOYER-FEIN
           MOVE WS-RQ-SUI-ACCOUNT (WS-RQ-INDEX) TO SRS-SUI-ACCOUNT
           INITIALIZE SRS-WAGE-INFO
                      SRS-BENEFIT-OFFSETS
           MOVE ZEROS TO SRS-HIRE-DATE
                         SRS-LAST-DAY-WORKED
                         SRS-SEPARATION-DATE
           MOVE ZEROS TO WS-TOTAL-WAGES

           IF NOT WS-RQ-NOT-ON-FILE (WS-RQ-INDEX)
               MOVE WS-RQ-HIRE-DATE (WS-RQ-INDEX) TO SRS-HIRE-DATE
               IF WS-RQ-WANTS-WAGES (WS-RQ-INDEX)
                   MOVE WS-RQ-BP-START (WS-RQ-INDEX) TO
                       SRS-BASE-PERIOD-START
                   MOVE WS-RQ-BP-END (WS-RQ-INDEX) TO
                       SRS-BASE-PERIOD-END
                   PERFORM VARYING WS-QT-INDEX FROM 1 BY 1
                           UNTIL WS-QT-INDEX > 4
                       MOVE WS-RQ-QTR-YEAR (WS-RQ-INDEX, WS-QT-INDEX)
                           TO SRS-QTR-YEAR (WS-QT-INDEX)
                       MOVE WS-RQ-QTR-NUMBER (WS-RQ-INDEX, WS-QT-INDEX)
                           TO SRS-QTR-NUMBER (WS-QT-INDEX)
                       IF WS-RQ-QTR-WAGES (WS-RQ-INDEX, WS-QT-INDEX)
                               > ZEROS
                           MOVE WS-RQ-QTR-WAGES
                               (WS-RQ-INDEX, WS-QT-INDEX) TO
                               SRS-QTR-WAGES (WS-QT-INDEX)
                           ADD WS-RQ-QTR-WAGES
                               (WS-RQ-INDEX, WS-QT-INDEX) TO
                               WS-TOTAL-WAGES
                       END-IF
                   END-PERFORM
                   MOVE WS-TOTAL-WAGES TO SRS-TOTAL-BASE-WAGES
               END-IF
               IF WS-RQ-WANTS-SEPARATION (WS-RQ-INDEX)
                   AND WS-RQ-SEPARATED (WS-RQ-INDEX)
                   MOVE WS-RQ-LAST-WORKED (WS-RQ-INDEX) TO
                       SRS-LAST-DAY-WORKED
                   MOVE WS-RQ-TERM-DATE (WS-RQ-INDEX) TO
                       SRS-SEPARATION-DATE
                   MOVE WS-RQ-SEP-REASON (WS-RQ-INDEX) TO
                       SRS-SEPARATION-REASON
                   MOVE WS-RQ-SEV-PAID (WS-RQ-INDEX) TO
                       SRS-SEVERANCE-PAID
                   MOVE WS-RQ-SEV-PENDING (WS-RQ-INDEX) TO
                       SRS-SEVERANCE-PENDING
                   MOVE WS-RQ-SEV-LAST-PERIOD (WS-RQ-INDEX) TO
                       SRS-SEVERANCE-LAST-PERIOD
                   MOVE WS-RQ-LEAVE-PAYOUT (WS-RQ-INDEX) TO
                       SRS-LEAVE-PAYOUT-AMT
                   MOVE WS-RQ-LEAVE-PAYOUT-DATE (WS-RQ-INDEX) TO
                       SRS-LEAVE-PAYOUT-DATE
               END-IF
           END-IF

           WRITE SIDES-RESPONSE-RECORD-FILE
           .

       520-LOG-RESPONSE.
      *****************************************************************
      * Append the response log record                                 *
      *****************************************************************
           MOVE SPACES TO SIDES-LOG-RECORD
           MOVE WS-DATE TO LOG-RESPONSE-DATE
           MOVE WS-RQ-REQUEST-ID (WS-RQ-INDEX) TO LOG-REQUEST-ID
           MOVE WS-RQ-STATE (WS-RQ-INDEX) TO LOG-STATE
           MOVE WS-RQ-EMP-ID (WS-RQ-INDEX) TO LOG-EMP-ID
           MOVE WS-RQ-STATUS (WS-RQ-INDEX) TO LOG-RESPONSE-STATUS
           MOVE WS-RQ-DUE-DATE (WS-RQ-INDEX) TO LOG-DUE-DATE
           IF WS-LATE
               MOVE 'N' TO LOG-ON-TIME-IND
           ELSE
               MOVE 'Y' TO LOG-ON-TIME-IND
           END-IF
           MOVE SRS-TOTAL-BASE-WAGES TO LOG-TOTAL-BASE-WAGES
           WRITE SIDES-LOG-RECORD
           .

       530-WRITE-REGISTER-ENTRY.
      *****************************************************************
      * List the answer: the request line, the base-period wages, the  *
      * separation and its offsets, and any flag needing attention     *
      *****************************************************************
           EVALUATE TRUE
               WHEN WS-RQ-COMPLETE (WS-RQ-INDEX)
                   MOVE 'ANSWERED' TO WS-STATUS-TEXT
               WHEN WS-RQ-STILL-EMPLOYED (WS-RQ-INDEX)
                   MOVE 'ANSWERED - STILL EMPLOYED' TO WS-STATUS-TEXT
               WHEN WS-RQ-REASON-MISSING (WS-RQ-INDEX)
                   MOVE 'REASON NOT ON FILE' TO WS-STATUS-TEXT
               WHEN OTHER
                   MOVE 'CLAIMANT NOT ON FILE' TO WS-STATUS-TEXT
           END-EVALUATE

           MOVE SPACES TO WS-REPORT-LINE
           WRITE SIDES-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'REQUEST ' WS-RQ-REQUEST-ID (WS-RQ-INDEX)
                  ' STATE ' WS-RQ-STATE (WS-RQ-INDEX)
                  ' EMP ' WS-RQ-EMP-ID (WS-RQ-INDEX)
                  ' ' WS-RQ-NAME (WS-RQ-INDEX)
                  ' ' WS-STATUS-TEXT
                  ' DUE ' WS-RQ-DUE-DATE (WS-RQ-INDEX)
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           IF WS-LATE
               MOVE 'LATE' TO WS-REPORT-LINE (126:4)
           END-IF
           WRITE SIDES-REPORT-RECORD FROM WS-REPORT-LINE

           IF WS-RQ-NOT-ON-FILE (WS-RQ-INDEX)
               GO TO 530-EXIT
           END-IF

           IF WS-RQ-WANTS-WAGES (WS-RQ-INDEX)
               PERFORM VARYING WS-QT-INDEX FROM 1 BY 1
                       UNTIL WS-QT-INDEX > 4
                   MOVE WS-RQ-QTR-WAGES (WS-RQ-INDEX, WS-QT-INDEX) TO
                       WS-ED-QTR-WAGES (WS-QT-INDEX)
               END-PERFORM
               MOVE SRS-TOTAL-BASE-WAGES TO WS-ED-AMOUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING '  BASE PERIOD '
                      WS-RQ-QTR-YEAR (WS-RQ-INDEX, 1) 'Q'
                      WS-RQ-QTR-NUMBER (WS-RQ-INDEX, 1)
                      WS-ED-QTR-WAGES (1) ' '
                      WS-RQ-QTR-YEAR (WS-RQ-INDEX, 2) 'Q'
                      WS-RQ-QTR-NUMBER (WS-RQ-INDEX, 2)
                      WS-ED-QTR-WAGES (2) ' '
                      WS-RQ-QTR-YEAR (WS-RQ-INDEX, 3) 'Q'
                      WS-RQ-QTR-NUMBER (WS-RQ-INDEX, 3)
                      WS-ED-QTR-WAGES (3) ' '
                      WS-RQ-QTR-YEAR (WS-RQ-INDEX, 4) 'Q'
                      WS-RQ-QTR-NUMBER (WS-RQ-INDEX, 4)
                      WS-ED-QTR-WAGES (4)
                      '  TOTAL' WS-ED-AMOUNT
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE SIDES-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF

           IF WS-RQ-WANTS-SEPARATION (WS-RQ-INDEX)
               AND WS-RQ-SEPARATED (WS-RQ-INDEX)
               PERFORM 535-SET-REASON-TEXT
               MOVE SPACES TO WS-REPORT-LINE
               STRING '  HIRED ' WS-RQ-HIRE-DATE (WS-RQ-INDEX)
                      '  LAST WORKED ' WS-RQ-LAST-WORKED (WS-RQ-INDEX)
                      '  SEPARATED ' WS-RQ-TERM-DATE (WS-RQ-INDEX)
                      '  REASON ' WS-RQ-SEP-REASON (WS-RQ-INDEX)
                      ' ' WS-REASON-TEXT
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE SIDES-REPORT-RECORD FROM WS-REPORT-LINE

               MOVE WS-RQ-SEV-PAID (WS-RQ-INDEX) TO WS-ED-AMOUNT-2
               MOVE WS-RQ-SEV-PENDING (WS-RQ-INDEX) TO WS-ED-AMOUNT-3
               MOVE WS-RQ-LEAVE-PAYOUT (WS-RQ-INDEX) TO WS-ED-AMOUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING '  SEVERANCE PAID ' WS-ED-AMOUNT-2
                      '  SCHEDULED ' WS-ED-AMOUNT-3
                      '  THROUGH PERIOD '
                      WS-RQ-SEV-LAST-PERIOD (WS-RQ-INDEX)
                      '  LEAVE PAYOUT ' WS-ED-AMOUNT
                      ' ON ' WS-RQ-LEAVE-PAYOUT-DATE (WS-RQ-INDEX)
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE SIDES-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF

           IF WS-RQ-REASON-MISSING (WS-RQ-INDEX)
               MOVE SPACES TO WS-REPORT-LINE
               STRING '  *** SEPARATION REASON NOT ON FILE - COMPLETE'
                      ' THE ANSWER BY HAND BEFORE '
                      WS-RQ-DUE-DATE (WS-RQ-INDEX) ' ***'
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE SIDES-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF
           .
       530-EXIT.
           EXIT.

       535-SET-REASON-TEXT.
      *****************************************************************
      * Describe the separation reason for the register                *
      *****************************************************************
           MOVE WS-RQ-SEP-REASON (WS-RQ-INDEX) TO
               EMP-SEPARATION-REASON IN WS-EMPLOYEE-RECORD
           EVALUATE TRUE
               WHEN EMP-SEP-LACK-OF-WORK IN WS-EMPLOYEE-RECORD
                   MOVE 'LACK OF WORK' TO WS-REASON-TEXT
               WHEN EMP-SEP-VOLUNTARY-QUIT IN WS-EMPLOYEE-RECORD
                   MOVE 'VOLUNTARY QUIT' TO WS-REASON-TEXT
               WHEN EMP-SEP-DISCHARGE-MISCONDUCT IN WS-EMPLOYEE-RECORD
                   MOVE 'DISCHARGE - MISCONDUCT' TO WS-REASON-TEXT
               WHEN EMP-SEP-DISCHARGE-OTHER IN WS-EMPLOYEE-RECORD
                   MOVE 'DISCHARGE - OTHER' TO WS-REASON-TEXT
               WHEN EMP-SEP-RETIREMENT IN WS-EMPLOYEE-RECORD
                   MOVE 'RETIREMENT' TO WS-REASON-TEXT
               WHEN EMP-SEP-ASSIGNMENT-ENDED IN WS-EMPLOYEE-RECORD
                   MOVE 'ASSIGNMENT ENDED' TO WS-REASON-TEXT
               WHEN EMP-SEP-LABOR-DISPUTE IN WS-EMPLOYEE-RECORD
                   MOVE 'LABOR DISPUTE' TO WS-REASON-TEXT
               WHEN EMP-SEP-DECEASED IN WS-EMPLOYEE-RECORD
                   MOVE 'DECEASED' TO WS-REASON-TEXT
               WHEN EMP-SEP-OTHER IN WS-EMPLOYEE-RECORD
                   MOVE 'OTHER' TO WS-REASON-TEXT
               WHEN OTHER
                   MOVE 'NOT ON FILE' TO WS-REASON-TEXT
           END-EVALUATE
           .

       900-WRAP-UP.
      *****************************************************************
      * Print the run totals, close all files, and display the totals  *
      *****************************************************************
           MOVE SPACES TO WS-REPORT-LINE
           WRITE SIDES-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE WS-RESPONSE-COUNT TO WS-ED-COUNT
           MOVE WS-MANUAL-COUNT TO WS-ED-COUNT-2
           MOVE WS-LATE-COUNT TO WS-ED-COUNT-3
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'RESPONSES ' WS-ED-COUNT
                  '  NEEDING REASON BY HAND ' WS-ED-COUNT-2
                  '  PAST DUE ' WS-ED-COUNT-3
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE SIDES-REPORT-RECORD FROM WS-REPORT-LINE

           CLOSE SIDES-REQUEST-FILE
                 EMPLOYEE-FILE
                 PAY-HISTORY-FILE
                 SIDES-RESPONSE-FILE
                 SIDES-LOG-FILE
                 SIDES-REPORT-FILE

           DISPLAY 'UNEMPLOYMENT CLAIM RESPONSE GENERATOR COMPLETE'
           DISPLAY 'REQUESTS READ: ' WS-REQUEST-COUNT
           DISPLAY 'RESPONSES ISSUED: ' WS-RESPONSE-COUNT
           DISPLAY 'CLAIMANTS NOT FOUND: ' WS-NOT-FOUND-COUNT
           DISPLAY 'REASON TO COMPLETE BY HAND: ' WS-MANUAL-COUNT
           DISPLAY 'PAST DUE: ' WS-LATE-COUNT
           DISPLAY 'REQUESTS NOT ANSWERED: ' WS-HELD-COUNT
           .
