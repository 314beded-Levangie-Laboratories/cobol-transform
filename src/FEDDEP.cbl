      *          federal withholding plus both halves of FICA by      *
      *          check date from the pay history, applies the IRS     *
      *          deposit schedule rules (semiweekly or monthly per    *
      *          the depositor parameter or the company master, with  *
      *          the $100,000 next-day rule overriding both), and     *
      *          produces the deposit calendar report and an          *
      *          EFTPS-ready payment extract with one record per due  *
      *          date.                                                *
      *                                                               *
      * Date Created: 2026-08-22                                      *
      * Author: COBOL Payroll System                                  *
      * FEDDEP is a standalone scheduling program in the Payroll       *
      * Processing System. It coordinates deposit scheduling by:       *
      *                                                                *
      * 1. Reading the depositor parameter record (schedule type,      *
      *    liability period, and paying company), defaulting to all    *
      *    dates. A parameter naming a company limits the run to that  *
      *    company's employees. Without a schedule on the parameter    *
      *    the company's deposit schedule on the company master        *
      *    applies (the first company's when none is named), and      *
      *    semiweekly when the master carries none                     *
      * 2. Reading every pay history record in the period and          *
      *    accumulating the deposit liability by check date:           *
      *    federal withholding + 2 x (social security + medicare).     *
           ALTERNATE RECORD KEY IS HIST-EMP-ID WITH DUPLICATES
           FILE STATUS IS HIST-FILE-STATUS.

           SELECT EMPLOYEE-FILE ASSIGN TO 'EMPFILE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS EMP-ID
           FILE STATUS IS EMP-FILE-STATUS.

           SELECT OPTIONAL DEPOSIT-PARM-FILE ASSIGN TO 'FEDPARM'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           COPY PAYHIST REPLACING ==PAY-HISTORY-RECORD== BY
               ==PAY-HISTORY-RECORD-FILE==.

       FD  EMPLOYEE-FILE.
           COPY EMPFILE REPLACING ==EMPLOYEE-RECORD== BY
               ==EMPLOYEE-RECORD-FILE==.

       FD  DEPOSIT-PARM-FILE.
           01  DEPOSIT-PARM-RECORD.
               05  PARM-SCHEDULE-TYPE      PIC X.
                   88  PARM-MONTHLY        VALUE 'M'.
               05  PARM-PERIOD-START       PIC 9(8).
               05  PARM-PERIOD-END         PIC 9(8).
               05  PARM-COMPANY-CODE       PIC X(2).
               05  PARM-FILLER             PIC X(18).

       FD  EFTPS-EXTRACT-FILE.
           COPY EFTPSX REPLACING ==EFTPS-PAYMENT-RECORD== BY
           05  HIST-FILE-STATUS            PIC X(2).
               88  HIST-FILE-SUCCESS       VALUE '00'.
               88  HIST-FILE-EOF           VALUE '10'.
           05  EMP-FILE-STATUS             PIC X(2).
               88  EMP-FILE-SUCCESS        VALUE '00'.
           05  FEDPARM-FILE-STATUS         PIC X(2).
               88  FEDPARM-FILE-SUCCESS    VALUE '00'.
           05  EFTPS-FILE-STATUS           PIC X(2).
           05  REPORT-FILE-STATUS          PIC X(2).
               88  REPORT-FILE-SUCCESS     VALUE '00'.

       COPY COMPANY.

       01  WS-RUN-PARAMETERS.
           05  WS-SCHEDULE-TYPE           PIC X     VALUE 'S'.
               88  WS-SEMIWEEKLY          VALUE 'S'.
               88  WS-MONTHLY             VALUE 'M'.
           05  WS-PERIOD-START            PIC 9(8)  VALUE ZEROS.
           05  WS-PERIOD-END              PIC 9(8)  VALUE 99999999.
           05  WS-RUN-COMPANY-CODE        PIC X(2)  VALUE SPACES.
           05  WS-SCHEDULE-SOURCE         PIC X(9)  VALUE 'DEFAULT'.
           05  WS-NEXT-DAY-THRESHOLD      PIC 9(9)V99 COMP-3
                                       VALUE 100000.00.

           05  WS-DUE-INDEX               PIC 9(4) COMP-3 VALUE ZEROS.
           05  WS-RECORD-LIABILITY        PIC S9(9)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-CO-INDEX                PIC 9(3) COMP-3 VALUE ZEROS.
           05  WS-RUN-CO-INDEX            PIC 9(3) COMP-3 VALUE ZEROS.
           05  WS-LAST-EMP-ID             PIC X(6)  VALUE SPACES.
           05  WS-EMP-COMPANY-CODE        PIC X(2)  VALUE SPACES.
           05  WS-SWAP-ENTRY.
               10  WS-SWAP-CHECK-DATE     PIC 9(8).
               10  WS-SWAP-AMOUNT         PIC S9(9)V99 COMP-3.
       100-INITIALIZATION.
      *****************************************************************
      * Open files, read the depositor parameter record if supplied,   *
      * settle the deposit schedule, and write the report heading      *
      *****************************************************************
           DISPLAY 'FEDERAL DEPOSIT SCHEDULER STARTED'

           CALL 'COMPLOAD' USING COMPANY-TABLE
           IF NOT COMPANY-TABLE-LOADED
               DISPLAY 'ERROR LOADING COMPANY MASTER - RUN STOPPED'
               STOP RUN
           END-IF

           MOVE 'V' TO WS-STEP-FUNCTION
           CALL 'STEPCHK' USING WS-STEP-FUNCTION
                                WS-STEP-PROGRAM-NAME
               STOP RUN
           END-IF

           OPEN INPUT EMPLOYEE-FILE
           IF NOT EMP-FILE-SUCCESS
               DISPLAY 'ERROR OPENING EMPLOYEE FILE: ' EMP-FILE-STATUS
               STOP RUN
           END-IF

           OPEN INPUT DEPOSIT-PARM-FILE
           IF FEDPARM-FILE-SUCCESS
               READ DEPOSIT-PARM-FILE
                   NOT AT END
                       IF PARM-SEMIWEEKLY OR PARM-MONTHLY
                           MOVE PARM-SCHEDULE-TYPE TO WS-SCHEDULE-TYPE
                           MOVE 'PARAMETER' TO WS-SCHEDULE-SOURCE
                       END-IF
                       IF PARM-COMPANY-CODE NOT = SPACES
                           AND PARM-COMPANY-CODE NOT = LOW-VALUES
                           MOVE PARM-COMPANY-CODE TO
                               WS-RUN-COMPANY-CODE
                       END-IF
                       IF PARM-PERIOD-START IS NUMERIC
                           AND PARM-PERIOD-START > ZEROS
           END-IF
           CLOSE DEPOSIT-PARM-FILE

      *****************************************************************
      * A named company must be on the company master. Its deposit     *
      * schedule there applies when the parameter gave none            *
      *****************************************************************
           MOVE 1 TO WS-RUN-CO-INDEX
           IF WS-RUN-COMPANY-CODE NOT = SPACES
               MOVE ZEROS TO WS-RUN-CO-INDEX
               PERFORM VARYING WS-CO-INDEX FROM 1 BY 1
                       UNTIL WS-CO-INDEX > COMPANY-ENTRY-COUNT
                   IF COMPANY-CODE (WS-CO-INDEX) = WS-RUN-COMPANY-CODE
                       MOVE WS-CO-INDEX TO WS-RUN-CO-INDEX
                       MOVE 99 TO WS-CO-INDEX
                   END-IF
               END-PERFORM
               IF WS-RUN-CO-INDEX = ZEROS
                   DISPLAY 'COMPANY ' WS-RUN-COMPANY-CODE
                           ' NOT ON COMPANY MASTER - RUN STOPPED'
                   STOP RUN
               END-IF
           END-IF
           IF WS-SCHEDULE-SOURCE NOT = 'PARAMETER'
               IF COMPANY-FED-DEPOSIT-SCHED (WS-RUN-CO-INDEX) = 'S'
                   OR COMPANY-FED-DEPOSIT-SCHED (WS-RUN-CO-INDEX) = 'M'
                   MOVE COMPANY-FED-DEPOSIT-SCHED (WS-RUN-CO-INDEX)
                       TO WS-SCHEDULE-TYPE
                   MOVE 'COMPANY' TO WS-SCHEDULE-SOURCE
               END-IF
           END-IF

           OPEN OUTPUT EFTPS-EXTRACT-FILE
           OPEN OUTPUT DEPOSIT-REPORT-FILE

           MOVE SPACES TO WS-REPORT-LINE
           IF WS-RUN-COMPANY-CODE = SPACES
               STRING 'FEDERAL TAX DEPOSIT CALENDAR - SCHEDULE '
                      WS-SCHEDULE-TYPE ' (' WS-SCHEDULE-SOURCE ')'
                      ' - ALL COMPANIES'
                      DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
           ELSE
               STRING 'FEDERAL TAX DEPOSIT CALENDAR - SCHEDULE '
                      WS-SCHEDULE-TYPE ' (' WS-SCHEDULE-SOURCE ')'
                      ' - COMPANY ' WS-RUN-COMPANY-CODE ' '
                      COMPANY-NAME (WS-RUN-CO-INDEX)
                      DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
           END-IF
           WRITE DEPOSIT-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE ALL '-' TO WS-REPORT-LINE
           WRITE DEPOSIT-REPORT-RECORD FROM WS-REPORT-LINE
                           WS-PERIOD-START
                       AND HIST-CHECK-DATE IN PAY-HISTORY-RECORD-FILE
                           <= WS-PERIOD-END
                       PERFORM 210-RESOLVE-EMPLOYEE-COMPANY
                       IF WS-RUN-COMPANY-CODE = SPACES
                           OR WS-EMP-COMPANY-CODE = WS-RUN-COMPANY-CODE
                           PERFORM 250-ROLL-INTO-CHECK-DATE
                       END-IF
                   END-IF
           END-READ
           .

       210-RESOLVE-EMPLOYEE-COMPANY.
      *****************************************************************
      * When the run is for one company, find the employee's company   *
      * on the master (read once per employee - history arrives in     *
      * employee order); a blank or unknown company belongs to the     *
      * first company                                                  *
      *****************************************************************
           IF WS-RUN-COMPANY-CODE NOT = SPACES
               AND HIST-EMP-ID IN PAY-HISTORY-RECORD-FILE NOT =
                   WS-LAST-EMP-ID
               MOVE HIST-EMP-ID IN PAY-HISTORY-RECORD-FILE TO
                   WS-LAST-EMP-ID
               MOVE WS-LAST-EMP-ID TO EMP-ID IN EMPLOYEE-RECORD-FILE
               READ EMPLOYEE-FILE
                   INVALID KEY
                       MOVE SPACES TO
                           EMP-COMPANY-CODE IN EMPLOYEE-RECORD-FILE
               END-READ

               MOVE COMPANY-CODE (1) TO WS-EMP-COMPANY-CODE
               PERFORM VARYING WS-CO-INDEX FROM 1 BY 1
                       UNTIL WS-CO-INDEX > COMPANY-ENTRY-COUNT
                   IF COMPANY-CODE (WS-CO-INDEX) =
                           EMP-COMPANY-CODE IN EMPLOYEE-RECORD-FILE
                       MOVE COMPANY-CODE (WS-CO-INDEX) TO
                           WS-EMP-COMPANY-CODE
                       MOVE 99 TO WS-CO-INDEX
                   END-IF
               END-PERFORM
           END-IF
           .

       250-ROLL-INTO-CHECK-DATE.
      *****************************************************************
      * Find or claim the check date's slot in the liability table     *
           END-PERFORM

           CLOSE PAY-HISTORY-FILE
                 EMPLOYEE-FILE
                 EFTPS-EXTRACT-FILE
                 DEPOSIT-REPORT-FILE

