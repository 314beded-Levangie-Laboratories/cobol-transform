      *****************************************************************
      * Program: TEIMP.cbl                                            *
      *                                                               *
      * Purpose: Travel and expense reimbursement import for the      *
      *          Payroll Processing System. Reads the expense         *
      *          system's approved claims, matches each to its        *
      *          employee, splits each claim between the accountable  *
      *          plan (non-taxable reimbursement) and taxable wages   *
      *          (per diem over the federal rate, mileage over the    *
      *          standard rate, unsubstantiated allowances), adds     *
      *          them to the period's payroll input, carries each     *
      *          claim's GL expense account to the calculation run's  *
      *          GL export, and prints the claims register.           *
      *                                                               *
      * Date Created: 2026-10-15                                      *
      * Author: COBOL Payroll System                                  *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. TEIMP.
       AUTHOR. COBOL PAYROLL SYSTEM.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.

      *****************************************************************
      * Program Description:                                          *
      *                                                                *
      * TEIMP is a standalone import program in the Payroll            *
      * Processing System, run before the edit pass of the period the  *
      * run control names. It:                                         *
      *                                                                *
      * 1. Reads the approved claims (TECLAIMS) and rejects a claim    *
      *    for an unknown employee, with no amount, no GL account, an  *
      *    unknown expense type, or a claim ID already imported        *
      * 2. Classifies each claim under the accountable plan rules:     *
      *    - per diem is non-taxable up to the days in travel status   *
      *      times the federal daily rate; the excess is taxable       *
      *    - mileage is non-taxable up to the business miles times    *
      *      the standard mileage rate; the excess is taxable          *
      *    - a car allowance or any other expense is non-taxable only  *
      *      when substantiated, otherwise taxable in full             *
      * 3. Adds each employee's non-taxable total to the period        *
      *    record's PAY-REIMBURSEMENT-AMT and taxable total to its     *
      *    PAY-ALLOWANCE-AMOUNT, keeping the imported parts in         *
      *    PAY-EXPENSE-IMPORT; an employee with no record for the      *
      *    period gets one of its own, paid without standing           *
      *    deductions                                                  *
      * 4. Appends each claim's accountable and taxable parts, with    *
      *    its GL expense account, to the GL detail file (TEGLDTL)     *
      *    the calculation run posts from                              *
      * 5. Prints the register of each employee's claims and their     *
      *    tax treatment, followed by the rejected claims              *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC.
       OBJECT-COMPUTER. PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TE-CLAIM-FILE ASSIGN TO 'TECLAIMS'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS CLAIM-FILE-STATUS.

           SELECT OPTIONAL TE-PARM-FILE ASSIGN TO 'TEPARM'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS PARM-FILE-STATUS.

           SELECT EMPLOYEE-FILE ASSIGN TO 'EMPFILE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMP-ID
           FILE STATUS IS EMP-FILE-STATUS.

           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO 'RUNCTL'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS RUNCTL-FILE-STATUS.

           SELECT OPTIONAL PERIOD-CALENDAR-FILE ASSIGN TO 'PERCAL'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS PERCAL-FILE-STATUS.

           SELECT PAYROLL-DATA-FILE ASSIGN TO 'PAYDATA'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS PAY-FILE-STATUS.

           SELECT OPTIONAL TE-GL-DETAIL-FILE ASSIGN TO 'TEGLDTL'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS TEGL-FILE-STATUS.

           SELECT TE-REGISTER-FILE ASSIGN TO 'TEREG'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TE-CLAIM-FILE.
           COPY TECLAIM REPLACING ==TE-CLAIM-RECORD== BY
               ==TE-CLAIM-RECORD-FILE==.

       FD  TE-PARM-FILE.
       01  TE-PARM-RECORD.
           05  PARM-MILEAGE-RATE          PIC 9V999.
           05  FILLER                     PIC X(76).

       FD  EMPLOYEE-FILE.
           COPY EMPFILE REPLACING ==EMPLOYEE-RECORD== BY
               ==EMPLOYEE-RECORD-FILE==.

       FD  RUN-CONTROL-FILE.
           COPY RUNCTL REPLACING ==RUN-CONTROL-RECORD== BY
               ==RUN-CONTROL-RECORD-FILE==.

       FD  PERIOD-CALENDAR-FILE.
           COPY PERCAL REPLACING ==PERIOD-CALENDAR-RECORD== BY
               ==PERIOD-CALENDAR-RECORD-FILE==.

       FD  PAYROLL-DATA-FILE.
           COPY PAYDATA REPLACING ==PAYROLL-DATA-RECORD== BY
               ==PAYROLL-DATA-RECORD-FILE==.

       FD  TE-GL-DETAIL-FILE.
           COPY TEGLDTL REPLACING ==TE-GL-DETAIL-RECORD== BY
               ==TE-GL-DETAIL-RECORD-FILE==.

       FD  TE-REGISTER-FILE.
           01  TE-REGISTER-RECORD          PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  CLAIM-FILE-STATUS           PIC X(2).
               88  CLAIM-FILE-SUCCESS      VALUE '00'.
               88  CLAIM-FILE-EOF          VALUE '10'.
           05  PARM-FILE-STATUS            PIC X(2).
               88  PARM-FILE-SUCCESS       VALUE '00' '05'.
           05  EMP-FILE-STATUS             PIC X(2).
               88  EMP-FILE-SUCCESS        VALUE '00'.
           05  RUNCTL-FILE-STATUS          PIC X(2).
               88  RUNCTL-FILE-SUCCESS     VALUE '00' '05'.
           05  PERCAL-FILE-STATUS          PIC X(2).
               88  PERCAL-FILE-SUCCESS     VALUE '00' '05'.
               88  PERCAL-FILE-EOF         VALUE '10'.
           05  PAY-FILE-STATUS             PIC X(2).
               88  PAY-FILE-SUCCESS        VALUE '00'.
               88  PAY-FILE-EOF            VALUE '10'.
           05  TEGL-FILE-STATUS            PIC X(2).
               88  TEGL-FILE-SUCCESS       VALUE '00' '05'.
               88  TEGL-FILE-EOF           VALUE '10'.
           05  REPORT-FILE-STATUS          PIC X(2).
               88  REPORT-FILE-SUCCESS     VALUE '00'.

       COPY PAYDATA REPLACING ==PAYROLL-DATA-RECORD== BY
           ==WS-PAYROLL-DATA==.

       01  WS-RUN-CONTROL.
           05  WS-DATE                    PIC 9(8) VALUE ZEROS.
           05  WS-TARGET-PERIOD-ID        PIC 9(6) VALUE ZEROS.
           05  WS-PERIOD-START            PIC 9(8) VALUE ZEROS.
           05  WS-PERIOD-END              PIC 9(8) VALUE ZEROS.
           05  WS-CHECK-DATE              PIC 9(8) VALUE ZEROS.
           05  WS-TIMESTAMP               PIC X(20) VALUE SPACES.

      *****************************************************************
      * IRS standard mileage rate per business mile; the parameter    *
      * file overrides it when the rate changes                       *
      *****************************************************************
       01  WS-MILEAGE-RATE                PIC 9V999 VALUE 0.700.

      *****************************************************************
      * Claim IDs already on the GL detail file from earlier imports   *
      *****************************************************************
       01  WS-IMPORTED-CLAIM-TABLE.
           05  WS-IC-COUNT                 PIC 9(5) COMP-3
                                       VALUE ZEROS.
           05  WS-IC-CLAIM-ID              PIC X(12)
                                       OCCURS 5000 TIMES.

      *****************************************************************
      * This run's claims, accepted and rejected, in file order        *
      *****************************************************************
       01  WS-CLAIM-TABLE.
           05  WS-CL-COUNT                 PIC 9(4) COMP-3
                                       VALUE ZEROS.
           05  WS-CL-ENTRY OCCURS 2000 TIMES.
               10  WS-CL-CLAIM-ID          PIC X(12).
               10  WS-CL-EMP-ID            PIC X(6).
               10  WS-CL-EXPENSE-DATE      PIC 9(8).
               10  WS-CL-TYPE              PIC X(3).
               10  WS-CL-DESCRIPTION       PIC X(20).
               10  WS-CL-AMOUNT            PIC 9(7)V99 COMP-3.
               10  WS-CL-ACCOUNTABLE       PIC 9(7)V99 COMP-3.
               10  WS-CL-TAXABLE           PIC 9(7)V99 COMP-3.
               10  WS-CL-GL-ACCOUNT        PIC X(10).
               10  WS-CL-DEPARTMENT        PIC X(4).
               10  WS-CL-REASON            PIC X(30).
               10  WS-CL-STATUS            PIC X.
                   88  WS-CL-ACCEPTED      VALUE 'A'.
                   88  WS-CL-REJECTED      VALUE 'R'.

      *****************************************************************
      * Accepted totals by employee                                    *
      *****************************************************************
       01  WS-EMPLOYEE-TOTALS-TABLE.
           05  WS-ET-COUNT                 PIC 9(4) COMP-3
                                       VALUE ZEROS.
           05  WS-ET-ENTRY OCCURS 1000 TIMES.
               10  WS-ET-EMP-ID            PIC X(6).
               10  WS-ET-NAME              PIC X(30).
               10  WS-ET-ACCOUNTABLE       PIC 9(7)V99 COMP-3.
               10  WS-ET-TAXABLE           PIC 9(7)V99 COMP-3.
               10  WS-ET-APPLIED-SW        PIC X.
                   88  WS-ET-PENDING       VALUE 'N'.
                   88  WS-ET-ADDED-TO-RECORD
                                           VALUE 'Y'.
                   88  WS-ET-OWN-RECORD    VALUE 'G'.

       01  WS-WORK-FIELDS.
           05  WS-CL-INDEX                 PIC 9(4) COMP-3
                                       VALUE ZEROS.
           05  WS-ET-INDEX                 PIC 9(4) COMP-3
                                       VALUE ZEROS.
           05  WS-IC-INDEX                 PIC 9(5) COMP-3
                                       VALUE ZEROS.
           05  WS-FOUND-SW                 PIC X VALUE 'N'.
               88  WS-FOUND                VALUE 'Y'.
           05  WS-ALLOWED-AMOUNT           PIC 9(7)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-REJECT-REASON            PIC X(30) VALUE SPACES.
           05  WS-EMP-NAME                 PIC X(30) VALUE SPACES.
           05  WS-TE-PRIOR-AMOUNT          PIC 9(7)V99 COMP-3
                                       VALUE ZEROS.

       01  WS-RUN-TOTALS.
           05  WS-CLAIMS-READ              PIC 9(7) COMP-3 VALUE ZEROS.
           05  WS-CLAIMS-ACCEPTED          PIC 9(7) COMP-3 VALUE ZEROS.
           05  WS-CLAIMS-REJECTED          PIC 9(7) COMP-3 VALUE ZEROS.
           05  WS-RECORDS-UPDATED          PIC 9(7) COMP-3 VALUE ZEROS.
           05  WS-RECORDS-GENERATED        PIC 9(7) COMP-3 VALUE ZEROS.
           05  WS-GL-LINES-WRITTEN         PIC 9(7) COMP-3 VALUE ZEROS.
           05  WS-TOTAL-ACCOUNTABLE        PIC 9(9)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-TOTAL-TAXABLE            PIC 9(9)V99 COMP-3
                                       VALUE ZEROS.

       01  WS-EDITED-FIELDS.
           05  WS-ED-AMOUNT                PIC Z,ZZZ,ZZ9.99.
           05  WS-ED-ACCOUNTABLE           PIC Z,ZZZ,ZZ9.99.
           05  WS-ED-TAXABLE               PIC Z,ZZZ,ZZ9.99.
           05  WS-ED-COUNT                 PIC ZZZZZZ9.
           05  WS-ED-COUNT-2               PIC ZZZZZZ9.
           05  WS-ED-COUNT-3               PIC ZZZZZZ9.

       01  WS-REPORT-LINE                  PIC X(132).

       PROCEDURE DIVISION.
       000-MAIN-PROCESS.
      *****************************************************************
      * Main process coordinates the expense import                    *
      *****************************************************************
           PERFORM 100-INITIALIZATION
           PERFORM 200-LOAD-CLAIMS
           PERFORM 300-APPLY-TO-PAYROLL-DATA
               THRU 300-EXIT
           PERFORM 400-GENERATE-PAYROLL-RECORDS
               THRU 400-EXIT
           PERFORM 500-WRITE-GL-DETAIL
               THRU 500-EXIT
           PERFORM 600-PRINT-REGISTER
           PERFORM 900-WRAP-UP

           STOP RUN
           .

       100-INITIALIZATION.
      *****************************************************************
      * Establish the period the claims are paid in and its dates,     *
      * the mileage rate, and the claims already imported. Without a   *
      * run control record there is no period to pay into and the run *
      * stops before any claim is read                                 *
      *****************************************************************
           DISPLAY 'EXPENSE REIMBURSEMENT IMPORT STARTED'
           ACCEPT WS-DATE FROM DATE YYYYMMDD

           OPEN INPUT RUN-CONTROL-FILE
           IF RUNCTL-FILE-SUCCESS
               READ RUN-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE RC-PERIOD-ID IN RUN-CONTROL-RECORD-FILE
                           TO WS-TARGET-PERIOD-ID
                       MOVE RC-CHECK-DATE
                           IN RUN-CONTROL-RECORD-FILE TO
                           WS-CHECK-DATE
               END-READ
           END-IF
           CLOSE RUN-CONTROL-FILE

           IF WS-TARGET-PERIOD-ID = ZEROS
               DISPLAY 'NO RUN CONTROL PERIOD - NO CLAIMS IMPORTED'
               STOP RUN
           END-IF

           PERFORM 150-LOOK-UP-PERIOD-DATES

           OPEN INPUT TE-PARM-FILE
           IF PARM-FILE-SUCCESS
               READ TE-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-MILEAGE-RATE IS NUMERIC
                           AND PARM-MILEAGE-RATE > ZEROS
                           MOVE PARM-MILEAGE-RATE TO WS-MILEAGE-RATE
                       END-IF
               END-READ
           END-IF
           CLOSE TE-PARM-FILE

           PERFORM 160-LOAD-IMPORTED-CLAIMS

           OPEN INPUT TE-CLAIM-FILE
           IF NOT CLAIM-FILE-SUCCESS
               DISPLAY 'ERROR OPENING EXPENSE CLAIMS FILE: '
                       CLAIM-FILE-STATUS
               STOP RUN
           END-IF

           OPEN INPUT EMPLOYEE-FILE
           IF NOT EMP-FILE-SUCCESS
               DISPLAY 'ERROR OPENING EMPLOYEE FILE: '
                       EMP-FILE-STATUS
               STOP RUN
           END-IF

           OPEN OUTPUT TE-REGISTER-FILE

           STRING WS-DATE 'T000000' DELIMITED BY SIZE
               INTO WS-TIMESTAMP
           .

       150-LOOK-UP-PERIOD-DATES.
      *****************************************************************
      * Pull the period's start/end/check dates off the pay period     *
      * calendar; a missing calendar leaves the run control check      *
      * date standing in for all three                                 *
      *****************************************************************
           MOVE WS-CHECK-DATE TO WS-PERIOD-START
           MOVE WS-CHECK-DATE TO WS-PERIOD-END

           OPEN INPUT PERIOD-CALENDAR-FILE
           IF PERCAL-FILE-SUCCESS
               PERFORM UNTIL PERCAL-FILE-EOF
                   READ PERIOD-CALENDAR-FILE
                       AT END
                           SET PERCAL-FILE-EOF TO TRUE
                       NOT AT END
                           IF PCAL-PERIOD-ID
                               IN PERIOD-CALENDAR-RECORD-FILE =
                               WS-TARGET-PERIOD-ID
                               MOVE PCAL-START-DATE
                                   IN PERIOD-CALENDAR-RECORD-FILE TO
                                   WS-PERIOD-START
                               MOVE PCAL-END-DATE
                                   IN PERIOD-CALENDAR-RECORD-FILE TO
                                   WS-PERIOD-END
                               MOVE PCAL-CHECK-DATE
                                   IN PERIOD-CALENDAR-RECORD-FILE TO
                                   WS-CHECK-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PERIOD-CALENDAR-FILE
           END-IF
           .

       160-LOAD-IMPORTED-CLAIMS.
      *****************************************************************
      * Load the claim IDs already carried on the GL detail file so a  *
      * claim sent again by the expense system is not paid twice       *
      *****************************************************************
           MOVE ZEROS TO WS-IC-COUNT
           OPEN INPUT TE-GL-DETAIL-FILE
           IF TEGL-FILE-SUCCESS
               PERFORM UNTIL TEGL-FILE-EOF
                   READ TE-GL-DETAIL-FILE
                       AT END
                           SET TEGL-FILE-EOF TO TRUE
                       NOT AT END
                           IF WS-IC-COUNT < 5000
                               ADD 1 TO WS-IC-COUNT
                               MOVE TEG-CLAIM-ID IN
                                   TE-GL-DETAIL-RECORD-FILE TO
                                   WS-IC-CLAIM-ID (WS-IC-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE TE-GL-DETAIL-FILE
           .

       200-LOAD-CLAIMS.
      *****************************************************************
      * Read, edit, and classify every approved claim                  *
      *****************************************************************
           PERFORM UNTIL CLAIM-FILE-EOF
               READ TE-CLAIM-FILE
                   AT END
                       SET CLAIM-FILE-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CLAIMS-READ
                       IF WS-CL-COUNT < 2000
                           PERFORM 210-EDIT-CLAIM
                               THRU 210-EXIT
                       ELSE
                           DISPLAY 'CLAIM TABLE FULL - CLAIM '
                                   TEC-CLAIM-ID
                                   ' NOT IMPORTED'
                           ADD 1 TO WS-CLAIMS-REJECTED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TE-CLAIM-FILE
           .

       210-EDIT-CLAIM.
      *****************************************************************
      * Enter the claim in the table and reject it when it cannot be   *
      * paid; an accepted claim is classified and added to its         *
      * employee's totals                                              *
      *****************************************************************
           ADD 1 TO WS-CL-COUNT
           MOVE WS-CL-COUNT TO WS-CL-INDEX
           MOVE TEC-CLAIM-ID TO WS-CL-CLAIM-ID (WS-CL-INDEX)
           MOVE TEC-EMP-ID TO WS-CL-EMP-ID (WS-CL-INDEX)
           MOVE TEC-EXPENSE-DATE TO WS-CL-EXPENSE-DATE (WS-CL-INDEX)
           MOVE TEC-EXPENSE-TYPE TO WS-CL-TYPE (WS-CL-INDEX)
           MOVE TEC-DESCRIPTION TO WS-CL-DESCRIPTION (WS-CL-INDEX)
           MOVE ZEROS TO WS-CL-AMOUNT (WS-CL-INDEX)
                         WS-CL-ACCOUNTABLE (WS-CL-INDEX)
                         WS-CL-TAXABLE (WS-CL-INDEX)
           MOVE TEC-GL-ACCOUNT TO WS-CL-GL-ACCOUNT (WS-CL-INDEX)
           MOVE TEC-DEPARTMENT TO WS-CL-DEPARTMENT (WS-CL-INDEX)
           MOVE SPACES TO WS-CL-REASON (WS-CL-INDEX)
           SET WS-CL-REJECTED (WS-CL-INDEX) TO TRUE

           IF TEC-AMOUNT IS NOT NUMERIC OR TEC-AMOUNT = ZEROS
               MOVE 'REJECTED - NO CLAIM AMOUNT' TO
                   WS-CL-REASON (WS-CL-INDEX)
               GO TO 210-REJECT
           END-IF
           MOVE TEC-AMOUNT TO WS-CL-AMOUNT (WS-CL-INDEX)

           IF NOT TEC-AIRFARE AND NOT TEC-LODGING AND NOT TEC-MEALS
               AND NOT TEC-PER-DIEM AND NOT TEC-MILEAGE
               AND NOT TEC-CAR-ALLOWANCE AND NOT TEC-OTHER-EXPENSE
               MOVE 'REJECTED - UNKNOWN EXPENSE TYPE' TO
                   WS-CL-REASON (WS-CL-INDEX)
               GO TO 210-REJECT
           END-IF

           IF TEC-GL-ACCOUNT = SPACES
               MOVE 'REJECTED - NO GL EXPENSE ACCOUNT' TO
                   WS-CL-REASON (WS-CL-INDEX)
               GO TO 210-REJECT
           END-IF

           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING WS-IC-INDEX FROM 1 BY 1
                   UNTIL WS-IC-INDEX > WS-IC-COUNT
                   OR WS-FOUND
               IF WS-IC-CLAIM-ID (WS-IC-INDEX) = TEC-CLAIM-ID
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM
           PERFORM VARYING WS-ET-INDEX FROM 1 BY 1
                   UNTIL WS-ET-INDEX >= WS-CL-INDEX
                   OR WS-FOUND
               IF WS-CL-CLAIM-ID (WS-ET-INDEX) = TEC-CLAIM-ID
                   AND WS-CL-ACCEPTED (WS-ET-INDEX)
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-FOUND
               MOVE 'REJECTED - CLAIM ALREADY IMPORTED' TO
                   WS-CL-REASON (WS-CL-INDEX)
               GO TO 210-REJECT
           END-IF

           MOVE TEC-EMP-ID TO EMP-ID IN EMPLOYEE-RECORD-FILE
           READ EMPLOYEE-FILE
               INVALID KEY
                   MOVE 'REJECTED - EMPLOYEE NOT ON FILE' TO
                       WS-CL-REASON (WS-CL-INDEX)
                   GO TO 210-REJECT
           END-READ
           IF WS-CL-DEPARTMENT (WS-CL-INDEX) = SPACES
               MOVE EMP-DEPARTMENT IN EMPLOYEE-RECORD-FILE TO
                   WS-CL-DEPARTMENT (WS-CL-INDEX)
           END-IF

           PERFORM 220-CLASSIFY-CLAIM
           SET WS-CL-ACCEPTED (WS-CL-INDEX) TO TRUE
           ADD 1 TO WS-CLAIMS-ACCEPTED
           PERFORM 230-ADD-TO-EMPLOYEE
               THRU 230-EXIT
           GO TO 210-EXIT
           .
       210-REJECT.
           ADD 1 TO WS-CLAIMS-REJECTED
           .
       210-EXIT.
           EXIT.

       220-CLASSIFY-CLAIM.
      *****************************************************************
      * Split the claim between the accountable plan and taxable       *
      * wages. Per diem and mileage are deemed substantiated up to     *
      * the federal rate; what is paid beyond it is taxable. Any       *
      * other claim, a car allowance included, is non-taxable only     *
      * when it is substantiated                                       *
      *****************************************************************
           EVALUATE TRUE
               WHEN TEC-PER-DIEM
                   MOVE ZEROS TO WS-ALLOWED-AMOUNT
                   IF TEC-PER-DIEM-DAYS IS NUMERIC
                       AND TEC-FEDERAL-DAILY-RATE IS NUMERIC
                       COMPUTE WS-ALLOWED-AMOUNT ROUNDED =
                           TEC-PER-DIEM-DAYS * TEC-FEDERAL-DAILY-RATE
                   END-IF
                   EVALUATE TRUE
                       WHEN WS-ALLOWED-AMOUNT = ZEROS
                           MOVE 'TAXABLE - NO FEDERAL PER DIEM'
                               TO WS-CL-REASON (WS-CL-INDEX)
                       WHEN WS-ALLOWED-AMOUNT <
                               WS-CL-AMOUNT (WS-CL-INDEX)
                           MOVE 'PER DIEM OVER FEDERAL RATE'
                               TO WS-CL-REASON (WS-CL-INDEX)
                       WHEN OTHER
                           MOVE 'ACCOUNTABLE - WITHIN FED RATE'
                               TO WS-CL-REASON (WS-CL-INDEX)
                   END-EVALUATE
                   PERFORM 225-SPLIT-AT-ALLOWED
               WHEN TEC-MILEAGE
                   MOVE ZEROS TO WS-ALLOWED-AMOUNT
                   IF TEC-BUSINESS-MILES IS NUMERIC
                       COMPUTE WS-ALLOWED-AMOUNT ROUNDED =
                           TEC-BUSINESS-MILES * WS-MILEAGE-RATE
                   END-IF
                   EVALUATE TRUE
                       WHEN WS-ALLOWED-AMOUNT = ZEROS
                           MOVE 'TAXABLE - NO BUSINESS MILES'
                               TO WS-CL-REASON (WS-CL-INDEX)
                       WHEN WS-ALLOWED-AMOUNT <
                               WS-CL-AMOUNT (WS-CL-INDEX)
                           MOVE 'MILEAGE OVER STANDARD RATE'
                               TO WS-CL-REASON (WS-CL-INDEX)
                       WHEN OTHER
                           MOVE 'ACCOUNTABLE - WITHIN MILE RATE'
                               TO WS-CL-REASON (WS-CL-INDEX)
                   END-EVALUATE
                   PERFORM 225-SPLIT-AT-ALLOWED
               WHEN TEC-SUBSTANTIATED
                   MOVE WS-CL-AMOUNT (WS-CL-INDEX) TO
                       WS-CL-ACCOUNTABLE (WS-CL-INDEX)
                   MOVE 'ACCOUNTABLE - SUBSTANTIATED' TO
                       WS-CL-REASON (WS-CL-INDEX)
               WHEN TEC-CAR-ALLOWANCE
                   MOVE WS-CL-AMOUNT (WS-CL-INDEX) TO
                       WS-CL-TAXABLE (WS-CL-INDEX)
                   MOVE 'TAXABLE - CAR ALLOW NOT SUBST' TO
                       WS-CL-REASON (WS-CL-INDEX)
               WHEN OTHER
                   MOVE WS-CL-AMOUNT (WS-CL-INDEX) TO
                       WS-CL-TAXABLE (WS-CL-INDEX)
                   MOVE 'TAXABLE - NOT SUBSTANTIATED' TO
                       WS-CL-REASON (WS-CL-INDEX)
           END-EVALUATE
           .

       225-SPLIT-AT-ALLOWED.
      *****************************************************************
      * Non-taxable up to the allowed amount, taxable beyond it        *
      *****************************************************************
           IF WS-ALLOWED-AMOUNT < WS-CL-AMOUNT (WS-CL-INDEX)
               MOVE WS-ALLOWED-AMOUNT TO
                   WS-CL-ACCOUNTABLE (WS-CL-INDEX)
               COMPUTE WS-CL-TAXABLE (WS-CL-INDEX) =
                   WS-CL-AMOUNT (WS-CL-INDEX) - WS-ALLOWED-AMOUNT
           ELSE
               MOVE WS-CL-AMOUNT (WS-CL-INDEX) TO
                   WS-CL-ACCOUNTABLE (WS-CL-INDEX)
           END-IF
           .

       230-ADD-TO-EMPLOYEE.
      *****************************************************************
      * Roll the accepted claim into its employee's totals, adding     *
      * the employee the first time one of their claims is seen        *
      *****************************************************************
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING WS-ET-INDEX FROM 1 BY 1
                   UNTIL WS-ET-INDEX > WS-ET-COUNT
                   OR WS-FOUND
               IF WS-ET-EMP-ID (WS-ET-INDEX) = TEC-EMP-ID
                   SET WS-FOUND TO TRUE
                   SUBTRACT 1 FROM WS-ET-INDEX
               END-IF
           END-PERFORM

           IF NOT WS-FOUND
               IF WS-ET-COUNT < 1000
                   ADD 1 TO WS-ET-COUNT
                   MOVE WS-ET-COUNT TO WS-ET-INDEX
                   MOVE TEC-EMP-ID TO WS-ET-EMP-ID (WS-ET-INDEX)
                   MOVE SPACES TO WS-EMP-NAME
                   STRING EMP-LAST-NAME IN EMPLOYEE-RECORD-FILE
                              DELIMITED BY '  '
                          ', ' DELIMITED BY SIZE
                          EMP-FIRST-NAME IN EMPLOYEE-RECORD-FILE
                              DELIMITED BY '  '
                          INTO WS-EMP-NAME
                   MOVE WS-EMP-NAME TO WS-ET-NAME (WS-ET-INDEX)
                   MOVE ZEROS TO WS-ET-ACCOUNTABLE (WS-ET-INDEX)
                                 WS-ET-TAXABLE (WS-ET-INDEX)
                   SET WS-ET-PENDING (WS-ET-INDEX) TO TRUE
               ELSE
                   DISPLAY 'EMPLOYEE TOTALS TABLE FULL - CLAIM '
                           TEC-CLAIM-ID ' NOT IMPORTED'
                   SET WS-CL-REJECTED (WS-CL-INDEX) TO TRUE
                   MOVE 'REJECTED - EMPLOYEE TABLE FULL' TO
                       WS-CL-REASON (WS-CL-INDEX)
                   SUBTRACT 1 FROM WS-CLAIMS-ACCEPTED
                   ADD 1 TO WS-CLAIMS-REJECTED
                   GO TO 230-EXIT
               END-IF
           END-IF

           ADD WS-CL-ACCOUNTABLE (WS-CL-INDEX) TO
               WS-ET-ACCOUNTABLE (WS-ET-INDEX)
           ADD WS-CL-TAXABLE (WS-CL-INDEX) TO
               WS-ET-TAXABLE (WS-ET-INDEX)
           .
       230-EXIT.
           EXIT.

       300-APPLY-TO-PAYROLL-DATA.
      *****************************************************************
      * Add each employee's totals to their first unpaid payroll input *
      * record for the period                                          *
      *****************************************************************
           IF WS-ET-COUNT = ZEROS
               GO TO 300-EXIT
           END-IF

           OPEN I-O PAYROLL-DATA-FILE
           IF NOT PAY-FILE-SUCCESS
               DISPLAY 'ERROR OPENING PAYROLL DATA: ' PAY-FILE-STATUS
               STOP RUN
           END-IF

           PERFORM UNTIL PAY-FILE-EOF
               READ PAYROLL-DATA-FILE INTO WS-PAYROLL-DATA
                   AT END
                       SET PAY-FILE-EOF TO TRUE
                   NOT AT END
                       PERFORM 310-APPLY-ONE-RECORD
                           THRU 310-EXIT
               END-READ
           END-PERFORM
           CLOSE PAYROLL-DATA-FILE
           .
       300-EXIT.
           EXIT.

       310-APPLY-ONE-RECORD.
      *****************************************************************
      * A period record not yet paid or voided takes its employee's    *
      * pending totals: the accountable part into the reimbursement,   *
      * the taxable part into the allowance, both also kept in the     *
      * expense import fields                                          *
      *****************************************************************
           IF PAY-PERIOD-ID IN WS-PAYROLL-DATA NOT = WS-TARGET-PERIOD-ID
               OR PAY-VOID-REQUESTED IN WS-PAYROLL-DATA
               OR PAY-STATUS-PROCESSED IN WS-PAYROLL-DATA
               GO TO 310-EXIT
           END-IF

           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING WS-ET-INDEX FROM 1 BY 1
                   UNTIL WS-ET-INDEX > WS-ET-COUNT
                   OR WS-FOUND
               IF WS-ET-EMP-ID (WS-ET-INDEX) =
                       PAY-EMPLOYEE-ID IN WS-PAYROLL-DATA
                   AND WS-ET-PENDING (WS-ET-INDEX)
                   SET WS-FOUND TO TRUE
                   SUBTRACT 1 FROM WS-ET-INDEX
               END-IF
           END-PERFORM
           IF NOT WS-FOUND
               GO TO 310-EXIT
           END-IF

           IF PAY-TE-ACCOUNTABLE-AMT IN WS-PAYROLL-DATA IS NOT NUMERIC
               MOVE ZEROS TO PAY-TE-ACCOUNTABLE-AMT IN WS-PAYROLL-DATA
           END-IF
           IF PAY-TE-TAXABLE-AMT IN WS-PAYROLL-DATA IS NOT NUMERIC
               MOVE ZEROS TO PAY-TE-TAXABLE-AMT IN WS-PAYROLL-DATA
           END-IF

           ADD WS-ET-ACCOUNTABLE (WS-ET-INDEX) TO
               PAY-REIMBURSEMENT-AMT IN WS-PAYROLL-DATA
               PAY-TE-ACCOUNTABLE-AMT IN WS-PAYROLL-DATA
           ADD WS-ET-TAXABLE (WS-ET-INDEX) TO
               PAY-ALLOWANCE-AMOUNT IN WS-PAYROLL-DATA
               PAY-TE-TAXABLE-AMT IN WS-PAYROLL-DATA
           MOVE WS-TIMESTAMP TO
               PAY-UPDATED-TIMESTAMP IN WS-PAYROLL-DATA
           MOVE 'TEIMP' TO PAY-UPDATED-USER IN WS-PAYROLL-DATA

           REWRITE PAYROLL-DATA-RECORD-FILE FROM WS-PAYROLL-DATA
           IF NOT PAY-FILE-SUCCESS
               DISPLAY 'ERROR REWRITING PAYROLL DATA RECORD: '
                       PAY-FILE-STATUS
           ELSE
               SET WS-ET-ADDED-TO-RECORD (WS-ET-INDEX) TO TRUE
               ADD 1 TO WS-RECORDS-UPDATED
           END-IF
           .
       310-EXIT.
           EXIT.

       400-GENERATE-PAYROLL-RECORDS.
      *****************************************************************
      * An employee with claims but no unpaid record for the period    *
      * gets a payroll input record of their own                       *
      *****************************************************************
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING WS-ET-INDEX FROM 1 BY 1
                   UNTIL WS-ET-INDEX > WS-ET-COUNT
               IF WS-ET-PENDING (WS-ET-INDEX)
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-FOUND
               GO TO 400-EXIT
           END-IF

           OPEN EXTEND PAYROLL-DATA-FILE
           IF NOT PAY-FILE-SUCCESS
               DISPLAY 'ERROR OPENING PAYROLL DATA: ' PAY-FILE-STATUS
               STOP RUN
           END-IF

           PERFORM VARYING WS-ET-INDEX FROM 1 BY 1
                   UNTIL WS-ET-INDEX > WS-ET-COUNT
               IF WS-ET-PENDING (WS-ET-INDEX)
                   PERFORM 410-BUILD-PAYROLL-RECORD
               END-IF
           END-PERFORM
           CLOSE PAYROLL-DATA-FILE
           .
       400-EXIT.
           EXIT.

       410-BUILD-PAYROLL-RECORD.
      *****************************************************************
      * Build the payroll input record carrying only the employee's    *
      * reimbursement, approved and taxed. It is marked a scheduled    *
      * obligation of type 'E' so the calculation run pays it without  *
      * accruing the period's leave a second time, and standing        *
      * deductions are skipped since the employee's regular check      *
      * takes them                                                     *
      *****************************************************************
           INITIALIZE WS-PAYROLL-DATA
           MOVE WS-ET-EMP-ID (WS-ET-INDEX) TO
               PAY-EMPLOYEE-ID IN WS-PAYROLL-DATA
           MOVE WS-TARGET-PERIOD-ID TO
               PAY-PERIOD-ID IN WS-PAYROLL-DATA
           MOVE WS-PERIOD-START (1:4) TO
               PAY-START-YEAR IN WS-PAYROLL-DATA
           MOVE WS-PERIOD-START (5:2) TO
               PAY-START-MONTH IN WS-PAYROLL-DATA
           MOVE WS-PERIOD-START (7:2) TO
               PAY-START-DAY IN WS-PAYROLL-DATA
           MOVE WS-PERIOD-END (1:4) TO
               PAY-END-YEAR IN WS-PAYROLL-DATA
           MOVE WS-PERIOD-END (5:2) TO
               PAY-END-MONTH IN WS-PAYROLL-DATA
           MOVE WS-PERIOD-END (7:2) TO
               PAY-END-DAY IN WS-PAYROLL-DATA
           MOVE WS-CHECK-DATE (1:4) TO
               PAY-CHECK-YEAR IN WS-PAYROLL-DATA
           MOVE WS-CHECK-DATE (5:2) TO
               PAY-CHECK-MONTH IN WS-PAYROLL-DATA
           MOVE WS-CHECK-DATE (7:2) TO
               PAY-CHECK-DAY IN WS-PAYROLL-DATA

           MOVE WS-ET-ACCOUNTABLE (WS-ET-INDEX) TO
               PAY-REIMBURSEMENT-AMT IN WS-PAYROLL-DATA
               PAY-TE-ACCOUNTABLE-AMT IN WS-PAYROLL-DATA
           MOVE WS-ET-TAXABLE (WS-ET-INDEX) TO
               PAY-ALLOWANCE-AMOUNT IN WS-PAYROLL-DATA
               PAY-TE-TAXABLE-AMT IN WS-PAYROLL-DATA

           SET PAY-USE-NORMAL-RATE IN WS-PAYROLL-DATA TO TRUE
           SET PAY-APPLY-TAX IN WS-PAYROLL-DATA TO TRUE
           SET PAY-SKIP-DEDUCT IN WS-PAYROLL-DATA TO TRUE
           SET PAY-NORMAL-CALC IN WS-PAYROLL-DATA TO TRUE
           SET PAY-STATUS-APPROVED IN WS-PAYROLL-DATA TO TRUE
           MOVE 'Y' TO PAY-SCHEDULED-FLAG IN WS-PAYROLL-DATA
           MOVE 'E' TO PAY-SCHEDULED-TYPE IN WS-PAYROLL-DATA
           MOVE WS-TIMESTAMP TO
               PAY-CREATED-TIMESTAMP IN WS-PAYROLL-DATA
           MOVE 'TEIMP' TO PAY-CREATED-USER IN WS-PAYROLL-DATA

           WRITE PAYROLL-DATA-RECORD-FILE FROM WS-PAYROLL-DATA
           IF NOT PAY-FILE-SUCCESS
               DISPLAY 'ERROR WRITING PAYROLL RECORD: '
                       PAY-FILE-STATUS
           ELSE
               SET WS-ET-OWN-RECORD (WS-ET-INDEX) TO TRUE
               ADD 1 TO WS-RECORDS-GENERATED
           END-IF
           .

       500-WRITE-GL-DETAIL.
      *****************************************************************
      * Append each accepted claim's accountable and taxable parts,    *
      * with its GL expense account, for the calculation run. A claim  *
      * whose employee's totals could not be placed on the payroll     *
      * input is left off, so it is imported again next run           *
      *****************************************************************
           IF WS-CLAIMS-ACCEPTED = ZEROS
               GO TO 500-EXIT
           END-IF

           OPEN EXTEND TE-GL-DETAIL-FILE
           IF NOT TEGL-FILE-SUCCESS
               DISPLAY 'ERROR OPENING EXPENSE GL DETAIL: '
                       TEGL-FILE-STATUS
               STOP RUN
           END-IF

           PERFORM VARYING WS-CL-INDEX FROM 1 BY 1
                   UNTIL WS-CL-INDEX > WS-CL-COUNT
               IF WS-CL-ACCEPTED (WS-CL-INDEX)
                   PERFORM 510-FIND-CLAIM-EMPLOYEE
                   IF WS-FOUND
                       AND NOT WS-ET-PENDING (WS-ET-INDEX)
                       PERFORM 520-WRITE-CLAIM-GL-LINES
                   END-IF
               END-IF
           END-PERFORM
           CLOSE TE-GL-DETAIL-FILE
           .
       500-EXIT.
           EXIT.

       510-FIND-CLAIM-EMPLOYEE.
      *****************************************************************
      * Point WS-ET-INDEX at the claim's employee totals               *
      *****************************************************************
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING WS-ET-INDEX FROM 1 BY 1
                   UNTIL WS-ET-INDEX > WS-ET-COUNT
                   OR WS-FOUND
               IF WS-ET-EMP-ID (WS-ET-INDEX) =
                       WS-CL-EMP-ID (WS-CL-INDEX)
                   SET WS-FOUND TO TRUE
                   SUBTRACT 1 FROM WS-ET-INDEX
               END-IF
           END-PERFORM
           .

       520-WRITE-CLAIM-GL-LINES.
      *****************************************************************
      * One GL detail line per non-zero part of the claim              *
      *****************************************************************
           MOVE SPACES TO TE-GL-DETAIL-RECORD-FILE
           MOVE WS-CL-EMP-ID (WS-CL-INDEX) TO
               TEG-EMP-ID IN TE-GL-DETAIL-RECORD-FILE
           MOVE WS-PERIOD-END TO
               TEG-PERIOD-END-DATE IN TE-GL-DETAIL-RECORD-FILE
           MOVE WS-CL-CLAIM-ID (WS-CL-INDEX) TO
               TEG-CLAIM-ID IN TE-GL-DETAIL-RECORD-FILE
           MOVE WS-CL-DEPARTMENT (WS-CL-INDEX) TO
               TEG-DEPARTMENT IN TE-GL-DETAIL-RECORD-FILE
           MOVE WS-CL-GL-ACCOUNT (WS-CL-INDEX) TO
               TEG-GL-ACCOUNT IN TE-GL-DETAIL-RECORD-FILE

           IF WS-CL-ACCOUNTABLE (WS-CL-INDEX) > ZEROS
               MOVE 'A' TO TEG-TAX-TREATMENT IN TE-GL-DETAIL-RECORD-FILE
               MOVE WS-CL-ACCOUNTABLE (WS-CL-INDEX) TO
                   TEG-AMOUNT IN TE-GL-DETAIL-RECORD-FILE
               WRITE TE-GL-DETAIL-RECORD-FILE
               ADD 1 TO WS-GL-LINES-WRITTEN
           END-IF
           IF WS-CL-TAXABLE (WS-CL-INDEX) > ZEROS
               MOVE 'T' TO TEG-TAX-TREATMENT IN TE-GL-DETAIL-RECORD-FILE
               MOVE WS-CL-TAXABLE (WS-CL-INDEX) TO
                   TEG-AMOUNT IN TE-GL-DETAIL-RECORD-FILE
               WRITE TE-GL-DETAIL-RECORD-FILE
               ADD 1 TO WS-GL-LINES-WRITTEN
           END-IF
           .

       600-PRINT-REGISTER.
      *****************************************************************
      * Each employee's claims with their tax treatment and totals,    *
      * then the rejected claims                                       *
      *****************************************************************
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'EXPENSE REIMBURSEMENT REGISTER - PERIOD '
                  WS-TARGET-PERIOD-ID '  PERIOD END ' WS-PERIOD-END
                  '  CHECK DATE ' WS-CHECK-DATE
                  DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           WRITE TE-REGISTER-RECORD FROM WS-REPORT-LINE
           MOVE ALL '-' TO WS-REPORT-LINE
           WRITE TE-REGISTER-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  CLAIM ID     EXP DATE TYP DESCRIPTION         '
                  '        AMOUNT  NON-TAXABLE      TAXABLE '
                  'GL ACCOUNT TAX TREATMENT'
                  DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           WRITE TE-REGISTER-RECORD FROM WS-REPORT-LINE

           PERFORM VARYING WS-ET-INDEX FROM 1 BY 1
                   UNTIL WS-ET-INDEX > WS-ET-COUNT
               PERFORM 610-PRINT-EMPLOYEE
           END-PERFORM

           IF WS-CLAIMS-REJECTED > ZEROS
               MOVE SPACES TO WS-REPORT-LINE
               WRITE TE-REGISTER-RECORD FROM WS-REPORT-LINE
               MOVE 'REJECTED CLAIMS - NOT PAID' TO WS-REPORT-LINE
               WRITE TE-REGISTER-RECORD FROM WS-REPORT-LINE
               PERFORM VARYING WS-CL-INDEX FROM 1 BY 1
                       UNTIL WS-CL-INDEX > WS-CL-COUNT
                   IF WS-CL-REJECTED (WS-CL-INDEX)
                       PERFORM 620-PRINT-CLAIM
                   END-IF
               END-PERFORM
           END-IF
           .

       610-PRINT-EMPLOYEE.
      *****************************************************************
      * Heading, claim lines, and totals for one employee              *
      *****************************************************************
           MOVE SPACES TO WS-REPORT-LINE
           WRITE TE-REGISTER-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           EVALUATE TRUE
               WHEN WS-ET-ADDED-TO-RECORD (WS-ET-INDEX)
                   STRING WS-ET-EMP-ID (WS-ET-INDEX) ' '
                          WS-ET-NAME (WS-ET-INDEX)
                          ' - ADDED TO PERIOD PAYROLL RECORD'
                          DELIMITED BY SIZE
                          INTO WS-REPORT-LINE
               WHEN WS-ET-OWN-RECORD (WS-ET-INDEX)
                   STRING WS-ET-EMP-ID (WS-ET-INDEX) ' '
                          WS-ET-NAME (WS-ET-INDEX)
                          ' - PAID ON ITS OWN PAYROLL RECORD'
                          DELIMITED BY SIZE
                          INTO WS-REPORT-LINE
               WHEN OTHER
                   STRING WS-ET-EMP-ID (WS-ET-INDEX) ' '
                          WS-ET-NAME (WS-ET-INDEX)
                          ' - NOT PLACED ON PAYROLL - RE-IMPORT'
                          DELIMITED BY SIZE
                          INTO WS-REPORT-LINE
           END-EVALUATE
           WRITE TE-REGISTER-RECORD FROM WS-REPORT-LINE

           PERFORM VARYING WS-CL-INDEX FROM 1 BY 1
                   UNTIL WS-CL-INDEX > WS-CL-COUNT
               IF WS-CL-ACCEPTED (WS-CL-INDEX)
                   AND WS-CL-EMP-ID (WS-CL-INDEX) =
                       WS-ET-EMP-ID (WS-ET-INDEX)
                   PERFORM 620-PRINT-CLAIM
               END-IF
           END-PERFORM

           COMPUTE WS-ED-AMOUNT = WS-ET-ACCOUNTABLE (WS-ET-INDEX) +
               WS-ET-TAXABLE (WS-ET-INDEX)
           MOVE WS-ET-ACCOUNTABLE (WS-ET-INDEX) TO WS-ED-ACCOUNTABLE
           MOVE WS-ET-TAXABLE (WS-ET-INDEX) TO WS-ED-TAXABLE
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  EMPLOYEE TOTAL                               '
                  WS-ED-AMOUNT ' ' WS-ED-ACCOUNTABLE ' '
                  WS-ED-TAXABLE
                  DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           WRITE TE-REGISTER-RECORD FROM WS-REPORT-LINE

           IF NOT WS-ET-PENDING (WS-ET-INDEX)
               ADD WS-ET-ACCOUNTABLE (WS-ET-INDEX) TO
                   WS-TOTAL-ACCOUNTABLE
               ADD WS-ET-TAXABLE (WS-ET-INDEX) TO WS-TOTAL-TAXABLE
           END-IF
           .

       620-PRINT-CLAIM.
      *****************************************************************
      * One claim line                                                 *
      *****************************************************************
           MOVE WS-CL-AMOUNT (WS-CL-INDEX) TO WS-ED-AMOUNT
           MOVE WS-CL-ACCOUNTABLE (WS-CL-INDEX) TO WS-ED-ACCOUNTABLE
           MOVE WS-CL-TAXABLE (WS-CL-INDEX) TO WS-ED-TAXABLE
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  ' WS-CL-CLAIM-ID (WS-CL-INDEX) ' '
                  WS-CL-EXPENSE-DATE (WS-CL-INDEX) ' '
                  WS-CL-TYPE (WS-CL-INDEX) ' '
                  WS-CL-DESCRIPTION (WS-CL-INDEX) ' '
                  WS-ED-AMOUNT ' '
                  WS-ED-ACCOUNTABLE ' '
                  WS-ED-TAXABLE ' '
                  WS-CL-GL-ACCOUNT (WS-CL-INDEX) ' '
                  WS-CL-REASON (WS-CL-INDEX)
                  DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           WRITE TE-REGISTER-RECORD FROM WS-REPORT-LINE
           .

       900-WRAP-UP.
      *****************************************************************
      * Print the run totals and close the files                       *
      *****************************************************************
           MOVE SPACES TO WS-REPORT-LINE
           WRITE TE-REGISTER-RECORD FROM WS-REPORT-LINE
           MOVE WS-CLAIMS-READ TO WS-ED-COUNT
           MOVE WS-CLAIMS-ACCEPTED TO WS-ED-COUNT-2
           MOVE WS-CLAIMS-REJECTED TO WS-ED-COUNT-3
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'CLAIMS READ ' WS-ED-COUNT
                  '  ACCEPTED ' WS-ED-COUNT-2
                  '  REJECTED ' WS-ED-COUNT-3
                  DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           WRITE TE-REGISTER-RECORD FROM WS-REPORT-LINE
           MOVE WS-TOTAL-ACCOUNTABLE TO WS-ED-ACCOUNTABLE
           MOVE WS-TOTAL-TAXABLE TO WS-ED-TAXABLE
           MOVE WS-RECORDS-UPDATED TO WS-ED-COUNT
           MOVE WS-RECORDS-GENERATED TO WS-ED-COUNT-2
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'NON-TAXABLE PAID ' WS-ED-ACCOUNTABLE
                  '  TAXABLE PAID ' WS-ED-TAXABLE
                  '  RECORDS UPDATED ' WS-ED-COUNT
                  '  RECORDS ADDED ' WS-ED-COUNT-2
                  DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           WRITE TE-REGISTER-RECORD FROM WS-REPORT-LINE

           DISPLAY 'EXPENSE REIMBURSEMENT IMPORT COMPLETED'
           DISPLAY 'CLAIMS READ:           ' WS-CLAIMS-READ
           DISPLAY 'CLAIMS ACCEPTED:       ' WS-CLAIMS-ACCEPTED
           DISPLAY 'CLAIMS REJECTED:       ' WS-CLAIMS-REJECTED
           DISPLAY 'PAYROLL RECORDS UPDATED: ' WS-RECORDS-UPDATED
           DISPLAY 'PAYROLL RECORDS ADDED:   ' WS-RECORDS-GENERATED
           DISPLAY 'GL DETAIL LINES:       ' WS-GL-LINES-WRITTEN

           CLOSE EMPLOYEE-FILE
                 TE-REGISTER-FILE
           .
