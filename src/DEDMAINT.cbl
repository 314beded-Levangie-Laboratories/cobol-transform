      *****************************************************************
      * Program: DEDMAINT.cbl                                         *
      *                                                               *
      * Purpose: Deduction type table maintenance program for the     *
      *          Payroll Processing System. This program reads a      *
      *          keyed transaction file of adds, changes, and         *
      *          expirations, validates each transaction against the  *
      *          deduction type record layout and its condition       *
      *          values, applies the valid transactions to the        *
      *          deduction type table, writes a before/after audit    *
      *          log entry for every field changed, and prints an     *
      *          applied/rejected register so deduction types are no  *
      *          longer changed by hand.                              *
      *                                                               *
      * Date Created: 2026-10-15                                      *
      * Author: COBOL Payroll System                                  *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEDMAINT.
       AUTHOR. COBOL PAYROLL SYSTEM.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.

      *****************************************************************
      * Program Description:                                          *
      *                                                                *
      * DEDMAINT is a standalone maintenance program in the Payroll    *
      * Processing System. It coordinates the deduction type           *
      * maintenance run by:                                            *
      *                                                                *
      * 1. Loading the deduction type table from DEDUCFILE, with the   *
      *    same 20-type capacity the calculation run loads             *
      * 2. Reading each maintenance transaction record                 *
      * 3. Validating the action code, the deduction code's existence, *
      *    and the new deduction type against the 88-level condition   *
      *    values on the record layout (category, tax status,          *
      *    calculation method, status), the graduated salary bands     *
      *    (no gaps or overlaps from zero up), and the priority (no    *
      *    two types in force at the same priority, since DEDCALC      *
      *    applies deductions in priority order)                       *
      * 4. Applying an add as a new type, a change as a replacement    *
      *    of the whole type, and an expire as the expiration date     *
      *    set (and the type made inactive once that date is reached)  *
      * 5. Writing one audit log entry per field changed, carrying     *
      *    the keying user's ID for the segregation-of-duties check    *
      * 6. Writing one register line per transaction showing whether   *
      *    it was applied or rejected and why                          *
      * 7. Rewriting DEDUCFILE when any transaction was applied        *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC.
       OBJECT-COMPUTER. PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEDUCTION-FILE ASSIGN TO 'DEDUCFILE'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS DEDUCT-FILE-STATUS.

           SELECT DEDUCT-TRANS-FILE ASSIGN TO 'DEDTRAN'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS TRANS-FILE-STATUS.

           SELECT AUDIT-LOG-FILE ASSIGN TO 'AUDITLOG'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS AUDIT-FILE-STATUS.

           SELECT MAINT-REGISTER-FILE ASSIGN TO 'DEDMREG'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REGISTER-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DEDUCTION-FILE.
           COPY DEDUCFILE REPLACING ==DEDUCTION-TYPE-RECORD== BY
               ==DEDUCTION-TYPE-RECORD-FILE==.

       FD  DEDUCT-TRANS-FILE.
           COPY DEDTRAN REPLACING ==DEDUCT-TRANS-RECORD== BY
               ==DEDUCT-TRANS-RECORD-FILE==.

       FD  AUDIT-LOG-FILE.
           COPY AUDITFIL REPLACING ==AUDIT-LOG-RECORD== BY
               ==AUDIT-LOG-RECORD-FILE==.

       FD  MAINT-REGISTER-FILE.
           01  MAINT-REGISTER-RECORD       PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  DEDUCT-FILE-STATUS          PIC X(2).
               88  DEDUCT-FILE-SUCCESS     VALUE '00'.
               88  DEDUCT-FILE-EOF         VALUE '10'.
           05  TRANS-FILE-STATUS           PIC X(2).
               88  TRANS-FILE-SUCCESS      VALUE '00'.
               88  TRANS-FILE-EOF          VALUE '10'.
           05  AUDIT-FILE-STATUS           PIC X(2).
               88  AUDIT-FILE-SUCCESS      VALUE '00' '05'.
           05  REGISTER-FILE-STATUS        PIC X(2).
               88  REGISTER-FILE-SUCCESS   VALUE '00'.

       COPY DEDTRAN REPLACING ==DEDUCT-TRANS-RECORD== BY
           ==WS-TRANSACTION==.

      *****************************************************************
      * The type as it stands on the table and the type as the         *
      * transaction leaves it; a third copy reads other table slots    *
      *****************************************************************
       COPY DEDUCFILE REPLACING ==DEDUCTION-TYPE-RECORD== BY
           ==WS-OLD-DEDUCTION==.

       COPY DEDUCFILE REPLACING ==DEDUCTION-TYPE-RECORD== BY
           ==WS-NEW-DEDUCTION==.

       COPY DEDUCFILE REPLACING ==DEDUCTION-TYPE-RECORD== BY
           ==WS-SLOT-DEDUCTION==.

      *****************************************************************
      * Deduction type table, held as the calculation run holds it     *
      *****************************************************************
       01  WS-DEDUCT-TABLE-COUNT           PIC 9(3) COMP-3 VALUE ZEROS.
       01  WS-DEDUCT-TABLE-MAX             PIC 9(3) COMP-3 VALUE 20.
       01  WS-DEDUCT-TABLE-AREA.
           05  WS-DEDUCT-SLOT OCCURS 20 TIMES PIC X(400).
       01  WS-DEDUCT-INDEX                 PIC 9(4) COMP-3 VALUE ZEROS.
       01  WS-FOUND-SLOT                   PIC 9(3) COMP-3 VALUE ZEROS.

       01  WS-TRANS-VALID-SW                PIC X VALUE 'Y'.
           88  WS-TRANS-VALID               VALUE 'Y'.

       01  WS-REJECT-REASON                 PIC X(50).

       01  WS-GRAD-WORK.
           05  WS-GRAD-INDEX               PIC 9(2) COMP-3 VALUE ZEROS.
           05  WS-GRAD-LAST                PIC 9(2) COMP-3 VALUE ZEROS.
           05  WS-GRAD-NEXT-MIN            PIC 9(8)V99 COMP-3
                                           VALUE ZEROS.

       01  WS-AUDIT-WORK-AREA.
           05  WS-AUDIT-FIELD-SHORT        PIC X(16).
           05  WS-AUDIT-FIELD-NAME         PIC X(24).
           05  WS-AUDIT-OLD-VALUE          PIC X(30).
           05  WS-AUDIT-NEW-VALUE-TEXT     PIC X(30).
           05  WS-AUDIT-OLD-NUM            PIC S9(9)V99 COMP-3.
           05  WS-AUDIT-NEW-NUM            PIC S9(9)V99 COMP-3.
           05  WS-ED-AUDIT-AMOUNT          PIC -ZZZZZZZZ9.99.
           05  WS-ED-GRAD-INDEX            PIC 9.
       01  WS-AUDIT-ENTRY-COUNT            PIC 9(7) COMP-3 VALUE ZEROS.
       01  WS-TRANS-AUDIT-COUNT            PIC 9(3) COMP-3 VALUE ZEROS.

       01  WS-TRANS-COUNT                  PIC 9(7) COMP-3 VALUE ZEROS.
       01  WS-APPLIED-COUNT                PIC 9(7) COMP-3 VALUE ZEROS.
       01  WS-REJECTED-COUNT               PIC 9(7) COMP-3 VALUE ZEROS.
       01  WS-ED-COUNT                     PIC ZZZ9.

       01  WS-MAINT-DATETIME.
           05  WS-MAINT-DATE               PIC 9(8) VALUE ZEROS.
           05  WS-MAINT-TIME               PIC 9(8) VALUE ZEROS.

       PROCEDURE DIVISION.
       000-MAIN-PROCESS.
      *****************************************************************
      * Main process coordinates the overall maintenance run           *
      *****************************************************************
           PERFORM 100-INITIALIZATION

           PERFORM UNTIL TRANS-FILE-EOF
               PERFORM 200-READ-TRANSACTION
               IF NOT TRANS-FILE-EOF
                   PERFORM 300-PROCESS-TRANSACTION
               END-IF
           END-PERFORM

           PERFORM 800-REWRITE-DEDUCTION-FILE
           PERFORM 900-WRAP-UP

           STOP RUN
           .

       100-INITIALIZATION.
      *****************************************************************
      * Load the deduction type table and open the transaction, audit  *
      * log, and register files                                        *
      *****************************************************************
           DISPLAY 'DEDUCTION TYPE MAINTENANCE STARTED'

           OPEN INPUT DEDUCTION-FILE
           IF NOT DEDUCT-FILE-SUCCESS
               DISPLAY 'ERROR OPENING DEDUCTION FILE: '
                       DEDUCT-FILE-STATUS
               PERFORM 950-ABNORMAL-TERMINATION
           END-IF
           PERFORM 110-LOAD-DEDUCTION-TABLE

           OPEN INPUT DEDUCT-TRANS-FILE
           IF NOT TRANS-FILE-SUCCESS
               DISPLAY 'ERROR OPENING TRANSACTION FILE: '
                       TRANS-FILE-STATUS
               PERFORM 950-ABNORMAL-TERMINATION
           END-IF

           OPEN EXTEND AUDIT-LOG-FILE
           IF NOT AUDIT-FILE-SUCCESS
               DISPLAY 'ERROR OPENING AUDIT LOG: ' AUDIT-FILE-STATUS
               PERFORM 950-ABNORMAL-TERMINATION
           END-IF
           ACCEPT WS-MAINT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-MAINT-TIME FROM TIME

           OPEN OUTPUT MAINT-REGISTER-FILE
           IF NOT REGISTER-FILE-SUCCESS
               DISPLAY 'ERROR OPENING MAINTENANCE REGISTER FILE: '
                       REGISTER-FILE-STATUS
               PERFORM 950-ABNORMAL-TERMINATION
           END-IF

           MOVE ZEROS TO WS-TRANS-COUNT
           MOVE ZEROS TO WS-APPLIED-COUNT
           MOVE ZEROS TO WS-REJECTED-COUNT
           .

       110-LOAD-DEDUCTION-TABLE.
      *****************************************************************
      * Load every deduction type. A file holding more types than the  *
      * calculation run can load is stopped here rather than rewritten *
      * with the excess silently dropped                               *
      *****************************************************************
           MOVE ZEROS TO WS-DEDUCT-TABLE-COUNT

           PERFORM UNTIL DEDUCT-FILE-EOF
               READ DEDUCTION-FILE
                   AT END
                       SET DEDUCT-FILE-EOF TO TRUE
                   NOT AT END
                       IF WS-DEDUCT-TABLE-COUNT < WS-DEDUCT-TABLE-MAX
                           ADD 1 TO WS-DEDUCT-TABLE-COUNT
                           MOVE DEDUCTION-TYPE-RECORD-FILE TO
                               WS-DEDUCT-SLOT (WS-DEDUCT-TABLE-COUNT)
                       ELSE
                           DISPLAY 'DEDUCTION FILE HOLDS MORE THAN '
                                   WS-DEDUCT-TABLE-MAX ' TYPES'
                           CLOSE DEDUCTION-FILE
                           PERFORM 950-ABNORMAL-TERMINATION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DEDUCTION-FILE

           DISPLAY 'DEDUCTION TYPES LOADED: ' WS-DEDUCT-TABLE-COUNT
           .

       200-READ-TRANSACTION.
      *****************************************************************
      * Read the next maintenance transaction record                   *
      *****************************************************************
           READ DEDUCT-TRANS-FILE INTO WS-TRANSACTION
               AT END
                   SET TRANS-FILE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-TRANS-COUNT
           END-READ
           .

       300-PROCESS-TRANSACTION.
      *****************************************************************
      * Validate the transaction, apply it when valid, and write the   *
      * register line either way                                       *
      *****************************************************************
           MOVE 'Y' TO WS-TRANS-VALID-SW
           MOVE SPACES TO WS-REJECT-REASON
           MOVE ZEROS TO WS-TRANS-AUDIT-COUNT

           PERFORM 310-LOOKUP-DEDUCTION
           PERFORM 320-VALIDATE-TRANSACTION

           IF WS-TRANS-VALID
               EVALUATE TRUE
                   WHEN DTR-ADD IN WS-TRANSACTION
                       PERFORM 400-APPLY-ADD
                   WHEN DTR-CHANGE IN WS-TRANSACTION
                       PERFORM 500-APPLY-CHANGE
                   WHEN DTR-EXPIRE IN WS-TRANSACTION
                       PERFORM 600-APPLY-EXPIRE
               END-EVALUATE
           END-IF

           IF WS-TRANS-VALID
               ADD 1 TO WS-APPLIED-COUNT
               PERFORM 810-WRITE-APPLIED-LINE
           ELSE
               ADD 1 TO WS-REJECTED-COUNT
               PERFORM 820-WRITE-REJECTED-LINE
           END-IF
           .

       310-LOOKUP-DEDUCTION.
      *****************************************************************
      * Look up the deduction code on the table; the current type, or  *
      * an empty one when the code is not on file, becomes the old     *
      * side of the audit comparison                                   *
      *****************************************************************
           MOVE ZEROS TO WS-FOUND-SLOT
           INITIALIZE WS-OLD-DEDUCTION

           PERFORM VARYING WS-DEDUCT-INDEX FROM 1 BY 1
                   UNTIL WS-DEDUCT-INDEX > WS-DEDUCT-TABLE-COUNT
               MOVE WS-DEDUCT-SLOT (WS-DEDUCT-INDEX) TO
                   WS-SLOT-DEDUCTION
               IF DEDUCT-CODE IN WS-SLOT-DEDUCTION =
                       DTR-DEDUCT-CODE IN WS-TRANSACTION
                   MOVE WS-DEDUCT-INDEX TO WS-FOUND-SLOT
                   MOVE WS-SLOT-DEDUCTION TO WS-OLD-DEDUCTION
                   MOVE 999 TO WS-DEDUCT-INDEX
               END-IF
           END-PERFORM
           .

       320-VALIDATE-TRANSACTION.
      *****************************************************************
      * Run every validation check for this transaction's action code  *
      * against the table and the new deduction type                   *
      *****************************************************************
           IF DTR-DEDUCT-CODE IN WS-TRANSACTION = SPACES
               PERFORM 330-REJECT-TRANSACTION
               MOVE 'DEDUCTION CODE REQUIRED' TO WS-REJECT-REASON
           END-IF

           IF WS-TRANS-VALID
               EVALUATE TRUE
                   WHEN DTR-ADD IN WS-TRANSACTION
                       IF WS-FOUND-SLOT > ZEROS
                           PERFORM 330-REJECT-TRANSACTION
                           MOVE 'DEDUCTION CODE ALREADY ON FILE' TO
                               WS-REJECT-REASON
                       ELSE
                           IF WS-DEDUCT-TABLE-COUNT NOT <
                                   WS-DEDUCT-TABLE-MAX
                               PERFORM 330-REJECT-TRANSACTION
                               MOVE 'DEDUCTION TABLE FULL - 20 TYPES'
                                   TO WS-REJECT-REASON
                           ELSE
                               PERFORM 340-BUILD-NEW-DEDUCTION
                               PERFORM 350-VALIDATE-DEDUCTION-FIELDS
                           END-IF
                       END-IF

                   WHEN DTR-CHANGE IN WS-TRANSACTION
                       IF WS-FOUND-SLOT = ZEROS
                           PERFORM 330-REJECT-TRANSACTION
                           MOVE 'DEDUCTION CODE NOT ON FILE' TO
                               WS-REJECT-REASON
                       ELSE
                           PERFORM 340-BUILD-NEW-DEDUCTION
                           PERFORM 350-VALIDATE-DEDUCTION-FIELDS
                       END-IF

                   WHEN DTR-EXPIRE IN WS-TRANSACTION
                       IF WS-FOUND-SLOT = ZEROS
                           PERFORM 330-REJECT-TRANSACTION
                           MOVE 'DEDUCTION CODE NOT ON FILE' TO
                               WS-REJECT-REASON
                       ELSE
                           PERFORM 380-VALIDATE-EXPIRE
                       END-IF

                   WHEN OTHER
                       PERFORM 330-REJECT-TRANSACTION
                       MOVE 'INVALID ACTION CODE' TO WS-REJECT-REASON
               END-EVALUATE
           END-IF
           .

       330-REJECT-TRANSACTION.
      *****************************************************************
      * Mark the current transaction rejected                          *
      *****************************************************************
           MOVE 'N' TO WS-TRANS-VALID-SW
           .

       340-BUILD-NEW-DEDUCTION.
      *****************************************************************
      * Take the new type from the transaction image under the         *
      * transaction's code. An add with no effective date takes the    *
      * transaction's, and one with no status starts active            *
      *****************************************************************
           MOVE DTR-DEDUCT-IMAGE IN WS-TRANSACTION TO WS-NEW-DEDUCTION
           MOVE DTR-DEDUCT-CODE IN WS-TRANSACTION TO
               DEDUCT-CODE IN WS-NEW-DEDUCTION

           IF DTR-ADD IN WS-TRANSACTION
               IF DEDUCT-EFFECTIVE-DATE IN WS-NEW-DEDUCTION = SPACES
                   OR DEDUCT-EFFECTIVE-DATE IN WS-NEW-DEDUCTION =
                       ZEROS
                   MOVE DTR-EFFECTIVE-DATE IN WS-TRANSACTION TO
                       DEDUCT-EFFECTIVE-DATE IN WS-NEW-DEDUCTION
               END-IF
               IF DEDUCT-STATUS IN WS-NEW-DEDUCTION = SPACE
                   MOVE 'A' TO DEDUCT-STATUS IN WS-NEW-DEDUCTION
               END-IF
           END-IF
           IF DEDUCT-EXPIRATION-DATE IN WS-NEW-DEDUCTION = SPACES
               MOVE ZEROS TO DEDUCT-EXPIRATION-DATE IN WS-NEW-DEDUCTION
           END-IF
           .

       350-VALIDATE-DEDUCTION-FIELDS.
      *****************************************************************
      * Validate the new type against the condition values on the      *
      * record layout, then its amounts, graduated bands, and priority *
      *****************************************************************
           IF DEDUCT-NAME IN WS-NEW-DEDUCTION = SPACES
               PERFORM 330-REJECT-TRANSACTION
               MOVE 'DEDUCTION NAME REQUIRED' TO WS-REJECT-REASON
           END-IF

           IF WS-TRANS-VALID
               IF NOT (DEDUCT-HEALTH-INS IN WS-NEW-DEDUCTION OR
                       DEDUCT-DENTAL-INS IN WS-NEW-DEDUCTION OR
                       DEDUCT-VISION-INS IN WS-NEW-DEDUCTION OR
                       DEDUCT-LIFE-INS IN WS-NEW-DEDUCTION OR
                       DEDUCT-RETIREMENT IN WS-NEW-DEDUCTION OR
                       DEDUCT-GARNISHMENT IN WS-NEW-DEDUCTION OR
                       DEDUCT-LOAN IN WS-NEW-DEDUCTION OR
                       DEDUCT-CHARITY IN WS-NEW-DEDUCTION OR
                       DEDUCT-UNION IN WS-NEW-DEDUCTION OR
                       DEDUCT-HSA IN WS-NEW-DEDUCTION OR
                       DEDUCT-FSA IN WS-NEW-DEDUCTION OR
                       DEDUCT-OTHER IN WS-NEW-DEDUCTION)
                   PERFORM 330-REJECT-TRANSACTION
                   MOVE 'INVALID DEDUCTION CATEGORY' TO
                       WS-REJECT-REASON
               END-IF
           END-IF

           IF WS-TRANS-VALID
               IF NOT (DEDUCT-PRE-TAX IN WS-NEW-DEDUCTION OR
                       DEDUCT-POST-TAX IN WS-NEW-DEDUCTION)
                   PERFORM 330-REJECT-TRANSACTION
                   MOVE 'INVALID TAX STATUS' TO WS-REJECT-REASON
               END-IF
           END-IF

           IF WS-TRANS-VALID
               IF NOT (DEDUCT-FLAT-AMOUNT IN
                           DEDUCT-CALCULATION-METHOD IN
                           WS-NEW-DEDUCTION OR
                       DEDUCT-PERCENTAGE IN
                           WS-NEW-DEDUCTION OR
                       DEDUCT-HOURLY-RATE IN
                           DEDUCT-CALCULATION-METHOD IN
                           WS-NEW-DEDUCTION OR
                       DEDUCT-GRADUATED IN WS-NEW-DEDUCTION)
                   PERFORM 330-REJECT-TRANSACTION
                   MOVE 'INVALID CALCULATION METHOD' TO
                       WS-REJECT-REASON
               END-IF
           END-IF

           IF WS-TRANS-VALID
               IF NOT (DEDUCT-ACTIVE IN WS-NEW-DEDUCTION OR
                       DEDUCT-INACTIVE IN WS-NEW-DEDUCTION OR
                       DEDUCT-PENDING IN WS-NEW-DEDUCTION)
                   PERFORM 330-REJECT-TRANSACTION
                   MOVE 'INVALID DEDUCTION STATUS' TO WS-REJECT-REASON
               END-IF
           END-IF

           IF WS-TRANS-VALID
               PERFORM 355-VALIDATE-AMOUNTS
           END-IF

           IF WS-TRANS-VALID
               AND DEDUCT-GRADUATED IN WS-NEW-DEDUCTION
               PERFORM 360-VALIDATE-GRADUATED-BANDS
           END-IF

           IF WS-TRANS-VALID
               PERFORM 370-CHECK-DUPLICATE-PRIORITY
           END-IF
           .

       355-VALIDATE-AMOUNTS.
      *****************************************************************
      * Every amount, rate, and date in the image must hold valid      *
      * digits, the method's own amount must be present, and an       *
      * expiration may not precede the effective date                  *
      *****************************************************************
           IF DEDUCT-FLAT-AMOUNT IN DEDUCT-CALCULATION-PARAMS IN
                   WS-NEW-DEDUCTION IS NOT NUMERIC
               OR DEDUCT-PERCENTAGE-RATE IN WS-NEW-DEDUCTION
                   IS NOT NUMERIC
               OR DEDUCT-HOURLY-RATE IN DEDUCT-CALCULATION-PARAMS IN
                   WS-NEW-DEDUCTION IS NOT NUMERIC
               OR DEDUCT-MAX-AMOUNT-PER-PAY IN WS-NEW-DEDUCTION
                   IS NOT NUMERIC
               OR DEDUCT-ANNUAL-MAX-AMOUNT IN WS-NEW-DEDUCTION
                   IS NOT NUMERIC
               OR DEDUCT-MIN-AMOUNT-PER-PAY IN WS-NEW-DEDUCTION
                   IS NOT NUMERIC
               OR DEDUCT-MAX-PERCENTAGE IN WS-NEW-DEDUCTION
                   IS NOT NUMERIC
               OR DEDUCT-PRIORITY IN WS-NEW-DEDUCTION IS NOT NUMERIC
               OR DEDUCT-EMPLOYER-MATCH-RATE IN WS-NEW-DEDUCTION
                   IS NOT NUMERIC
               OR DEDUCT-EMPLOYER-MATCH-MAX IN WS-NEW-DEDUCTION
                   IS NOT NUMERIC
               OR DEDUCT-EFFECTIVE-DATE IN WS-NEW-DEDUCTION
                   IS NOT NUMERIC
               OR DEDUCT-EXPIRATION-DATE IN WS-NEW-DEDUCTION
                   IS NOT NUMERIC
               PERFORM 330-REJECT-TRANSACTION
               MOVE 'AMOUNT, RATE, PRIORITY OR DATE NOT NUMERIC' TO
                   WS-REJECT-REASON
           END-IF

           IF WS-TRANS-VALID
               PERFORM VARYING WS-GRAD-INDEX FROM 1 BY 1
                       UNTIL WS-GRAD-INDEX > 5
                   IF DEDUCT-GRAD-MIN-SALARY IN WS-NEW-DEDUCTION
                           (WS-GRAD-INDEX) IS NOT NUMERIC
                       OR DEDUCT-GRAD-MAX-SALARY IN WS-NEW-DEDUCTION
                           (WS-GRAD-INDEX) IS NOT NUMERIC
                       OR DEDUCT-GRAD-AMOUNT IN WS-NEW-DEDUCTION
                           (WS-GRAD-INDEX) IS NOT NUMERIC
                       OR DEDUCT-GRAD-PERCENTAGE IN WS-NEW-DEDUCTION
                           (WS-GRAD-INDEX) IS NOT NUMERIC
                       PERFORM 330-REJECT-TRANSACTION
                       MOVE 'GRADUATED BAND AMOUNTS NOT NUMERIC' TO
                           WS-REJECT-REASON
                   END-IF
               END-PERFORM
           END-IF

           IF WS-TRANS-VALID
               EVALUATE TRUE
                   WHEN DEDUCT-FLAT-AMOUNT IN DEDUCT-CALCULATION-METHOD
                           IN WS-NEW-DEDUCTION
                       IF DEDUCT-FLAT-AMOUNT IN
                               DEDUCT-CALCULATION-PARAMS IN
                               WS-NEW-DEDUCTION = ZEROS
                           PERFORM 330-REJECT-TRANSACTION
                           MOVE 'FLAT METHOD WITH NO FLAT AMOUNT' TO
                               WS-REJECT-REASON
                       END-IF
                   WHEN DEDUCT-PERCENTAGE IN WS-NEW-DEDUCTION
                       IF DEDUCT-PERCENTAGE-RATE IN WS-NEW-DEDUCTION
                               = ZEROS
                           OR DEDUCT-PERCENTAGE-RATE IN
                               WS-NEW-DEDUCTION > 100
                           PERFORM 330-REJECT-TRANSACTION
                           MOVE 'PERCENTAGE RATE MISSING OR OVER 100'
                               TO WS-REJECT-REASON
                       END-IF
                   WHEN DEDUCT-HOURLY-RATE IN DEDUCT-CALCULATION-METHOD
                           IN WS-NEW-DEDUCTION
                       IF DEDUCT-HOURLY-RATE IN
                               DEDUCT-CALCULATION-PARAMS IN
                               WS-NEW-DEDUCTION = ZEROS
                           PERFORM 330-REJECT-TRANSACTION
                           MOVE 'HOURLY METHOD WITH NO HOURLY RATE' TO
                               WS-REJECT-REASON
                       END-IF
               END-EVALUATE
           END-IF

           IF WS-TRANS-VALID
               AND DEDUCT-EXPIRATION-DATE IN WS-NEW-DEDUCTION
                   NOT = ZEROS
               AND DEDUCT-EXPIRATION-DATE IN WS-NEW-DEDUCTION <
                   DEDUCT-EFFECTIVE-DATE IN WS-NEW-DEDUCTION
               PERFORM 330-REJECT-TRANSACTION
               MOVE 'EXPIRATION DATE BEFORE EFFECTIVE DATE' TO
                   WS-REJECT-REASON
           END-IF
           .

       360-VALIDATE-GRADUATED-BANDS.
      *****************************************************************
      * DEDCALC takes the first band whose minimum and maximum salary  *
      * (both inclusive) hold the gross, and deducts nothing when no   *
      * band does. The used bands must therefore start at zero, each   *
      * have a maximum at or above its minimum, and each start one     *
      * cent above the prior band's maximum - no gap a gross could     *
      * fall through and no overlap. Unused bands follow the last used *
      *****************************************************************
           MOVE ZEROS TO WS-GRAD-LAST
           PERFORM VARYING WS-GRAD-INDEX FROM 1 BY 1
                   UNTIL WS-GRAD-INDEX > 5
               IF DEDUCT-GRAD-MAX-SALARY IN WS-NEW-DEDUCTION
                       (WS-GRAD-INDEX) > ZEROS
                   MOVE WS-GRAD-INDEX TO WS-GRAD-LAST
               END-IF
           END-PERFORM

           IF WS-GRAD-LAST = ZEROS
               PERFORM 330-REJECT-TRANSACTION
               MOVE 'GRADUATED METHOD WITH NO SALARY BANDS' TO
                   WS-REJECT-REASON
           END-IF

           IF WS-TRANS-VALID
               AND DEDUCT-GRAD-MIN-SALARY IN WS-NEW-DEDUCTION (1)
                   NOT = ZEROS
               PERFORM 330-REJECT-TRANSACTION
               MOVE 'GRADUATED BAND 1 DOES NOT START AT ZERO' TO
                   WS-REJECT-REASON
           END-IF

           IF WS-TRANS-VALID
               PERFORM VARYING WS-GRAD-INDEX FROM 1 BY 1
                       UNTIL WS-GRAD-INDEX > WS-GRAD-LAST
                          OR NOT WS-TRANS-VALID
                   MOVE WS-GRAD-INDEX TO WS-ED-GRAD-INDEX
                   IF DEDUCT-GRAD-MAX-SALARY IN WS-NEW-DEDUCTION
                           (WS-GRAD-INDEX) <
                       DEDUCT-GRAD-MIN-SALARY IN WS-NEW-DEDUCTION
                           (WS-GRAD-INDEX)
                       OR DEDUCT-GRAD-MAX-SALARY IN WS-NEW-DEDUCTION
                           (WS-GRAD-INDEX) = ZEROS
                       PERFORM 330-REJECT-TRANSACTION
                       STRING 'GRADUATED BAND ' WS-ED-GRAD-INDEX
                              ' MAXIMUM MISSING OR BELOW ITS MINIMUM'
                              DELIMITED BY SIZE INTO WS-REJECT-REASON
                   END-IF
                   IF WS-TRANS-VALID
                       AND WS-GRAD-INDEX < WS-GRAD-LAST
                       COMPUTE WS-GRAD-NEXT-MIN =
                           DEDUCT-GRAD-MAX-SALARY IN WS-NEW-DEDUCTION
                               (WS-GRAD-INDEX) + .01
                       IF DEDUCT-GRAD-MIN-SALARY IN WS-NEW-DEDUCTION
                               (WS-GRAD-INDEX + 1) > WS-GRAD-NEXT-MIN
                           PERFORM 330-REJECT-TRANSACTION
                           STRING 'GAP AFTER GRADUATED BAND '
                                  WS-ED-GRAD-INDEX
                                  DELIMITED BY SIZE
                                  INTO WS-REJECT-REASON
                       END-IF
                       IF DEDUCT-GRAD-MIN-SALARY IN WS-NEW-DEDUCTION
                               (WS-GRAD-INDEX + 1) < WS-GRAD-NEXT-MIN
                           PERFORM 330-REJECT-TRANSACTION
                           STRING 'GRADUATED BAND ' WS-ED-GRAD-INDEX
                                  ' OVERLAPS THE NEXT BAND'
                                  DELIMITED BY SIZE
                                  INTO WS-REJECT-REASON
                       END-IF
                   END-IF
               END-PERFORM
           END-IF

           IF WS-TRANS-VALID
               PERFORM VARYING WS-GRAD-INDEX FROM WS-GRAD-LAST BY 1
                       UNTIL WS-GRAD-INDEX >= 5
                   IF DEDUCT-GRAD-MIN-SALARY IN WS-NEW-DEDUCTION
                           (WS-GRAD-INDEX + 1) > ZEROS
                       OR DEDUCT-GRAD-AMOUNT IN WS-NEW-DEDUCTION
                           (WS-GRAD-INDEX + 1) > ZEROS
                       OR DEDUCT-GRAD-PERCENTAGE IN WS-NEW-DEDUCTION
                           (WS-GRAD-INDEX + 1) > ZEROS
                       PERFORM 330-REJECT-TRANSACTION
                       MOVE 'GRADUATED BAND WITH NO MAXIMUM SALARY' TO
                           WS-REJECT-REASON
                   END-IF
               END-PERFORM
           END-IF
           .

       370-CHECK-DUPLICATE-PRIORITY.
      *****************************************************************
      * DEDCALC applies deductions in priority order, so two types in  *
      * force at one priority leave the order between them to chance.  *
      * An inactive type, on either side, does not hold its priority   *
      *****************************************************************
           IF NOT DEDUCT-INACTIVE IN WS-NEW-DEDUCTION
               PERFORM VARYING WS-DEDUCT-INDEX FROM 1 BY 1
                       UNTIL WS-DEDUCT-INDEX > WS-DEDUCT-TABLE-COUNT
                   MOVE WS-DEDUCT-SLOT (WS-DEDUCT-INDEX) TO
                       WS-SLOT-DEDUCTION
                   IF WS-DEDUCT-INDEX NOT = WS-FOUND-SLOT
                       AND NOT DEDUCT-INACTIVE IN WS-SLOT-DEDUCTION
                       AND DEDUCT-PRIORITY IN WS-SLOT-DEDUCTION =
                           DEDUCT-PRIORITY IN WS-NEW-DEDUCTION
                       PERFORM 330-REJECT-TRANSACTION
                       MOVE SPACES TO WS-REJECT-REASON
                       STRING 'PRIORITY '
                              DEDUCT-PRIORITY IN WS-NEW-DEDUCTION
                              ' ALREADY HELD BY '
                              DEDUCT-CODE IN WS-SLOT-DEDUCTION
                              DELIMITED BY SIZE
                              INTO WS-REJECT-REASON
                       MOVE 999 TO WS-DEDUCT-INDEX
                   END-IF
               END-PERFORM
           END-IF
           .

       380-VALIDATE-EXPIRE.
      *****************************************************************
      * An expiration needs a date on or after the type's effective    *
      * date, on a type not already inactive                           *
      *****************************************************************
           IF DEDUCT-INACTIVE IN WS-OLD-DEDUCTION
               PERFORM 330-REJECT-TRANSACTION
               MOVE 'DEDUCTION TYPE ALREADY INACTIVE' TO
                   WS-REJECT-REASON
           END-IF

           IF WS-TRANS-VALID
               IF DTR-EFFECTIVE-DATE IN WS-TRANSACTION IS NOT NUMERIC
                   OR DTR-EFFECTIVE-DATE IN WS-TRANSACTION = ZEROS
                   PERFORM 330-REJECT-TRANSACTION
                   MOVE 'EXPIRATION DATE REQUIRED' TO WS-REJECT-REASON
               END-IF
           END-IF

           IF WS-TRANS-VALID
               AND DEDUCT-EFFECTIVE-DATE IN WS-OLD-DEDUCTION IS NUMERIC
               AND DTR-EFFECTIVE-DATE IN WS-TRANSACTION <
                   DEDUCT-EFFECTIVE-DATE IN WS-OLD-DEDUCTION
               PERFORM 330-REJECT-TRANSACTION
               MOVE 'EXPIRATION DATE BEFORE EFFECTIVE DATE' TO
                   WS-REJECT-REASON
           END-IF
           .

       400-APPLY-ADD.
      *****************************************************************
      * Add the new type at the end of the table and audit every       *
      * field it sets                                                  *
      *****************************************************************
           ADD 1 TO WS-DEDUCT-TABLE-COUNT
           MOVE WS-NEW-DEDUCTION TO
               WS-DEDUCT-SLOT (WS-DEDUCT-TABLE-COUNT)
           PERFORM 700-AUDIT-FIELD-CHANGES
           .

       500-APPLY-CHANGE.
      *****************************************************************
      * Replace the type in its slot and audit each field that changed *
      *****************************************************************
           MOVE WS-NEW-DEDUCTION TO WS-DEDUCT-SLOT (WS-FOUND-SLOT)
           PERFORM 700-AUDIT-FIELD-CHANGES
           .

       600-APPLY-EXPIRE.
      *****************************************************************
      * Set the expiration date; a type whose expiration date has      *
      * arrived is also made inactive                                  *
      *****************************************************************
           MOVE WS-OLD-DEDUCTION TO WS-NEW-DEDUCTION
           MOVE DTR-EFFECTIVE-DATE IN WS-TRANSACTION TO
               DEDUCT-EXPIRATION-DATE IN WS-NEW-DEDUCTION
           IF DTR-EFFECTIVE-DATE IN WS-TRANSACTION NOT > WS-MAINT-DATE
               MOVE 'I' TO DEDUCT-STATUS IN WS-NEW-DEDUCTION
           END-IF
           MOVE WS-NEW-DEDUCTION TO WS-DEDUCT-SLOT (WS-FOUND-SLOT)
           PERFORM 700-AUDIT-FIELD-CHANGES
           .

       700-AUDIT-FIELD-CHANGES.
      *****************************************************************
      * Compare the old and new type field by field and write one      *
      * audit entry for each field whose value changed                 *
      *****************************************************************
           MOVE 'NAME' TO WS-AUDIT-FIELD-SHORT
           MOVE DEDUCT-NAME IN WS-OLD-DEDUCTION TO WS-AUDIT-OLD-VALUE
           MOVE DEDUCT-NAME IN WS-NEW-DEDUCTION TO
               WS-AUDIT-NEW-VALUE-TEXT
           PERFORM 710-AUDIT-TEXT-FIELD
           MOVE 'DESCRIPTION' TO WS-AUDIT-FIELD-SHORT
           MOVE DEDUCT-DESCRIPTION IN WS-OLD-DEDUCTION TO
               WS-AUDIT-OLD-VALUE
           MOVE DEDUCT-DESCRIPTION IN WS-NEW-DEDUCTION TO
               WS-AUDIT-NEW-VALUE-TEXT
           IF DEDUCT-DESCRIPTION IN WS-OLD-DEDUCTION NOT =
                   DEDUCT-DESCRIPTION IN WS-NEW-DEDUCTION
               PERFORM 730-WRITE-AUDIT-ENTRY
           END-IF
           MOVE 'CATEGORY' TO WS-AUDIT-FIELD-SHORT
           MOVE DEDUCT-CATEGORY IN WS-OLD-DEDUCTION TO
               WS-AUDIT-OLD-VALUE
           MOVE DEDUCT-CATEGORY IN WS-NEW-DEDUCTION TO
               WS-AUDIT-NEW-VALUE-TEXT
           PERFORM 710-AUDIT-TEXT-FIELD
           MOVE 'TAX-STATUS' TO WS-AUDIT-FIELD-SHORT
           MOVE DEDUCT-TAX-STATUS IN WS-OLD-DEDUCTION TO
               WS-AUDIT-OLD-VALUE
           MOVE DEDUCT-TAX-STATUS IN WS-NEW-DEDUCTION TO
               WS-AUDIT-NEW-VALUE-TEXT
           PERFORM 710-AUDIT-TEXT-FIELD
           MOVE 'CALC-METHOD' TO WS-AUDIT-FIELD-SHORT
           MOVE DEDUCT-CALCULATION-METHOD IN WS-OLD-DEDUCTION TO
               WS-AUDIT-OLD-VALUE
           MOVE DEDUCT-CALCULATION-METHOD IN WS-NEW-DEDUCTION TO
               WS-AUDIT-NEW-VALUE-TEXT
           PERFORM 710-AUDIT-TEXT-FIELD

           MOVE 'FLAT-AMOUNT' TO WS-AUDIT-FIELD-SHORT
           MOVE DEDUCT-FLAT-AMOUNT IN DEDUCT-CALCULATION-PARAMS IN
               WS-OLD-DEDUCTION TO WS-AUDIT-OLD-NUM
           MOVE DEDUCT-FLAT-AMOUNT IN DEDUCT-CALCULATION-PARAMS IN
               WS-NEW-DEDUCTION TO WS-AUDIT-NEW-NUM
           PERFORM 720-AUDIT-NUMBER-FIELD
           MOVE 'PERCENT-RATE' TO WS-AUDIT-FIELD-SHORT
           MOVE DEDUCT-PERCENTAGE-RATE IN WS-OLD-DEDUCTION TO
               WS-AUDIT-OLD-NUM
           MOVE DEDUCT-PERCENTAGE-RATE IN WS-NEW-DEDUCTION TO
               WS-AUDIT-NEW-NUM
           PERFORM 720-AUDIT-NUMBER-FIELD
           MOVE 'HOURLY-RATE' TO WS-AUDIT-FIELD-SHORT
           MOVE DEDUCT-HOURLY-RATE IN DEDUCT-CALCULATION-PARAMS IN
               WS-OLD-DEDUCTION TO WS-AUDIT-OLD-NUM
           MOVE DEDUCT-HOURLY-RATE IN DEDUCT-CALCULATION-PARAMS IN
               WS-NEW-DEDUCTION TO WS-AUDIT-NEW-NUM
           PERFORM 720-AUDIT-NUMBER-FIELD

           PERFORM VARYING WS-GRAD-INDEX FROM 1 BY 1
                   UNTIL WS-GRAD-INDEX > 5
               PERFORM 740-AUDIT-GRADUATED-BAND
           END-PERFORM

           MOVE 'MAX-PER-PAY' TO WS-AUDIT-FIELD-SHORT
           MOVE DEDUCT-MAX-AMOUNT-PER-PAY IN WS-OLD-DEDUCTION TO
               WS-AUDIT-OLD-NUM
           MOVE DEDUCT-MAX-AMOUNT-PER-PAY IN WS-NEW-DEDUCTION TO
               WS-AUDIT-NEW-NUM
           PERFORM 720-AUDIT-NUMBER-FIELD
           MOVE 'ANNUAL-MAX' TO WS-AUDIT-FIELD-SHORT
           MOVE DEDUCT-ANNUAL-MAX-AMOUNT IN WS-OLD-DEDUCTION TO
               WS-AUDIT-OLD-NUM
           MOVE DEDUCT-ANNUAL-MAX-AMOUNT IN WS-NEW-DEDUCTION TO
               WS-AUDIT-NEW-NUM
           PERFORM 720-AUDIT-NUMBER-FIELD
           MOVE 'MIN-PER-PAY' TO WS-AUDIT-FIELD-SHORT
           MOVE DEDUCT-MIN-AMOUNT-PER-PAY IN WS-OLD-DEDUCTION TO
               WS-AUDIT-OLD-NUM
           MOVE DEDUCT-MIN-AMOUNT-PER-PAY IN WS-NEW-DEDUCTION TO
               WS-AUDIT-NEW-NUM
           PERFORM 720-AUDIT-NUMBER-FIELD
           MOVE 'MAX-PERCENT' TO WS-AUDIT-FIELD-SHORT
           MOVE DEDUCT-MAX-PERCENTAGE IN WS-OLD-DEDUCTION TO
               WS-AUDIT-OLD-NUM
           MOVE DEDUCT-MAX-PERCENTAGE IN WS-NEW-DEDUCTION TO
               WS-AUDIT-NEW-NUM
           PERFORM 720-AUDIT-NUMBER-FIELD

           MOVE 'FREQUENCY' TO WS-AUDIT-FIELD-SHORT
           MOVE DEDUCT-FREQUENCY IN WS-OLD-DEDUCTION TO
               WS-AUDIT-OLD-VALUE
           MOVE DEDUCT-FREQUENCY IN WS-NEW-DEDUCTION TO
               WS-AUDIT-NEW-VALUE-TEXT
           PERFORM 710-AUDIT-TEXT-FIELD
           MOVE 'PRIORITY' TO WS-AUDIT-FIELD-SHORT
           MOVE DEDUCT-PRIORITY IN WS-OLD-DEDUCTION TO
               WS-AUDIT-OLD-VALUE
           MOVE DEDUCT-PRIORITY IN WS-NEW-DEDUCTION TO
               WS-AUDIT-NEW-VALUE-TEXT
           PERFORM 710-AUDIT-TEXT-FIELD
           MOVE 'VENDOR-ID' TO WS-AUDIT-FIELD-SHORT
           MOVE DEDUCT-VENDOR-ID IN WS-OLD-DEDUCTION TO
               WS-AUDIT-OLD-VALUE
           MOVE DEDUCT-VENDOR-ID IN WS-NEW-DEDUCTION TO
               WS-AUDIT-NEW-VALUE-TEXT
           PERFORM 710-AUDIT-TEXT-FIELD
           MOVE 'VENDOR-NAME' TO WS-AUDIT-FIELD-SHORT
           MOVE DEDUCT-VENDOR-NAME IN WS-OLD-DEDUCTION TO
               WS-AUDIT-OLD-VALUE
           MOVE DEDUCT-VENDOR-NAME IN WS-NEW-DEDUCTION TO
               WS-AUDIT-NEW-VALUE-TEXT
           PERFORM 710-AUDIT-TEXT-FIELD
           MOVE 'VENDOR-ACCOUNT' TO WS-AUDIT-FIELD-SHORT
           MOVE DEDUCT-VENDOR-ACCOUNT IN WS-OLD-DEDUCTION TO
               WS-AUDIT-OLD-VALUE
           MOVE DEDUCT-VENDOR-ACCOUNT IN WS-NEW-DEDUCTION TO
               WS-AUDIT-NEW-VALUE-TEXT
           PERFORM 710-AUDIT-TEXT-FIELD
           MOVE 'EFFECTIVE-DATE' TO WS-AUDIT-FIELD-SHORT
           MOVE DEDUCT-EFFECTIVE-DATE IN WS-OLD-DEDUCTION TO
               WS-AUDIT-OLD-VALUE
           MOVE DEDUCT-EFFECTIVE-DATE IN WS-NEW-DEDUCTION TO
               WS-AUDIT-NEW-VALUE-TEXT
           PERFORM 710-AUDIT-TEXT-FIELD
           MOVE 'EXPIRATION-DATE' TO WS-AUDIT-FIELD-SHORT
           MOVE DEDUCT-EXPIRATION-DATE IN WS-OLD-DEDUCTION TO
               WS-AUDIT-OLD-VALUE
           MOVE DEDUCT-EXPIRATION-DATE IN WS-NEW-DEDUCTION TO
               WS-AUDIT-NEW-VALUE-TEXT
           PERFORM 710-AUDIT-TEXT-FIELD
           MOVE 'STATUS' TO WS-AUDIT-FIELD-SHORT
           MOVE DEDUCT-STATUS IN WS-OLD-DEDUCTION TO
               WS-AUDIT-OLD-VALUE
           MOVE DEDUCT-STATUS IN WS-NEW-DEDUCTION TO
               WS-AUDIT-NEW-VALUE-TEXT
           PERFORM 710-AUDIT-TEXT-FIELD
           MOVE 'REQUIRED-FLAG' TO WS-AUDIT-FIELD-SHORT
           MOVE DEDUCT-REQUIRED-FLAG IN WS-OLD-DEDUCTION TO
               WS-AUDIT-OLD-VALUE
           MOVE DEDUCT-REQUIRED-FLAG IN WS-NEW-DEDUCTION TO
               WS-AUDIT-NEW-VALUE-TEXT
           PERFORM 710-AUDIT-TEXT-FIELD
           MOVE 'EMPLOYER-CONTRIB' TO WS-AUDIT-FIELD-SHORT
           MOVE DEDUCT-EMPLOYER-CONTRIB IN WS-OLD-DEDUCTION TO
               WS-AUDIT-OLD-VALUE
           MOVE DEDUCT-EMPLOYER-CONTRIB IN WS-NEW-DEDUCTION TO
               WS-AUDIT-NEW-VALUE-TEXT
           PERFORM 710-AUDIT-TEXT-FIELD
           MOVE 'MATCH-RATE' TO WS-AUDIT-FIELD-SHORT
           MOVE DEDUCT-EMPLOYER-MATCH-RATE IN WS-OLD-DEDUCTION TO
               WS-AUDIT-OLD-NUM
           MOVE DEDUCT-EMPLOYER-MATCH-RATE IN WS-NEW-DEDUCTION TO
               WS-AUDIT-NEW-NUM
           PERFORM 720-AUDIT-NUMBER-FIELD
           MOVE 'MATCH-MAX' TO WS-AUDIT-FIELD-SHORT
           MOVE DEDUCT-EMPLOYER-MATCH-MAX IN WS-OLD-DEDUCTION TO
               WS-AUDIT-OLD-NUM
           MOVE DEDUCT-EMPLOYER-MATCH-MAX IN WS-NEW-DEDUCTION TO
               WS-AUDIT-NEW-NUM
           PERFORM 720-AUDIT-NUMBER-FIELD
           MOVE 'SPECIAL-PROC' TO WS-AUDIT-FIELD-SHORT
           MOVE DEDUCT-SPECIAL-PROC-FLAG IN WS-OLD-DEDUCTION TO
               WS-AUDIT-OLD-VALUE
           MOVE DEDUCT-SPECIAL-PROC-FLAG IN WS-NEW-DEDUCTION TO
               WS-AUDIT-NEW-VALUE-TEXT
           PERFORM 710-AUDIT-TEXT-FIELD
           .

       710-AUDIT-TEXT-FIELD.
      *****************************************************************
      * Audit a code, date, or text field when it changed              *
      *****************************************************************
           IF WS-AUDIT-OLD-VALUE NOT = WS-AUDIT-NEW-VALUE-TEXT
               PERFORM 730-WRITE-AUDIT-ENTRY
           END-IF
           .

       720-AUDIT-NUMBER-FIELD.
      *****************************************************************
      * Audit an amount or rate when it changed, edited for reading    *
      *****************************************************************
           IF WS-AUDIT-OLD-NUM NOT = WS-AUDIT-NEW-NUM
               MOVE WS-AUDIT-OLD-NUM TO WS-ED-AUDIT-AMOUNT
               MOVE WS-ED-AUDIT-AMOUNT TO WS-AUDIT-OLD-VALUE
               MOVE WS-AUDIT-NEW-NUM TO WS-ED-AUDIT-AMOUNT
               MOVE WS-ED-AUDIT-AMOUNT TO WS-AUDIT-NEW-VALUE-TEXT
               PERFORM 730-WRITE-AUDIT-ENTRY
           END-IF
           .

       730-WRITE-AUDIT-ENTRY.
      *****************************************************************
      * Write one before/after entry to the audit log. The entry is a  *
      * table change, not an employee's, so the employee ID is blank   *
      * and the field name carries the deduction code                  *
      *****************************************************************
           MOVE SPACES TO WS-AUDIT-FIELD-NAME
           STRING 'DED-' DTR-DEDUCT-CODE IN WS-TRANSACTION '-'
                  WS-AUDIT-FIELD-SHORT
                  DELIMITED BY SIZE INTO WS-AUDIT-FIELD-NAME

           MOVE SPACES TO AUDIT-LOG-RECORD-FILE
           MOVE SPACES TO AUDIT-EMP-ID IN AUDIT-LOG-RECORD-FILE
           MOVE WS-MAINT-DATE TO
               AUDIT-DATE IN AUDIT-LOG-RECORD-FILE
           MOVE WS-MAINT-TIME (1:6) TO
               AUDIT-TIME IN AUDIT-LOG-RECORD-FILE
           MOVE WS-AUDIT-FIELD-NAME TO
               AUDIT-FIELD-NAME IN AUDIT-LOG-RECORD-FILE
           MOVE WS-AUDIT-OLD-VALUE TO
               AUDIT-OLD-VALUE IN AUDIT-LOG-RECORD-FILE
           MOVE WS-AUDIT-NEW-VALUE-TEXT TO
               AUDIT-NEW-VALUE IN AUDIT-LOG-RECORD-FILE
           MOVE 'DEDMAINT' TO
               AUDIT-CHANGE-SOURCE IN AUDIT-LOG-RECORD-FILE
           MOVE DTR-SOURCE-USER IN WS-TRANSACTION TO
               AUDIT-USER-ID IN AUDIT-LOG-RECORD-FILE
           WRITE AUDIT-LOG-RECORD-FILE
           ADD 1 TO WS-AUDIT-ENTRY-COUNT
           ADD 1 TO WS-TRANS-AUDIT-COUNT
           .

       740-AUDIT-GRADUATED-BAND.
      *****************************************************************
      * Audit the four values of one graduated salary band             *
      *****************************************************************
           MOVE WS-GRAD-INDEX TO WS-ED-GRAD-INDEX
           MOVE SPACES TO WS-AUDIT-FIELD-SHORT
           STRING 'GRAD-' WS-ED-GRAD-INDEX '-MIN'
                  DELIMITED BY SIZE INTO WS-AUDIT-FIELD-SHORT
           MOVE DEDUCT-GRAD-MIN-SALARY IN WS-OLD-DEDUCTION
               (WS-GRAD-INDEX) TO WS-AUDIT-OLD-NUM
           MOVE DEDUCT-GRAD-MIN-SALARY IN WS-NEW-DEDUCTION
               (WS-GRAD-INDEX) TO WS-AUDIT-NEW-NUM
           PERFORM 720-AUDIT-NUMBER-FIELD

           MOVE SPACES TO WS-AUDIT-FIELD-SHORT
           STRING 'GRAD-' WS-ED-GRAD-INDEX '-MAX'
                  DELIMITED BY SIZE INTO WS-AUDIT-FIELD-SHORT
           MOVE DEDUCT-GRAD-MAX-SALARY IN WS-OLD-DEDUCTION
               (WS-GRAD-INDEX) TO WS-AUDIT-OLD-NUM
           MOVE DEDUCT-GRAD-MAX-SALARY IN WS-NEW-DEDUCTION
               (WS-GRAD-INDEX) TO WS-AUDIT-NEW-NUM
           PERFORM 720-AUDIT-NUMBER-FIELD

           MOVE SPACES TO WS-AUDIT-FIELD-SHORT
           STRING 'GRAD-' WS-ED-GRAD-INDEX '-AMOUNT'
                  DELIMITED BY SIZE INTO WS-AUDIT-FIELD-SHORT
           MOVE DEDUCT-GRAD-AMOUNT IN WS-OLD-DEDUCTION
               (WS-GRAD-INDEX) TO WS-AUDIT-OLD-NUM
           MOVE DEDUCT-GRAD-AMOUNT IN WS-NEW-DEDUCTION
               (WS-GRAD-INDEX) TO WS-AUDIT-NEW-NUM
           PERFORM 720-AUDIT-NUMBER-FIELD

           MOVE SPACES TO WS-AUDIT-FIELD-SHORT
           STRING 'GRAD-' WS-ED-GRAD-INDEX '-PERCENT'
                  DELIMITED BY SIZE INTO WS-AUDIT-FIELD-SHORT
           MOVE DEDUCT-GRAD-PERCENTAGE IN WS-OLD-DEDUCTION
               (WS-GRAD-INDEX) TO WS-AUDIT-OLD-NUM
           MOVE DEDUCT-GRAD-PERCENTAGE IN WS-NEW-DEDUCTION
               (WS-GRAD-INDEX) TO WS-AUDIT-NEW-NUM
           PERFORM 720-AUDIT-NUMBER-FIELD
           .

       800-REWRITE-DEDUCTION-FILE.
      *****************************************************************
      * Rewrite the deduction type table when any transaction was      *
      * applied; a run that applied nothing leaves the file alone      *
      *****************************************************************
           IF WS-APPLIED-COUNT > ZEROS
               OPEN OUTPUT DEDUCTION-FILE
               IF NOT DEDUCT-FILE-SUCCESS
                   DISPLAY 'ERROR REOPENING DEDUCTION FILE: '
                           DEDUCT-FILE-STATUS
                   PERFORM 950-ABNORMAL-TERMINATION
               END-IF
               PERFORM VARYING WS-DEDUCT-INDEX FROM 1 BY 1
                       UNTIL WS-DEDUCT-INDEX > WS-DEDUCT-TABLE-COUNT
                   MOVE WS-DEDUCT-SLOT (WS-DEDUCT-INDEX) TO
                       DEDUCTION-TYPE-RECORD-FILE
                   WRITE DEDUCTION-TYPE-RECORD-FILE
               END-PERFORM
               CLOSE DEDUCTION-FILE
           END-IF
           .

       810-WRITE-APPLIED-LINE.
      *****************************************************************
      * Write one applied line to the maintenance register             *
      *****************************************************************
           MOVE WS-TRANS-AUDIT-COUNT TO WS-ED-COUNT
           MOVE SPACES TO MAINT-REGISTER-RECORD
           STRING 'APPLIED  '
                  DTR-ACTION IN WS-TRANSACTION
                  '  DED: ' DTR-DEDUCT-CODE IN WS-TRANSACTION
                  '  ' DEDUCT-NAME IN WS-NEW-DEDUCTION
                  '  FIELDS CHANGED: ' WS-ED-COUNT
                  '  USER: ' DTR-SOURCE-USER IN WS-TRANSACTION
                  DELIMITED BY SIZE
                  INTO MAINT-REGISTER-RECORD
           WRITE MAINT-REGISTER-RECORD

           IF NOT REGISTER-FILE-SUCCESS
               DISPLAY 'ERROR WRITING MAINTENANCE REGISTER: '
                       REGISTER-FILE-STATUS
           END-IF
           .

       820-WRITE-REJECTED-LINE.
      *****************************************************************
      * Write one rejected line with the reject reason                 *
      *****************************************************************
           MOVE SPACES TO MAINT-REGISTER-RECORD
           STRING 'REJECTED '
                  DTR-ACTION IN WS-TRANSACTION
                  '  DED: ' DTR-DEDUCT-CODE IN WS-TRANSACTION
                  '  ' WS-REJECT-REASON
                  DELIMITED BY SIZE
                  INTO MAINT-REGISTER-RECORD
           WRITE MAINT-REGISTER-RECORD

           IF NOT REGISTER-FILE-SUCCESS
               DISPLAY 'ERROR WRITING MAINTENANCE REGISTER: '
                       REGISTER-FILE-STATUS
           END-IF
           .

       900-WRAP-UP.
      *****************************************************************
      * Close all files and display run totals                        *
      *****************************************************************
           CLOSE DEDUCT-TRANS-FILE
                 AUDIT-LOG-FILE
                 MAINT-REGISTER-FILE

           DISPLAY 'DEDUCTION TYPE MAINTENANCE COMPLETE'
           DISPLAY 'TRANSACTIONS READ: ' WS-TRANS-COUNT
           DISPLAY 'TRANSACTIONS APPLIED: ' WS-APPLIED-COUNT
           DISPLAY 'TRANSACTIONS REJECTED: ' WS-REJECTED-COUNT
           DISPLAY 'AUDIT ENTRIES WRITTEN: ' WS-AUDIT-ENTRY-COUNT
           DISPLAY 'DEDUCTION TYPES ON FILE: ' WS-DEDUCT-TABLE-COUNT
           .

       950-ABNORMAL-TERMINATION.
      *****************************************************************
      * Handle abnormal program termination due to errors              *
      *****************************************************************
           DISPLAY 'DEDUCTION TYPE MAINTENANCE TERMINATED ABNORMALLY'

           IF TRANS-FILE-SUCCESS
               CLOSE DEDUCT-TRANS-FILE
           END-IF

           IF AUDIT-FILE-SUCCESS
               CLOSE AUDIT-LOG-FILE
           END-IF

           IF REGISTER-FILE-SUCCESS
               CLOSE MAINT-REGISTER-FILE
           END-IF

           STOP RUN
           .
