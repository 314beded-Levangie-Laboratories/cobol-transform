      *****************************************************************
      * Program: SUSPMNT.cbl                                          *
      *                                                               *
      * Purpose: Payroll suspense maintenance program for the Payroll *
      *          Processing System. This program reads a keyed        *
      *          transaction file of corrections, releases, and       *
      *          cancellations against the payroll records the        *
      *          calculation run refused into the suspense file,      *
      *          validates each transaction, applies the valid ones,  *
      *          writes a before/after audit log entry for every      *
      *          field and status changed, and prints an applied/     *
      *          rejected register.                                   *
      *                                                               *
      * Date Created: 2026-10-15                                      *
      * Author: COBOL Payroll System                                  *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSPMNT.
       AUTHOR. COBOL PAYROLL SYSTEM.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.

      *****************************************************************
      * Program Description:                                          *
      *                                                                *
      * SUSPMNT is a standalone maintenance program in the Payroll     *
      * Processing System, run between calculation runs to work the    *
      * suspense file. It:                                             *
      *                                                                *
      * 1. Reads each maintenance transaction and looks up the         *
      *    suspense entry it names by the refusing run's ID and the    *
      *    record's input position                                     *
      * 2. Refuses maintenance on an entry already recycled, paid,     *
      *    superseded, or cancelled                                    *
      * 3. Applies a change to the one payroll field named by the      *
      *    field code on the suspended record image, after editing     *
      *    the new value for its field; a changed entry goes back to   *
      *    open and must be released again                             *
      * 4. Releases a corrected entry for the recycle step - the       *
      *    release must be keyed by someone other than the user who    *
      *    made the last correction                                    *
      * 5. Cancels an entry that will not be paid, with a note         *
      * 6. Writes one audit log entry per field or status changed,     *
      *    carrying the keying user's ID                               *
      * 7. Writes one register line per transaction showing whether    *
      *    it was applied or rejected and why                          *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC.
       OBJECT-COMPUTER. PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUSPENSE-FILE ASSIGN TO 'SUSPENSE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SUSP-KEY
           FILE STATUS IS SUSPENSE-FILE-STATUS.

           SELECT SUSPENSE-TRANS-FILE ASSIGN TO 'SUSPTRAN'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS TRANS-FILE-STATUS.

           SELECT AUDIT-LOG-FILE ASSIGN TO 'AUDITLOG'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS AUDIT-FILE-STATUS.

           SELECT MAINT-REGISTER-FILE ASSIGN TO 'SUSMREG'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REGISTER-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUSPENSE-FILE.
           COPY SUSPFIL REPLACING ==SUSPENSE-RECORD== BY
               ==SUSPENSE-RECORD-FILE==.

       FD  SUSPENSE-TRANS-FILE.
           COPY SUSPTRAN REPLACING ==SUSPENSE-TRANS-RECORD== BY
               ==SUSPENSE-TRANS-RECORD-FILE==.

       FD  AUDIT-LOG-FILE.
           COPY AUDITFIL REPLACING ==AUDIT-LOG-RECORD== BY
               ==AUDIT-LOG-RECORD-FILE==.

       FD  MAINT-REGISTER-FILE.
           01  MAINT-REGISTER-RECORD       PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  SUSPENSE-FILE-STATUS        PIC X(2).
               88  SUSPENSE-FILE-SUCCESS   VALUE '00'.
           05  TRANS-FILE-STATUS           PIC X(2).
               88  TRANS-FILE-SUCCESS      VALUE '00'.
               88  TRANS-FILE-EOF          VALUE '10'.
           05  AUDIT-FILE-STATUS           PIC X(2).
               88  AUDIT-FILE-SUCCESS      VALUE '00' '05'.
           05  REGISTER-FILE-STATUS        PIC X(2).
               88  REGISTER-FILE-SUCCESS   VALUE '00'.

       COPY SUSPTRAN REPLACING ==SUSPENSE-TRANS-RECORD== BY
           ==WS-TRANSACTION==.

      *****************************************************************
      * The suspended payroll record as the transaction finds it and   *
      * leaves it                                                      *
      *****************************************************************
       COPY PAYDATA REPLACING ==PAYROLL-DATA-RECORD== BY
           ==WS-SUSP-PAYROLL==.

       01  WS-ENTRY-FOUND-SW               PIC X VALUE 'N'.
           88  WS-ENTRY-FOUND              VALUE 'Y'.

       01  WS-TRANS-VALID-SW               PIC X VALUE 'Y'.
           88  WS-TRANS-VALID              VALUE 'Y'.

       01  WS-REJECT-REASON                PIC X(50).

      *****************************************************************
      * Largest value each numeric field's picture holds               *
      *****************************************************************
       01  WS-FIELD-LIMITS.
           05  WS-MAX-HOURS                PIC 9(3)V99 COMP-3
                                           VALUE 999.99.
           05  WS-MAX-RATE                 PIC 9(4)V99 COMP-3
                                           VALUE 9999.99.

       01  WS-DATE-CHECK.
           05  WS-CHECK-DATE-NUM           PIC 9(8).
           05  WS-CHECK-DATE-PARTS REDEFINES WS-CHECK-DATE-NUM.
               10  WS-CHECK-YEAR           PIC 9(4).
               10  WS-CHECK-MONTH          PIC 9(2).
               10  WS-CHECK-DAY            PIC 9(2).

       01  WS-AUDIT-WORK-AREA.
           05  WS-AUDIT-FIELD-SHORT        PIC X(16).
           05  WS-AUDIT-FIELD-NAME         PIC X(24).
           05  WS-AUDIT-OLD-VALUE          PIC X(30).
           05  WS-AUDIT-NEW-VALUE-TEXT     PIC X(30).
           05  WS-AUDIT-OLD-NUM            PIC S9(9)V99 COMP-3.
           05  WS-AUDIT-NEW-NUM            PIC S9(9)V99 COMP-3.
           05  WS-ED-AUDIT-AMOUNT          PIC -ZZZZZZZZ9.99.
       01  WS-AUDIT-ENTRY-COUNT            PIC 9(7) COMP-3 VALUE ZEROS.
       01  WS-TRANS-AUDIT-COUNT            PIC 9(3) COMP-3 VALUE ZEROS.

       01  WS-TRANS-COUNT                  PIC 9(7) COMP-3 VALUE ZEROS.
       01  WS-APPLIED-COUNT                PIC 9(7) COMP-3 VALUE ZEROS.
       01  WS-REJECTED-COUNT               PIC 9(7) COMP-3 VALUE ZEROS.
       01  WS-RELEASED-COUNT               PIC 9(7) COMP-3 VALUE ZEROS.
       01  WS-CANCELLED-COUNT              PIC 9(7) COMP-3 VALUE ZEROS.
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

           PERFORM 900-WRAP-UP

           STOP RUN
           .

       100-INITIALIZATION.
      *****************************************************************
      * Open the suspense, transaction, audit log, and register files  *
      *****************************************************************
           DISPLAY 'PAYROLL SUSPENSE MAINTENANCE STARTED'

           OPEN I-O SUSPENSE-FILE
           IF NOT SUSPENSE-FILE-SUCCESS
               DISPLAY 'ERROR OPENING SUSPENSE FILE: '
                       SUSPENSE-FILE-STATUS
               PERFORM 950-ABNORMAL-TERMINATION
           END-IF

           OPEN INPUT SUSPENSE-TRANS-FILE
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

       200-READ-TRANSACTION.
      *****************************************************************
      * Read the next maintenance transaction record                   *
      *****************************************************************
           READ SUSPENSE-TRANS-FILE INTO WS-TRANSACTION
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

           PERFORM 310-LOOKUP-SUSPENSE
           PERFORM 320-VALIDATE-TRANSACTION
               THRU 320-EXIT

           IF WS-TRANS-VALID
               EVALUATE TRUE
                   WHEN STR-CHANGE IN WS-TRANSACTION
                       PERFORM 400-APPLY-CHANGE
                   WHEN STR-RELEASE IN WS-TRANSACTION
                       PERFORM 500-APPLY-RELEASE
                   WHEN STR-CANCEL IN WS-TRANSACTION
                       PERFORM 600-APPLY-CANCEL
               END-EVALUATE
               PERFORM 700-REWRITE-SUSPENSE-ENTRY
           END-IF

           IF WS-TRANS-VALID
               ADD 1 TO WS-APPLIED-COUNT
               PERFORM 810-WRITE-APPLIED-LINE
           ELSE
               ADD 1 TO WS-REJECTED-COUNT
               PERFORM 820-WRITE-REJECTED-LINE
           END-IF
           .

       310-LOOKUP-SUSPENSE.
      *****************************************************************
      * Read the suspense entry the transaction names; its payroll     *
      * record image becomes the old side of the audit comparison      *
      *****************************************************************
           MOVE 'N' TO WS-ENTRY-FOUND-SW
           INITIALIZE WS-SUSP-PAYROLL

           MOVE STR-SUSP-KEY IN WS-TRANSACTION TO
               SUSP-KEY IN SUSPENSE-RECORD-FILE
           READ SUSPENSE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ENTRY-FOUND-SW
                   MOVE SUSP-PAYROLL-IMAGE IN SUSPENSE-RECORD-FILE
                       TO WS-SUSP-PAYROLL
           END-READ
           .

       320-VALIDATE-TRANSACTION.
      *****************************************************************
      * Run every validation check for this transaction's action code  *
      * against the suspense entry                                     *
      *****************************************************************
           IF NOT STR-CHANGE IN WS-TRANSACTION
               AND NOT STR-RELEASE IN WS-TRANSACTION
               AND NOT STR-CANCEL IN WS-TRANSACTION
               MOVE 'N' TO WS-TRANS-VALID-SW
               MOVE 'INVALID ACTION CODE' TO WS-REJECT-REASON
               GO TO 320-EXIT
           END-IF

           IF STR-SOURCE-USER IN WS-TRANSACTION = SPACES
               MOVE 'N' TO WS-TRANS-VALID-SW
               MOVE 'SOURCE USER REQUIRED' TO WS-REJECT-REASON
               GO TO 320-EXIT
           END-IF

           IF NOT WS-ENTRY-FOUND
               MOVE 'N' TO WS-TRANS-VALID-SW
               MOVE 'SUSPENSE ENTRY NOT ON FILE' TO WS-REJECT-REASON
               GO TO 320-EXIT
           END-IF

           IF NOT SUSP-OPEN IN SUSPENSE-RECORD-FILE
               AND NOT SUSP-CORRECTED IN SUSPENSE-RECORD-FILE
               MOVE 'N' TO WS-TRANS-VALID-SW
               STRING 'ENTRY NOT OPEN FOR MAINTENANCE - STATUS '
                      SUSP-STATUS IN SUSPENSE-RECORD-FILE
                      DELIMITED BY SIZE INTO WS-REJECT-REASON
               GO TO 320-EXIT
           END-IF

           EVALUATE TRUE
               WHEN STR-CHANGE IN WS-TRANSACTION
                   PERFORM 330-VALIDATE-CHANGE-VALUE
                       THRU 330-EXIT
               WHEN STR-RELEASE IN WS-TRANSACTION
                   IF SUSP-CORRECTED IN SUSPENSE-RECORD-FILE
                       MOVE 'N' TO WS-TRANS-VALID-SW
                       MOVE 'ENTRY ALREADY RELEASED' TO
                           WS-REJECT-REASON
                   END-IF
                   IF WS-TRANS-VALID
                       AND SUSP-CORRECTION-COUNT IN SUSPENSE-RECORD-FILE
                           > ZEROS
                       AND STR-SOURCE-USER IN WS-TRANSACTION =
                           SUSP-LAST-USER IN SUSPENSE-RECORD-FILE
                       MOVE 'N' TO WS-TRANS-VALID-SW
                       MOVE 'RELEASE BY SAME USER AS LAST CORRECTION'
                           TO WS-REJECT-REASON
                   END-IF
               WHEN STR-CANCEL IN WS-TRANSACTION
                   IF STR-NOTE IN WS-TRANSACTION = SPACES
                       MOVE 'N' TO WS-TRANS-VALID-SW
                       MOVE 'CANCEL REQUIRES A NOTE' TO
                           WS-REJECT-REASON
                   END-IF
           END-EVALUATE
           .
       320-EXIT.
           EXIT.

       330-VALIDATE-CHANGE-VALUE.
      *****************************************************************
      * Edit the new value for the field it replaces: hours, amounts,  *
      * and the rate numeric and within their pictures, dates real     *
      * calendar dates, the employee ID present, and the record        *
      * status pending or approved                                     *
      *****************************************************************
           EVALUATE TRUE
               WHEN STR-FIELD-HOURS IN WS-TRANSACTION
                   IF STR-NEW-NUMBER IN WS-TRANSACTION IS NOT NUMERIC
                       MOVE 'N' TO WS-TRANS-VALID-SW
                       MOVE 'NEW HOURS NOT NUMERIC' TO
                           WS-REJECT-REASON
                       GO TO 330-EXIT
                   END-IF
                   IF STR-NEW-NUMBER IN WS-TRANSACTION > WS-MAX-HOURS
                       MOVE 'N' TO WS-TRANS-VALID-SW
                       MOVE 'NEW HOURS OVER 999.99' TO
                           WS-REJECT-REASON
                   END-IF
               WHEN STR-FIELD-AMOUNT IN WS-TRANSACTION
                   IF STR-NEW-NUMBER IN WS-TRANSACTION IS NOT NUMERIC
                       MOVE 'N' TO WS-TRANS-VALID-SW
                       MOVE 'NEW AMOUNT NOT NUMERIC' TO
                           WS-REJECT-REASON
                       GO TO 330-EXIT
                   END-IF
                   IF STR-FIELD-CODE IN WS-TRANSACTION = 'RA'
                       AND STR-NEW-NUMBER IN WS-TRANSACTION >
                           WS-MAX-RATE
                       MOVE 'N' TO WS-TRANS-VALID-SW
                       MOVE 'NEW RATE OVER 9999.99' TO
                           WS-REJECT-REASON
                   END-IF
               WHEN STR-FIELD-DATE IN WS-TRANSACTION
                   IF STR-NEW-DATE IN WS-TRANSACTION IS NOT NUMERIC
                       MOVE 'N' TO WS-TRANS-VALID-SW
                       MOVE 'NEW DATE NOT NUMERIC' TO
                           WS-REJECT-REASON
                       GO TO 330-EXIT
                   END-IF
                   MOVE STR-NEW-DATE IN WS-TRANSACTION TO
                       WS-CHECK-DATE-NUM
                   IF WS-CHECK-YEAR < 1900
                       OR WS-CHECK-MONTH < 1 OR WS-CHECK-MONTH > 12
                       OR WS-CHECK-DAY < 1 OR WS-CHECK-DAY > 31
                       MOVE 'N' TO WS-TRANS-VALID-SW
                       MOVE 'NEW DATE NOT A VALID DATE' TO
                           WS-REJECT-REASON
                   END-IF
               WHEN STR-FIELD-CODE IN WS-TRANSACTION = 'ID'
                   IF STR-NEW-VALUE IN WS-TRANSACTION (1:6) = SPACES
                       MOVE 'N' TO WS-TRANS-VALID-SW
                       MOVE 'NEW EMPLOYEE ID IS BLANK' TO
                           WS-REJECT-REASON
                   END-IF
               WHEN STR-FIELD-CODE IN WS-TRANSACTION = 'RS'
                   IF STR-NEW-VALUE IN WS-TRANSACTION (1:1) NOT = 'P'
                       AND STR-NEW-VALUE IN WS-TRANSACTION (1:1)
                           NOT = 'A'
                       MOVE 'N' TO WS-TRANS-VALID-SW
                       MOVE 'RECORD STATUS MUST BE P OR A' TO
                           WS-REJECT-REASON
                   END-IF
               WHEN OTHER
                   MOVE 'N' TO WS-TRANS-VALID-SW
                   MOVE 'INVALID FIELD CODE' TO WS-REJECT-REASON
           END-EVALUATE
           .
       330-EXIT.
           EXIT.

       400-APPLY-CHANGE.
      *****************************************************************
      * Replace the one field on the suspended record, audit the       *
      * before and after values, and put the entry back to open so it  *
      * has to be released again                                       *
      *****************************************************************
           EVALUATE STR-FIELD-CODE IN WS-TRANSACTION
               WHEN 'ID'
                   MOVE 'EMPLOYEE-ID' TO WS-AUDIT-FIELD-SHORT
                   MOVE PAY-EMPLOYEE-ID IN WS-SUSP-PAYROLL TO
                       WS-AUDIT-OLD-VALUE
                   MOVE STR-NEW-VALUE IN WS-TRANSACTION (1:6) TO
                       PAY-EMPLOYEE-ID IN WS-SUSP-PAYROLL
                       SUSP-EMP-ID IN SUSPENSE-RECORD-FILE
                   MOVE PAY-EMPLOYEE-ID IN WS-SUSP-PAYROLL TO
                       WS-AUDIT-NEW-VALUE-TEXT
                   PERFORM 710-AUDIT-TEXT-FIELD
               WHEN 'RS'
                   MOVE 'RECORD-STATUS' TO WS-AUDIT-FIELD-SHORT
                   MOVE PAY-RECORD-STATUS IN WS-SUSP-PAYROLL TO
                       WS-AUDIT-OLD-VALUE
                   MOVE STR-NEW-VALUE IN WS-TRANSACTION (1:1) TO
                       PAY-RECORD-STATUS IN WS-SUSP-PAYROLL
                   MOVE PAY-RECORD-STATUS IN WS-SUSP-PAYROLL TO
                       WS-AUDIT-NEW-VALUE-TEXT
                   PERFORM 710-AUDIT-TEXT-FIELD
               WHEN 'PS'
                   MOVE 'PERIOD-START' TO WS-AUDIT-FIELD-SHORT
                   MOVE PAY-PERIOD-START-DATE IN WS-SUSP-PAYROLL TO
                       WS-AUDIT-OLD-VALUE
                   MOVE STR-NEW-DATE IN WS-TRANSACTION TO
                       PAY-PERIOD-START-DATE IN WS-SUSP-PAYROLL
                   MOVE PAY-PERIOD-START-DATE IN WS-SUSP-PAYROLL TO
                       WS-AUDIT-NEW-VALUE-TEXT
                   PERFORM 710-AUDIT-TEXT-FIELD
               WHEN 'PE'
                   MOVE 'PERIOD-END' TO WS-AUDIT-FIELD-SHORT
                   MOVE PAY-PERIOD-END-DATE IN WS-SUSP-PAYROLL TO
                       WS-AUDIT-OLD-VALUE
                   MOVE STR-NEW-DATE IN WS-TRANSACTION TO
                       PAY-PERIOD-END-DATE IN WS-SUSP-PAYROLL
                       SUSP-PERIOD-END IN SUSPENSE-RECORD-FILE
                   MOVE PAY-PERIOD-END-DATE IN WS-SUSP-PAYROLL TO
                       WS-AUDIT-NEW-VALUE-TEXT
                   PERFORM 710-AUDIT-TEXT-FIELD
               WHEN 'RH'
                   MOVE 'REGULAR-HOURS' TO WS-AUDIT-FIELD-SHORT
                   MOVE PAY-REGULAR-HOURS IN WS-SUSP-PAYROLL TO
                       WS-AUDIT-OLD-NUM
                   MOVE STR-NEW-NUMBER IN WS-TRANSACTION TO
                       PAY-REGULAR-HOURS IN WS-SUSP-PAYROLL
                       WS-AUDIT-NEW-NUM
                   PERFORM 720-AUDIT-NUMBER-FIELD
               WHEN 'OH'
                   MOVE 'OVERTIME-HOURS' TO WS-AUDIT-FIELD-SHORT
                   MOVE PAY-OVERTIME-HOURS IN WS-SUSP-PAYROLL TO
                       WS-AUDIT-OLD-NUM
                   MOVE STR-NEW-NUMBER IN WS-TRANSACTION TO
                       PAY-OVERTIME-HOURS IN WS-SUSP-PAYROLL
                       WS-AUDIT-NEW-NUM
                   PERFORM 720-AUDIT-NUMBER-FIELD
               WHEN 'DH'
                   MOVE 'DOUBLETIME-HOURS' TO WS-AUDIT-FIELD-SHORT
                   MOVE PAY-DOUBLETIME-HOURS IN WS-SUSP-PAYROLL TO
                       WS-AUDIT-OLD-NUM
                   MOVE STR-NEW-NUMBER IN WS-TRANSACTION TO
                       PAY-DOUBLETIME-HOURS IN WS-SUSP-PAYROLL
                       WS-AUDIT-NEW-NUM
                   PERFORM 720-AUDIT-NUMBER-FIELD
               WHEN 'HH'
                   MOVE 'HOLIDAY-HOURS' TO WS-AUDIT-FIELD-SHORT
                   MOVE PAY-HOLIDAY-HOURS IN WS-SUSP-PAYROLL TO
                       WS-AUDIT-OLD-NUM
                   MOVE STR-NEW-NUMBER IN WS-TRANSACTION TO
                       PAY-HOLIDAY-HOURS IN WS-SUSP-PAYROLL
                       WS-AUDIT-NEW-NUM
                   PERFORM 720-AUDIT-NUMBER-FIELD
               WHEN 'VH'
                   MOVE 'VACATION-HOURS' TO WS-AUDIT-FIELD-SHORT
                   MOVE PAY-VACATION-HOURS IN WS-SUSP-PAYROLL TO
                       WS-AUDIT-OLD-NUM
                   MOVE STR-NEW-NUMBER IN WS-TRANSACTION TO
                       PAY-VACATION-HOURS IN WS-SUSP-PAYROLL
                       WS-AUDIT-NEW-NUM
                   PERFORM 720-AUDIT-NUMBER-FIELD
               WHEN 'SH'
                   MOVE 'SICK-HOURS' TO WS-AUDIT-FIELD-SHORT
                   MOVE PAY-SICK-HOURS IN WS-SUSP-PAYROLL TO
                       WS-AUDIT-OLD-NUM
                   MOVE STR-NEW-NUMBER IN WS-TRANSACTION TO
                       PAY-SICK-HOURS IN WS-SUSP-PAYROLL
                       WS-AUDIT-NEW-NUM
                   PERFORM 720-AUDIT-NUMBER-FIELD
               WHEN 'PH'
                   MOVE 'PERSONAL-HOURS' TO WS-AUDIT-FIELD-SHORT
                   MOVE PAY-PERSONAL-HOURS IN WS-SUSP-PAYROLL TO
                       WS-AUDIT-OLD-NUM
                   MOVE STR-NEW-NUMBER IN WS-TRANSACTION TO
                       PAY-PERSONAL-HOURS IN WS-SUSP-PAYROLL
                       WS-AUDIT-NEW-NUM
                   PERFORM 720-AUDIT-NUMBER-FIELD
               WHEN 'BO'
                   MOVE 'BONUS-AMOUNT' TO WS-AUDIT-FIELD-SHORT
                   MOVE PAY-BONUS-AMOUNT IN WS-SUSP-PAYROLL TO
                       WS-AUDIT-OLD-NUM
                   MOVE STR-NEW-NUMBER IN WS-TRANSACTION TO
                       PAY-BONUS-AMOUNT IN WS-SUSP-PAYROLL
                       WS-AUDIT-NEW-NUM
                   PERFORM 720-AUDIT-NUMBER-FIELD
               WHEN 'CM'
                   MOVE 'COMMISSION' TO WS-AUDIT-FIELD-SHORT
                   MOVE PAY-COMMISSION-AMOUNT IN WS-SUSP-PAYROLL TO
                       WS-AUDIT-OLD-NUM
                   MOVE STR-NEW-NUMBER IN WS-TRANSACTION TO
                       PAY-COMMISSION-AMOUNT IN WS-SUSP-PAYROLL
                       WS-AUDIT-NEW-NUM
                   PERFORM 720-AUDIT-NUMBER-FIELD
               WHEN 'OE'
                   MOVE 'OTHER-EARNINGS' TO WS-AUDIT-FIELD-SHORT
                   MOVE PAY-OTHER-EARNINGS IN WS-SUSP-PAYROLL TO
                       WS-AUDIT-OLD-NUM
                   MOVE STR-NEW-NUMBER IN WS-TRANSACTION TO
                       PAY-OTHER-EARNINGS IN WS-SUSP-PAYROLL
                       WS-AUDIT-NEW-NUM
                   PERFORM 720-AUDIT-NUMBER-FIELD
               WHEN 'RA'
                   MOVE 'OVERRIDE-RATE' TO WS-AUDIT-FIELD-SHORT
                   MOVE PAY-OVERRIDE-RATE IN WS-SUSP-PAYROLL TO
                       WS-AUDIT-OLD-NUM
                   MOVE STR-NEW-NUMBER IN WS-TRANSACTION TO
                       PAY-OVERRIDE-RATE IN WS-SUSP-PAYROLL
                       WS-AUDIT-NEW-NUM
                   IF PAY-OVERRIDE-RATE IN WS-SUSP-PAYROLL > ZEROS
                       SET PAY-RATE-IS-OVERRIDE IN WS-SUSP-PAYROLL
                           TO TRUE
                   ELSE
                       SET PAY-USE-NORMAL-RATE IN WS-SUSP-PAYROLL
                           TO TRUE
                   END-IF
                   PERFORM 720-AUDIT-NUMBER-FIELD
           END-EVALUATE

           MOVE WS-SUSP-PAYROLL TO
               SUSP-PAYROLL-IMAGE IN SUSPENSE-RECORD-FILE
           ADD 1 TO SUSP-CORRECTION-COUNT IN SUSPENSE-RECORD-FILE
           IF SUSP-CORRECTED IN SUSPENSE-RECORD-FILE
               MOVE 'STATUS' TO WS-AUDIT-FIELD-SHORT
               MOVE SUSP-STATUS IN SUSPENSE-RECORD-FILE TO
                   WS-AUDIT-OLD-VALUE
               MOVE 'O' TO WS-AUDIT-NEW-VALUE-TEXT
               PERFORM 710-AUDIT-TEXT-FIELD
           END-IF
           SET SUSP-OPEN IN SUSPENSE-RECORD-FILE TO TRUE
           .

       500-APPLY-RELEASE.
      *****************************************************************
      * Release the corrected entry to the recycle step                *
      *****************************************************************
           MOVE 'STATUS' TO WS-AUDIT-FIELD-SHORT
           MOVE SUSP-STATUS IN SUSPENSE-RECORD-FILE TO
               WS-AUDIT-OLD-VALUE
           MOVE 'C' TO WS-AUDIT-NEW-VALUE-TEXT
           PERFORM 710-AUDIT-TEXT-FIELD
           SET SUSP-CORRECTED IN SUSPENSE-RECORD-FILE TO TRUE
           ADD 1 TO WS-RELEASED-COUNT
           .

       600-APPLY-CANCEL.
      *****************************************************************
      * Close the entry unpaid; the note is carried on the audit entry *
      * as the new value so the reason stays with the change           *
      *****************************************************************
           MOVE 'STATUS' TO WS-AUDIT-FIELD-SHORT
           MOVE SUSP-STATUS IN SUSPENSE-RECORD-FILE TO
               WS-AUDIT-OLD-VALUE
           MOVE SPACES TO WS-AUDIT-NEW-VALUE-TEXT
           STRING 'X ' STR-NOTE IN WS-TRANSACTION
                  DELIMITED BY SIZE INTO WS-AUDIT-NEW-VALUE-TEXT
           PERFORM 710-AUDIT-TEXT-FIELD
           SET SUSP-CANCELLED IN SUSPENSE-RECORD-FILE TO TRUE
           ADD 1 TO WS-CANCELLED-COUNT
           .

       700-REWRITE-SUSPENSE-ENTRY.
      *****************************************************************
      * Stamp the entry with the date and keying user and rewrite it   *
      *****************************************************************
           MOVE WS-MAINT-DATE TO
               SUSP-STATUS-DATE IN SUSPENSE-RECORD-FILE
           MOVE STR-SOURCE-USER IN WS-TRANSACTION TO
               SUSP-LAST-USER IN SUSPENSE-RECORD-FILE
           REWRITE SUSPENSE-RECORD-FILE
           IF NOT SUSPENSE-FILE-SUCCESS
               DISPLAY 'ERROR REWRITING SUSPENSE ENTRY: '
                       SUSP-KEY IN SUSPENSE-RECORD-FILE
                       ' STATUS: ' SUSPENSE-FILE-STATUS
               MOVE 'N' TO WS-TRANS-VALID-SW
               MOVE 'SUSPENSE ENTRY NOT REWRITTEN' TO
                   WS-REJECT-REASON
           END-IF
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
      * Audit hours or an amount when it changed, edited for reading   *
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
      * Write one before/after entry to the audit log against the      *
      * suspended record's employee                                    *
      *****************************************************************
           MOVE SPACES TO WS-AUDIT-FIELD-NAME
           STRING 'SUSP-' WS-AUDIT-FIELD-SHORT
                  DELIMITED BY SIZE INTO WS-AUDIT-FIELD-NAME

           MOVE SPACES TO AUDIT-LOG-RECORD-FILE
           MOVE SUSP-EMP-ID IN SUSPENSE-RECORD-FILE TO
               AUDIT-EMP-ID IN AUDIT-LOG-RECORD-FILE
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
           MOVE 'SUSPMNT' TO
               AUDIT-CHANGE-SOURCE IN AUDIT-LOG-RECORD-FILE
           MOVE STR-SOURCE-USER IN WS-TRANSACTION TO
               AUDIT-USER-ID IN AUDIT-LOG-RECORD-FILE
           WRITE AUDIT-LOG-RECORD-FILE
           ADD 1 TO WS-AUDIT-ENTRY-COUNT
           ADD 1 TO WS-TRANS-AUDIT-COUNT
           .

       810-WRITE-APPLIED-LINE.
      *****************************************************************
      * Write one applied line to the maintenance register             *
      *****************************************************************
           MOVE WS-TRANS-AUDIT-COUNT TO WS-ED-COUNT
           MOVE SPACES TO MAINT-REGISTER-RECORD
           STRING 'APPLIED  '
                  STR-ACTION IN WS-TRANSACTION
                  '  ENTRY: ' STR-RUN-DATE IN WS-TRANSACTION
                  '-' STR-INPUT-SEQ IN WS-TRANSACTION
                  '  EMP: ' SUSP-EMP-ID IN SUSPENSE-RECORD-FILE
                  '  FIELD: ' STR-FIELD-CODE IN WS-TRANSACTION
                  '  CHANGES: ' WS-ED-COUNT
                  '  STATUS: ' SUSP-STATUS IN SUSPENSE-RECORD-FILE
                  '  USER: ' STR-SOURCE-USER IN WS-TRANSACTION
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
                  STR-ACTION IN WS-TRANSACTION
                  '  ENTRY: ' STR-RUN-DATE IN WS-TRANSACTION
                  '-' STR-INPUT-SEQ IN WS-TRANSACTION
                  '  ' WS-REJECT-REASON
                  '  USER: ' STR-SOURCE-USER IN WS-TRANSACTION
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
           CLOSE SUSPENSE-FILE
                 SUSPENSE-TRANS-FILE
                 AUDIT-LOG-FILE
                 MAINT-REGISTER-FILE

           DISPLAY 'PAYROLL SUSPENSE MAINTENANCE COMPLETE'
           DISPLAY 'TRANSACTIONS READ: ' WS-TRANS-COUNT
           DISPLAY 'TRANSACTIONS APPLIED: ' WS-APPLIED-COUNT
           DISPLAY 'TRANSACTIONS REJECTED: ' WS-REJECTED-COUNT
           DISPLAY 'ENTRIES RELEASED: ' WS-RELEASED-COUNT
           DISPLAY 'ENTRIES CANCELLED: ' WS-CANCELLED-COUNT
           DISPLAY 'AUDIT ENTRIES WRITTEN: ' WS-AUDIT-ENTRY-COUNT
           .

       950-ABNORMAL-TERMINATION.
      *****************************************************************
      * Handle abnormal program termination due to errors              *
      *****************************************************************
           DISPLAY 'PAYROLL SUSPENSE MAINTENANCE TERMINATED ABNORMALLY'

           IF SUSPENSE-FILE-SUCCESS
               CLOSE SUSPENSE-FILE
           END-IF

           IF TRANS-FILE-SUCCESS
               CLOSE SUSPENSE-TRANS-FILE
           END-IF

           IF AUDIT-FILE-SUCCESS
               CLOSE AUDIT-LOG-FILE
           END-IF

           IF REGISTER-FILE-SUCCESS
               CLOSE MAINT-REGISTER-FILE
           END-IF

           STOP RUN
           .
