      *****************************************************************
      * Program: CMPMAINT.cbl                                         *
      *                                                               *
      * Purpose: Company master maintenance program for the Payroll   *
      *          Processing System. This program reads a keyed        *
      *          transaction file of company and state registration  *
      *          adds, changes, and deletes, validates each           *
      *          transaction, applies the valid transactions to the   *
      *          company master file, writes a before/after audit     *
      *          log entry for every field changed, and prints an     *
      *          applied/rejected register.                           *
      *                                                               *
      * Date Created: 2026-10-15                                      *
      * Author: COBOL Payroll System                                  *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CMPMAINT.
       AUTHOR. COBOL PAYROLL SYSTEM.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.

      *****************************************************************
      * Program Description:                                          *
      *                                                                *
      * CMPMAINT is a standalone maintenance program in the Payroll    *
      * Processing System. It coordinates company master maintenance   *
      * by:                                                            *
      *                                                                *
      * 1. Reading each maintenance transaction record                 *
      * 2. Validating the action code and the row's existence, and     *
      *    the new row's contents: for a company row the legal name,   *
      *    ACH company ID, offset account, address state and ZIP,      *
      *    federal deposit schedule, and status; for a state row the   *
      *    company's row on file, the state code, the tax year, an     *
      *    account number, the SUI experience rate, and the deposit    *
      *    frequency                                                   *
      * 3. Applying an add as a new row, a change as a replacement     *
      *    of the row's data, and a delete as removal of a state row   *
      * 4. Writing one audit log entry per field changed, carrying     *
      *    the keying user's ID for the segregation-of-duties check    *
      * 5. Writing one register line per transaction showing whether   *
      *    it was applied or rejected and why                          *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC.
       OBJECT-COMPUTER. PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL COMPANY-MASTER-FILE ASSIGN TO 'COMPMAST'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CM-KEY
           FILE STATUS IS COMPMAST-FILE-STATUS.

           SELECT COMPANY-TRANS-FILE ASSIGN TO 'COMPTRAN'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS TRANS-FILE-STATUS.

           SELECT AUDIT-LOG-FILE ASSIGN TO 'AUDITLOG'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS AUDIT-FILE-STATUS.

           SELECT MAINT-REGISTER-FILE ASSIGN TO 'CMPMREG'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REGISTER-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COMPANY-MASTER-FILE.
           COPY COMPMAST REPLACING ==COMPANY-MASTER-RECORD== BY
               ==COMPANY-MASTER-RECORD-FILE==.

       FD  COMPANY-TRANS-FILE.
           COPY COMPTRAN REPLACING ==COMPANY-TRANS-RECORD== BY
               ==COMPANY-TRANS-RECORD-FILE==.

       FD  AUDIT-LOG-FILE.
           COPY AUDITFIL REPLACING ==AUDIT-LOG-RECORD== BY
               ==AUDIT-LOG-RECORD-FILE==.

       FD  MAINT-REGISTER-FILE.
           01  MAINT-REGISTER-RECORD       PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  COMPMAST-FILE-STATUS        PIC X(2).
               88  COMPMAST-FILE-SUCCESS   VALUE '00' '05'.
           05  TRANS-FILE-STATUS           PIC X(2).
               88  TRANS-FILE-SUCCESS      VALUE '00'.
               88  TRANS-FILE-EOF          VALUE '10'.
           05  AUDIT-FILE-STATUS           PIC X(2).
               88  AUDIT-FILE-SUCCESS      VALUE '00' '05'.
           05  REGISTER-FILE-STATUS        PIC X(2).
               88  REGISTER-FILE-SUCCESS   VALUE '00'.

       COPY COMPTRAN REPLACING ==COMPANY-TRANS-RECORD== BY
           ==WS-TRANSACTION==.

      *****************************************************************
      * The row as it stands on the master and the row as the         *
      * transaction leaves it; a third copy reads the company row a    *
      * state row belongs to                                           *
      *****************************************************************
       COPY COMPMAST REPLACING ==COMPANY-MASTER-RECORD== BY
           ==WS-OLD-ROW==.

       COPY COMPMAST REPLACING ==COMPANY-MASTER-RECORD== BY
           ==WS-NEW-ROW==.

       COPY COMPMAST REPLACING ==COMPANY-MASTER-RECORD== BY
           ==WS-PARENT-ROW==.

       COPY STFIPS.

       01  WS-ROW-FOUND-SW                  PIC X VALUE 'N'.
           88  WS-ROW-FOUND                 VALUE 'Y'.

       01  WS-TRANS-VALID-SW                PIC X VALUE 'Y'.
           88  WS-TRANS-VALID               VALUE 'Y'.

       01  WS-REJECT-REASON                 PIC X(50).

       01  WS-STATE-WORK.
           05  WS-CHECK-STATE               PIC X(2).
           05  WS-STATE-VALID-SW            PIC X VALUE 'N'.
               88  WS-STATE-VALID           VALUE 'Y'.
           05  WS-FIPS-INDEX                PIC 9(3) COMP-3
                                            VALUE ZEROS.

      *****************************************************************
      * Highest SUI experience rate accepted. No state assigns more;   *
      * anything above it is a keying error (2.7 for .027)             *
      *****************************************************************
       01  WS-MAX-SUI-RATE                  PIC 9V9(5) VALUE .20000.

       01  WS-AUDIT-WORK-AREA.
           05  WS-AUDIT-ROW-ID              PIC X(12).
           05  WS-AUDIT-FIELD-SHORT         PIC X(12).
           05  WS-AUDIT-FIELD-NAME          PIC X(24).
           05  WS-AUDIT-OLD-VALUE           PIC X(30).
           05  WS-AUDIT-NEW-VALUE-TEXT      PIC X(30).
           05  WS-ED-SUI-RATE               PIC 9.99999.
       01  WS-AUDIT-ENTRY-COUNT             PIC 9(7) COMP-3 VALUE ZEROS.
       01  WS-TRANS-AUDIT-COUNT             PIC 9(3) COMP-3 VALUE ZEROS.

       01  WS-TRANS-COUNT                   PIC 9(7) COMP-3 VALUE ZEROS.
       01  WS-APPLIED-COUNT                 PIC 9(7) COMP-3 VALUE ZEROS.
       01  WS-REJECTED-COUNT                PIC 9(7) COMP-3 VALUE ZEROS.
       01  WS-ED-COUNT                      PIC ZZZ9.

       01  WS-MAINT-DATETIME.
           05  WS-MAINT-DATE                PIC 9(8) VALUE ZEROS.
           05  WS-MAINT-TIME                PIC 9(8) VALUE ZEROS.

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
      * Open all files. The company master is opened I-O so            *
      * transactions can add, rewrite, and delete rows; the first run  *
      * against a new installation creates it                          *
      *****************************************************************
           DISPLAY 'COMPANY MASTER MAINTENANCE STARTED'

           OPEN I-O COMPANY-MASTER-FILE
           IF NOT COMPMAST-FILE-SUCCESS
               DISPLAY 'ERROR OPENING COMPANY MASTER: '
                       COMPMAST-FILE-STATUS
               PERFORM 950-ABNORMAL-TERMINATION
           END-IF

           OPEN INPUT COMPANY-TRANS-FILE
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
           READ COMPANY-TRANS-FILE INTO WS-TRANSACTION
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

           IF CTR-COMPANY-ROW IN WS-TRANSACTION
               MOVE SPACES TO CTR-STATE-CODE IN WS-TRANSACTION
               MOVE ZEROS TO CTR-TAX-YEAR IN WS-TRANSACTION
           END-IF

           PERFORM 310-READ-MASTER-ROW
           PERFORM 320-VALIDATE-TRANSACTION

           IF WS-TRANS-VALID
               EVALUATE TRUE
                   WHEN CTR-ADD IN WS-TRANSACTION
                       PERFORM 400-APPLY-ADD
                   WHEN CTR-CHANGE IN WS-TRANSACTION
                       PERFORM 500-APPLY-CHANGE
                   WHEN CTR-DELETE IN WS-TRANSACTION
                       PERFORM 600-APPLY-DELETE
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

       310-READ-MASTER-ROW.
      *****************************************************************
      * Read the row the transaction is keyed to; the row on file, or  *
      * an empty row when there is none, becomes the old side of the   *
      * audit comparison                                               *
      *****************************************************************
           MOVE 'N' TO WS-ROW-FOUND-SW
           INITIALIZE WS-OLD-ROW
           MOVE CTR-KEY IN WS-TRANSACTION TO
               CM-KEY IN COMPANY-MASTER-RECORD-FILE

           IF CTR-TAX-YEAR IN WS-TRANSACTION IS NUMERIC
               READ COMPANY-MASTER-FILE INTO WS-OLD-ROW
                   KEY IS CM-KEY IN COMPANY-MASTER-RECORD-FILE
                   INVALID KEY
                       INITIALIZE WS-OLD-ROW
                   NOT INVALID KEY
                       SET WS-ROW-FOUND TO TRUE
               END-READ
           END-IF
           .

       320-VALIDATE-TRANSACTION.
      *****************************************************************
      * Run every validation check for this transaction's action code  *
      * against the master and the new row                             *
      *****************************************************************
           IF CTR-COMPANY-CODE IN WS-TRANSACTION = SPACES
               PERFORM 330-REJECT-TRANSACTION
               MOVE 'COMPANY CODE REQUIRED' TO WS-REJECT-REASON
           END-IF

           IF WS-TRANS-VALID
               AND NOT CTR-COMPANY-ROW IN WS-TRANSACTION
               AND NOT CTR-STATE-ROW IN WS-TRANSACTION
               PERFORM 330-REJECT-TRANSACTION
               MOVE 'INVALID ROW TYPE - MUST BE C OR S' TO
                   WS-REJECT-REASON
           END-IF

           IF WS-TRANS-VALID
               EVALUATE TRUE
                   WHEN CTR-ADD IN WS-TRANSACTION
                       IF WS-ROW-FOUND
                           PERFORM 330-REJECT-TRANSACTION
                           MOVE 'ROW ALREADY ON COMPANY MASTER' TO
                               WS-REJECT-REASON
                       ELSE
                           PERFORM 340-BUILD-NEW-ROW
                       END-IF

                   WHEN CTR-CHANGE IN WS-TRANSACTION
                       IF NOT WS-ROW-FOUND
                           PERFORM 330-REJECT-TRANSACTION
                           MOVE 'ROW NOT ON COMPANY MASTER' TO
                               WS-REJECT-REASON
                       ELSE
                           PERFORM 340-BUILD-NEW-ROW
                       END-IF

                   WHEN CTR-DELETE IN WS-TRANSACTION
                       IF NOT WS-ROW-FOUND
                           PERFORM 330-REJECT-TRANSACTION
                           MOVE 'ROW NOT ON COMPANY MASTER' TO
                               WS-REJECT-REASON
                       END-IF
                       IF WS-TRANS-VALID
                           AND CTR-COMPANY-ROW IN WS-TRANSACTION
                           PERFORM 330-REJECT-TRANSACTION
                           MOVE
                               'COMPANY ROW NOT DELETED - MAKE INACTIVE'
                               TO WS-REJECT-REASON
                       END-IF

                   WHEN OTHER
                       PERFORM 330-REJECT-TRANSACTION
                       MOVE 'INVALID ACTION CODE' TO WS-REJECT-REASON
               END-EVALUATE
           END-IF

           IF WS-TRANS-VALID
               AND NOT CTR-DELETE IN WS-TRANSACTION
               IF CTR-COMPANY-ROW IN WS-TRANSACTION
                   PERFORM 350-VALIDATE-COMPANY-ROW
               ELSE
                   PERFORM 360-VALIDATE-STATE-ROW
               END-IF
           END-IF
           .

       330-REJECT-TRANSACTION.
      *****************************************************************
      * Mark the current transaction rejected                          *
      *****************************************************************
           MOVE 'N' TO WS-TRANS-VALID-SW
           .

       340-BUILD-NEW-ROW.
      *****************************************************************
      * Take the new row from the transaction image under the          *
      * transaction's key. A company added with no deposit schedule    *
      * deposits semiweekly, and one with no status starts active      *
      *****************************************************************
           MOVE SPACES TO WS-NEW-ROW
           MOVE CTR-KEY IN WS-TRANSACTION TO CM-KEY IN WS-NEW-ROW
           MOVE CTR-ROW-DATA IN WS-TRANSACTION TO
               CM-ROW-DATA IN WS-NEW-ROW
           MOVE WS-MAINT-DATE TO CM-LAST-MAINT-DATE IN WS-NEW-ROW
           MOVE CTR-SOURCE-USER IN WS-TRANSACTION TO
               CM-LAST-MAINT-USER IN WS-NEW-ROW

           IF CTR-ADD IN WS-TRANSACTION
               AND CTR-COMPANY-ROW IN WS-TRANSACTION
               IF CM-FED-DEPOSIT-SCHED IN WS-NEW-ROW = SPACE
                   MOVE 'S' TO CM-FED-DEPOSIT-SCHED IN WS-NEW-ROW
               END-IF
               IF CM-COMPANY-STATUS IN WS-NEW-ROW = SPACE
                   MOVE 'A' TO CM-COMPANY-STATUS IN WS-NEW-ROW
               END-IF
           END-IF
           .

       350-VALIDATE-COMPANY-ROW.
      *****************************************************************
      * A company row needs a legal name, an ACH company ID of '1'     *
      * and the nine-digit EIN, an offset account to fund its NACHA    *
      * batch from, and valid address, schedule, and status codes      *
      *****************************************************************
           IF CM-LEGAL-NAME IN WS-NEW-ROW = SPACES
               PERFORM 330-REJECT-TRANSACTION
               MOVE 'COMPANY LEGAL NAME REQUIRED' TO WS-REJECT-REASON
           END-IF

           IF WS-TRANS-VALID
               IF CM-FEIN-ID IN WS-NEW-ROW (1:1) NOT = '1'
                   OR CM-FEIN-ID IN WS-NEW-ROW (2:9) IS NOT NUMERIC
                   PERFORM 330-REJECT-TRANSACTION
                   MOVE 'ACH COMPANY ID MUST BE 1 AND THE 9-DIGIT EIN'
                       TO WS-REJECT-REASON
               END-IF
           END-IF

           IF WS-TRANS-VALID
               AND CM-OFFSET-ACCT IN WS-NEW-ROW = SPACES
               PERFORM 330-REJECT-TRANSACTION
               MOVE 'OFFSET ACCOUNT REQUIRED' TO WS-REJECT-REASON
           END-IF

           IF WS-TRANS-VALID
               AND CM-STATE IN WS-NEW-ROW NOT = SPACES
               MOVE CM-STATE IN WS-NEW-ROW TO WS-CHECK-STATE
               PERFORM 370-CHECK-STATE-CODE
               IF NOT WS-STATE-VALID
                   PERFORM 330-REJECT-TRANSACTION
                   MOVE 'INVALID ADDRESS STATE CODE' TO
                       WS-REJECT-REASON
               END-IF
           END-IF

           IF WS-TRANS-VALID
               AND CM-ZIP IN WS-NEW-ROW NOT = SPACES
               AND CM-ZIP IN WS-NEW-ROW IS NOT NUMERIC
               PERFORM 330-REJECT-TRANSACTION
               MOVE 'ADDRESS ZIP CODE NOT FIVE DIGITS' TO
                   WS-REJECT-REASON
           END-IF

           IF WS-TRANS-VALID
               AND NOT CM-FED-SEMIWEEKLY IN WS-NEW-ROW
               AND NOT CM-FED-MONTHLY IN WS-NEW-ROW
               PERFORM 330-REJECT-TRANSACTION
               MOVE 'FEDERAL DEPOSIT SCHEDULE MUST BE S OR M' TO
                   WS-REJECT-REASON
           END-IF

           IF WS-TRANS-VALID
               AND NOT CM-COMPANY-ACTIVE IN WS-NEW-ROW
               AND NOT CM-COMPANY-INACTIVE IN WS-NEW-ROW
               PERFORM 330-REJECT-TRANSACTION
               MOVE 'COMPANY STATUS MUST BE A OR I' TO
                   WS-REJECT-REASON
           END-IF
           .

       360-VALIDATE-STATE-ROW.
      *****************************************************************
      * A state row needs its company's row on file, a real state and  *
      * tax year, at least one account number, an experience rate no   *
      * state would assign above, and a known deposit frequency        *
      *****************************************************************
           MOVE SPACES TO WS-PARENT-ROW
           MOVE CTR-COMPANY-CODE IN WS-TRANSACTION TO
               CM-COMPANY-CODE IN WS-PARENT-ROW
           MOVE 'C' TO CM-ROW-TYPE IN WS-PARENT-ROW
           MOVE ZEROS TO CM-TAX-YEAR IN WS-PARENT-ROW
           MOVE CM-KEY IN WS-PARENT-ROW TO
               CM-KEY IN COMPANY-MASTER-RECORD-FILE
           READ COMPANY-MASTER-FILE INTO WS-PARENT-ROW
               KEY IS CM-KEY IN COMPANY-MASTER-RECORD-FILE
               INVALID KEY
                   PERFORM 330-REJECT-TRANSACTION
                   MOVE 'NO COMPANY ROW ON FILE FOR THIS COMPANY' TO
                       WS-REJECT-REASON
           END-READ

           IF WS-TRANS-VALID
               MOVE CTR-STATE-CODE IN WS-TRANSACTION TO WS-CHECK-STATE
               PERFORM 370-CHECK-STATE-CODE
               IF NOT WS-STATE-VALID
                   PERFORM 330-REJECT-TRANSACTION
                   MOVE 'INVALID STATE CODE' TO WS-REJECT-REASON
               END-IF
           END-IF

           IF WS-TRANS-VALID
               IF CTR-TAX-YEAR IN WS-TRANSACTION IS NOT NUMERIC
                   OR CTR-TAX-YEAR IN WS-TRANSACTION < 1990
                   PERFORM 330-REJECT-TRANSACTION
                   MOVE 'INVALID TAX YEAR' TO WS-REJECT-REASON
               END-IF
           END-IF

           IF WS-TRANS-VALID
               AND CM-WH-ACCOUNT IN WS-NEW-ROW = SPACES
               AND CM-SUI-ACCOUNT IN WS-NEW-ROW = SPACES
               PERFORM 330-REJECT-TRANSACTION
               MOVE 'WITHHOLDING OR SUI ACCOUNT NUMBER REQUIRED' TO
                   WS-REJECT-REASON
           END-IF

           IF WS-TRANS-VALID
               IF CM-SUI-RATE IN WS-NEW-ROW IS NOT NUMERIC
                   PERFORM 330-REJECT-TRANSACTION
                   MOVE 'SUI EXPERIENCE RATE NOT NUMERIC' TO
                       WS-REJECT-REASON
               ELSE
                   IF CM-SUI-RATE IN WS-NEW-ROW > WS-MAX-SUI-RATE
                       PERFORM 330-REJECT-TRANSACTION
                       MOVE 'SUI EXPERIENCE RATE OVER .20000' TO
                           WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF

           IF WS-TRANS-VALID
               AND NOT CM-VALID-DEPOSIT-FREQ IN WS-NEW-ROW
               PERFORM 330-REJECT-TRANSACTION
               MOVE 'DEPOSIT FREQUENCY MUST BE N, S, M, Q OR BLANK' TO
                   WS-REJECT-REASON
           END-IF
           .

       370-CHECK-STATE-CODE.
      *****************************************************************
      * Check a postal state code against the state code table         *
      *****************************************************************
           MOVE 'N' TO WS-STATE-VALID-SW
           PERFORM VARYING WS-FIPS-INDEX FROM 1 BY 1
                   UNTIL WS-FIPS-INDEX > STATE-FIPS-ENTRY-COUNT
                      OR WS-STATE-VALID
               IF STATE-FIPS-POSTAL (WS-FIPS-INDEX) = WS-CHECK-STATE
                   SET WS-STATE-VALID TO TRUE
               END-IF
           END-PERFORM
           .

       400-APPLY-ADD.
      *****************************************************************
      * Write the new row and audit every field it sets                *
      *****************************************************************
           WRITE COMPANY-MASTER-RECORD-FILE FROM WS-NEW-ROW
           IF NOT COMPMAST-FILE-SUCCESS
               PERFORM 330-REJECT-TRANSACTION
               MOVE 'COMPANY MASTER WRITE FAILED' TO WS-REJECT-REASON
           ELSE
               PERFORM 700-AUDIT-FIELD-CHANGES
           END-IF
           .

       500-APPLY-CHANGE.
      *****************************************************************
      * Rewrite the row and audit each field that changed              *
      *****************************************************************
           REWRITE COMPANY-MASTER-RECORD-FILE FROM WS-NEW-ROW
           IF NOT COMPMAST-FILE-SUCCESS
               PERFORM 330-REJECT-TRANSACTION
               MOVE 'COMPANY MASTER REWRITE FAILED' TO
                   WS-REJECT-REASON
           ELSE
               PERFORM 700-AUDIT-FIELD-CHANGES
           END-IF
           .

       600-APPLY-DELETE.
      *****************************************************************
      * Delete the state row; every field it held is audited as        *
      * changed to blank                                               *
      *****************************************************************
           MOVE CTR-KEY IN WS-TRANSACTION TO
               CM-KEY IN COMPANY-MASTER-RECORD-FILE
           DELETE COMPANY-MASTER-FILE RECORD
           IF NOT COMPMAST-FILE-SUCCESS
               PERFORM 330-REJECT-TRANSACTION
               MOVE 'COMPANY MASTER DELETE FAILED' TO
                   WS-REJECT-REASON
           ELSE
               INITIALIZE WS-NEW-ROW
               PERFORM 700-AUDIT-FIELD-CHANGES
           END-IF
           .

       700-AUDIT-FIELD-CHANGES.
      *****************************************************************
      * Compare the old and new row field by field and write one       *
      * audit entry for each field whose value changed                 *
      *****************************************************************
           MOVE SPACES TO WS-AUDIT-ROW-ID
           IF CTR-COMPANY-ROW IN WS-TRANSACTION
               STRING 'CO-' CTR-COMPANY-CODE IN WS-TRANSACTION
                      DELIMITED BY SIZE INTO WS-AUDIT-ROW-ID
               PERFORM 710-AUDIT-COMPANY-FIELDS
           ELSE
               STRING 'CO-' CTR-COMPANY-CODE IN WS-TRANSACTION
                      '-' CTR-STATE-CODE IN WS-TRANSACTION
                      CTR-TAX-YEAR IN WS-TRANSACTION
                      DELIMITED BY SIZE INTO WS-AUDIT-ROW-ID
               PERFORM 720-AUDIT-STATE-FIELDS
           END-IF
           .

       710-AUDIT-COMPANY-FIELDS.
      *****************************************************************
      * Audit the fields of a company row                              *
      *****************************************************************
           MOVE 'LEGAL-NAME' TO WS-AUDIT-FIELD-SHORT
           MOVE CM-LEGAL-NAME IN WS-OLD-ROW TO WS-AUDIT-OLD-VALUE
           MOVE CM-LEGAL-NAME IN WS-NEW-ROW TO WS-AUDIT-NEW-VALUE-TEXT
           IF CM-LEGAL-NAME IN WS-OLD-ROW NOT =
                   CM-LEGAL-NAME IN WS-NEW-ROW
               PERFORM 740-WRITE-AUDIT-ENTRY
           END-IF
           MOVE 'NACHA-NAME' TO WS-AUDIT-FIELD-SHORT
           MOVE CM-NACHA-NAME IN WS-OLD-ROW TO WS-AUDIT-OLD-VALUE
           MOVE CM-NACHA-NAME IN WS-NEW-ROW TO WS-AUDIT-NEW-VALUE-TEXT
           PERFORM 730-AUDIT-TEXT-FIELD
           MOVE 'ACH-CO-ID' TO WS-AUDIT-FIELD-SHORT
           MOVE CM-FEIN-ID IN WS-OLD-ROW TO WS-AUDIT-OLD-VALUE
           MOVE CM-FEIN-ID IN WS-NEW-ROW TO WS-AUDIT-NEW-VALUE-TEXT
           PERFORM 730-AUDIT-TEXT-FIELD
           MOVE 'OFFSET-ACCT' TO WS-AUDIT-FIELD-SHORT
           MOVE CM-OFFSET-ACCT IN WS-OLD-ROW TO WS-AUDIT-OLD-VALUE
           MOVE CM-OFFSET-ACCT IN WS-NEW-ROW TO WS-AUDIT-NEW-VALUE-TEXT
           PERFORM 730-AUDIT-TEXT-FIELD
           MOVE 'STREET' TO WS-AUDIT-FIELD-SHORT
           MOVE CM-STREET-ADDRESS IN WS-OLD-ROW TO WS-AUDIT-OLD-VALUE
           MOVE CM-STREET-ADDRESS IN WS-NEW-ROW TO
               WS-AUDIT-NEW-VALUE-TEXT
           PERFORM 730-AUDIT-TEXT-FIELD
           MOVE 'CITY' TO WS-AUDIT-FIELD-SHORT
           MOVE CM-CITY IN WS-OLD-ROW TO WS-AUDIT-OLD-VALUE
           MOVE CM-CITY IN WS-NEW-ROW TO WS-AUDIT-NEW-VALUE-TEXT
           PERFORM 730-AUDIT-TEXT-FIELD
           MOVE 'ADDR-STATE' TO WS-AUDIT-FIELD-SHORT
           MOVE CM-STATE IN WS-OLD-ROW TO WS-AUDIT-OLD-VALUE
           MOVE CM-STATE IN WS-NEW-ROW TO WS-AUDIT-NEW-VALUE-TEXT
           PERFORM 730-AUDIT-TEXT-FIELD
           MOVE 'ZIP' TO WS-AUDIT-FIELD-SHORT
           MOVE SPACES TO WS-AUDIT-OLD-VALUE
           STRING CM-ZIP IN WS-OLD-ROW CM-ZIP-EXTENSION IN WS-OLD-ROW
                  DELIMITED BY SIZE INTO WS-AUDIT-OLD-VALUE
           MOVE SPACES TO WS-AUDIT-NEW-VALUE-TEXT
           STRING CM-ZIP IN WS-NEW-ROW CM-ZIP-EXTENSION IN WS-NEW-ROW
                  DELIMITED BY SIZE INTO WS-AUDIT-NEW-VALUE-TEXT
           PERFORM 730-AUDIT-TEXT-FIELD
           MOVE 'FED-DEP-SCHD' TO WS-AUDIT-FIELD-SHORT
           MOVE CM-FED-DEPOSIT-SCHED IN WS-OLD-ROW TO WS-AUDIT-OLD-VALUE
           MOVE CM-FED-DEPOSIT-SCHED IN WS-NEW-ROW TO
               WS-AUDIT-NEW-VALUE-TEXT
           PERFORM 730-AUDIT-TEXT-FIELD
           MOVE 'STATUS' TO WS-AUDIT-FIELD-SHORT
           MOVE CM-COMPANY-STATUS IN WS-OLD-ROW TO WS-AUDIT-OLD-VALUE
           MOVE CM-COMPANY-STATUS IN WS-NEW-ROW TO
               WS-AUDIT-NEW-VALUE-TEXT
           PERFORM 730-AUDIT-TEXT-FIELD
           .

       720-AUDIT-STATE-FIELDS.
      *****************************************************************
      * Audit the fields of a state registration row                   *
      *****************************************************************
           MOVE 'WH-ACCOUNT' TO WS-AUDIT-FIELD-SHORT
           MOVE CM-WH-ACCOUNT IN WS-OLD-ROW TO WS-AUDIT-OLD-VALUE
           MOVE CM-WH-ACCOUNT IN WS-NEW-ROW TO WS-AUDIT-NEW-VALUE-TEXT
           PERFORM 730-AUDIT-TEXT-FIELD
           MOVE 'SUI-ACCOUNT' TO WS-AUDIT-FIELD-SHORT
           MOVE CM-SUI-ACCOUNT IN WS-OLD-ROW TO WS-AUDIT-OLD-VALUE
           MOVE CM-SUI-ACCOUNT IN WS-NEW-ROW TO WS-AUDIT-NEW-VALUE-TEXT
           PERFORM 730-AUDIT-TEXT-FIELD
           MOVE 'SUI-RATE' TO WS-AUDIT-FIELD-SHORT
           MOVE SPACES TO WS-AUDIT-OLD-VALUE
           IF CM-SUI-RATE IN WS-OLD-ROW IS NUMERIC
               MOVE CM-SUI-RATE IN WS-OLD-ROW TO WS-ED-SUI-RATE
               MOVE WS-ED-SUI-RATE TO WS-AUDIT-OLD-VALUE
           END-IF
           MOVE SPACES TO WS-AUDIT-NEW-VALUE-TEXT
           IF CM-SUI-RATE IN WS-NEW-ROW IS NUMERIC
               MOVE CM-SUI-RATE IN WS-NEW-ROW TO WS-ED-SUI-RATE
               MOVE WS-ED-SUI-RATE TO WS-AUDIT-NEW-VALUE-TEXT
           END-IF
           PERFORM 730-AUDIT-TEXT-FIELD
           MOVE 'DEPOSIT-FREQ' TO WS-AUDIT-FIELD-SHORT
           MOVE CM-DEPOSIT-FREQ IN WS-OLD-ROW TO WS-AUDIT-OLD-VALUE
           MOVE CM-DEPOSIT-FREQ IN WS-NEW-ROW TO
               WS-AUDIT-NEW-VALUE-TEXT
           PERFORM 730-AUDIT-TEXT-FIELD
           .

       730-AUDIT-TEXT-FIELD.
      *****************************************************************
      * Audit one field when it changed                                *
      *****************************************************************
           IF WS-AUDIT-OLD-VALUE NOT = WS-AUDIT-NEW-VALUE-TEXT
               PERFORM 740-WRITE-AUDIT-ENTRY
           END-IF
           .

       740-WRITE-AUDIT-ENTRY.
      *****************************************************************
      * Write one before/after entry to the audit log. The entry is a  *
      * company master change, not an employee's, so the employee ID   *
      * is blank and the field name carries the company, state, and    *
      * tax year                                                       *
      *****************************************************************
           MOVE SPACES TO WS-AUDIT-FIELD-NAME
           STRING WS-AUDIT-ROW-ID DELIMITED BY SPACE
                  '-' WS-AUDIT-FIELD-SHORT
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
           MOVE 'CMPMAINT' TO
               AUDIT-CHANGE-SOURCE IN AUDIT-LOG-RECORD-FILE
           MOVE CTR-SOURCE-USER IN WS-TRANSACTION TO
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
                  CTR-ACTION IN WS-TRANSACTION
                  '  CO: ' CTR-COMPANY-CODE IN WS-TRANSACTION
                  '  ROW: ' CTR-ROW-TYPE IN WS-TRANSACTION
                  ' ' CTR-STATE-CODE IN WS-TRANSACTION
                  ' ' CTR-TAX-YEAR IN WS-TRANSACTION
                  '  FIELDS CHANGED: ' WS-ED-COUNT
                  '  USER: ' CTR-SOURCE-USER IN WS-TRANSACTION
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
                  CTR-ACTION IN WS-TRANSACTION
                  '  CO: ' CTR-COMPANY-CODE IN WS-TRANSACTION
                  '  ROW: ' CTR-ROW-TYPE IN WS-TRANSACTION
                  ' ' CTR-STATE-CODE IN WS-TRANSACTION
                  ' ' CTR-TAX-YEAR IN WS-TRANSACTION
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
           CLOSE COMPANY-MASTER-FILE
                 COMPANY-TRANS-FILE
                 AUDIT-LOG-FILE
                 MAINT-REGISTER-FILE

           DISPLAY 'COMPANY MASTER MAINTENANCE COMPLETE'
           DISPLAY 'TRANSACTIONS READ: ' WS-TRANS-COUNT
           DISPLAY 'TRANSACTIONS APPLIED: ' WS-APPLIED-COUNT
           DISPLAY 'TRANSACTIONS REJECTED: ' WS-REJECTED-COUNT
           DISPLAY 'AUDIT ENTRIES WRITTEN: ' WS-AUDIT-ENTRY-COUNT
           .

       950-ABNORMAL-TERMINATION.
      *****************************************************************
      * Handle abnormal program termination due to errors              *
      *****************************************************************
           DISPLAY 'COMPANY MASTER MAINTENANCE TERMINATED ABNORMALLY'

           IF COMPMAST-FILE-SUCCESS
               CLOSE COMPANY-MASTER-FILE
           END-IF

           IF TRANS-FILE-SUCCESS
               CLOSE COMPANY-TRANS-FILE
           END-IF

           IF AUDIT-FILE-SUCCESS
               CLOSE AUDIT-LOG-FILE
           END-IF

           IF REGISTER-FILE-SUCCESS
               CLOSE MAINT-REGISTER-FILE
           END-IF

           STOP RUN
           .
