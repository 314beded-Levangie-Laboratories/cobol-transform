      *****************************************************************
      * Program: W2CORR.cbl                                           *
      *                                                               *
      * Purpose: W-2c correction processing for the Payroll           *
      *          Processing System. This program applies keyed W-2    *
      *          box corrections for a filed tax year against the     *
      *          values as originally filed, and produces the         *
      *          employee W-2c print data, the W-3c totals, and the   *
      *          SSA EFW2C correction file. Every correction is       *
      *          logged to the audit file, and every wage or tax      *
      *          correction in boxes 1-6 is written to the 941-X      *
      *          adjustment file QTRBAL reads for the prior-year      *
      *          quarter it was paid in.                              *
      *                                                               *
      * Date Created: 2026-10-15                                      *
      * Author: COBOL Payroll System                                  *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. W2CORR.
       AUTHOR. COBOL PAYROLL SYSTEM.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.

      *****************************************************************
      * Program Description:                                          *
      *                                                                *
      * W2CORR is a standalone year-end correction program in the      *
      * Payroll Processing System. It:                                 *
      *                                                                *
      * 1. Loads the correction transactions - employee, tax year,     *
      *    box and correct amount - rejecting unknown box codes and    *
      *    any tax year other than the first transaction's             *
      * 2. Passes the saved copy of the year's filed W-2 extract       *
      *    (W2FILED - the TAXW2 dataset as filed, or as last           *
      *    corrected), taking each corrected employee's previously     *
      *    reported amounts from it and applying the corrections. The  *
      *    whole file is copied forward to W2FILEN with the            *
      *    corrections applied; the run's JCL swaps it over W2FILED    *
      *    so a later correction is measured against this one         *
      * 3. For an employee not on the saved copy, rebuilds the filed   *
      *    amounts from the year's pay history - the archived          *
      *    history (PAYHARCH) once the year has been retired, and the  *
      *    live history - the same way TAXRPT builds the W-2, and      *
      *    adds the corrected W-2 to W2FILEN                           *
      * 4. Logs each correction to the audit file, and writes each     *
      *    box 1-6 correction's difference to the 941-X adjustment     *
      *    file for the quarter the amount was paid in                 *
      * 5. Per company, writes each corrected employee's W-2c print    *
      *    data and the EFW2C RCE/RCW/RCO/RCT/RCU records, and prints  *
      *    the W-3c previously reported and correct totals             *
      *                                                                *
      * A correction changes only the box it names: correcting box 1   *
      * for missed imputed income needs its own box 3 and box 5        *
      * transactions when those wages change too.                     *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC.
       OBJECT-COMPUTER. PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT W2C-TRANS-FILE ASSIGN TO 'W2CTRAN'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS TRANS-FILE-STATUS.

           SELECT OPTIONAL EFW2-PARM-FILE ASSIGN TO 'EFW2PARM'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS PARM-FILE-STATUS.

           SELECT OPTIONAL W2-FILED-FILE ASSIGN TO 'W2FILED'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FILED-FILE-STATUS.

           SELECT W2-FILED-NEW-FILE ASSIGN TO 'W2FILEN'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FILEN-FILE-STATUS.

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

           SELECT OPTIONAL HIST-ARCHIVE-FILE ASSIGN TO 'PAYHARCH'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS HARCH-FILE-STATUS.

           SELECT TAX-RATES-FILE ASSIGN TO 'TAXRATES'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS TAX-FILE-STATUS.

           SELECT W2C-PRINT-FILE ASSIGN TO 'W2CPRT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS W2CX-FILE-STATUS.

           SELECT EFW2C-SUBMISSION-FILE ASSIGN TO 'EFW2C'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS EFW2C-FILE-STATUS.

           SELECT OPTIONAL W2C-ADJUST-FILE ASSIGN TO 'W2CADJ'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ADJ-FILE-STATUS.

           SELECT AUDIT-LOG-FILE ASSIGN TO 'AUDITLOG'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS AUDIT-FILE-STATUS.

           SELECT W2C-REPORT-FILE ASSIGN TO 'W2CRPT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  W2C-TRANS-FILE.
           COPY W2CTRAN REPLACING ==W2C-TRANSACTION-RECORD== BY
               ==W2C-TRANSACTION-RECORD-FILE==.

       FD  EFW2-PARM-FILE.
           COPY EFW2PARM.

       FD  W2-FILED-FILE.
           COPY TAXEXTW2 REPLACING ==W2-EXTRACT-RECORD== BY
               ==W2-FILED-RECORD-FILE==.

       FD  W2-FILED-NEW-FILE.
           COPY TAXEXTW2 REPLACING ==W2-EXTRACT-RECORD== BY
               ==W2-FILED-NEW-RECORD-FILE==.

       FD  EMPLOYEE-FILE.
           COPY EMPFILE REPLACING ==EMPLOYEE-RECORD== BY
               ==EMPLOYEE-RECORD-FILE==.

       FD  PAY-HISTORY-FILE.
           COPY PAYHIST REPLACING ==PAY-HISTORY-RECORD== BY
               ==PAY-HISTORY-RECORD-FILE==.

       FD  HIST-ARCHIVE-FILE.
           COPY PAYHIST REPLACING ==PAY-HISTORY-RECORD== BY
               ==HIST-ARCHIVE-RECORD-FILE==.

       FD  TAX-RATES-FILE.
           COPY TAXRATES REPLACING ==TAX-RATES-TABLE== BY
               ==TAX-RATES-RECORD-FILE==.

       FD  W2C-PRINT-FILE.
           COPY W2CEXT REPLACING ==W2C-PRINT-RECORD== BY
               ==W2C-PRINT-RECORD-FILE==.

       FD  EFW2C-SUBMISSION-FILE.
       01  EFW2C-RECORD-FILE              PIC X(1024).

       FD  W2C-ADJUST-FILE.
           COPY W2CADJ REPLACING ==W2C-ADJUSTMENT-RECORD== BY
               ==W2C-ADJUSTMENT-RECORD-FILE==.

       FD  AUDIT-LOG-FILE.
           COPY AUDITFIL REPLACING ==AUDIT-LOG-RECORD== BY
               ==AUDIT-LOG-RECORD-FILE==.

       FD  W2C-REPORT-FILE.
           01  REPORT-RECORD                PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  TRANS-FILE-STATUS          PIC X(2).
               88  TRANS-FILE-SUCCESS     VALUE '00'.
               88  TRANS-FILE-EOF         VALUE '10'.
           05  PARM-FILE-STATUS           PIC X(2).
               88  PARM-FILE-SUCCESS      VALUE '00' '05'.
           05  FILED-FILE-STATUS          PIC X(2).
               88  FILED-FILE-SUCCESS     VALUE '00' '05'.
               88  FILED-FILE-EOF         VALUE '10'.
           05  FILEN-FILE-STATUS          PIC X(2).
               88  FILEN-FILE-SUCCESS     VALUE '00'.
           05  EMP-FILE-STATUS            PIC X(2).
               88  EMP-FILE-SUCCESS       VALUE '00'.
           05  HIST-FILE-STATUS           PIC X(2).
               88  HIST-FILE-SUCCESS      VALUE '00' '02'.
               88  HIST-FILE-EOF          VALUE '10'.
           05  HARCH-FILE-STATUS          PIC X(2).
               88  HARCH-FILE-SUCCESS     VALUE '00' '05'.
               88  HARCH-FILE-EOF         VALUE '10'.
           05  TAX-FILE-STATUS            PIC X(2).
               88  TAX-FILE-SUCCESS       VALUE '00'.
               88  TAX-FILE-EOF           VALUE '10'.
           05  W2CX-FILE-STATUS           PIC X(2).
               88  W2CX-FILE-SUCCESS      VALUE '00'.
           05  EFW2C-FILE-STATUS          PIC X(2).
               88  EFW2C-FILE-SUCCESS     VALUE '00'.
           05  ADJ-FILE-STATUS            PIC X(2).
               88  ADJ-FILE-SUCCESS       VALUE '00' '05'.
           05  AUDIT-FILE-STATUS          PIC X(2).
               88  AUDIT-FILE-SUCCESS     VALUE '00'.
           05  REPORT-FILE-STATUS         PIC X(2).
               88  REPORT-FILE-SUCCESS    VALUE '00'.

       COPY TAXEXTW2 REPLACING ==W2-EXTRACT-RECORD== BY
           ==WS-W2-RECORD==.

       COPY TAXRATES REPLACING ==TAX-RATES-TABLE== BY
           ==WS-TAX-RATES==.

       COPY EFW2CREC.

       COPY COMPANY.

       01  WS-TAX-RATE-FOUND-SW            PIC X VALUE 'N'.
           88  WS-TAX-RATE-FOUND           VALUE 'Y'.

       01  WS-DATETIME.
           05  WS-DATE                     PIC 9(8) VALUE ZEROS.
           05  WS-TIME                     PIC 9(6) VALUE ZEROS.

       01  WS-TAX-YEAR                     PIC 9(4) VALUE ZEROS.
       01  WS-YEAR-START                   PIC 9(8) VALUE ZEROS.
       01  WS-YEAR-END                     PIC 9(8) VALUE ZEROS.

      *****************************************************************
      * Submitter parameters - see EFW2GEN                             *
      *****************************************************************
       01  WS-PARMS.
           05  WS-USER-ID                  PIC X(8) VALUE SPACES.
           05  WS-RESUB-INDICATOR          PIC X(1) VALUE '0'.
           05  WS-RESUB-WFID               PIC X(6) VALUE SPACES.
           05  WS-CONTACT-NAME             PIC X(27) VALUE SPACES.
           05  WS-CONTACT-PHONE            PIC X(15) VALUE SPACES.
           05  WS-CONTACT-EMAIL            PIC X(40) VALUE SPACES.
           05  WS-EMPLOYER-ADDRESS         PIC X(22) VALUE SPACES.
           05  WS-EMPLOYER-CITY            PIC X(22) VALUE SPACES.
           05  WS-EMPLOYER-STATE           PIC X(2) VALUE SPACES.
           05  WS-EMPLOYER-ZIP             PIC X(5) VALUE SPACES.
           05  WS-EMPLOYER-ZIP-EXT         PIC X(4) VALUE SPACES.

      *****************************************************************
      * The correctable W-2 boxes, in the order the box values are     *
      * carried on the W-2c print data                                 *
      *****************************************************************
       01  WS-BOX-TABLE-DATA.
           05  FILLER                     PIC X(28) VALUE
               '1   WAGES, TIPS, OTHER COMP '.
           05  FILLER                     PIC X(28) VALUE
               '2   FEDERAL INCOME TAX      '.
           05  FILLER                     PIC X(28) VALUE
               '3   SOCIAL SECURITY WAGES   '.
           05  FILLER                     PIC X(28) VALUE
               '4   SOCIAL SECURITY TAX     '.
           05  FILLER                     PIC X(28) VALUE
               '5   MEDICARE WAGES AND TIPS '.
           05  FILLER                     PIC X(28) VALUE
               '6   MEDICARE TAX            '.
           05  FILLER                     PIC X(28) VALUE
               '8   ALLOCATED TIPS          '.
           05  FILLER                     PIC X(28) VALUE
               '12D 401(K) DEFERRAL         '.
           05  FILLER                     PIC X(28) VALUE
               '12AAROTH 401(K) DEFERRAL    '.
           05  FILLER                     PIC X(28) VALUE
               '14  IMPUTED INCOME          '.
           05  FILLER                     PIC X(28) VALUE
               'SICKTHIRD-PARTY SICK PAY    '.
           05  FILLER                     PIC X(28) VALUE
               '16  STATE WAGES, TIPS, ETC. '.
           05  FILLER                     PIC X(28) VALUE
               '17  STATE INCOME TAX        '.
           05  FILLER                     PIC X(28) VALUE
               '18  LOCAL WAGES, TIPS, ETC. '.
           05  FILLER                     PIC X(28) VALUE
               '19  LOCAL INCOME TAX        '.

       01  WS-BOX-TABLE REDEFINES WS-BOX-TABLE-DATA.
           05  WS-BOX-ENTRY OCCURS 15 TIMES.
               10  WS-BOX-CODE             PIC X(4).
               10  WS-BOX-DESC             PIC X(24).

       01  WS-BOX-COUNT                    PIC 9(2) COMP-3 VALUE 15.
       01  WS-BOX-INDEX                    PIC 9(2) COMP-3 VALUE ZEROS.
       01  WS-BOX-NUMBER                   PIC 9(3) VALUE ZEROS.

      *****************************************************************
      * One set of W-2 box values, moved to and from a W-2 extract     *
      * record                                                         *
      *****************************************************************
       01  WS-BOX-VALUES.
           05  WS-BOX-VALUE OCCURS 15 TIMES
                                           PIC 9(8)V99 COMP-3.

      *****************************************************************
      * Correction transactions for the run                            *
      *****************************************************************
       01  WS-CT-TABLE.
           05  WS-CT-COUNT                 PIC 9(3) COMP-3 VALUE ZEROS.
           05  WS-CT-ENTRY OCCURS 500 TIMES.
               10  WS-CT-EMP-ID            PIC X(6).
               10  WS-CT-BOX-INDEX         PIC 9(2) COMP-3.
               10  WS-CT-AMOUNT            PIC 9(8)V99 COMP-3.
               10  WS-CT-QUARTER           PIC 9(1).
               10  WS-CT-REASON            PIC X(30).
               10  WS-CT-USER-ID           PIC X(15).
               10  WS-CT-STATUS            PIC X.
                   88  WS-CT-PENDING       VALUE 'P'.
                   88  WS-CT-APPLIED       VALUE 'A'.
                   88  WS-CT-REJECTED      VALUE 'R'.
       01  WS-CT-INDEX                     PIC 9(4) COMP-3 VALUE ZEROS.
       01  WS-CT-SCAN-INDEX                PIC 9(3) COMP-3 VALUE ZEROS.

      *****************************************************************
      * Corrected employees: the previously reported and correct       *
      * value of every box                                             *
      *****************************************************************
       01  WS-CE-TABLE.
           05  WS-CE-COUNT                 PIC 9(3) COMP-3 VALUE ZEROS.
           05  WS-CE-ENTRY OCCURS 300 TIMES.
               10  WS-CE-EMP-ID            PIC X(6).
               10  WS-CE-CO-INDEX          PIC 9(3) COMP-3.
               10  WS-CE-SOURCE            PIC X.
               10  WS-CE-SSN               PIC 9(9).
               10  WS-CE-LAST-NAME         PIC X(20).
               10  WS-CE-FIRST-NAME        PIC X(15).
               10  WS-CE-ADDRESS           PIC X(30).
               10  WS-CE-CITY              PIC X(20).
               10  WS-CE-STATE             PIC X(2).
               10  WS-CE-ZIP               PIC X(10).
               10  WS-CE-STATE-CODE        PIC X(2).
               10  WS-CE-CHANGED-COUNT     PIC 9(2) COMP-3.
               10  WS-CE-BOX OCCURS 15 TIMES.
                   15  WS-CE-PREV          PIC 9(8)V99 COMP-3.
                   15  WS-CE-CORR          PIC 9(8)V99 COMP-3.
                   15  WS-CE-CHANGED-SW    PIC X.
                       88  WS-CE-CHANGED   VALUE 'Y'.
       01  WS-CE-INDEX                     PIC 9(3) COMP-3 VALUE ZEROS.

      *****************************************************************
      * W-3c totals: entry 1 is the company being written, entry 2 the *
      * whole run. Box totals cover only the W-2cs correcting the box  *
      *****************************************************************
       01  WS-W3C-TABLE.
           05  WS-W3C-ENTRY OCCURS 2 TIMES.
               10  WS-W3C-FORM-COUNT       PIC 9(5) COMP-3.
               10  WS-W3C-RCW-COUNT        PIC 9(7) COMP-3.
               10  WS-W3C-RCO-COUNT        PIC 9(7) COMP-3.
               10  WS-W3C-BOX OCCURS 15 TIMES.
                   15  WS-W3C-BOX-COUNT    PIC 9(5) COMP-3.
                   15  WS-W3C-PREV-TOTAL   PIC 9(11)V99 COMP-3.
                   15  WS-W3C-CORR-TOTAL   PIC 9(11)V99 COMP-3.
       01  WS-W3C-INDEX                    PIC 9(1) COMP-3 VALUE ZEROS.

       01  WS-CO-INDEX                     PIC 9(3) COMP-3 VALUE ZEROS.
       01  WS-CO-SEARCH-INDEX              PIC 9(4) COMP-3 VALUE ZEROS.
       01  WS-CURR-CO-INDEX                PIC 9(3) COMP-3 VALUE ZEROS.
       01  WS-COMPANY-EIN                  PIC X(9) VALUE SPACES.
       01  WS-EMPLOYER-OPEN-SW             PIC X VALUE 'N'.
           88  WS-EMPLOYER-OPEN            VALUE 'Y'.

       01  WS-WORK-FIELDS.
           05  WS-LOOKUP-EMP-ID            PIC X(6) VALUE SPACES.
           05  WS-ORIGINAL-SOURCE          PIC X VALUE SPACES.
           05  WS-DELTA                    PIC S9(9)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-SSA-CHANGE-SW            PIC X VALUE 'N'.
               88  WS-SSA-CHANGE           VALUE 'Y'.
           05  WS-PREV-RETIRE-IND          PIC X VALUE '0'.
           05  WS-CORR-RETIRE-IND          PIC X VALUE '0'.
           05  WS-PREV-SICK-IND            PIC X VALUE '0'.
           05  WS-CORR-SICK-IND            PIC X VALUE '0'.
           05  WS-W2-ZIP                   PIC X(10) VALUE SPACES.
           05  WS-MASTER-FOUND-SW          PIC X VALUE 'N'.
               88  WS-MASTER-FOUND         VALUE 'Y'.
           05  WS-HIST-DONE-SW             PIC X VALUE 'N'.
               88  WS-HIST-DONE            VALUE 'Y'.

      *****************************************************************
      * Year sums for an employee rebuilt from pay history             *
      *****************************************************************
       01  WS-HIST-SUMS.
           05  WS-HS-GROSS                 PIC S9(9)V99 COMP-3.
           05  WS-HS-FED                   PIC S9(9)V99 COMP-3.
           05  WS-HS-STATE                 PIC S9(9)V99 COMP-3.
           05  WS-HS-LOCAL                 PIC S9(9)V99 COMP-3.
           05  WS-HS-SS                    PIC S9(9)V99 COMP-3.
           05  WS-HS-MED                   PIC S9(9)V99 COMP-3.
           05  WS-HS-401K                  PIC S9(9)V99 COMP-3.
           05  WS-HS-ROTH                  PIC S9(9)V99 COMP-3.
           05  WS-HS-IMPUTED               PIC S9(9)V99 COMP-3.
           05  WS-HS-TOTAL-WAGES           PIC S9(9)V99 COMP-3.
           05  WS-HS-MILITARY-DIFF         PIC S9(9)V99 COMP-3.
           05  WS-HS-FICA-WAGES            PIC S9(9)V99 COMP-3.
           05  WS-HS-RECORDS               PIC 9(5) COMP-3.

       01  WS-RUN-TOTALS.
           05  WS-TRANS-READ               PIC 9(5) COMP-3 VALUE ZEROS.
           05  WS-TRANS-APPLIED            PIC 9(5) COMP-3 VALUE ZEROS.
           05  WS-TRANS-REJECTED           PIC 9(5) COMP-3 VALUE ZEROS.
           05  WS-FILED-RECORDS            PIC 9(7) COMP-3 VALUE ZEROS.
           05  WS-REBUILT-COUNT            PIC 9(5) COMP-3 VALUE ZEROS.
           05  WS-ADJ-WRITTEN              PIC 9(5) COMP-3 VALUE ZEROS.
           05  WS-RCW-TOTAL                PIC 9(9) COMP-3 VALUE ZEROS.

       01  WS-REPORT-LINE                  PIC X(132).
       01  WS-REJECT-REASON                PIC X(40) VALUE SPACES.
       01  WS-ED-AMOUNT                    PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
       01  WS-ED-AMOUNT-2                  PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
       01  WS-ED-AMOUNT-3                  PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
       01  WS-ED-COUNT                     PIC ZZZ,ZZ9.
       01  WS-ED-AUDIT-AMOUNT              PIC Z(7)9.99.

       PROCEDURE DIVISION.
       000-MAIN-PROCESS.
      *****************************************************************
      * Main process coordinates the W-2c correction run               *
      *****************************************************************
           PERFORM 100-INITIALIZATION
           PERFORM 200-LOAD-TRANSACTIONS
           PERFORM 300-PASS-FILED-COPY
           PERFORM 400-REBUILD-FROM-HISTORY
           PERFORM 600-WRITE-CORRECTIONS
           PERFORM 900-WRAP-UP

           STOP RUN
           .

       100-INITIALIZATION.
      *****************************************************************
      * Load the submitter parameters, open the files, clear the W-3c  *
      * totals and write the report heading                            *
      *****************************************************************
           DISPLAY 'W-2C CORRECTION PROCESSING STARTED'

           CALL 'COMPLOAD' USING COMPANY-TABLE
           IF NOT COMPANY-TABLE-LOADED
               DISPLAY 'ERROR LOADING COMPANY MASTER - RUN STOPPED'
               STOP RUN
           END-IF

           ACCEPT WS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME FROM TIME
           OPEN INPUT EFW2-PARM-FILE
           IF PARM-FILE-SUCCESS
               READ EFW2-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PARM-USER-ID TO WS-USER-ID
                       IF PARM-RESUB-INDICATOR = '1'
                           MOVE '1' TO WS-RESUB-INDICATOR
                           MOVE PARM-RESUB-WFID TO WS-RESUB-WFID
                       END-IF
                       MOVE PARM-CONTACT-NAME TO WS-CONTACT-NAME
                       MOVE PARM-CONTACT-PHONE TO WS-CONTACT-PHONE
                       MOVE PARM-CONTACT-EMAIL TO WS-CONTACT-EMAIL
                       MOVE PARM-ADDRESS TO WS-EMPLOYER-ADDRESS
                       MOVE PARM-CITY TO WS-EMPLOYER-CITY
                       MOVE PARM-STATE TO WS-EMPLOYER-STATE
                       MOVE PARM-ZIP TO WS-EMPLOYER-ZIP
                       MOVE PARM-ZIP-EXTENSION TO WS-EMPLOYER-ZIP-EXT
               END-READ
               CLOSE EFW2-PARM-FILE
           END-IF

           OPEN INPUT W2C-TRANS-FILE
           IF NOT TRANS-FILE-SUCCESS
               DISPLAY 'ERROR OPENING W-2C TRANSACTION FILE: '
                       TRANS-FILE-STATUS
               STOP RUN
           END-IF
           OPEN INPUT EMPLOYEE-FILE
           OPEN INPUT PAY-HISTORY-FILE
           IF NOT EMP-FILE-SUCCESS OR NOT HIST-FILE-SUCCESS
               DISPLAY 'ERROR OPENING W-2C FILES - EMP: '
                       EMP-FILE-STATUS ' HIST: ' HIST-FILE-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT W2-FILED-NEW-FILE
           OPEN OUTPUT W2C-PRINT-FILE
           OPEN OUTPUT EFW2C-SUBMISSION-FILE
           OPEN EXTEND W2C-ADJUST-FILE
           OPEN EXTEND AUDIT-LOG-FILE
           OPEN OUTPUT W2C-REPORT-FILE

           PERFORM VARYING WS-W3C-INDEX FROM 1 BY 1
                   UNTIL WS-W3C-INDEX > 2
               PERFORM 810-CLEAR-W3C-TOTALS
           END-PERFORM

           MOVE SPACES TO WS-REPORT-LINE
           STRING 'W-2C CORRECTION PROCESSING - RUN DATE ' WS-DATE
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE ALL '-' TO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           .

       200-LOAD-TRANSACTIONS.
      *****************************************************************
      * Load and validate the correction transactions. The run's tax   *
      * year is the first valid transaction's; the previously reported *
      * amounts and the EFW2C file cover a single year                 *
      *****************************************************************
           PERFORM UNTIL TRANS-FILE-EOF
               READ W2C-TRANS-FILE
                   AT END
                       SET TRANS-FILE-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-TRANS-READ
                       PERFORM 210-VALIDATE-TRANSACTION
               END-READ
           END-PERFORM
           CLOSE W2C-TRANS-FILE

           IF WS-TAX-YEAR = ZEROS
               DISPLAY 'NO VALID W-2C TRANSACTIONS'
           END-IF
           COMPUTE WS-YEAR-START = (WS-TAX-YEAR * 10000) + 101
           COMPUTE WS-YEAR-END = (WS-TAX-YEAR * 10000) + 1231

           OPEN INPUT TAX-RATES-FILE
           IF NOT TAX-FILE-SUCCESS
               DISPLAY 'ERROR OPENING TAX RATES FILE: ' TAX-FILE-STATUS
               STOP RUN
           END-IF
           PERFORM 220-LOAD-TAX-RATES
           CLOSE TAX-RATES-FILE

           MOVE SPACES TO WS-REPORT-LINE
           STRING 'TAX YEAR ' WS-TAX-YEAR
                  ' - CORRECTIONS APPLIED (PREVIOUSLY REPORTED / '
                  'CORRECT)'
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           .

       210-VALIDATE-TRANSACTION.
      *****************************************************************
      * Validate one transaction and add it to the table               *
      *****************************************************************
           MOVE SPACES TO WS-REJECT-REASON
           MOVE ZEROS TO WS-BOX-INDEX
           PERFORM VARYING WS-BOX-NUMBER FROM 1 BY 1
                   UNTIL WS-BOX-NUMBER > WS-BOX-COUNT
               IF WS-BOX-CODE (WS-BOX-NUMBER) =
                       W2CT-BOX-CODE IN W2C-TRANSACTION-RECORD-FILE
                   MOVE WS-BOX-NUMBER TO WS-BOX-INDEX
                   MOVE 99 TO WS-BOX-NUMBER
               END-IF
           END-PERFORM

           EVALUATE TRUE
               WHEN W2CT-EMP-ID IN W2C-TRANSACTION-RECORD-FILE
                       = SPACES
                   MOVE 'EMPLOYEE ID MISSING' TO WS-REJECT-REASON
               WHEN W2CT-TAX-YEAR IN W2C-TRANSACTION-RECORD-FILE
                       IS NOT NUMERIC
                 OR W2CT-TAX-YEAR IN W2C-TRANSACTION-RECORD-FILE
                       = ZEROS
                   MOVE 'TAX YEAR INVALID' TO WS-REJECT-REASON
               WHEN WS-TAX-YEAR NOT = ZEROS
                AND W2CT-TAX-YEAR IN W2C-TRANSACTION-RECORD-FILE
                       NOT = WS-TAX-YEAR
                   MOVE 'NOT THE RUN TAX YEAR - RESUBMIT SEPARATELY'
                       TO WS-REJECT-REASON
               WHEN WS-BOX-INDEX = ZEROS
                   MOVE 'BOX CODE NOT CORRECTABLE' TO WS-REJECT-REASON
               WHEN W2CT-CORRECT-AMOUNT IN W2C-TRANSACTION-RECORD-FILE
                       IS NOT NUMERIC
                   MOVE 'CORRECT AMOUNT NOT NUMERIC'
                       TO WS-REJECT-REASON
               WHEN WS-CT-COUNT >= 500
                   MOVE 'TRANSACTION TABLE FULL' TO WS-REJECT-REASON
           END-EVALUATE

           IF WS-REJECT-REASON NOT = SPACES
               ADD 1 TO WS-TRANS-REJECTED
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'REJECTED  EMP '
                      W2CT-EMP-ID IN W2C-TRANSACTION-RECORD-FILE
                      '  YEAR '
                      W2CT-TAX-YEAR IN W2C-TRANSACTION-RECORD-FILE
                      '  BOX '
                      W2CT-BOX-CODE IN W2C-TRANSACTION-RECORD-FILE
                      '  ' WS-REJECT-REASON
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE REPORT-RECORD FROM WS-REPORT-LINE
           ELSE
               IF WS-TAX-YEAR = ZEROS
                   MOVE W2CT-TAX-YEAR IN W2C-TRANSACTION-RECORD-FILE
                       TO WS-TAX-YEAR
               END-IF
               ADD 1 TO WS-CT-COUNT
               MOVE W2CT-EMP-ID IN W2C-TRANSACTION-RECORD-FILE
                   TO WS-CT-EMP-ID (WS-CT-COUNT)
               MOVE WS-BOX-INDEX TO WS-CT-BOX-INDEX (WS-CT-COUNT)
               MOVE W2CT-CORRECT-AMOUNT IN W2C-TRANSACTION-RECORD-FILE
                   TO WS-CT-AMOUNT (WS-CT-COUNT)
               IF W2CT-QUARTER IN W2C-TRANSACTION-RECORD-FILE
                       IS NUMERIC
                   AND W2CT-QUARTER IN W2C-TRANSACTION-RECORD-FILE
                       >= 1
                   AND W2CT-QUARTER IN W2C-TRANSACTION-RECORD-FILE
                       <= 4
                   MOVE W2CT-QUARTER IN W2C-TRANSACTION-RECORD-FILE
                       TO WS-CT-QUARTER (WS-CT-COUNT)
               ELSE
                   MOVE 4 TO WS-CT-QUARTER (WS-CT-COUNT)
               END-IF
               MOVE W2CT-REASON IN W2C-TRANSACTION-RECORD-FILE
                   TO WS-CT-REASON (WS-CT-COUNT)
               MOVE W2CT-USER-ID IN W2C-TRANSACTION-RECORD-FILE
                   TO WS-CT-USER-ID (WS-CT-COUNT)
               MOVE 'P' TO WS-CT-STATUS (WS-CT-COUNT)
           END-IF
           .

       220-LOAD-TAX-RATES.
      *****************************************************************
      * Read the tax rates record for the tax year so a W-2 rebuilt    *
      * from history caps box 3 at that year's wage base. If no        *
      * record matches, the last record read is used                   *
      *****************************************************************
           MOVE 'N' TO WS-TAX-RATE-FOUND-SW
           PERFORM UNTIL TAX-FILE-EOF OR WS-TAX-RATE-FOUND
               READ TAX-RATES-FILE INTO WS-TAX-RATES
                   AT END
                       SET TAX-FILE-EOF TO TRUE
                   NOT AT END
                       IF TAX-YEAR IN WS-TAX-RATES = WS-TAX-YEAR
                           SET WS-TAX-RATE-FOUND TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           .

       300-PASS-FILED-COPY.
      *****************************************************************
      * Copy the saved filed W-2 extract forward, correcting the W-2   *
      * of every employee with pending corrections for the tax year    *
      *****************************************************************
           OPEN INPUT W2-FILED-FILE
           IF NOT FILED-FILE-SUCCESS
               DISPLAY 'ERROR OPENING FILED W-2 COPY: '
                       FILED-FILE-STATUS
               STOP RUN
           END-IF

           PERFORM UNTIL FILED-FILE-EOF
               READ W2-FILED-FILE INTO WS-W2-RECORD
                   AT END
                       SET FILED-FILE-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-FILED-RECORDS
                       IF W2-TAX-YEAR IN WS-W2-RECORD = WS-TAX-YEAR
                           MOVE W2-EMP-ID IN WS-W2-RECORD
                               TO WS-LOOKUP-EMP-ID
                           PERFORM 310-FIND-PENDING
                           IF WS-CT-SCAN-INDEX > ZEROS
                               MOVE 'F' TO WS-ORIGINAL-SOURCE
                               PERFORM 500-CORRECT-EMPLOYEE
                           END-IF
                       END-IF
                       WRITE W2-FILED-NEW-RECORD-FILE
                           FROM WS-W2-RECORD
               END-READ
           END-PERFORM
           CLOSE W2-FILED-FILE
           .

       310-FIND-PENDING.
      *****************************************************************
      * Find the first pending transaction for WS-LOOKUP-EMP-ID;       *
      * WS-CT-SCAN-INDEX is zero when there is none                    *
      *****************************************************************
           MOVE ZEROS TO WS-CT-SCAN-INDEX
           PERFORM VARYING WS-CT-INDEX FROM 1 BY 1
                   UNTIL WS-CT-INDEX > WS-CT-COUNT
               IF WS-CT-EMP-ID (WS-CT-INDEX) = WS-LOOKUP-EMP-ID
                   AND WS-CT-PENDING (WS-CT-INDEX)
                   MOVE WS-CT-INDEX TO WS-CT-SCAN-INDEX
                   MOVE 999 TO WS-CT-INDEX
               END-IF
           END-PERFORM
           .

       400-REBUILD-FROM-HISTORY.
      *****************************************************************
      * Corrections still pending are for employees not on the saved   *
      * filed copy; rebuild each one's filed W-2 from pay history      *
      *****************************************************************
           PERFORM VARYING WS-CT-INDEX FROM 1 BY 1
                   UNTIL WS-CT-INDEX > WS-CT-COUNT
               IF WS-CT-PENDING (WS-CT-INDEX)
                   MOVE WS-CT-EMP-ID (WS-CT-INDEX) TO WS-LOOKUP-EMP-ID
                   PERFORM 410-REBUILD-ONE-EMPLOYEE
               END-IF
           END-PERFORM
           CLOSE W2-FILED-NEW-FILE
           .

       410-REBUILD-ONE-EMPLOYEE.
      *****************************************************************
      * Rebuild one employee's W-2 for the tax year from the master's  *
      * identification and the year's archived and live pay history,  *
      * the way TAXRPT builds it from the YTD accumulators             *
      *****************************************************************
           MOVE 'N' TO WS-MASTER-FOUND-SW
           MOVE WS-LOOKUP-EMP-ID TO EMP-ID IN EMPLOYEE-RECORD-FILE
           READ EMPLOYEE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-MASTER-FOUND-SW
           END-READ

           IF NOT WS-MASTER-FOUND
               PERFORM VARYING WS-CT-SCAN-INDEX FROM 1 BY 1
                       UNTIL WS-CT-SCAN-INDEX > WS-CT-COUNT
                   IF WS-CT-EMP-ID (WS-CT-SCAN-INDEX) =
                           WS-LOOKUP-EMP-ID
                       AND WS-CT-PENDING (WS-CT-SCAN-INDEX)
                       MOVE 'R' TO WS-CT-STATUS (WS-CT-SCAN-INDEX)
                       ADD 1 TO WS-TRANS-REJECTED
                       MOVE WS-CT-BOX-INDEX (WS-CT-SCAN-INDEX)
                           TO WS-BOX-INDEX
                       MOVE SPACES TO WS-REPORT-LINE
                       STRING 'REJECTED  EMP ' WS-LOOKUP-EMP-ID
                              '  YEAR ' WS-TAX-YEAR
                              '  BOX ' WS-BOX-CODE (WS-BOX-INDEX)
                              '  NO FILED W-2 AND NOT ON EMPLOYEE '
                              'MASTER'
                              DELIMITED BY SIZE INTO WS-REPORT-LINE
                       WRITE REPORT-RECORD FROM WS-REPORT-LINE
                   END-IF
               END-PERFORM
           ELSE
               INITIALIZE WS-W2-RECORD
               MOVE WS-TAX-YEAR TO W2-TAX-YEAR IN WS-W2-RECORD
               MOVE EMP-COMPANY-CODE IN EMPLOYEE-RECORD-FILE
                   TO W2-COMPANY-CODE IN WS-W2-RECORD
               IF W2-COMPANY-CODE IN WS-W2-RECORD = SPACES
                   MOVE COMPANY-CODE (1)
                       TO W2-COMPANY-CODE IN WS-W2-RECORD
               END-IF
               MOVE EMP-ID IN EMPLOYEE-RECORD-FILE
                   TO W2-EMP-ID IN WS-W2-RECORD
               MOVE EMP-SSN IN EMPLOYEE-RECORD-FILE
                   TO W2-EMP-SSN IN WS-W2-RECORD
               MOVE EMP-LAST-NAME IN EMPLOYEE-RECORD-FILE
                   TO W2-EMP-LAST-NAME IN WS-W2-RECORD
               MOVE EMP-FIRST-NAME IN EMPLOYEE-RECORD-FILE
                   TO W2-EMP-FIRST-NAME IN WS-W2-RECORD
               MOVE EMP-ADDRESS-LINE-1 IN EMPLOYEE-RECORD-FILE
                   TO W2-EMP-ADDRESS-LINE-1 IN WS-W2-RECORD
               MOVE EMP-CITY IN EMPLOYEE-RECORD-FILE
                   TO W2-EMP-CITY IN WS-W2-RECORD
               MOVE EMP-STATE IN EMPLOYEE-RECORD-FILE
                   TO W2-EMP-STATE IN WS-W2-RECORD
               MOVE EMP-ZIP IN EMPLOYEE-RECORD-FILE
                   TO W2-EMP-ZIP IN WS-W2-RECORD
               MOVE EMP-WORK-STATE IN EMPLOYEE-RECORD-FILE
                   TO W2-STATE-CODE IN WS-W2-RECORD

               PERFORM 420-SUM-EMPLOYEE-HISTORY
               PERFORM 440-SET-REBUILT-BOXES

               MOVE 'H' TO WS-ORIGINAL-SOURCE
               PERFORM 500-CORRECT-EMPLOYEE
               ADD 1 TO WS-REBUILT-COUNT
               WRITE W2-FILED-NEW-RECORD-FILE FROM WS-W2-RECORD
           END-IF
           .

       420-SUM-EMPLOYEE-HISTORY.
      *****************************************************************
      * Sum the employee's pay history checked in the tax year: the    *
      * archive of retired years, then the live file. Voided           *
      * originals and their reversals both stay in - they net out      *
      *****************************************************************
           MOVE ZEROS TO WS-HS-GROSS WS-HS-FED WS-HS-STATE WS-HS-LOCAL
                         WS-HS-SS WS-HS-MED WS-HS-401K WS-HS-ROTH
                         WS-HS-IMPUTED WS-HS-TOTAL-WAGES WS-HS-RECORDS
                         WS-HS-MILITARY-DIFF WS-HS-FICA-WAGES

           OPEN INPUT HIST-ARCHIVE-FILE
           IF HARCH-FILE-SUCCESS
               PERFORM UNTIL HARCH-FILE-EOF
                   READ HIST-ARCHIVE-FILE
                       AT END
                           SET HARCH-FILE-EOF TO TRUE
                       NOT AT END
                           IF HIST-EMP-ID IN HIST-ARCHIVE-RECORD-FILE
                                   = WS-LOOKUP-EMP-ID
                               AND HIST-CHECK-DATE IN
                                   HIST-ARCHIVE-RECORD-FILE
                                   >= WS-YEAR-START
                               AND HIST-CHECK-DATE IN
                                   HIST-ARCHIVE-RECORD-FILE
                                   <= WS-YEAR-END
                               MOVE HIST-ARCHIVE-RECORD-FILE
                                   TO PAY-HISTORY-RECORD-FILE
                               PERFORM 430-ADD-ONE-HISTORY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HIST-ARCHIVE-FILE
           END-IF
           MOVE '00' TO HARCH-FILE-STATUS

           MOVE 'N' TO WS-HIST-DONE-SW
           MOVE WS-LOOKUP-EMP-ID
               TO HIST-EMP-ID IN PAY-HISTORY-RECORD-FILE
           START PAY-HISTORY-FILE
               KEY IS = HIST-EMP-ID IN PAY-HISTORY-RECORD-FILE
               INVALID KEY
                   MOVE 'Y' TO WS-HIST-DONE-SW
           END-START
           PERFORM UNTIL WS-HIST-DONE
               READ PAY-HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-HIST-DONE-SW
                   NOT AT END
                       IF HIST-EMP-ID IN PAY-HISTORY-RECORD-FILE
                               NOT = WS-LOOKUP-EMP-ID
                           MOVE 'Y' TO WS-HIST-DONE-SW
                       ELSE
                           IF HIST-CHECK-DATE IN
                                   PAY-HISTORY-RECORD-FILE
                                   >= WS-YEAR-START
                               AND HIST-CHECK-DATE IN
                                   PAY-HISTORY-RECORD-FILE
                                   <= WS-YEAR-END
                               PERFORM 430-ADD-ONE-HISTORY
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

       430-ADD-ONE-HISTORY.
      *****************************************************************
      * Add one history record to the employee's year sums. Deferral   *
      * and imputed fields archived before they existed carry          *
      * low-values and count as zero                                   *
      *****************************************************************
           ADD 1 TO WS-HS-RECORDS
           ADD HIST-GROSS-PAY IN PAY-HISTORY-RECORD-FILE TO WS-HS-GROSS
           ADD HIST-FEDERAL-TAX IN PAY-HISTORY-RECORD-FILE TO WS-HS-FED
           ADD HIST-STATE-TAX IN PAY-HISTORY-RECORD-FILE TO WS-HS-STATE
           ADD HIST-LOCAL-TAX IN PAY-HISTORY-RECORD-FILE TO WS-HS-LOCAL
           ADD HIST-SOCIAL-SEC-TAX IN PAY-HISTORY-RECORD-FILE
               TO WS-HS-SS
           ADD HIST-MEDICARE-TAX IN PAY-HISTORY-RECORD-FILE
               TO WS-HS-MED
           IF HIST-401K-PRETAX-AMT IN PAY-HISTORY-RECORD-FILE
                   IS NUMERIC
               ADD HIST-401K-PRETAX-AMT IN PAY-HISTORY-RECORD-FILE
                   TO WS-HS-401K
           END-IF
           IF HIST-401K-ROTH-AMT IN PAY-HISTORY-RECORD-FILE
                   IS NUMERIC
               ADD HIST-401K-ROTH-AMT IN PAY-HISTORY-RECORD-FILE
                   TO WS-HS-ROTH
           END-IF
           IF HIST-IMPUTED-INCOME IN PAY-HISTORY-RECORD-FILE
                   IS NUMERIC
               ADD HIST-IMPUTED-INCOME IN PAY-HISTORY-RECORD-FILE
                   TO WS-HS-IMPUTED
           END-IF
           IF HIST-MILITARY-DIFF IN PAY-HISTORY-RECORD-FILE
                   IS NUMERIC
               ADD HIST-MILITARY-DIFF IN PAY-HISTORY-RECORD-FILE
                   TO WS-HS-MILITARY-DIFF
           END-IF
           .

       440-SET-REBUILT-BOXES.
      *****************************************************************
      * Set the rebuilt W-2 boxes from the history sums. Box 1, 5, 16  *
      * and 18 wages are gross plus imputed income; box 5 is the same  *
      * less military differential pay, and box 3 is box 5 capped at   *
      * the year's wage base. Allocated tips and third-party sick pay  *
      * are not carried on pay history and start at zero               *
      *****************************************************************
           COMPUTE WS-HS-TOTAL-WAGES = WS-HS-GROSS + WS-HS-IMPUTED
           IF WS-HS-TOTAL-WAGES < ZEROS
               MOVE ZEROS TO WS-HS-TOTAL-WAGES
           END-IF
           IF WS-HS-MILITARY-DIFF < ZEROS
               MOVE ZEROS TO WS-HS-MILITARY-DIFF
           END-IF
           COMPUTE WS-HS-FICA-WAGES =
               WS-HS-TOTAL-WAGES - WS-HS-MILITARY-DIFF
           IF WS-HS-FICA-WAGES < ZEROS
               MOVE ZEROS TO WS-HS-FICA-WAGES
           END-IF
           MOVE WS-HS-TOTAL-WAGES TO W2-WAGES-TIPS-OTHER IN WS-W2-RECORD
           IF WS-HS-FICA-WAGES > SOC-SEC-WAGE-BASE IN WS-TAX-RATES
               MOVE SOC-SEC-WAGE-BASE IN WS-TAX-RATES
                   TO W2-SOCIAL-SEC-WAGES IN WS-W2-RECORD
           ELSE
               MOVE WS-HS-FICA-WAGES
                   TO W2-SOCIAL-SEC-WAGES IN WS-W2-RECORD
           END-IF
           MOVE WS-HS-FICA-WAGES TO W2-MEDICARE-WAGES IN WS-W2-RECORD
           MOVE WS-HS-TOTAL-WAGES TO W2-STATE-WAGES IN WS-W2-RECORD
           MOVE WS-HS-TOTAL-WAGES TO W2-LOCAL-WAGES IN WS-W2-RECORD
           IF WS-HS-FED > ZEROS
               MOVE WS-HS-FED TO W2-FEDERAL-TAX-WITHHELD IN WS-W2-RECORD
           END-IF
           IF WS-HS-SS > ZEROS
               MOVE WS-HS-SS TO W2-SOCIAL-SEC-WITHHELD IN WS-W2-RECORD
           END-IF
           IF WS-HS-MED > ZEROS
               MOVE WS-HS-MED TO W2-MEDICARE-WITHHELD IN WS-W2-RECORD
           END-IF
           IF WS-HS-STATE > ZEROS
               MOVE WS-HS-STATE TO W2-STATE-TAX-WITHHELD IN WS-W2-RECORD
           END-IF
           IF WS-HS-LOCAL > ZEROS
               MOVE WS-HS-LOCAL TO W2-LOCAL-TAX-WITHHELD IN WS-W2-RECORD
           END-IF
           IF WS-HS-401K > ZEROS
               MOVE WS-HS-401K TO W2-401K-DEFERRAL IN WS-W2-RECORD
           END-IF
           IF WS-HS-ROTH > ZEROS
               MOVE WS-HS-ROTH TO W2-401K-ROTH-DEFERRAL IN WS-W2-RECORD
           END-IF
           IF WS-HS-IMPUTED > ZEROS
               MOVE WS-HS-IMPUTED TO W2-IMPUTED-INCOME IN WS-W2-RECORD
           END-IF
           IF WS-HS-MILITARY-DIFF > ZEROS
               MOVE WS-HS-MILITARY-DIFF
                   TO W2-MILITARY-DIFF-PAY IN WS-W2-RECORD
           END-IF
           .

       500-CORRECT-EMPLOYEE.
      *****************************************************************
      * WS-W2-RECORD holds the employee's W-2 as previously reported.  *
      * Record it as a corrected employee, apply every pending         *
      * transaction for the employee in input order (a later           *
      * correction of the same box replaces an earlier one), flag the  *
      * boxes that end up different, and leave the corrected W-2 in    *
      * WS-W2-RECORD                                                   *
      *****************************************************************
           IF WS-CE-COUNT >= 300
               DISPLAY 'CORRECTED EMPLOYEE TABLE FULL - EMP: '
                       WS-LOOKUP-EMP-ID
           ELSE
               PERFORM 505-APPLY-CORRECTIONS
           END-IF
           .

       505-APPLY-CORRECTIONS.
      *****************************************************************
      * Add the corrected employee entry and apply the corrections     *
      *****************************************************************
           ADD 1 TO WS-CE-COUNT
           MOVE WS-CE-COUNT TO WS-CE-INDEX
           MOVE WS-LOOKUP-EMP-ID TO WS-CE-EMP-ID (WS-CE-INDEX)
           MOVE 1 TO WS-CE-CO-INDEX (WS-CE-INDEX)
           MOVE WS-ORIGINAL-SOURCE TO WS-CE-SOURCE (WS-CE-INDEX)
           PERFORM VARYING WS-CO-SEARCH-INDEX FROM 1 BY 1
                   UNTIL WS-CO-SEARCH-INDEX > COMPANY-ENTRY-COUNT
               IF COMPANY-CODE (WS-CO-SEARCH-INDEX) =
                       W2-COMPANY-CODE IN WS-W2-RECORD
                   MOVE WS-CO-SEARCH-INDEX
                       TO WS-CE-CO-INDEX (WS-CE-INDEX)
                   MOVE 999 TO WS-CO-SEARCH-INDEX
               END-IF
           END-PERFORM
           MOVE W2-EMP-SSN IN WS-W2-RECORD TO WS-CE-SSN (WS-CE-INDEX)
           MOVE W2-EMP-LAST-NAME IN WS-W2-RECORD
               TO WS-CE-LAST-NAME (WS-CE-INDEX)
           MOVE W2-EMP-FIRST-NAME IN WS-W2-RECORD
               TO WS-CE-FIRST-NAME (WS-CE-INDEX)
           MOVE W2-EMP-ADDRESS-LINE-1 IN WS-W2-RECORD
               TO WS-CE-ADDRESS (WS-CE-INDEX)
           MOVE W2-EMP-CITY IN WS-W2-RECORD TO WS-CE-CITY (WS-CE-INDEX)
           MOVE W2-EMP-STATE IN WS-W2-RECORD
               TO WS-CE-STATE (WS-CE-INDEX)
           MOVE W2-EMP-ZIP IN WS-W2-RECORD TO WS-CE-ZIP (WS-CE-INDEX)
           MOVE W2-STATE-CODE IN WS-W2-RECORD
               TO WS-CE-STATE-CODE (WS-CE-INDEX)

           PERFORM 510-GET-BOX-VALUES
           PERFORM VARYING WS-BOX-INDEX FROM 1 BY 1
                   UNTIL WS-BOX-INDEX > WS-BOX-COUNT
               MOVE WS-BOX-VALUE (WS-BOX-INDEX)
                   TO WS-CE-PREV (WS-CE-INDEX WS-BOX-INDEX)
                      WS-CE-CORR (WS-CE-INDEX WS-BOX-INDEX)
               MOVE 'N' TO WS-CE-CHANGED-SW (WS-CE-INDEX WS-BOX-INDEX)
           END-PERFORM

           PERFORM VARYING WS-CT-INDEX FROM 1 BY 1
                   UNTIL WS-CT-INDEX > WS-CT-COUNT
               IF WS-CT-EMP-ID (WS-CT-INDEX) = WS-LOOKUP-EMP-ID
                   AND WS-CT-PENDING (WS-CT-INDEX)
                   PERFORM 530-APPLY-ONE-TRANSACTION
               END-IF
           END-PERFORM

           MOVE ZEROS TO WS-CE-CHANGED-COUNT (WS-CE-INDEX)
           PERFORM VARYING WS-BOX-INDEX FROM 1 BY 1
                   UNTIL WS-BOX-INDEX > WS-BOX-COUNT
               IF WS-CE-CORR (WS-CE-INDEX WS-BOX-INDEX) NOT =
                       WS-CE-PREV (WS-CE-INDEX WS-BOX-INDEX)
                   MOVE 'Y' TO
                       WS-CE-CHANGED-SW (WS-CE-INDEX WS-BOX-INDEX)
                   ADD 1 TO WS-CE-CHANGED-COUNT (WS-CE-INDEX)
               END-IF
               MOVE WS-CE-CORR (WS-CE-INDEX WS-BOX-INDEX)
                   TO WS-BOX-VALUE (WS-BOX-INDEX)
           END-PERFORM
           PERFORM 520-PUT-BOX-VALUES
           .

       510-GET-BOX-VALUES.
      *****************************************************************
      * Move the W-2 record's box amounts to the box value table       *
      *****************************************************************
           MOVE W2-WAGES-TIPS-OTHER IN WS-W2-RECORD TO WS-BOX-VALUE (1)
           MOVE W2-FEDERAL-TAX-WITHHELD IN WS-W2-RECORD
               TO WS-BOX-VALUE (2)
           MOVE W2-SOCIAL-SEC-WAGES IN WS-W2-RECORD TO WS-BOX-VALUE (3)
           MOVE W2-SOCIAL-SEC-WITHHELD IN WS-W2-RECORD
               TO WS-BOX-VALUE (4)
           MOVE W2-MEDICARE-WAGES IN WS-W2-RECORD TO WS-BOX-VALUE (5)
           MOVE W2-MEDICARE-WITHHELD IN WS-W2-RECORD
               TO WS-BOX-VALUE (6)
           MOVE W2-ALLOCATED-TIPS IN WS-W2-RECORD TO WS-BOX-VALUE (7)
           MOVE W2-401K-DEFERRAL IN WS-W2-RECORD TO WS-BOX-VALUE (8)
           MOVE W2-401K-ROTH-DEFERRAL IN WS-W2-RECORD
               TO WS-BOX-VALUE (9)
           MOVE W2-IMPUTED-INCOME IN WS-W2-RECORD TO WS-BOX-VALUE (10)
           MOVE W2-THIRD-PARTY-SICK-PAY IN WS-W2-RECORD
               TO WS-BOX-VALUE (11)
           MOVE W2-STATE-WAGES IN WS-W2-RECORD TO WS-BOX-VALUE (12)
           MOVE W2-STATE-TAX-WITHHELD IN WS-W2-RECORD
               TO WS-BOX-VALUE (13)
           MOVE W2-LOCAL-WAGES IN WS-W2-RECORD TO WS-BOX-VALUE (14)
           MOVE W2-LOCAL-TAX-WITHHELD IN WS-W2-RECORD
               TO WS-BOX-VALUE (15)
           .

       520-PUT-BOX-VALUES.
      *****************************************************************
      * Move the box value table back into the W-2 record              *
      *****************************************************************
           MOVE WS-BOX-VALUE (1) TO W2-WAGES-TIPS-OTHER IN WS-W2-RECORD
           MOVE WS-BOX-VALUE (2)
               TO W2-FEDERAL-TAX-WITHHELD IN WS-W2-RECORD
           MOVE WS-BOX-VALUE (3) TO W2-SOCIAL-SEC-WAGES IN WS-W2-RECORD
           MOVE WS-BOX-VALUE (4)
               TO W2-SOCIAL-SEC-WITHHELD IN WS-W2-RECORD
           MOVE WS-BOX-VALUE (5) TO W2-MEDICARE-WAGES IN WS-W2-RECORD
           MOVE WS-BOX-VALUE (6)
               TO W2-MEDICARE-WITHHELD IN WS-W2-RECORD
           MOVE WS-BOX-VALUE (7) TO W2-ALLOCATED-TIPS IN WS-W2-RECORD
           MOVE WS-BOX-VALUE (8) TO W2-401K-DEFERRAL IN WS-W2-RECORD
           MOVE WS-BOX-VALUE (9)
               TO W2-401K-ROTH-DEFERRAL IN WS-W2-RECORD
           MOVE WS-BOX-VALUE (10) TO W2-IMPUTED-INCOME IN WS-W2-RECORD
           MOVE WS-BOX-VALUE (11)
               TO W2-THIRD-PARTY-SICK-PAY IN WS-W2-RECORD
           MOVE WS-BOX-VALUE (12) TO W2-STATE-WAGES IN WS-W2-RECORD
           MOVE WS-BOX-VALUE (13)
               TO W2-STATE-TAX-WITHHELD IN WS-W2-RECORD
           MOVE WS-BOX-VALUE (14) TO W2-LOCAL-WAGES IN WS-W2-RECORD
           MOVE WS-BOX-VALUE (15)
               TO W2-LOCAL-TAX-WITHHELD IN WS-W2-RECORD
           .

       530-APPLY-ONE-TRANSACTION.
      *****************************************************************
      * Apply one correction to the employee's box, list it, log it to *
      * the audit file, and for boxes 1-6 write its 941-X adjustment   *
      *****************************************************************
           MOVE WS-CT-BOX-INDEX (WS-CT-INDEX) TO WS-BOX-INDEX
           COMPUTE WS-DELTA = WS-CT-AMOUNT (WS-CT-INDEX) -
               WS-CE-CORR (WS-CE-INDEX WS-BOX-INDEX)

           MOVE WS-CE-PREV (WS-CE-INDEX WS-BOX-INDEX) TO WS-ED-AMOUNT
           MOVE WS-CT-AMOUNT (WS-CT-INDEX) TO WS-ED-AMOUNT-2
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'EMP ' WS-LOOKUP-EMP-ID
                  '  BOX ' WS-BOX-CODE (WS-BOX-INDEX)
                  ' ' WS-BOX-DESC (WS-BOX-INDEX)
                  WS-ED-AMOUNT ' /' WS-ED-AMOUNT-2
                  '  ' WS-CT-REASON (WS-CT-INDEX)
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           IF WS-DELTA = ZEROS
               MOVE 'NO CHANGE' TO WS-REPORT-LINE (122:9)
           END-IF
           WRITE REPORT-RECORD FROM WS-REPORT-LINE

           MOVE 'A' TO WS-CT-STATUS (WS-CT-INDEX)
           ADD 1 TO WS-TRANS-APPLIED
           IF WS-DELTA NOT = ZEROS
               MOVE WS-CT-AMOUNT (WS-CT-INDEX)
                   TO WS-CE-CORR (WS-CE-INDEX WS-BOX-INDEX)
               PERFORM 540-WRITE-AUDIT-ENTRY
               IF WS-BOX-INDEX <= 6
                   PERFORM 550-WRITE-941X-ADJUSTMENT
               END-IF
           END-IF
           .

       540-WRITE-AUDIT-ENTRY.
      *****************************************************************
      * Log the correction: the box's value before and after it        *
      *****************************************************************
           MOVE SPACES TO AUDIT-LOG-RECORD-FILE
           MOVE WS-LOOKUP-EMP-ID
               TO AUDIT-EMP-ID IN AUDIT-LOG-RECORD-FILE
           MOVE WS-DATE TO AUDIT-DATE IN AUDIT-LOG-RECORD-FILE
           MOVE WS-TIME TO AUDIT-TIME IN AUDIT-LOG-RECORD-FILE
           STRING 'W-2C ' WS-TAX-YEAR ' BOX ' WS-BOX-CODE (WS-BOX-INDEX)
                  DELIMITED BY SIZE
                  INTO AUDIT-FIELD-NAME IN AUDIT-LOG-RECORD-FILE
           COMPUTE WS-ED-AUDIT-AMOUNT = WS-CT-AMOUNT (WS-CT-INDEX) -
               WS-DELTA
           MOVE WS-ED-AUDIT-AMOUNT
               TO AUDIT-OLD-VALUE IN AUDIT-LOG-RECORD-FILE
           MOVE WS-CT-AMOUNT (WS-CT-INDEX) TO WS-ED-AUDIT-AMOUNT
           MOVE WS-ED-AUDIT-AMOUNT
               TO AUDIT-NEW-VALUE IN AUDIT-LOG-RECORD-FILE
           MOVE 'W2CORR' TO AUDIT-CHANGE-SOURCE IN AUDIT-LOG-RECORD-FILE
           MOVE WS-CT-USER-ID (WS-CT-INDEX)
               TO AUDIT-USER-ID IN AUDIT-LOG-RECORD-FILE
           WRITE AUDIT-LOG-RECORD-FILE
           .

       550-WRITE-941X-ADJUSTMENT.
      *****************************************************************
      * Carry a box 1-6 correction to the 941-X adjustment file for    *
      * the quarter the corrected amount was paid in                   *
      *****************************************************************
           MOVE SPACES TO W2C-ADJUSTMENT-RECORD-FILE
           MOVE WS-CE-CO-INDEX (WS-CE-INDEX) TO WS-CO-INDEX
           MOVE COMPANY-CODE (WS-CO-INDEX)
               TO W2CA-COMPANY-CODE IN W2C-ADJUSTMENT-RECORD-FILE
           MOVE WS-TAX-YEAR
               TO W2CA-TAX-YEAR IN W2C-ADJUSTMENT-RECORD-FILE
           MOVE WS-CT-QUARTER (WS-CT-INDEX)
               TO W2CA-QUARTER IN W2C-ADJUSTMENT-RECORD-FILE
           MOVE WS-LOOKUP-EMP-ID
               TO W2CA-EMP-ID IN W2C-ADJUSTMENT-RECORD-FILE
           MOVE WS-BOX-CODE (WS-BOX-INDEX)
               TO W2CA-BOX-CODE IN W2C-ADJUSTMENT-RECORD-FILE
           MOVE WS-DATE
               TO W2CA-PROCESS-DATE IN W2C-ADJUSTMENT-RECORD-FILE
           MOVE ZEROS
               TO W2CA-WAGES-DELTA IN W2C-ADJUSTMENT-RECORD-FILE
                  W2CA-FED-TAX-DELTA IN W2C-ADJUSTMENT-RECORD-FILE
                  W2CA-SS-WAGES-DELTA IN W2C-ADJUSTMENT-RECORD-FILE
                  W2CA-SS-TAX-DELTA IN W2C-ADJUSTMENT-RECORD-FILE
                  W2CA-MED-WAGES-DELTA IN W2C-ADJUSTMENT-RECORD-FILE
                  W2CA-MED-TAX-DELTA IN W2C-ADJUSTMENT-RECORD-FILE
           EVALUATE WS-BOX-INDEX
               WHEN 1
                   MOVE WS-DELTA TO
                       W2CA-WAGES-DELTA IN W2C-ADJUSTMENT-RECORD-FILE
               WHEN 2
                   MOVE WS-DELTA TO
                       W2CA-FED-TAX-DELTA IN W2C-ADJUSTMENT-RECORD-FILE
               WHEN 3
                   MOVE WS-DELTA TO
                       W2CA-SS-WAGES-DELTA IN W2C-ADJUSTMENT-RECORD-FILE
               WHEN 4
                   MOVE WS-DELTA TO
                       W2CA-SS-TAX-DELTA IN W2C-ADJUSTMENT-RECORD-FILE
               WHEN 5
                   MOVE WS-DELTA TO
                       W2CA-MED-WAGES-DELTA
                           IN W2C-ADJUSTMENT-RECORD-FILE
               WHEN 6
                   MOVE WS-DELTA TO
                       W2CA-MED-TAX-DELTA IN W2C-ADJUSTMENT-RECORD-FILE
           END-EVALUATE
           WRITE W2C-ADJUSTMENT-RECORD-FILE
           ADD 1 TO WS-ADJ-WRITTEN
           .

       600-WRITE-CORRECTIONS.
      *****************************************************************
      * Write the RCA submitter record, then each company's W-2c print *
      * data, EFW2C records and W-3c totals, and the RCF final record  *
      *****************************************************************
           PERFORM 610-WRITE-SUBMITTER

           PERFORM VARYING WS-CURR-CO-INDEX FROM 1 BY 1
                   UNTIL WS-CURR-CO-INDEX > COMPANY-ENTRY-COUNT
               MOVE 1 TO WS-W3C-INDEX
               PERFORM 810-CLEAR-W3C-TOTALS
               MOVE 'N' TO WS-EMPLOYER-OPEN-SW
               MOVE COMPANY-FEIN-ID (WS-CURR-CO-INDEX) (2:9)
                   TO WS-COMPANY-EIN
               PERFORM VARYING WS-CE-INDEX FROM 1 BY 1
                       UNTIL WS-CE-INDEX > WS-CE-COUNT
                   IF WS-CE-CO-INDEX (WS-CE-INDEX) = WS-CURR-CO-INDEX
                       AND WS-CE-CHANGED-COUNT (WS-CE-INDEX) > ZEROS
                       PERFORM 620-WRITE-ONE-W2C
                   END-IF
               END-PERFORM
               IF WS-EMPLOYER-OPEN
                   PERFORM 700-WRITE-EMPLOYER-TOTALS
               END-IF
               IF WS-W3C-FORM-COUNT (1) > ZEROS
                   PERFORM 800-PRINT-W3C-TOTALS
               END-IF
           END-PERFORM

           MOVE SPACES TO EFW2C-RCF-RECORD
           MOVE 'RCF' TO RCF-RECORD-ID
           MOVE WS-RCW-TOTAL TO RCF-RCW-COUNT
           WRITE EFW2C-RECORD-FILE FROM EFW2C-RCF-RECORD

           MOVE 2 TO WS-W3C-INDEX
           PERFORM 800-PRINT-W3C-TOTALS
           .

       610-WRITE-SUBMITTER.
      *****************************************************************
      * RCA submitter record, from the first COMPANY table entry and   *
      * the submitter parameters as in EFW2GEN                         *
      *****************************************************************
           MOVE SPACES TO EFW2C-RCA-RECORD
           MOVE 'RCA' TO RCA-RECORD-ID
           MOVE COMPANY-FEIN-ID (1) (2:9) TO WS-COMPANY-EIN
           MOVE WS-COMPANY-EIN TO RCA-SUBMITTER-EIN
           MOVE WS-USER-ID TO RCA-USER-ID
      **** 98 = software developed in-house ****
           MOVE '98' TO RCA-SOFTWARE-CODE
           MOVE COMPANY-NAME (1) TO RCA-COMPANY-NAME
           MOVE WS-EMPLOYER-ADDRESS TO RCA-DELIVERY-ADDRESS
           MOVE WS-EMPLOYER-CITY TO RCA-CITY
           MOVE WS-EMPLOYER-STATE TO RCA-STATE
           MOVE WS-EMPLOYER-ZIP TO RCA-ZIP
           MOVE WS-EMPLOYER-ZIP-EXT TO RCA-ZIP-EXTENSION
           MOVE COMPANY-NAME (1) TO RCA-SUBMITTER-NAME
           MOVE WS-EMPLOYER-ADDRESS TO RCA-SUB-DELIVERY-ADDRESS
           MOVE WS-EMPLOYER-CITY TO RCA-SUB-CITY
           MOVE WS-EMPLOYER-STATE TO RCA-SUB-STATE
           MOVE WS-EMPLOYER-ZIP TO RCA-SUB-ZIP
           MOVE WS-EMPLOYER-ZIP-EXT TO RCA-SUB-ZIP-EXTENSION
           MOVE WS-CONTACT-NAME TO RCA-CONTACT-NAME
           MOVE WS-CONTACT-PHONE TO RCA-CONTACT-PHONE
           MOVE WS-CONTACT-EMAIL TO RCA-CONTACT-EMAIL
      **** L = self-prepared ****
           MOVE 'L' TO RCA-PREPARER-CODE
           MOVE WS-RESUB-INDICATOR TO RCA-RESUB-INDICATOR
           MOVE WS-RESUB-WFID TO RCA-RESUB-WFID
           WRITE EFW2C-RECORD-FILE FROM EFW2C-RCA-RECORD
           .

       620-WRITE-ONE-W2C.
      *****************************************************************
      * One corrected employee: the W-2c print data, the W-3c totals,  *
      * and - when a box SSA receives changed - the RCW and RCO        *
      * records. State and local boxes, imputed income and the sick    *
      * pay amount go on the printed W-2c only                         *
      *****************************************************************
           MOVE '0' TO WS-PREV-RETIRE-IND WS-CORR-RETIRE-IND
                       WS-PREV-SICK-IND WS-CORR-SICK-IND
           IF WS-CE-PREV (WS-CE-INDEX 8) > ZEROS
               OR WS-CE-PREV (WS-CE-INDEX 9) > ZEROS
               MOVE '1' TO WS-PREV-RETIRE-IND
           END-IF
           IF WS-CE-CORR (WS-CE-INDEX 8) > ZEROS
               OR WS-CE-CORR (WS-CE-INDEX 9) > ZEROS
               MOVE '1' TO WS-CORR-RETIRE-IND
           END-IF
           IF WS-CE-PREV (WS-CE-INDEX 11) > ZEROS
               MOVE '1' TO WS-PREV-SICK-IND
           END-IF
           IF WS-CE-CORR (WS-CE-INDEX 11) > ZEROS
               MOVE '1' TO WS-CORR-SICK-IND
           END-IF

           PERFORM 630-WRITE-PRINT-DATA

           ADD 1 TO WS-W3C-FORM-COUNT (1)
                    WS-W3C-FORM-COUNT (2)
           PERFORM VARYING WS-BOX-INDEX FROM 1 BY 1
                   UNTIL WS-BOX-INDEX > WS-BOX-COUNT
               IF WS-CE-CHANGED (WS-CE-INDEX WS-BOX-INDEX)
                   PERFORM VARYING WS-W3C-INDEX FROM 1 BY 1
                           UNTIL WS-W3C-INDEX > 2
                       ADD 1 TO
                           WS-W3C-BOX-COUNT (WS-W3C-INDEX WS-BOX-INDEX)
                       ADD WS-CE-PREV (WS-CE-INDEX WS-BOX-INDEX) TO
                           WS-W3C-PREV-TOTAL (WS-W3C-INDEX WS-BOX-INDEX)
                       ADD WS-CE-CORR (WS-CE-INDEX WS-BOX-INDEX) TO
                           WS-W3C-CORR-TOTAL (WS-W3C-INDEX WS-BOX-INDEX)
                   END-PERFORM
               END-IF
           END-PERFORM

           MOVE 'N' TO WS-SSA-CHANGE-SW
           PERFORM VARYING WS-BOX-INDEX FROM 1 BY 1
                   UNTIL WS-BOX-INDEX > 9
               IF WS-CE-CHANGED (WS-CE-INDEX WS-BOX-INDEX)
                   MOVE 'Y' TO WS-SSA-CHANGE-SW
               END-IF
           END-PERFORM
           IF WS-PREV-SICK-IND NOT = WS-CORR-SICK-IND
               MOVE 'Y' TO WS-SSA-CHANGE-SW
           END-IF

           IF WS-SSA-CHANGE
               IF NOT WS-EMPLOYER-OPEN
                   PERFORM 640-WRITE-EMPLOYER
               END-IF
               PERFORM 650-WRITE-EMPLOYEE-CORRECTION
               IF WS-CE-CHANGED (WS-CE-INDEX 7)
                   PERFORM 660-WRITE-OPTIONAL-CORRECTION
               END-IF
           END-IF
           .

       630-WRITE-PRINT-DATA.
      *****************************************************************
      * Employee W-2c print data                                       *
      *****************************************************************
           MOVE SPACES TO W2C-PRINT-RECORD-FILE
           MOVE COMPANY-CODE (WS-CURR-CO-INDEX) TO W2CX-COMPANY-CODE
           MOVE WS-COMPANY-EIN TO W2CX-EMPLOYER-EIN
           MOVE COMPANY-NAME (WS-CURR-CO-INDEX) TO W2CX-EMPLOYER-NAME
           MOVE WS-TAX-YEAR TO W2CX-TAX-YEAR
           MOVE WS-CE-EMP-ID (WS-CE-INDEX) TO W2CX-EMP-ID
           MOVE WS-CE-SSN (WS-CE-INDEX) TO W2CX-EMP-SSN
           MOVE WS-CE-LAST-NAME (WS-CE-INDEX) TO W2CX-EMP-LAST-NAME
           MOVE WS-CE-FIRST-NAME (WS-CE-INDEX) TO W2CX-EMP-FIRST-NAME
           MOVE WS-CE-ADDRESS (WS-CE-INDEX) TO W2CX-EMP-ADDRESS-LINE-1
           MOVE WS-CE-CITY (WS-CE-INDEX) TO W2CX-EMP-CITY
           MOVE WS-CE-STATE (WS-CE-INDEX) TO W2CX-EMP-STATE
           MOVE WS-CE-ZIP (WS-CE-INDEX) TO W2CX-EMP-ZIP
           MOVE WS-CE-STATE-CODE (WS-CE-INDEX) TO W2CX-STATE-CODE
           MOVE WS-CE-SOURCE (WS-CE-INDEX) TO W2CX-ORIGINAL-SOURCE
           MOVE WS-CE-CHANGED-COUNT (WS-CE-INDEX) TO W2CX-CHANGED-COUNT
           PERFORM VARYING WS-BOX-INDEX FROM 1 BY 1
                   UNTIL WS-BOX-INDEX > WS-BOX-COUNT
               MOVE WS-BOX-CODE (WS-BOX-INDEX)
                   TO W2CX-BOX-CODE (WS-BOX-INDEX)
               MOVE WS-CE-CHANGED-SW (WS-CE-INDEX WS-BOX-INDEX)
                   TO W2CX-BOX-CHANGED-SW (WS-BOX-INDEX)
               MOVE WS-CE-PREV (WS-CE-INDEX WS-BOX-INDEX)
                   TO W2CX-PREVIOUS-AMOUNT (WS-BOX-INDEX)
               MOVE WS-CE-CORR (WS-CE-INDEX WS-BOX-INDEX)
                   TO W2CX-CORRECT-AMOUNT (WS-BOX-INDEX)
           END-PERFORM
           MOVE WS-PREV-RETIRE-IND TO W2CX-PREV-RETIREMENT-IND
           MOVE WS-CORR-RETIRE-IND TO W2CX-CORR-RETIREMENT-IND
           MOVE WS-PREV-SICK-IND TO W2CX-PREV-SICK-PAY-IND
           MOVE WS-CORR-SICK-IND TO W2CX-CORR-SICK-PAY-IND
           WRITE W2C-PRINT-RECORD-FILE
           .

       640-WRITE-EMPLOYER.
      *****************************************************************
      * RCE employer record for the company being written. The EIN,    *
      * name and employment code are not being corrected, so their     *
      * originally reported fields stay blank. The address is the      *
      * company's on the company master, or the submitter parameter    *
      * address for a company with none on the master                 *
      *****************************************************************
           MOVE SPACES TO EFW2C-RCE-RECORD
           MOVE 'RCE' TO RCE-RECORD-ID
           MOVE WS-TAX-YEAR TO RCE-TAX-YEAR
           MOVE WS-COMPANY-EIN TO RCE-EMPLOYER-EIN
           MOVE COMPANY-NAME (WS-CURR-CO-INDEX) TO RCE-EMPLOYER-NAME
           IF COMPANY-STREET-ADDRESS (WS-CURR-CO-INDEX) NOT = SPACES
               MOVE COMPANY-STREET-ADDRESS (WS-CURR-CO-INDEX) TO
                   RCE-DELIVERY-ADDRESS
               MOVE COMPANY-CITY (WS-CURR-CO-INDEX) TO RCE-CITY
               MOVE COMPANY-STATE (WS-CURR-CO-INDEX) TO RCE-STATE
               MOVE COMPANY-ZIP (WS-CURR-CO-INDEX) TO RCE-ZIP
               MOVE COMPANY-ZIP-EXTENSION (WS-CURR-CO-INDEX) TO
                   RCE-ZIP-EXTENSION
           ELSE
               MOVE WS-EMPLOYER-ADDRESS TO RCE-DELIVERY-ADDRESS
               MOVE WS-EMPLOYER-CITY TO RCE-CITY
               MOVE WS-EMPLOYER-STATE TO RCE-STATE
               MOVE WS-EMPLOYER-ZIP TO RCE-ZIP
               MOVE WS-EMPLOYER-ZIP-EXT TO RCE-ZIP-EXTENSION
           END-IF
      **** R = regular (Form 941) employment ****
           MOVE 'R' TO RCE-EMPLOYMENT-CODE
      **** N = none of the special kinds of employer apply ****
           MOVE 'N' TO RCE-KIND-OF-EMPLOYER
           MOVE WS-CONTACT-NAME TO RCE-CONTACT-NAME
           MOVE WS-CONTACT-PHONE TO RCE-CONTACT-PHONE
           MOVE WS-CONTACT-EMAIL TO RCE-CONTACT-EMAIL
           WRITE EFW2C-RECORD-FILE FROM EFW2C-RCE-RECORD
           MOVE 'Y' TO WS-EMPLOYER-OPEN-SW
           .

       650-WRITE-EMPLOYEE-CORRECTION.
      *****************************************************************
      * RCW employee wage correction record: an original/correct pair  *
      * for each of boxes 1-6, 12 code D and 12 code AA being          *
      * corrected, and the retirement plan and third-party sick pay    *
      * indicator pairs when they change                               *
      *****************************************************************
           MOVE SPACES TO EFW2C-RCW-RECORD
           MOVE 'RCW' TO RCW-RECORD-ID
           MOVE WS-CE-SSN (WS-CE-INDEX) TO RCW-CORRECT-SSN
           MOVE WS-CE-FIRST-NAME (WS-CE-INDEX) TO RCW-FIRST-NAME
           MOVE WS-CE-LAST-NAME (WS-CE-INDEX) TO RCW-LAST-NAME
           MOVE WS-CE-ADDRESS (WS-CE-INDEX) TO RCW-DELIVERY-ADDRESS
           MOVE WS-CE-CITY (WS-CE-INDEX) TO RCW-CITY
           MOVE WS-CE-STATE (WS-CE-INDEX) TO RCW-STATE
           MOVE WS-CE-ZIP (WS-CE-INDEX) TO WS-W2-ZIP
           MOVE WS-W2-ZIP (1:5) TO RCW-ZIP
           IF WS-W2-ZIP (6:1) = '-'
               MOVE WS-W2-ZIP (7:4) TO RCW-ZIP-EXTENSION
           ELSE
               IF WS-W2-ZIP (6:4) IS NUMERIC
                   MOVE WS-W2-ZIP (6:4) TO RCW-ZIP-EXTENSION
               END-IF
           END-IF

           IF WS-CE-CHANGED (WS-CE-INDEX 1)
               COMPUTE RCW-ORIG-WAGES = WS-CE-PREV (WS-CE-INDEX 1) * 100
               COMPUTE RCW-WAGES = WS-CE-CORR (WS-CE-INDEX 1) * 100
           END-IF
           IF WS-CE-CHANGED (WS-CE-INDEX 2)
               COMPUTE RCW-ORIG-FED-TAX =
                   WS-CE-PREV (WS-CE-INDEX 2) * 100
               COMPUTE RCW-FED-TAX = WS-CE-CORR (WS-CE-INDEX 2) * 100
           END-IF
           IF WS-CE-CHANGED (WS-CE-INDEX 3)
               COMPUTE RCW-ORIG-SS-WAGES =
                   WS-CE-PREV (WS-CE-INDEX 3) * 100
               COMPUTE RCW-SS-WAGES = WS-CE-CORR (WS-CE-INDEX 3) * 100
           END-IF
           IF WS-CE-CHANGED (WS-CE-INDEX 4)
               COMPUTE RCW-ORIG-SS-TAX =
                   WS-CE-PREV (WS-CE-INDEX 4) * 100
               COMPUTE RCW-SS-TAX = WS-CE-CORR (WS-CE-INDEX 4) * 100
           END-IF
           IF WS-CE-CHANGED (WS-CE-INDEX 5)
               COMPUTE RCW-ORIG-MED-WAGES =
                   WS-CE-PREV (WS-CE-INDEX 5) * 100
               COMPUTE RCW-MED-WAGES = WS-CE-CORR (WS-CE-INDEX 5) * 100
           END-IF
           IF WS-CE-CHANGED (WS-CE-INDEX 6)
               COMPUTE RCW-ORIG-MED-TAX =
                   WS-CE-PREV (WS-CE-INDEX 6) * 100
               COMPUTE RCW-MED-TAX = WS-CE-CORR (WS-CE-INDEX 6) * 100
           END-IF
           IF WS-CE-CHANGED (WS-CE-INDEX 8)
               COMPUTE RCW-ORIG-CODE-D =
                   WS-CE-PREV (WS-CE-INDEX 8) * 100
               COMPUTE RCW-CODE-D = WS-CE-CORR (WS-CE-INDEX 8) * 100
           END-IF
           IF WS-CE-CHANGED (WS-CE-INDEX 9)
               COMPUTE RCW-ORIG-CODE-AA =
                   WS-CE-PREV (WS-CE-INDEX 9) * 100
               COMPUTE RCW-CODE-AA = WS-CE-CORR (WS-CE-INDEX 9) * 100
           END-IF
           IF WS-PREV-RETIRE-IND NOT = WS-CORR-RETIRE-IND
               MOVE WS-PREV-RETIRE-IND TO RCW-ORIG-RETIREMENT
               MOVE WS-CORR-RETIRE-IND TO RCW-RETIREMENT
           END-IF
           IF WS-PREV-SICK-IND NOT = WS-CORR-SICK-IND
               MOVE WS-PREV-SICK-IND TO RCW-ORIG-SICK-PAY
               MOVE WS-CORR-SICK-IND TO RCW-SICK-PAY
           END-IF

           WRITE EFW2C-RECORD-FILE FROM EFW2C-RCW-RECORD
           ADD 1 TO WS-W3C-RCW-COUNT (1)
                    WS-W3C-RCW-COUNT (2)
                    WS-RCW-TOTAL
           .

       660-WRITE-OPTIONAL-CORRECTION.
      *****************************************************************
      * RCO employee optional record for a box 8 allocated tips        *
      * correction                                                     *
      *****************************************************************
           MOVE SPACES TO EFW2C-RCO-RECORD
           MOVE 'RCO' TO RCO-RECORD-ID
           COMPUTE RCO-ORIG-ALLOC-TIPS =
               WS-CE-PREV (WS-CE-INDEX 7) * 100
           COMPUTE RCO-ALLOC-TIPS = WS-CE-CORR (WS-CE-INDEX 7) * 100
           WRITE EFW2C-RECORD-FILE FROM EFW2C-RCO-RECORD
           ADD 1 TO WS-W3C-RCO-COUNT (1)
                    WS-W3C-RCO-COUNT (2)
           .

       700-WRITE-EMPLOYER-TOTALS.
      *****************************************************************
      * RCT totals of the employer's RCW pairs and, when RCO records   *
      * were written, the RCU totals. A pair no RCW carried stays      *
      * blank                                                          *
      *****************************************************************
           MOVE SPACES TO EFW2C-RCT-RECORD
           MOVE 'RCT' TO RCT-RECORD-ID
           MOVE WS-W3C-RCW-COUNT (1) TO RCT-RCW-COUNT
           IF WS-W3C-BOX-COUNT (1 1) > ZEROS
               COMPUTE RCT-ORIG-WAGES = WS-W3C-PREV-TOTAL (1 1) * 100
               COMPUTE RCT-WAGES = WS-W3C-CORR-TOTAL (1 1) * 100
           END-IF
           IF WS-W3C-BOX-COUNT (1 2) > ZEROS
               COMPUTE RCT-ORIG-FED-TAX = WS-W3C-PREV-TOTAL (1 2) * 100
               COMPUTE RCT-FED-TAX = WS-W3C-CORR-TOTAL (1 2) * 100
           END-IF
           IF WS-W3C-BOX-COUNT (1 3) > ZEROS
               COMPUTE RCT-ORIG-SS-WAGES =
                   WS-W3C-PREV-TOTAL (1 3) * 100
               COMPUTE RCT-SS-WAGES = WS-W3C-CORR-TOTAL (1 3) * 100
           END-IF
           IF WS-W3C-BOX-COUNT (1 4) > ZEROS
               COMPUTE RCT-ORIG-SS-TAX = WS-W3C-PREV-TOTAL (1 4) * 100
               COMPUTE RCT-SS-TAX = WS-W3C-CORR-TOTAL (1 4) * 100
           END-IF
           IF WS-W3C-BOX-COUNT (1 5) > ZEROS
               COMPUTE RCT-ORIG-MED-WAGES =
                   WS-W3C-PREV-TOTAL (1 5) * 100
               COMPUTE RCT-MED-WAGES = WS-W3C-CORR-TOTAL (1 5) * 100
           END-IF
           IF WS-W3C-BOX-COUNT (1 6) > ZEROS
               COMPUTE RCT-ORIG-MED-TAX = WS-W3C-PREV-TOTAL (1 6) * 100
               COMPUTE RCT-MED-TAX = WS-W3C-CORR-TOTAL (1 6) * 100
           END-IF
           IF WS-W3C-BOX-COUNT (1 8) > ZEROS
               COMPUTE RCT-ORIG-CODE-D = WS-W3C-PREV-TOTAL (1 8) * 100
               COMPUTE RCT-CODE-D = WS-W3C-CORR-TOTAL (1 8) * 100
           END-IF
           IF WS-W3C-BOX-COUNT (1 9) > ZEROS
               COMPUTE RCT-ORIG-CODE-AA = WS-W3C-PREV-TOTAL (1 9) * 100
               COMPUTE RCT-CODE-AA = WS-W3C-CORR-TOTAL (1 9) * 100
           END-IF
           WRITE EFW2C-RECORD-FILE FROM EFW2C-RCT-RECORD

           IF WS-W3C-RCO-COUNT (1) > ZEROS
               MOVE SPACES TO EFW2C-RCU-RECORD
               MOVE 'RCU' TO RCU-RECORD-ID
               MOVE WS-W3C-RCO-COUNT (1) TO RCU-RCO-COUNT
               COMPUTE RCU-ORIG-ALLOC-TIPS =
                   WS-W3C-PREV-TOTAL (1 7) * 100
               COMPUTE RCU-ALLOC-TIPS = WS-W3C-CORR-TOTAL (1 7) * 100
               WRITE EFW2C-RECORD-FILE FROM EFW2C-RCU-RECORD
           END-IF
           .

       800-PRINT-W3C-TOTALS.
      *****************************************************************
      * Print the W-3c totals for the company being written (entry 1)  *
      * or the whole run (entry 2): for each box corrected, the        *
      * previously reported and correct totals of the W-2cs            *
      * correcting it, and the difference                              *
      *****************************************************************
           MOVE SPACES TO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE WS-W3C-FORM-COUNT (WS-W3C-INDEX) TO WS-ED-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-W3C-INDEX = 1
               STRING 'W-3C TOTALS - COMPANY '
                      COMPANY-CODE (WS-CURR-CO-INDEX)
                      ' ' COMPANY-NAME (WS-CURR-CO-INDEX)
                      '  EIN ' WS-COMPANY-EIN
                      '  TAX YEAR ' WS-TAX-YEAR
                      '  W-2C FORMS ' WS-ED-COUNT
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
               STRING 'W-3C TOTALS - ALL EMPLOYERS  TAX YEAR '
                      WS-TAX-YEAR
                      '  W-2C FORMS ' WS-ED-COUNT
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  BOX                                  FORMS  '
                  'PREVIOUSLY REPORTED            CORRECT         '
                  'DIFFERENCE'
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE

           PERFORM VARYING WS-BOX-INDEX FROM 1 BY 1
                   UNTIL WS-BOX-INDEX > WS-BOX-COUNT
               IF WS-W3C-BOX-COUNT (WS-W3C-INDEX WS-BOX-INDEX)
                       > ZEROS
                   MOVE WS-W3C-BOX-COUNT (WS-W3C-INDEX WS-BOX-INDEX)
                       TO WS-ED-COUNT
                   MOVE WS-W3C-PREV-TOTAL (WS-W3C-INDEX WS-BOX-INDEX)
                       TO WS-ED-AMOUNT
                   MOVE WS-W3C-CORR-TOTAL (WS-W3C-INDEX WS-BOX-INDEX)
                       TO WS-ED-AMOUNT-2
                   COMPUTE WS-ED-AMOUNT-3 =
                       WS-W3C-CORR-TOTAL (WS-W3C-INDEX WS-BOX-INDEX)
                     - WS-W3C-PREV-TOTAL (WS-W3C-INDEX WS-BOX-INDEX)
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING '  ' WS-BOX-CODE (WS-BOX-INDEX)
                          ' ' WS-BOX-DESC (WS-BOX-INDEX)
                          '  ' WS-ED-COUNT
                          ' ' WS-ED-AMOUNT
                          ' ' WS-ED-AMOUNT-2
                          ' ' WS-ED-AMOUNT-3
                          DELIMITED BY SIZE INTO WS-REPORT-LINE
                   WRITE REPORT-RECORD FROM WS-REPORT-LINE
               END-IF
           END-PERFORM

           MOVE WS-W3C-RCW-COUNT (WS-W3C-INDEX) TO WS-ED-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  EFW2C RCW RECORDS                     '
                  WS-ED-COUNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           .

       810-CLEAR-W3C-TOTALS.
      *****************************************************************
      * Clear one W-3c totals entry                                    *
      *****************************************************************
           MOVE ZEROS TO WS-W3C-FORM-COUNT (WS-W3C-INDEX)
                         WS-W3C-RCW-COUNT (WS-W3C-INDEX)
                         WS-W3C-RCO-COUNT (WS-W3C-INDEX)
           PERFORM VARYING WS-BOX-INDEX FROM 1 BY 1
                   UNTIL WS-BOX-INDEX > WS-BOX-COUNT
               MOVE ZEROS TO
                   WS-W3C-BOX-COUNT (WS-W3C-INDEX WS-BOX-INDEX)
                   WS-W3C-PREV-TOTAL (WS-W3C-INDEX WS-BOX-INDEX)
                   WS-W3C-CORR-TOTAL (WS-W3C-INDEX WS-BOX-INDEX)
           END-PERFORM
           .

       900-WRAP-UP.
      *****************************************************************
      * Close the files and display the run totals                     *
      *****************************************************************
           CLOSE EMPLOYEE-FILE
                 PAY-HISTORY-FILE
                 W2C-PRINT-FILE
                 EFW2C-SUBMISSION-FILE
                 W2C-ADJUST-FILE
                 AUDIT-LOG-FILE
                 W2C-REPORT-FILE

           DISPLAY 'W-2C CORRECTION PROCESSING COMPLETED'
           DISPLAY 'TRANSACTIONS READ:      ' WS-TRANS-READ
           DISPLAY 'TRANSACTIONS APPLIED:   ' WS-TRANS-APPLIED
           DISPLAY 'TRANSACTIONS REJECTED:  ' WS-TRANS-REJECTED
           DISPLAY 'FILED W-2S COPIED:      ' WS-FILED-RECORDS
           DISPLAY 'W-2S REBUILT (HISTORY): ' WS-REBUILT-COUNT
           DISPLAY 'W-2C FORMS:             ' WS-W3C-FORM-COUNT (2)
           DISPLAY '941-X ADJUSTMENTS:      ' WS-ADJ-WRITTEN
           .
