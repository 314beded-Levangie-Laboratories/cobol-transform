      *****************************************************************
      * Program: F1042S.cbl                                           *
      *                                                               *
      * Purpose: Annual Form 1042-S extract for the Payroll           *
      *          Processing System. This program reads the employee   *
      *          master for nonresident aliens with wages exempt      *
      *          under an income tax treaty and writes one 1042-S     *
      *          filing record per recipient, in the style of the     *
      *          W-2 extract the tax reporting run builds.            *
      *                                                               *
      * Date Created: 2026-10-15                                      *
      * Author: COBOL Payroll System                                  *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. F1042S.
       AUTHOR. COBOL PAYROLL SYSTEM.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.

      *****************************************************************
      * Program Description:                                          *
      *                                                                *
      * F1042S is a standalone annual extract program in the Payroll   *
      * Processing System, run with the W-2 extract before the YTD     *
      * rollover. For every nonresident alien on the employee master   *
      * with YTD treaty-exempt wages it writes one extract record:     *
      * the paying company as withholding agent, the recipient's       *
      * identity, address and treaty country, income code 20 for      *
      * F-1, J-1, M-1 and Q-1 students and trainees or 18 for other    *
      * employees, the treaty-exempt wages as gross income, and        *
      * exemption code 04 at a zero rate with no tax withheld. The     *
      * control report lists each recipient, and each nonresident      *
      * alien with a treaty amount on file but no exempt wages, with   *
      * counts and the total exempt income.                            *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC.
       OBJECT-COMPUTER. PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-FILE ASSIGN TO 'EMPFILE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMP-ID
           FILE STATUS IS EMP-FILE-STATUS.

           SELECT F1042S-FILE ASSIGN TO 'F1042SX'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS F1042S-FILE-STATUS.

           SELECT F1042S-REPORT-FILE ASSIGN TO 'F1042SR'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-FILE.
           COPY EMPFILE REPLACING ==EMPLOYEE-RECORD== BY
               ==EMPLOYEE-RECORD-FILE==.

       FD  F1042S-FILE.
           COPY F1042SX REPLACING ==F1042S-RECORD== BY
               ==F1042S-RECORD-FILE==.

       FD  F1042S-REPORT-FILE.
           01  F1042S-REPORT-RECORD        PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  EMP-FILE-STATUS             PIC X(2).
               88  EMP-FILE-SUCCESS        VALUE '00'.
               88  EMP-FILE-EOF            VALUE '10'.
           05  F1042S-FILE-STATUS          PIC X(2).
               88  F1042S-FILE-SUCCESS     VALUE '00'.
           05  REPORT-FILE-STATUS          PIC X(2).
               88  REPORT-FILE-SUCCESS     VALUE '00'.

       COPY EMPFILE REPLACING ==EMPLOYEE-RECORD== BY
           ==WS-EMPLOYEE-RECORD==.

       COPY COMPANY.

       01  WS-RUN-CONTROL.
           05  WS-TAX-YEAR                PIC 9(4) VALUE ZEROS.
           05  WS-COMPANY-INDEX           PIC 9(3) COMP-3 VALUE ZEROS.
           05  WS-EMP-COMPANY             PIC 9(2) COMP-3 VALUE 1.

       01  WS-RUN-TOTALS.
           05  WS-EMPLOYEE-COUNT          PIC 9(5) COMP-3 VALUE ZEROS.
           05  WS-NRA-COUNT               PIC 9(5) COMP-3 VALUE ZEROS.
           05  WS-EXTRACT-COUNT           PIC 9(5) COMP-3 VALUE ZEROS.
           05  WS-STUDENT-COUNT           PIC 9(5) COMP-3 VALUE ZEROS.
           05  WS-NO-EXEMPT-COUNT         PIC 9(5) COMP-3 VALUE ZEROS.
           05  WS-TOTAL-EXEMPT-INCOME     PIC 9(9)V99 COMP-3
                                          VALUE ZEROS.

       01  WS-EDIT-FIELDS.
           05  WS-ED-AMOUNT               PIC Z,ZZZ,ZZ9.99.
           05  WS-ED-TOTAL                PIC ZZZ,ZZZ,ZZ9.99.
           05  WS-ED-COUNT                PIC ZZ,ZZ9.
           05  WS-ED-NAME                 PIC X(30).

       01  WS-REPORT-LINE                  PIC X(132).

       PROCEDURE DIVISION.
       000-MAIN-PROCESS.
      *****************************************************************
      * Main process coordinates the extract run                       *
      *****************************************************************
           PERFORM 100-INITIALIZATION

           PERFORM UNTIL EMP-FILE-EOF
               PERFORM 300-BUILD-1042S-RECORD
                   THRU 300-EXIT
           END-PERFORM

           PERFORM 900-WRAP-UP

           STOP RUN
           .

       100-INITIALIZATION.
      *****************************************************************
      * Load the paying companies, open all files, and set the filing *
      * year                                                          *
      *****************************************************************
           DISPLAY '1042-S EXTRACT STARTED'
           ACCEPT WS-REPORT-LINE FROM DATE YYYYMMDD
           MOVE WS-REPORT-LINE (1:4) TO WS-TAX-YEAR

           CALL 'COMPLOAD' USING COMPANY-TABLE
           IF NOT COMPANY-TABLE-LOADED
               DISPLAY 'ERROR LOADING COMPANY MASTER - RUN STOPPED'
               STOP RUN
           END-IF

           OPEN INPUT EMPLOYEE-FILE
           IF NOT EMP-FILE-SUCCESS
               DISPLAY 'ERROR OPENING EMPLOYEE FILE: '
                       EMP-FILE-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT F1042S-FILE
           OPEN OUTPUT F1042S-REPORT-FILE

           MOVE SPACES TO WS-REPORT-LINE
           STRING '1042-S EXTRACT CONTROL REPORT - TAX YEAR '
                  WS-TAX-YEAR
                  DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           WRITE F1042S-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE ALL '-' TO WS-REPORT-LINE
           WRITE F1042S-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'EMP ID  NAME                            '
                  'VISA CTRY ARTICLE INCOME  EXEMPT WAGES'
                  DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           WRITE F1042S-REPORT-RECORD FROM WS-REPORT-LINE
           .

       300-BUILD-1042S-RECORD.
      *****************************************************************
      * One extract record per nonresident alien with treaty-exempt    *
      * wages for the year                                             *
      *****************************************************************
           READ EMPLOYEE-FILE NEXT INTO WS-EMPLOYEE-RECORD
               AT END
                   SET EMP-FILE-EOF TO TRUE
                   GO TO 300-EXIT
           END-READ
           ADD 1 TO WS-EMPLOYEE-COUNT

           IF NOT EMP-NRA-YES IN WS-EMPLOYEE-RECORD
               GO TO 300-EXIT
           END-IF
           ADD 1 TO WS-NRA-COUNT

           IF EMP-YTD-TREATY-EXEMPT IN WS-EMPLOYEE-RECORD
                   IS NOT NUMERIC
               MOVE ZEROS TO
                   EMP-YTD-TREATY-EXEMPT IN WS-EMPLOYEE-RECORD
           END-IF
           IF EMP-YTD-TREATY-EXEMPT IN WS-EMPLOYEE-RECORD = ZEROS
               PERFORM 320-NOTE-NO-EXEMPT-WAGES
               GO TO 300-EXIT
           END-IF

           PERFORM 310-RESOLVE-COMPANY

           MOVE SPACES TO F1042S-RECORD-FILE
           MOVE WS-TAX-YEAR TO
               FS-TAX-YEAR IN F1042S-RECORD-FILE
           MOVE COMPANY-CODE (WS-EMP-COMPANY) TO
               FS-COMPANY-CODE IN F1042S-RECORD-FILE
           MOVE COMPANY-FEIN-ID (WS-EMP-COMPANY) (2:9) TO
               FS-AGENT-EIN IN F1042S-RECORD-FILE
           MOVE COMPANY-LEGAL-NAME (WS-EMP-COMPANY) TO
               FS-AGENT-NAME IN F1042S-RECORD-FILE
           MOVE EMP-ID IN WS-EMPLOYEE-RECORD TO
               FS-EMP-ID IN F1042S-RECORD-FILE
           MOVE EMP-SSN IN WS-EMPLOYEE-RECORD TO
               FS-RECIPIENT-TIN IN F1042S-RECORD-FILE
           MOVE EMP-LAST-NAME IN WS-EMPLOYEE-RECORD TO
               FS-LAST-NAME IN F1042S-RECORD-FILE
           MOVE EMP-FIRST-NAME IN WS-EMPLOYEE-RECORD TO
               FS-FIRST-NAME IN F1042S-RECORD-FILE
           MOVE EMP-ADDRESS-LINE-1 IN WS-EMPLOYEE-RECORD TO
               FS-ADDRESS-LINE-1 IN F1042S-RECORD-FILE
           MOVE EMP-CITY IN WS-EMPLOYEE-RECORD TO
               FS-CITY IN F1042S-RECORD-FILE
           MOVE EMP-STATE IN WS-EMPLOYEE-RECORD TO
               FS-STATE IN F1042S-RECORD-FILE
           MOVE EMP-ZIP IN WS-EMPLOYEE-RECORD TO
               FS-ZIP IN F1042S-RECORD-FILE
           MOVE EMP-TREATY-COUNTRY IN WS-EMPLOYEE-RECORD TO
               FS-RECIPIENT-COUNTRY IN F1042S-RECORD-FILE
           MOVE EMP-TREATY-COUNTRY IN WS-EMPLOYEE-RECORD TO
               FS-TREATY-COUNTRY IN F1042S-RECORD-FILE
           MOVE EMP-TREATY-ARTICLE IN WS-EMPLOYEE-RECORD TO
               FS-TREATY-ARTICLE IN F1042S-RECORD-FILE
           MOVE EMP-VISA-TYPE IN WS-EMPLOYEE-RECORD TO
               FS-VISA-TYPE IN F1042S-RECORD-FILE

           IF EMP-VISA-FICA-EXEMPT IN WS-EMPLOYEE-RECORD
               SET FS-INCOME-STUDENT IN F1042S-RECORD-FILE TO TRUE
               ADD 1 TO WS-STUDENT-COUNT
           ELSE
               SET FS-INCOME-DEPENDENT IN F1042S-RECORD-FILE TO TRUE
           END-IF

      *****************************************************************
      * Chapter 3, exempt under a tax treaty (code 04) at a zero rate *
      *****************************************************************
           MOVE '3' TO FS-CHAPTER-IND IN F1042S-RECORD-FILE
           MOVE '04' TO FS-EXEMPTION-CODE IN F1042S-RECORD-FILE
           MOVE ZEROS TO FS-TAX-RATE IN F1042S-RECORD-FILE
           MOVE ZEROS TO
               FS-FEDERAL-TAX-WITHHELD IN F1042S-RECORD-FILE
           MOVE EMP-YTD-TREATY-EXEMPT IN WS-EMPLOYEE-RECORD TO
               FS-GROSS-INCOME IN F1042S-RECORD-FILE

           WRITE F1042S-RECORD-FILE
           ADD 1 TO WS-EXTRACT-COUNT
           ADD EMP-YTD-TREATY-EXEMPT IN WS-EMPLOYEE-RECORD TO
               WS-TOTAL-EXEMPT-INCOME

           PERFORM 330-WRITE-RECIPIENT-LINE
           .
       300-EXIT.
           EXIT.

       310-RESOLVE-COMPANY.
      *****************************************************************
      * Resolve the employee's paying company; a blank or unknown     *
      * code belongs to company 01                                    *
      *****************************************************************
           MOVE 1 TO WS-EMP-COMPANY
           PERFORM VARYING WS-COMPANY-INDEX FROM 1 BY 1
                   UNTIL WS-COMPANY-INDEX > COMPANY-ENTRY-COUNT
               IF COMPANY-CODE (WS-COMPANY-INDEX) =
                       EMP-COMPANY-CODE IN WS-EMPLOYEE-RECORD
                   MOVE WS-COMPANY-INDEX TO WS-EMP-COMPANY
                   MOVE 99 TO WS-COMPANY-INDEX
               END-IF
           END-PERFORM
           .

       320-NOTE-NO-EXEMPT-WAGES.
      *****************************************************************
      * A nonresident alien with a treaty amount on file but no       *
      * exempt wages this year is listed for review - the treaty may  *
      * have been keyed after the last check of the year              *
      *****************************************************************
           IF EMP-TREATY-EXEMPT-AMT IN WS-EMPLOYEE-RECORD IS NUMERIC
               AND EMP-TREATY-EXEMPT-AMT IN WS-EMPLOYEE-RECORD
                   > ZEROS
               ADD 1 TO WS-NO-EXEMPT-COUNT
               PERFORM 340-FORMAT-NAME
               MOVE SPACES TO WS-REPORT-LINE
               STRING EMP-ID IN WS-EMPLOYEE-RECORD
                      '  '
                      WS-ED-NAME
                      '  TREATY AMOUNT ON FILE - NO EXEMPT WAGES '
                      'PAID, NO 1042-S'
                      DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               WRITE F1042S-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF
           .

       330-WRITE-RECIPIENT-LINE.
      *****************************************************************
      * List the recipient on the control report                       *
      *****************************************************************
           PERFORM 340-FORMAT-NAME
           MOVE EMP-YTD-TREATY-EXEMPT IN WS-EMPLOYEE-RECORD TO
               WS-ED-AMOUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING EMP-ID IN WS-EMPLOYEE-RECORD
                  '  '
                  WS-ED-NAME
                  '  '
                  EMP-VISA-TYPE IN WS-EMPLOYEE-RECORD
                  ' '
                  EMP-TREATY-COUNTRY IN WS-EMPLOYEE-RECORD
                  '   '
                  EMP-TREATY-ARTICLE IN WS-EMPLOYEE-RECORD
                  '    '
                  FS-INCOME-CODE IN F1042S-RECORD-FILE
                  '    '
                  WS-ED-AMOUNT
                  DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           WRITE F1042S-REPORT-RECORD FROM WS-REPORT-LINE
           .

       340-FORMAT-NAME.
      *****************************************************************
      * Last, first name for the control report                        *
      *****************************************************************
           MOVE SPACES TO WS-ED-NAME
           STRING EMP-LAST-NAME IN WS-EMPLOYEE-RECORD
                      DELIMITED BY '  '
                  ', ' DELIMITED BY SIZE
                  EMP-FIRST-NAME IN WS-EMPLOYEE-RECORD
                      DELIMITED BY '  '
                  INTO WS-ED-NAME
           .

       900-WRAP-UP.
      *****************************************************************
      * Print the counts and close all files                           *
      *****************************************************************
           MOVE SPACES TO WS-REPORT-LINE
           WRITE F1042S-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE WS-EXTRACT-COUNT TO WS-ED-COUNT
           MOVE WS-TOTAL-EXEMPT-INCOME TO WS-ED-TOTAL
           MOVE SPACES TO WS-REPORT-LINE
           STRING '1042-S RECORDS: ' WS-ED-COUNT
                  '   TOTAL TREATY-EXEMPT INCOME: ' WS-ED-TOTAL
                  DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           WRITE F1042S-REPORT-RECORD FROM WS-REPORT-LINE

           DISPLAY '1042-S EXTRACT COMPLETED'
           DISPLAY 'EMPLOYEES READ:    ' WS-EMPLOYEE-COUNT
           DISPLAY 'NONRESIDENT ALIENS:' WS-NRA-COUNT
           DISPLAY 'RECORDS EXTRACTED: ' WS-EXTRACT-COUNT
           DISPLAY 'STUDENT/TRAINEE:   ' WS-STUDENT-COUNT
           DISPLAY 'NO EXEMPT WAGES:   ' WS-NO-EXEMPT-COUNT

           CLOSE EMPLOYEE-FILE
                 F1042S-FILE
                 F1042S-REPORT-FILE
           .
