      *****************************************************************
      * Program: HRFEED.cbl                                           *
      *                                                               *
      * Purpose: HR system snapshot feed for the Payroll Processing   *
      *          System. This program compares the HR system's        *
      *          nightly full-employee snapshot field by field        *
      *          against the employee master and writes only the      *
      *          differences as EMPMAINT add, change, terminate, and  *
      *          reactivate transactions from the feed, so HR's       *
      *          demographic, position, department, and status        *
      *          changes are no longer keyed a second time. Fields    *
      *          payroll owns are never overwritten from the feed.    *
      *                                                               *
      * Date Created: 2026-10-15                                      *
      * Author: COBOL Payroll System                                  *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. HRFEED.
       AUTHOR. COBOL PAYROLL SYSTEM.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.

      *****************************************************************
      * Program Description:                                          *
      *                                                                *
      * HRFEED is a standalone interface program in the Payroll        *
      * Processing System, run nightly ahead of EMPMAINT. It:          *
      *                                                                *
      * 1. Matches the HR snapshot (employee ID order) against the     *
      *    employee master                                             *
      * 2. For an employee on both, compares the personal, contact,    *
      *    and employment fields HR owns. Each group with a usable     *
      *    difference is staged as one change transaction whose image  *
      *    is the current master record with only HR's values laid     *
      *    over it; a move to terminated is staged as a terminate      *
      *    transaction and a terminated employee HR shows active again *
      *    as a reactivation                                           *
      * 3. Holds back, and reports with the reason: payroll-owned      *
      *    values (federal filing status, direct deposit account,      *
      *    garnishment case), company transfers, blank required        *
      *    values, invalid codes, and status moves that need review    *
      * 4. Stages a new hire on the snapshot as an add transaction in  *
      *    the new hire file, held for payroll to complete the pay     *
      *    and tax setup before it is released to EMPMAINT             *
      * 5. Reports active employees missing from the snapshot          *
      *                                                                *
      * Every transaction carries the feed's source user so the audit  *
      * log shows the change came from the HR system.                  *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC.
       OBJECT-COMPUTER. PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL HR-PARM-FILE ASSIGN TO 'HRFPARM'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS PARM-FILE-STATUS.

           SELECT HR-SNAPSHOT-FILE ASSIGN TO 'HRSNAP'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS SNAP-FILE-STATUS.

           SELECT EMPLOYEE-FILE ASSIGN TO 'EMPFILE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMP-ID
           FILE STATUS IS EMP-FILE-STATUS.

           SELECT EMP-TRANS-FILE ASSIGN TO 'EMPTRANS'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS TRANS-FILE-STATUS.

           SELECT NEW-HIRE-TRANS-FILE ASSIGN TO 'HRADDS'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ADDS-FILE-STATUS.

           SELECT DIFF-REPORT-FILE ASSIGN TO 'HRFRPT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HR-PARM-FILE.
       01  HR-PARM-RECORD.
           05  PARM-SNAPSHOT-DATE         PIC 9(8).
           05  PARM-SOURCE-USER           PIC X(15).
           05  FILLER                     PIC X(57).

       FD  HR-SNAPSHOT-FILE.
           COPY HRSNAP REPLACING ==HR-SNAPSHOT-RECORD== BY
               ==HR-SNAPSHOT-RECORD-FILE==.

       FD  EMPLOYEE-FILE.
           COPY EMPFILE REPLACING ==EMPLOYEE-RECORD== BY
               ==EMPLOYEE-RECORD-FILE==.

       FD  EMP-TRANS-FILE.
           COPY EMPTRANS REPLACING ==EMP-TRANS-RECORD== BY
               ==EMP-TRANS-RECORD-FILE==.

       FD  NEW-HIRE-TRANS-FILE.
           COPY EMPTRANS REPLACING ==EMP-TRANS-RECORD== BY
               ==NEW-HIRE-TRANS-RECORD-FILE==.

       FD  DIFF-REPORT-FILE.
           01  DIFF-REPORT-RECORD          PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  PARM-FILE-STATUS            PIC X(2).
               88  PARM-FILE-SUCCESS       VALUE '00' '05'.
           05  SNAP-FILE-STATUS            PIC X(2).
               88  SNAP-FILE-SUCCESS       VALUE '00'.
               88  SNAP-FILE-EOF           VALUE '10'.
           05  EMP-FILE-STATUS             PIC X(2).
               88  EMP-FILE-SUCCESS        VALUE '00'.
               88  EMP-FILE-EOF            VALUE '10'.
           05  TRANS-FILE-STATUS           PIC X(2).
               88  TRANS-FILE-SUCCESS      VALUE '00'.
           05  ADDS-FILE-STATUS            PIC X(2).
               88  ADDS-FILE-SUCCESS       VALUE '00'.
           05  REPORT-FILE-STATUS          PIC X(2).
               88  REPORT-FILE-SUCCESS     VALUE '00'.

       COPY EMPFILE REPLACING ==EMPLOYEE-RECORD== BY
           ==WS-EMPLOYEE-RECORD==.

       COPY EMPFILE REPLACING ==EMPLOYEE-RECORD== BY
           ==WS-EMPLOYEE-IMAGE==.

       01  WS-RUN-CONTROL.
           05  WS-DATE                    PIC 9(8) VALUE ZEROS.
           05  WS-SNAPSHOT-DATE           PIC 9(8) VALUE ZEROS.
           05  WS-SOURCE-USER             PIC X(15) VALUE 'HRFEED'.

      *****************************************************************
      * Match keys: HIGH-VALUES once a side is exhausted               *
      *****************************************************************
       01  WS-MATCH-KEYS.
           05  WS-HR-KEY                  PIC X(6) VALUE LOW-VALUES.
           05  WS-PRIOR-HR-KEY            PIC X(6) VALUE LOW-VALUES.
           05  WS-EMP-KEY                 PIC X(6) VALUE LOW-VALUES.
           05  WS-HR-READ-SW              PIC X VALUE 'N'.
               88  WS-HR-READ-DONE        VALUE 'Y'.

       01  WS-CHANGE-SWITCHES.
           05  WS-PI-CHANGED-SW           PIC X VALUE 'N'.
               88  WS-PI-CHANGED          VALUE 'Y'.
           05  WS-CI-CHANGED-SW           PIC X VALUE 'N'.
               88  WS-CI-CHANGED          VALUE 'Y'.
           05  WS-EI-CHANGED-SW           PIC X VALUE 'N'.
               88  WS-EI-CHANGED          VALUE 'Y'.
           05  WS-STATUS-ACTION           PIC X VALUE SPACE.
               88  WS-STATUS-TERMINATE    VALUE 'T'.
               88  WS-STATUS-REACTIVATE   VALUE 'R'.
               88  WS-STATUS-NO-ACTION    VALUE ' '.
           05  WS-STATUS-EFFECTIVE-DATE   PIC 9(8) VALUE ZEROS.

       01  WS-DIFF-WORK.
           05  WS-DIFF-EMP-ID             PIC X(6).
           05  WS-DIFF-ACTION             PIC X(9).
           05  WS-DIFF-GROUP              PIC X(2).
           05  WS-DIFF-FIELD              PIC X(18).
           05  WS-DIFF-OLD                PIC X(30).
           05  WS-DIFF-NEW                PIC X(30).
           05  WS-DIFF-REASON             PIC X(30).
           05  WS-TRN-ACTION              PIC X.
           05  WS-TRN-GROUP               PIC X(2).
           05  WS-TRN-EFFECTIVE-DATE      PIC 9(8).

       01  WS-RUN-TOTALS.
           05  WS-SNAP-READ-COUNT         PIC 9(7) COMP-3 VALUE ZEROS.
           05  WS-MATCHED-COUNT           PIC 9(7) COMP-3 VALUE ZEROS.
           05  WS-CHANGE-TRANS-COUNT      PIC 9(7) COMP-3 VALUE ZEROS.
           05  WS-TERM-TRANS-COUNT        PIC 9(7) COMP-3 VALUE ZEROS.
           05  WS-REACT-TRANS-COUNT       PIC 9(7) COMP-3 VALUE ZEROS.
           05  WS-ADD-TRANS-COUNT         PIC 9(7) COMP-3 VALUE ZEROS.
           05  WS-PROPOSED-COUNT          PIC 9(7) COMP-3 VALUE ZEROS.
           05  WS-HELD-COUNT              PIC 9(7) COMP-3 VALUE ZEROS.
           05  WS-NOT-IN-FEED-COUNT       PIC 9(7) COMP-3 VALUE ZEROS.
           05  WS-SEQUENCE-ERROR-COUNT    PIC 9(7) COMP-3 VALUE ZEROS.

       01  WS-EDITED-FIELDS.
           05  WS-ED-COUNT                 PIC ZZZZZZ9.
           05  WS-ED-COUNT-2               PIC ZZZZZZ9.
           05  WS-ED-COUNT-3               PIC ZZZZZZ9.
           05  WS-ED-COUNT-4               PIC ZZZZZZ9.

       01  WS-REPORT-LINE                  PIC X(132).

       PROCEDURE DIVISION.
       000-MAIN-PROCESS.
      *****************************************************************
      * Main process coordinates the HR snapshot comparison run        *
      *****************************************************************
           PERFORM 100-INITIALIZATION

           PERFORM 200-NEXT-SNAPSHOT
           PERFORM 250-READ-EMPLOYEE

           PERFORM UNTIL WS-HR-KEY = HIGH-VALUES
                     AND WS-EMP-KEY = HIGH-VALUES
               PERFORM 300-MATCH-RECORDS
           END-PERFORM

           PERFORM 900-WRAP-UP

           STOP RUN
           .

       100-INITIALIZATION.
      *****************************************************************
      * Establish the snapshot date and source user and open files     *
      *****************************************************************
           DISPLAY 'HR SNAPSHOT FEED STARTED'
           ACCEPT WS-DATE FROM DATE YYYYMMDD
           MOVE WS-DATE TO WS-SNAPSHOT-DATE

           OPEN INPUT HR-PARM-FILE
           IF PARM-FILE-SUCCESS
               READ HR-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-SNAPSHOT-DATE IS NUMERIC
                           AND PARM-SNAPSHOT-DATE > ZEROS
                           MOVE PARM-SNAPSHOT-DATE TO
                               WS-SNAPSHOT-DATE
                       END-IF
                       IF PARM-SOURCE-USER NOT = SPACES
                           MOVE PARM-SOURCE-USER TO WS-SOURCE-USER
                       END-IF
               END-READ
           END-IF
           CLOSE HR-PARM-FILE

           OPEN INPUT HR-SNAPSHOT-FILE
           IF NOT SNAP-FILE-SUCCESS
               DISPLAY 'ERROR OPENING HR SNAPSHOT FILE: '
                       SNAP-FILE-STATUS
               STOP RUN
           END-IF

           OPEN INPUT EMPLOYEE-FILE
           IF NOT EMP-FILE-SUCCESS
               DISPLAY 'ERROR OPENING EMPLOYEE FILE: '
                       EMP-FILE-STATUS
               STOP RUN
           END-IF

           OPEN EXTEND EMP-TRANS-FILE
           IF NOT TRANS-FILE-SUCCESS
               DISPLAY 'ERROR OPENING TRANSACTION FILE: '
                       TRANS-FILE-STATUS
               STOP RUN
           END-IF

           OPEN OUTPUT NEW-HIRE-TRANS-FILE
           OPEN OUTPUT DIFF-REPORT-FILE

           MOVE LOW-VALUES TO EMP-ID IN EMPLOYEE-RECORD-FILE
           START EMPLOYEE-FILE
               KEY IS >= EMP-ID IN EMPLOYEE-RECORD-FILE
               INVALID KEY
                   SET EMP-FILE-EOF TO TRUE
           END-START

           MOVE SPACES TO WS-REPORT-LINE
           STRING 'HR SNAPSHOT DIFFERENCES REPORT - SNAPSHOT DATE '
                  WS-SNAPSHOT-DATE '  SOURCE USER ' WS-SOURCE-USER
                  DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           WRITE DIFF-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE ALL '-' TO WS-REPORT-LINE
           WRITE DIFF-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'ACTION    EMP ID GP FIELD              '
                  'PAYROLL VALUE                  '
                  'HR VALUE                       REASON'
                  DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           WRITE DIFF-REPORT-RECORD FROM WS-REPORT-LINE
           .

       200-NEXT-SNAPSHOT.
      *****************************************************************
      * Read ahead to the next snapshot record in employee ID order    *
      *****************************************************************
           MOVE 'N' TO WS-HR-READ-SW
           PERFORM 210-READ-SNAPSHOT
               THRU 210-EXIT
               UNTIL WS-HR-READ-DONE
           .

       210-READ-SNAPSHOT.
      *****************************************************************
      * Read one snapshot record; a blank, duplicate, or out-of-order  *
      * employee ID is reported and skipped                            *
      *****************************************************************
           READ HR-SNAPSHOT-FILE
               AT END
                   MOVE HIGH-VALUES TO WS-HR-KEY
                   SET WS-HR-READ-DONE TO TRUE
                   GO TO 210-EXIT
           END-READ
           ADD 1 TO WS-SNAP-READ-COUNT

           IF HRS-EMP-ID = SPACES
               OR HRS-EMP-ID NOT > WS-PRIOR-HR-KEY
               ADD 1 TO WS-SEQUENCE-ERROR-COUNT
               MOVE HRS-EMP-ID TO WS-DIFF-EMP-ID
               MOVE 'EI' TO WS-DIFF-GROUP
               MOVE 'EMPLOYEE ID' TO WS-DIFF-FIELD
               MOVE SPACES TO WS-DIFF-OLD
               MOVE HRS-EMP-ID TO WS-DIFF-NEW
               MOVE 'BLANK/DUPLICATE/OUT OF SEQUENCE' TO
                   WS-DIFF-REASON
               PERFORM 710-HOLD-BACK-FIELD
               GO TO 210-EXIT
           END-IF

           MOVE HRS-EMP-ID TO WS-HR-KEY
           MOVE HRS-EMP-ID TO WS-PRIOR-HR-KEY
           SET WS-HR-READ-DONE TO TRUE
           .
       210-EXIT.
           EXIT.

       250-READ-EMPLOYEE.
      *****************************************************************
      * Read the next employee master record in key order              *
      *****************************************************************
           IF EMP-FILE-EOF
               MOVE HIGH-VALUES TO WS-EMP-KEY
           ELSE
               READ EMPLOYEE-FILE NEXT RECORD INTO WS-EMPLOYEE-RECORD
                   AT END
                       SET EMP-FILE-EOF TO TRUE
                       MOVE HIGH-VALUES TO WS-EMP-KEY
                   NOT AT END
                       MOVE EMP-ID IN WS-EMPLOYEE-RECORD TO WS-EMP-KEY
               END-READ
           END-IF
           .

       300-MATCH-RECORDS.
      *****************************************************************
      * One step of the snapshot/master match                          *
      *****************************************************************
           EVALUATE TRUE
               WHEN WS-HR-KEY < WS-EMP-KEY
                   PERFORM 400-PROPOSE-NEW-HIRE
                       THRU 400-EXIT
                   PERFORM 200-NEXT-SNAPSHOT
               WHEN WS-HR-KEY > WS-EMP-KEY
                   PERFORM 450-REPORT-NOT-IN-FEED
                   PERFORM 250-READ-EMPLOYEE
               WHEN OTHER
                   ADD 1 TO WS-MATCHED-COUNT
                   PERFORM 500-COMPARE-EMPLOYEE
                   PERFORM 200-NEXT-SNAPSHOT
                   PERFORM 250-READ-EMPLOYEE
           END-EVALUATE
           .

       400-PROPOSE-NEW-HIRE.
      *****************************************************************
      * An employee only on the snapshot is a new hire: stage the add  *
      * with HR's values in the new hire file. Pay and tax setup is    *
      * payroll's, so the add is held there until payroll completes    *
      * it; the federal filing status starts at single, the rule for   *
      * an employee who has not yet furnished a W-4                    *
      *****************************************************************
           MOVE HRS-EMP-ID TO WS-DIFF-EMP-ID
           MOVE 'EI' TO WS-DIFF-GROUP
           MOVE 'NEW HIRE' TO WS-DIFF-FIELD
           MOVE SPACES TO WS-DIFF-OLD
           MOVE SPACES TO WS-DIFF-NEW
           STRING HRS-LAST-NAME DELIMITED BY '  '
                  ', ' DELIMITED BY SIZE
                  HRS-FIRST-NAME DELIMITED BY '  '
                  INTO WS-DIFF-NEW

           IF HRS-STATUS NOT = 'A' AND 'L'
               MOVE 'NOT ACTIVE IN HR - NOT ADDED' TO WS-DIFF-REASON
               PERFORM 710-HOLD-BACK-FIELD
               GO TO 400-EXIT
           END-IF
           IF HRS-LAST-NAME = SPACES OR HRS-FIRST-NAME = SPACES
               OR HRS-SSN IS NOT NUMERIC OR HRS-SSN = ZEROS
               OR HRS-HIRE-DATE IS NOT NUMERIC
               OR HRS-HIRE-DATE = ZEROS
               MOVE 'NAME, SSN, OR HIRE DATE MISSING' TO
                   WS-DIFF-REASON
               PERFORM 710-HOLD-BACK-FIELD
               GO TO 400-EXIT
           END-IF

           INITIALIZE WS-EMPLOYEE-IMAGE
           MOVE HRS-EMP-ID TO EMP-ID IN WS-EMPLOYEE-IMAGE
           MOVE HRS-LAST-NAME TO EMP-LAST-NAME IN WS-EMPLOYEE-IMAGE
           MOVE HRS-FIRST-NAME TO EMP-FIRST-NAME IN WS-EMPLOYEE-IMAGE
           MOVE HRS-MIDDLE-INIT TO
               EMP-MIDDLE-INIT IN WS-EMPLOYEE-IMAGE
           MOVE HRS-GENDER TO EMP-GENDER IN WS-EMPLOYEE-IMAGE
           MOVE HRS-BIRTH-DATE TO EMP-BIRTH-DATE IN WS-EMPLOYEE-IMAGE
           MOVE HRS-SSN TO EMP-SSN IN WS-EMPLOYEE-IMAGE
           MOVE HRS-MARITAL-STATUS TO
               EMP-MARITAL-STATUS IN WS-EMPLOYEE-IMAGE
           MOVE HRS-ETHNICITY-CODE TO
               EMP-ETHNICITY-CODE IN WS-EMPLOYEE-IMAGE
           MOVE HRS-ADDRESS-LINE-1 TO
               EMP-ADDRESS-LINE-1 IN WS-EMPLOYEE-IMAGE
           MOVE HRS-ADDRESS-LINE-2 TO
               EMP-ADDRESS-LINE-2 IN WS-EMPLOYEE-IMAGE
           MOVE HRS-CITY TO EMP-CITY IN WS-EMPLOYEE-IMAGE
           MOVE HRS-STATE TO EMP-STATE IN WS-EMPLOYEE-IMAGE
           MOVE HRS-ZIP TO EMP-ZIP IN WS-EMPLOYEE-IMAGE
           MOVE HRS-PHONE TO EMP-PHONE IN WS-EMPLOYEE-IMAGE
           MOVE HRS-EMAIL TO EMP-EMAIL IN WS-EMPLOYEE-IMAGE
           MOVE HRS-HIRE-DATE TO EMP-HIRE-DATE IN WS-EMPLOYEE-IMAGE
           MOVE HRS-DEPARTMENT TO EMP-DEPARTMENT IN WS-EMPLOYEE-IMAGE
           MOVE HRS-POSITION TO EMP-POSITION IN WS-EMPLOYEE-IMAGE
           MOVE HRS-STATUS TO EMP-STATUS IN WS-EMPLOYEE-IMAGE
           MOVE ZEROS TO EMP-TERM-DATE IN WS-EMPLOYEE-IMAGE
           MOVE HRS-COMPANY-CODE TO
               EMP-COMPANY-CODE IN WS-EMPLOYEE-IMAGE
           MOVE 'S' TO EMP-FEDERAL-FILING-STATUS IN WS-EMPLOYEE-IMAGE
           MOVE 'N' TO EMP-DIRECT-DEPOSIT-IND IN WS-EMPLOYEE-IMAGE

           MOVE SPACES TO NEW-HIRE-TRANS-RECORD-FILE
           MOVE 'A' TO TRN-ACTION IN NEW-HIRE-TRANS-RECORD-FILE
           MOVE HRS-EMP-ID TO TRN-EMP-ID IN NEW-HIRE-TRANS-RECORD-FILE
           MOVE HRS-HIRE-DATE TO
               TRN-EFFECTIVE-DATE IN NEW-HIRE-TRANS-RECORD-FILE
           MOVE WS-SOURCE-USER TO
               TRN-SOURCE-USER IN NEW-HIRE-TRANS-RECORD-FILE
           MOVE WS-EMPLOYEE-IMAGE TO
               TRN-EMPLOYEE-IMAGE IN NEW-HIRE-TRANS-RECORD-FILE
           WRITE NEW-HIRE-TRANS-RECORD-FILE
           ADD 1 TO WS-ADD-TRANS-COUNT

           MOVE 'ADD - HELD FOR PAY/TAX SETUP' TO WS-DIFF-REASON
           PERFORM 700-PROPOSE-FIELD
           .
       400-EXIT.
           EXIT.

       450-REPORT-NOT-IN-FEED.
      *****************************************************************
      * An active or on-leave employee missing from the snapshot is    *
      * reported for review; nothing is staged                         *
      *****************************************************************
           IF EMP-ACTIVE IN WS-EMPLOYEE-RECORD
               OR EMP-LEAVE IN WS-EMPLOYEE-RECORD
               ADD 1 TO WS-NOT-IN-FEED-COUNT
               MOVE EMP-ID IN WS-EMPLOYEE-RECORD TO WS-DIFF-EMP-ID
               MOVE 'EI' TO WS-DIFF-GROUP
               MOVE 'EMPLOYEE' TO WS-DIFF-FIELD
               MOVE SPACES TO WS-DIFF-OLD
               STRING EMP-LAST-NAME IN WS-EMPLOYEE-RECORD
                          DELIMITED BY '  '
                      ', ' DELIMITED BY SIZE
                      EMP-FIRST-NAME IN WS-EMPLOYEE-RECORD
                          DELIMITED BY '  '
                      INTO WS-DIFF-OLD
               MOVE SPACES TO WS-DIFF-NEW
               MOVE 'NOT ON HR SNAPSHOT - REVIEW' TO WS-DIFF-REASON
               PERFORM 710-HOLD-BACK-FIELD
           END-IF
           .

       500-COMPARE-EMPLOYEE.
      *****************************************************************
      * Compare one employee group by group and stage the resulting    *
      * transactions: field-group changes first, then any terminate    *
      * or reactivate                                                  *
      *****************************************************************
           MOVE WS-EMPLOYEE-RECORD TO WS-EMPLOYEE-IMAGE
           MOVE EMP-ID IN WS-EMPLOYEE-RECORD TO WS-DIFF-EMP-ID
           MOVE 'N' TO WS-PI-CHANGED-SW
           MOVE 'N' TO WS-CI-CHANGED-SW
           MOVE 'N' TO WS-EI-CHANGED-SW
           MOVE SPACE TO WS-STATUS-ACTION

           PERFORM 510-COMPARE-PERSONAL
           PERFORM 520-COMPARE-CONTACT
           PERFORM 530-COMPARE-EMPLOYMENT
           PERFORM 540-COMPARE-PAYROLL-OWNED

           MOVE 'C' TO WS-TRN-ACTION
           MOVE WS-SNAPSHOT-DATE TO WS-TRN-EFFECTIVE-DATE
           IF WS-PI-CHANGED
               MOVE 'PI' TO WS-TRN-GROUP
               PERFORM 600-WRITE-TRANSACTION
           END-IF
           IF WS-CI-CHANGED
               MOVE 'CI' TO WS-TRN-GROUP
               PERFORM 600-WRITE-TRANSACTION
           END-IF
           IF WS-EI-CHANGED
               MOVE 'EI' TO WS-TRN-GROUP
               PERFORM 600-WRITE-TRANSACTION
           END-IF

           IF NOT WS-STATUS-NO-ACTION
               MOVE WS-STATUS-ACTION TO WS-TRN-ACTION
               MOVE SPACES TO WS-TRN-GROUP
               MOVE WS-STATUS-EFFECTIVE-DATE TO WS-TRN-EFFECTIVE-DATE
               PERFORM 600-WRITE-TRANSACTION
           END-IF
           .

       510-COMPARE-PERSONAL.
      *****************************************************************
      * Name, gender, birth date, SSN, marital status, ethnicity       *
      *****************************************************************
           MOVE 'PI' TO WS-DIFF-GROUP

           IF HRS-LAST-NAME NOT = EMP-LAST-NAME IN WS-EMPLOYEE-RECORD
               MOVE 'LAST NAME' TO WS-DIFF-FIELD
               MOVE EMP-LAST-NAME IN WS-EMPLOYEE-RECORD TO WS-DIFF-OLD
               MOVE HRS-LAST-NAME TO WS-DIFF-NEW
               IF HRS-LAST-NAME = SPACES
                   MOVE 'FEED VALUE BLANK' TO WS-DIFF-REASON
                   PERFORM 710-HOLD-BACK-FIELD
               ELSE
                   MOVE HRS-LAST-NAME TO
                       EMP-LAST-NAME IN WS-EMPLOYEE-IMAGE
                   SET WS-PI-CHANGED TO TRUE
                   PERFORM 700-PROPOSE-FIELD
               END-IF
           END-IF

           IF HRS-FIRST-NAME NOT = EMP-FIRST-NAME IN WS-EMPLOYEE-RECORD
               MOVE 'FIRST NAME' TO WS-DIFF-FIELD
               MOVE EMP-FIRST-NAME IN WS-EMPLOYEE-RECORD TO
                   WS-DIFF-OLD
               MOVE HRS-FIRST-NAME TO WS-DIFF-NEW
               IF HRS-FIRST-NAME = SPACES
                   MOVE 'FEED VALUE BLANK' TO WS-DIFF-REASON
                   PERFORM 710-HOLD-BACK-FIELD
               ELSE
                   MOVE HRS-FIRST-NAME TO
                       EMP-FIRST-NAME IN WS-EMPLOYEE-IMAGE
                   SET WS-PI-CHANGED TO TRUE
                   PERFORM 700-PROPOSE-FIELD
               END-IF
           END-IF

           IF HRS-MIDDLE-INIT NOT =
                   EMP-MIDDLE-INIT IN WS-EMPLOYEE-RECORD
               MOVE 'MIDDLE INITIAL' TO WS-DIFF-FIELD
               MOVE EMP-MIDDLE-INIT IN WS-EMPLOYEE-RECORD TO
                   WS-DIFF-OLD
               MOVE HRS-MIDDLE-INIT TO WS-DIFF-NEW
               MOVE HRS-MIDDLE-INIT TO
                   EMP-MIDDLE-INIT IN WS-EMPLOYEE-IMAGE
               SET WS-PI-CHANGED TO TRUE
               PERFORM 700-PROPOSE-FIELD
           END-IF

           IF HRS-GENDER NOT = EMP-GENDER IN WS-EMPLOYEE-RECORD
               MOVE 'GENDER' TO WS-DIFF-FIELD
               MOVE EMP-GENDER IN WS-EMPLOYEE-RECORD TO WS-DIFF-OLD
               MOVE HRS-GENDER TO WS-DIFF-NEW
               IF HRS-GENDER NOT = 'M' AND 'F' AND 'O'
                   MOVE 'INVALID CODE' TO WS-DIFF-REASON
                   PERFORM 710-HOLD-BACK-FIELD
               ELSE
                   MOVE HRS-GENDER TO EMP-GENDER IN WS-EMPLOYEE-IMAGE
                   SET WS-PI-CHANGED TO TRUE
                   PERFORM 700-PROPOSE-FIELD
               END-IF
           END-IF

           IF HRS-BIRTH-DATE NOT =
                   EMP-BIRTH-DATE IN WS-EMPLOYEE-RECORD
               MOVE 'BIRTH DATE' TO WS-DIFF-FIELD
               MOVE EMP-BIRTH-DATE IN WS-EMPLOYEE-RECORD TO
                   WS-DIFF-OLD
               MOVE HRS-BIRTH-DATE TO WS-DIFF-NEW
               IF HRS-BIRTH-DATE IS NOT NUMERIC
                   OR HRS-BIRTH-DATE = ZEROS
                   MOVE 'FEED VALUE BLANK OR INVALID' TO
                       WS-DIFF-REASON
                   PERFORM 710-HOLD-BACK-FIELD
               ELSE
                   MOVE HRS-BIRTH-DATE TO
                       EMP-BIRTH-DATE IN WS-EMPLOYEE-IMAGE
                   SET WS-PI-CHANGED TO TRUE
                   PERFORM 700-PROPOSE-FIELD
               END-IF
           END-IF

           IF HRS-SSN NOT = EMP-SSN IN WS-EMPLOYEE-RECORD
               MOVE 'SSN' TO WS-DIFF-FIELD
               MOVE SPACES TO WS-DIFF-OLD
               STRING '*****' EMP-SSN IN WS-EMPLOYEE-RECORD (6:4)
                      DELIMITED BY SIZE
                      INTO WS-DIFF-OLD
               MOVE SPACES TO WS-DIFF-NEW
               STRING '*****' HRS-SSN (6:4)
                      DELIMITED BY SIZE
                      INTO WS-DIFF-NEW
               IF HRS-SSN IS NOT NUMERIC OR HRS-SSN = ZEROS
                   MOVE 'FEED VALUE BLANK OR INVALID' TO
                       WS-DIFF-REASON
                   PERFORM 710-HOLD-BACK-FIELD
               ELSE
                   MOVE HRS-SSN TO EMP-SSN IN WS-EMPLOYEE-IMAGE
                   SET WS-PI-CHANGED TO TRUE
                   PERFORM 700-PROPOSE-FIELD
               END-IF
           END-IF

           IF HRS-MARITAL-STATUS NOT =
                   EMP-MARITAL-STATUS IN WS-EMPLOYEE-RECORD
               MOVE 'MARITAL STATUS' TO WS-DIFF-FIELD
               MOVE EMP-MARITAL-STATUS IN WS-EMPLOYEE-RECORD TO
                   WS-DIFF-OLD
               MOVE HRS-MARITAL-STATUS TO WS-DIFF-NEW
               IF HRS-MARITAL-STATUS NOT = 'S' AND 'M' AND 'D' AND 'W'
                   MOVE 'INVALID CODE' TO WS-DIFF-REASON
                   PERFORM 710-HOLD-BACK-FIELD
               ELSE
                   MOVE HRS-MARITAL-STATUS TO
                       EMP-MARITAL-STATUS IN WS-EMPLOYEE-IMAGE
                   SET WS-PI-CHANGED TO TRUE
                   PERFORM 700-PROPOSE-FIELD
               END-IF
           END-IF

           IF HRS-ETHNICITY-CODE NOT =
                   EMP-ETHNICITY-CODE IN WS-EMPLOYEE-RECORD
               MOVE 'ETHNICITY' TO WS-DIFF-FIELD
               MOVE EMP-ETHNICITY-CODE IN WS-EMPLOYEE-RECORD TO
                   WS-DIFF-OLD
               MOVE HRS-ETHNICITY-CODE TO WS-DIFF-NEW
               IF HRS-ETHNICITY-CODE NOT = 'A' AND 'B' AND 'C'
                       AND 'D' AND 'E' AND 'F' AND 'G' AND ' '
                   MOVE 'INVALID CODE' TO WS-DIFF-REASON
                   PERFORM 710-HOLD-BACK-FIELD
               ELSE
                   MOVE HRS-ETHNICITY-CODE TO
                       EMP-ETHNICITY-CODE IN WS-EMPLOYEE-IMAGE
                   SET WS-PI-CHANGED TO TRUE
                   PERFORM 700-PROPOSE-FIELD
               END-IF
           END-IF
           .

       520-COMPARE-CONTACT.
      *****************************************************************
      * Address, phone, and email                                      *
      *****************************************************************
           MOVE 'CI' TO WS-DIFF-GROUP

           IF HRS-ADDRESS-LINE-1 NOT =
                   EMP-ADDRESS-LINE-1 IN WS-EMPLOYEE-RECORD
               MOVE 'ADDRESS LINE 1' TO WS-DIFF-FIELD
               MOVE EMP-ADDRESS-LINE-1 IN WS-EMPLOYEE-RECORD TO
                   WS-DIFF-OLD
               MOVE HRS-ADDRESS-LINE-1 TO WS-DIFF-NEW
               IF HRS-ADDRESS-LINE-1 = SPACES
                   MOVE 'FEED VALUE BLANK' TO WS-DIFF-REASON
                   PERFORM 710-HOLD-BACK-FIELD
               ELSE
                   MOVE HRS-ADDRESS-LINE-1 TO
                       EMP-ADDRESS-LINE-1 IN WS-EMPLOYEE-IMAGE
                   SET WS-CI-CHANGED TO TRUE
                   PERFORM 700-PROPOSE-FIELD
               END-IF
           END-IF

           IF HRS-ADDRESS-LINE-2 NOT =
                   EMP-ADDRESS-LINE-2 IN WS-EMPLOYEE-RECORD
               MOVE 'ADDRESS LINE 2' TO WS-DIFF-FIELD
               MOVE EMP-ADDRESS-LINE-2 IN WS-EMPLOYEE-RECORD TO
                   WS-DIFF-OLD
               MOVE HRS-ADDRESS-LINE-2 TO WS-DIFF-NEW
               MOVE HRS-ADDRESS-LINE-2 TO
                   EMP-ADDRESS-LINE-2 IN WS-EMPLOYEE-IMAGE
               SET WS-CI-CHANGED TO TRUE
               PERFORM 700-PROPOSE-FIELD
           END-IF

           IF HRS-CITY NOT = EMP-CITY IN WS-EMPLOYEE-RECORD
               MOVE 'CITY' TO WS-DIFF-FIELD
               MOVE EMP-CITY IN WS-EMPLOYEE-RECORD TO WS-DIFF-OLD
               MOVE HRS-CITY TO WS-DIFF-NEW
               IF HRS-CITY = SPACES
                   MOVE 'FEED VALUE BLANK' TO WS-DIFF-REASON
                   PERFORM 710-HOLD-BACK-FIELD
               ELSE
                   MOVE HRS-CITY TO EMP-CITY IN WS-EMPLOYEE-IMAGE
                   SET WS-CI-CHANGED TO TRUE
                   PERFORM 700-PROPOSE-FIELD
               END-IF
           END-IF

           IF HRS-STATE NOT = EMP-STATE IN WS-EMPLOYEE-RECORD
               MOVE 'STATE' TO WS-DIFF-FIELD
               MOVE EMP-STATE IN WS-EMPLOYEE-RECORD TO WS-DIFF-OLD
               MOVE HRS-STATE TO WS-DIFF-NEW
               IF HRS-STATE = SPACES
                   MOVE 'FEED VALUE BLANK' TO WS-DIFF-REASON
                   PERFORM 710-HOLD-BACK-FIELD
               ELSE
                   MOVE HRS-STATE TO EMP-STATE IN WS-EMPLOYEE-IMAGE
                   SET WS-CI-CHANGED TO TRUE
                   PERFORM 700-PROPOSE-FIELD
               END-IF
           END-IF

           IF HRS-ZIP NOT = EMP-ZIP IN WS-EMPLOYEE-RECORD
               MOVE 'ZIP' TO WS-DIFF-FIELD
               MOVE EMP-ZIP IN WS-EMPLOYEE-RECORD TO WS-DIFF-OLD
               MOVE HRS-ZIP TO WS-DIFF-NEW
               IF HRS-ZIP = SPACES
                   MOVE 'FEED VALUE BLANK' TO WS-DIFF-REASON
                   PERFORM 710-HOLD-BACK-FIELD
               ELSE
                   MOVE HRS-ZIP TO EMP-ZIP IN WS-EMPLOYEE-IMAGE
                   SET WS-CI-CHANGED TO TRUE
                   PERFORM 700-PROPOSE-FIELD
               END-IF
           END-IF

           IF HRS-PHONE NOT = EMP-PHONE IN WS-EMPLOYEE-RECORD
               MOVE 'PHONE' TO WS-DIFF-FIELD
               MOVE EMP-PHONE IN WS-EMPLOYEE-RECORD TO WS-DIFF-OLD
               MOVE HRS-PHONE TO WS-DIFF-NEW
               MOVE HRS-PHONE TO EMP-PHONE IN WS-EMPLOYEE-IMAGE
               SET WS-CI-CHANGED TO TRUE
               PERFORM 700-PROPOSE-FIELD
           END-IF

           IF HRS-EMAIL NOT = EMP-EMAIL IN WS-EMPLOYEE-RECORD
               MOVE 'EMAIL' TO WS-DIFF-FIELD
               MOVE EMP-EMAIL IN WS-EMPLOYEE-RECORD TO WS-DIFF-OLD
               MOVE HRS-EMAIL TO WS-DIFF-NEW
               MOVE HRS-EMAIL TO EMP-EMAIL IN WS-EMPLOYEE-IMAGE
               SET WS-CI-CHANGED TO TRUE
               PERFORM 700-PROPOSE-FIELD
           END-IF
           .

       530-COMPARE-EMPLOYMENT.
      *****************************************************************
      * Department, position, hire date, and status. A move to         *
      * terminated becomes a terminate transaction and a terminated    *
      * employee shown active again a reactivation (which re-stamps    *
      * the hire date); other status moves ride the employment group.  *
      * A company change is a transfer payroll keys itself             *
      *****************************************************************
           MOVE 'EI' TO WS-DIFF-GROUP

           IF HRS-DEPARTMENT NOT =
                   EMP-DEPARTMENT IN WS-EMPLOYEE-RECORD
               MOVE 'DEPARTMENT' TO WS-DIFF-FIELD
               MOVE EMP-DEPARTMENT IN WS-EMPLOYEE-RECORD TO
                   WS-DIFF-OLD
               MOVE HRS-DEPARTMENT TO WS-DIFF-NEW
               IF HRS-DEPARTMENT = SPACES
                   MOVE 'FEED VALUE BLANK' TO WS-DIFF-REASON
                   PERFORM 710-HOLD-BACK-FIELD
               ELSE
                   MOVE HRS-DEPARTMENT TO
                       EMP-DEPARTMENT IN WS-EMPLOYEE-IMAGE
                   SET WS-EI-CHANGED TO TRUE
                   PERFORM 700-PROPOSE-FIELD
               END-IF
           END-IF

           IF HRS-POSITION NOT = EMP-POSITION IN WS-EMPLOYEE-RECORD
               MOVE 'POSITION' TO WS-DIFF-FIELD
               MOVE EMP-POSITION IN WS-EMPLOYEE-RECORD TO WS-DIFF-OLD
               MOVE HRS-POSITION TO WS-DIFF-NEW
               IF HRS-POSITION = SPACES
                   MOVE 'FEED VALUE BLANK' TO WS-DIFF-REASON
                   PERFORM 710-HOLD-BACK-FIELD
               ELSE
                   MOVE HRS-POSITION TO
                       EMP-POSITION IN WS-EMPLOYEE-IMAGE
                   SET WS-EI-CHANGED TO TRUE
                   PERFORM 700-PROPOSE-FIELD
               END-IF
           END-IF

           IF HRS-STATUS NOT = EMP-STATUS IN WS-EMPLOYEE-RECORD
               MOVE 'STATUS' TO WS-DIFF-FIELD
               MOVE EMP-STATUS IN WS-EMPLOYEE-RECORD TO WS-DIFF-OLD
               MOVE HRS-STATUS TO WS-DIFF-NEW
               EVALUATE TRUE
                   WHEN HRS-STATUS NOT = 'A' AND 'T' AND 'L'
                           AND 'R' AND 'D'
                       MOVE 'INVALID CODE' TO WS-DIFF-REASON
                       PERFORM 710-HOLD-BACK-FIELD
                   WHEN HRS-STATUS = 'T'
                       IF HRS-TERM-DATE IS NOT NUMERIC
                           OR HRS-TERM-DATE = ZEROS
                           MOVE 'TERMINATION WITH NO TERM DATE' TO
                               WS-DIFF-REASON
                           PERFORM 710-HOLD-BACK-FIELD
                       ELSE
                           SET WS-STATUS-TERMINATE TO TRUE
                           MOVE HRS-TERM-DATE TO
                               WS-STATUS-EFFECTIVE-DATE
                           MOVE HRS-TERM-DATE TO WS-DIFF-NEW (3:8)
                           PERFORM 700-PROPOSE-FIELD
                       END-IF
                   WHEN EMP-TERMINATED IN WS-EMPLOYEE-RECORD
                       IF HRS-STATUS = 'A'
                           SET WS-STATUS-REACTIVATE TO TRUE
                           MOVE WS-SNAPSHOT-DATE TO
                               WS-STATUS-EFFECTIVE-DATE
                           IF HRS-HIRE-DATE IS NUMERIC
                               AND HRS-HIRE-DATE >
                                   EMP-HIRE-DATE IN WS-EMPLOYEE-RECORD
                               MOVE HRS-HIRE-DATE TO
                                   WS-STATUS-EFFECTIVE-DATE
                           END-IF
                           MOVE WS-STATUS-EFFECTIVE-DATE TO
                               WS-DIFF-NEW (3:8)
                           PERFORM 700-PROPOSE-FIELD
                       ELSE
                           MOVE 'MOVE FROM TERMINATED - REVIEW' TO
                               WS-DIFF-REASON
                           PERFORM 710-HOLD-BACK-FIELD
                       END-IF
                   WHEN OTHER
                       MOVE HRS-STATUS TO
                           EMP-STATUS IN WS-EMPLOYEE-IMAGE
                       SET WS-EI-CHANGED TO TRUE
                       PERFORM 700-PROPOSE-FIELD
               END-EVALUATE
           ELSE
               IF HRS-STATUS = 'T'
                   AND HRS-TERM-DATE IS NUMERIC
                   AND HRS-TERM-DATE > ZEROS
                   AND HRS-TERM-DATE NOT =
                       EMP-TERM-DATE IN WS-EMPLOYEE-RECORD
                   MOVE 'TERM DATE' TO WS-DIFF-FIELD
                   MOVE EMP-TERM-DATE IN WS-EMPLOYEE-RECORD TO
                       WS-DIFF-OLD
                   MOVE HRS-TERM-DATE TO WS-DIFF-NEW
                   MOVE HRS-TERM-DATE TO
                       EMP-TERM-DATE IN WS-EMPLOYEE-IMAGE
                   SET WS-EI-CHANGED TO TRUE
                   PERFORM 700-PROPOSE-FIELD
               END-IF
           END-IF

           IF HRS-HIRE-DATE NOT = EMP-HIRE-DATE IN WS-EMPLOYEE-RECORD
               AND NOT WS-STATUS-REACTIVATE
               MOVE 'HIRE DATE' TO WS-DIFF-FIELD
               MOVE EMP-HIRE-DATE IN WS-EMPLOYEE-RECORD TO WS-DIFF-OLD
               MOVE HRS-HIRE-DATE TO WS-DIFF-NEW
               IF HRS-HIRE-DATE IS NOT NUMERIC
                   OR HRS-HIRE-DATE = ZEROS
                   MOVE 'FEED VALUE BLANK OR INVALID' TO
                       WS-DIFF-REASON
                   PERFORM 710-HOLD-BACK-FIELD
               ELSE
                   MOVE HRS-HIRE-DATE TO
                       EMP-HIRE-DATE IN WS-EMPLOYEE-IMAGE
                   SET WS-EI-CHANGED TO TRUE
                   PERFORM 700-PROPOSE-FIELD
               END-IF
           END-IF

           IF HRS-COMPANY-CODE NOT =
                   EMP-COMPANY-CODE IN WS-EMPLOYEE-RECORD
               AND HRS-COMPANY-CODE NOT = SPACES
               MOVE 'COMPANY' TO WS-DIFF-FIELD
               MOVE EMP-COMPANY-CODE IN WS-EMPLOYEE-RECORD TO
                   WS-DIFF-OLD
               MOVE HRS-COMPANY-CODE TO WS-DIFF-NEW
               MOVE 'COMPANY TRANSFER - PAYROLL KEYS' TO
                   WS-DIFF-REASON
               PERFORM 710-HOLD-BACK-FIELD
           END-IF
           .

       540-COMPARE-PAYROLL-OWNED.
      *****************************************************************
      * Values payroll owns are compared only so a disagreement can    *
      * be looked into; they are never staged from the feed. Account   *
      * numbers are not printed                                        *
      *****************************************************************
           MOVE 'TX' TO WS-DIFF-GROUP
           IF HRS-FED-FILING-STATUS NOT = SPACES
               AND HRS-FED-FILING-STATUS NOT =
                   EMP-FEDERAL-FILING-STATUS IN WS-EMPLOYEE-RECORD
               MOVE 'FED FILING STATUS' TO WS-DIFF-FIELD
               MOVE EMP-FEDERAL-FILING-STATUS IN WS-EMPLOYEE-RECORD
                   TO WS-DIFF-OLD
               MOVE HRS-FED-FILING-STATUS TO WS-DIFF-NEW
               MOVE 'PAYROLL-OWNED - TAX ELECTION' TO WS-DIFF-REASON
               PERFORM 710-HOLD-BACK-FIELD
           END-IF

           MOVE 'DD' TO WS-DIFF-GROUP
           IF (HRS-DD-ROUTING-NUM NOT = SPACES
                   AND HRS-DD-ROUTING-NUM NOT =
                       EMP-DD-ROUTING-NUM IN WS-EMPLOYEE-RECORD (1))
               OR (HRS-DD-ACCOUNT-NUM NOT = SPACES
                   AND HRS-DD-ACCOUNT-NUM NOT =
                       EMP-DD-ACCOUNT-NUM IN WS-EMPLOYEE-RECORD (1))
               MOVE 'BANK ACCOUNT' TO WS-DIFF-FIELD
               MOVE '(NOT SHOWN)' TO WS-DIFF-OLD
               MOVE '(NOT SHOWN)' TO WS-DIFF-NEW
               MOVE 'PAYROLL-OWNED - BANK ACCOUNT' TO WS-DIFF-REASON
               PERFORM 710-HOLD-BACK-FIELD
           END-IF

           MOVE 'DE' TO WS-DIFF-GROUP
           IF HRS-GARN-CASE-NUMBER NOT = SPACES
               AND HRS-GARN-CASE-NUMBER NOT =
                   EMP-GARN-CASE-NUMBER IN WS-EMPLOYEE-RECORD (1)
               MOVE 'GARNISHMENT CASE' TO WS-DIFF-FIELD
               MOVE EMP-GARN-CASE-NUMBER IN WS-EMPLOYEE-RECORD (1)
                   TO WS-DIFF-OLD
               MOVE HRS-GARN-CASE-NUMBER TO WS-DIFF-NEW
               MOVE 'PAYROLL-OWNED - GARNISHMENT' TO WS-DIFF-REASON
               PERFORM 710-HOLD-BACK-FIELD
           END-IF
           .

       600-WRITE-TRANSACTION.
      *****************************************************************
      * Stage one maintenance transaction for EMPMAINT carrying the    *
      * current master record with HR's values laid over it            *
      *****************************************************************
           MOVE SPACES TO EMP-TRANS-RECORD-FILE
           MOVE WS-TRN-ACTION TO TRN-ACTION IN EMP-TRANS-RECORD-FILE
           MOVE EMP-ID IN WS-EMPLOYEE-RECORD TO
               TRN-EMP-ID IN EMP-TRANS-RECORD-FILE
           MOVE WS-TRN-GROUP TO
               TRN-FIELD-GROUP IN EMP-TRANS-RECORD-FILE
           MOVE WS-TRN-EFFECTIVE-DATE TO
               TRN-EFFECTIVE-DATE IN EMP-TRANS-RECORD-FILE
           MOVE WS-SOURCE-USER TO
               TRN-SOURCE-USER IN EMP-TRANS-RECORD-FILE
           MOVE WS-EMPLOYEE-IMAGE TO
               TRN-EMPLOYEE-IMAGE IN EMP-TRANS-RECORD-FILE
           WRITE EMP-TRANS-RECORD-FILE
           IF NOT TRANS-FILE-SUCCESS
               DISPLAY 'ERROR WRITING TRANSACTION FILE: '
                       TRANS-FILE-STATUS
           END-IF

           EVALUATE WS-TRN-ACTION
               WHEN 'T'
                   ADD 1 TO WS-TERM-TRANS-COUNT
               WHEN 'R'
                   ADD 1 TO WS-REACT-TRANS-COUNT
               WHEN OTHER
                   ADD 1 TO WS-CHANGE-TRANS-COUNT
           END-EVALUATE
           .

       700-PROPOSE-FIELD.
      *****************************************************************
      * Report one difference the feed carries onto the master         *
      *****************************************************************
           ADD 1 TO WS-PROPOSED-COUNT
           MOVE 'PROPOSED' TO WS-DIFF-ACTION
           IF WS-DIFF-FIELD = 'STATUS'
               EVALUATE TRUE
                   WHEN WS-STATUS-TERMINATE
                       MOVE 'TERMINATE TRANSACTION' TO WS-DIFF-REASON
                   WHEN WS-STATUS-REACTIVATE
                       MOVE 'REACTIVATE TRANSACTION' TO WS-DIFF-REASON
                   WHEN OTHER
                       MOVE SPACES TO WS-DIFF-REASON
               END-EVALUATE
           ELSE
               IF WS-DIFF-FIELD NOT = 'NEW HIRE'
                   MOVE SPACES TO WS-DIFF-REASON
               END-IF
           END-IF
           PERFORM 720-WRITE-DIFF-LINE
           .

       710-HOLD-BACK-FIELD.
      *****************************************************************
      * Report one difference the feed is not allowed to carry         *
      *****************************************************************
           ADD 1 TO WS-HELD-COUNT
           MOVE 'HELD BACK' TO WS-DIFF-ACTION
           PERFORM 720-WRITE-DIFF-LINE
           .

       720-WRITE-DIFF-LINE.
      *****************************************************************
      * Write one line of the differences report                       *
      *****************************************************************
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-DIFF-ACTION ' '
                  WS-DIFF-EMP-ID ' '
                  WS-DIFF-GROUP ' '
                  WS-DIFF-FIELD ' '
                  WS-DIFF-OLD ' '
                  WS-DIFF-NEW ' '
                  WS-DIFF-REASON
                  DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           WRITE DIFF-REPORT-RECORD FROM WS-REPORT-LINE
           .

       900-WRAP-UP.
      *****************************************************************
      * Print the counts and close all files                           *
      *****************************************************************
           MOVE SPACES TO WS-REPORT-LINE
           WRITE DIFF-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE WS-SNAP-READ-COUNT TO WS-ED-COUNT
           MOVE WS-MATCHED-COUNT TO WS-ED-COUNT-2
           MOVE WS-PROPOSED-COUNT TO WS-ED-COUNT-3
           MOVE WS-HELD-COUNT TO WS-ED-COUNT-4
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'SNAPSHOT RECORDS ' WS-ED-COUNT
                  '  MATCHED ' WS-ED-COUNT-2
                  '  FIELDS PROPOSED ' WS-ED-COUNT-3
                  '  FIELDS HELD BACK ' WS-ED-COUNT-4
                  DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           WRITE DIFF-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE WS-CHANGE-TRANS-COUNT TO WS-ED-COUNT
           MOVE WS-TERM-TRANS-COUNT TO WS-ED-COUNT-2
           MOVE WS-REACT-TRANS-COUNT TO WS-ED-COUNT-3
           MOVE WS-ADD-TRANS-COUNT TO WS-ED-COUNT-4
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'CHANGE TRANSACTIONS ' WS-ED-COUNT
                  '  TERMINATIONS ' WS-ED-COUNT-2
                  '  REACTIVATIONS ' WS-ED-COUNT-3
                  '  ADDS HELD FOR SETUP ' WS-ED-COUNT-4
                  DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           WRITE DIFF-REPORT-RECORD FROM WS-REPORT-LINE

           DISPLAY 'HR SNAPSHOT FEED COMPLETED'
           DISPLAY 'SNAPSHOT RECORDS:      ' WS-SNAP-READ-COUNT
           DISPLAY 'MATCHED EMPLOYEES:     ' WS-MATCHED-COUNT
           DISPLAY 'CHANGE TRANSACTIONS:   ' WS-CHANGE-TRANS-COUNT
           DISPLAY 'TERMINATIONS:          ' WS-TERM-TRANS-COUNT
           DISPLAY 'REACTIVATIONS:         ' WS-REACT-TRANS-COUNT
           DISPLAY 'NEW HIRE ADDS STAGED:  ' WS-ADD-TRANS-COUNT
           DISPLAY 'FIELDS HELD BACK:      ' WS-HELD-COUNT
           DISPLAY 'NOT ON SNAPSHOT:       ' WS-NOT-IN-FEED-COUNT
           DISPLAY 'SEQUENCE ERRORS:       ' WS-SEQUENCE-ERROR-COUNT

           CLOSE HR-SNAPSHOT-FILE
                 EMPLOYEE-FILE
                 EMP-TRANS-FILE
                 NEW-HIRE-TRANS-FILE
                 DIFF-REPORT-FILE
           .
