      *****************************************************************
      * Program: CLKROST.cbl                                          *
      *                                                               *
      * Purpose: Outbound employee roster feed to the time clock      *
      *          system for the Payroll Processing System. Builds the *
      *          daily roster from the employee master and sends the  *
      *          clock vendor only what changed since the last roster *
      *          sent: new hires, reactivations, terminations with    *
      *          their term date, and department, position, second    *
      *          job, pay type, and minor status changes, so punches  *
      *          are accepted for the right people and charged to the *
      *          right department.                                    *
      *                                                               *
      * Date Created: 2026-10-15                                      *
      * Author: COBOL Payroll System                                  *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLKROST.
       AUTHOR. COBOL PAYROLL SYSTEM.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.

      *****************************************************************
      * Program Description:                                          *
      *                                                                *
      * CLKROST is a standalone daily interface program in the         *
      * Payroll Processing System, run ahead of the clock vendor's     *
      * roster load. It:                                               *
      *                                                                *
      * 1. Builds today's roster entry for every employee on the       *
      *    master: name, status, hire and term dates, company,         *
      *    department and position, the second job's department and   *
      *    position, pay type, work site and supervisor, and minor     *
      *    status (under 18 today, from EMP-BIRTH-DATE, with the date  *
      *    the restrictions lift)                                      *
      * 2. Matches it against the last roster sent (CLKROSTP, in       *
      *    employee ID order) and writes the delta file for the        *
      *    vendor: an add for a new hire, a termination when an        *
      *    employee leaves active or leave status (effective on the    *
      *    term date) or drops off the master, a reactivation when a   *
      *    terminated employee returns, and a change for any other     *
      *    roster difference. Without a last roster every active and   *
      *    on-leave employee is sent as an add                         *
      * 3. Writes today's roster as the new roster-sent snapshot       *
      *    (CLKROSTN), which becomes the next run's last roster        *
      * 4. Prints the confirmation report listing every entry sent     *
      *    and what changed                                            *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC.
       OBJECT-COMPUTER. PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PRIOR-ROSTER-FILE ASSIGN TO 'CLKROSTP'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS PRIOR-FILE-STATUS.

           SELECT EMPLOYEE-FILE ASSIGN TO 'EMPFILE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMP-ID
           FILE STATUS IS EMP-FILE-STATUS.

           SELECT NEW-ROSTER-FILE ASSIGN TO 'CLKROSTN'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS NEW-FILE-STATUS.

           SELECT ROSTER-DELTA-FILE ASSIGN TO 'CLKDELTA'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS DELTA-FILE-STATUS.

           SELECT CONFIRM-REPORT-FILE ASSIGN TO 'CLKRPT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRIOR-ROSTER-FILE.
           COPY CLKROSTR REPLACING ==CLOCK-ROSTER-RECORD== BY
               ==PRIOR-ROSTER-RECORD-FILE==.

       FD  EMPLOYEE-FILE.
           COPY EMPFILE REPLACING ==EMPLOYEE-RECORD== BY
               ==EMPLOYEE-RECORD-FILE==.

       FD  NEW-ROSTER-FILE.
           COPY CLKROSTR REPLACING ==CLOCK-ROSTER-RECORD== BY
               ==NEW-ROSTER-RECORD-FILE==.

       FD  ROSTER-DELTA-FILE.
           COPY CLKROSTR REPLACING ==CLOCK-ROSTER-RECORD== BY
               ==ROSTER-DELTA-RECORD-FILE==.

       FD  CONFIRM-REPORT-FILE.
           01  CONFIRM-REPORT-RECORD       PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  PRIOR-FILE-STATUS           PIC X(2).
               88  PRIOR-FILE-SUCCESS      VALUE '00' '05'.
               88  PRIOR-FILE-EOF          VALUE '10'.
           05  EMP-FILE-STATUS             PIC X(2).
               88  EMP-FILE-SUCCESS        VALUE '00'.
               88  EMP-FILE-EOF            VALUE '10'.
           05  NEW-FILE-STATUS             PIC X(2).
               88  NEW-FILE-SUCCESS        VALUE '00'.
           05  DELTA-FILE-STATUS           PIC X(2).
               88  DELTA-FILE-SUCCESS      VALUE '00'.
           05  REPORT-FILE-STATUS          PIC X(2).
               88  REPORT-FILE-SUCCESS     VALUE '00'.

       COPY EMPFILE REPLACING ==EMPLOYEE-RECORD== BY
           ==WS-EMPLOYEE-RECORD==.

       COPY CLKROSTR REPLACING ==CLOCK-ROSTER-RECORD== BY
           ==WS-PRIOR-ROSTER==.

       COPY CLKROSTR REPLACING ==CLOCK-ROSTER-RECORD== BY
           ==WS-CURRENT-ROSTER==.

       COPY CLKROSTR REPLACING ==CLOCK-ROSTER-RECORD== BY
           ==WS-SEND-ROSTER==.

       01  WS-DATE                        PIC 9(8) VALUE ZEROS.

      *****************************************************************
      * Match keys: HIGH-VALUES once a side is exhausted               *
      *****************************************************************
       01  WS-MATCH-KEYS.
           05  WS-PRIOR-KEY               PIC X(6) VALUE LOW-VALUES.
           05  WS-CURRENT-KEY             PIC X(6) VALUE LOW-VALUES.

       01  WS-AGE-WORK.
           05  WS-ADULT-DATE              PIC 9(8) VALUE ZEROS.
           05  WS-ADULT-DATE-R REDEFINES WS-ADULT-DATE.
               10  WS-ADULT-YEAR          PIC 9(4).
               10  WS-ADULT-MMDD          PIC 9(4).

       01  WS-SEND-WORK.
           05  WS-SEND-ACTION             PIC X.
           05  WS-SEND-EFFECTIVE-DATE     PIC 9(8).
           05  WS-SEND-DESC               PIC X(10).
           05  WS-CHANGE-TEXT             PIC X(48).
           05  WS-CHANGE-WORK             PIC X(48).
           05  WS-CHANGE-TAG              PIC X(16).

       01  WS-RUN-TOTALS.
           05  WS-EMPLOYEE-COUNT          PIC 9(7) COMP-3 VALUE ZEROS.
           05  WS-PRIOR-COUNT             PIC 9(7) COMP-3 VALUE ZEROS.
           05  WS-ADD-COUNT               PIC 9(7) COMP-3 VALUE ZEROS.
           05  WS-REACTIVATE-COUNT        PIC 9(7) COMP-3 VALUE ZEROS.
           05  WS-TERMINATE-COUNT         PIC 9(7) COMP-3 VALUE ZEROS.
           05  WS-CHANGE-COUNT            PIC 9(7) COMP-3 VALUE ZEROS.
           05  WS-UNCHANGED-COUNT         PIC 9(7) COMP-3 VALUE ZEROS.
           05  WS-SENT-COUNT              PIC 9(7) COMP-3 VALUE ZEROS.

       01  WS-EDITED-FIELDS.
           05  WS-ED-COUNT                 PIC ZZZZZZ9.
           05  WS-ED-COUNT-2               PIC ZZZZZZ9.
           05  WS-ED-COUNT-3               PIC ZZZZZZ9.
           05  WS-ED-COUNT-4               PIC ZZZZZZ9.
           05  WS-ED-NAME                  PIC X(30).

       01  WS-REPORT-LINE                  PIC X(132).

       PROCEDURE DIVISION.
       000-MAIN-PROCESS.
      *****************************************************************
      * Main process coordinates the roster delta run                  *
      *****************************************************************
           PERFORM 100-INITIALIZATION

           PERFORM 200-READ-PRIOR-ROSTER
           PERFORM 250-READ-EMPLOYEE

           PERFORM UNTIL WS-PRIOR-KEY = HIGH-VALUES
                     AND WS-CURRENT-KEY = HIGH-VALUES
               PERFORM 300-MATCH-RECORDS
           END-PERFORM

           PERFORM 900-WRAP-UP

           STOP RUN
           .

       100-INITIALIZATION.
      *****************************************************************
      * Open files, position the master, and print the headings        *
      *****************************************************************
           DISPLAY 'TIME CLOCK ROSTER FEED STARTED'
           ACCEPT WS-DATE FROM DATE YYYYMMDD

           OPEN INPUT PRIOR-ROSTER-FILE
           IF NOT PRIOR-FILE-SUCCESS
               DISPLAY 'ERROR OPENING LAST ROSTER FILE: '
                       PRIOR-FILE-STATUS
               STOP RUN
           END-IF
           IF PRIOR-FILE-STATUS = '05'
               DISPLAY 'NO LAST ROSTER - FULL ROSTER SENT AS ADDS'
           END-IF

           OPEN INPUT EMPLOYEE-FILE
           IF NOT EMP-FILE-SUCCESS
               DISPLAY 'ERROR OPENING EMPLOYEE FILE: '
                       EMP-FILE-STATUS
               STOP RUN
           END-IF

           OPEN OUTPUT NEW-ROSTER-FILE
           OPEN OUTPUT ROSTER-DELTA-FILE
           OPEN OUTPUT CONFIRM-REPORT-FILE

           MOVE LOW-VALUES TO EMP-ID IN EMPLOYEE-RECORD-FILE
           START EMPLOYEE-FILE
               KEY IS >= EMP-ID IN EMPLOYEE-RECORD-FILE
               INVALID KEY
                   SET EMP-FILE-EOF TO TRUE
           END-START

           MOVE SPACES TO WS-REPORT-LINE
           STRING 'TIME CLOCK ROSTER CONFIRMATION - ROSTER DATE '
                  WS-DATE
                  DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           WRITE CONFIRM-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE ALL '-' TO WS-REPORT-LINE
           WRITE CONFIRM-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'SENT AS    EMP ID NAME                           '
                  'EFFECTVE DEPT POSITION             '
                  'WHAT CHANGED'
                  DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           WRITE CONFIRM-REPORT-RECORD FROM WS-REPORT-LINE
           .

       200-READ-PRIOR-ROSTER.
      *****************************************************************
      * Read the next entry of the last roster sent                    *
      *****************************************************************
           IF PRIOR-FILE-EOF OR PRIOR-FILE-STATUS = '05'
               MOVE HIGH-VALUES TO WS-PRIOR-KEY
           ELSE
               READ PRIOR-ROSTER-FILE INTO WS-PRIOR-ROSTER
                   AT END
                       SET PRIOR-FILE-EOF TO TRUE
                       MOVE HIGH-VALUES TO WS-PRIOR-KEY
                   NOT AT END
                       ADD 1 TO WS-PRIOR-COUNT
                       MOVE CLR-EMP-ID IN WS-PRIOR-ROSTER TO
                           WS-PRIOR-KEY
               END-READ
           END-IF
           .

       250-READ-EMPLOYEE.
      *****************************************************************
      * Read the next employee and build today's roster entry          *
      *****************************************************************
           IF EMP-FILE-EOF
               MOVE HIGH-VALUES TO WS-CURRENT-KEY
           ELSE
               READ EMPLOYEE-FILE NEXT RECORD INTO WS-EMPLOYEE-RECORD
                   AT END
                       SET EMP-FILE-EOF TO TRUE
                       MOVE HIGH-VALUES TO WS-CURRENT-KEY
                   NOT AT END
                       ADD 1 TO WS-EMPLOYEE-COUNT
                       MOVE EMP-ID IN WS-EMPLOYEE-RECORD TO
                           WS-CURRENT-KEY
                       PERFORM 260-BUILD-ROSTER-ENTRY
               END-READ
           END-IF
           .

       260-BUILD-ROSTER-ENTRY.
      *****************************************************************
      * Today's roster entry for the employee just read. A minor is    *
      * under 18 today; the restrictions lift on the 18th birthday     *
      *****************************************************************
           MOVE SPACES TO WS-CURRENT-ROSTER
           MOVE EMP-ID IN WS-EMPLOYEE-RECORD TO
               CLR-EMP-ID IN WS-CURRENT-ROSTER
           MOVE ZEROS TO CLR-EFFECTIVE-DATE IN WS-CURRENT-ROSTER
           MOVE EMP-LAST-NAME IN WS-EMPLOYEE-RECORD TO
               CLR-LAST-NAME IN WS-CURRENT-ROSTER
           MOVE EMP-FIRST-NAME IN WS-EMPLOYEE-RECORD TO
               CLR-FIRST-NAME IN WS-CURRENT-ROSTER
           MOVE EMP-STATUS IN WS-EMPLOYEE-RECORD TO
               CLR-STATUS IN WS-CURRENT-ROSTER
           MOVE EMP-HIRE-DATE IN WS-EMPLOYEE-RECORD TO
               CLR-HIRE-DATE IN WS-CURRENT-ROSTER
           IF EMP-TERM-DATE IN WS-EMPLOYEE-RECORD IS NUMERIC
               MOVE EMP-TERM-DATE IN WS-EMPLOYEE-RECORD TO
                   CLR-TERM-DATE IN WS-CURRENT-ROSTER
           ELSE
               MOVE ZEROS TO CLR-TERM-DATE IN WS-CURRENT-ROSTER
           END-IF
           MOVE EMP-COMPANY-CODE IN WS-EMPLOYEE-RECORD TO
               CLR-COMPANY-CODE IN WS-CURRENT-ROSTER
           IF CLR-COMPANY-CODE IN WS-CURRENT-ROSTER = SPACES
               MOVE '01' TO CLR-COMPANY-CODE IN WS-CURRENT-ROSTER
           END-IF
           MOVE EMP-DEPARTMENT IN WS-EMPLOYEE-RECORD TO
               CLR-DEPARTMENT IN WS-CURRENT-ROSTER
           MOVE EMP-POSITION IN WS-EMPLOYEE-RECORD TO
               CLR-POSITION IN WS-CURRENT-ROSTER

           IF EMP-JOB2-ACTIVE IN WS-EMPLOYEE-RECORD
               MOVE 'Y' TO CLR-JOB2-IND IN WS-CURRENT-ROSTER
               MOVE EMP-JOB2-DEPARTMENT IN WS-EMPLOYEE-RECORD TO
                   CLR-JOB2-DEPARTMENT IN WS-CURRENT-ROSTER
               MOVE EMP-JOB2-POSITION IN WS-EMPLOYEE-RECORD TO
                   CLR-JOB2-POSITION IN WS-CURRENT-ROSTER
           ELSE
               MOVE 'N' TO CLR-JOB2-IND IN WS-CURRENT-ROSTER
           END-IF

           MOVE EMP-PAY-TYPE IN WS-EMPLOYEE-RECORD TO
               CLR-PAY-TYPE IN WS-CURRENT-ROSTER

           MOVE 'N' TO CLR-MINOR-IND IN WS-CURRENT-ROSTER
           MOVE ZEROS TO CLR-ADULT-DATE IN WS-CURRENT-ROSTER
           IF EMP-BIRTH-DATE IN WS-EMPLOYEE-RECORD IS NUMERIC
               AND EMP-BIRTH-YEAR IN WS-EMPLOYEE-RECORD > ZEROS
               COMPUTE WS-ADULT-YEAR =
                   EMP-BIRTH-YEAR IN WS-EMPLOYEE-RECORD + 18
               COMPUTE WS-ADULT-MMDD =
                   EMP-BIRTH-MONTH IN WS-EMPLOYEE-RECORD * 100 +
                   EMP-BIRTH-DAY IN WS-EMPLOYEE-RECORD
               IF WS-DATE < WS-ADULT-DATE
                   MOVE 'Y' TO CLR-MINOR-IND IN WS-CURRENT-ROSTER
                   MOVE WS-ADULT-DATE TO
                       CLR-ADULT-DATE IN WS-CURRENT-ROSTER
               END-IF
           END-IF

           MOVE EMP-WORK-SITE IN WS-EMPLOYEE-RECORD TO
               CLR-WORK-SITE IN WS-CURRENT-ROSTER
           MOVE EMP-SUPERVISOR-ID IN WS-EMPLOYEE-RECORD TO
               CLR-SUPERVISOR-ID IN WS-CURRENT-ROSTER
           .

       300-MATCH-RECORDS.
      *****************************************************************
      * One step of the last-roster/master match                       *
      *****************************************************************
           EVALUATE TRUE
               WHEN WS-CURRENT-KEY < WS-PRIOR-KEY
                   PERFORM 400-NEW-TO-ROSTER
                   PERFORM 250-READ-EMPLOYEE
               WHEN WS-CURRENT-KEY > WS-PRIOR-KEY
                   PERFORM 450-DROPPED-FROM-MASTER
                   PERFORM 200-READ-PRIOR-ROSTER
               WHEN OTHER
                   PERFORM 500-COMPARE-ROSTER
                   PERFORM 250-READ-EMPLOYEE
                   PERFORM 200-READ-PRIOR-ROSTER
           END-EVALUATE
           .

       400-NEW-TO-ROSTER.
      *****************************************************************
      * An employee never sent before goes as an add when active or    *
      * on leave; one already inactive is only recorded as sent        *
      *****************************************************************
           IF NOT CLR-INACTIVE IN WS-CURRENT-ROSTER
               MOVE 'A' TO WS-SEND-ACTION
               MOVE 'ADD' TO WS-SEND-DESC
               MOVE CLR-HIRE-DATE IN WS-CURRENT-ROSTER TO
                   WS-SEND-EFFECTIVE-DATE
               MOVE 'NEW HIRE' TO WS-CHANGE-TEXT
               MOVE WS-CURRENT-ROSTER TO WS-SEND-ROSTER
               PERFORM 600-SEND-ROSTER-ENTRY
           END-IF
           WRITE NEW-ROSTER-RECORD-FILE FROM WS-CURRENT-ROSTER
           .

       450-DROPPED-FROM-MASTER.
      *****************************************************************
      * An employee on the last roster but no longer on the master is  *
      * terminated at the clock if still able to punch there           *
      *****************************************************************
           IF NOT CLR-INACTIVE IN WS-PRIOR-ROSTER
               MOVE WS-PRIOR-ROSTER TO WS-SEND-ROSTER
               MOVE 'T' TO CLR-STATUS IN WS-SEND-ROSTER
               MOVE WS-DATE TO CLR-TERM-DATE IN WS-SEND-ROSTER
               MOVE 'T' TO WS-SEND-ACTION
               MOVE 'TERMINATE' TO WS-SEND-DESC
               MOVE WS-DATE TO WS-SEND-EFFECTIVE-DATE
               MOVE 'REMOVED FROM EMPLOYEE MASTER' TO WS-CHANGE-TEXT
               PERFORM 600-SEND-ROSTER-ENTRY
           END-IF
           .

       500-COMPARE-ROSTER.
      *****************************************************************
      * Compare today's entry with the last one sent. Leaving active   *
      * or leave status is a termination effective on the term date,   *
      * returning to it a reactivation effective on the (re)hire date, *
      * and any other difference a change effective today. An entry    *
      * that stays inactive is sent again only if its term date moved  *
      *****************************************************************
           MOVE SPACES TO WS-CHANGE-TEXT
           MOVE WS-CURRENT-ROSTER TO WS-SEND-ROSTER
           EVALUATE TRUE
               WHEN CLR-INACTIVE IN WS-CURRENT-ROSTER
                   AND NOT CLR-INACTIVE IN WS-PRIOR-ROSTER
                   MOVE 'T' TO WS-SEND-ACTION
                   MOVE 'TERMINATE' TO WS-SEND-DESC
                   PERFORM 510-SET-TERM-EFFECTIVE
                   MOVE 'STATUS' TO WS-CHANGE-TAG
                   PERFORM 620-ADD-CHANGE-TAG
                   PERFORM 600-SEND-ROSTER-ENTRY
               WHEN CLR-INACTIVE IN WS-CURRENT-ROSTER
                   IF CLR-TERM-DATE IN WS-CURRENT-ROSTER NOT =
                           CLR-TERM-DATE IN WS-PRIOR-ROSTER
                       MOVE 'T' TO WS-SEND-ACTION
                       MOVE 'TERMINATE' TO WS-SEND-DESC
                       PERFORM 510-SET-TERM-EFFECTIVE
                       MOVE 'TERM DATE' TO WS-CHANGE-TAG
                       PERFORM 620-ADD-CHANGE-TAG
                       PERFORM 600-SEND-ROSTER-ENTRY
                   ELSE
                       ADD 1 TO WS-UNCHANGED-COUNT
                   END-IF
               WHEN CLR-INACTIVE IN WS-PRIOR-ROSTER
                   MOVE 'R' TO WS-SEND-ACTION
                   MOVE 'REACTIVATE' TO WS-SEND-DESC
                   MOVE CLR-HIRE-DATE IN WS-CURRENT-ROSTER TO
                       WS-SEND-EFFECTIVE-DATE
                   MOVE 'STATUS' TO WS-CHANGE-TAG
                   PERFORM 620-ADD-CHANGE-TAG
                   PERFORM 600-SEND-ROSTER-ENTRY
               WHEN WS-CURRENT-ROSTER = WS-PRIOR-ROSTER
                   ADD 1 TO WS-UNCHANGED-COUNT
               WHEN OTHER
                   MOVE 'C' TO WS-SEND-ACTION
                   MOVE 'CHANGE' TO WS-SEND-DESC
                   MOVE WS-DATE TO WS-SEND-EFFECTIVE-DATE
                   PERFORM 520-LIST-CHANGES
                   PERFORM 600-SEND-ROSTER-ENTRY
           END-EVALUATE
           WRITE NEW-ROSTER-RECORD-FILE FROM WS-CURRENT-ROSTER
           .

       510-SET-TERM-EFFECTIVE.
      *****************************************************************
      * A termination takes the term date; a retired or deceased       *
      * employee with none is stopped today                            *
      *****************************************************************
           IF CLR-TERM-DATE IN WS-CURRENT-ROSTER > ZEROS
               MOVE CLR-TERM-DATE IN WS-CURRENT-ROSTER TO
                   WS-SEND-EFFECTIVE-DATE
           ELSE
               MOVE WS-DATE TO WS-SEND-EFFECTIVE-DATE
           END-IF
           .

       520-LIST-CHANGES.
      *****************************************************************
      * Name what differs from the last roster sent for the report     *
      *****************************************************************
           IF CLR-DEPARTMENT IN WS-CURRENT-ROSTER NOT =
                   CLR-DEPARTMENT IN WS-PRIOR-ROSTER
               MOVE SPACES TO WS-CHANGE-TAG
               STRING 'DEPT FROM ' CLR-DEPARTMENT IN WS-PRIOR-ROSTER
                      DELIMITED BY SIZE
                      INTO WS-CHANGE-TAG
               PERFORM 620-ADD-CHANGE-TAG
           END-IF
           IF CLR-POSITION IN WS-CURRENT-ROSTER NOT =
                   CLR-POSITION IN WS-PRIOR-ROSTER
               MOVE 'POSITION' TO WS-CHANGE-TAG
               PERFORM 620-ADD-CHANGE-TAG
           END-IF
           IF CLR-JOB2-IND IN WS-CURRENT-ROSTER NOT =
                   CLR-JOB2-IND IN WS-PRIOR-ROSTER
               OR CLR-JOB2-DEPARTMENT IN WS-CURRENT-ROSTER NOT =
                   CLR-JOB2-DEPARTMENT IN WS-PRIOR-ROSTER
               OR CLR-JOB2-POSITION IN WS-CURRENT-ROSTER NOT =
                   CLR-JOB2-POSITION IN WS-PRIOR-ROSTER
               MOVE 'SECOND JOB' TO WS-CHANGE-TAG
               PERFORM 620-ADD-CHANGE-TAG
           END-IF
           IF CLR-PAY-TYPE IN WS-CURRENT-ROSTER NOT =
                   CLR-PAY-TYPE IN WS-PRIOR-ROSTER
               MOVE 'PAY TYPE' TO WS-CHANGE-TAG
               PERFORM 620-ADD-CHANGE-TAG
           END-IF
           IF CLR-MINOR-IND IN WS-CURRENT-ROSTER NOT =
                   CLR-MINOR-IND IN WS-PRIOR-ROSTER
               IF CLR-MINOR IN WS-CURRENT-ROSTER
                   MOVE 'NOW MINOR' TO WS-CHANGE-TAG
               ELSE
                   MOVE 'TURNED 18' TO WS-CHANGE-TAG
               END-IF
               PERFORM 620-ADD-CHANGE-TAG
           END-IF
           IF CLR-STATUS IN WS-CURRENT-ROSTER NOT =
                   CLR-STATUS IN WS-PRIOR-ROSTER
               MOVE 'STATUS' TO WS-CHANGE-TAG
               PERFORM 620-ADD-CHANGE-TAG
           END-IF
           IF CLR-LAST-NAME IN WS-CURRENT-ROSTER NOT =
                   CLR-LAST-NAME IN WS-PRIOR-ROSTER
               OR CLR-FIRST-NAME IN WS-CURRENT-ROSTER NOT =
                   CLR-FIRST-NAME IN WS-PRIOR-ROSTER
               MOVE 'NAME' TO WS-CHANGE-TAG
               PERFORM 620-ADD-CHANGE-TAG
           END-IF
           IF CLR-HIRE-DATE IN WS-CURRENT-ROSTER NOT =
                   CLR-HIRE-DATE IN WS-PRIOR-ROSTER
               MOVE 'HIRE DATE' TO WS-CHANGE-TAG
               PERFORM 620-ADD-CHANGE-TAG
           END-IF
           IF CLR-COMPANY-CODE IN WS-CURRENT-ROSTER NOT =
                   CLR-COMPANY-CODE IN WS-PRIOR-ROSTER
               MOVE 'COMPANY' TO WS-CHANGE-TAG
               PERFORM 620-ADD-CHANGE-TAG
           END-IF
           IF CLR-WORK-SITE IN WS-CURRENT-ROSTER NOT =
                   CLR-WORK-SITE IN WS-PRIOR-ROSTER
               MOVE 'SITE' TO WS-CHANGE-TAG
               PERFORM 620-ADD-CHANGE-TAG
           END-IF
           IF CLR-SUPERVISOR-ID IN WS-CURRENT-ROSTER NOT =
                   CLR-SUPERVISOR-ID IN WS-PRIOR-ROSTER
               MOVE 'SUPERVISOR' TO WS-CHANGE-TAG
               PERFORM 620-ADD-CHANGE-TAG
           END-IF
           .

       600-SEND-ROSTER-ENTRY.
      *****************************************************************
      * Write one delta entry for the clock vendor and confirm it      *
      *****************************************************************
           MOVE WS-SEND-ROSTER TO ROSTER-DELTA-RECORD-FILE
           MOVE WS-SEND-ACTION TO
               CLR-ACTION IN ROSTER-DELTA-RECORD-FILE
           MOVE WS-SEND-EFFECTIVE-DATE TO
               CLR-EFFECTIVE-DATE IN ROSTER-DELTA-RECORD-FILE
           WRITE ROSTER-DELTA-RECORD-FILE
           IF NOT DELTA-FILE-SUCCESS
               DISPLAY 'ERROR WRITING ROSTER DELTA FILE: '
                       DELTA-FILE-STATUS
           END-IF
           ADD 1 TO WS-SENT-COUNT

           EVALUATE WS-SEND-ACTION
               WHEN 'A'
                   ADD 1 TO WS-ADD-COUNT
               WHEN 'R'
                   ADD 1 TO WS-REACTIVATE-COUNT
               WHEN 'T'
                   ADD 1 TO WS-TERMINATE-COUNT
               WHEN OTHER
                   ADD 1 TO WS-CHANGE-COUNT
           END-EVALUATE

           MOVE SPACES TO WS-ED-NAME
           STRING CLR-LAST-NAME IN WS-SEND-ROSTER
                      DELIMITED BY '  '
                  ', ' DELIMITED BY SIZE
                  CLR-FIRST-NAME IN WS-SEND-ROSTER
                      DELIMITED BY '  '
                  INTO WS-ED-NAME
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-SEND-DESC ' '
                  CLR-EMP-ID IN WS-SEND-ROSTER ' '
                  WS-ED-NAME ' '
                  WS-SEND-EFFECTIVE-DATE ' '
                  CLR-DEPARTMENT IN WS-SEND-ROSTER ' '
                  CLR-POSITION IN WS-SEND-ROSTER ' '
                  WS-CHANGE-TEXT
                  DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           WRITE CONFIRM-REPORT-RECORD FROM WS-REPORT-LINE
           .

       620-ADD-CHANGE-TAG.
      *****************************************************************
      * Append one item to the what-changed list                       *
      *****************************************************************
           MOVE SPACES TO WS-CHANGE-WORK
           IF WS-CHANGE-TEXT = SPACES
               MOVE WS-CHANGE-TAG TO WS-CHANGE-WORK
           ELSE
               STRING WS-CHANGE-TEXT DELIMITED BY '  '
                      ', ' DELIMITED BY SIZE
                      WS-CHANGE-TAG DELIMITED BY '  '
                      INTO WS-CHANGE-WORK
           END-IF
           MOVE WS-CHANGE-WORK TO WS-CHANGE-TEXT
           .

       900-WRAP-UP.
      *****************************************************************
      * Print the counts and close all files                           *
      *****************************************************************
           MOVE SPACES TO WS-REPORT-LINE
           WRITE CONFIRM-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE WS-EMPLOYEE-COUNT TO WS-ED-COUNT
           MOVE WS-PRIOR-COUNT TO WS-ED-COUNT-2
           MOVE WS-SENT-COUNT TO WS-ED-COUNT-3
           MOVE WS-UNCHANGED-COUNT TO WS-ED-COUNT-4
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'EMPLOYEES ON MASTER ' WS-ED-COUNT
                  '  ON LAST ROSTER ' WS-ED-COUNT-2
                  '  ENTRIES SENT ' WS-ED-COUNT-3
                  '  UNCHANGED ' WS-ED-COUNT-4
                  DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           WRITE CONFIRM-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE WS-ADD-COUNT TO WS-ED-COUNT
           MOVE WS-REACTIVATE-COUNT TO WS-ED-COUNT-2
           MOVE WS-TERMINATE-COUNT TO WS-ED-COUNT-3
           MOVE WS-CHANGE-COUNT TO WS-ED-COUNT-4
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'ADDS ' WS-ED-COUNT
                  '  REACTIVATIONS ' WS-ED-COUNT-2
                  '  TERMINATIONS ' WS-ED-COUNT-3
                  '  CHANGES ' WS-ED-COUNT-4
                  DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           WRITE CONFIRM-REPORT-RECORD FROM WS-REPORT-LINE

           DISPLAY 'TIME CLOCK ROSTER FEED COMPLETED'
           DISPLAY 'EMPLOYEES ON MASTER:  ' WS-EMPLOYEE-COUNT
           DISPLAY 'ENTRIES SENT:         ' WS-SENT-COUNT
           DISPLAY 'ADDS:                 ' WS-ADD-COUNT
           DISPLAY 'REACTIVATIONS:        ' WS-REACTIVATE-COUNT
           DISPLAY 'TERMINATIONS:         ' WS-TERMINATE-COUNT
           DISPLAY 'CHANGES:              ' WS-CHANGE-COUNT

           CLOSE PRIOR-ROSTER-FILE
                 EMPLOYEE-FILE
                 NEW-ROSTER-FILE
                 ROSTER-DELTA-FILE
                 CONFIRM-REPORT-FILE
           .
