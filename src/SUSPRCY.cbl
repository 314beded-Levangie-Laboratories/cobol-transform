      *****************************************************************
      * Program: SUSPRCY.cbl                                          *
      *                                                               *
      * Purpose: Payroll suspense recycle step for the Payroll        *
      *          Processing System. Feeds every suspended payroll     *
      *          record that has been corrected and released back     *
      *          into the payroll data for the regular or off-cycle   *
      *          run being assembled, marks each entry recycled, and  *
      *          prints the recycle register.                         *
      *                                                               *
      * Date Created: 2026-10-15                                      *
      * Author: COBOL Payroll System                                  *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSPRCY.
       AUTHOR. COBOL PAYROLL SYSTEM.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.

      *****************************************************************
      * Program Description:                                          *
      *                                                                *
      * SUSPRCY is a standalone program in the Payroll Processing      *
      * System, run after the edit pass and before the run is          *
      * approved. It:                                                  *
      *                                                                *
      * 1. Takes the period being assembled, its check date, run       *
      *    type, and company scope from the run control record; only   *
      *    a regular or off-cycle run still in edited status takes     *
      *    recycled records                                            *
      * 2. Walks the suspense file for entries released by the         *
      *    maintenance program, skipping those of another pay          *
      *    frequency or, on a company-scoped run, another company      *
      * 3. Appends each corrected record to the payroll data, moved    *
      *    to the run's period ID and check date but keeping the       *
      *    period dates it was worked in, approved by the release,     *
      *    and carrying its suspense entry's key so the calculation    *
      *    run can close the entry                                     *
      * 4. Marks each entry recycled into the run                      *
      * 5. Prints the recycle register and rolls the appended records  *
      *    and their hours into the run control's edited count and     *
      *    hours hash                                                  *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC.
       OBJECT-COMPUTER. PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SUSPENSE-FILE ASSIGN TO 'SUSPENSE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SUSP-KEY
           FILE STATUS IS SUSPENSE-FILE-STATUS.

           SELECT EMPLOYEE-FILE ASSIGN TO 'EMPFILE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMP-ID
           FILE STATUS IS EMP-FILE-STATUS.

           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO 'RUNCTL'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS RUNCTL-FILE-STATUS.

           SELECT PAYROLL-DATA-FILE ASSIGN TO 'PAYDATA'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS PAY-FILE-STATUS.

           SELECT RECYCLE-REPORT-FILE ASSIGN TO 'SUSRCRPT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUSPENSE-FILE.
           COPY SUSPFIL REPLACING ==SUSPENSE-RECORD== BY
               ==SUSPENSE-RECORD-FILE==.

       FD  EMPLOYEE-FILE.
           COPY EMPFILE REPLACING ==EMPLOYEE-RECORD== BY
               ==EMPLOYEE-RECORD-FILE==.

       FD  RUN-CONTROL-FILE.
           COPY RUNCTL REPLACING ==RUN-CONTROL-RECORD== BY
               ==RUN-CONTROL-RECORD-FILE==.

       FD  PAYROLL-DATA-FILE.
           COPY PAYDATA REPLACING ==PAYROLL-DATA-RECORD== BY
               ==PAYROLL-DATA-RECORD-FILE==.

       FD  RECYCLE-REPORT-FILE.
           01  RECYCLE-REPORT-RECORD       PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  SUSPENSE-FILE-STATUS        PIC X(2).
               88  SUSPENSE-FILE-SUCCESS   VALUE '00' '05'.
               88  SUSPENSE-FILE-EOF       VALUE '10'.
           05  EMP-FILE-STATUS             PIC X(2).
               88  EMP-FILE-SUCCESS        VALUE '00'.
           05  RUNCTL-FILE-STATUS          PIC X(2).
               88  RUNCTL-FILE-SUCCESS     VALUE '00'.
           05  PAY-FILE-STATUS             PIC X(2).
               88  PAY-FILE-SUCCESS        VALUE '00'.
           05  REPORT-FILE-STATUS          PIC X(2).
               88  REPORT-FILE-SUCCESS     VALUE '00'.

       COPY PAYDATA REPLACING ==PAYROLL-DATA-RECORD== BY
           ==WS-PAYROLL-DATA==.

       01  WS-RUN-CONTROL.
           05  WS-TARGET-PERIOD-ID        PIC 9(6) VALUE ZEROS.
           05  WS-TARGET-PERIOD-PARTS REDEFINES WS-TARGET-PERIOD-ID.
               10  WS-TARGET-FREQUENCY    PIC 9.
               10  FILLER                 PIC 9(5).
           05  WS-CHECK-DATE              PIC 9(8) VALUE ZEROS.
           05  WS-RUN-TYPE                PIC X VALUE SPACE.
               88  WS-RUN-TAKES-RECYCLE   VALUE 'R' 'O'.
           05  WS-COMPANY-SCOPE           PIC X(2) VALUE SPACES.
           05  WS-RUN-STATUS              PIC X VALUE SPACE.
               88  WS-RUN-EDITED          VALUE 'E'.
           05  WS-DATE                    PIC 9(8) VALUE ZEROS.
           05  WS-TIMESTAMP               PIC X(20) VALUE SPACES.

       01  WS-RECYCLE-WORK.
           05  WS-ENTRY-PERIOD-ID         PIC 9(6) VALUE ZEROS.
           05  WS-ENTRY-PERIOD-PARTS REDEFINES WS-ENTRY-PERIOD-ID.
               10  WS-ENTRY-FREQUENCY     PIC 9.
               10  FILLER                 PIC 9(5).
           05  WS-SKIP-REASON             PIC X(30).
           05  WS-RECORD-HOURS            PIC 9(5)V99 COMP-3
                                       VALUE ZEROS.

       01  WS-RUN-TOTALS.
           05  WS-ENTRIES-READ             PIC 9(7) COMP-3 VALUE ZEROS.
           05  WS-RELEASED-COUNT           PIC 9(7) COMP-3 VALUE ZEROS.
           05  WS-RECYCLED-COUNT           PIC 9(7) COMP-3 VALUE ZEROS.
           05  WS-HELD-COUNT               PIC 9(7) COMP-3 VALUE ZEROS.
           05  WS-RECYCLED-HOURS           PIC 9(7)V99 COMP-3
                                       VALUE ZEROS.

       01  WS-EDITED-FIELDS.
           05  WS-ED-HOURS                 PIC Z,ZZZ,ZZ9.99.
           05  WS-ED-COUNT                 PIC ZZZ,ZZ9.
           05  WS-ED-SEQ                   PIC 9(7).

       01  WS-REPORT-LINE                  PIC X(132).

       PROCEDURE DIVISION.
       000-MAIN-PROCESS.
      *****************************************************************
      * Main process coordinates the suspense recycle run              *
      *****************************************************************
           PERFORM 100-INITIALIZATION
           PERFORM 200-RECYCLE-RELEASED-ENTRIES
           PERFORM 900-WRAP-UP

           STOP RUN
           .

       100-INITIALIZATION.
      *****************************************************************
      * Establish the run being assembled from the run control record *
      * and open all files. Records go only into a regular or          *
      * off-cycle run, and only before it is approved - once approved  *
      * the run's input is fixed                                       *
      *****************************************************************
           DISPLAY 'PAYROLL SUSPENSE RECYCLE STARTED'
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
                       MOVE RC-RUN-TYPE IN RUN-CONTROL-RECORD-FILE
                           TO WS-RUN-TYPE
                       MOVE RC-COMPANY-SCOPE
                           IN RUN-CONTROL-RECORD-FILE TO
                           WS-COMPANY-SCOPE
                       MOVE RC-STATUS IN RUN-CONTROL-RECORD-FILE
                           TO WS-RUN-STATUS
               END-READ
           END-IF
           CLOSE RUN-CONTROL-FILE

           IF WS-TARGET-PERIOD-ID = ZEROS
               DISPLAY 'NO RUN CONTROL PERIOD - NOTHING RECYCLED'
               STOP RUN
           END-IF

           IF NOT WS-RUN-TAKES-RECYCLE
               DISPLAY 'RUN TYPE ' WS-RUN-TYPE
                       ' DOES NOT TAKE RECYCLED RECORDS - NOTHING '
                       'RECYCLED'
               STOP RUN
           END-IF

           IF NOT WS-RUN-EDITED
               DISPLAY 'RUN CONTROL STATUS ' WS-RUN-STATUS
                       ' - RECYCLE MUST RUN AFTER THE EDIT PASS AND '
                       'BEFORE APPROVAL'
               STOP RUN
           END-IF

           OPEN I-O SUSPENSE-FILE
           OPEN INPUT EMPLOYEE-FILE
           IF NOT SUSPENSE-FILE-SUCCESS OR NOT EMP-FILE-SUCCESS
               DISPLAY 'ERROR OPENING RECYCLE FILES - SUSPENSE: '
                       SUSPENSE-FILE-STATUS ' EMP: ' EMP-FILE-STATUS
               STOP RUN
           END-IF

           OPEN EXTEND PAYROLL-DATA-FILE
           IF NOT PAY-FILE-SUCCESS
               DISPLAY 'ERROR OPENING PAYROLL DATA: ' PAY-FILE-STATUS
               STOP RUN
           END-IF

           OPEN OUTPUT RECYCLE-REPORT-FILE

           MOVE SPACES TO WS-REPORT-LINE
           STRING 'PAYROLL SUSPENSE RECYCLE REGISTER - RUN '
                  WS-DATE ' - INTO PERIOD ' WS-TARGET-PERIOD-ID
                  ' CHECK DATE ' WS-CHECK-DATE
                  ' COMPANY SCOPE ' WS-COMPANY-SCOPE
                  DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           WRITE RECYCLE-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'SUSPENDED ENTRY   EMP-ID PERIOD PERIOD-END '
                  'MISSED-CHK    HOURS ACTION'
                  DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           WRITE RECYCLE-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE ALL '-' TO WS-REPORT-LINE
           WRITE RECYCLE-REPORT-RECORD FROM WS-REPORT-LINE

           STRING WS-DATE 'T000000' DELIMITED BY SIZE
               INTO WS-TIMESTAMP
           .

       200-RECYCLE-RELEASED-ENTRIES.
      *****************************************************************
      * Walk the suspense file, recycling each released entry          *
      *****************************************************************
           MOVE LOW-VALUES TO SUSP-KEY IN SUSPENSE-RECORD-FILE
           START SUSPENSE-FILE
               KEY IS >= SUSP-KEY IN SUSPENSE-RECORD-FILE
               INVALID KEY
                   SET SUSPENSE-FILE-EOF TO TRUE
           END-START

           PERFORM UNTIL SUSPENSE-FILE-EOF
               READ SUSPENSE-FILE NEXT RECORD
                   AT END
                       SET SUSPENSE-FILE-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ENTRIES-READ
                       IF SUSP-CORRECTED IN SUSPENSE-RECORD-FILE
                           ADD 1 TO WS-RELEASED-COUNT
                           PERFORM 210-RECYCLE-ONE-ENTRY
                               THRU 210-EXIT
                       END-IF
               END-READ
           END-PERFORM
           .

       210-RECYCLE-ONE-ENTRY.
      *****************************************************************
      * Recycle one released entry into this run. An entry for another *
      * pay frequency, or for another company on a company-scoped run, *
      * is held on the register for the run that covers it            *
      *****************************************************************
           MOVE SPACES TO WS-SKIP-REASON
           MOVE SUSP-PAYROLL-IMAGE IN SUSPENSE-RECORD-FILE TO
               WS-PAYROLL-DATA

           MOVE SUSP-PERIOD-ID IN SUSPENSE-RECORD-FILE TO
               WS-ENTRY-PERIOD-ID
           IF WS-ENTRY-FREQUENCY NOT = WS-TARGET-FREQUENCY
               MOVE 'HELD - OTHER PAY FREQUENCY' TO WS-SKIP-REASON
               ADD 1 TO WS-HELD-COUNT
               PERFORM 240-WRITE-REGISTER-LINE
               GO TO 210-EXIT
           END-IF

           IF WS-COMPANY-SCOPE NOT = SPACES
               MOVE PAY-EMPLOYEE-ID IN WS-PAYROLL-DATA TO
                   EMP-ID IN EMPLOYEE-RECORD-FILE
               READ EMPLOYEE-FILE
                   INVALID KEY
                       MOVE 'HELD - EMPLOYEE NOT ON FILE' TO
                           WS-SKIP-REASON
                   NOT INVALID KEY
                       IF EMP-COMPANY-CODE IN EMPLOYEE-RECORD-FILE
                               NOT = WS-COMPANY-SCOPE
                           MOVE 'HELD - OTHER COMPANY' TO
                               WS-SKIP-REASON
                       END-IF
               END-READ
               IF WS-SKIP-REASON NOT = SPACES
                   ADD 1 TO WS-HELD-COUNT
                   PERFORM 240-WRITE-REGISTER-LINE
                   GO TO 210-EXIT
               END-IF
           END-IF

           PERFORM 400-BUILD-PAYROLL-RECORD

           WRITE PAYROLL-DATA-RECORD-FILE FROM WS-PAYROLL-DATA
           IF NOT PAY-FILE-SUCCESS
               DISPLAY 'ERROR WRITING PAYROLL RECORD: '
                       PAY-FILE-STATUS
               MOVE 'HELD - PAYROLL DATA NOT WRITTEN' TO
                   WS-SKIP-REASON
               ADD 1 TO WS-HELD-COUNT
               PERFORM 240-WRITE-REGISTER-LINE
               GO TO 210-EXIT
           END-IF

           ADD 1 TO WS-RECYCLED-COUNT
           COMPUTE WS-RECORD-HOURS =
               PAY-REGULAR-HOURS IN WS-PAYROLL-DATA +
               PAY-OVERTIME-HOURS IN WS-PAYROLL-DATA
           ADD WS-RECORD-HOURS TO WS-RECYCLED-HOURS

           SET SUSP-RECYCLED IN SUSPENSE-RECORD-FILE TO TRUE
           MOVE WS-TARGET-PERIOD-ID TO
               SUSP-RECYCLE-PERIOD-ID IN SUSPENSE-RECORD-FILE
           MOVE WS-CHECK-DATE TO
               SUSP-RECYCLE-CHECK-DATE IN SUSPENSE-RECORD-FILE
           MOVE WS-DATE TO SUSP-STATUS-DATE IN SUSPENSE-RECORD-FILE
           MOVE 'SUSPRCY' TO SUSP-LAST-USER IN SUSPENSE-RECORD-FILE
           REWRITE SUSPENSE-RECORD-FILE
           IF NOT SUSPENSE-FILE-SUCCESS
               DISPLAY 'ERROR REWRITING SUSPENSE ENTRY: '
                       SUSP-KEY IN SUSPENSE-RECORD-FILE
                       ' STATUS: ' SUSPENSE-FILE-STATUS
           END-IF

           MOVE 'RECYCLED' TO WS-SKIP-REASON
           PERFORM 240-WRITE-REGISTER-LINE
           .
       210-EXIT.
           EXIT.

       240-WRITE-REGISTER-LINE.
      *****************************************************************
      * List one released entry on the register with what was done     *
      *****************************************************************
           COMPUTE WS-RECORD-HOURS =
               PAY-REGULAR-HOURS IN WS-PAYROLL-DATA +
               PAY-OVERTIME-HOURS IN WS-PAYROLL-DATA
           MOVE WS-RECORD-HOURS TO WS-ED-HOURS
           MOVE SUSP-INPUT-SEQ IN SUSPENSE-RECORD-FILE TO WS-ED-SEQ

           MOVE SPACES TO WS-REPORT-LINE
           STRING SUSP-RUN-DATE IN SUSPENSE-RECORD-FILE '-'
                  WS-ED-SEQ ' '
                  SUSP-EMP-ID IN SUSPENSE-RECORD-FILE ' '
                  SUSP-PERIOD-ID IN SUSPENSE-RECORD-FILE ' '
                  SUSP-PERIOD-END IN SUSPENSE-RECORD-FILE '   '
                  SUSP-CHECK-DATE IN SUSPENSE-RECORD-FILE ' '
                  WS-ED-HOURS ' '
                  WS-SKIP-REASON
                  DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           WRITE RECYCLE-REPORT-RECORD FROM WS-REPORT-LINE
           .

       400-BUILD-PAYROLL-RECORD.
      *****************************************************************
      * Move the corrected record into this run: the run's period ID   *
      * and check date (the period it was refused in may already be    *
      * marked processed on the calendar), the period dates it was     *
      * worked in kept so its history is filed under them, approved    *
      * by the release, and tagged with its suspense entry's key       *
      *****************************************************************
           MOVE WS-TARGET-PERIOD-ID TO
               PAY-PERIOD-ID IN WS-PAYROLL-DATA
           MOVE WS-CHECK-DATE (1:4) TO
               PAY-CHECK-YEAR IN WS-PAYROLL-DATA
           MOVE WS-CHECK-DATE (5:2) TO
               PAY-CHECK-MONTH IN WS-PAYROLL-DATA
           MOVE WS-CHECK-DATE (7:2) TO
               PAY-CHECK-DAY IN WS-PAYROLL-DATA

           SET PAY-STATUS-APPROVED IN WS-PAYROLL-DATA TO TRUE
           MOVE SPACES TO PAY-ERROR-CODE IN WS-PAYROLL-DATA
           MOVE SPACES TO PAY-ERROR-DESC IN WS-PAYROLL-DATA
           MOVE WS-TIMESTAMP TO
               PAY-UPDATED-TIMESTAMP IN WS-PAYROLL-DATA
           MOVE 'SUSPRCY' TO PAY-UPDATED-USER IN WS-PAYROLL-DATA

           MOVE SUSP-RUN-DATE IN SUSPENSE-RECORD-FILE TO
               PAY-SUSP-RUN-DATE IN WS-PAYROLL-DATA
           MOVE SUSP-INPUT-SEQ IN SUSPENSE-RECORD-FILE TO
               PAY-SUSP-INPUT-SEQ IN WS-PAYROLL-DATA
           .

       900-WRAP-UP.
      *****************************************************************
      * Print the register totals, roll the recycled records and their *
      * hours into the run control (the calculation run proves its     *
      * input count and hours hash against it, and these records       *
      * arrive after the edit pass stamped it), and close all files    *
      *****************************************************************
           IF WS-RECYCLED-COUNT > ZEROS
               PERFORM 950-ROLL-RUN-CONTROL-TOTALS
           END-IF

           MOVE SPACES TO WS-REPORT-LINE
           WRITE RECYCLE-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE WS-RELEASED-COUNT TO WS-ED-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'RELEASED ENTRIES:          ' WS-ED-COUNT
                  DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           WRITE RECYCLE-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE WS-RECYCLED-COUNT TO WS-ED-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'RECORDS RECYCLED:          ' WS-ED-COUNT
                  DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           WRITE RECYCLE-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE WS-HELD-COUNT TO WS-ED-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'ENTRIES HELD:              ' WS-ED-COUNT
                  DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           WRITE RECYCLE-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE WS-RECYCLED-HOURS TO WS-ED-HOURS
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'HOURS RECYCLED (REG+OT):   ' WS-ED-HOURS
                  DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           WRITE RECYCLE-REPORT-RECORD FROM WS-REPORT-LINE

           CLOSE SUSPENSE-FILE
                 EMPLOYEE-FILE
                 PAYROLL-DATA-FILE
                 RECYCLE-REPORT-FILE

           DISPLAY 'PAYROLL SUSPENSE RECYCLE COMPLETED'
           DISPLAY 'SUSPENSE ENTRIES READ:  ' WS-ENTRIES-READ
           DISPLAY 'ENTRIES RELEASED:       ' WS-RELEASED-COUNT
           DISPLAY 'RECORDS RECYCLED:       ' WS-RECYCLED-COUNT
           DISPLAY 'ENTRIES HELD:           ' WS-HELD-COUNT
           .

       950-ROLL-RUN-CONTROL-TOTALS.
      *****************************************************************
      * Add the recycled records to the run control's edited record    *
      * count and their regular and overtime hours to its hours hash   *
      * so the calculation run's balancing legs still tie              *
      *****************************************************************
           OPEN I-O RUN-CONTROL-FILE
           IF RUNCTL-FILE-SUCCESS
               READ RUN-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       ADD WS-RECYCLED-COUNT TO
                           RC-EDIT-RECORD-COUNT
                               IN RUN-CONTROL-RECORD-FILE
                       IF RC-INPUT-HOURS-HASH
                               IN RUN-CONTROL-RECORD-FILE IS NUMERIC
                           ADD WS-RECYCLED-HOURS TO
                               RC-INPUT-HOURS-HASH
                                   IN RUN-CONTROL-RECORD-FILE
                       END-IF
                       REWRITE RUN-CONTROL-RECORD-FILE
               END-READ
               CLOSE RUN-CONTROL-FILE
           ELSE
               DISPLAY 'RUN CONTROL TOTALS NOT UPDATED - STATUS: '
                       RUNCTL-FILE-STATUS
           END-IF
           .
