      *****************************************************************
      * Program: DEPTDIST.cbl                                         *
      *                                                               *
      * Purpose: Per-department report bursting and manager          *
      *          distribution packets for the Payroll Processing      *
      *          System. After each run, builds one packet per        *
      *          manager on the manager/department distribution       *
      *          table holding only that manager's departments: the   *
      *          payroll register lines (identifiers masked), the     *
      *          labor distribution and overtime hours, and any       *
      *          anomaly exceptions or unpaid suspense items - and    *
      *          logs who received what for the run.                 *
      *                                                               *
      * Date Created: 2026-10-15                                      *
      * Author: COBOL Payroll System                                  *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPTDIST.
       AUTHOR. COBOL PAYROLL SYSTEM.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.

      *****************************************************************
      * Program Description:                                          *
      *                                                                *
      * DEPTDIST is a standalone distribution program in the Payroll   *
      * Processing System, run after the calculation run and the       *
      * anomaly screen. It:                                            *
      *                                                                *
      * 1. Reads the run's period and check date from the run control  *
      *    record and loads the manager/department distribution table  *
      * 2. Collects the run's output by department: the register       *
      *    lines from the pay history records carrying the run's       *
      *    check date, with the SSN masked to its last four digits;    *
      *    the labor distribution lines totalled by cost center; the   *
      *    overtime and doubletime hours from the run's payroll input; *
      *    the anomaly screen's exceptions; and the unpaid suspense    *
      *    items. Each is placed in the employee's home department     *
      *    from the employee master (labor distribution lines carry    *
      *    their own charged department)                               *
      * 3. Writes one packet per manager to the packet file, each      *
      *    headed by a burst line naming the manager and delivery      *
      *    point, with one section per department assigned to them     *
      * 4. Appends a distribution log line per manager and department  *
      *    showing what was delivered, and a line for every department *
      *    that had output but is on no manager's distribution         *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC.
       OBJECT-COMPUTER. PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MANAGER-DIST-FILE ASSIGN TO 'MGRDIST'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS MGRDIST-FILE-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO 'RUNCTL'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS RUNCTL-FILE-STATUS.

           SELECT PAY-HISTORY-FILE ASSIGN TO 'PAYHIST'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HIST-KEY
           ALTERNATE RECORD KEY IS HIST-EMP-ID WITH DUPLICATES
           FILE STATUS IS HIST-FILE-STATUS.

           SELECT EMPLOYEE-FILE ASSIGN TO 'EMPFILE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMP-ID
           FILE STATUS IS EMP-FILE-STATUS.

           SELECT OPTIONAL LABOR-DIST-FILE ASSIGN TO 'LABDIST'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS LABDIST-FILE-STATUS.

           SELECT OPTIONAL PAYROLL-DATA-FILE ASSIGN TO 'PAYDATA'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS PAYDATA-FILE-STATUS.

           SELECT OPTIONAL ANOM-EXTRACT-FILE ASSIGN TO 'ANOMEXC'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ANOMEXC-FILE-STATUS.

           SELECT OPTIONAL SUSPENSE-FILE ASSIGN TO 'SUSPENSE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SUSP-KEY
           FILE STATUS IS SUSPENSE-FILE-STATUS.

           SELECT PACKET-FILE ASSIGN TO 'DEPTPKT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS PACKET-FILE-STATUS.

           SELECT OPTIONAL DIST-LOG-FILE ASSIGN TO 'DISTLOG'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS DISTLOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MANAGER-DIST-FILE.
           COPY MGRDIST REPLACING ==MANAGER-DIST-RECORD== BY
               ==MANAGER-DIST-RECORD-FILE==.

       FD  RUN-CONTROL-FILE.
           COPY RUNCTL REPLACING ==RUN-CONTROL-RECORD== BY
               ==RUN-CONTROL-RECORD-FILE==.

       FD  PAY-HISTORY-FILE.
           COPY PAYHIST REPLACING ==PAY-HISTORY-RECORD== BY
               ==PAY-HISTORY-RECORD-FILE==.

       FD  EMPLOYEE-FILE.
           COPY EMPFILE REPLACING ==EMPLOYEE-RECORD== BY
               ==EMPLOYEE-RECORD-FILE==.

       FD  LABOR-DIST-FILE.
           COPY LABDIST REPLACING ==LABOR-DIST-RECORD== BY
               ==LABOR-DIST-RECORD-FILE==.

       FD  PAYROLL-DATA-FILE.
           COPY PAYDATA REPLACING ==PAYROLL-DATA-RECORD== BY
               ==PAYROLL-DATA-RECORD-FILE==.

       FD  ANOM-EXTRACT-FILE.
           COPY ANOMEXC REPLACING ==ANOMALY-EXCEPTION-RECORD== BY
               ==ANOMALY-EXCEPTION-RECORD-FILE==.

       FD  SUSPENSE-FILE.
           COPY SUSPFIL REPLACING ==SUSPENSE-RECORD== BY
               ==SUSPENSE-RECORD-FILE==.

       FD  PACKET-FILE.
           01  PACKET-RECORD                PIC X(132).

       FD  DIST-LOG-FILE.
           COPY DISTLOG REPLACING ==DIST-LOG-RECORD== BY
               ==DIST-LOG-RECORD-FILE==.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  MGRDIST-FILE-STATUS        PIC X(2).
               88  MGRDIST-FILE-SUCCESS   VALUE '00'.
               88  MGRDIST-FILE-EOF       VALUE '10'.
           05  RUNCTL-FILE-STATUS         PIC X(2).
               88  RUNCTL-FILE-SUCCESS    VALUE '00'.
           05  HIST-FILE-STATUS           PIC X(2).
               88  HIST-FILE-SUCCESS      VALUE '00' '02'.
               88  HIST-FILE-EOF          VALUE '10'.
           05  EMP-FILE-STATUS            PIC X(2).
               88  EMP-FILE-SUCCESS       VALUE '00'.
           05  LABDIST-FILE-STATUS        PIC X(2).
               88  LABDIST-FILE-SUCCESS   VALUE '00' '05'.
               88  LABDIST-FILE-EOF       VALUE '10'.
           05  PAYDATA-FILE-STATUS        PIC X(2).
               88  PAYDATA-FILE-SUCCESS   VALUE '00' '05'.
               88  PAYDATA-FILE-EOF       VALUE '10'.
           05  ANOMEXC-FILE-STATUS        PIC X(2).
               88  ANOMEXC-FILE-SUCCESS   VALUE '00' '05'.
               88  ANOMEXC-FILE-EOF       VALUE '10'.
           05  SUSPENSE-FILE-STATUS       PIC X(2).
               88  SUSPENSE-FILE-SUCCESS  VALUE '00' '05'.
               88  SUSPENSE-FILE-EOF      VALUE '10'.
           05  PACKET-FILE-STATUS         PIC X(2).
               88  PACKET-FILE-SUCCESS    VALUE '00'.
           05  DISTLOG-FILE-STATUS        PIC X(2).
               88  DISTLOG-FILE-SUCCESS   VALUE '00' '05'.

       01  WS-RUN-CONTROL.
           05  WS-DATE                    PIC 9(8).
           05  WS-TIME                    PIC 9(8).
           05  WS-RUN-PERIOD-ID           PIC 9(6) VALUE ZEROS.
           05  WS-RUN-CHECK-DATE          PIC 9(8) VALUE ZEROS.

      *****************************************************************
      * Manager/department distribution table, in table order; a      *
      * manager's packet is written where the manager first appears   *
      *****************************************************************
       01  WS-DIST-TABLE.
           05  WS-MD-COUNT                 PIC 9(4) COMP-3 VALUE ZEROS.
           05  WS-MD-ENTRY OCCURS 500 TIMES.
               10  WS-MD-MANAGER-ID        PIC X(6).
               10  WS-MD-MANAGER-NAME      PIC X(30).
               10  WS-MD-DELIVER-TO        PIC X(40).
               10  WS-MD-DEPARTMENT        PIC X(4).
               10  WS-MD-WRITTEN-SW        PIC X.
                   88  WS-MD-WRITTEN       VALUE 'Y'.
           05  WS-MD-INDEX                 PIC 9(4) COMP-3 VALUE ZEROS.
           05  WS-MD-SCAN                  PIC 9(4) COMP-3 VALUE ZEROS.

      *****************************************************************
      * Departments with output this run, with their overtime hours   *
      * and whether any manager's packet carried them                 *
      *****************************************************************
       01  WS-DEPT-TABLE.
           05  WS-DT-COUNT                 PIC 9(4) COMP-3 VALUE ZEROS.
           05  WS-DT-ENTRY OCCURS 500 TIMES.
               10  WS-DT-DEPARTMENT        PIC X(4).
               10  WS-DT-OT-HOURS          PIC 9(6)V99 COMP-3.
               10  WS-DT-DT-HOURS          PIC 9(6)V99 COMP-3.
               10  WS-DT-ASSIGNED-SW       PIC X.
                   88  WS-DT-ASSIGNED      VALUE 'Y'.
           05  WS-DT-INDEX                 PIC 9(4) COMP-3 VALUE ZEROS.
           05  WS-DT-SCAN                  PIC 9(4) COMP-3 VALUE ZEROS.
           05  WS-FIND-DEPARTMENT          PIC X(4) VALUE SPACES.

      *****************************************************************
      * The run's register lines, by the employee's home department   *
      *****************************************************************
       01  WS-REGISTER-TABLE.
           05  WS-RG-COUNT                 PIC 9(5) COMP-3 VALUE ZEROS.
           05  WS-RG-ENTRY OCCURS 5000 TIMES.
               10  WS-RG-DEPARTMENT        PIC X(4).
               10  WS-RG-EMP-ID            PIC X(6).
               10  WS-RG-NAME              PIC X(25).
               10  WS-RG-MASKED-SSN        PIC X(11).
               10  WS-RG-RUN-MODE          PIC X.
               10  WS-RG-GROSS             PIC S9(7)V99 COMP-3.
               10  WS-RG-TAXES             PIC S9(7)V99 COMP-3.
               10  WS-RG-DEDUCTIONS        PIC S9(7)V99 COMP-3.
               10  WS-RG-NET               PIC S9(7)V99 COMP-3.
           05  WS-RG-INDEX                 PIC 9(5) COMP-3 VALUE ZEROS.

      *****************************************************************
      * The run's labor distribution, totalled by charged department  *
      * and cost center                                                *
      *****************************************************************
       01  WS-LABOR-TABLE.
           05  WS-LB-COUNT                 PIC 9(4) COMP-3 VALUE ZEROS.
           05  WS-LB-ENTRY OCCURS 1000 TIMES.
               10  WS-LB-DEPARTMENT        PIC X(4).
               10  WS-LB-COST-CENTER       PIC X(6).
               10  WS-LB-LINES             PIC 9(5) COMP-3.
               10  WS-LB-GROSS             PIC S9(9)V99 COMP-3.
               10  WS-LB-FICA              PIC S9(9)V99 COMP-3.
               10  WS-LB-UI                PIC S9(9)V99 COMP-3.
           05  WS-LB-INDEX                 PIC 9(4) COMP-3 VALUE ZEROS.

      *****************************************************************
      * The anomaly screen's exceptions for the run's check date      *
      *****************************************************************
       01  WS-ANOMALY-TABLE.
           05  WS-AN-COUNT                 PIC 9(4) COMP-3 VALUE ZEROS.
           05  WS-AN-ENTRY OCCURS 2000 TIMES.
               10  WS-AN-DEPARTMENT        PIC X(4).
               10  WS-AN-EMP-ID            PIC X(6).
               10  WS-AN-TYPE              PIC X(10).
               10  WS-AN-NET               PIC S9(7)V99 COMP-3.
               10  WS-AN-DETAIL            PIC X(60).
           05  WS-AN-INDEX                 PIC 9(4) COMP-3 VALUE ZEROS.

      *****************************************************************
      * Unpaid suspense items - open, released, or recycled          *
      *****************************************************************
       01  WS-SUSPENSE-TABLE.
           05  WS-SU-COUNT                 PIC 9(4) COMP-3 VALUE ZEROS.
           05  WS-SU-ENTRY OCCURS 1000 TIMES.
               10  WS-SU-DEPARTMENT        PIC X(4).
               10  WS-SU-RUN-DATE          PIC 9(8).
               10  WS-SU-INPUT-SEQ         PIC 9(7).
               10  WS-SU-EMP-ID            PIC X(6).
               10  WS-SU-PERIOD-END        PIC 9(8).
               10  WS-SU-STATUS-TEXT       PIC X(8).
               10  WS-SU-REASON            PIC X(60).
           05  WS-SU-INDEX                 PIC 9(4) COMP-3 VALUE ZEROS.

      *****************************************************************
      * Employee master lookup: home department, name, and the SSN   *
      * masked to its last four digits as on other routine outputs    *
      *****************************************************************
       01  WS-LOOKUP-WORK.
           05  WS-LOOKUP-EMP-ID            PIC X(6) VALUE SPACES.
           05  WS-LOOKUP-DEPARTMENT        PIC X(4) VALUE SPACES.
           05  WS-LOOKUP-NAME              PIC X(25) VALUE SPACES.
           05  WS-MASKED-SSN               PIC X(11) VALUE SPACES.
           05  WS-SSN-DISPLAY              PIC 9(9) VALUE ZEROS.

      *****************************************************************
      * Packet and per-department section counts                      *
      *****************************************************************
       01  WS-PACKET-WORK.
           05  WS-PACKET-NUMBER            PIC 9(4) VALUE ZEROS.
           05  WS-SECT-REGISTER-COUNT      PIC 9(5) VALUE ZEROS.
           05  WS-SECT-LABOR-COUNT         PIC 9(5) VALUE ZEROS.
           05  WS-SECT-ANOMALY-COUNT       PIC 9(5) VALUE ZEROS.
           05  WS-SECT-SUSPENSE-COUNT      PIC 9(5) VALUE ZEROS.
           05  WS-SECT-GROSS               PIC S9(9)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-SECT-NET                 PIC S9(9)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-SECT-OT-HOURS            PIC 9(6)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-SECT-DT-HOURS            PIC 9(6)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-HOLD-MANAGER-ID          PIC X(6) VALUE SPACES.

       01  WS-RUN-TOTALS.
           05  WS-PACKET-COUNT             PIC 9(5) COMP-3 VALUE ZEROS.
           05  WS-LOG-COUNT                PIC 9(5) COMP-3 VALUE ZEROS.
           05  WS-UNASSIGNED-COUNT         PIC 9(5) COMP-3 VALUE ZEROS.
           05  WS-TABLE-FULL-COUNT         PIC 9(5) COMP-3 VALUE ZEROS.

       01  WS-REPORT-LINE                  PIC X(132).
       01  WS-ED-AMOUNT                    PIC Z,ZZZ,ZZ9.99-.
       01  WS-ED-AMOUNT-2                  PIC Z,ZZZ,ZZ9.99-.
       01  WS-ED-AMOUNT-3                  PIC Z,ZZZ,ZZ9.99-.
       01  WS-ED-AMOUNT-4                  PIC Z,ZZZ,ZZ9.99-.
       01  WS-ED-HOURS                     PIC ZZZ,ZZ9.99.
       01  WS-ED-HOURS-2                   PIC ZZZ,ZZ9.99.
       01  WS-ED-COUNT                     PIC ZZZZ9.
       01  WS-ED-SEQ                       PIC 9(7).

       PROCEDURE DIVISION.
       000-MAIN-PROCESS.
      *****************************************************************
      * Main process coordinates the packet distribution              *
      *****************************************************************
           PERFORM 100-INITIALIZATION
           PERFORM 150-LOAD-DISTRIBUTION-TABLE
           PERFORM 200-LOAD-REGISTER-LINES
           PERFORM 250-LOAD-LABOR-DISTRIBUTION
           PERFORM 260-LOAD-OVERTIME-HOURS
           PERFORM 270-LOAD-ANOMALY-EXCEPTIONS
           PERFORM 280-LOAD-SUSPENSE-ITEMS
           PERFORM 400-WRITE-MANAGER-PACKETS
           PERFORM 500-LOG-UNASSIGNED-DEPARTMENTS
           PERFORM 900-WRAP-UP

           STOP RUN
           .

       100-INITIALIZATION.
      *****************************************************************
      * Read the run's period and check date, and open the files       *
      *****************************************************************
           DISPLAY 'MANAGER PACKET DISTRIBUTION STARTED'
           ACCEPT WS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME FROM TIME

           OPEN INPUT RUN-CONTROL-FILE
           IF NOT RUNCTL-FILE-SUCCESS
               DISPLAY 'NO RUN CONTROL RECORD - NOTHING TO DISTRIBUTE'
               PERFORM 950-ABNORMAL-TERMINATION
           END-IF
           READ RUN-CONTROL-FILE
               AT END
                   DISPLAY 'RUN CONTROL FILE EMPTY'
                   CLOSE RUN-CONTROL-FILE
                   PERFORM 950-ABNORMAL-TERMINATION
           END-READ
           MOVE RC-PERIOD-ID IN RUN-CONTROL-RECORD-FILE TO
               WS-RUN-PERIOD-ID
           MOVE RC-CHECK-DATE IN RUN-CONTROL-RECORD-FILE TO
               WS-RUN-CHECK-DATE
           CLOSE RUN-CONTROL-FILE

           OPEN INPUT PAY-HISTORY-FILE
           IF NOT HIST-FILE-SUCCESS
               DISPLAY 'ERROR OPENING PAY HISTORY FILE: '
                       HIST-FILE-STATUS
               PERFORM 950-ABNORMAL-TERMINATION
           END-IF

           OPEN INPUT EMPLOYEE-FILE
           IF NOT EMP-FILE-SUCCESS
               DISPLAY 'ERROR OPENING EMPLOYEE FILE: '
                       EMP-FILE-STATUS
               PERFORM 950-ABNORMAL-TERMINATION
           END-IF

           OPEN OUTPUT PACKET-FILE
           IF NOT PACKET-FILE-SUCCESS
               DISPLAY 'ERROR OPENING PACKET FILE: '
                       PACKET-FILE-STATUS
               PERFORM 950-ABNORMAL-TERMINATION
           END-IF

           OPEN EXTEND DIST-LOG-FILE
           IF NOT DISTLOG-FILE-SUCCESS
               DISPLAY 'ERROR OPENING DISTRIBUTION LOG: '
                       DISTLOG-FILE-STATUS
               PERFORM 950-ABNORMAL-TERMINATION
           END-IF

           DISPLAY 'DISTRIBUTING PERIOD ' WS-RUN-PERIOD-ID
                   ' CHECK DATE ' WS-RUN-CHECK-DATE
           .

       150-LOAD-DISTRIBUTION-TABLE.
      *****************************************************************
      * Load the active manager/department entries; without a table    *
      * there is no one to distribute to                               *
      *****************************************************************
           OPEN INPUT MANAGER-DIST-FILE
           IF NOT MGRDIST-FILE-SUCCESS
               DISPLAY 'ERROR OPENING DISTRIBUTION TABLE: '
                       MGRDIST-FILE-STATUS
               PERFORM 950-ABNORMAL-TERMINATION
           END-IF

           PERFORM UNTIL MGRDIST-FILE-EOF
               READ MANAGER-DIST-FILE
                   AT END
                       SET MGRDIST-FILE-EOF TO TRUE
                   NOT AT END
                       IF MD-ACTIVE IN MANAGER-DIST-RECORD-FILE
                           AND MD-MANAGER-ID IN
                               MANAGER-DIST-RECORD-FILE NOT = SPACES
                           AND MD-DEPARTMENT IN
                               MANAGER-DIST-RECORD-FILE NOT = SPACES
                           IF WS-MD-COUNT < 500
                               ADD 1 TO WS-MD-COUNT
                               MOVE MD-MANAGER-ID IN
                                   MANAGER-DIST-RECORD-FILE TO
                                   WS-MD-MANAGER-ID (WS-MD-COUNT)
                               MOVE MD-MANAGER-NAME IN
                                   MANAGER-DIST-RECORD-FILE TO
                                   WS-MD-MANAGER-NAME (WS-MD-COUNT)
                               MOVE MD-DELIVER-TO IN
                                   MANAGER-DIST-RECORD-FILE TO
                                   WS-MD-DELIVER-TO (WS-MD-COUNT)
                               MOVE MD-DEPARTMENT IN
                                   MANAGER-DIST-RECORD-FILE TO
                                   WS-MD-DEPARTMENT (WS-MD-COUNT)
                               MOVE 'N' TO
                                   WS-MD-WRITTEN-SW (WS-MD-COUNT)
                           ELSE
                               ADD 1 TO WS-TABLE-FULL-COUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MANAGER-DIST-FILE
           DISPLAY 'DISTRIBUTION ENTRIES LOADED: ' WS-MD-COUNT
           .

       200-LOAD-REGISTER-LINES.
      *****************************************************************
      * Every pay history record carrying the run's check date is one *
      * of the run's register lines; file it under the employee's     *
      * home department with the SSN masked                           *
      *****************************************************************
           MOVE LOW-VALUES TO HIST-KEY IN PAY-HISTORY-RECORD-FILE
           START PAY-HISTORY-FILE
               KEY IS >= HIST-KEY IN PAY-HISTORY-RECORD-FILE
               INVALID KEY
                   SET HIST-FILE-EOF TO TRUE
           END-START

           PERFORM UNTIL HIST-FILE-EOF
               READ PAY-HISTORY-FILE NEXT RECORD
                   AT END
                       SET HIST-FILE-EOF TO TRUE
                   NOT AT END
                       IF HIST-CHECK-DATE IN PAY-HISTORY-RECORD-FILE
                               = WS-RUN-CHECK-DATE
                           PERFORM 210-FILE-REGISTER-LINE
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY 'REGISTER LINES COLLECTED: ' WS-RG-COUNT
           .

       210-FILE-REGISTER-LINE.
      *****************************************************************
      * File one register line under the employee's department        *
      *****************************************************************
           IF WS-RG-COUNT >= 5000
               ADD 1 TO WS-TABLE-FULL-COUNT
           ELSE
               MOVE HIST-EMP-ID IN PAY-HISTORY-RECORD-FILE TO
                   WS-LOOKUP-EMP-ID
               PERFORM 710-LOOKUP-EMPLOYEE
               ADD 1 TO WS-RG-COUNT
               MOVE WS-LOOKUP-DEPARTMENT TO
                   WS-RG-DEPARTMENT (WS-RG-COUNT)
               MOVE WS-LOOKUP-EMP-ID TO WS-RG-EMP-ID (WS-RG-COUNT)
               MOVE WS-LOOKUP-NAME TO WS-RG-NAME (WS-RG-COUNT)
               MOVE WS-MASKED-SSN TO WS-RG-MASKED-SSN (WS-RG-COUNT)
               MOVE HIST-RUN-MODE IN PAY-HISTORY-RECORD-FILE TO
                   WS-RG-RUN-MODE (WS-RG-COUNT)
               MOVE HIST-GROSS-PAY IN PAY-HISTORY-RECORD-FILE TO
                   WS-RG-GROSS (WS-RG-COUNT)
      *****************************************************************
      * SDI and the flat local services tax carry low-values on       *
      * records archived before they existed                          *
      *****************************************************************
               COMPUTE WS-RG-TAXES (WS-RG-COUNT) =
                   HIST-FEDERAL-TAX IN PAY-HISTORY-RECORD-FILE +
                   HIST-STATE-TAX IN PAY-HISTORY-RECORD-FILE +
                   HIST-LOCAL-TAX IN PAY-HISTORY-RECORD-FILE +
                   HIST-SOCIAL-SEC-TAX IN PAY-HISTORY-RECORD-FILE +
                   HIST-MEDICARE-TAX IN PAY-HISTORY-RECORD-FILE
               IF HIST-SDI-TAX IN PAY-HISTORY-RECORD-FILE IS NUMERIC
                   ADD HIST-SDI-TAX IN PAY-HISTORY-RECORD-FILE TO
                       WS-RG-TAXES (WS-RG-COUNT)
               END-IF
               IF HIST-LST-TAX IN PAY-HISTORY-RECORD-FILE IS NUMERIC
                   ADD HIST-LST-TAX IN PAY-HISTORY-RECORD-FILE TO
                       WS-RG-TAXES (WS-RG-COUNT)
               END-IF
               MOVE HIST-TOTAL-DEDUCTIONS IN PAY-HISTORY-RECORD-FILE
                   TO WS-RG-DEDUCTIONS (WS-RG-COUNT)
               MOVE HIST-NET-PAY IN PAY-HISTORY-RECORD-FILE TO
                   WS-RG-NET (WS-RG-COUNT)
               MOVE WS-LOOKUP-DEPARTMENT TO WS-FIND-DEPARTMENT
               PERFORM 700-FIND-DEPARTMENT
           END-IF
           .

       250-LOAD-LABOR-DISTRIBUTION.
      *****************************************************************
      * Total the run's labor distribution lines by the department    *
      * and cost center they were charged to                          *
      *****************************************************************
           OPEN INPUT LABOR-DIST-FILE
           IF LABDIST-FILE-SUCCESS
               PERFORM UNTIL LABDIST-FILE-EOF
                   READ LABOR-DIST-FILE
                       AT END
                           SET LABDIST-FILE-EOF TO TRUE
                       NOT AT END
                           PERFORM 255-TOTAL-LABOR-LINE
                   END-READ
               END-PERFORM
               CLOSE LABOR-DIST-FILE
           END-IF
           DISPLAY 'LABOR COST CENTERS COLLECTED: ' WS-LB-COUNT
           .

       255-TOTAL-LABOR-LINE.
      *****************************************************************
      * Add one labor line to its department and cost center total    *
      *****************************************************************
           MOVE ZEROS TO WS-LB-INDEX
           PERFORM VARYING WS-LB-INDEX FROM 1 BY 1
                   UNTIL WS-LB-INDEX > WS-LB-COUNT
               IF WS-LB-DEPARTMENT (WS-LB-INDEX) =
                       LD-DEPARTMENT IN LABOR-DIST-RECORD-FILE
                   AND WS-LB-COST-CENTER (WS-LB-INDEX) =
                       LD-COST-CENTER IN LABOR-DIST-RECORD-FILE
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF WS-LB-INDEX > WS-LB-COUNT
               IF WS-LB-COUNT >= 1000
                   ADD 1 TO WS-TABLE-FULL-COUNT
                   MOVE ZEROS TO WS-LB-INDEX
               ELSE
                   ADD 1 TO WS-LB-COUNT
                   MOVE WS-LB-COUNT TO WS-LB-INDEX
                   MOVE LD-DEPARTMENT IN LABOR-DIST-RECORD-FILE TO
                       WS-LB-DEPARTMENT (WS-LB-INDEX)
                   MOVE LD-COST-CENTER IN LABOR-DIST-RECORD-FILE TO
                       WS-LB-COST-CENTER (WS-LB-INDEX)
                   MOVE ZEROS TO WS-LB-LINES (WS-LB-INDEX)
                                 WS-LB-GROSS (WS-LB-INDEX)
                                 WS-LB-FICA (WS-LB-INDEX)
                                 WS-LB-UI (WS-LB-INDEX)
                   MOVE LD-DEPARTMENT IN LABOR-DIST-RECORD-FILE TO
                       WS-FIND-DEPARTMENT
                   PERFORM 700-FIND-DEPARTMENT
               END-IF
           END-IF

           IF WS-LB-INDEX > ZEROS
               ADD 1 TO WS-LB-LINES (WS-LB-INDEX)
               ADD LD-GROSS-SHARE IN LABOR-DIST-RECORD-FILE TO
                   WS-LB-GROSS (WS-LB-INDEX)
               ADD LD-EMPLOYER-FICA-SHARE IN LABOR-DIST-RECORD-FILE
                   TO WS-LB-FICA (WS-LB-INDEX)
               ADD LD-EMPLOYER-UI-SHARE IN LABOR-DIST-RECORD-FILE TO
                   WS-LB-UI (WS-LB-INDEX)
           END-IF
           .

       260-LOAD-OVERTIME-HOURS.
      *****************************************************************
      * Total the run's overtime and doubletime hours from the        *
      * payroll input for the run's period by the employee's home     *
      * department                                                    *
      *****************************************************************
           OPEN INPUT PAYROLL-DATA-FILE
           IF PAYDATA-FILE-SUCCESS
               PERFORM UNTIL PAYDATA-FILE-EOF
                   READ PAYROLL-DATA-FILE
                       AT END
                           SET PAYDATA-FILE-EOF TO TRUE
                       NOT AT END
                           IF PAY-PERIOD-ID IN
                                   PAYROLL-DATA-RECORD-FILE =
                                   WS-RUN-PERIOD-ID
                               AND (PAY-OVERTIME-HOURS IN
                                   PAYROLL-DATA-RECORD-FILE > ZEROS
                               OR PAY-DOUBLETIME-HOURS IN
                                   PAYROLL-DATA-RECORD-FILE > ZEROS)
                               PERFORM 265-ADD-OVERTIME-HOURS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAYROLL-DATA-FILE
           END-IF
           .

       265-ADD-OVERTIME-HOURS.
      *****************************************************************
      * Add one employee's overtime hours to the home department     *
      *****************************************************************
           MOVE PAY-EMPLOYEE-ID IN PAYROLL-DATA-RECORD-FILE TO
               WS-LOOKUP-EMP-ID
           PERFORM 710-LOOKUP-EMPLOYEE
           MOVE WS-LOOKUP-DEPARTMENT TO WS-FIND-DEPARTMENT
           PERFORM 700-FIND-DEPARTMENT
           IF WS-DT-INDEX > ZEROS
               ADD PAY-OVERTIME-HOURS IN PAYROLL-DATA-RECORD-FILE TO
                   WS-DT-OT-HOURS (WS-DT-INDEX)
               ADD PAY-DOUBLETIME-HOURS IN PAYROLL-DATA-RECORD-FILE
                   TO WS-DT-DT-HOURS (WS-DT-INDEX)
           END-IF
           .

       270-LOAD-ANOMALY-EXCEPTIONS.
      *****************************************************************
      * Collect the anomaly screen's exceptions for the run's check    *
      * date under the employee's home department                      *
      *****************************************************************
           OPEN INPUT ANOM-EXTRACT-FILE
           IF ANOMEXC-FILE-SUCCESS
               PERFORM UNTIL ANOMEXC-FILE-EOF
                   READ ANOM-EXTRACT-FILE
                       AT END
                           SET ANOMEXC-FILE-EOF TO TRUE
                       NOT AT END
                           IF AX-CHECK-DATE IN
                                   ANOMALY-EXCEPTION-RECORD-FILE =
                                   WS-RUN-CHECK-DATE
                               PERFORM 275-FILE-ANOMALY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ANOM-EXTRACT-FILE
           END-IF
           DISPLAY 'ANOMALY EXCEPTIONS COLLECTED: ' WS-AN-COUNT
           .

       275-FILE-ANOMALY.
      *****************************************************************
      * File one anomaly exception under the employee's department    *
      *****************************************************************
           IF WS-AN-COUNT >= 2000
               ADD 1 TO WS-TABLE-FULL-COUNT
           ELSE
               MOVE AX-EMP-ID IN ANOMALY-EXCEPTION-RECORD-FILE TO
                   WS-LOOKUP-EMP-ID
               PERFORM 710-LOOKUP-EMPLOYEE
               ADD 1 TO WS-AN-COUNT
               MOVE WS-LOOKUP-DEPARTMENT TO
                   WS-AN-DEPARTMENT (WS-AN-COUNT)
               MOVE WS-LOOKUP-EMP-ID TO WS-AN-EMP-ID (WS-AN-COUNT)
               MOVE AX-EXCEPTION-TYPE IN ANOMALY-EXCEPTION-RECORD-FILE
                   TO WS-AN-TYPE (WS-AN-COUNT)
               MOVE AX-NET-PAY IN ANOMALY-EXCEPTION-RECORD-FILE TO
                   WS-AN-NET (WS-AN-COUNT)
               MOVE AX-DETAIL IN ANOMALY-EXCEPTION-RECORD-FILE TO
                   WS-AN-DETAIL (WS-AN-COUNT)
               MOVE WS-LOOKUP-DEPARTMENT TO WS-FIND-DEPARTMENT
               PERFORM 700-FIND-DEPARTMENT
           END-IF
           .

       280-LOAD-SUSPENSE-ITEMS.
      *****************************************************************
      * Collect every unpaid suspense item under the employee's home   *
      * department                                                     *
      *****************************************************************
           OPEN INPUT SUSPENSE-FILE
           IF SUSPENSE-FILE-SUCCESS
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
                           IF SUSP-UNPAID IN SUSPENSE-RECORD-FILE
                               PERFORM 285-FILE-SUSPENSE-ITEM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUSPENSE-FILE
           END-IF
           DISPLAY 'UNPAID SUSPENSE ITEMS COLLECTED: ' WS-SU-COUNT
           .

       285-FILE-SUSPENSE-ITEM.
      *****************************************************************
      * File one unpaid suspense item under the employee's department *
      *****************************************************************
           IF WS-SU-COUNT >= 1000
               ADD 1 TO WS-TABLE-FULL-COUNT
           ELSE
               MOVE SUSP-EMP-ID IN SUSPENSE-RECORD-FILE TO
                   WS-LOOKUP-EMP-ID
               PERFORM 710-LOOKUP-EMPLOYEE
               ADD 1 TO WS-SU-COUNT
               MOVE WS-LOOKUP-DEPARTMENT TO
                   WS-SU-DEPARTMENT (WS-SU-COUNT)
               MOVE SUSP-RUN-DATE IN SUSPENSE-RECORD-FILE TO
                   WS-SU-RUN-DATE (WS-SU-COUNT)
               MOVE SUSP-INPUT-SEQ IN SUSPENSE-RECORD-FILE TO
                   WS-SU-INPUT-SEQ (WS-SU-COUNT)
               MOVE WS-LOOKUP-EMP-ID TO WS-SU-EMP-ID (WS-SU-COUNT)
               MOVE SUSP-PERIOD-END IN SUSPENSE-RECORD-FILE TO
                   WS-SU-PERIOD-END (WS-SU-COUNT)
               EVALUATE TRUE
                   WHEN SUSP-OPEN IN SUSPENSE-RECORD-FILE
                       MOVE 'OPEN' TO WS-SU-STATUS-TEXT (WS-SU-COUNT)
                   WHEN SUSP-CORRECTED IN SUSPENSE-RECORD-FILE
                       MOVE 'RELEASED' TO
                           WS-SU-STATUS-TEXT (WS-SU-COUNT)
                   WHEN OTHER
                       MOVE 'RECYCLED' TO
                           WS-SU-STATUS-TEXT (WS-SU-COUNT)
               END-EVALUATE
               MOVE SUSP-REASON IN SUSPENSE-RECORD-FILE TO
                   WS-SU-REASON (WS-SU-COUNT)
               MOVE WS-LOOKUP-DEPARTMENT TO WS-FIND-DEPARTMENT
               PERFORM 700-FIND-DEPARTMENT
           END-IF
           .

       400-WRITE-MANAGER-PACKETS.
      *****************************************************************
      * One packet per manager, in the order managers first appear on  *
      * the distribution table, carrying all of the manager's          *
      * departments                                                    *
      *****************************************************************
           PERFORM VARYING WS-MD-INDEX FROM 1 BY 1
                   UNTIL WS-MD-INDEX > WS-MD-COUNT
               IF NOT WS-MD-WRITTEN (WS-MD-INDEX)
                   MOVE WS-MD-MANAGER-ID (WS-MD-INDEX) TO
                       WS-HOLD-MANAGER-ID
                   PERFORM 410-WRITE-PACKET-HEADING
                   PERFORM VARYING WS-MD-SCAN FROM WS-MD-INDEX BY 1
                           UNTIL WS-MD-SCAN > WS-MD-COUNT
                       IF WS-MD-MANAGER-ID (WS-MD-SCAN) =
                               WS-HOLD-MANAGER-ID
                           MOVE 'Y' TO WS-MD-WRITTEN-SW (WS-MD-SCAN)
                           PERFORM 420-WRITE-DEPARTMENT-SECTION
                           PERFORM 490-LOG-DELIVERY
                       END-IF
                   END-PERFORM
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING '*** END OF PACKET ' WS-PACKET-NUMBER
                          ' FOR MANAGER ' WS-HOLD-MANAGER-ID ' ***'
                          DELIMITED BY SIZE INTO WS-REPORT-LINE
                   WRITE PACKET-RECORD FROM WS-REPORT-LINE
               END-IF
           END-PERFORM
           .

       410-WRITE-PACKET-HEADING.
      *****************************************************************
      * Burst line and heading that open one manager's packet          *
      *****************************************************************
           ADD 1 TO WS-PACKET-NUMBER
           ADD 1 TO WS-PACKET-COUNT

           MOVE ALL '=' TO WS-REPORT-LINE
           WRITE PACKET-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING '*** PACKET ' WS-PACKET-NUMBER
                  ' *** MANAGER ' WS-MD-MANAGER-ID (WS-MD-INDEX)
                  ' ' WS-MD-MANAGER-NAME (WS-MD-INDEX)
                  ' *** DELIVER TO: ' WS-MD-DELIVER-TO (WS-MD-INDEX)
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE PACKET-RECORD FROM WS-REPORT-LINE
           MOVE ALL '=' TO WS-REPORT-LINE
           WRITE PACKET-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'DEPARTMENT PAYROLL PACKET - PERIOD '
                  WS-RUN-PERIOD-ID
                  '  CHECK DATE ' WS-RUN-CHECK-DATE
                  '  PREPARED ' WS-DATE
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE PACKET-RECORD FROM WS-REPORT-LINE
           MOVE 'CONFIDENTIAL - FOR THE NAMED MANAGER ONLY. SSNS ARE MAS
      -        'KED TO THE LAST FOUR DIGITS.' TO WS-REPORT-LINE
           WRITE PACKET-RECORD FROM WS-REPORT-LINE
           .

       420-WRITE-DEPARTMENT-SECTION.
      *****************************************************************
      * One department's section of the packet: register, labor        *
      * distribution and overtime, anomaly exceptions, suspense items  *
      *****************************************************************
           MOVE ZEROS TO WS-SECT-REGISTER-COUNT
                         WS-SECT-LABOR-COUNT
                         WS-SECT-ANOMALY-COUNT
                         WS-SECT-SUSPENSE-COUNT
                         WS-SECT-GROSS
                         WS-SECT-NET
                         WS-SECT-OT-HOURS
                         WS-SECT-DT-HOURS

           MOVE WS-MD-DEPARTMENT (WS-MD-SCAN) TO WS-FIND-DEPARTMENT
           MOVE ZEROS TO WS-DT-INDEX
           PERFORM VARYING WS-DT-SCAN FROM 1 BY 1
                   UNTIL WS-DT-SCAN > WS-DT-COUNT
               IF WS-DT-DEPARTMENT (WS-DT-SCAN) = WS-FIND-DEPARTMENT
                   MOVE WS-DT-SCAN TO WS-DT-INDEX
                   MOVE 'Y' TO WS-DT-ASSIGNED-SW (WS-DT-SCAN)
                   MOVE WS-DT-OT-HOURS (WS-DT-SCAN) TO
                       WS-SECT-OT-HOURS
                   MOVE WS-DT-DT-HOURS (WS-DT-SCAN) TO
                       WS-SECT-DT-HOURS
               END-IF
           END-PERFORM

           MOVE SPACES TO WS-REPORT-LINE
           WRITE PACKET-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'DEPARTMENT ' WS-FIND-DEPARTMENT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE PACKET-RECORD FROM WS-REPORT-LINE
           MOVE ALL '-' TO WS-REPORT-LINE
           WRITE PACKET-RECORD FROM WS-REPORT-LINE

           PERFORM 430-WRITE-REGISTER-LINES
           PERFORM 440-WRITE-LABOR-LINES
           PERFORM 450-WRITE-ANOMALY-LINES
           PERFORM 460-WRITE-SUSPENSE-LINES
           .

       430-WRITE-REGISTER-LINES.
      *****************************************************************
      * The department's payroll register lines and totals             *
      *****************************************************************
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  PAYROLL REGISTER'
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE PACKET-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  EMP-ID NAME                      SSN         M '
                  '        GROSS         TAXES    DEDUCTIONS'
                  '           NET'
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE PACKET-RECORD FROM WS-REPORT-LINE

           PERFORM VARYING WS-RG-INDEX FROM 1 BY 1
                   UNTIL WS-RG-INDEX > WS-RG-COUNT
               IF WS-RG-DEPARTMENT (WS-RG-INDEX) = WS-FIND-DEPARTMENT
                   ADD 1 TO WS-SECT-REGISTER-COUNT
                   ADD WS-RG-GROSS (WS-RG-INDEX) TO WS-SECT-GROSS
                   ADD WS-RG-NET (WS-RG-INDEX) TO WS-SECT-NET
                   MOVE WS-RG-GROSS (WS-RG-INDEX) TO WS-ED-AMOUNT
                   MOVE WS-RG-TAXES (WS-RG-INDEX) TO WS-ED-AMOUNT-2
                   MOVE WS-RG-DEDUCTIONS (WS-RG-INDEX) TO
                       WS-ED-AMOUNT-3
                   MOVE WS-RG-NET (WS-RG-INDEX) TO WS-ED-AMOUNT-4
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING '  ' WS-RG-EMP-ID (WS-RG-INDEX)
                          ' ' WS-RG-NAME (WS-RG-INDEX)
                          ' ' WS-RG-MASKED-SSN (WS-RG-INDEX)
                          ' ' WS-RG-RUN-MODE (WS-RG-INDEX)
                          ' ' WS-ED-AMOUNT
                          ' ' WS-ED-AMOUNT-2
                          ' ' WS-ED-AMOUNT-3
                          ' ' WS-ED-AMOUNT-4
                          DELIMITED BY SIZE INTO WS-REPORT-LINE
                   WRITE PACKET-RECORD FROM WS-REPORT-LINE
               END-IF
           END-PERFORM

           MOVE WS-SECT-REGISTER-COUNT TO WS-ED-COUNT
           MOVE WS-SECT-GROSS TO WS-ED-AMOUNT
           MOVE WS-SECT-NET TO WS-ED-AMOUNT-4
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  DEPARTMENT TOTAL  ' WS-ED-COUNT ' PAYMENTS'
                  '   GROSS ' WS-ED-AMOUNT
                  '   NET ' WS-ED-AMOUNT-4
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE PACKET-RECORD FROM WS-REPORT-LINE
           .

       440-WRITE-LABOR-LINES.
      *****************************************************************
      * The labor charged to the department by cost center, and the    *
      * department's overtime and doubletime hours                     *
      *****************************************************************
           MOVE SPACES TO WS-REPORT-LINE
           WRITE PACKET-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  LABOR DISTRIBUTION'
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE PACKET-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  COST-CTR LINES    GROSS SHARE      ER FICA  '
                  '      ER UI'
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE PACKET-RECORD FROM WS-REPORT-LINE

           PERFORM VARYING WS-LB-INDEX FROM 1 BY 1
                   UNTIL WS-LB-INDEX > WS-LB-COUNT
               IF WS-LB-DEPARTMENT (WS-LB-INDEX) = WS-FIND-DEPARTMENT
                   ADD 1 TO WS-SECT-LABOR-COUNT
                   MOVE WS-LB-LINES (WS-LB-INDEX) TO WS-ED-COUNT
                   MOVE WS-LB-GROSS (WS-LB-INDEX) TO WS-ED-AMOUNT
                   MOVE WS-LB-FICA (WS-LB-INDEX) TO WS-ED-AMOUNT-2
                   MOVE WS-LB-UI (WS-LB-INDEX) TO WS-ED-AMOUNT-3
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING '  ' WS-LB-COST-CENTER (WS-LB-INDEX)
                          '   ' WS-ED-COUNT
                          ' ' WS-ED-AMOUNT
                          ' ' WS-ED-AMOUNT-2
                          ' ' WS-ED-AMOUNT-3
                          DELIMITED BY SIZE INTO WS-REPORT-LINE
                   WRITE PACKET-RECORD FROM WS-REPORT-LINE
               END-IF
           END-PERFORM

           MOVE WS-SECT-OT-HOURS TO WS-ED-HOURS
           MOVE WS-SECT-DT-HOURS TO WS-ED-HOURS-2
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  OVERTIME HOURS ' WS-ED-HOURS
                  '   DOUBLETIME HOURS ' WS-ED-HOURS-2
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE PACKET-RECORD FROM WS-REPORT-LINE
           .

       450-WRITE-ANOMALY-LINES.
      *****************************************************************
      * The anomaly screen's exceptions for the department             *
      *****************************************************************
           MOVE SPACES TO WS-REPORT-LINE
           WRITE PACKET-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  ANOMALY EXCEPTIONS'
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE PACKET-RECORD FROM WS-REPORT-LINE

           PERFORM VARYING WS-AN-INDEX FROM 1 BY 1
                   UNTIL WS-AN-INDEX > WS-AN-COUNT
               IF WS-AN-DEPARTMENT (WS-AN-INDEX) = WS-FIND-DEPARTMENT
                   ADD 1 TO WS-SECT-ANOMALY-COUNT
                   MOVE WS-AN-NET (WS-AN-INDEX) TO WS-ED-AMOUNT
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING '  ' WS-AN-TYPE (WS-AN-INDEX)
                          ' ' WS-AN-EMP-ID (WS-AN-INDEX)
                          '  NET ' WS-ED-AMOUNT
                          '  ' WS-AN-DETAIL (WS-AN-INDEX)
                          DELIMITED BY SIZE INTO WS-REPORT-LINE
                   WRITE PACKET-RECORD FROM WS-REPORT-LINE
               END-IF
           END-PERFORM

           IF WS-SECT-ANOMALY-COUNT = ZEROS
               MOVE '  NONE' TO WS-REPORT-LINE
               WRITE PACKET-RECORD FROM WS-REPORT-LINE
           END-IF
           .

       460-WRITE-SUSPENSE-LINES.
      *****************************************************************
      * The department's unpaid suspense items                         *
      *****************************************************************
           MOVE SPACES TO WS-REPORT-LINE
           WRITE PACKET-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  UNPAID SUSPENSE ITEMS'
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE PACKET-RECORD FROM WS-REPORT-LINE

           PERFORM VARYING WS-SU-INDEX FROM 1 BY 1
                   UNTIL WS-SU-INDEX > WS-SU-COUNT
               IF WS-SU-DEPARTMENT (WS-SU-INDEX) = WS-FIND-DEPARTMENT
                   ADD 1 TO WS-SECT-SUSPENSE-COUNT
                   MOVE WS-SU-INPUT-SEQ (WS-SU-INDEX) TO WS-ED-SEQ
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING '  ' WS-SU-RUN-DATE (WS-SU-INDEX)
                          '-' WS-ED-SEQ
                          ' ' WS-SU-EMP-ID (WS-SU-INDEX)
                          ' ' WS-SU-PERIOD-END (WS-SU-INDEX)
                          ' ' WS-SU-STATUS-TEXT (WS-SU-INDEX)
                          ' ' WS-SU-REASON (WS-SU-INDEX)
                          DELIMITED BY SIZE INTO WS-REPORT-LINE
                   WRITE PACKET-RECORD FROM WS-REPORT-LINE
               END-IF
           END-PERFORM

           IF WS-SECT-SUSPENSE-COUNT = ZEROS
               MOVE '  NONE' TO WS-REPORT-LINE
               WRITE PACKET-RECORD FROM WS-REPORT-LINE
           END-IF
           .

       490-LOG-DELIVERY.
      *****************************************************************
      * Log what this manager received for this department            *
      *****************************************************************
           MOVE SPACES TO DIST-LOG-RECORD-FILE
           MOVE WS-DATE TO DL-DIST-DATE IN DIST-LOG-RECORD-FILE
           MOVE WS-TIME (1:6) TO DL-DIST-TIME IN DIST-LOG-RECORD-FILE
           MOVE WS-RUN-PERIOD-ID TO
               DL-PERIOD-ID IN DIST-LOG-RECORD-FILE
           MOVE WS-RUN-CHECK-DATE TO
               DL-CHECK-DATE IN DIST-LOG-RECORD-FILE
           MOVE WS-PACKET-NUMBER TO
               DL-PACKET-NUMBER IN DIST-LOG-RECORD-FILE
           MOVE WS-MD-MANAGER-ID (WS-MD-SCAN) TO
               DL-MANAGER-ID IN DIST-LOG-RECORD-FILE
           MOVE WS-MD-MANAGER-NAME (WS-MD-SCAN) TO
               DL-MANAGER-NAME IN DIST-LOG-RECORD-FILE
           MOVE WS-MD-DELIVER-TO (WS-MD-SCAN) TO
               DL-DELIVER-TO IN DIST-LOG-RECORD-FILE
           MOVE WS-FIND-DEPARTMENT TO
               DL-DEPARTMENT IN DIST-LOG-RECORD-FILE
           SET DL-DELIVERED IN DIST-LOG-RECORD-FILE TO TRUE
           MOVE WS-SECT-REGISTER-COUNT TO
               DL-REGISTER-COUNT IN DIST-LOG-RECORD-FILE
           MOVE WS-SECT-LABOR-COUNT TO
               DL-LABOR-LINE-COUNT IN DIST-LOG-RECORD-FILE
           MOVE WS-SECT-ANOMALY-COUNT TO
               DL-ANOMALY-COUNT IN DIST-LOG-RECORD-FILE
           MOVE WS-SECT-SUSPENSE-COUNT TO
               DL-SUSPENSE-COUNT IN DIST-LOG-RECORD-FILE
           WRITE DIST-LOG-RECORD-FILE
           ADD 1 TO WS-LOG-COUNT
           .

       500-LOG-UNASSIGNED-DEPARTMENTS.
      *****************************************************************
      * A department with output this run that no manager's packet    *
      * carried went to no one: log it so payroll can route it by      *
      * hand and add it to the distribution table                      *
      *****************************************************************
           PERFORM VARYING WS-DT-INDEX FROM 1 BY 1
                   UNTIL WS-DT-INDEX > WS-DT-COUNT
               IF NOT WS-DT-ASSIGNED (WS-DT-INDEX)
                   ADD 1 TO WS-UNASSIGNED-COUNT
                   MOVE WS-DT-DEPARTMENT (WS-DT-INDEX) TO
                       WS-FIND-DEPARTMENT
                   PERFORM 510-COUNT-UNASSIGNED-ITEMS
                   MOVE SPACES TO DIST-LOG-RECORD-FILE
                   MOVE WS-DATE TO
                       DL-DIST-DATE IN DIST-LOG-RECORD-FILE
                   MOVE WS-TIME (1:6) TO
                       DL-DIST-TIME IN DIST-LOG-RECORD-FILE
                   MOVE WS-RUN-PERIOD-ID TO
                       DL-PERIOD-ID IN DIST-LOG-RECORD-FILE
                   MOVE WS-RUN-CHECK-DATE TO
                       DL-CHECK-DATE IN DIST-LOG-RECORD-FILE
                   MOVE ZEROS TO
                       DL-PACKET-NUMBER IN DIST-LOG-RECORD-FILE
                   MOVE 'NOT ON THE DISTRIBUTION TABLE' TO
                       DL-MANAGER-NAME IN DIST-LOG-RECORD-FILE
                   MOVE WS-FIND-DEPARTMENT TO
                       DL-DEPARTMENT IN DIST-LOG-RECORD-FILE
                   SET DL-UNASSIGNED IN DIST-LOG-RECORD-FILE TO TRUE
                   MOVE WS-SECT-REGISTER-COUNT TO
                       DL-REGISTER-COUNT IN DIST-LOG-RECORD-FILE
                   MOVE WS-SECT-LABOR-COUNT TO
                       DL-LABOR-LINE-COUNT IN DIST-LOG-RECORD-FILE
                   MOVE WS-SECT-ANOMALY-COUNT TO
                       DL-ANOMALY-COUNT IN DIST-LOG-RECORD-FILE
                   MOVE WS-SECT-SUSPENSE-COUNT TO
                       DL-SUSPENSE-COUNT IN DIST-LOG-RECORD-FILE
                   WRITE DIST-LOG-RECORD-FILE
                   ADD 1 TO WS-LOG-COUNT
                   DISPLAY 'DEPARTMENT NOT ON DISTRIBUTION TABLE: '
                           WS-FIND-DEPARTMENT
               END-IF
           END-PERFORM
           .

       510-COUNT-UNASSIGNED-ITEMS.
      *****************************************************************
      * Count an undistributed department's items for the log          *
      *****************************************************************
           MOVE ZEROS TO WS-SECT-REGISTER-COUNT
                         WS-SECT-LABOR-COUNT
                         WS-SECT-ANOMALY-COUNT
                         WS-SECT-SUSPENSE-COUNT
           PERFORM VARYING WS-RG-INDEX FROM 1 BY 1
                   UNTIL WS-RG-INDEX > WS-RG-COUNT
               IF WS-RG-DEPARTMENT (WS-RG-INDEX) = WS-FIND-DEPARTMENT
                   ADD 1 TO WS-SECT-REGISTER-COUNT
               END-IF
           END-PERFORM
           PERFORM VARYING WS-LB-INDEX FROM 1 BY 1
                   UNTIL WS-LB-INDEX > WS-LB-COUNT
               IF WS-LB-DEPARTMENT (WS-LB-INDEX) = WS-FIND-DEPARTMENT
                   ADD 1 TO WS-SECT-LABOR-COUNT
               END-IF
           END-PERFORM
           PERFORM VARYING WS-AN-INDEX FROM 1 BY 1
                   UNTIL WS-AN-INDEX > WS-AN-COUNT
               IF WS-AN-DEPARTMENT (WS-AN-INDEX) = WS-FIND-DEPARTMENT
                   ADD 1 TO WS-SECT-ANOMALY-COUNT
               END-IF
           END-PERFORM
           PERFORM VARYING WS-SU-INDEX FROM 1 BY 1
                   UNTIL WS-SU-INDEX > WS-SU-COUNT
               IF WS-SU-DEPARTMENT (WS-SU-INDEX) = WS-FIND-DEPARTMENT
                   ADD 1 TO WS-SECT-SUSPENSE-COUNT
               END-IF
           END-PERFORM
           .

       700-FIND-DEPARTMENT.
      *****************************************************************
      * Locate the department in the department table, adding it if    *
      * it is not yet there; WS-DT-INDEX is zero when the table is     *
      * full                                                           *
      *****************************************************************
           MOVE ZEROS TO WS-DT-INDEX
           PERFORM VARYING WS-DT-SCAN FROM 1 BY 1
                   UNTIL WS-DT-SCAN > WS-DT-COUNT
               IF WS-DT-DEPARTMENT (WS-DT-SCAN) = WS-FIND-DEPARTMENT
                   MOVE WS-DT-SCAN TO WS-DT-INDEX
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF WS-DT-INDEX = ZEROS
               IF WS-DT-COUNT >= 500
                   ADD 1 TO WS-TABLE-FULL-COUNT
               ELSE
                   ADD 1 TO WS-DT-COUNT
                   MOVE WS-DT-COUNT TO WS-DT-INDEX
                   MOVE WS-FIND-DEPARTMENT TO
                       WS-DT-DEPARTMENT (WS-DT-INDEX)
                   MOVE ZEROS TO WS-DT-OT-HOURS (WS-DT-INDEX)
                                 WS-DT-DT-HOURS (WS-DT-INDEX)
                   MOVE 'N' TO WS-DT-ASSIGNED-SW (WS-DT-INDEX)
               END-IF
           END-IF
           .

       710-LOOKUP-EMPLOYEE.
      *****************************************************************
      * Home department, name, and masked SSN from the employee        *
      * master; an employee with no master is filed under department   *
      * '????' so the item still surfaces as undistributed             *
      *****************************************************************
           MOVE '????' TO WS-LOOKUP-DEPARTMENT
           MOVE 'NO EMPLOYEE MASTER' TO WS-LOOKUP-NAME
           MOVE ALL '*' TO WS-MASKED-SSN
           MOVE '-' TO WS-MASKED-SSN (4:1)
           MOVE '-' TO WS-MASKED-SSN (7:1)

           MOVE WS-LOOKUP-EMP-ID TO EMP-ID IN EMPLOYEE-RECORD-FILE
           READ EMPLOYEE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF EMP-DEPARTMENT IN EMPLOYEE-RECORD-FILE
                           NOT = SPACES
                       MOVE EMP-DEPARTMENT IN EMPLOYEE-RECORD-FILE TO
                           WS-LOOKUP-DEPARTMENT
                   END-IF
                   MOVE SPACES TO WS-LOOKUP-NAME
                   STRING EMP-LAST-NAME IN EMPLOYEE-RECORD-FILE
                              DELIMITED BY SPACE
                          ', ' DELIMITED BY SIZE
                          EMP-FIRST-NAME IN EMPLOYEE-RECORD-FILE
                              DELIMITED BY SPACE
                          INTO WS-LOOKUP-NAME
                   IF EMP-SSN IN EMPLOYEE-RECORD-FILE IS NUMERIC
                       MOVE EMP-SSN IN EMPLOYEE-RECORD-FILE TO
                           WS-SSN-DISPLAY
                       MOVE WS-SSN-DISPLAY (6:4) TO
                           WS-MASKED-SSN (8:4)
                   END-IF
           END-READ
           .

       900-WRAP-UP.
      *****************************************************************
      * Close all files and display run totals                         *
      *****************************************************************
           CLOSE PAY-HISTORY-FILE
                 EMPLOYEE-FILE
                 PACKET-FILE
                 DIST-LOG-FILE

           DISPLAY 'MANAGER PACKET DISTRIBUTION COMPLETE'
           DISPLAY 'PACKETS WRITTEN: ' WS-PACKET-COUNT
           DISPLAY 'DISTRIBUTION LOG LINES: ' WS-LOG-COUNT
           IF WS-UNASSIGNED-COUNT > ZEROS
               DISPLAY '*** ' WS-UNASSIGNED-COUNT
                       ' DEPARTMENT(S) ON NO MANAGER''S DISTRIBUTION -'
                       ' SEE THE DISTRIBUTION LOG ***'
           END-IF
           IF WS-TABLE-FULL-COUNT > ZEROS
               DISPLAY '*** ' WS-TABLE-FULL-COUNT
                       ' ITEM(S) NOT DISTRIBUTED - TABLE FULL ***'
           END-IF
           .

       950-ABNORMAL-TERMINATION.
      *****************************************************************
      * Handle abnormal program termination due to errors              *
      *****************************************************************
           DISPLAY 'MANAGER PACKET DISTRIBUTION TERMINATED ABNORMALLY'
           STOP RUN
           .
