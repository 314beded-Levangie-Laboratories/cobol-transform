      *****************************************************************
      * Program: BEN834.cbl                                           *
      *                                                               *
      * Purpose: Benefit enrollment file to the carriers for the      *
      *          Payroll Processing System. This program builds one   *
      *          ANSI X12 834 (005010X220A1) benefit enrollment and   *
      *          maintenance interchange for each health, dental,     *
      *          and vision carrier from the plan codes on the        *
      *          employee master, the elections applied by ENROLLAP,  *
      *          and the terminations and reactivations in the audit  *
      *          log - full file or changes only, as each carrier     *
      *          takes them - so enrollment changes stop reaching the *
      *          carriers by email and spreadsheet.                   *
      *                                                               *
      * Date Created: 2026-10-15                                      *
      * Author: COBOL Payroll System                                  *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BEN834.
       AUTHOR. COBOL PAYROLL SYSTEM.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.

      *****************************************************************
      * Program Description:                                          *
      *                                                                *
      * BEN834 is a standalone interface program in the Payroll        *
      * Processing System, run after EMPMAINT and ENROLLAP. It:        *
      *                                                                *
      * 1. Loads the carrier table (which carrier insures each plan    *
      *    code and whether it takes a full or change-only file) and   *
      *    the run parameters (file mode, changes-from date, sender    *
      *    ID); without a carrier table each benefit type is sent to   *
      *    one carrier covering all its plans                          *
      * 2. Collects the changes since the changes-from date: hires,    *
      *    terminations, reactivations, and personal, contact, and     *
      *    deduction changes keyed through EMPMAINT, and plan changes  *
      *    applied by ENROLLAP, dated from the applied election        *
      * 3. For each carrier writes an interchange (ISA/GS/ST header,   *
      *    sponsor and payer) and a member loop for every coverage     *
      *    the carrier holds: in a full file every covered member as   *
      *    an audit record, in a change file each add, change,         *
      *    termination, and reinstatement with its coverage dates. A   *
      *    plan change between two carriers terminates the coverage    *
      *    at the old carrier the day before it starts at the new one  *
      * 4. Lists every member in each carrier's file, with the         *
      *    carrier's counts and control number, on the transmission    *
      *    control report                                              *
      *                                                                *
      * Coverage starts on the later of the hire (or rehire) date and  *
      * the benefit eligibility date set by ELIGCALC, and ends on the  *
      * last day of the month of termination.                          *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC.
       OBJECT-COMPUTER. PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BEN834-PARM-FILE ASSIGN TO 'BEN834P'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS PARM-FILE-STATUS.

           SELECT OPTIONAL CARRIER-FILE ASSIGN TO 'CARR834'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS CARRIER-FILE-STATUS.

           SELECT OPTIONAL ELECTION-FILE ASSIGN TO 'ELECT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ELECT-FILE-STATUS.

           SELECT OPTIONAL AUDIT-LOG-FILE ASSIGN TO 'AUDITLOG'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS AUDIT-FILE-STATUS.

           SELECT EMPLOYEE-FILE ASSIGN TO 'EMPFILE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMP-ID
           FILE STATUS IS EMP-FILE-STATUS.

           SELECT EDI-834-FILE ASSIGN TO 'BEN834'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS EDI-FILE-STATUS.

           SELECT CONTROL-REPORT-FILE ASSIGN TO 'B834RPT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BEN834-PARM-FILE.
       01  BEN834-PARM-RECORD.
           05  PARM-FILE-MODE             PIC X.
           05  PARM-CHANGES-FROM-DATE     PIC 9(8).
           05  PARM-SENDER-ID             PIC X(15).
           05  PARM-USAGE-IND             PIC X.
           05  FILLER                     PIC X(55).

       FD  CARRIER-FILE.
           COPY CARR834 REPLACING ==CARRIER-834-RECORD== BY
               ==CARRIER-834-RECORD-FILE==.

       FD  ELECTION-FILE.
           COPY ELECT REPLACING ==ELECTION-RECORD== BY
               ==ELECTION-RECORD-FILE==.

       FD  AUDIT-LOG-FILE.
           COPY AUDITFIL REPLACING ==AUDIT-LOG-RECORD== BY
               ==AUDIT-LOG-RECORD-FILE==.

       FD  EMPLOYEE-FILE.
           COPY EMPFILE REPLACING ==EMPLOYEE-RECORD== BY
               ==EMPLOYEE-RECORD-FILE==.

       FD  EDI-834-FILE.
           01  EDI-834-RECORD              PIC X(256).

       FD  CONTROL-REPORT-FILE.
           01  CONTROL-REPORT-RECORD       PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  PARM-FILE-STATUS            PIC X(2).
               88  PARM-FILE-SUCCESS       VALUE '00' '05'.
           05  CARRIER-FILE-STATUS         PIC X(2).
               88  CARRIER-FILE-SUCCESS    VALUE '00' '05'.
               88  CARRIER-FILE-EOF        VALUE '10'.
           05  ELECT-FILE-STATUS           PIC X(2).
               88  ELECT-FILE-SUCCESS      VALUE '00' '05'.
               88  ELECT-FILE-EOF          VALUE '10'.
           05  AUDIT-FILE-STATUS           PIC X(2).
               88  AUDIT-FILE-SUCCESS      VALUE '00' '05'.
               88  AUDIT-FILE-EOF          VALUE '10'.
           05  EMP-FILE-STATUS             PIC X(2).
               88  EMP-FILE-SUCCESS        VALUE '00'.
               88  EMP-FILE-EOF            VALUE '10'.
           05  EDI-FILE-STATUS             PIC X(2).
               88  EDI-FILE-SUCCESS        VALUE '00'.
           05  REPORT-FILE-STATUS          PIC X(2).
               88  REPORT-FILE-SUCCESS     VALUE '00'.

       COPY EMPFILE REPLACING ==EMPLOYEE-RECORD== BY
           ==WS-EMPLOYEE-RECORD==.

       COPY COMPANY.

       01  WS-RUN-CONTROL.
           05  WS-DATE                    PIC 9(8) VALUE ZEROS.
           05  WS-TIME.
               10  WS-TIME-HHMMSS         PIC 9(6).
               10  FILLER                 PIC 9(2).
           05  WS-FROM-DATE               PIC 9(8) VALUE ZEROS.
           05  WS-RUN-MODE                PIC X VALUE 'C'.
               88  WS-RUN-FULL-FILE       VALUE 'F'.
           05  WS-SENDER-ID               PIC X(15) VALUE SPACES.
           05  WS-USAGE-IND               PIC X VALUE 'P'.
           05  WS-SPONSOR-NAME            PIC X(40) VALUE SPACES.
           05  WS-SPONSOR-FEIN            PIC X(9) VALUE SPACES.

      *****************************************************************
      * Carrier table: one entry per carrier, and the plan map from    *
      * benefit type and plan code to the carrier and group policy.    *
      * A map row with a blank plan code covers the benefit type's     *
      * other plans                                                    *
      *****************************************************************
       01  WS-CARRIER-TABLE.
           05  WS-CARRIER-COUNT           PIC 9(2) VALUE ZEROS.
           05  WS-CARRIER-ENTRY OCCURS 30 TIMES.
               10  WS-CR-ID               PIC X(15).
               10  WS-CR-NAME             PIC X(35).
               10  WS-CR-FEIN             PIC X(9).
               10  WS-CR-POLICY           PIC X(30).
               10  WS-CR-MODE             PIC X.
                   88  WS-CR-FULL-FILE    VALUE 'F'.
               10  WS-CR-CONTROL-NUMBER   PIC 9(9).

       01  WS-PLAN-MAP.
           05  WS-MAP-COUNT               PIC 9(3) VALUE ZEROS.
           05  WS-MAP-ENTRY OCCURS 200 TIMES.
               10  WS-MAP-TYPE            PIC X.
               10  WS-MAP-PLAN            PIC X(3).
               10  WS-MAP-CARRIER         PIC 9(2).
               10  WS-MAP-POLICY          PIC X(30).

      *****************************************************************
      * Applied health, dental, and vision elections, for the date a   *
      * plan change applied by ENROLLAP took effect                    *
      *****************************************************************
       01  WS-ELECTION-TABLE.
           05  WS-EL-COUNT                PIC 9(5) VALUE ZEROS.
           05  WS-EL-ENTRY OCCURS 3000 TIMES.
               10  WS-EL-EMP-ID           PIC X(6).
               10  WS-EL-TYPE             PIC X.
               10  WS-EL-PLAN             PIC X(3).
               10  WS-EL-DATE             PIC 9(8).

      *****************************************************************
      * Changes since the changes-from date, in audit log order:       *
      * A hire, T termination, R reactivation, C personal, contact or  *
      * deduction change (all coverages), P plan change (one benefit)  *
      *****************************************************************
       01  WS-CHANGE-TABLE.
           05  WS-CH-COUNT                PIC 9(5) VALUE ZEROS.
           05  WS-CH-ENTRY OCCURS 5000 TIMES.
               10  WS-CH-EMP-ID           PIC X(6).
               10  WS-CH-EVENT            PIC X.
                   88  WS-CH-HIRE         VALUE 'A'.
                   88  WS-CH-TERMINATION  VALUE 'T'.
                   88  WS-CH-REACTIVATION VALUE 'R'.
                   88  WS-CH-DEMOGRAPHIC  VALUE 'C'.
                   88  WS-CH-PLAN-CHANGE  VALUE 'P'.
               10  WS-CH-BENEFIT-TYPE     PIC X.
               10  WS-CH-OLD-PLAN         PIC X(3).
               10  WS-CH-NEW-PLAN         PIC X(3).
               10  WS-CH-DATE             PIC 9(8).

      *****************************************************************
      * Benefit types in master order with the 834 insurance line code *
      *****************************************************************
       01  WS-BENEFIT-TYPE-VALUES.
           05  FILLER                     PIC X(4) VALUE 'HHLT'.
           05  FILLER                     PIC X(4) VALUE 'DDEN'.
           05  FILLER                     PIC X(4) VALUE 'VVIS'.
       01  WS-BENEFIT-TYPE-TABLE REDEFINES WS-BENEFIT-TYPE-VALUES.
           05  WS-BT-ENTRY OCCURS 3 TIMES.
               10  WS-BT-TYPE             PIC X.
               10  WS-BT-LINE-CODE        PIC X(3).

       01  WS-INDEXES.
           05  WS-CR-INDEX                PIC 9(2) VALUE ZEROS.
           05  WS-CR-SEARCH               PIC 9(2) VALUE ZEROS.
           05  WS-MAP-INDEX               PIC 9(3) VALUE ZEROS.
           05  WS-EL-INDEX                PIC 9(5) VALUE ZEROS.
           05  WS-CH-INDEX                PIC 9(5) VALUE ZEROS.
           05  WS-BN-INDEX                PIC 9(1) VALUE ZEROS.

       01  WS-MEMBER-WORK.
           05  WS-MB-TYPE                 PIC X.
           05  WS-MB-LINE-CODE            PIC X(3).
           05  WS-MB-PLAN                 PIC X(3).
           05  WS-MB-ELIG-DATE            PIC 9(8).
           05  WS-MB-ELIGIBLE-SW          PIC X.
               88  WS-MB-ELIGIBLE         VALUE 'Y'.
           05  WS-MB-COVERAGE-START       PIC 9(8).
           05  WS-MB-START-DATE           PIC 9(8).
           05  WS-MB-END-DATE             PIC 9(8).
           05  WS-MB-POLICY               PIC X(30).
           05  WS-MB-MAINT-TYPE           PIC X(3).
               88  WS-MB-CHANGE           VALUE '001'.
               88  WS-MB-ADD              VALUE '021'.
               88  WS-MB-TERMINATE        VALUE '024'.
               88  WS-MB-REINSTATE        VALUE '025'.
               88  WS-MB-AUDIT            VALUE '030'.
           05  WS-MB-REASON               PIC X(2).
           05  WS-MB-EMP-STATUS           PIC X(2).
           05  WS-MB-GENDER               PIC X.
           05  WS-MB-ZIP                  PIC X(9).
           05  WS-FIND-TYPE               PIC X.
           05  WS-FIND-PLAN               PIC X(3).
           05  WS-FOUND-CARRIER           PIC 9(2).
           05  WS-FOUND-POLICY            PIC X(30).
           05  WS-OLD-CARRIER             PIC 9(2).
           05  WS-OLD-POLICY              PIC X(30).
           05  WS-NEW-CARRIER             PIC 9(2).
           05  WS-NEW-POLICY              PIC X(30).
           05  WS-OLD-PLAN                PIC X(3).
           05  WS-NEW-PLAN                PIC X(3).
           05  WS-ACTION-TEXT             PIC X(12).
           05  WS-EMP-NAME                PIC X(30).

       01  WS-DATE-WORK.
           05  WS-WORK-DATE.
               10  WS-WORK-YEAR           PIC 9(4).
               10  WS-WORK-MONTH          PIC 9(2).
               10  WS-WORK-DAY            PIC 9(2).
           05  WS-WORK-DATE-NUM REDEFINES WS-WORK-DATE
                                          PIC 9(8).
           05  WS-DAYS-TO-ADD             PIC 9(3) COMP-3 VALUE ZEROS.
           05  WS-MONTH-DAYS              PIC 9(2) COMP-3 VALUE ZEROS.
           05  WS-LEAP-REMAINDER          PIC 9(3) COMP-3 VALUE ZEROS.

       01  WS-SEGMENT-WORK.
           05  WS-SEGMENT                 PIC X(256).
           05  WS-SEGMENT-COUNT           PIC 9(6) VALUE ZEROS.
           05  WS-TRIM-NUMBER             PIC Z(8)9.
           05  WS-TRIM-LEAD               PIC 9(2) VALUE ZEROS.
           05  WS-TRIM-TEXT               PIC X(9).
           05  WS-BGN-ACTION              PIC X(2).

       01  WS-CARRIER-TOTALS.
           05  WS-ADD-COUNT               PIC 9(5) COMP-3 VALUE ZEROS.
           05  WS-CHANGE-COUNT            PIC 9(5) COMP-3 VALUE ZEROS.
           05  WS-TERM-COUNT              PIC 9(5) COMP-3 VALUE ZEROS.
           05  WS-REINSTATE-COUNT         PIC 9(5) COMP-3 VALUE ZEROS.
           05  WS-AUDIT-COUNT             PIC 9(5) COMP-3 VALUE ZEROS.

       01  WS-RUN-TOTALS.
           05  WS-MEMBER-COUNT            PIC 9(7) COMP-3 VALUE ZEROS.
           05  WS-INTERCHANGE-COUNT       PIC 9(3) COMP-3 VALUE ZEROS.

       01  WS-EDITED-FIELDS.
           05  WS-ED-COUNT                 PIC ZZZZ9.
           05  WS-ED-COUNT-2               PIC ZZZZ9.
           05  WS-ED-COUNT-3               PIC ZZZZ9.
           05  WS-ED-COUNT-4               PIC ZZZZ9.
           05  WS-ED-COUNT-5               PIC ZZZZ9.
           05  WS-ED-SEGMENTS              PIC ZZZZZ9.

       01  WS-REPORT-LINE                  PIC X(132).

       PROCEDURE DIVISION.
       000-MAIN-PROCESS.
      *****************************************************************
      * Main process coordinates the carrier enrollment file run       *
      *****************************************************************
           PERFORM 100-INITIALIZATION

           PERFORM 200-PROCESS-CARRIER
               VARYING WS-CR-INDEX FROM 1 BY 1
               UNTIL WS-CR-INDEX > WS-CARRIER-COUNT

           PERFORM 900-WRAP-UP

           STOP RUN
           .

       100-INITIALIZATION.
      *****************************************************************
      * Establish the sponsor, run parameters, and carriers, collect   *
      * the changes, and open the files                                *
      *****************************************************************
           DISPLAY 'CARRIER 834 ENROLLMENT FILE STARTED'

           CALL 'COMPLOAD' USING COMPANY-TABLE
           IF NOT COMPANY-TABLE-LOADED
               DISPLAY 'ERROR LOADING COMPANY MASTER - RUN STOPPED'
               STOP RUN
           END-IF
           MOVE COMPANY-LEGAL-NAME (1) TO WS-SPONSOR-NAME
           IF WS-SPONSOR-NAME = SPACES
               MOVE COMPANY-NAME (1) TO WS-SPONSOR-NAME
           END-IF
           MOVE COMPANY-FEIN-ID (1) (2:9) TO WS-SPONSOR-FEIN
           MOVE WS-SPONSOR-FEIN TO WS-SENDER-ID

           ACCEPT WS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME FROM TIME

      *    Changes-from date defaults to one week back
           MOVE WS-DATE TO WS-WORK-DATE-NUM
           PERFORM 845-PRIOR-CALENDAR-DAY 7 TIMES
           MOVE WS-WORK-DATE-NUM TO WS-FROM-DATE

           PERFORM 110-LOAD-RUN-PARMS
           PERFORM 120-LOAD-CARRIERS
           PERFORM 150-LOAD-ELECTIONS
           PERFORM 160-LOAD-AUDIT-CHANGES

           OPEN INPUT EMPLOYEE-FILE
           IF NOT EMP-FILE-SUCCESS
               DISPLAY 'ERROR OPENING EMPLOYEE FILE: '
                       EMP-FILE-STATUS
               STOP RUN
           END-IF

           OPEN OUTPUT EDI-834-FILE
           IF NOT EDI-FILE-SUCCESS
               DISPLAY 'ERROR OPENING 834 OUTPUT FILE: '
                       EDI-FILE-STATUS
               STOP RUN
           END-IF

           OPEN OUTPUT CONTROL-REPORT-FILE

           MOVE SPACES TO WS-REPORT-LINE
           STRING 'CARRIER 834 TRANSMISSION CONTROL REPORT - RUN DATE '
                  WS-DATE ' - CHANGES FROM ' WS-FROM-DATE
                  DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           WRITE CONTROL-REPORT-RECORD FROM WS-REPORT-LINE
           .

       110-LOAD-RUN-PARMS.
      *****************************************************************
      * Replace the standing run parameters with any the parameter     *
      * file carries                                                   *
      *****************************************************************
           OPEN INPUT BEN834-PARM-FILE
           IF PARM-FILE-SUCCESS
               READ BEN834-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-FILE-MODE = 'F' OR 'C'
                           MOVE PARM-FILE-MODE TO WS-RUN-MODE
                       END-IF
                       IF PARM-CHANGES-FROM-DATE IS NUMERIC
                           AND PARM-CHANGES-FROM-DATE > ZEROS
                           MOVE PARM-CHANGES-FROM-DATE TO
                               WS-FROM-DATE
                       END-IF
                       IF PARM-SENDER-ID NOT = SPACES
                           MOVE PARM-SENDER-ID TO WS-SENDER-ID
                       END-IF
                       IF PARM-USAGE-IND = 'T' OR 'P'
                           MOVE PARM-USAGE-IND TO WS-USAGE-IND
                       END-IF
               END-READ
           END-IF
           CLOSE BEN834-PARM-FILE
           .

       120-LOAD-CARRIERS.
      *****************************************************************
      * Load the carrier table; without one, each benefit type goes to *
      * a single carrier covering all of its plans                     *
      *****************************************************************
           OPEN INPUT CARRIER-FILE
           IF CARRIER-FILE-SUCCESS
               PERFORM UNTIL CARRIER-FILE-EOF
                   READ CARRIER-FILE
                       AT END
                           SET CARRIER-FILE-EOF TO TRUE
                       NOT AT END
                           PERFORM 130-STORE-CARRIER-ROW
                   END-READ
               END-PERFORM
           END-IF
           CLOSE CARRIER-FILE

           IF WS-MAP-COUNT = ZEROS
               MOVE SPACES TO CARRIER-834-RECORD-FILE
               MOVE 'H' TO C834-BENEFIT-TYPE
               MOVE 'HEALTH' TO C834-CARRIER-ID
               MOVE 'HEALTH CARRIER' TO C834-CARRIER-NAME
               PERFORM 130-STORE-CARRIER-ROW
               MOVE SPACES TO CARRIER-834-RECORD-FILE
               MOVE 'D' TO C834-BENEFIT-TYPE
               MOVE 'DENTAL' TO C834-CARRIER-ID
               MOVE 'DENTAL CARRIER' TO C834-CARRIER-NAME
               PERFORM 130-STORE-CARRIER-ROW
               MOVE SPACES TO CARRIER-834-RECORD-FILE
               MOVE 'V' TO C834-BENEFIT-TYPE
               MOVE 'VISION' TO C834-CARRIER-ID
               MOVE 'VISION CARRIER' TO C834-CARRIER-NAME
               PERFORM 130-STORE-CARRIER-ROW
           END-IF
           DISPLAY 'CARRIERS LOADED: ' WS-CARRIER-COUNT
           .

       130-STORE-CARRIER-ROW.
      *****************************************************************
      * Keep one plan row, adding its carrier on first sight           *
      *****************************************************************
           IF C834-BENEFIT-TYPE NOT = 'H' AND 'D' AND 'V'
               OR C834-CARRIER-ID = SPACES
               DISPLAY 'CARRIER ROW IGNORED - TYPE '
                       C834-BENEFIT-TYPE ' CARRIER ' C834-CARRIER-ID
           ELSE
               IF WS-MAP-COUNT >= 200
                   DISPLAY 'CARRIER PLAN TABLE FULL - ROW IGNORED'
               ELSE
                   MOVE ZEROS TO WS-FOUND-CARRIER
                   PERFORM VARYING WS-CR-SEARCH FROM 1 BY 1
                       UNTIL WS-CR-SEARCH > WS-CARRIER-COUNT
                       OR WS-FOUND-CARRIER > ZEROS
                       IF WS-CR-ID (WS-CR-SEARCH) = C834-CARRIER-ID
                           MOVE WS-CR-SEARCH TO WS-FOUND-CARRIER
                       END-IF
                   END-PERFORM
                   IF WS-FOUND-CARRIER = ZEROS
                       AND WS-CARRIER-COUNT >= 30
                       DISPLAY 'CARRIER TABLE FULL - ROW IGNORED'
                   ELSE
                       IF WS-FOUND-CARRIER = ZEROS
                           ADD 1 TO WS-CARRIER-COUNT
                           MOVE WS-CARRIER-COUNT TO WS-FOUND-CARRIER
                           MOVE C834-CARRIER-ID TO
                               WS-CR-ID (WS-FOUND-CARRIER)
                           MOVE C834-CARRIER-NAME TO
                               WS-CR-NAME (WS-FOUND-CARRIER)
                           MOVE C834-CARRIER-FEIN TO
                               WS-CR-FEIN (WS-FOUND-CARRIER)
                           MOVE C834-POLICY-NUMBER TO
                               WS-CR-POLICY (WS-FOUND-CARRIER)
                           MOVE WS-RUN-MODE TO
                               WS-CR-MODE (WS-FOUND-CARRIER)
                           IF C834-FULL-FILE OR C834-CHANGE-ONLY
                               MOVE C834-FILE-MODE TO
                                   WS-CR-MODE (WS-FOUND-CARRIER)
                           END-IF
                       END-IF
                       ADD 1 TO WS-MAP-COUNT
                       MOVE C834-BENEFIT-TYPE TO
                           WS-MAP-TYPE (WS-MAP-COUNT)
                       MOVE C834-PLAN-CODE TO
                           WS-MAP-PLAN (WS-MAP-COUNT)
                       MOVE WS-FOUND-CARRIER TO
                           WS-MAP-CARRIER (WS-MAP-COUNT)
                       MOVE C834-POLICY-NUMBER TO
                           WS-MAP-POLICY (WS-MAP-COUNT)
                   END-IF
               END-IF
           END-IF
           .

       150-LOAD-ELECTIONS.
      *****************************************************************
      * Keep the applied health, dental, and vision elections          *
      *****************************************************************
           OPEN INPUT ELECTION-FILE
           IF ELECT-FILE-SUCCESS
               PERFORM UNTIL ELECT-FILE-EOF
                   READ ELECTION-FILE
                       AT END
                           SET ELECT-FILE-EOF TO TRUE
                       NOT AT END
                           IF EL-APPLIED IN ELECTION-RECORD-FILE
                               AND (EL-HEALTH-PLAN
                                       IN ELECTION-RECORD-FILE
                                   OR EL-DENTAL-PLAN
                                       IN ELECTION-RECORD-FILE
                                   OR EL-VISION-PLAN
                                       IN ELECTION-RECORD-FILE)
                               AND EL-EFFECTIVE-DATE
                                   IN ELECTION-RECORD-FILE IS NUMERIC
                               PERFORM 155-STORE-ELECTION
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ELECTION-FILE
           .

       155-STORE-ELECTION.
      *****************************************************************
      * Keep one applied election                                      *
      *****************************************************************
           IF WS-EL-COUNT >= 3000
               DISPLAY 'ELECTION TABLE FULL - ELECTION IGNORED'
           ELSE
               ADD 1 TO WS-EL-COUNT
               MOVE EL-EMPLOYEE-ID IN ELECTION-RECORD-FILE TO
                   WS-EL-EMP-ID (WS-EL-COUNT)
               MOVE EL-CHANGE-TYPE IN ELECTION-RECORD-FILE TO
                   WS-EL-TYPE (WS-EL-COUNT)
               MOVE EL-NEW-PLAN-CODE IN ELECTION-RECORD-FILE TO
                   WS-EL-PLAN (WS-EL-COUNT)
               MOVE EL-EFFECTIVE-DATE IN ELECTION-RECORD-FILE TO
                   WS-EL-DATE (WS-EL-COUNT)
           END-IF
           .

       160-LOAD-AUDIT-CHANGES.
      *****************************************************************
      * Collect the enrollment-relevant changes logged since the       *
      * changes-from date                                              *
      *****************************************************************
           OPEN INPUT AUDIT-LOG-FILE
           IF AUDIT-FILE-SUCCESS
               PERFORM UNTIL AUDIT-FILE-EOF
                   READ AUDIT-LOG-FILE
                       AT END
                           SET AUDIT-FILE-EOF TO TRUE
                       NOT AT END
                           PERFORM 170-CLASSIFY-AUDIT-ENTRY
                               THRU 170-EXIT
                   END-READ
               END-PERFORM
           END-IF
           CLOSE AUDIT-LOG-FILE
           DISPLAY 'ENROLLMENT CHANGES FOUND: ' WS-CH-COUNT
           .

       170-CLASSIFY-AUDIT-ENTRY.
      *****************************************************************
      * EMPMAINT logs each applied transaction as MAINT-action-group;  *
      * ENROLLAP logs each plan change with the old and new plan code  *
      *****************************************************************
           IF AUDIT-DATE IN AUDIT-LOG-RECORD-FILE IS NOT NUMERIC
               OR AUDIT-DATE IN AUDIT-LOG-RECORD-FILE < WS-FROM-DATE
               GO TO 170-EXIT
           END-IF
           IF WS-CH-COUNT >= 5000
               DISPLAY 'CHANGE TABLE FULL - AUDIT ENTRY IGNORED FOR '
                       AUDIT-EMP-ID IN AUDIT-LOG-RECORD-FILE
               GO TO 170-EXIT
           END-IF

           MOVE SPACE TO WS-FIND-TYPE
           EVALUATE TRUE
               WHEN AUDIT-FIELD-NAME IN AUDIT-LOG-RECORD-FILE (1:8)
                       = 'MAINT-A-'
                   MOVE 'A' TO WS-FIND-TYPE
               WHEN AUDIT-FIELD-NAME IN AUDIT-LOG-RECORD-FILE (1:8)
                       = 'MAINT-T-'
                   MOVE 'T' TO WS-FIND-TYPE
               WHEN AUDIT-FIELD-NAME IN AUDIT-LOG-RECORD-FILE (1:8)
                       = 'MAINT-R-'
                   MOVE 'R' TO WS-FIND-TYPE
               WHEN AUDIT-FIELD-NAME IN AUDIT-LOG-RECORD-FILE (1:10)
                       = 'MAINT-C-PI' OR 'MAINT-C-CI' OR 'MAINT-C-DE'
                   MOVE 'C' TO WS-FIND-TYPE
               WHEN AUDIT-FIELD-NAME IN AUDIT-LOG-RECORD-FILE
                       = 'EMP-HEALTH-PLAN-CODE'
                   MOVE 'P' TO WS-FIND-TYPE
                   MOVE 'H' TO WS-MB-TYPE
               WHEN AUDIT-FIELD-NAME IN AUDIT-LOG-RECORD-FILE
                       = 'EMP-DENTAL-PLAN-CODE'
                   MOVE 'P' TO WS-FIND-TYPE
                   MOVE 'D' TO WS-MB-TYPE
               WHEN AUDIT-FIELD-NAME IN AUDIT-LOG-RECORD-FILE
                       = 'EMP-VISION-PLAN-CODE'
                   MOVE 'P' TO WS-FIND-TYPE
                   MOVE 'V' TO WS-MB-TYPE
               WHEN OTHER
                   GO TO 170-EXIT
           END-EVALUATE

           ADD 1 TO WS-CH-COUNT
           MOVE AUDIT-EMP-ID IN AUDIT-LOG-RECORD-FILE TO
               WS-CH-EMP-ID (WS-CH-COUNT)
           MOVE WS-FIND-TYPE TO WS-CH-EVENT (WS-CH-COUNT)
           MOVE SPACE TO WS-CH-BENEFIT-TYPE (WS-CH-COUNT)
           MOVE SPACES TO WS-CH-OLD-PLAN (WS-CH-COUNT)
           MOVE SPACES TO WS-CH-NEW-PLAN (WS-CH-COUNT)
           MOVE AUDIT-DATE IN AUDIT-LOG-RECORD-FILE TO
               WS-CH-DATE (WS-CH-COUNT)

           IF WS-CH-PLAN-CHANGE (WS-CH-COUNT)
               MOVE WS-MB-TYPE TO WS-CH-BENEFIT-TYPE (WS-CH-COUNT)
               MOVE AUDIT-OLD-VALUE IN AUDIT-LOG-RECORD-FILE (1:3)
                   TO WS-CH-OLD-PLAN (WS-CH-COUNT)
               MOVE AUDIT-NEW-VALUE IN AUDIT-LOG-RECORD-FILE (1:3)
                   TO WS-CH-NEW-PLAN (WS-CH-COUNT)
               PERFORM 180-FIND-ELECTION-DATE
           END-IF
           .
       170-EXIT.
           EXIT.

       180-FIND-ELECTION-DATE.
      *****************************************************************
      * Date a plan change from the latest applied election for the    *
      * employee, benefit, and plan effective on or before the day it  *
      * was applied; failing one, the day it was applied               *
      *****************************************************************
           PERFORM VARYING WS-EL-INDEX FROM 1 BY 1
               UNTIL WS-EL-INDEX > WS-EL-COUNT
               IF WS-EL-EMP-ID (WS-EL-INDEX) =
                       WS-CH-EMP-ID (WS-CH-COUNT)
                   AND WS-EL-TYPE (WS-EL-INDEX) =
                       WS-CH-BENEFIT-TYPE (WS-CH-COUNT)
                   AND WS-EL-PLAN (WS-EL-INDEX) =
                       WS-CH-NEW-PLAN (WS-CH-COUNT)
                   AND WS-EL-DATE (WS-EL-INDEX) <=
                       AUDIT-DATE IN AUDIT-LOG-RECORD-FILE
                   IF WS-CH-DATE (WS-CH-COUNT) =
                           AUDIT-DATE IN AUDIT-LOG-RECORD-FILE
                       OR WS-EL-DATE (WS-EL-INDEX) >
                           WS-CH-DATE (WS-CH-COUNT)
                       MOVE WS-EL-DATE (WS-EL-INDEX) TO
                           WS-CH-DATE (WS-CH-COUNT)
                   END-IF
               END-IF
           END-PERFORM
           .

       200-PROCESS-CARRIER.
      *****************************************************************
      * Write one carrier's interchange and its report section         *
      *****************************************************************
           INITIALIZE WS-CARRIER-TOTALS
           PERFORM 210-OPEN-INTERCHANGE

           IF WS-CR-FULL-FILE (WS-CR-INDEX)
               MOVE LOW-VALUES TO EMP-ID IN EMPLOYEE-RECORD-FILE
               MOVE '00' TO EMP-FILE-STATUS
               START EMPLOYEE-FILE
                   KEY IS >= EMP-ID IN EMPLOYEE-RECORD-FILE
                   INVALID KEY
                       SET EMP-FILE-EOF TO TRUE
               END-START
               PERFORM UNTIL EMP-FILE-EOF
                   PERFORM 300-AUDIT-EMPLOYEE
                       THRU 300-EXIT
               END-PERFORM
           ELSE
               PERFORM 400-APPLY-CHANGE
                   THRU 400-EXIT
                   VARYING WS-CH-INDEX FROM 1 BY 1
                   UNTIL WS-CH-INDEX > WS-CH-COUNT
           END-IF

           PERFORM 220-CLOSE-INTERCHANGE
           .

       210-OPEN-INTERCHANGE.
      *****************************************************************
      * Interchange, group, and transaction set headers, the BGN, the  *
      * master policy, and the sponsor and payer names                 *
      *****************************************************************
           ADD 1 TO WS-INTERCHANGE-COUNT
           COMPUTE WS-CR-CONTROL-NUMBER (WS-CR-INDEX) =
               WS-TIME-HHMMSS * 100 + WS-CR-INDEX
           MOVE ZEROS TO WS-SEGMENT-COUNT

           MOVE SPACES TO WS-SEGMENT
           STRING 'ISA*00*          *00*          *ZZ*'
                  WS-SENDER-ID '*ZZ*' WS-CR-ID (WS-CR-INDEX)
                  '*' WS-DATE (3:6) '*' WS-TIME (1:4)
                  '*^*00501*' WS-CR-CONTROL-NUMBER (WS-CR-INDEX)
                  '*0*' WS-USAGE-IND '*:~'
                  DELIMITED BY SIZE
                  INTO WS-SEGMENT
           WRITE EDI-834-RECORD FROM WS-SEGMENT

           MOVE WS-CR-CONTROL-NUMBER (WS-CR-INDEX) TO WS-TRIM-NUMBER
           PERFORM 810-TRIM-NUMBER
           MOVE SPACES TO WS-SEGMENT
           STRING 'GS*BE*' WS-SENDER-ID DELIMITED BY SPACE
                  '*' WS-CR-ID (WS-CR-INDEX) DELIMITED BY SPACE
                  '*' WS-DATE '*' WS-TIME (1:4) '*'
                      DELIMITED BY SIZE
                  WS-TRIM-TEXT DELIMITED BY SPACE
                  '*X*005010X220A1~' DELIMITED BY SIZE
                  INTO WS-SEGMENT
           WRITE EDI-834-RECORD FROM WS-SEGMENT

           MOVE SPACES TO WS-SEGMENT
           STRING 'ST*834*0001*005010X220A1~'
                  DELIMITED BY SIZE
                  INTO WS-SEGMENT
           PERFORM 800-WRITE-SEGMENT

           IF WS-CR-FULL-FILE (WS-CR-INDEX)
               MOVE '4' TO WS-BGN-ACTION
           ELSE
               MOVE '2' TO WS-BGN-ACTION
           END-IF
           MOVE SPACES TO WS-SEGMENT
           STRING 'BGN*00*' DELIMITED BY SIZE
                  WS-TRIM-TEXT DELIMITED BY SPACE
                  '*' WS-DATE '*' WS-TIME (1:4) '****'
                      DELIMITED BY SIZE
                  WS-BGN-ACTION DELIMITED BY SPACE
                  '~' DELIMITED BY SIZE
                  INTO WS-SEGMENT
           PERFORM 800-WRITE-SEGMENT

           IF WS-CR-POLICY (WS-CR-INDEX) NOT = SPACES
               MOVE SPACES TO WS-SEGMENT
               STRING 'REF*38*' DELIMITED BY SIZE
                      WS-CR-POLICY (WS-CR-INDEX) DELIMITED BY '  '
                      '~' DELIMITED BY SIZE
                      INTO WS-SEGMENT
               PERFORM 800-WRITE-SEGMENT
           END-IF

           MOVE SPACES TO WS-SEGMENT
           STRING 'DTP*007*D8*' WS-DATE '~'
                  DELIMITED BY SIZE
                  INTO WS-SEGMENT
           PERFORM 800-WRITE-SEGMENT

           MOVE SPACES TO WS-SEGMENT
           STRING 'N1*P5*' DELIMITED BY SIZE
                  WS-SPONSOR-NAME DELIMITED BY '  '
                  '*FI*' WS-SPONSOR-FEIN '~' DELIMITED BY SIZE
                  INTO WS-SEGMENT
           PERFORM 800-WRITE-SEGMENT

           MOVE SPACES TO WS-SEGMENT
           IF WS-CR-FEIN (WS-CR-INDEX) = SPACES
               STRING 'N1*IN*' DELIMITED BY SIZE
                      WS-CR-NAME (WS-CR-INDEX) DELIMITED BY '  '
                      '~' DELIMITED BY SIZE
                      INTO WS-SEGMENT
           ELSE
               STRING 'N1*IN*' DELIMITED BY SIZE
                      WS-CR-NAME (WS-CR-INDEX) DELIMITED BY '  '
                      '*FI*' WS-CR-FEIN (WS-CR-INDEX) '~'
                          DELIMITED BY SIZE
                      INTO WS-SEGMENT
           END-IF
           PERFORM 800-WRITE-SEGMENT

           MOVE SPACES TO WS-REPORT-LINE
           WRITE CONTROL-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE ALL '-' TO WS-REPORT-LINE
           WRITE CONTROL-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-CR-FULL-FILE (WS-CR-INDEX)
               STRING 'CARRIER ' WS-CR-ID (WS-CR-INDEX) ' '
                      WS-CR-NAME (WS-CR-INDEX)
                      '  FULL FILE  CONTROL '
                      WS-CR-CONTROL-NUMBER (WS-CR-INDEX)
                      DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
           ELSE
               STRING 'CARRIER ' WS-CR-ID (WS-CR-INDEX) ' '
                      WS-CR-NAME (WS-CR-INDEX)
                      '  CHANGES ONLY  CONTROL '
                      WS-CR-CONTROL-NUMBER (WS-CR-INDEX)
                      DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
           END-IF
           WRITE CONTROL-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'ACTION       EMP ID NAME                           '
                  'COV PLAN START    END'
                  DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           WRITE CONTROL-REPORT-RECORD FROM WS-REPORT-LINE
           .

       220-CLOSE-INTERCHANGE.
      *****************************************************************
      * Transaction set, group, and interchange trailers with their    *
      * counts, and the carrier's control totals                       *
      *****************************************************************
           ADD 1 TO WS-SEGMENT-COUNT
           MOVE WS-SEGMENT-COUNT TO WS-TRIM-NUMBER
           PERFORM 810-TRIM-NUMBER
           MOVE SPACES TO WS-SEGMENT
           STRING 'SE*' DELIMITED BY SIZE
                  WS-TRIM-TEXT DELIMITED BY SPACE
                  '*0001~' DELIMITED BY SIZE
                  INTO WS-SEGMENT
           WRITE EDI-834-RECORD FROM WS-SEGMENT

           MOVE WS-CR-CONTROL-NUMBER (WS-CR-INDEX) TO WS-TRIM-NUMBER
           PERFORM 810-TRIM-NUMBER
           MOVE SPACES TO WS-SEGMENT
           STRING 'GE*1*' DELIMITED BY SIZE
                  WS-TRIM-TEXT DELIMITED BY SPACE
                  '~' DELIMITED BY SIZE
                  INTO WS-SEGMENT
           WRITE EDI-834-RECORD FROM WS-SEGMENT

           MOVE SPACES TO WS-SEGMENT
           STRING 'IEA*1*' WS-CR-CONTROL-NUMBER (WS-CR-INDEX) '~'
                  DELIMITED BY SIZE
                  INTO WS-SEGMENT
           WRITE EDI-834-RECORD FROM WS-SEGMENT

           MOVE WS-ADD-COUNT TO WS-ED-COUNT
           MOVE WS-CHANGE-COUNT TO WS-ED-COUNT-2
           MOVE WS-TERM-COUNT TO WS-ED-COUNT-3
           MOVE WS-REINSTATE-COUNT TO WS-ED-COUNT-4
           MOVE WS-AUDIT-COUNT TO WS-ED-COUNT-5
           MOVE WS-SEGMENT-COUNT TO WS-ED-SEGMENTS
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'ADDED ' WS-ED-COUNT
                  '  CHANGED ' WS-ED-COUNT-2
                  '  TERMINATED ' WS-ED-COUNT-3
                  '  REINSTATED ' WS-ED-COUNT-4
                  '  FULL-FILE MEMBERS ' WS-ED-COUNT-5
                  '  SEGMENTS ' WS-ED-SEGMENTS
                  DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           WRITE CONTROL-REPORT-RECORD FROM WS-REPORT-LINE
           .

       300-AUDIT-EMPLOYEE.
      *****************************************************************
      * Full file: every coverage this carrier holds for an active or  *
      * on-leave employee goes as an audit record                      *
      *****************************************************************
           READ EMPLOYEE-FILE NEXT RECORD INTO WS-EMPLOYEE-RECORD
               AT END
                   SET EMP-FILE-EOF TO TRUE
                   GO TO 300-EXIT
           END-READ

           IF NOT EMP-ACTIVE IN WS-EMPLOYEE-RECORD
               AND NOT EMP-LEAVE IN WS-EMPLOYEE-RECORD
               GO TO 300-EXIT
           END-IF

           PERFORM 310-AUDIT-COVERAGE
               THRU 310-EXIT
               VARYING WS-BN-INDEX FROM 1 BY 1
               UNTIL WS-BN-INDEX > 3
           .
       300-EXIT.
           EXIT.

       310-AUDIT-COVERAGE.
      *****************************************************************
      * One coverage of the employee in the full file                  *
      *****************************************************************
           PERFORM 500-SET-BENEFIT
           IF WS-MB-PLAN = SPACES OR '000'
               GO TO 310-EXIT
           END-IF
           MOVE WS-MB-TYPE TO WS-FIND-TYPE
           MOVE WS-MB-PLAN TO WS-FIND-PLAN
           PERFORM 520-FIND-CARRIER
               THRU 520-EXIT
           IF WS-FOUND-CARRIER NOT = WS-CR-INDEX
               GO TO 310-EXIT
           END-IF
           PERFORM 510-COVERAGE-START
           IF NOT WS-MB-ELIGIBLE
               GO TO 310-EXIT
           END-IF

           MOVE '030' TO WS-MB-MAINT-TYPE
           MOVE 'XN' TO WS-MB-REASON
           MOVE WS-FOUND-POLICY TO WS-MB-POLICY
           MOVE WS-MB-COVERAGE-START TO WS-MB-START-DATE
           MOVE ZEROS TO WS-MB-END-DATE
           PERFORM 600-WRITE-MEMBER
           .
       310-EXIT.
           EXIT.

       400-APPLY-CHANGE.
      *****************************************************************
      * Change file: turn one logged change into member records for    *
      * the coverages this carrier holds                               *
      *****************************************************************
           MOVE WS-CH-EMP-ID (WS-CH-INDEX) TO
               EMP-ID IN EMPLOYEE-RECORD-FILE
           READ EMPLOYEE-FILE INTO WS-EMPLOYEE-RECORD
               INVALID KEY
                   GO TO 400-EXIT
           END-READ

           IF WS-CH-PLAN-CHANGE (WS-CH-INDEX)
               PERFORM 420-PLAN-CHANGE
                   THRU 420-EXIT
           ELSE
               PERFORM 410-EMPLOYEE-EVENT
                   THRU 410-EXIT
                   VARYING WS-BN-INDEX FROM 1 BY 1
                   UNTIL WS-BN-INDEX > 3
           END-IF
           .
       400-EXIT.
           EXIT.

       410-EMPLOYEE-EVENT.
      *****************************************************************
      * A hire, termination, reactivation, or personal change affects  *
      * every coverage on the master                                   *
      *****************************************************************
           PERFORM 500-SET-BENEFIT
           IF WS-MB-PLAN = SPACES OR '000'
               GO TO 410-EXIT
           END-IF
           MOVE WS-MB-TYPE TO WS-FIND-TYPE
           MOVE WS-MB-PLAN TO WS-FIND-PLAN
           PERFORM 520-FIND-CARRIER
               THRU 520-EXIT
           IF WS-FOUND-CARRIER NOT = WS-CR-INDEX
               GO TO 410-EXIT
           END-IF
           PERFORM 510-COVERAGE-START
           MOVE WS-FOUND-POLICY TO WS-MB-POLICY
           MOVE WS-MB-COVERAGE-START TO WS-MB-START-DATE
           MOVE ZEROS TO WS-MB-END-DATE

           EVALUATE TRUE
               WHEN WS-CH-TERMINATION (WS-CH-INDEX)
                   MOVE '024' TO WS-MB-MAINT-TYPE
                   MOVE '08' TO WS-MB-REASON
                   IF EMP-TERM-DATE IN WS-EMPLOYEE-RECORD IS NUMERIC
                       AND EMP-TERM-DATE IN WS-EMPLOYEE-RECORD
                           > ZEROS
                       MOVE EMP-TERM-DATE IN WS-EMPLOYEE-RECORD TO
                           WS-WORK-DATE-NUM
                   ELSE
                       MOVE WS-CH-DATE (WS-CH-INDEX) TO
                           WS-WORK-DATE-NUM
                   END-IF
                   PERFORM 860-SET-MONTH-DAYS
                   MOVE WS-MONTH-DAYS TO WS-WORK-DAY
                   MOVE WS-WORK-DATE-NUM TO WS-MB-END-DATE
               WHEN NOT WS-MB-ELIGIBLE
                   GO TO 410-EXIT
               WHEN WS-CH-HIRE (WS-CH-INDEX)
                   MOVE '021' TO WS-MB-MAINT-TYPE
                   MOVE '28' TO WS-MB-REASON
               WHEN WS-CH-REACTIVATION (WS-CH-INDEX)
                   MOVE '025' TO WS-MB-MAINT-TYPE
                   MOVE '41' TO WS-MB-REASON
               WHEN OTHER
                   MOVE '001' TO WS-MB-MAINT-TYPE
                   MOVE 'AI' TO WS-MB-REASON
           END-EVALUATE

           PERFORM 600-WRITE-MEMBER
           .
       410-EXIT.
           EXIT.

       420-PLAN-CHANGE.
      *****************************************************************
      * A plan change within the carrier is a change; a move between   *
      * carriers terminates the old coverage the day before the new    *
      * one is added                                                   *
      *****************************************************************
           PERFORM VARYING WS-BN-INDEX FROM 1 BY 1
               UNTIL WS-BN-INDEX > 3
               OR WS-BT-TYPE (WS-BN-INDEX) =
                   WS-CH-BENEFIT-TYPE (WS-CH-INDEX)
               CONTINUE
           END-PERFORM
           IF WS-BN-INDEX > 3
               GO TO 420-EXIT
           END-IF
           PERFORM 500-SET-BENEFIT
           PERFORM 510-COVERAGE-START

           MOVE WS-CH-OLD-PLAN (WS-CH-INDEX) TO WS-OLD-PLAN
           IF WS-OLD-PLAN = '000'
               MOVE SPACES TO WS-OLD-PLAN
           END-IF
           MOVE WS-CH-NEW-PLAN (WS-CH-INDEX) TO WS-NEW-PLAN
           IF WS-NEW-PLAN = '000'
               MOVE SPACES TO WS-NEW-PLAN
           END-IF

           MOVE WS-MB-TYPE TO WS-FIND-TYPE
           MOVE WS-OLD-PLAN TO WS-FIND-PLAN
           PERFORM 520-FIND-CARRIER
               THRU 520-EXIT
           MOVE WS-FOUND-CARRIER TO WS-OLD-CARRIER
           MOVE WS-FOUND-POLICY TO WS-OLD-POLICY
           MOVE WS-NEW-PLAN TO WS-FIND-PLAN
           PERFORM 520-FIND-CARRIER
               THRU 520-EXIT
           MOVE WS-FOUND-CARRIER TO WS-NEW-CARRIER
           MOVE WS-FOUND-POLICY TO WS-NEW-POLICY

           IF WS-OLD-CARRIER = WS-CR-INDEX
               AND WS-NEW-CARRIER = WS-CR-INDEX
               MOVE '001' TO WS-MB-MAINT-TYPE
               MOVE 'AI' TO WS-MB-REASON
               MOVE WS-NEW-PLAN TO WS-MB-PLAN
               MOVE WS-NEW-POLICY TO WS-MB-POLICY
               MOVE WS-CH-DATE (WS-CH-INDEX) TO WS-MB-START-DATE
               MOVE ZEROS TO WS-MB-END-DATE
               PERFORM 600-WRITE-MEMBER
               GO TO 420-EXIT
           END-IF

           IF WS-OLD-CARRIER = WS-CR-INDEX
               MOVE '024' TO WS-MB-MAINT-TYPE
               MOVE '07' TO WS-MB-REASON
               MOVE WS-OLD-PLAN TO WS-MB-PLAN
               MOVE WS-OLD-POLICY TO WS-MB-POLICY
               MOVE WS-MB-COVERAGE-START TO WS-MB-START-DATE
               MOVE WS-CH-DATE (WS-CH-INDEX) TO WS-WORK-DATE-NUM
               PERFORM 845-PRIOR-CALENDAR-DAY
               MOVE WS-WORK-DATE-NUM TO WS-MB-END-DATE
               PERFORM 600-WRITE-MEMBER
           END-IF

           IF WS-NEW-CARRIER = WS-CR-INDEX
               MOVE '021' TO WS-MB-MAINT-TYPE
               MOVE '28' TO WS-MB-REASON
               MOVE WS-NEW-PLAN TO WS-MB-PLAN
               MOVE WS-NEW-POLICY TO WS-MB-POLICY
               MOVE WS-CH-DATE (WS-CH-INDEX) TO WS-MB-START-DATE
               IF WS-MB-ELIGIBLE
                   AND WS-MB-COVERAGE-START > WS-MB-START-DATE
                   MOVE WS-MB-COVERAGE-START TO WS-MB-START-DATE
               END-IF
               MOVE ZEROS TO WS-MB-END-DATE
               PERFORM 600-WRITE-MEMBER
           END-IF
           .
       420-EXIT.
           EXIT.

       500-SET-BENEFIT.
      *****************************************************************
      * Set the benefit type, plan, and eligibility date of coverage   *
      * WS-BN-INDEX from the employee master                           *
      *****************************************************************
           MOVE WS-BT-TYPE (WS-BN-INDEX) TO WS-MB-TYPE
           MOVE WS-BT-LINE-CODE (WS-BN-INDEX) TO WS-MB-LINE-CODE
           EVALUATE WS-BN-INDEX
               WHEN 1
                   MOVE EMP-HEALTH-PLAN-CODE IN WS-EMPLOYEE-RECORD TO
                       WS-MB-PLAN
                   MOVE EMP-HEALTH-ELIG-DATE IN WS-EMPLOYEE-RECORD TO
                       WS-MB-ELIG-DATE
               WHEN 2
                   MOVE EMP-DENTAL-PLAN-CODE IN WS-EMPLOYEE-RECORD TO
                       WS-MB-PLAN
                   MOVE EMP-DENTAL-ELIG-DATE IN WS-EMPLOYEE-RECORD TO
                       WS-MB-ELIG-DATE
               WHEN 3
                   MOVE EMP-VISION-PLAN-CODE IN WS-EMPLOYEE-RECORD TO
                       WS-MB-PLAN
                   MOVE EMP-VISION-ELIG-DATE IN WS-EMPLOYEE-RECORD TO
                       WS-MB-ELIG-DATE
           END-EVALUATE
           .

       510-COVERAGE-START.
      *****************************************************************
      * Coverage starts on the later of the hire date and the          *
      * eligibility date; an employee who fails the plan's hours rule  *
      * (99999999) has no coverage to send                             *
      *****************************************************************
           MOVE 'Y' TO WS-MB-ELIGIBLE-SW
           MOVE EMP-HIRE-DATE IN WS-EMPLOYEE-RECORD TO
               WS-MB-COVERAGE-START
           IF WS-MB-ELIG-DATE IS NUMERIC
               IF WS-MB-ELIG-DATE = 99999999
                   MOVE 'N' TO WS-MB-ELIGIBLE-SW
               ELSE
                   IF WS-MB-ELIG-DATE > WS-MB-COVERAGE-START
                       MOVE WS-MB-ELIG-DATE TO WS-MB-COVERAGE-START
                   END-IF
               END-IF
           END-IF
           .

       520-FIND-CARRIER.
      *****************************************************************
      * Find the carrier for a benefit type and plan: the row naming   *
      * the plan, else the benefit type's blank-plan row               *
      *****************************************************************
           MOVE ZEROS TO WS-FOUND-CARRIER
           MOVE SPACES TO WS-FOUND-POLICY
           IF WS-FIND-PLAN = SPACES
               GO TO 520-EXIT
           END-IF
           PERFORM VARYING WS-MAP-INDEX FROM 1 BY 1
               UNTIL WS-MAP-INDEX > WS-MAP-COUNT
               IF WS-MAP-TYPE (WS-MAP-INDEX) = WS-FIND-TYPE
                   IF WS-MAP-PLAN (WS-MAP-INDEX) = WS-FIND-PLAN
                       MOVE WS-MAP-CARRIER (WS-MAP-INDEX) TO
                           WS-FOUND-CARRIER
                       MOVE WS-MAP-POLICY (WS-MAP-INDEX) TO
                           WS-FOUND-POLICY
                   END-IF
                   IF WS-MAP-PLAN (WS-MAP-INDEX) = SPACES
                       AND WS-FOUND-CARRIER = ZEROS
                       MOVE WS-MAP-CARRIER (WS-MAP-INDEX) TO
                           WS-FOUND-CARRIER
                       MOVE WS-MAP-POLICY (WS-MAP-INDEX) TO
                           WS-FOUND-POLICY
                   END-IF
               END-IF
           END-PERFORM
           IF WS-FOUND-CARRIER > ZEROS
               AND WS-FOUND-POLICY = SPACES
               MOVE WS-CR-POLICY (WS-FOUND-CARRIER) TO
                   WS-FOUND-POLICY
           END-IF
           .
       520-EXIT.
           EXIT.

       600-WRITE-MEMBER.
      *****************************************************************
      * One member loop: INS, subscriber and policy REFs, employment   *
      * date, name, address, demographics, and the coverage with its   *
      * dates                                                          *
      *****************************************************************
           EVALUATE TRUE
               WHEN EMP-ACTIVE IN WS-EMPLOYEE-RECORD
                   MOVE 'AC' TO WS-MB-EMP-STATUS
               WHEN EMP-LEAVE IN WS-EMPLOYEE-RECORD
                   MOVE 'L1' TO WS-MB-EMP-STATUS
               WHEN EMP-RETIRED IN WS-EMPLOYEE-RECORD
                   MOVE 'RT' TO WS-MB-EMP-STATUS
               WHEN OTHER
                   MOVE 'TE' TO WS-MB-EMP-STATUS
           END-EVALUATE
           IF WS-MB-TERMINATE
               AND WS-MB-REASON = '08'
               MOVE 'TE' TO WS-MB-EMP-STATUS
           END-IF

           MOVE SPACES TO WS-SEGMENT
           STRING 'INS*Y*18*' WS-MB-MAINT-TYPE '*' WS-MB-REASON
                  '*A***' WS-MB-EMP-STATUS '~'
                  DELIMITED BY SIZE
                  INTO WS-SEGMENT
           PERFORM 800-WRITE-SEGMENT

           MOVE SPACES TO WS-SEGMENT
           STRING 'REF*0F*' EMP-SSN IN WS-EMPLOYEE-RECORD '~'
                  DELIMITED BY SIZE
                  INTO WS-SEGMENT
           PERFORM 800-WRITE-SEGMENT

           IF WS-MB-POLICY NOT = SPACES
               MOVE SPACES TO WS-SEGMENT
               STRING 'REF*1L*' DELIMITED BY SIZE
                      WS-MB-POLICY DELIMITED BY '  '
                      '~' DELIMITED BY SIZE
                      INTO WS-SEGMENT
               PERFORM 800-WRITE-SEGMENT
           END-IF

           MOVE SPACES TO WS-SEGMENT
           STRING 'DTP*336*D8*' EMP-HIRE-DATE IN WS-EMPLOYEE-RECORD '~'
                  DELIMITED BY SIZE
                  INTO WS-SEGMENT
           PERFORM 800-WRITE-SEGMENT

           MOVE SPACES TO WS-SEGMENT
           STRING 'NM1*IL*1*' DELIMITED BY SIZE
                  EMP-LAST-NAME IN WS-EMPLOYEE-RECORD
                      DELIMITED BY '  '
                  '*' DELIMITED BY SIZE
                  EMP-FIRST-NAME IN WS-EMPLOYEE-RECORD
                      DELIMITED BY '  '
                  '*' DELIMITED BY SIZE
                  EMP-MIDDLE-INIT IN WS-EMPLOYEE-RECORD
                      DELIMITED BY SPACE
                  '***34*' EMP-SSN IN WS-EMPLOYEE-RECORD '~'
                      DELIMITED BY SIZE
                  INTO WS-SEGMENT
           PERFORM 800-WRITE-SEGMENT

           MOVE SPACES TO WS-SEGMENT
           IF EMP-ADDRESS-LINE-2 IN WS-EMPLOYEE-RECORD = SPACES
               STRING 'N3*' DELIMITED BY SIZE
                      EMP-ADDRESS-LINE-1 IN WS-EMPLOYEE-RECORD
                          DELIMITED BY '  '
                      '~' DELIMITED BY SIZE
                      INTO WS-SEGMENT
           ELSE
               STRING 'N3*' DELIMITED BY SIZE
                      EMP-ADDRESS-LINE-1 IN WS-EMPLOYEE-RECORD
                          DELIMITED BY '  '
                      '*' DELIMITED BY SIZE
                      EMP-ADDRESS-LINE-2 IN WS-EMPLOYEE-RECORD
                          DELIMITED BY '  '
                      '~' DELIMITED BY SIZE
                      INTO WS-SEGMENT
           END-IF
           PERFORM 800-WRITE-SEGMENT

           MOVE SPACES TO WS-MB-ZIP
           IF EMP-ZIP IN WS-EMPLOYEE-RECORD (6:1) = '-'
               STRING EMP-ZIP IN WS-EMPLOYEE-RECORD (1:5)
                      EMP-ZIP IN WS-EMPLOYEE-RECORD (7:4)
                      DELIMITED BY SIZE
                      INTO WS-MB-ZIP
           ELSE
               MOVE EMP-ZIP IN WS-EMPLOYEE-RECORD TO WS-MB-ZIP
           END-IF
           MOVE SPACES TO WS-SEGMENT
           STRING 'N4*' DELIMITED BY SIZE
                  EMP-CITY IN WS-EMPLOYEE-RECORD DELIMITED BY '  '
                  '*' EMP-STATE IN WS-EMPLOYEE-RECORD '*'
                      DELIMITED BY SIZE
                  WS-MB-ZIP DELIMITED BY SPACE
                  '~' DELIMITED BY SIZE
                  INTO WS-SEGMENT
           PERFORM 800-WRITE-SEGMENT

           EVALUATE TRUE
               WHEN EMP-MALE IN WS-EMPLOYEE-RECORD
                   MOVE 'M' TO WS-MB-GENDER
               WHEN EMP-FEMALE IN WS-EMPLOYEE-RECORD
                   MOVE 'F' TO WS-MB-GENDER
               WHEN OTHER
                   MOVE 'U' TO WS-MB-GENDER
           END-EVALUATE
           MOVE SPACES TO WS-SEGMENT
           STRING 'DMG*D8*' EMP-BIRTH-DATE IN WS-EMPLOYEE-RECORD
                  '*' WS-MB-GENDER '~'
                  DELIMITED BY SIZE
                  INTO WS-SEGMENT
           PERFORM 800-WRITE-SEGMENT

           MOVE SPACES TO WS-SEGMENT
           STRING 'HD*' WS-MB-MAINT-TYPE '**' WS-MB-LINE-CODE
                  '*' WS-MB-PLAN '*EMP~'
                  DELIMITED BY SIZE
                  INTO WS-SEGMENT
           PERFORM 800-WRITE-SEGMENT

           MOVE SPACES TO WS-SEGMENT
           STRING 'DTP*348*D8*' WS-MB-START-DATE '~'
                  DELIMITED BY SIZE
                  INTO WS-SEGMENT
           PERFORM 800-WRITE-SEGMENT

           IF WS-MB-END-DATE > ZEROS
               MOVE SPACES TO WS-SEGMENT
               STRING 'DTP*349*D8*' WS-MB-END-DATE '~'
                      DELIMITED BY SIZE
                      INTO WS-SEGMENT
               PERFORM 800-WRITE-SEGMENT
           END-IF

           ADD 1 TO WS-MEMBER-COUNT
           EVALUATE TRUE
               WHEN WS-MB-ADD
                   ADD 1 TO WS-ADD-COUNT
                   MOVE 'ADD' TO WS-ACTION-TEXT
               WHEN WS-MB-CHANGE
                   ADD 1 TO WS-CHANGE-COUNT
                   MOVE 'CHANGE' TO WS-ACTION-TEXT
               WHEN WS-MB-TERMINATE
                   ADD 1 TO WS-TERM-COUNT
                   MOVE 'TERMINATE' TO WS-ACTION-TEXT
               WHEN WS-MB-REINSTATE
                   ADD 1 TO WS-REINSTATE-COUNT
                   MOVE 'REINSTATE' TO WS-ACTION-TEXT
               WHEN OTHER
                   ADD 1 TO WS-AUDIT-COUNT
                   MOVE 'FULL FILE' TO WS-ACTION-TEXT
           END-EVALUATE
           PERFORM 610-WRITE-REPORT-LINE
           .

       610-WRITE-REPORT-LINE.
      *****************************************************************
      * List the member on the carrier's section of the report         *
      *****************************************************************
           MOVE SPACES TO WS-EMP-NAME
           STRING EMP-LAST-NAME IN WS-EMPLOYEE-RECORD
                      DELIMITED BY '  '
                  ', ' DELIMITED BY SIZE
                  EMP-FIRST-NAME IN WS-EMPLOYEE-RECORD
                      DELIMITED BY '  '
                  INTO WS-EMP-NAME
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-MB-END-DATE > ZEROS
               STRING WS-ACTION-TEXT ' '
                      EMP-ID IN WS-EMPLOYEE-RECORD ' '
                      WS-EMP-NAME ' '
                      WS-MB-LINE-CODE ' '
                      WS-MB-PLAN '  '
                      WS-MB-START-DATE ' '
                      WS-MB-END-DATE
                      DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
           ELSE
               STRING WS-ACTION-TEXT ' '
                      EMP-ID IN WS-EMPLOYEE-RECORD ' '
                      WS-EMP-NAME ' '
                      WS-MB-LINE-CODE ' '
                      WS-MB-PLAN '  '
                      WS-MB-START-DATE
                      DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
           END-IF
           WRITE CONTROL-REPORT-RECORD FROM WS-REPORT-LINE
           .

       800-WRITE-SEGMENT.
      *****************************************************************
      * Write one segment inside the transaction set and count it      *
      *****************************************************************
           WRITE EDI-834-RECORD FROM WS-SEGMENT
           IF NOT EDI-FILE-SUCCESS
               DISPLAY 'ERROR WRITING 834 OUTPUT FILE: '
                       EDI-FILE-STATUS
           END-IF
           ADD 1 TO WS-SEGMENT-COUNT
           .

       810-TRIM-NUMBER.
      *****************************************************************
      * Left-justify an edited count into WS-TRIM-TEXT for an element  *
      * written without leading zeros                                  *
      *****************************************************************
           MOVE ZEROS TO WS-TRIM-LEAD
           INSPECT WS-TRIM-NUMBER TALLYING WS-TRIM-LEAD
               FOR LEADING SPACES
           MOVE SPACES TO WS-TRIM-TEXT
           MOVE WS-TRIM-NUMBER (WS-TRIM-LEAD + 1:) TO WS-TRIM-TEXT
           .

       845-PRIOR-CALENDAR-DAY.
      *****************************************************************
      * Move the work date back one calendar day                       *
      *****************************************************************
           IF WS-WORK-DAY > 1
               SUBTRACT 1 FROM WS-WORK-DAY
           ELSE
               SUBTRACT 1 FROM WS-WORK-MONTH
               IF WS-WORK-MONTH < 1
                   MOVE 12 TO WS-WORK-MONTH
                   SUBTRACT 1 FROM WS-WORK-YEAR
               END-IF
               PERFORM 860-SET-MONTH-DAYS
               MOVE WS-MONTH-DAYS TO WS-WORK-DAY
           END-IF
           .

       860-SET-MONTH-DAYS.
      *****************************************************************
      * Set the day count of the work date's month                     *
      *****************************************************************
           EVALUATE WS-WORK-MONTH
               WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
                   MOVE 31 TO WS-MONTH-DAYS
               WHEN 4 WHEN 6 WHEN 9 WHEN 11
                   MOVE 30 TO WS-MONTH-DAYS
               WHEN 2
                   MOVE 28 TO WS-MONTH-DAYS
                   DIVIDE WS-WORK-YEAR BY 4
                       GIVING WS-LEAP-REMAINDER
                       REMAINDER WS-LEAP-REMAINDER
                   IF WS-LEAP-REMAINDER = ZEROS
                       MOVE 29 TO WS-MONTH-DAYS
                   END-IF
           END-EVALUATE
           .

       900-WRAP-UP.
      *****************************************************************
      * Print the run totals and close all files                       *
      *****************************************************************
           MOVE SPACES TO WS-REPORT-LINE
           WRITE CONTROL-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE WS-INTERCHANGE-COUNT TO WS-ED-COUNT
           MOVE WS-MEMBER-COUNT TO WS-ED-COUNT-2
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'CARRIER FILES ' WS-ED-COUNT
                  '  MEMBER RECORDS ' WS-ED-COUNT-2
                  DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           WRITE CONTROL-REPORT-RECORD FROM WS-REPORT-LINE

           DISPLAY 'CARRIER 834 ENROLLMENT FILE COMPLETED'
           DISPLAY 'CARRIER FILES WRITTEN: ' WS-INTERCHANGE-COUNT
           DISPLAY 'MEMBER RECORDS:        ' WS-MEMBER-COUNT

           CLOSE EMPLOYEE-FILE
                 EDI-834-FILE
                 CONTROL-REPORT-FILE
           .
