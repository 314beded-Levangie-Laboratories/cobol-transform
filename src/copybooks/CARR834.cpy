      *****************************************************************
      * CARR834.cpy - Benefit Carrier Enrollment Transmission Record   *
      *                                                                *
      * This copybook defines one row of the carrier table used to     *
      * build the ANSI X12 834 benefit enrollment files: which         *
      * carrier insures a health, dental, or vision plan code, the     *
      * carrier's interchange receiver ID, name and tax ID, the group  *
      * policy number the plan is written under, and whether the       *
      * carrier takes a full file of every covered member or only the  *
      * changes since the last transmission. A carrier with several    *
      * plans carries one row per plan under the same carrier ID; a    *
      * row with a blank plan code covers every plan of its benefit    *
      * type not named on another row.                                 *
      *                                                                *
      * Date Created: 2026-10-15                                       *
      * Author: COBOL Payroll System                                   *
      *****************************************************************

       01  CARRIER-834-RECORD.
           05  C834-BENEFIT-TYPE          PIC X.
               88  C834-HEALTH            VALUE 'H'.
               88  C834-DENTAL            VALUE 'D'.
               88  C834-VISION            VALUE 'V'.
           05  C834-PLAN-CODE             PIC X(3).
           05  C834-CARRIER-ID            PIC X(15).
           05  C834-CARRIER-NAME          PIC X(35).
           05  C834-CARRIER-FEIN          PIC X(9).
           05  C834-POLICY-NUMBER         PIC X(30).
      *****************************************************************
      * 'F' full file of every covered member, 'C' changes only,      *
      * space takes the run's file mode                               *
      *****************************************************************
           05  C834-FILE-MODE             PIC X.
               88  C834-FULL-FILE         VALUE 'F'.
               88  C834-CHANGE-ONLY       VALUE 'C'.
               88  C834-RUN-MODE          VALUE ' '.
           05  C834-FILLER                PIC X(20).
