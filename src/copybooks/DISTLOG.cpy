      *****************************************************************
      * DISTLOG.cpy - Manager Packet Distribution Log Record           *
      *                                                                *
      * This copybook defines one line of the distribution log that    *
      * DEPTDIST appends after every run: what one manager received    *
      * for one department in that run's packet - the register lines,  *
      * labor distribution lines, anomaly exceptions, and suspense     *
      * items - or, with no manager, a department that was paid but   *
      * is on no manager's distribution and so went to no one.         *
      *                                                                *
      * Date Created: 2026-10-15                                       *
      * Author: COBOL Payroll System                                   *
      *****************************************************************

       01  DIST-LOG-RECORD.
           05  DL-DIST-DATE               PIC 9(8).
           05  DL-DIST-TIME               PIC 9(6).
           05  DL-PERIOD-ID               PIC 9(6).
           05  DL-CHECK-DATE              PIC 9(8).
           05  DL-PACKET-NUMBER           PIC 9(4).
           05  DL-MANAGER-ID              PIC X(6).
           05  DL-MANAGER-NAME            PIC X(30).
           05  DL-DELIVER-TO              PIC X(40).
           05  DL-DEPARTMENT              PIC X(4).
           05  DL-STATUS                  PIC X.
               88  DL-DELIVERED           VALUE 'D'.
               88  DL-UNASSIGNED          VALUE 'U'.
           05  DL-REGISTER-COUNT          PIC 9(5).
           05  DL-LABOR-LINE-COUNT        PIC 9(5).
           05  DL-ANOMALY-COUNT           PIC 9(5).
           05  DL-SUSPENSE-COUNT          PIC 9(5).
           05  DL-FILLER                  PIC X(17).
