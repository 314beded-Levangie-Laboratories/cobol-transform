      *****************************************************************
      * MGRDIST.cpy - Manager/Department Distribution Table Record     *
      *                                                                *
      * This copybook defines one entry of the manager distribution    *
      * table read by DEPTDIST: one department assigned to one         *
      * manager, with where that manager's packet is delivered. A      *
      * manager responsible for several departments carries one entry  *
      * per department; a department can be assigned to more than one *
      * manager. Only active entries are distributed.                  *
      *                                                                *
      * Date Created: 2026-10-15                                       *
      * Author: COBOL Payroll System                                   *
      *****************************************************************

       01  MANAGER-DIST-RECORD.
           05  MD-MANAGER-ID              PIC X(6).
           05  MD-MANAGER-NAME            PIC X(30).
           05  MD-DELIVER-TO              PIC X(40).
           05  MD-DEPARTMENT              PIC X(4).
           05  MD-STATUS                  PIC X.
               88  MD-ACTIVE              VALUE 'A' ' '.
               88  MD-INACTIVE            VALUE 'I'.
           05  MD-FILLER                  PIC X(19).
