      *****************************************************************
      * DEDTRAN.cpy - Deduction Type Maintenance Transaction Record    *
      *                                                                *
      * This copybook defines one keyed maintenance transaction        *
      * applied to the deduction type table (DEDUCFILE) by DEDMAINT.   *
      * Each transaction names an action (add, change, expire) and     *
      * the deduction code. An add or change carries the complete new  *
      * deduction type as a DEDUCTION-TYPE-RECORD image in             *
      * DTR-DEDUCT-IMAGE; an expire carries only the expiration date   *
      * in DTR-EFFECTIVE-DATE.                                         *
      *                                                                *
      * Date Created: 2026-10-15                                       *
      * Author: COBOL Payroll System                                   *
      *****************************************************************

       01  DEDUCT-TRANS-RECORD.
           05  DTR-ACTION                 PIC X.
               88  DTR-ADD                VALUE 'A'.
               88  DTR-CHANGE             VALUE 'C'.
               88  DTR-EXPIRE             VALUE 'E'.
           05  DTR-DEDUCT-CODE            PIC X(3).
           05  DTR-EFFECTIVE-DATE         PIC 9(8).
           05  DTR-SOURCE-USER            PIC X(15).
           05  DTR-DEDUCT-IMAGE           PIC X(400).
