      *****************************************************************
      * SUSPTRAN.cpy - Payroll Suspense Maintenance Transaction        *
      *                                                                *
      * This copybook defines one keyed maintenance transaction        *
      * applied to the payroll suspense file (SUSPENSE) by SUSPMNT.    *
      * A change corrects one field of the suspended payroll record,   *
      * named by field code, to the new value; a release marks the     *
      * corrected record ready to recycle into the next run; a cancel  *
      * closes the item unpaid, with the reason in the note.           *
      *                                                                *
      * Date Created: 2026-10-15                                       *
      * Author: COBOL Payroll System                                   *
      *****************************************************************

       01  SUSPENSE-TRANS-RECORD.
           05  STR-ACTION                 PIC X.
               88  STR-CHANGE             VALUE 'C'.
               88  STR-RELEASE            VALUE 'R'.
               88  STR-CANCEL             VALUE 'X'.
           05  STR-SUSP-KEY.
               10  STR-RUN-DATE           PIC 9(8).
               10  STR-INPUT-SEQ          PIC 9(7).
      *****************************************************************
      * Field codes: ID employee ID, PS/PE period start/end date,      *
      * RH/OH/DH regular/overtime/doubletime hours, HH holiday hours,  *
      * VH/SH/PH vacation/sick/personal hours, BO bonus, CM            *
      * commission, OE other earnings, RA override rate, RS record     *
      * status                                                         *
      *****************************************************************
           05  STR-FIELD-CODE             PIC X(2).
               88  STR-FIELD-TEXT         VALUE 'ID' 'RS'.
               88  STR-FIELD-DATE         VALUE 'PS' 'PE'.
               88  STR-FIELD-HOURS        VALUE 'RH' 'OH' 'DH' 'HH'
                                                'VH' 'SH' 'PH'.
               88  STR-FIELD-AMOUNT       VALUE 'BO' 'CM' 'OE' 'RA'.
           05  STR-NEW-VALUE              PIC X(20).
           05  STR-NEW-NUMBER-VIEW REDEFINES STR-NEW-VALUE.
               10  STR-NEW-NUMBER         PIC 9(7)V99.
               10  FILLER                 PIC X(11).
           05  STR-NEW-DATE-VIEW REDEFINES STR-NEW-VALUE.
               10  STR-NEW-DATE           PIC 9(8).
               10  FILLER                 PIC X(12).
           05  STR-SOURCE-USER            PIC X(15).
           05  STR-NOTE                   PIC X(40).
