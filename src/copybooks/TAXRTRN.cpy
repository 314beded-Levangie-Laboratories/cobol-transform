      *****************************************************************
      * TAXRTRN.cpy - Tax Rate Table Maintenance Transaction Record    *
      *                                                                *
      * This copybook defines one tax rate change for TAXMAINT. The    *
      * first transaction is the header naming the new table's tax     *
      * year and effective window and, once the change report has      *
      * been signed off, the approver. Each following transaction      *
      * replaces one part of the new table: a federal or state         *
      * bracket, a state's filing header, the FICA or FUTA rates, a    *
      * local, SUTA or SDI row, or the tax constants. Parts no         *
      * transaction touches carry over from the base table. Amounts    *
      * are unsigned display digits so the file can be keyed and       *
      * proofread directly; rates are decimal fractions, as held on    *
      * the table (.0620, not 6.20).                                   *
      *                                                                *
      * Date Created: 2026-10-15                                       *
      * Author: COBOL Payroll System                                   *
      *****************************************************************

       01  TAX-RATE-TRAN-RECORD.
           05  TRT-TRAN-TYPE              PIC X(2).
               88  TRT-HEADER             VALUE 'HD'.
               88  TRT-FED-FILING         VALUE 'FF'.
               88  TRT-FED-BRACKET        VALUE 'FB'.
               88  TRT-STATE-HEADER       VALUE 'SH'.
               88  TRT-STATE-BRACKET      VALUE 'SB'.
               88  TRT-FICA               VALUE 'FI'.
               88  TRT-LOCAL              VALUE 'LC'.
               88  TRT-FUTA               VALUE 'FU'.
               88  TRT-SUTA               VALUE 'SU'.
               88  TRT-SDI                VALUE 'SD'.
               88  TRT-CONSTANTS          VALUE 'TC'.
      *****************************************************************
      * 'D' removes the state, local, SUTA or SDI row named by the    *
      * key; anything else adds or replaces                           *
      *****************************************************************
           05  TRT-ACTION                 PIC X.
               88  TRT-DELETE             VALUE 'D'.
           05  TRT-STATE-CODE             PIC X(2).
           05  TRT-LOCAL-CODE             PIC X(5).
           05  TRT-LOCAL-CLASS            PIC X.
           05  TRT-BRACKET-NUMBER         PIC 9(1).
           05  TRT-DATA                   PIC X(100).
           05  TRT-HEADER-DATA REDEFINES TRT-DATA.
               10  TRT-TAX-YEAR           PIC 9(4).
               10  TRT-EFFECTIVE-DATE     PIC 9(8).
               10  TRT-EXPIRATION-DATE    PIC 9(8).
               10  TRT-BASE-EFF-DATE      PIC 9(8).
               10  TRT-SIGNOFF-ID         PIC X(8).
               10  TRT-SIGNOFF-DATE       PIC 9(8).
               10  FILLER                 PIC X(56).
           05  TRT-FILING-DATA REDEFINES TRT-DATA.
               10  TRT-FILING-STATUS      PIC X.
               10  TRT-HAS-INCOME-TAX     PIC X.
               10  FILLER                 PIC X(98).
           05  TRT-BRACKET-DATA REDEFINES TRT-DATA.
               10  TRT-BRK-FLOOR          PIC 9(8)V99.
               10  TRT-BRK-CEILING        PIC 9(8)V99.
               10  TRT-BRK-RATE           PIC 9(2)V99.
               10  TRT-BRK-BASE-TAX       PIC 9(8)V99.
               10  FILLER                 PIC X(66).
           05  TRT-FICA-DATA REDEFINES TRT-DATA.
               10  TRT-SS-RATE            PIC 9(2)V99.
               10  TRT-SS-WAGE-BASE       PIC 9(8)V99.
               10  TRT-SS-MAX-TAX         PIC 9(8)V99.
               10  TRT-MEDICARE-RATE      PIC 9(2)V99.
               10  TRT-MEDICARE-ADDL-RATE PIC 9(2)V99.
               10  TRT-MEDICARE-ADDL-THRESHOLD
                                          PIC 9(8)V99.
               10  FILLER                 PIC X(58).
           05  TRT-LOCAL-DATA REDEFINES TRT-DATA.
               10  TRT-LOCAL-NAME         PIC X(20).
               10  TRT-LOCAL-RATE         PIC 9(2)V99.
               10  TRT-LOCAL-MIN-WAGE     PIC 9(8)V99.
               10  TRT-LOCAL-MAX-WAGE     PIC 9(8)V99.
               10  TRT-LOCAL-FLAT-AMOUNT  PIC 9(3)V99.
               10  TRT-LOCAL-ANNUAL-CAP   PIC 9(5)V99.
               10  TRT-LOCAL-LOW-INCOME   PIC 9(8)V99.
               10  FILLER                 PIC X(34).
           05  TRT-UNEMPLOYMENT-DATA REDEFINES TRT-DATA.
               10  TRT-UI-RATE            PIC 9(2)V99.
               10  TRT-UI-WAGE-BASE       PIC 9(8)V99.
               10  FILLER                 PIC X(86).
           05  TRT-SDI-DATA REDEFINES TRT-DATA.
               10  TRT-SDI-EE-RATE        PIC 9V9(5).
               10  TRT-SDI-WAGE-BASE      PIC 9(8)V99.
               10  TRT-SDI-ER-RATE        PIC 9V9(5).
               10  FILLER                 PIC X(78).
           05  TRT-CONSTANTS-DATA REDEFINES TRT-DATA.
               10  TRT-STD-DED-SINGLE     PIC 9(6)V99.
               10  TRT-STD-DED-MARRIED    PIC 9(6)V99.
               10  TRT-STD-DED-HEAD       PIC 9(6)V99.
               10  TRT-PERSONAL-EXEMPTION PIC 9(6)V99.
               10  TRT-EXEMPTION-PHASEOUT PIC 9(8)V99.
               10  TRT-CREDIT-RATE        PIC 9(2)V99.
               10  TRT-NRA-ADDL-REDESIGNED
                                          PIC 9(6)V99.
               10  TRT-NRA-ADDL-PRE2020   PIC 9(6)V99.
               10  FILLER                 PIC X(38).
