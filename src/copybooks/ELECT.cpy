               88  EL-VISION-PLAN         VALUE 'V'.
               88  EL-401K-PERCENT        VALUE 'K'.
               88  EL-ROTH-PERCENT        VALUE 'R'.
      *****************************************************************
      * Deferral elections staged by 401(k) automatic enrollment and  *
      * escalation carry plan code 'AUT' so the application pass can  *
      * cancel them for an employee who has since opted out or made   *
      * an election of their own                                      *
      *****************************************************************
           05  EL-NEW-PLAN-CODE           PIC X(3).
               88  EL-AUTO-ENROLL-SOURCE  VALUE 'AUT'.
           05  EL-NEW-AMOUNT              PIC 9(5)V99.
           05  EL-NEW-PERCENT             PIC 9(2)V99.
           05  EL-EFFECTIVE-DATE          PIC 9(8).
               88  EL-PENDING             VALUE 'P'.
               88  EL-APPLIED             VALUE 'A'.
               88  EL-ERROR               VALUE 'E'.
               88  EL-CANCELLED           VALUE 'C'.
           05  EL-FILLER                  PIC X(10).
