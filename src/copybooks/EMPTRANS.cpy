               88  TRN-GRP-SECOND-JOB     VALUE 'J2'.
               88  TRN-GRP-BENEFICIARY    VALUE 'BN'.
               88  TRN-GRP-PAYCARD        VALUE 'PC'.
               88  TRN-GRP-W2-CONSENT     VALUE 'WC'.
               88  TRN-GRP-COMP-TIME      VALUE 'CT'.
               88  TRN-GRP-WORK-ASSIGN    VALUE 'WA'.
               88  TRN-GRP-NONRES-ALIEN   VALUE 'NR'.
               88  TRN-GRP-SALARY-GRADE   VALUE 'SG'.
               88  TRN-GRP-MILITARY       VALUE 'MA'.
           05  TRN-EFFECTIVE-DATE         PIC 9(8).
           05  TRN-SOURCE-USER            PIC X(15).
           05  TRN-EMPLOYEE-IMAGE         PIC X(1500).
