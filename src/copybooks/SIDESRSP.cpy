      *****************************************************************
      * SIDESRSP.cpy - State Unemployment Claim Response Record        *
      *                                                                *
      * This copybook defines the employer's answer to one state      *
      * unemployment claim request, sent back through SIDES: the      *
      * paying company's FEIN and SUI account in the state, the wages *
      * paid in each base-period quarter from the pay history, the    *
      * hire, last-worked, and separation dates with the separation   *
      * reason from the employee master, and the payments that count  *
      * against benefits - severance from the scheduled payments file *
      * and the final-check vacation/comp time payout from the        *
      * history detail. The status tells the state whether the answer *
      * is complete, the claimant is still employed, the separation   *
      * reason is not on file, or the claimant is not on file.        *
      *                                                                *
      * Date Created: 2026-10-15                                       *
      * Author: COBOL Payroll System                                   *
      *****************************************************************

       01  SIDES-RESPONSE-RECORD.
           05  SRS-REQUEST-ID             PIC X(15).
           05  SRS-STATE                  PIC X(2).
           05  SRS-RESPONSE-DATE          PIC 9(8).
           05  SRS-RESPONSE-STATUS        PIC X.
               88  SRS-COMPLETE           VALUE 'C'.
               88  SRS-STILL-EMPLOYED     VALUE 'E'.
               88  SRS-REASON-NOT-ON-FILE VALUE 'R'.
               88  SRS-NOT-ON-FILE        VALUE 'N'.
           05  SRS-CLAIMANT-SSN           PIC 9(9).
           05  SRS-EMP-ID                 PIC X(6).
           05  SRS-EMPLOYER-FEIN          PIC X(10).
           05  SRS-SUI-ACCOUNT            PIC X(20).
           05  SRS-WAGE-INFO.
               10  SRS-BASE-PERIOD-START  PIC 9(8).
               10  SRS-BASE-PERIOD-END    PIC 9(8).
               10  SRS-QUARTER OCCURS 4 TIMES.
                   15  SRS-QTR-YEAR       PIC 9(4).
                   15  SRS-QTR-NUMBER     PIC 9.
                   15  SRS-QTR-WAGES      PIC 9(9)V99.
               10  SRS-TOTAL-BASE-WAGES   PIC 9(9)V99.
           05  SRS-SEPARATION-INFO.
               10  SRS-HIRE-DATE          PIC 9(8).
               10  SRS-LAST-DAY-WORKED    PIC 9(8).
               10  SRS-SEPARATION-DATE    PIC 9(8).
               10  SRS-SEPARATION-REASON  PIC X(2).
           05  SRS-BENEFIT-OFFSETS.
               10  SRS-SEVERANCE-PAID     PIC 9(7)V99.
               10  SRS-SEVERANCE-PENDING  PIC 9(7)V99.
               10  SRS-SEVERANCE-LAST-PERIOD
                                          PIC 9(6).
               10  SRS-LEAVE-PAYOUT-AMT   PIC 9(7)V99.
               10  SRS-LEAVE-PAYOUT-DATE  PIC 9(8).
           05  SRS-FILLER                 PIC X(20).
