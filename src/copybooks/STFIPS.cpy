      *****************************************************************
      * STFIPS.cpy - State Postal Code to FIPS Numeric Code Table      *
      *                                                                *
      * This copybook pairs each state's two-letter postal code with   *
      * its two-digit FIPS numeric code, the state code the SSA EFW2   *
      * and the state wage reporting formats require in place of the  *
      * postal abbreviation. The 50 states and the District of         *
      * Columbia are listed in alphabetical order of state name.       *
      *                                                                *
      * Date Created: 2026-10-15                                       *
      * Author: COBOL Payroll System                                   *
      *****************************************************************

       01  STATE-FIPS-TABLE-DATA.
           05  FILLER                     PIC X(32) VALUE
               'AL01AK02AZ04AR05CA06CO08CT09DE10'.
           05  FILLER                     PIC X(32) VALUE
               'DC11FL12GA13HI15ID16IL17IN18IA19'.
           05  FILLER                     PIC X(32) VALUE
               'KS20KY21LA22ME23MD24MA25MI26MN27'.
           05  FILLER                     PIC X(32) VALUE
               'MS28MO29MT30NE31NV32NH33NJ34NM35'.
           05  FILLER                     PIC X(32) VALUE
               'NY36NC37ND38OH39OK40OR41PA42RI44'.
           05  FILLER                     PIC X(32) VALUE
               'SC45SD46TN47TX48UT49VT50VA51WA53'.
           05  FILLER                     PIC X(12) VALUE
               'WV54WI55WY56'.

       01  STATE-FIPS-TABLE REDEFINES STATE-FIPS-TABLE-DATA.
           05  STATE-FIPS-ENTRY OCCURS 51 TIMES.
               10  STATE-FIPS-POSTAL      PIC X(2).
               10  STATE-FIPS-CODE        PIC 9(2).

       01  STATE-FIPS-ENTRY-COUNT         PIC 9(2) COMP-3 VALUE 51.
