      *****************************************************************
      * SIDESREQ.cpy - State Unemployment Claim Request Record         *
      *                                                                *
      * This copybook defines one request from a state unemployment   *
      * agency received through SIDES when a former employee files a  *
      * claim: the claimant, the claim's effective date, the base     *
      * period the state is asking about, and the date the answer is  *
      * due. A base period start of zeros asks for the standard base  *
      * period (the first four of the last five completed calendar    *
      * quarters before the claim quarter). The request type asks for *
      * the base-period wages, the separation information, or both.   *
      *                                                                *
      * Date Created: 2026-10-15                                       *
      * Author: COBOL Payroll System                                   *
      *****************************************************************

       01  SIDES-REQUEST-RECORD.
           05  SRQ-REQUEST-ID             PIC X(15).
           05  SRQ-STATE                  PIC X(2).
           05  SRQ-REQUEST-TYPE           PIC X.
               88  SRQ-WAGES-ONLY         VALUE 'W'.
               88  SRQ-SEPARATION-ONLY    VALUE 'S'.
               88  SRQ-WAGES-AND-SEPARATION
                                          VALUE 'B' ' '.
           05  SRQ-CLAIMANT-SSN           PIC 9(9).
           05  SRQ-EMP-ID                 PIC X(6).
           05  SRQ-CLAIMANT-NAME          PIC X(30).
           05  SRQ-CLAIM-EFFECTIVE-DATE   PIC 9(8).
           05  SRQ-BASE-PERIOD-START      PIC 9(8).
           05  SRQ-RESPONSE-DUE-DATE      PIC 9(8).
           05  SRQ-FILLER                 PIC X(23).
