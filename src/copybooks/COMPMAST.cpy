      *****************************************************************
      * COMPMAST.cpy - Company Master Record                           *
      *                                                                *
      * This copybook defines the indexed company master file that     *
      * holds every paying company (FEIN) and its registrations with   *
      * the states it pays in. Two row types share the file, keyed     *
      * by company code, row type, state, and tax year:                *
      *                                                                *
      *  'C' company row - one per company, state and year blank/zero. *
      *      The NACHA batch name, ACH company ID, and offset account  *
      *      PAYCALC funds the batch from, the legal name and address  *
      *      reported on W-2s, and the federal deposit schedule        *
      *  'S' state row - one per company, state, and tax year. The     *
      *      state withholding and SUI account numbers, the SUI        *
      *      experience rate the state assigned the company for that   *
      *      year, and the state withholding deposit frequency         *
      *                                                                *
      * COMPLOAD loads the file into the COMPANY table at startup;     *
      * CMPMAINT maintains it. An employee record with a blank         *
      * company code belongs to the lowest company code on file.       *
      *                                                                *
      * Date Created: 2026-10-15                                       *
      * Author: COBOL Payroll System                                   *
      *****************************************************************

       01  COMPANY-MASTER-RECORD.
           05  CM-KEY.
               10  CM-COMPANY-CODE        PIC X(2).
               10  CM-ROW-TYPE            PIC X.
                   88  CM-COMPANY-ROW     VALUE 'C'.
                   88  CM-STATE-ROW       VALUE 'S'.
               10  CM-STATE-CODE          PIC X(2).
               10  CM-TAX-YEAR            PIC 9(4).
           05  CM-ROW-DATA                PIC X(200).
      *****************************************************************
      * Company row. CM-FEIN-ID is the ACH company identification - a  *
      * '1' followed by the nine-digit EIN. Deposit schedule codes     *
      * follow the federal depositor rules FEDDEP applies              *
      *****************************************************************
           05  CM-COMPANY-DATA REDEFINES CM-ROW-DATA.
               10  CM-NACHA-NAME          PIC X(16).
               10  CM-FEIN-ID             PIC X(10).
               10  CM-OFFSET-ACCT         PIC X(17).
               10  CM-LEGAL-NAME          PIC X(40).
               10  CM-STREET-ADDRESS      PIC X(22).
               10  CM-CITY                PIC X(22).
               10  CM-STATE               PIC X(2).
               10  CM-ZIP                 PIC X(5).
               10  CM-ZIP-EXTENSION       PIC X(4).
               10  CM-FED-DEPOSIT-SCHED   PIC X.
                   88  CM-FED-SEMIWEEKLY  VALUE 'S'.
                   88  CM-FED-MONTHLY     VALUE 'M'.
               10  CM-COMPANY-STATUS      PIC X.
                   88  CM-COMPANY-ACTIVE  VALUE 'A'.
                   88  CM-COMPANY-INACTIVE VALUE 'I'.
               10  FILLER                 PIC X(60).
      *****************************************************************
      * State row. The SUI experience rate is a decimal fraction       *
      * (.02700 for 2.7%); a zero rate leaves the state's standard     *
      * rate from TAXRATES in force. Deposit frequency codes are the   *
      * ones STDEPFRQ uses; a blank frequency leaves the STDEPFRQ row  *
      * in force                                                       *
      *****************************************************************
           05  CM-STATE-DATA REDEFINES CM-ROW-DATA.
               10  CM-WH-ACCOUNT          PIC X(20).
               10  CM-SUI-ACCOUNT         PIC X(20).
               10  CM-SUI-RATE            PIC 9V9(5).
               10  CM-DEPOSIT-FREQ        PIC X.
                   88  CM-VALID-DEPOSIT-FREQ
                                          VALUE 'N' 'S' 'M' 'Q' ' '.
               10  FILLER                 PIC X(153).
           05  CM-LAST-MAINT-DATE         PIC 9(8).
           05  CM-LAST-MAINT-USER         PIC X(15).
