      *****************************************************************
      * COMPTRAN.cpy - Company Master Maintenance Transaction Record   *
      *                                                                *
      * This copybook defines one keyed maintenance transaction        *
      * applied to the company master file (COMPMAST) by CMPMAINT.     *
      * The key names the company row ('C', state and year blank/      *
      * zero) or the state registration row ('S', state and tax year)  *
      * being maintained. An add or change carries the complete new    *
      * row data in the COMPMAST layout; a delete carries none and     *
      * applies only to state rows - a company that stops paying is    *
      * made inactive instead, so its history keeps its name and FEIN. *
      *                                                                *
      * Date Created: 2026-10-15                                       *
      * Author: COBOL Payroll System                                   *
      *****************************************************************

       01  COMPANY-TRANS-RECORD.
           05  CTR-ACTION                 PIC X.
               88  CTR-ADD                VALUE 'A'.
               88  CTR-CHANGE             VALUE 'C'.
               88  CTR-DELETE             VALUE 'D'.
           05  CTR-KEY.
               10  CTR-COMPANY-CODE       PIC X(2).
               10  CTR-ROW-TYPE           PIC X.
                   88  CTR-COMPANY-ROW    VALUE 'C'.
                   88  CTR-STATE-ROW      VALUE 'S'.
               10  CTR-STATE-CODE         PIC X(2).
               10  CTR-TAX-YEAR           PIC 9(4).
           05  CTR-SOURCE-USER            PIC X(15).
           05  CTR-ROW-DATA               PIC X(200).
