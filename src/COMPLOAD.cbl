      *****************************************************************
      * Program: COMPLOAD.cbl                                         *
      *                                                               *
      * Purpose: Company master load module for the Payroll           *
      *          Processing System. Called at startup by every        *
      *          program that copies the COMPANY table to fill it     *
      *          from the company master file, so a new paying        *
      *          company or a changed account, address, experience    *
      *          rate, or deposit schedule needs no recompile.        *
      *                                                               *
      * Date Created: 2026-10-15                                      *
      * Author: COBOL Payroll System                                  *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPLOAD.
       AUTHOR. COBOL PAYROLL SYSTEM.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.

      *****************************************************************
      * Program Description:                                          *
      *                                                                *
      * COMPLOAD is a called subprogram in the Payroll Processing      *
      * System. On each call it:                                       *
      *                                                                *
      * 1. Reads the company master file in key order                  *
      * 2. Loads each company row into the COMPANY table, so the       *
      *    table is in company code order and entry 1 is the company   *
      *    that employees with a blank company code belong to          *
      * 3. Loads each state registration row into the registration     *
      *    table                                                       *
      * 4. Returns '0' when at least one company was loaded, '8' when  *
      *    the master could not be read, held no company rows, or held *
      *    more rows than the table - a run paying from a partial      *
      *    company table would misroute deposits and filings           *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC.
       OBJECT-COMPUTER. PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMPANY-MASTER-FILE ASSIGN TO 'COMPMAST'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CM-KEY
           FILE STATUS IS COMPMAST-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COMPANY-MASTER-FILE.
           COPY COMPMAST REPLACING ==COMPANY-MASTER-RECORD== BY
               ==COMPANY-MASTER-RECORD-FILE==.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  COMPMAST-FILE-STATUS       PIC X(2).
               88  COMPMAST-FILE-SUCCESS  VALUE '00'.
               88  COMPMAST-FILE-EOF      VALUE '10'.

       01  WS-TABLE-LIMITS.
           05  WS-COMPANY-MAX             PIC 9(2) COMP-3 VALUE 10.
           05  WS-REG-MAX                 PIC 9(3) COMP-3 VALUE 300.

       01  WS-OVERFLOW-SW                 PIC X VALUE 'N'.
           88  WS-TABLE-OVERFLOW          VALUE 'Y'.

       LINKAGE SECTION.
      *****************************************************************
      * Output Parameters:                                             *
      * - Company-Table: the company entries and state registration    *
      *   entries, with Company-Load-Return-Code '0' loaded or '8'     *
      *   not loaded                                                   *
      *****************************************************************
       COPY COMPANY.

       PROCEDURE DIVISION USING COMPANY-TABLE.

       000-MAIN-PROCESS.
      *****************************************************************
      * Load the company master into the caller's table                *
      *****************************************************************
           MOVE '8' TO COMPANY-LOAD-RETURN-CODE
           MOVE ZEROS TO COMPANY-ENTRY-COUNT
           MOVE ZEROS TO COMPANY-REG-COUNT
           MOVE 'N' TO WS-OVERFLOW-SW

           OPEN INPUT COMPANY-MASTER-FILE
           IF NOT COMPMAST-FILE-SUCCESS
               DISPLAY 'COMPLOAD - COMPANY MASTER NOT AVAILABLE: '
                       COMPMAST-FILE-STATUS
               GOBACK
           END-IF

           PERFORM UNTIL COMPMAST-FILE-EOF
               READ COMPANY-MASTER-FILE
                   AT END
                       SET COMPMAST-FILE-EOF TO TRUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN CM-COMPANY-ROW
                                   IN COMPANY-MASTER-RECORD-FILE
                               PERFORM 100-LOAD-COMPANY-ROW
                           WHEN CM-STATE-ROW
                                   IN COMPANY-MASTER-RECORD-FILE
                               PERFORM 200-LOAD-STATE-ROW
                           WHEN OTHER
                               DISPLAY 'COMPLOAD - UNKNOWN ROW TYPE '
                                       'IGNORED: '
                                       CM-KEY IN
                                           COMPANY-MASTER-RECORD-FILE
                       END-EVALUATE
               END-READ
           END-PERFORM

           CLOSE COMPANY-MASTER-FILE

           IF COMPANY-ENTRY-COUNT = ZEROS
               DISPLAY 'COMPLOAD - NO COMPANY ROWS ON COMPANY MASTER'
           ELSE
               IF NOT WS-TABLE-OVERFLOW
                   MOVE '0' TO COMPANY-LOAD-RETURN-CODE
               END-IF
           END-IF

           GOBACK
           .

       100-LOAD-COMPANY-ROW.
      *****************************************************************
      * Load one company row into the next company entry               *
      *****************************************************************
           IF COMPANY-ENTRY-COUNT NOT < WS-COMPANY-MAX
               DISPLAY 'COMPLOAD - COMPANY TABLE FULL AT '
                       WS-COMPANY-MAX ' - COMPANY NOT LOADED: '
                       CM-COMPANY-CODE IN COMPANY-MASTER-RECORD-FILE
               SET WS-TABLE-OVERFLOW TO TRUE
           ELSE
               ADD 1 TO COMPANY-ENTRY-COUNT
               MOVE CM-COMPANY-CODE IN COMPANY-MASTER-RECORD-FILE TO
                   COMPANY-CODE (COMPANY-ENTRY-COUNT)
               MOVE CM-NACHA-NAME IN COMPANY-MASTER-RECORD-FILE TO
                   COMPANY-NAME (COMPANY-ENTRY-COUNT)
               MOVE CM-FEIN-ID IN COMPANY-MASTER-RECORD-FILE TO
                   COMPANY-FEIN-ID (COMPANY-ENTRY-COUNT)
               MOVE CM-OFFSET-ACCT IN COMPANY-MASTER-RECORD-FILE TO
                   COMPANY-OFFSET-ACCT (COMPANY-ENTRY-COUNT)
               MOVE CM-LEGAL-NAME IN COMPANY-MASTER-RECORD-FILE TO
                   COMPANY-LEGAL-NAME (COMPANY-ENTRY-COUNT)
               MOVE CM-STREET-ADDRESS IN COMPANY-MASTER-RECORD-FILE TO
                   COMPANY-STREET-ADDRESS (COMPANY-ENTRY-COUNT)
               MOVE CM-CITY IN COMPANY-MASTER-RECORD-FILE TO
                   COMPANY-CITY (COMPANY-ENTRY-COUNT)
               MOVE CM-STATE IN COMPANY-MASTER-RECORD-FILE TO
                   COMPANY-STATE (COMPANY-ENTRY-COUNT)
               MOVE CM-ZIP IN COMPANY-MASTER-RECORD-FILE TO
                   COMPANY-ZIP (COMPANY-ENTRY-COUNT)
               MOVE CM-ZIP-EXTENSION IN COMPANY-MASTER-RECORD-FILE TO
                   COMPANY-ZIP-EXTENSION (COMPANY-ENTRY-COUNT)
               MOVE CM-FED-DEPOSIT-SCHED IN COMPANY-MASTER-RECORD-FILE
                   TO COMPANY-FED-DEPOSIT-SCHED (COMPANY-ENTRY-COUNT)
               IF COMPANY-NAME (COMPANY-ENTRY-COUNT) = SPACES
                   MOVE CM-LEGAL-NAME IN COMPANY-MASTER-RECORD-FILE TO
                       COMPANY-NAME (COMPANY-ENTRY-COUNT)
               END-IF
           END-IF
           .

       200-LOAD-STATE-ROW.
      *****************************************************************
      * Load one state registration row into the next registration     *
      * entry. A rate that is not numeric loads as zero, leaving the   *
      * state's standard rate in force                                 *
      *****************************************************************
           IF COMPANY-REG-COUNT NOT < WS-REG-MAX
               DISPLAY 'COMPLOAD - REGISTRATION TABLE FULL AT '
                       WS-REG-MAX ' - ROW NOT LOADED: '
                       CM-KEY IN COMPANY-MASTER-RECORD-FILE
               SET WS-TABLE-OVERFLOW TO TRUE
           ELSE
               ADD 1 TO COMPANY-REG-COUNT
               MOVE CM-COMPANY-CODE IN COMPANY-MASTER-RECORD-FILE TO
                   COMPANY-REG-COMPANY (COMPANY-REG-COUNT)
               MOVE CM-STATE-CODE IN COMPANY-MASTER-RECORD-FILE TO
                   COMPANY-REG-STATE (COMPANY-REG-COUNT)
               MOVE CM-TAX-YEAR IN COMPANY-MASTER-RECORD-FILE TO
                   COMPANY-REG-TAX-YEAR (COMPANY-REG-COUNT)
               MOVE CM-WH-ACCOUNT IN COMPANY-MASTER-RECORD-FILE TO
                   COMPANY-REG-WH-ACCOUNT (COMPANY-REG-COUNT)
               MOVE CM-SUI-ACCOUNT IN COMPANY-MASTER-RECORD-FILE TO
                   COMPANY-REG-SUI-ACCOUNT (COMPANY-REG-COUNT)
               MOVE ZEROS TO COMPANY-REG-SUI-RATE (COMPANY-REG-COUNT)
               IF CM-SUI-RATE IN COMPANY-MASTER-RECORD-FILE IS NUMERIC
                   MOVE CM-SUI-RATE IN COMPANY-MASTER-RECORD-FILE TO
                       COMPANY-REG-SUI-RATE (COMPANY-REG-COUNT)
               END-IF
               MOVE CM-DEPOSIT-FREQ IN COMPANY-MASTER-RECORD-FILE TO
                   COMPANY-REG-DEPOSIT-FREQ (COMPANY-REG-COUNT)
           END-IF
           .
