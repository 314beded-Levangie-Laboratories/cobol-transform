      *                                                               *
      * Purpose: Consolidated accounts-payable interface for the       *
      *          Payroll Processing System. The vendor, garnishment,   *
      *          union, federal and state deposit remittances each     *
      *          emit their own output and accounting re-keys them     *
      *          all into the AP system; this program builds one       *
      *          consolidated AP payment request file covering all     *
      *          five sources - payee and remit-to details from the    *
      *          payee master, amount, due date, and a reference back  *
      *          to the source run - with a balancing total per        *
      *          source so AP can load it straight in.                 *
      * 2. Converts the vendor remittance extract (payee = vendor      *
      *    ID), the garnishment disbursement file (payee = case        *
      *    number), the union dues lines on the deduction detail       *
      *    (payee = UNIONDUES), the EFTPS deposit extract (payee =     *
      *    EFTPS), and the state withholding deposit extract (payee    *
      *    from the state's deposit frequency row) into payment        *
      *    request lines                                               *
      * 3. Sets each line's due date from the source (the EFTPS and    *
      *    state deposit due dates) or from the check date plus the    *
      *    payee's terms days                                          *
      * 4. Writes one balancing total line per source and prints the   *
      *    control report                                              *
      *****************************************************************
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS EFTPS-FILE-STATUS.

           SELECT OPTIONAL STATE-DEPOSIT-FILE ASSIGN TO 'STDEPEXT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STDEPX-FILE-STATUS.

           SELECT AP-INVOICE-FILE ASSIGN TO 'APINTF'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           COPY EFTPSX REPLACING ==EFTPS-PAYMENT-RECORD== BY
               ==EFTPS-PAYMENT-RECORD-FILE==.

       FD  STATE-DEPOSIT-FILE.
           COPY STDEPX REPLACING ==STATE-DEPOSIT-RECORD== BY
               ==STATE-DEPOSIT-RECORD-FILE==.

       FD  AP-INVOICE-FILE.
           COPY APINV REPLACING ==AP-INVOICE-RECORD== BY
               ==AP-INVOICE-RECORD-FILE==.
           05  EFTPS-FILE-STATUS          PIC X(2).
               88  EFTPS-FILE-SUCCESS     VALUE '00' '05'.
               88  EFTPS-FILE-EOF         VALUE '10'.
           05  STDEPX-FILE-STATUS         PIC X(2).
               88  STDEPX-FILE-SUCCESS    VALUE '00' '05'.
               88  STDEPX-FILE-EOF        VALUE '10'.
           05  APINV-FILE-STATUS          PIC X(2).
               88  APINV-FILE-SUCCESS     VALUE '00'.
           05  REPORT-FILE-STATUS         PIC X(2).
           05  WS-UND-CHECK-DATE           PIC 9(8) VALUE ZEROS.

       01  WS-SOURCE-TOTALS.
           05  WS-ST-ENTRY OCCURS 5 TIMES.
               10  WS-ST-SOURCE            PIC X(8).
               10  WS-ST-AMOUNT            PIC S9(11)V99 COMP-3.
               10  WS-ST-COUNT             PIC 9(5) COMP-3.
           PERFORM 400-CONVERT-GARNISHMENTS
           PERFORM 500-CONVERT-UNION-DUES
           PERFORM 600-CONVERT-TAX-DEPOSITS
           PERFORM 650-CONVERT-STATE-DEPOSITS
           PERFORM 700-WRITE-SOURCE-TOTALS
           PERFORM 900-WRAP-UP

           OPEN INPUT GARN-DISBURSE-FILE
           OPEN INPUT DEDUCTION-DETAIL-FILE
           OPEN INPUT EFTPS-EXTRACT-FILE
           OPEN INPUT STATE-DEPOSIT-FILE
           OPEN OUTPUT AP-INVOICE-FILE
           OPEN OUTPUT AP-REPORT-FILE
           IF NOT APINV-FILE-SUCCESS OR NOT REPORT-FILE-SUCCESS
           MOVE 'GARNISH' TO WS-ST-SOURCE (2)
           MOVE 'UNION' TO WS-ST-SOURCE (3)
           MOVE 'TAXDEP' TO WS-ST-SOURCE (4)
           MOVE 'STATEDEP' TO WS-ST-SOURCE (5)
           PERFORM VARYING WS-ST-INDEX FROM 1 BY 1
                   UNTIL WS-ST-INDEX > 5
               MOVE ZEROS TO WS-ST-AMOUNT (WS-ST-INDEX)
               MOVE ZEROS TO WS-ST-COUNT (WS-ST-INDEX)
           END-PERFORM
           END-IF
           .

       650-CONVERT-STATE-DEPOSITS.
      *****************************************************************
      * One payment line per scheduled state withholding deposit, due  *
      * on the deposit's own due date, payee keyed by the ID on the    *
      * state's deposit frequency row                                  *
      *****************************************************************
           IF NOT STDEPX-FILE-SUCCESS
               CONTINUE
           ELSE
               PERFORM UNTIL STDEPX-FILE-EOF
                   READ STATE-DEPOSIT-FILE
                       AT END
                           SET STDEPX-FILE-EOF TO TRUE
                       NOT AT END
                           MOVE 'STATEDEP' TO WS-LINE-SOURCE
                           MOVE SDX-PAYEE-ID IN
                               STATE-DEPOSIT-RECORD-FILE TO
                               WS-PY-LOOKUP-ID
                           MOVE SPACES TO WS-LINE-FALLBACK-NAME
                           STRING 'STATE WITHHOLDING DEPOSIT '
                                  SDX-STATE-CODE IN
                                  STATE-DEPOSIT-RECORD-FILE
                                  DELIMITED BY SIZE
                                  INTO WS-LINE-FALLBACK-NAME
                           MOVE SDX-AMOUNT IN
                               STATE-DEPOSIT-RECORD-FILE TO
                               WS-LINE-AMOUNT
                           MOVE SDX-PERIOD-END-DATE IN
                               STATE-DEPOSIT-RECORD-FILE TO
                               WS-LINE-CHECK-DATE
                           MOVE SDX-DUE-DATE IN
                               STATE-DEPOSIT-RECORD-FILE TO
                               WS-LINE-DUE-DATE
                           PERFORM 800-WRITE-PAYMENT-LINE
                   END-READ
               END-PERFORM
           END-IF
           .

       700-WRITE-SOURCE-TOTALS.
      *****************************************************************
      * One balancing total line per source so AP can prove the load   *
      *****************************************************************
           PERFORM VARYING WS-ST-INDEX FROM 1 BY 1
                   UNTIL WS-ST-INDEX > 5
               MOVE SPACES TO AP-INVOICE-RECORD-FILE
               MOVE 'T' TO API-RECORD-TYPE IN AP-INVOICE-RECORD-FILE
               MOVE WS-ST-SOURCE (WS-ST-INDEX) TO
           WRITE AP-INVOICE-RECORD-FILE

           PERFORM VARYING WS-ST-INDEX FROM 1 BY 1
                   UNTIL WS-ST-INDEX > 5
               IF WS-ST-SOURCE (WS-ST-INDEX) = WS-LINE-SOURCE
                   ADD WS-LINE-AMOUNT TO WS-ST-AMOUNT (WS-ST-INDEX)
                   ADD 1 TO WS-ST-COUNT (WS-ST-INDEX)
                 GARN-DISBURSE-FILE
                 DEDUCTION-DETAIL-FILE
                 EFTPS-EXTRACT-FILE
                 STATE-DEPOSIT-FILE
                 AP-INVOICE-FILE
                 AP-REPORT-FILE

