      *    matching employee master record                             *
      * 2. Checking for zero regular hours on an active hourly         *
      *    employee, invalid or negative hours, a malformed SSN, and   *
      *    a direct-deposit election with no bank account on file,     *
      *    and comp time taken beyond the employee's comp-time bank    *
      * 3. Flagging any record that fails a check by setting           *
      *    PAY-RECORD-STATUS to error and populating PAY-ERROR-CODE    *
      *    and PAY-ERROR-DESC                                          *
           RECORD KEY IS EMP-ID
           FILE STATUS IS EMP-FILE-STATUS.

           SELECT OPTIONAL LEAVE-BALANCE-FILE ASSIGN TO 'LEAVEFIL'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS LEAVE-EMP-ID
           FILE STATUS IS LEAVE-FILE-STATUS.

           SELECT PAYROLL-DATA-FILE ASSIGN TO 'PAYDATA'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           COPY EMPFILE REPLACING ==EMPLOYEE-RECORD== BY
               ==EMPLOYEE-RECORD-FILE==.

       FD  LEAVE-BALANCE-FILE.
           COPY LEAVEFIL REPLACING ==LEAVE-BALANCE-RECORD== BY
               ==LEAVE-BALANCE-RECORD-FILE==.

       FD  PAYROLL-DATA-FILE.
           COPY PAYDATA REPLACING ==PAYROLL-DATA-RECORD== BY
               ==PAYROLL-DATA-RECORD-FILE==.
               88  PAY-FILE-EOF            VALUE '10'.
           05  EXCEPT-FILE-STATUS          PIC X(2).
               88  EXCEPT-FILE-SUCCESS     VALUE '00'.
           05  LEAVE-FILE-STATUS           PIC X(2).
               88  LEAVE-FILE-SUCCESS      VALUE '00' '05'.

       COPY EMPFILE REPLACING ==EMPLOYEE-RECORD== BY
           ==WS-EMPLOYEE-RECORD==.
           05  WS-REC-END-DATE              PIC 9(8) VALUE ZEROS.
           05  WS-REC-CHECK-DATE            PIC 9(8) VALUE ZEROS.

      *****************************************************************
      * Comp-time bank available to the record being edited           *
      *****************************************************************
       01  WS-CT-BALANCE                    PIC S9(5)V99 COMP-3
                                        VALUE ZEROS.

       01  WS-RECORD-COUNT                  PIC 9(7) COMP-3 VALUE ZEROS.
       01  WS-EXCEPTION-COUNT               PIC 9(7) COMP-3 VALUE ZEROS.

               PERFORM 950-ABNORMAL-TERMINATION
           END-IF

           OPEN INPUT LEAVE-BALANCE-FILE
           IF NOT LEAVE-FILE-SUCCESS
               DISPLAY 'ERROR OPENING LEAVE BALANCE FILE: '
                       LEAVE-FILE-STATUS
               PERFORM 950-ABNORMAL-TERMINATION
           END-IF

           OPEN I-O PAYROLL-DATA-FILE
           IF NOT PAY-FILE-SUCCESS
               DISPLAY 'ERROR OPENING PAYROLL DATA FILE: '
               PERFORM 320-CHECK-HOURS
               PERFORM 330-CHECK-SSN
               PERFORM 340-CHECK-DIRECT-DEPOSIT
               PERFORM 348-CHECK-COMP-TIME-USAGE
           END-IF

           PERFORM 360-FINALIZE-RECORD
           END-IF
           .

       348-CHECK-COMP-TIME-USAGE.
      *****************************************************************
      * Comp time taken is only payable to an hourly employee with the *
      * comp-time election, and never beyond the hours in the bank on  *
      * the leave balance record                                       *
      *****************************************************************
           IF PAY-COMP-TIME-USED IN WS-PAYROLL-DATA IS NOT NUMERIC
               MOVE ZEROS TO PAY-COMP-TIME-USED IN WS-PAYROLL-DATA
           END-IF

           IF PAY-COMP-TIME-USED IN WS-PAYROLL-DATA > ZEROS
               IF NOT EMP-COMP-TIME-YES IN WS-EMPLOYEE-RECORD
                   OR NOT EMP-HOURLY IN WS-EMPLOYEE-RECORD
                   MOVE 'CTNE' TO WS-CURRENT-ERR-CODE
                   MOVE 'COMP TIME USED WITH NO COMP-TIME ELECTION'
                       TO WS-EXCEPT-TEXT
                   PERFORM 350-FLAG-ERROR
               ELSE
                   MOVE ZEROS TO WS-CT-BALANCE
                   MOVE PAY-EMPLOYEE-ID IN WS-PAYROLL-DATA TO
                       LEAVE-EMP-ID
                   READ LEAVE-BALANCE-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF LEAVE-COMP-TIME-BALANCE IS NUMERIC
                               MOVE LEAVE-COMP-TIME-BALANCE TO
                                   WS-CT-BALANCE
                           END-IF
                   END-READ
                   IF PAY-COMP-TIME-USED IN WS-PAYROLL-DATA >
                           WS-CT-BALANCE
                       MOVE 'CTOB' TO WS-CURRENT-ERR-CODE
                       MOVE 'COMP TIME USED EXCEEDS COMP-TIME BALANCE'
                           TO WS-EXCEPT-TEXT
                       PERFORM 350-FLAG-ERROR
                   END-IF
               END-IF
           END-IF
           .

       350-FLAG-ERROR.
      *****************************************************************
      * Record the first failing check as this record's error status,  *
      * Close all files and display run totals                        *
      *****************************************************************
           CLOSE EMPLOYEE-FILE
                 LEAVE-BALANCE-FILE
                 PAYROLL-DATA-FILE
                 EXCEPTION-REPORT-FILE

               CLOSE EMPLOYEE-FILE
           END-IF

           IF LEAVE-FILE-SUCCESS
               CLOSE LEAVE-BALANCE-FILE
           END-IF

           IF PAY-FILE-SUCCESS
               CLOSE PAYROLL-DATA-FILE
           END-IF
