           05  STUB-TIP-TOPUP-AMOUNT    PIC 9(7)V99 COMP-3.
           05  STUB-SDI-TAX             PIC 9(7)V99 COMP-3.
           05  STUB-LST-TAX             PIC 9(5)V99 COMP-3.
           05  STUB-MEAL-REST-PREMIUM   PIC 9(7)V99 COMP-3.
           05  STUB-MILITARY-DIFF       PIC 9(7)V99 COMP-3.

       PROCEDURE DIVISION USING EMPLOYEE-RECORD
                                PAYROLL-DATA
               PERFORM 900-WRITE-LINE
           END-IF

      **** Meal and rest period premium earnings ****
           IF STUB-MEAL-REST-PREMIUM > 0
               MOVE SPACES TO WS-LINE
               MOVE 'Meal/Rest Premium' TO WS-LINE(5:17)
               COMPUTE WS-TEMP-AMOUNT =
                   PAY-MEAL-PREMIUM-HOURS IN PAYROLL-DATA +
                   PAY-REST-PREMIUM-HOURS IN PAYROLL-DATA
               MOVE WS-TEMP-AMOUNT TO WS-FORMATTED-AMOUNT
               MOVE WS-FORMATTED-AMOUNT TO WS-LINE(25:11)
               MOVE STUB-MEAL-REST-PREMIUM TO WS-FORMATTED-AMOUNT
               MOVE WS-FORMATTED-AMOUNT TO WS-LINE(55:11)
               MOVE WS-LINE TO PAYSTUB-RECORD
               PERFORM 900-WRITE-LINE
           END-IF

      **** Military differential pay for a reservist on orders ****
           IF STUB-MILITARY-DIFF > 0
               MOVE SPACES TO WS-LINE
               MOVE 'Military Diff Pay' TO WS-LINE(5:17)
               MOVE STUB-MILITARY-DIFF TO WS-FORMATTED-AMOUNT
               MOVE WS-FORMATTED-AMOUNT TO WS-LINE(55:11)
               MOVE WS-LINE TO PAYSTUB-RECORD
               PERFORM 900-WRITE-LINE
           END-IF

           IF OTHER-PAY > 0
               MOVE SPACES TO WS-LINE
               MOVE 'Other Earnings' TO WS-LINE(5:14)
