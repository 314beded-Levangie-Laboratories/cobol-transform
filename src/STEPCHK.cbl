      *          completed for the period (refusing an unauthorized    *
      *          duplicate execution), and at wrap-up to record its    *
      *          own completion on the step ledger. The predecessor    *
      *          map (STEPMAP) is enforced here so the order of the    *
      *          whole pipeline is kept in one place.                  *
      *                                                               *
      * Date Created: 2026-09-01                                      *
      * Author: COBOL Payroll System                                  *
           05  RUNCTL-FILE-STATUS         PIC X(2).
               88  RUNCTL-FILE-SUCCESS    VALUE '00' '05'.

       COPY STEPMAP.

       01  WS-WORK-FIELDS.
           05  WS-MAP-INDEX                PIC 9(2) COMP-3 VALUE ZEROS.
      *****************************************************************
           MOVE 'N' TO WS-MAP-FOUND-SW
           PERFORM VARYING WS-MAP-INDEX FROM 1 BY 1
                   UNTIL WS-MAP-INDEX > 12 OR WS-MAP-FOUND
               IF WS-MAP-PROGRAM (WS-MAP-INDEX) = STEP-PROGRAM-NAME
                   SET WS-MAP-FOUND TO TRUE
                   SUBTRACT 1 FROM WS-MAP-INDEX
