      *               accumulator group instead of an alphanumeric    *
      *               group MOVE ZEROS, which filled the COMP-3       *
      *               fields with character zeros.                    *
      *   2026-10-15  The YTD treaty-exempt wages carried with a      *
      *               nonresident alien's treaty election restart     *
      *               with the other accumulators.                    *
      *   2026-10-15  The YTD supplemental wages that set the 37      *
      *               percent federal rate over $1 million restart    *
      *               with the other accumulators.                    *
      *   2026-10-15  The YTD military differential pay reported on   *
      *               the W-2 restarts with the other accumulators;   *
      *               the differential paid under an activation       *
      *               carries over until the activation changes.      *
      *****************************************************************

       IDENTIFICATION DIVISION.
      * decimal and an alphanumeric fill would corrupt it             *
      *****************************************************************
           INITIALIZE EMP-YTD-AMOUNTS IN WS-EMPLOYEE-RECORD
           MOVE ZEROS TO EMP-YTD-TREATY-EXEMPT IN WS-EMPLOYEE-RECORD
           MOVE ZEROS TO EMP-YTD-SUPPLEMENTAL IN WS-EMPLOYEE-RECORD
           MOVE ZEROS TO EMP-YTD-MILITARY-DIFF IN WS-EMPLOYEE-RECORD

           REWRITE EMPLOYEE-RECORD-FILE FROM WS-EMPLOYEE-RECORD
           IF NOT EMP-FILE-SUCCESS
