      * crossed midnight), and the project worked. TIMEIMP applies    *
      * the company's own rounding, meal break, and overtime rules    *
      * to these instead of trusting the vendor's summarization.      *
      * An out time of zeros is a missing punch. The work state is    *
      * where the clock stands; blank means the employee's work state *
      * on the master.                                                 *
      *                                                                *
      * Date Created: 2026-08-22                                       *
      * Author: COBOL Payroll System                                  *
           05  PU-IN-TIME                 PIC 9(4).
           05  PU-OUT-TIME                PIC 9(4).
           05  PU-PROJECT-CODE            PIC X(6).
           05  PU-WORK-STATE              PIC X(2).
           05  PU-FILLER                  PIC X(8).
