               88  JRN-EMPLOYEE-IMAGE     VALUE 'E'.
               88  JRN-LEAVE-IMAGE        VALUE 'L'.
           05  JRN-KEY                    PIC X(6).
           05  JRN-IMAGE                  PIC X(1500).
