       *>ONE FILE DESCRIPTION PER NIGHTLY PROGRAM'S RESTART FILE --
       *>THE BILLING RUN'S CHECKPOINT CARRIES ITS TRAILER SUB-TOTALS
       *>AND GL TOTAL (38 CHARACTERS, COUNT FIRST), THE PAYROLL
       *>RUN'S CARRIES ITS GL TOTALS, VOIDS AND PER-DEDUCTION-CODE
       *>TOTALS INCLUDED (637 CHARACTERS, COUNT FIRST),
       *>AND THE CAR SALES RUN CHECKPOINTS THE BARE 5-CHARACTER
       *>RECORD COUNT (ITS GL TOTALS REBUILD THROUGH THE REPLAY)
       FD RESTART1-FILE
           DATA RECORD IS RESTART2-LINE.
       01 RESTART2-LINE PIC X(5).
       FD RESTART3-FILE
           RECORD CONTAINS 637 CHARACTERS
           DATA RECORD IS RESTART3-LINE.
       01 RESTART3-LINE PIC X(637).

       FD  PURGE-LOG-FILE                      *>FILE DESCRIPTION FOR THE PURGE ACTIVITY LISTING
                 RECORD CONTAINS 60 CHARACTERS
