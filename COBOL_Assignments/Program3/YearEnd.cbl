
       *> File descriptions
       FD YTD-PAYROLL
           RECORD CONTAINS 203 CHARACTERS
           DATA RECORD IS YTD-RECORD.
       01 YTD-RECORD.
           05 YTD-EMP-ID      PIC 9(5).
           05 YTD-FED-TAX     PIC S9(7)V99.
           05 YTD-STATE-TAX   PIC S9(7)V99.
           05 YTD-BENEFIT     PIC S9(7)V99.
           05 YTD-DED-ENTRY OCCURS 10 TIMES.
               10 YTD-DED-CODE PIC X(4).
               10 YTD-DED-AMT  PIC S9(7)V99.

       FD ANNUAL-STMT-FILE
           RECORD CONTAINS 100 CHARACTERS
       *>the closed year (ytdYYYY.dat), so every year's final totals
       *>stay on disk after the live file is reset
       FD ARCHIVE-FILE
           RECORD CONTAINS 203 CHARACTERS
           DATA RECORD IS ARCHIVE-RECORD.
       01 ARCHIVE-RECORD PIC X(203).

       FD CLOSE-CONTROL-FILE
           RECORD CONTAINS 4 CHARACTERS
