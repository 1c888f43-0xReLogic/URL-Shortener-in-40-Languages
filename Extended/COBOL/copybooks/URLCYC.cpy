      *> URLCYC.cpy
      *> Record layout for the URL-CYCLE expected-steps cards read
      *> by URL-CYCLE-RPT: one 80-byte card per step of the
      *> nightly cycle, in running order, naming the load module
      *> the step logs on URL-RUNCTL and how often it is due -
      *> 'D' (or blank) every night, 'F' on the first day of the
      *> month, 'M' on the last day of the month. Cards with '*'
      *> in column 1 are comments.
       01 WS-CYC-RECORD.
           05 WS-CYC-PROGRAM      PIC X(8).
           05 FILLER              PIC X(1).
           05 WS-CYC-FREQUENCY    PIC X(1).
               88 WS-CYC-DAILY        VALUE 'D' ' '.
               88 WS-CYC-MONTH-START  VALUE 'F'.
               88 WS-CYC-MONTH-END    VALUE 'M'.
           05 FILLER              PIC X(1).
           05 WS-CYC-DESCRIPTION  PIC X(40).
           05 FILLER              PIC X(29).
