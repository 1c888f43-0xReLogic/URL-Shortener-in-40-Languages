      *> URLRCT.cpy
      *> Record layout for the URL-RUNCTL nightly run-control log:
      *> appended by every cycle program, one start record ('S')
      *> when the run begins and one end record ('E') when it
      *> finishes, both carrying the load-module name and the
      *> URL-PCTL business date the run worked to. The end record
      *> adds the return code, whether the RERUN override was
      *> given, and up to four headline counts (an 8-character
      *> label and a value each) so the morning shift can see what
      *> a step did without opening its job log. A start with no
      *> matching end is a run that never finished.
       01 WS-RCTL-RECORD.
           05 WS-RCTL-TYPE        PIC X(1).
               88 WS-RCTL-START   VALUE 'S'.
               88 WS-RCTL-END     VALUE 'E'.
           05 WS-RCTL-PROGRAM     PIC X(8).
           05 WS-RCTL-BUS-DATE    PIC X(8).
           05 WS-RCTL-TIMESTAMP   PIC X(14).
           05 WS-RCTL-RETURN-CODE PIC 9(4).
           05 WS-RCTL-OVERRIDE    PIC X(1).
           05 WS-RCTL-COUNT OCCURS 4 TIMES.
               10 WS-RCTL-CNT-LABEL PIC X(8).
               10 WS-RCTL-CNT-VALUE PIC 9(9).
           05 FILLER              PIC X(16).
