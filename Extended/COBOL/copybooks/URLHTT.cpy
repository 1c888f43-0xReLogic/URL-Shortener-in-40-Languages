      *> URLHTT.cpy
      *> Record layout for the URL-HITTOT daily hit-totals file
      *> sent by the web redirect farm: one header carrying the
      *> business date the totals are for and when the farm cut
      *> the file, then one detail per short code the farm served
      *> that day with its hit count, then one trailer whose
      *> detail count and hit total let URL-HIT-RECON balance the
      *> file before reconciling a single code.
       01 WS-HTOT-RECORD.
           05 WS-HTOT-TYPE PIC X(1).
               88 WS-HTOT-HEADER  VALUE 'H'.
               88 WS-HTOT-DETAIL  VALUE 'D'.
               88 WS-HTOT-TRAILER VALUE 'T'.
           05 WS-HTOT-BODY PIC X(79).
       01 WS-HTOT-HEADER-BODY.
           05 FILLER               PIC X(1).
           05 WS-HTOT-H-BUS-DATE   PIC X(8).
           05 WS-HTOT-H-CUT-DATE   PIC X(8).
           05 WS-HTOT-H-CUT-TIME   PIC X(6).
           05 FILLER               PIC X(57).
       01 WS-HTOT-DETAIL-BODY.
           05 FILLER               PIC X(1).
           05 WS-HTOT-D-SHORT      PIC X(6).
           05 WS-HTOT-D-HITS       PIC 9(9).
           05 FILLER               PIC X(64).
       01 WS-HTOT-TRAILER-BODY.
           05 FILLER               PIC X(1).
           05 WS-HTOT-T-COUNT      PIC 9(7).
           05 WS-HTOT-T-HITS       PIC 9(11).
           05 FILLER               PIC X(61).
