      *> URLLKQ.cpy
      *> Record layout for the URL-LKREQ link-check request file
      *> sent nightly to the web farm's link checker: one header,
      *> then one detail per active short code carrying the long
      *> URL to probe, then one trailer whose count lets the farm
      *> balance the file before checking a single link - the
      *> same header/trailer discipline URLXTF.cpy applies to the
      *> redirect extract. Details are in short-code order, and
      *> the farm returns its results (URLLKR.cpy) in that order.
       01 WS-LKRQ-RECORD.
           05 WS-LKRQ-TYPE PIC X(1).
               88 WS-LKRQ-HEADER  VALUE 'H'.
               88 WS-LKRQ-DETAIL  VALUE 'D'.
               88 WS-LKRQ-TRAILER VALUE 'T'.
           05 WS-LKRQ-BODY PIC X(206).
       01 WS-LKRQ-HEADER-BODY.
           05 FILLER               PIC X(1).
           05 WS-LKRQ-H-RUN-DATE   PIC X(8).
           05 WS-LKRQ-H-RUN-TIME   PIC X(6).
           05 WS-LKRQ-H-BUS-DATE   PIC X(8).
           05 FILLER               PIC X(184).
       01 WS-LKRQ-DETAIL-BODY.
           05 FILLER               PIC X(1).
           05 WS-LKRQ-D-SHORT      PIC X(6).
           05 WS-LKRQ-D-LONG-URL   PIC X(200).
       01 WS-LKRQ-TRAILER-BODY.
           05 FILLER               PIC X(1).
           05 WS-LKRQ-T-RUN-DATE   PIC X(8).
           05 WS-LKRQ-T-COUNT      PIC 9(7).
           05 FILLER               PIC X(191).
