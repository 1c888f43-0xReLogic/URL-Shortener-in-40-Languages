      *> URLLKR.cpy
      *> Record layout for the URL-LKRES link-check results file
      *> returned by the web farm's link checker for the codes
      *> shipped on URL-LKREQ (URLLKQ.cpy): one header carrying
      *> the date and time the checks ran (for the record only -
      *> they usually run after midnight) and the business date
      *> echoed back from the URL-LKREQ header, which ties the
      *> results to the night they answer, then one detail per
      *> code checked - PASS or FAIL, the HTTP status the target
      *> answered with (blank when it never answered) and the
      *> checker's reason text - in short-code order, then one
      *> trailer whose counts let URL-LINK-HEALTH balance the
      *> file before applying a single result.
       01 WS-LKRS-RECORD.
           05 WS-LKRS-TYPE PIC X(1).
               88 WS-LKRS-HEADER  VALUE 'H'.
               88 WS-LKRS-DETAIL  VALUE 'D'.
               88 WS-LKRS-TRAILER VALUE 'T'.
           05 WS-LKRS-BODY PIC X(79).
       01 WS-LKRS-HEADER-BODY.
           05 FILLER               PIC X(1).
           05 WS-LKRS-H-CHECK-DATE PIC X(8).
           05 WS-LKRS-H-CHECK-TIME PIC X(6).
           05 WS-LKRS-H-BUS-DATE   PIC X(8).
           05 FILLER               PIC X(57).
       01 WS-LKRS-DETAIL-BODY.
           05 FILLER               PIC X(1).
           05 WS-LKRS-D-SHORT      PIC X(6).
           05 WS-LKRS-D-RESULT     PIC X(4).
               88 WS-LKRS-D-PASSED VALUE 'PASS'.
               88 WS-LKRS-D-FAILED VALUE 'FAIL'.
           05 WS-LKRS-D-HTTP       PIC X(3).
           05 WS-LKRS-D-REASON     PIC X(40).
           05 FILLER               PIC X(26).
       01 WS-LKRS-TRAILER-BODY.
           05 FILLER               PIC X(1).
           05 WS-LKRS-T-COUNT      PIC 9(7).
           05 WS-LKRS-T-PASSED     PIC 9(7).
           05 WS-LKRS-T-FAILED     PIC 9(7).
           05 FILLER               PIC X(58).
