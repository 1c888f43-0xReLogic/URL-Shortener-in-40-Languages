      *> interface file from the web redirect farm, replacing the
      *> hand re-keying of web-form requests into URL-TRANS. One
      *> header, then detail records each carrying the farm's
      *> correlation ID, the requesting user, the long URL, an
      *> optional vanity code and an optional go-live (effective)
      *> date, then one trailer whose detail count
      *> lets URL-WEB-INTF balance the file before processing a
      *> single request - the same header/trailer discipline
      *> URLXTF.cpy applies on the outbound side.
           05 WS-WREQ-D-USER     PIC X(8).
           05 WS-WREQ-D-URL      PIC X(200).
           05 WS-WREQ-D-VANITY   PIC X(6).
           05 WS-WREQ-D-EFF-DATE PIC X(8).
           05 FILLER             PIC X(3).
       01 WS-WREQ-TRAILER-BODY.
           05 FILLER             PIC X(1).
           05 WS-WREQ-T-COUNT    PIC 9(7).
