      *> back to the web redirect farm: one header, then one
      *> detail per inbound request echoing its correlation ID
      *> with the outcome - ASSIGNED (new code minted or vanity
      *> honored) or VANSUBST (vanity not available, minted code
      *> substituted) (an assigned code filed ahead of its
      *> go-live date carries LIVE FROM and the date in the
      *> reason field, following any VANSUBST reason rather
      *> than replacing it), REUSED (existing code returned),
      *> PENDING (code filed held for review - it does not
      *> resolve until released; HELD FOR REVIEW, followed by
      *> LIVE FROM as above where it applies) or REJECTED with
      *> the URL-ERROR reject reason - then one
      *> trailer whose counts let the farm balance the file
      *> before loading it, like URLXTF.cpy on the extract side.
       01 WS-WRSP-RECORD.
           05 WS-WRSP-D-CORR-ID  PIC X(12).
           05 WS-WRSP-D-OUTCOME  PIC X(8).
           05 WS-WRSP-D-SHORT    PIC X(6).
           05 WS-WRSP-D-REASON   PIC X(48).
           05 FILLER             PIC X(5).
       01 WS-WRSP-TRAILER-BODY.
           05 FILLER             PIC X(1).
           05 WS-WRSP-T-ASSIGNED PIC 9(7).
           05 WS-WRSP-T-REUSED   PIC 9(7).
           05 WS-WRSP-T-REJECTED PIC 9(7).
           05 WS-WRSP-T-TOTAL    PIC 9(7).
           05 WS-WRSP-T-PENDING  PIC 9(7).
           05 FILLER             PIC X(44).
