      *> URLGLV.cpy
      *> Record layout for the URL-GOLIVE pending go-live file: one
      *> record per URL-MASTER entry filed pending ('P') - or held
      *> for review ('H') - because its requester asked for a
      *> future effective date. The
      *> master record has no room for the go-live date, so it is
      *> carried here until URL-ACTIVATE switches the entry on in
      *> the night whose business date reaches it.
       01 WS-GLV-RECORD.
           05 WS-GLV-SHORT        PIC X(6).
           05 WS-GLV-GO-LIVE-DATE PIC 9(8).
           05 WS-GLV-FILED-BY     PIC X(8).
           05 WS-GLV-FILED-STAMP  PIC X(14).
           05 FILLER              PIC X(44).
