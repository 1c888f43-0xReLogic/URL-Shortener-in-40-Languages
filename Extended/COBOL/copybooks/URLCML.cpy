      *> URLCML.cpy
      *> Record layout for the URL-CAMPLINK file tying short codes
      *> to campaigns: keyed on the short code, so a code belongs
      *> to at most one campaign at a time, with an alternate key
      *> on the campaign ID for walking a campaign's codes. Written
      *> by ATTACH and deleted by DETACH in URL-CAMP-MAINT.
       01 WS-CLNK-RECORD.
           05 WS-CLNK-SHORT         PIC X(6).
           05 WS-CLNK-CAMP-ID       PIC X(8).
           05 WS-CLNK-ATTACHED-DATE PIC 9(8).
           05 WS-CLNK-ATTACHED-BY   PIC X(8).
           05 FILLER                PIC X(10).
