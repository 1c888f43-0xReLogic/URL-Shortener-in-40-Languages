      *> URL-REDIRECT's BULK mode: one record per request that did
      *> not resolve, with why - NOT FOUND for codes missing from
      *> the master, BLOCKED / SUSPENDED for codes URL-TAKEDOWN or
      *> URL-MAINT has switched off, NOT YET LIVE for codes
      *> filed ahead of their go-live date, HELD FOR REVIEW for
      *> codes held at intake and not yet released.
       01 WS-RNF-RECORD.
           05 WS-RNF-SHORT  PIC X(6).
           05 WS-RNF-REASON PIC X(20).
