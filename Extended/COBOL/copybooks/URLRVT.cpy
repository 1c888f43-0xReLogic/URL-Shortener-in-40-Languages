      *> URLRVT.cpy
      *> Record layout for the URL-RVWTRN review transaction file
      *> driving URL-REVIEW: one card-image record per decision on
      *> an entry held at intake - RELEASE lets it go live (or
      *> pending, when its go-live date is still ahead), REJECT
      *> deletes it from the master.
       01 WS-RVWT-RECORD.
           05 WS-RVWT-ACTION PIC X(8).
               88 WS-RVWT-RELEASE VALUE 'RELEASE'.
               88 WS-RVWT-REJECT  VALUE 'REJECT'.
           05 WS-RVWT-SHORT  PIC X(6).
           05 FILLER         PIC X(66).
