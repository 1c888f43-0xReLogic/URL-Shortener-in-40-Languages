      *> URLERQ.cpy
      *> Record layout for the URL-ERASREQ personal-data erasure
      *> request file read by URL-ERASE: one 80-byte record per
      *> submitter to be erased, carrying the user ID (the same
      *> 8-character ID stamped into WS-CREATED-BY, the audit and
      *> error logs, URL-AUTH and URL-QUOTA), Legal's case
      *> reference for the request and the date Legal received it
      *> (YYYYMMDD, printed on the certificate). The pseudonym the
      *> ID is replaced by is '#' followed by the case reference,
      *> so the same request always yields the same pseudonym and
      *> only Legal's own case file can tie it back to a person.
      *> Blank records and records with '*' in column 1 are
      *> skipped.
       01 WS-ERQ-RECORD.
           05 WS-ERQ-USER-ID      PIC X(8).
           05 WS-ERQ-CASE-REF     PIC X(7).
           05 WS-ERQ-RECEIVED     PIC X(8).
           05 FILLER              PIC X(57).
