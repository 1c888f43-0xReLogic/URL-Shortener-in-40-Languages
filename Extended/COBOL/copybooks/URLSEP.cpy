      *> URLSEP.cpy
      *> Record layout for the URL-SEPFEED HR separations file read
      *> by URL-HR-SEPN: one 80-byte record per leaver, carrying
      *> the leaver's user ID (the same 8-character ID stamped into
      *> WS-CREATED-BY and used on URL-AUTH and URL-QUOTA), the
      *> leaving date (YYYYMMDD) and the user ID of the successor
      *> who takes over the leaver's short codes and campaigns.
       01 WS-SEP-RECORD.
           05 WS-SEP-LEAVER-ID    PIC X(8).
           05 WS-SEP-LEAVING-DATE PIC X(8).
           05 WS-SEP-SUCCESSOR-ID PIC X(8).
           05 FILLER              PIC X(56).
