      *> optional requested "vanity" short code. Leave the vanity
      *> code blank for an ordinary minted code; a non-blank code is
      *> honored when it is free and not on the reserved-code list,
      *> and a minted code is substituted otherwise. An optional
      *> effective date (YYYYMMDD) holds a new code back until
      *> that business date: blank, or a date already reached,
      *> means live at once.
       01 WS-TRANS-RECORD.
           05 WS-TRANS-URL            PIC X(200).
           05 WS-TRANS-VANITY-CODE    PIC X(6).
           05 WS-TRANS-EFFECTIVE-DATE PIC X(8).
