      *> the URL-TAKEDOWN compliance sweep, 'M' = retired by the
      *> URL-DEDUPE merge as an alias of a surviving code (its
      *> long URL has been repointed at the survivor's canonical
      *> URL, so it still resolves instead of going dark), 'P' =
      *> pending: filed with a future go-live date, switched to
      *> active by URL-ACTIVATE on that business date, 'H' = held:
      *> flagged at intake by the review rules and waiting for an
      *> operator to RELEASE or REJECT it through URL-REVIEW.
      *> URL-REDIRECT resolves only active and merged entries.
           05 WS-ENTRY-STATUS          PIC X(1).
               88 WS-ENTRY-ACTIVE      VALUE 'A' SPACE.
               88 WS-ENTRY-SUSPENDED   VALUE 'S'.
               88 WS-ENTRY-BLOCKED     VALUE 'B'.
               88 WS-ENTRY-MERGED      VALUE 'M'.
               88 WS-ENTRY-PENDING     VALUE 'P'.
               88 WS-ENTRY-HELD        VALUE 'H'.
