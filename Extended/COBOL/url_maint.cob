                   PERFORM WRITE-JOURNAL-RECORD
                   PERFORM WRITE-MAINT-AUDIT
                   DISPLAY 'Deleted   ' WS-MAINT-SHORT
      *> A held entry goes live only through URL-REVIEW's RELEASE,
      *> which applies the four-eyes and go-live checks this
      *> action does not, and a pending entry only through
      *> URL-ACTIVATE on its go-live date. Neither may be suspended
      *> here either, or a later REACTIVATE would put it live by
      *> the back door.
               WHEN (WS-MAINT-SUSPEND OR WS-MAINT-REACTIVATE)
                       AND WS-ENTRY-HELD
                   MOVE 'HELD FOR REVIEW - USE URL-REVIEW'
                       TO WS-REJECT-REASON
                   PERFORM WRITE-MAINT-REJECT
               WHEN (WS-MAINT-SUSPEND OR WS-MAINT-REACTIVATE)
                       AND WS-ENTRY-PENDING
                   MOVE 'PENDING GO-LIVE - USE URL-ACTIVATE'
                       TO WS-REJECT-REASON
                   PERFORM WRITE-MAINT-REJECT
               WHEN WS-MAINT-SUSPEND
                   MOVE 'S' TO WS-ENTRY-STATUS
                   PERFORM REWRITE-AND-AUDIT
