      *> URLCMSEL.cpy
      *> FILE-CONTROL entry for the URL-CAMPAIGN master. COPY this
      *> into FILE-CONTROL in every program that maintains or
      *> reports on campaigns, so the SELECT never drifts out of
      *> step with the cluster URLALLOC defines.
           SELECT URL-CAMPAIGN ASSIGN TO "URLCAMP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-CAMP-ID
               FILE STATUS IS WS-CAMP-STATUS.
