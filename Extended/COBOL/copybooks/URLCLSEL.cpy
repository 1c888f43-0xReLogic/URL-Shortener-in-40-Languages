      *> URLCLSEL.cpy
      *> FILE-CONTROL entry for the URL-CAMPLINK code-to-campaign
      *> file. COPY this into FILE-CONTROL alongside URLCMSEL in
      *> every program that maintains or reports on campaigns.
           SELECT URL-CAMPLINK ASSIGN TO "URLCLNK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-CLNK-SHORT
               ALTERNATE RECORD KEY IS WS-CLNK-CAMP-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-CLNK-STATUS.
