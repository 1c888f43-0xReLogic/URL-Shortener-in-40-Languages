      *> URLGSEL.cpy
      *> FILE-CONTROL entry for the URL-GOLIVE pending go-live
      *> file. COPY this into FILE-CONTROL in every intake program
      *> that accepts a future effective date (the entries it files
      *> pending are appended here by URLGPROC's
      *> WRITE-GOLIVE-RECORD), in URL-ACTIVATE, which works the
      *> file down each night, and in URL-REVIEW, which reads a
      *> held entry's go-live date back when releasing it.
           SELECT URL-GOLIVE ASSIGN TO "URLGOLV"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GOLIVE-STATUS.
