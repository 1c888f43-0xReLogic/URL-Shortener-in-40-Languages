      *> URLYSEL.cpy
      *> FILE-CONTROL entry for the URL-RVWQ review queue. COPY this
      *> into FILE-CONTROL in the intake programs that append to it
      *> (URL-BATCH, URL-WEB-INTF), in URL-REVIEW, which works it
      *> down, and in URL-REVIEW-RPT, which reports its age.
           SELECT URL-RVWQ ASSIGN TO "URLRVWQ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RVWQ-STATUS.
