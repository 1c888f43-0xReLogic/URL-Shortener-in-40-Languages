      *> URLISEL.cpy
      *> FILE-CONTROL entry for the URL-RVWRULE intake review rules
      *> file. COPY this into FILE-CONTROL in every intake program
      *> that screens new submissions for review (URL-BATCH and
      *> URL-WEB-INTF, which load it via URLYPROC's
      *> LOAD-REVIEW-RULES).
           SELECT URL-RVWRULE ASSIGN TO "URLRVRL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RVWRULE-STATUS.
