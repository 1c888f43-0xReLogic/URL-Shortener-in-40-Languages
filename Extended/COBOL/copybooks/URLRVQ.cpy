      *> URLRVQ.cpy
      *> Record layout for the URL-RVWQ review queue: one record per
      *> URL-MASTER entry filed held ('H') at intake, saying when,
      *> by whom, through which program and why - one flag byte
      *> ('Y') per review rule that fired and the first reason in
      *> words. The master entry's status stays the authority on
      *> whether the code is still waiting; URL-REVIEW drops queue
      *> records whose entry is no longer held.
       01 WS-RVQ-RECORD.
           05 WS-RVQ-SHORT           PIC X(6).
           05 WS-RVQ-FILED-DATE      PIC X(8).
           05 WS-RVQ-FILED-STAMP     PIC X(14).
           05 WS-RVQ-CREATED-BY      PIC X(8).
           05 WS-RVQ-SOURCE          PIC X(8).
           05 WS-RVQ-FLAGS.
               10 WS-RVQ-FLAG-TRUST      PIC X(1).
               10 WS-RVQ-FLAG-IPHOST     PIC X(1).
               10 WS-RVQ-FLAG-LABELS     PIC X(1).
               10 WS-RVQ-FLAG-LOOKALIKE  PIC X(1).
           05 WS-RVQ-REASON          PIC X(30).
           05 FILLER                 PIC X(2).
