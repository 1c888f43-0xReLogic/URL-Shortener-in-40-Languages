      *> URLYPROC.cpy
      *> Shared PROCEDURE DIVISION paragraphs for the file side of
      *> the intake review screen. COPY this, alongside
      *> URLISEL/URLIRL (rules) and URLYSEL/URLRVQ (queue), into
      *> any intake program that screens submissions. Callers: open
      *> URL-RVWQ EXTEND and PERFORM LOAD-REVIEW-RULES once at
      *> program start (it opens and closes URL-RVWRULE itself);
      *> after PROCESS-URL, PERFORM WRITE-REVIEW-RECORD when
      *> WS-HOLD-FOR-REVIEW is set - the new master entry is still
      *> in the record area. A missing rules file, or one that
      *> will not open, turns the screen off rather than holding
      *> everything.
       LOAD-REVIEW-RULES.
           SET WS-RVW-RULES-LOADED TO FALSE
           SET WS-RVW-CHECK-IPHOST TO FALSE
           MOVE 0 TO WS-RVW-TRUST-COUNT
           MOVE 0 TO WS-RVW-DOM-COUNT
           MOVE 0 TO WS-RVW-MAX-LABELS
           OPEN INPUT URL-RVWRULE
           IF WS-RVWRULE-STATUS NOT = '00'
               IF WS-RVWRULE-STATUS = '35'
                   DISPLAY 'No review rules file - intake review off'
               ELSE
                   DISPLAY 'URL-RVWRULE open failed, status '
                       WS-RVWRULE-STATUS ' - intake review off'
               END-IF
           ELSE
               SET WS-RVW-RULES-LOADED TO TRUE
               SET WS-RVW-RULE-EOF TO FALSE
               PERFORM READ-RVWRULE-RECORD
               PERFORM UNTIL WS-RVW-RULE-EOF
                   IF WS-IRUL-RECORD NOT = SPACES
                           AND WS-IRUL-RECORD(1:1) NOT = '*'
                       PERFORM APPLY-REVIEW-RULE
                   END-IF
                   PERFORM READ-RVWRULE-RECORD
               END-PERFORM
               CLOSE URL-RVWRULE
               DISPLAY 'Review rules loaded: '
                   WS-RVW-TRUST-COUNT ' trusted, '
                   WS-RVW-DOM-COUNT ' own domains'
           END-IF.

       APPLY-REVIEW-RULE.
           EVALUATE FUNCTION UPPER-CASE(WS-IRUL-TYPE)
               WHEN 'TRUST'
                   IF WS-RVW-TRUST-COUNT < 200
                       ADD 1 TO WS-RVW-TRUST-COUNT
                       MOVE FUNCTION UPPER-CASE(WS-IRUL-VALUE(1:8))
                           TO WS-RVW-TRUST-USER(WS-RVW-TRUST-COUNT)
                   ELSE
                       DISPLAY 'Review TRUST table full - ignored: '
                           WS-IRUL-VALUE(1:8)
                   END-IF
               WHEN 'IPHOST'
                   SET WS-RVW-CHECK-IPHOST TO TRUE
               WHEN 'MAXLABEL'
                   IF WS-IRUL-VALUE(1:2) IS NUMERIC
                       MOVE WS-IRUL-VALUE(1:2) TO WS-RVW-MAX-LABELS
                   ELSE
                       IF WS-IRUL-VALUE(1:1) IS NUMERIC
                               AND WS-IRUL-VALUE(2:1) = SPACE
                           MOVE WS-IRUL-VALUE(1:1)
                               TO WS-RVW-MAX-LABELS
                       ELSE
                           DISPLAY 'Review MAXLABEL not numeric: '
                               WS-IRUL-VALUE(1:8)
                       END-IF
                   END-IF
               WHEN 'OURDOM'
                   IF WS-RVW-DOM-COUNT < 20
                       PERFORM ADD-OWN-DOMAIN
                   ELSE
                       DISPLAY 'Review OURDOM table full - ignored: '
                           WS-IRUL-VALUE
                   END-IF
               WHEN OTHER
                   DISPLAY 'Unknown review rule ignored: '
                       WS-IRUL-RECORD
           END-EVALUATE.

      *> Each of our domains is kept as entered (upper case, for
      *> the genuine-host test) and as its folded name label - the
      *> part before the first dot - for the look-alike tests.
       ADD-OWN-DOMAIN.
           ADD 1 TO WS-RVW-DOM-COUNT
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-IRUL-VALUE))
               TO WS-RVW-DOM-NAME(WS-RVW-DOM-COUNT)
           COMPUTE WS-RVW-DOM-LEN(WS-RVW-DOM-COUNT) =
               FUNCTION LENGTH(FUNCTION TRIM(WS-IRUL-VALUE))
           MOVE SPACES TO WS-RVW-FOLD-IN
           MOVE 0 TO WS-RVW-FOLD-IN-LEN
           UNSTRING WS-RVW-DOM-NAME(WS-RVW-DOM-COUNT)
               DELIMITED BY '.' OR SPACE
               INTO WS-RVW-FOLD-IN COUNT IN WS-RVW-FOLD-IN-LEN
           END-UNSTRING
           PERFORM FOLD-REVIEW-TEXT
           IF WS-RVW-FOLD-LEN > 0
               MOVE WS-RVW-FOLD-OUT
                   TO WS-RVW-DOM-FOLD(WS-RVW-DOM-COUNT)
               MOVE WS-RVW-FOLD-LEN
                   TO WS-RVW-DOM-FOLD-LEN(WS-RVW-DOM-COUNT)
           ELSE
               DISPLAY 'Review OURDOM has no name - ignored: '
                   WS-IRUL-VALUE
               SUBTRACT 1 FROM WS-RVW-DOM-COUNT
           END-IF.

       READ-RVWRULE-RECORD.
           READ URL-RVWRULE
               AT END
                   SET WS-RVW-RULE-EOF TO TRUE
           END-READ.

       WRITE-REVIEW-RECORD.
           MOVE SPACES TO WS-RVQ-RECORD
           MOVE WS-SHORT TO WS-RVQ-SHORT
           MOVE WS-BUSINESS-DATE TO WS-RVQ-FILED-DATE
           MOVE WS-CREATED-TIMESTAMP TO WS-RVQ-FILED-STAMP
           MOVE WS-CREATED-BY TO WS-RVQ-CREATED-BY
           MOVE WS-JRNL-PGM TO WS-RVQ-SOURCE
           MOVE WS-RVW-FLAGS TO WS-RVQ-FLAGS
           MOVE WS-RVW-REASON TO WS-RVQ-REASON
           WRITE WS-RVQ-RECORD.
