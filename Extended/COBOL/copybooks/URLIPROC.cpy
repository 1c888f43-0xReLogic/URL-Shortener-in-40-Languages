      *> URLIPROC.cpy
      *> Shared PROCEDURE DIVISION paragraphs for the intake review
      *> screen. PROCESS-URL in URLPROC.cpy performs
      *> SCREEN-FOR-REVIEW on every new code just before it is
      *> filed, so programs that COPY URLPROC must COPY this
      *> copybook as well; it needs only the fields in URLWS.cpy.
      *> With no rules loaded (WS-RVW-RULES-LOADED off) nothing is
      *> ever held. Otherwise WS-URL must be the canonical URL
      *> VALIDATE-URL left behind (with WS-URL-LEN), and
      *> WS-SUBMITTED-BY the creator; WS-HOLD-FOR-REVIEW comes back
      *> on when any rule fires, with one 'Y' per fired rule in
      *> WS-RVW-FLAGS and the first reason in WS-RVW-REASON.
      *> Holding is a second look, not a rejection: the rules are
      *> meant to catch too much rather than too little.
       SCREEN-FOR-REVIEW.
           SET WS-HOLD-FOR-REVIEW TO FALSE
           MOVE SPACES TO WS-RVW-FLAGS
           MOVE SPACES TO WS-RVW-REASON
           IF WS-RVW-RULES-LOADED
               PERFORM CHECK-CREATOR-TRUST
               PERFORM LOCATE-REVIEW-HOST
               IF WS-RVW-HOST-LEN > 0
                   PERFORM CHECK-IP-ADDRESS-HOST
                   PERFORM CHECK-SUBDOMAIN-CHAIN
                   PERFORM CHECK-LOOK-ALIKE-DOMAIN
               END-IF
           END-IF.

      *> Trust is opt-in: once any TRUST card is present, a creator
      *> not named on one is held.
       CHECK-CREATOR-TRUST.
           IF WS-RVW-TRUST-COUNT > 0
               SET WS-RVW-MATCHED TO FALSE
               PERFORM VARYING WS-RVW-IDX FROM 1 BY 1
                       UNTIL WS-RVW-IDX > WS-RVW-TRUST-COUNT
                          OR WS-RVW-MATCHED
                   IF WS-RVW-TRUST-USER(WS-RVW-IDX)
                           = FUNCTION UPPER-CASE(WS-SUBMITTED-BY)
                       SET WS-RVW-MATCHED TO TRUE
                   END-IF
               END-PERFORM
               IF NOT WS-RVW-MATCHED
                   MOVE 'Y' TO WS-RVW-FLAG-TRUST
                   IF WS-RVW-REASON = SPACES
                       MOVE 'UNTRUSTED CREATOR' TO WS-RVW-REASON
                   END-IF
                   SET WS-HOLD-FOR-REVIEW TO TRUE
               END-IF
           END-IF.

      *> The host is what the browser will actually go to: after
      *> the scheme, after any 'user@' prefix (the classic
      *> https://ourbank.com@elsewhere.net trick), up to the port,
      *> path, query or fragment. An IPv6 literal keeps its
      *> brackets. The result is upper-cased, less any trailing
      *> root dot.
       LOCATE-REVIEW-HOST.
           MOVE SPACES TO WS-RVW-HOST
           MOVE 0 TO WS-RVW-HOST-LEN
           IF WS-URL(1:8) = 'https://'
               MOVE 9 TO WS-RVW-AUTH-START
           ELSE
               MOVE 8 TO WS-RVW-AUTH-START
           END-IF
           MOVE WS-RVW-AUTH-START TO WS-RVW-HOST-START
           MOVE WS-URL-LEN TO WS-RVW-AUTH-END
           PERFORM VARYING WS-RVW-POS FROM WS-RVW-HOST-START BY 1
                   UNTIL WS-RVW-POS > WS-URL-LEN
               EVALUATE WS-URL(WS-RVW-POS:1)
                   WHEN '/'
                   WHEN '?'
                   WHEN '#'
                       COMPUTE WS-RVW-AUTH-END = WS-RVW-POS - 1
                       MOVE WS-URL-LEN TO WS-RVW-POS
                   WHEN '@'
                       COMPUTE WS-RVW-HOST-START = WS-RVW-POS + 1
               END-EVALUATE
           END-PERFORM
           MOVE WS-RVW-AUTH-END TO WS-RVW-HOST-END
           IF WS-RVW-HOST-START <= WS-RVW-AUTH-END
               PERFORM VARYING WS-RVW-POS FROM WS-RVW-HOST-START BY 1
                       UNTIL WS-RVW-POS > WS-RVW-AUTH-END
                   IF WS-URL(WS-RVW-HOST-START:1) = '['
                       IF WS-URL(WS-RVW-POS:1) = ']'
                           MOVE WS-RVW-POS TO WS-RVW-HOST-END
                           MOVE WS-RVW-AUTH-END TO WS-RVW-POS
                       END-IF
                   ELSE
                       IF WS-URL(WS-RVW-POS:1) = ':'
                           COMPUTE WS-RVW-HOST-END = WS-RVW-POS - 1
                           MOVE WS-RVW-AUTH-END TO WS-RVW-POS
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-RVW-HOST-END >= WS-RVW-HOST-START
                   COMPUTE WS-RVW-HOST-LEN =
                       WS-RVW-HOST-END - WS-RVW-HOST-START + 1
                   MOVE FUNCTION UPPER-CASE(
                           WS-URL(WS-RVW-HOST-START:WS-RVW-HOST-LEN))
                       TO WS-RVW-HOST
                   IF WS-RVW-HOST(WS-RVW-HOST-LEN:1) = '.'
                       MOVE SPACE TO WS-RVW-HOST(WS-RVW-HOST-LEN:1)
                       SUBTRACT 1 FROM WS-RVW-HOST-LEN
                   END-IF
               END-IF
           END-IF.

      *> A bracketed IPv6 literal, or a host made of nothing but
      *> digits and dots (dotted quad, or the single-number form
      *> browsers also accept).
       CHECK-IP-ADDRESS-HOST.
           IF WS-RVW-CHECK-IPHOST
               MOVE 0 TO WS-RVW-TALLY
               IF WS-RVW-HOST(1:1) = '['
                   MOVE WS-RVW-HOST-LEN TO WS-RVW-TALLY
               ELSE
                   INSPECT WS-RVW-HOST(1:WS-RVW-HOST-LEN)
                       TALLYING WS-RVW-TALLY
                       FOR ALL '0' ALL '1' ALL '2' ALL '3' ALL '4'
                           ALL '5' ALL '6' ALL '7' ALL '8' ALL '9'
                           ALL '.'
               END-IF
               IF WS-RVW-TALLY = WS-RVW-HOST-LEN
                   MOVE 'Y' TO WS-RVW-FLAG-IPHOST
                   IF WS-RVW-REASON = SPACES
                       MOVE 'IP-ADDRESS HOST' TO WS-RVW-REASON
                   END-IF
                   SET WS-HOLD-FOR-REVIEW TO TRUE
               END-IF
           END-IF.

       CHECK-SUBDOMAIN-CHAIN.
           IF WS-RVW-MAX-LABELS > 0
               MOVE 0 TO WS-RVW-TALLY
               INSPECT WS-RVW-HOST(1:WS-RVW-HOST-LEN)
                   TALLYING WS-RVW-TALLY FOR ALL '.'
               IF WS-RVW-TALLY + 1 > WS-RVW-MAX-LABELS
                   MOVE 'Y' TO WS-RVW-FLAG-LABELS
                   IF WS-RVW-REASON = SPACES
                       MOVE 'LONG SUBDOMAIN CHAIN'
                           TO WS-RVW-REASON
                   END-IF
                   SET WS-HOLD-FOR-REVIEW TO TRUE
               END-IF
           END-IF.

      *> A host imitates one of our domains when it is none of
      *> our domains or their subdomains, yet - after folding the
      *> usual visual substitutions (see FOLD-REVIEW-TEXT) - one
      *> domain's name appears in it or in a 'user@' prefix ahead
      *> of it, or its own name label is that name with one
      *> character changed. Every domain on the list is tried as
      *> genuine first, so WWW.EXAMPLE.ORG is not taken for a
      *> look-alike of EXAMPLE.COM when EXAMPLE.ORG is ours too.
       CHECK-LOOK-ALIKE-DOMAIN.
           IF WS-RVW-DOM-COUNT > 0
               MOVE SPACES TO WS-RVW-FOLD-IN
               COMPUTE WS-RVW-FOLD-IN-LEN =
                   WS-RVW-AUTH-END - WS-RVW-AUTH-START + 1
               MOVE FUNCTION UPPER-CASE(
                       WS-URL(WS-RVW-AUTH-START:WS-RVW-FOLD-IN-LEN))
                   TO WS-RVW-FOLD-IN
               PERFORM FOLD-REVIEW-TEXT
               MOVE WS-RVW-FOLD-OUT TO WS-RVW-AUTH-FOLD
               MOVE WS-RVW-FOLD-LEN TO WS-RVW-AUTH-FOLD-LEN
               PERFORM LOCATE-HOST-NAME-LABEL
               SET WS-RVW-MATCHED TO FALSE
               PERFORM VARYING WS-RVW-IDX FROM 1 BY 1
                       UNTIL WS-RVW-IDX > WS-RVW-DOM-COUNT
                          OR WS-RVW-MATCHED
                   PERFORM TEST-GENUINE-DOMAIN
               END-PERFORM
               IF NOT WS-RVW-MATCHED
                   PERFORM VARYING WS-RVW-IDX FROM 1 BY 1
                           UNTIL WS-RVW-IDX > WS-RVW-DOM-COUNT
                              OR WS-RVW-MATCHED
                       PERFORM TEST-LOOK-ALIKE-DOMAIN
                   END-PERFORM
               END-IF
           END-IF.

      *> The name label is the one before the last dot (EXAMPLE in
      *> WWW.EXAMPLE.COM); a dotless host is its own name label.
       LOCATE-HOST-NAME-LABEL.
           MOVE 0 TO WS-RVW-SLD-END
           MOVE 0 TO WS-RVW-SLD-START
           PERFORM VARYING WS-RVW-POS FROM WS-RVW-HOST-LEN BY -1
                   UNTIL WS-RVW-POS < 1
               IF WS-RVW-HOST(WS-RVW-POS:1) = '.'
                   IF WS-RVW-SLD-END = 0
                       COMPUTE WS-RVW-SLD-END = WS-RVW-POS - 1
                   ELSE
                       IF WS-RVW-SLD-START = 0
                           COMPUTE WS-RVW-SLD-START = WS-RVW-POS + 1
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-RVW-SLD-END = 0
               MOVE WS-RVW-HOST-LEN TO WS-RVW-SLD-END
           END-IF
           IF WS-RVW-SLD-START = 0
               MOVE 1 TO WS-RVW-SLD-START
           END-IF
           MOVE 0 TO WS-RVW-SLD-FOLD-LEN
           MOVE SPACES TO WS-RVW-SLD-FOLD
           IF WS-RVW-SLD-END >= WS-RVW-SLD-START
               MOVE SPACES TO WS-RVW-FOLD-IN
               COMPUTE WS-RVW-FOLD-IN-LEN =
                   WS-RVW-SLD-END - WS-RVW-SLD-START + 1
               MOVE WS-RVW-HOST(WS-RVW-SLD-START:WS-RVW-FOLD-IN-LEN)
                   TO WS-RVW-FOLD-IN
               PERFORM FOLD-REVIEW-TEXT
               MOVE WS-RVW-FOLD-OUT TO WS-RVW-SLD-FOLD
               MOVE WS-RVW-FOLD-LEN TO WS-RVW-SLD-FOLD-LEN
           END-IF.

      *> Our own domain or one of its subdomains: genuine.
       TEST-GENUINE-DOMAIN.
           SET WS-RVW-MATCHED TO FALSE
           IF WS-RVW-HOST-LEN = WS-RVW-DOM-LEN(WS-RVW-IDX)
               IF WS-RVW-HOST(1:WS-RVW-HOST-LEN)
                       = WS-RVW-DOM-NAME(WS-RVW-IDX)
                           (1:WS-RVW-DOM-LEN(WS-RVW-IDX))
                   SET WS-RVW-MATCHED TO TRUE
               END-IF
           END-IF
           IF WS-RVW-HOST-LEN > WS-RVW-DOM-LEN(WS-RVW-IDX)
               COMPUTE WS-RVW-POS =
                   WS-RVW-HOST-LEN - WS-RVW-DOM-LEN(WS-RVW-IDX)
               IF WS-RVW-HOST(WS-RVW-POS:1) = '.'
                       AND WS-RVW-HOST(WS-RVW-POS + 1:
                           WS-RVW-DOM-LEN(WS-RVW-IDX))
                       = WS-RVW-DOM-NAME(WS-RVW-IDX)
                           (1:WS-RVW-DOM-LEN(WS-RVW-IDX))
                   SET WS-RVW-MATCHED TO TRUE
               END-IF
           END-IF.

      *> Run only once the host has proved to be none of ours.
       TEST-LOOK-ALIKE-DOMAIN.
           MOVE 0 TO WS-RVW-TALLY
           IF WS-RVW-AUTH-FOLD-LEN > 0
               INSPECT WS-RVW-AUTH-FOLD(1:WS-RVW-AUTH-FOLD-LEN)
                   TALLYING WS-RVW-TALLY
                   FOR ALL WS-RVW-DOM-FOLD(WS-RVW-IDX)
                       (1:WS-RVW-DOM-FOLD-LEN(WS-RVW-IDX))
           END-IF
           IF WS-RVW-TALLY = 0
               PERFORM COUNT-NAME-LABEL-CHANGES
           END-IF
           IF WS-RVW-TALLY > 0
               SET WS-RVW-MATCHED TO TRUE
               MOVE 'Y' TO WS-RVW-FLAG-LOOKALIKE
               IF WS-RVW-REASON = SPACES
                   STRING 'LOOK-ALIKE OF '
                       WS-RVW-DOM-NAME(WS-RVW-IDX)
                       DELIMITED BY SIZE INTO WS-RVW-REASON
               END-IF
               SET WS-HOLD-FOR-REVIEW TO TRUE
           END-IF.

      *> One substituted character in a name label of the same
      *> length (EXAMQLE for EXAMPLE) sets WS-RVW-TALLY to 1.
       COUNT-NAME-LABEL-CHANGES.
           MOVE 0 TO WS-RVW-TALLY
           IF WS-RVW-SLD-FOLD-LEN = WS-RVW-DOM-FOLD-LEN(WS-RVW-IDX)
                   AND WS-RVW-SLD-FOLD-LEN > 3
               PERFORM VARYING WS-RVW-POS FROM 1 BY 1
                       UNTIL WS-RVW-POS > WS-RVW-SLD-FOLD-LEN
                   IF WS-RVW-SLD-FOLD(WS-RVW-POS:1) NOT =
                           WS-RVW-DOM-FOLD(WS-RVW-IDX)(WS-RVW-POS:1)
                       ADD 1 TO WS-RVW-TALLY
                   END-IF
               END-PERFORM
               IF WS-RVW-TALLY NOT = 1
                   MOVE 0 TO WS-RVW-TALLY
               END-IF
           END-IF.

      *> Folds upper-case text so characters that pass for one
      *> another read the same: 0 as O, 1 and I as L, 3 as E, 5 as
      *> S, RN as M, VV as W, and hyphens dropped. Input in
      *> WS-RVW-FOLD-IN for WS-RVW-FOLD-IN-LEN characters; output
      *> in WS-RVW-FOLD-OUT for WS-RVW-FOLD-LEN.
       FOLD-REVIEW-TEXT.
           MOVE SPACES TO WS-RVW-FOLD-OUT
           MOVE 0 TO WS-RVW-FOLD-LEN
           INSPECT WS-RVW-FOLD-IN CONVERTING '01I35' TO 'OLLES'
           MOVE 1 TO WS-RVW-FOLD-POS
           PERFORM UNTIL WS-RVW-FOLD-POS > WS-RVW-FOLD-IN-LEN
               EVALUATE TRUE
                   WHEN WS-RVW-FOLD-IN(WS-RVW-FOLD-POS:1) = '-'
                       ADD 1 TO WS-RVW-FOLD-POS
                   WHEN WS-RVW-FOLD-POS < WS-RVW-FOLD-IN-LEN
                           AND WS-RVW-FOLD-IN(WS-RVW-FOLD-POS:2) = 'RN'
                       ADD 1 TO WS-RVW-FOLD-LEN
                       MOVE 'M' TO WS-RVW-FOLD-OUT(WS-RVW-FOLD-LEN:1)
                       ADD 2 TO WS-RVW-FOLD-POS
                   WHEN WS-RVW-FOLD-POS < WS-RVW-FOLD-IN-LEN
                           AND WS-RVW-FOLD-IN(WS-RVW-FOLD-POS:2) = 'VV'
                       ADD 1 TO WS-RVW-FOLD-LEN
                       MOVE 'W' TO WS-RVW-FOLD-OUT(WS-RVW-FOLD-LEN:1)
                       ADD 2 TO WS-RVW-FOLD-POS
                   WHEN OTHER
                       ADD 1 TO WS-RVW-FOLD-LEN
                       MOVE WS-RVW-FOLD-IN(WS-RVW-FOLD-POS:1)
                           TO WS-RVW-FOLD-OUT(WS-RVW-FOLD-LEN:1)
                       ADD 1 TO WS-RVW-FOLD-POS
               END-EVALUATE
           END-PERFORM.
