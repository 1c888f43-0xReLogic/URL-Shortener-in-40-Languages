      *> URLVPROC.cpy
      *> Shared PROCEDURE DIVISION paragraph for the intake checks
      *> on a long URL: canonical form, length, scheme and the
      *> blocked-domain screen. PROCESS-URL in URLPROC.cpy performs
      *> it on every submission, so programs that COPY URLPROC must
      *> COPY this copybook as well; URL-VERIFY uses it on its own
      *> to re-check entries already on the master. Needs the
      *> fields in URLWS.cpy plus URLNPROC and URLBPROC. Callers:
      *> MOVE the URL into WS-URL and PERFORM VALIDATE-URL;
      *> WS-URL-IS-VALID reports the outcome, WS-REJECT-REASON why,
      *> and WS-URL/WS-URL-LEN are left in canonical form.
      *> The URL is canonicalized (URLNPROC.cpy) before any check:
      *> case-folding the scheme means a URL punched 'HTTP://...'
      *> passes the scheme test below, and the duplicate lookup and
      *> the stored entry both see the canonical form, so casing,
      *> default ports and a trailing slash no longer mint separate
      *> short codes for the same page.
       VALIDATE-URL.
           SET WS-URL-IS-VALID TO TRUE
           MOVE SPACES TO WS-REJECT-REASON
           COMPUTE WS-URL-LEN = FUNCTION LENGTH(FUNCTION TRIM(WS-URL))
           PERFORM CANONICALIZE-URL
           IF WS-URL-LEN = 0
               SET WS-URL-IS-VALID TO FALSE
               MOVE 'BLANK URL' TO WS-REJECT-REASON
           ELSE
               IF WS-URL-LEN < WS-MIN-URL-LEN
                       OR WS-URL-LEN > WS-MAX-URL-LEN
                   SET WS-URL-IS-VALID TO FALSE
                   MOVE 'URL LENGTH OUT OF RANGE' TO WS-REJECT-REASON
               ELSE
                   IF WS-URL(1:7) NOT = 'http://'
                           AND WS-URL(1:8) NOT = 'https://'
                       SET WS-URL-IS-VALID TO FALSE
                       MOVE 'MISSING HTTP/HTTPS SCHEME'
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF
           IF WS-URL-IS-VALID AND WS-BLK-COUNT > 0
               PERFORM SCREEN-URL-AGAINST-BLOCKLIST
               IF WS-URL-IS-BLOCKED
                   SET WS-URL-IS-VALID TO FALSE
                   MOVE 'URL MATCHES BLOCKED DOMAIN'
                       TO WS-REJECT-REASON
               END-IF
           END-IF.
