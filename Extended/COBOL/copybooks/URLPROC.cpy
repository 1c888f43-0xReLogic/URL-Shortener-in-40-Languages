      *> afterwards whether an existing short code was reused or a
      *> new one was minted. The caller must also have URL-AUDIT,
      *> URL-ERROR and URL-JOURNAL open (COPY URLASEL/URLAUD,
      *> URLESEL/URLERR and URLJSEL/URLJRN, plus URLVPROC,
      *> URLJPROC, URLNPROC, URLQPROC, URLDPROC, URLKPROC and
      *> URLIPROC after this copybook)
      *> before the first PROCESS-URL call, and PERFORM
      *> GET-BUSINESS-DATE once at program start - STORE-URL
      *> computes expiry from the cycle's business date. Creation
      *> rejected instead of stored. A caller that accepts vanity
      *> requests moves the requested code (or SPACES) into
      *> WS-REQUESTED-CODE before each call and reads the outcome
      *> back from WS-VANITY-HONORED / WS-VANITY-SUBSTITUTED. A
      *> caller that accepts go-live dates moves the requested date
      *> into WS-EFFECTIVE-DATE the same way and files the
      *> URL-GOLIVE record when WS-FILED-PENDING comes back set.
      *> A caller that has loaded the review rules (URLYPROC.cpy)
      *> files the URL-RVWQ record when WS-HOLD-FOR-REVIEW comes
      *> back set: the new code was filed held ('H') and does not
      *> resolve until URL-REVIEW releases it.
      *> A caller that sets WS-SIMULATE-RUN (URLWS.cpy) gets the
      *> same outcomes with nothing written: the entries it would
      *> have filed are only noted in WS-SIM-TABLE. With
      *> WS-SIM-NO-MASTER also set there is no URL-MASTER yet, and
      *> every master lookup is taken as not found.
       PROCESS-URL.
           SET WS-NO-VANITY-REQUEST TO TRUE
           SET WS-FILED-PENDING TO FALSE
           SET WS-HOLD-FOR-REVIEW TO FALSE
           PERFORM VALIDATE-URL
           IF WS-URL-IS-VALID
               PERFORM CHECK-EFFECTIVE-DATE
           END-IF
           IF WS-URL-IS-VALID
               PERFORM LOOKUP-EXISTING-LONG-URL
               IF WS-LONG-URL-FOUND
                       IF NOT WS-VANITY-HONORED
                           PERFORM GENERATE-SHORT-CODE
                       END-IF
                       PERFORM SCREEN-FOR-REVIEW
                       PERFORM STORE-URL
                       PERFORM COUNT-QUOTA-USE
                   END-IF
               PERFORM WRITE-ERROR-RECORD
           END-IF.

      *> A blank effective date means immediately, as does a date
      *> on or before the business date; only a later date makes
      *> WS-GO-LIVE-DATE nonzero. Anything that is not a real
      *> calendar date is rejected rather than guessed at.
       CHECK-EFFECTIVE-DATE.
           MOVE 0 TO WS-GO-LIVE-DATE
           IF WS-EFFECTIVE-DATE NOT = SPACES
               SET WS-CAL-DATE-VALID TO FALSE
               IF WS-EFFECTIVE-DATE IS NUMERIC
                   MOVE WS-EFFECTIVE-DATE TO WS-CAL-DATE
                   PERFORM VALIDATE-CALENDAR-DATE
               END-IF
               IF WS-CAL-DATE-VALID
                   IF WS-CAL-DATE > WS-BUSINESS-DATE
                       MOVE WS-CAL-DATE TO WS-GO-LIVE-DATE
                   END-IF
               ELSE
                   SET WS-URL-IS-VALID TO FALSE
                   MOVE 'INVALID EFFECTIVE DATE' TO WS-REJECT-REASON
               END-IF
           END-IF.

      *> Honor a requested vanity code only when it is neither on
      *> the reserved-code list nor already filed on URL-MASTER.
      *> Any other outcome falls through to GENERATE-SHORT-CODE and
           PERFORM CHECK-CODE-RESERVED
           IF NOT WS-CODE-IS-RESERVED
               MOVE WS-REQUESTED-CODE TO WS-SHORT
               IF WS-SIM-NO-MASTER
                   MOVE WS-REQUESTED-CODE TO WS-SHORT-CODE
                   SET WS-VANITY-HONORED TO TRUE
               ELSE
                   READ URL-MASTER
                       INVALID KEY
                           MOVE WS-REQUESTED-CODE TO WS-SHORT-CODE
                           SET WS-VANITY-HONORED TO TRUE
                       NOT INVALID KEY
                           CONTINUE
                   END-READ
               END-IF
               IF WS-VANITY-HONORED AND WS-SIMULATE-RUN
                   PERFORM CHECK-SIMULATED-CODE
                   IF WS-SIM-CODE-TAKEN
                       SET WS-VANITY-SUBSTITUTED TO TRUE
                   END-IF
               END-IF
           END-IF.

       CHECK-CODE-RESERVED.
               END-IF
           END-PERFORM.

       WRITE-ERROR-RECORD.
           MOVE WS-URL TO WS-ERROR-URL
           MOVE WS-REJECT-REASON TO WS-ERROR-REASON
           STRING WS-CD-YYYYMMDD WS-CD-HHMMSS DELIMITED BY SIZE
               INTO WS-ERROR-TIMESTAMP
           MOVE WS-SUBMITTED-BY TO WS-ERROR-SUBMITTED-BY
           IF NOT WS-SIMULATE-RUN
               WRITE WS-ERROR-RECORD
           END-IF
           DISPLAY 'REJECTED: ' WS-REJECT-REASON ' - ' WS-URL.

      *> The alternate key allows duplicates, and after a
      *> back as "the existing code" for a fresh submission.
       LOOKUP-EXISTING-LONG-URL.
           SET WS-LONG-URL-FOUND TO FALSE
           SET WS-SIM-REPEAT TO FALSE
           MOVE WS-URL TO WS-LURL-TARGET
           MOVE WS-URL TO WS-LONG-URL
           IF NOT WS-SIM-NO-MASTER
               READ URL-MASTER KEY IS WS-LONG-URL
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM SCAN-LONG-URL-DUP-CHAIN
               END-READ
           END-IF
           IF WS-SIMULATE-RUN AND NOT WS-LONG-URL-FOUND
               PERFORM FIND-SIMULATED-LONG-URL
           END-IF.

      *> Simulation only: a long URL an earlier record of this run
      *> would have filed is reused, as the real load would - and,
      *> as in SCAN-LONG-URL-DUP-CHAIN, only when that entry would
      *> be active, not pending or held.
       FIND-SIMULATED-LONG-URL.
           PERFORM VARYING WS-SIM-IDX FROM 1 BY 1
                   UNTIL WS-SIM-IDX > WS-SIM-COUNT
               IF WS-SIM-LONG-URL(WS-SIM-IDX) = WS-LURL-TARGET
                       AND (WS-SIM-STATUS(WS-SIM-IDX) = 'A'
                           OR WS-SIM-STATUS(WS-SIM-IDX) = SPACE)
                   MOVE WS-SIM-SHORT(WS-SIM-IDX) TO WS-SHORT
                   MOVE WS-LURL-TARGET TO WS-LONG-URL
                   SET WS-LONG-URL-FOUND TO TRUE
                   SET WS-SIM-REPEAT TO TRUE
                   MOVE WS-SIM-COUNT TO WS-SIM-IDX
               END-IF
           END-PERFORM.

      *> Simulation only: WS-SHORT-CODE is taken when an earlier
      *> record of this run would have filed it.
       CHECK-SIMULATED-CODE.
           SET WS-SIM-CODE-TAKEN TO FALSE
           PERFORM VARYING WS-SIM-IDX FROM 1 BY 1
                   UNTIL WS-SIM-IDX > WS-SIM-COUNT
               IF WS-SIM-SHORT(WS-SIM-IDX) = WS-SHORT-CODE
                   SET WS-SIM-CODE-TAKEN TO TRUE
                   MOVE WS-SIM-COUNT TO WS-SIM-IDX
               END-IF
           END-PERFORM.

       NOTE-SIMULATED-ENTRY.
           IF WS-SIM-COUNT < 1000
               ADD 1 TO WS-SIM-COUNT
               MOVE WS-SHORT TO WS-SIM-SHORT(WS-SIM-COUNT)
               MOVE WS-LONG-URL TO WS-SIM-LONG-URL(WS-SIM-COUNT)
               MOVE WS-ENTRY-STATUS TO WS-SIM-STATUS(WS-SIM-COUNT)
           ELSE
               SET WS-SIM-TABLE-OVERFLOW TO TRUE
           END-IF.

       SCAN-LONG-URL-DUP-CHAIN.
           SET WS-LURL-CHAIN-DONE TO FALSE
           PERFORM UNTIL WS-CODE-IS-UNIQUE
               PERFORM ENCODE-SEQ-TO-BASE36
               MOVE WS-SHORT-CODE TO WS-SHORT
               IF WS-SIM-NO-MASTER
                   SET WS-CODE-IS-UNIQUE TO TRUE
               ELSE
                   READ URL-MASTER
                       INVALID KEY
                           SET WS-CODE-IS-UNIQUE TO TRUE
                       NOT INVALID KEY
                           ADD 1 TO WS-SEQ-NUM
                   END-READ
               END-IF
               IF WS-CODE-IS-UNIQUE AND WS-SIMULATE-RUN
                   PERFORM CHECK-SIMULATED-CODE
                   IF WS-SIM-CODE-TAKEN
                       MOVE 'N' TO WS-CODE-UNIQUE-SW
                       ADD 1 TO WS-SEQ-NUM
                   END-IF
               END-IF
           END-PERFORM.

       ENCODE-SEQ-TO-BASE36.
      *> expiry is computed from the cycle's business date
      *> (GET-BUSINESS-DATE in URLDPROC.cpy, performed at program
      *> start), so a rerun files entries with the expiry the
      *> intended night would have given them. A future-dated
      *> entry is filed pending and its retention runs from the
      *> go-live date instead, so it gets its full term live.
      *> An entry the review screen flagged is filed held instead;
      *> its go-live record is still filed, and URL-REVIEW sets it
      *> pending or active on release.
       STORE-URL.
           MOVE WS-SHORT-CODE TO WS-SHORT
           MOVE WS-URL TO WS-LONG-URL
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           STRING WS-CD-YYYYMMDD WS-CD-HHMMSS DELIMITED BY SIZE
               INTO WS-CREATED-TIMESTAMP
           IF WS-GO-LIVE-DATE > 0
               COMPUTE WS-EXPIRATION-INT =
                   FUNCTION INTEGER-OF-DATE(WS-GO-LIVE-DATE)
                       + WS-RETENTION-DAYS
               MOVE 'P' TO WS-ENTRY-STATUS
               SET WS-FILED-PENDING TO TRUE
           ELSE
               COMPUTE WS-EXPIRATION-INT =
                   FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
                       + WS-RETENTION-DAYS
               MOVE 'A' TO WS-ENTRY-STATUS
           END-IF
           IF WS-HOLD-FOR-REVIEW
               MOVE 'H' TO WS-ENTRY-STATUS
           END-IF
           MOVE FUNCTION DATE-OF-INTEGER(WS-EXPIRATION-INT)
               TO WS-EXPIRATION-DATE
           MOVE 0 TO WS-HIT-COUNT
           MOVE WS-SUBMITTED-BY TO WS-CREATED-BY
           IF WS-SIMULATE-RUN
               PERFORM NOTE-SIMULATED-ENTRY
           ELSE
               PERFORM WRITE-URL-ENTRY-RETRY-ON-DUP
               MOVE 'WRITE' TO WS-JRNL-SAVE-ACTION
               MOVE SPACES TO WS-JRNL-SAVE-BEFORE
               MOVE WS-URL-ENTRY TO WS-JRNL-SAVE-AFTER
               PERFORM WRITE-JOURNAL-RECORD
               PERFORM WRITE-AUDIT-RECORD
           END-IF.

      *> GENERATE-SHORT-CODE only guarantees the code was free at the
      *> time it checked; a concurrent writer (another URL-BATCH run,
