       IDENTIFICATION DIVISION.
       PROGRAM-ID. URL-REVIEW.

      *> Review transaction processor for the entries URL-BATCH and
      *> URL-WEB-INTF filed held ('H') because the intake review
      *> rules flagged them. Applies RELEASE / REJECT cards from
      *> the URL-RVWTRN file (layout in URLRVT.cpy):
      *>   - RELEASE switches the entry on - pending ('P') when
      *>     its URL-GOLIVE date is still after the business date,
      *>     so URL-ACTIVATE takes it from there, otherwise active;
      *>   - REJECT deletes the entry from the master. The
      *>     creator's quota charge for it is not refunded.
      *> Both are journaled and written to URL-AUDIT under the
      *> RELEASE / REJECT action. The submitting user ID arrives as
      *> the JCL EXEC PARM and is screened against URL-AUTH for
      *> the APPROVE authority exactly as URL-MAINT screens it - an
      *> unauthorized card goes to URL-ERROR and to URL-AUDIT as
      *> DENIED - and a reviewer may not decide on an entry they
      *> created themselves. Cards naming an unknown action, a code
      *> not on the master or an entry that is not held are
      *> rejected to URL-ERROR. Once the cards are applied the
      *> URL-RVWQ review queue is rolled forward to URL-RVWQN
      *> without the entries no longer held, and the following
      *> job step swaps it in.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY URLSEL.
           COPY URLASEL.
           COPY URLESEL.
           COPY URLJSEL.
           COPY URLUSEL.
           COPY URLDSEL.
           COPY URLGSEL.
           COPY URLYSEL.
           SELECT URL-RVWTRN ASSIGN TO "URLRVTR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RVWTRN-STATUS.
           SELECT URL-RVWQN ASSIGN TO "URLRVWN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RVWQN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  URL-MASTER.
       01  WS-URL-ENTRY.
           COPY URLREC.

       FD  URL-RVWTRN
           RECORDING MODE IS F.
           COPY URLRVT.

       FD  URL-AUDIT
           RECORDING MODE IS F.
           COPY URLAUD.

       FD  URL-ERROR
           RECORDING MODE IS F.
           COPY URLERR.

       FD  URL-JOURNAL
           RECORDING MODE IS F.
           COPY URLJRN.

       FD  URL-AUTH
           RECORDING MODE IS F.
           COPY URLAUT.

       FD  URL-PCTL.
           COPY URLPCT.

       FD  URL-GOLIVE
           RECORDING MODE IS F.
           COPY URLGLV.

       FD  URL-RVWQ
           RECORDING MODE IS F.
           COPY URLRVQ.

       FD  URL-RVWQN
           RECORDING MODE IS F.
       01  WS-RVWQN-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
           COPY URLWS.
       01 WS-RVWTRN-STATUS PIC XX.
       01 WS-RVWQN-STATUS PIC XX.
       01 WS-EOF-SW PIC X VALUE 'N'.
           88 WS-EOF VALUE 'Y' FALSE 'N'.
       01 WS-GLV-EOF-SW PIC X VALUE 'N'.
           88 WS-GLV-EOF VALUE 'Y' FALSE 'N'.
       01 WS-ENTRY-FOUND-SW PIC X VALUE 'N'.
           88 WS-ENTRY-FOUND VALUE 'Y' FALSE 'N'.
       01 WS-READ-COUNT PIC 9(7) VALUE 0.
       01 WS-RELEASED-COUNT PIC 9(7) VALUE 0.
       01 WS-RELEASED-PENDING-COUNT PIC 9(7) VALUE 0.
       01 WS-REJECTED-ENTRY-COUNT PIC 9(7) VALUE 0.
       01 WS-REJECTED-COUNT PIC 9(7) VALUE 0.
       01 WS-DENIED-COUNT PIC 9(7) VALUE 0.
       01 WS-QUEUE-READ-COUNT PIC 9(7) VALUE 0.
       01 WS-QUEUE-KEPT-COUNT PIC 9(7) VALUE 0.
       01 WS-QUEUE-DROPPED-COUNT PIC 9(7) VALUE 0.
       01 WS-RVW-GO-LIVE-DATE PIC 9(8) VALUE 0.
       01 WS-PARM-LEN PIC 9(4).

       LINKAGE SECTION.
       01  LS-PARM.
           05 LS-PARM-LEN  PIC S9(4) COMP.
           05 LS-PARM-TEXT PIC X(100).

       PROCEDURE DIVISION USING LS-PARM.
       MAIN-LOGIC.
           MOVE 'URLREVW' TO WS-JRNL-PGM
           MOVE SPACES TO WS-SUBMITTED-BY
           IF LS-PARM-LEN > 0
               IF LS-PARM-LEN > 8
                   MOVE 8 TO WS-PARM-LEN
               ELSE
                   MOVE LS-PARM-LEN TO WS-PARM-LEN
               END-IF
               MOVE LS-PARM-TEXT(1:WS-PARM-LEN)
                   TO WS-SUBMITTED-BY(1:WS-PARM-LEN)
           ELSE
               MOVE 'REVIEWJB' TO WS-SUBMITTED-BY
           END-IF
           PERFORM GET-BUSINESS-DATE
           PERFORM OPEN-FILES
           PERFORM LOAD-AUTH-TABLE
           IF WS-MASTER-STATUS = '35'
               DISPLAY 'URL-MASTER does not exist; nothing to review'
           ELSE
               PERFORM READ-REVIEW-CARD
               PERFORM UNTIL WS-EOF
                   PERFORM APPLY-REVIEW-ACTION
                   PERFORM READ-REVIEW-CARD
               END-PERFORM
           END-IF
           PERFORM ROLL-REVIEW-QUEUE
           PERFORM DISPLAY-SUMMARY
           PERFORM CLOSE-FILES
           STOP RUN.

       OPEN-FILES.
           OPEN INPUT URL-RVWTRN
           OPEN INPUT URL-AUTH
           OPEN I-O URL-MASTER
           OPEN EXTEND URL-AUDIT
           OPEN EXTEND URL-ERROR
           OPEN EXTEND URL-JOURNAL.

       READ-REVIEW-CARD.
           READ URL-RVWTRN
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
           END-READ.

      *> Codes and actions are normalized to upper case once here,
      *> as URL-MAINT does, so every fetch, audit and reject
      *> reports the normalized card.
       APPLY-REVIEW-ACTION.
           MOVE FUNCTION UPPER-CASE(WS-RVWT-ACTION) TO WS-RVWT-ACTION
           MOVE FUNCTION UPPER-CASE(WS-RVWT-SHORT) TO WS-RVWT-SHORT
           EVALUATE TRUE
               WHEN WS-RVWT-RELEASE
               WHEN WS-RVWT-REJECT
                   MOVE 'APPROVE' TO WS-AUTH-CHECK-ACTION
                   PERFORM CHECK-USER-AUTHORITY
                   IF NOT WS-USER-AUTHORIZED
                       PERFORM REJECT-UNAUTHORIZED-ACTION
                   ELSE
                       PERFORM FETCH-MASTER-ENTRY
                       PERFORM CHECK-HELD-ENTRY
                   END-IF
               WHEN OTHER
                   MOVE 'UNKNOWN REVIEW ACTION' TO WS-REJECT-REASON
                   PERFORM WRITE-REVIEW-REJECT
           END-EVALUATE.

      *> Four eyes: whoever filed the entry may not be the one who
      *> lets it through, or throws it out.
       CHECK-HELD-ENTRY.
           EVALUATE TRUE
               WHEN NOT WS-ENTRY-FOUND
                   MOVE 'SHORT CODE NOT ON MASTER' TO WS-REJECT-REASON
                   PERFORM WRITE-REVIEW-REJECT
               WHEN NOT WS-ENTRY-HELD
                   MOVE 'ENTRY NOT HELD FOR REVIEW' TO WS-REJECT-REASON
                   PERFORM WRITE-REVIEW-REJECT
               WHEN FUNCTION UPPER-CASE(WS-CREATED-BY)
                       = FUNCTION UPPER-CASE(WS-SUBMITTED-BY)
                   MOVE 'REVIEWER IS THE CREATOR' TO WS-REJECT-REASON
                   PERFORM WRITE-REVIEW-REJECT
               WHEN WS-RVWT-RELEASE
                   PERFORM RELEASE-HELD-ENTRY
               WHEN OTHER
                   PERFORM REJECT-HELD-ENTRY
           END-EVALUATE.

      *> An unauthorized card is rejected to URL-ERROR like any
      *> other bad card, and additionally left on URL-AUDIT under
      *> the DENIED action - attempted, never applied.
       REJECT-UNAUTHORIZED-ACTION.
           ADD 1 TO WS-DENIED-COUNT
           MOVE 'USER NOT AUTHORIZED FOR ACTION'
               TO WS-REJECT-REASON
           PERFORM WRITE-REVIEW-REJECT
           MOVE WS-SUBMITTED-BY TO WS-AUDIT-CREATED-BY
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           STRING WS-CD-YYYYMMDD WS-CD-HHMMSS DELIMITED BY SIZE
               INTO WS-AUDIT-TIMESTAMP
           MOVE WS-RVWT-SHORT TO WS-AUDIT-SHORT
           MOVE SPACES TO WS-AUDIT-LONG-URL
           STRING 'ATTEMPTED ' WS-RVWT-ACTION
               DELIMITED BY SIZE INTO WS-AUDIT-LONG-URL
           MOVE 'DENIED' TO WS-AUDIT-ACTION
           WRITE WS-AUDIT-RECORD.

       FETCH-MASTER-ENTRY.
           SET WS-ENTRY-FOUND TO FALSE
           MOVE WS-RVWT-SHORT TO WS-SHORT
           READ URL-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-ENTRY-FOUND TO TRUE
                   MOVE WS-URL-ENTRY TO WS-JRNL-SAVE-BEFORE
           END-READ.

      *> The go-live record filed at intake is still on URL-GOLIVE
      *> (URL-ACTIVATE carries held entries forward). A date still
      *> ahead of the business date releases the entry pending, and
      *> URL-ACTIVATE switches it on that night as usual.
       RELEASE-HELD-ENTRY.
           PERFORM FIND-GO-LIVE-DATE
           IF WS-RVW-GO-LIVE-DATE > WS-BUSINESS-DATE
               MOVE 'P' TO WS-ENTRY-STATUS
               ADD 1 TO WS-RELEASED-PENDING-COUNT
           ELSE
               MOVE 'A' TO WS-ENTRY-STATUS
           END-IF
           REWRITE WS-URL-ENTRY
           MOVE 'REWRITE' TO WS-JRNL-SAVE-ACTION
           MOVE WS-URL-ENTRY TO WS-JRNL-SAVE-AFTER
           PERFORM WRITE-JOURNAL-RECORD
           PERFORM WRITE-REVIEW-AUDIT
           ADD 1 TO WS-RELEASED-COUNT
           IF WS-ENTRY-PENDING
               DISPLAY 'Released ' WS-RVWT-SHORT
                   ' - pending until ' WS-RVW-GO-LIVE-DATE
           ELSE
               DISPLAY 'Released ' WS-RVWT-SHORT
           END-IF.

      *> Releases are few, so URL-GOLIVE is simply scanned for the
      *> code each time; the last record for it wins.
       FIND-GO-LIVE-DATE.
           MOVE 0 TO WS-RVW-GO-LIVE-DATE
           OPEN INPUT URL-GOLIVE
           IF WS-GOLIVE-STATUS NOT = '35'
               SET WS-GLV-EOF TO FALSE
               PERFORM READ-GOLIVE-RECORD
               PERFORM UNTIL WS-GLV-EOF
                   IF WS-GLV-SHORT = WS-SHORT
                           AND WS-GLV-GO-LIVE-DATE IS NUMERIC
                       MOVE WS-GLV-GO-LIVE-DATE TO WS-RVW-GO-LIVE-DATE
                   END-IF
                   PERFORM READ-GOLIVE-RECORD
               END-PERFORM
               CLOSE URL-GOLIVE
           END-IF.

       READ-GOLIVE-RECORD.
           READ URL-GOLIVE
               AT END
                   SET WS-GLV-EOF TO TRUE
           END-READ.

       REJECT-HELD-ENTRY.
           DELETE URL-MASTER
           MOVE 'DELETE' TO WS-JRNL-SAVE-ACTION
           MOVE SPACES TO WS-JRNL-SAVE-AFTER
           PERFORM WRITE-JOURNAL-RECORD
           PERFORM WRITE-REVIEW-AUDIT
           ADD 1 TO WS-REJECTED-ENTRY-COUNT
           DISPLAY 'Rejected ' WS-RVWT-SHORT ' - entry deleted'.

      *> Audit the decision under the reviewer, not the creator:
      *> the trail answers "who let this through".
       WRITE-REVIEW-AUDIT.
           MOVE WS-SUBMITTED-BY TO WS-AUDIT-CREATED-BY
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           STRING WS-CD-YYYYMMDD WS-CD-HHMMSS DELIMITED BY SIZE
               INTO WS-AUDIT-TIMESTAMP
           MOVE WS-RVWT-SHORT TO WS-AUDIT-SHORT
           MOVE WS-LONG-URL TO WS-AUDIT-LONG-URL
           MOVE WS-RVWT-ACTION TO WS-AUDIT-ACTION
           WRITE WS-AUDIT-RECORD.

       WRITE-REVIEW-REJECT.
           ADD 1 TO WS-REJECTED-COUNT
           MOVE SPACES TO WS-ERROR-URL
           MOVE WS-RVWT-RECORD TO WS-ERROR-URL
           MOVE WS-REJECT-REASON TO WS-ERROR-REASON
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           STRING WS-CD-YYYYMMDD WS-CD-HHMMSS DELIMITED BY SIZE
               INTO WS-ERROR-TIMESTAMP
           MOVE WS-SUBMITTED-BY TO WS-ERROR-SUBMITTED-BY
           WRITE WS-ERROR-RECORD
           DISPLAY 'REJECTED: ' WS-REJECT-REASON ' - '
               WS-RVWT-ACTION ' ' WS-RVWT-SHORT.

      *> The master status is the authority on what is still
      *> waiting: queue records whose entry was released, rejected,
      *> or changed by hand since it was filed are dropped. With no
      *> master every record is kept, and with no queue an empty
      *> one is written.
       ROLL-REVIEW-QUEUE.
           OPEN INPUT URL-RVWQ
           OPEN OUTPUT URL-RVWQN
           IF WS-RVWQ-STATUS NOT = '35'
               SET WS-EOF TO FALSE
               PERFORM READ-RVWQ-RECORD
               PERFORM UNTIL WS-EOF
                   PERFORM ROLL-ONE-QUEUE-RECORD
                   PERFORM READ-RVWQ-RECORD
               END-PERFORM
               CLOSE URL-RVWQ
           END-IF
           CLOSE URL-RVWQN.

       READ-RVWQ-RECORD.
           READ URL-RVWQ
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-QUEUE-READ-COUNT
           END-READ.

       ROLL-ONE-QUEUE-RECORD.
           IF WS-MASTER-STATUS = '35'
               SET WS-ENTRY-FOUND TO TRUE
               SET WS-ENTRY-HELD TO TRUE
           ELSE
               SET WS-ENTRY-FOUND TO FALSE
               MOVE WS-RVQ-SHORT TO WS-SHORT
               READ URL-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-ENTRY-FOUND TO TRUE
               END-READ
           END-IF
           IF WS-ENTRY-FOUND AND WS-ENTRY-HELD
               MOVE WS-RVQ-RECORD TO WS-RVWQN-RECORD
               WRITE WS-RVWQN-RECORD
               ADD 1 TO WS-QUEUE-KEPT-COUNT
           ELSE
               ADD 1 TO WS-QUEUE-DROPPED-COUNT
           END-IF.

       DISPLAY-SUMMARY.
           DISPLAY 'URL-REVIEW run complete'
           DISPLAY 'Review transactions read     : ' WS-READ-COUNT
           DISPLAY 'Entries released             : ' WS-RELEASED-COUNT
           DISPLAY '  of which pending go-live   : '
               WS-RELEASED-PENDING-COUNT
           DISPLAY 'Entries rejected (deleted)   : '
               WS-REJECTED-ENTRY-COUNT
           DISPLAY 'Transactions rejected        : ' WS-REJECTED-COUNT
           DISPLAY '  of which not authorized    : ' WS-DENIED-COUNT
           DISPLAY 'Queue records read           : '
               WS-QUEUE-READ-COUNT
           DISPLAY 'Queue records still waiting  : '
               WS-QUEUE-KEPT-COUNT
           DISPLAY 'Queue records dropped        : '
               WS-QUEUE-DROPPED-COUNT
           DISPLAY 'Business date used           : ' WS-BUSINESS-DATE
               ' (' WS-BUSINESS-DATE-SRC ')'.

       CLOSE-FILES.
           CLOSE URL-RVWTRN
           CLOSE URL-AUTH
           CLOSE URL-MASTER
           CLOSE URL-AUDIT
           CLOSE URL-ERROR
           CLOSE URL-JOURNAL.

           COPY URLJPROC.

           COPY URLUPROC.

           COPY URLDPROC.

       END PROGRAM URL-REVIEW.
