      *> transfer can never half-load. Each detail's requesting
      *> user is charged as the creator (blank defaults to
      *> WEBFARM); quota usage is persisted to URL-QTANEW the same
      *> way URL-BATCH persists it. A detail carrying a future
      *> effective date gets its code filed pending on URL-GOLIVE
      *> for URL-ACTIVATE, and its response says LIVE FROM that
      *> date in the reason field. A new code the intake review
      *> rules (URL-RVWRULE) flag is filed held and queued on
      *> URL-RVWQ, and its response says PENDING instead of
      *> ASSIGNED - the code is reserved for the requester but
      *> does not resolve until URL-REVIEW releases it.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RSVD-STATUS.
           COPY URLDSEL.
           COPY URLOSEL.
           COPY URLGSEL.
           COPY URLISEL.
           COPY URLYSEL.
           SELECT URL-WREQ ASSIGN TO "URLWREQ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WREQ-STATUS.
       FD  URL-PCTL.
           COPY URLPCT.

       FD  URL-GOLIVE
           RECORDING MODE IS F.
           COPY URLGLV.

       FD  URL-WREQ
           RECORDING MODE IS F.
           COPY URLWRQ.
           RECORDING MODE IS F.
           COPY URLWRS.

       FD  URL-RUNCTL
           RECORDING MODE IS F.
           COPY URLRCT.

       FD  URL-RVWRULE
           RECORDING MODE IS F.
           COPY URLIRL.

       FD  URL-RVWQ
           RECORDING MODE IS F.
           COPY URLRVQ.

       WORKING-STORAGE SECTION.
           COPY URLWS.
       01 WS-RSVD-STATUS PIC XX.
       01 WS-REUSED-COUNT PIC 9(7) VALUE 0.
       01 WS-VANSUBST-COUNT PIC 9(7) VALUE 0.
       01 WS-REJECTED-COUNT PIC 9(7) VALUE 0.
       01 WS-PENDING-COUNT PIC 9(7) VALUE 0.
       01 WS-HELD-REVIEW-COUNT PIC 9(7) VALUE 0.
       01 WS-REASON-PTR PIC 9(3).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
               INTO WS-RUN-START-STAMP
           PERFORM GET-BUSINESS-DATE
           MOVE WS-BUSINESS-DATE(1:6) TO WS-QUOTA-RUN-PERIOD
           MOVE 'URLWEBIF' TO WS-RUN-PGM
           PERFORM WRITE-RUN-START
           PERFORM VERIFY-REQUEST-FILE
           IF NOT WS-FILE-BALANCES
               DISPLAY 'URL-WREQ does not balance - run abandoned'
               PERFORM LOAD-RESERVED-CODES
               PERFORM LOAD-BLOCKLIST-TABLE
               PERFORM LOAD-QUOTA-TABLE
               PERFORM LOAD-REVIEW-RULES
               PERFORM WRITE-RESPONSE-HEADER
               PERFORM READ-WREQ-RECORD
               PERFORM UNTIL WS-EOF
               PERFORM DISPLAY-SUMMARY
               PERFORM CLOSE-FILES
           END-IF
           PERFORM RECORD-RUN-END
           STOP RUN.

       RECORD-RUN-END.
           MOVE 'READ' TO WS-RUN-CNT-LABEL(1)
           MOVE WS-READ-COUNT TO WS-RUN-CNT-VALUE(1)
           MOVE 'ASSIGNED' TO WS-RUN-CNT-LABEL(2)
           MOVE WS-ASSIGNED-COUNT TO WS-RUN-CNT-VALUE(2)
           MOVE 'REUSED' TO WS-RUN-CNT-LABEL(3)
           MOVE WS-REUSED-COUNT TO WS-RUN-CNT-VALUE(3)
           MOVE 'REJECTED' TO WS-RUN-CNT-LABEL(4)
           MOVE WS-REJECTED-COUNT TO WS-RUN-CNT-VALUE(4)
           PERFORM WRITE-RUN-END.

      *> First pass balances the transfer before anything is
      *> filed: header present, trailer present, and the trailer
      *> count equal to the details actually on the file. The
           OPEN INPUT URL-QUOTA
           OPEN EXTEND URL-AUDIT
           OPEN EXTEND URL-ERROR
           OPEN EXTEND URL-JOURNAL
           OPEN EXTEND URL-GOLIVE
           OPEN EXTEND URL-RVWQ.

      *> The reserved-code list is optional, exactly as in
      *> URL-BATCH: a missing URL-RSVD file just leaves the table
           MOVE WS-WREQ-RECORD TO WS-WREQ-DETAIL-BODY
           MOVE WS-WREQ-D-URL TO WS-URL
           MOVE WS-WREQ-D-VANITY TO WS-REQUESTED-CODE
           MOVE WS-WREQ-D-EFF-DATE TO WS-EFFECTIVE-DATE
           IF WS-WREQ-D-USER = SPACES
               MOVE 'WEBFARM' TO WS-SUBMITTED-BY
           ELSE
               MOVE WS-WREQ-D-USER TO WS-SUBMITTED-BY
           END-IF
           PERFORM PROCESS-URL
           IF WS-FILED-PENDING
               PERFORM WRITE-GOLIVE-RECORD
               ADD 1 TO WS-PENDING-COUNT
           END-IF
           IF WS-HOLD-FOR-REVIEW
               PERFORM WRITE-REVIEW-RECORD
           END-IF
           PERFORM WRITE-RESPONSE-DETAIL.

       WRITE-RESPONSE-HEADER.
                   MOVE 'REUSED' TO WS-WRSP-D-OUTCOME
                   MOVE WS-SHORT-CODE TO WS-WRSP-D-SHORT
                   MOVE SPACES TO WS-WRSP-D-REASON
               WHEN WS-HOLD-FOR-REVIEW
                   ADD 1 TO WS-HELD-REVIEW-COUNT
                   MOVE 'PENDING' TO WS-WRSP-D-OUTCOME
                   MOVE WS-SHORT-CODE TO WS-WRSP-D-SHORT
                   MOVE 'HELD FOR REVIEW' TO WS-WRSP-D-REASON
               WHEN WS-VANITY-SUBSTITUTED
                   ADD 1 TO WS-ASSIGNED-COUNT
                   ADD 1 TO WS-VANSUBST-COUNT
                   MOVE WS-SHORT-CODE TO WS-WRSP-D-SHORT
                   MOVE SPACES TO WS-WRSP-D-REASON
           END-EVALUATE
           IF WS-FILED-PENDING
               IF WS-WRSP-D-REASON = SPACES
                   MOVE 1 TO WS-REASON-PTR
               ELSE
                   COMPUTE WS-REASON-PTR = FUNCTION LENGTH(
                       FUNCTION TRIM(WS-WRSP-D-REASON TRAILING)) + 1
                   STRING ', ' DELIMITED BY SIZE
                       INTO WS-WRSP-D-REASON WITH POINTER WS-REASON-PTR
               END-IF
               STRING 'LIVE FROM ' WS-GO-LIVE-DATE
                   DELIMITED BY SIZE
                   INTO WS-WRSP-D-REASON WITH POINTER WS-REASON-PTR
           END-IF
           MOVE WS-WRSP-DETAIL-BODY TO WS-WRSP-RECORD
           WRITE WS-WRSP-RECORD.

           MOVE WS-ASSIGNED-COUNT TO WS-WRSP-T-ASSIGNED
           MOVE WS-REUSED-COUNT TO WS-WRSP-T-REUSED
           MOVE WS-REJECTED-COUNT TO WS-WRSP-T-REJECTED
           MOVE WS-HELD-REVIEW-COUNT TO WS-WRSP-T-PENDING
           COMPUTE WS-WRSP-T-TOTAL = WS-ASSIGNED-COUNT
               + WS-REUSED-COUNT + WS-REJECTED-COUNT
               + WS-HELD-REVIEW-COUNT
           MOVE WS-WRSP-TRAILER-BODY TO WS-WRSP-RECORD
           WRITE WS-WRSP-RECORD.

           DISPLAY '  vanity substituted : ' WS-VANSUBST-COUNT
           DISPLAY 'Codes reused         : ' WS-REUSED-COUNT
           DISPLAY 'Requests rejected    : ' WS-REJECTED-COUNT
           DISPLAY 'Pending go-live      : ' WS-PENDING-COUNT
           DISPLAY 'Held for review      : ' WS-HELD-REVIEW-COUNT
           DISPLAY 'Business date used   : ' WS-BUSINESS-DATE
               ' (' WS-BUSINESS-DATE-SRC ')'.

           CLOSE URL-QUOTA
           CLOSE URL-AUDIT
           CLOSE URL-ERROR
           CLOSE URL-JOURNAL
           CLOSE URL-GOLIVE
           CLOSE URL-RVWQ.

           COPY URLPROC.

           COPY URLVPROC.

           COPY URLJPROC.

           COPY URLBPROC.

           COPY URLDPROC.

           COPY URLKPROC.

           COPY URLGPROC.

           COPY URLIPROC.

           COPY URLYPROC.

           COPY URLOPROC.

       END PROGRAM URL-WEB-INTF.
