      *>     counts are backfilled when the farm and the mainframe
      *>     get out of step.
      *> Either way every successful resolution is journaled and
      *> leaves a click event for the trend report. A BULK run is
      *> a step of the nightly cycle and is logged on URL-RUNCTL
      *> under its job name, URLBULK, against the URL-PCTL
      *> business date; single-code lookups are not logged.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           COPY URLSEL.
           COPY URLJSEL.
           COPY URLCSEL.
           COPY URLDSEL.
           COPY URLOSEL.
           SELECT URL-RREQ ASSIGN TO "URLRREQ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RREQ-STATUS.
           RECORDING MODE IS F.
           COPY URLCLK.

       FD  URL-PCTL.
           COPY URLPCT.

       FD  URL-RREQ
           RECORDING MODE IS F.
           COPY URLRRQ.
           RECORDING MODE IS F.
           COPY URLRNF.

       FD  URL-RUNCTL
           RECORDING MODE IS F.
           COPY URLRCT.

       WORKING-STORAGE SECTION.
           COPY URLWS.
       01 WS-PARM-LEN PIC 9(4).
       01 WS-RREQ-STATUS PIC XX.
       01 WS-ROUT-STATUS PIC XX.
       01 WS-RNF-STATUS PIC XX.
       01 WS-BULK-MODE-SW PIC X VALUE 'N'.
           88 WS-BULK-MODE VALUE 'Y'.
       01 WS-RREQ-EOF-SW PIC X VALUE 'N'.
           88 WS-RREQ-EOF VALUE 'Y'.
       01 WS-REQ-READ-COUNT PIC 9(7) VALUE 0.
       01 WS-NOT-FOUND-COUNT PIC 9(7) VALUE 0.
       01 WS-BLOCKED-COUNT PIC 9(7) VALUE 0.
       01 WS-SUSPENDED-COUNT PIC 9(7) VALUE 0.
       01 WS-NOT-LIVE-COUNT PIC 9(7) VALUE 0.
       01 WS-HELD-COUNT PIC 9(7) VALUE 0.

       LINKAGE SECTION.
       01  LS-PARM.
       PROCEDURE DIVISION USING LS-PARM.
       MAIN-LOGIC.
           MOVE 'URLREDIR' TO WS-JRNL-PGM
           IF LS-PARM-LEN = 4 AND LS-PARM-TEXT(1:4) = 'BULK'
               SET WS-BULK-MODE TO TRUE
               PERFORM GET-BUSINESS-DATE
               MOVE 'URLBULK' TO WS-RUN-PGM
               PERFORM WRITE-RUN-START
           END-IF
           PERFORM OPEN-MASTER-FILE
           IF WS-MASTER-STATUS = '35'
               DISPLAY 'URL-MASTER does not exist'
               IF WS-BULK-MODE
                   MOVE 8 TO RETURN-CODE
               END-IF
           ELSE
               EVALUATE TRUE
                   WHEN WS-BULK-MODE
                       PERFORM BULK-RESOLVE
                   WHEN LS-PARM-LEN > 0
                       MOVE SPACES TO WS-SHORT-CODE
               END-EVALUATE
               PERFORM CLOSE-MASTER-FILE
           END-IF
           IF WS-BULK-MODE
               PERFORM RECORD-RUN-END
           END-IF
           STOP RUN.

       RECORD-RUN-END.
           MOVE 'READ' TO WS-RUN-CNT-LABEL(1)
           MOVE WS-REQ-READ-COUNT TO WS-RUN-CNT-VALUE(1)
           MOVE 'RESOLVED' TO WS-RUN-CNT-LABEL(2)
           MOVE WS-RESOLVED-COUNT TO WS-RUN-CNT-VALUE(2)
           MOVE 'NOTFOUND' TO WS-RUN-CNT-LABEL(3)
           MOVE WS-NOT-FOUND-COUNT TO WS-RUN-CNT-VALUE(3)
           PERFORM WRITE-RUN-END.

       OPEN-MASTER-FILE.
           OPEN I-O URL-MASTER
           OPEN EXTEND URL-JOURNAL
      *> blocked stay on file but must not resolve (and must not
      *> count hits) until reactivated. Aliases the URL-DEDUPE
      *> merge retired ('M') carry the survivor's URL and resolve
      *> like active entries so old links never go dark. Entries
      *> filed with a future go-live date ('P') do not resolve
      *> until URL-ACTIVATE switches them on, nor do entries held
      *> at intake for review ('H') until URL-REVIEW releases them.
       RESOLVE-FOUND-ENTRY.
           EVALUATE TRUE
               WHEN WS-ENTRY-ACTIVE
                       ' -> ' WS-LONG-URL
               WHEN WS-ENTRY-BLOCKED
                   DISPLAY 'Short code blocked: ' WS-SHORT-CODE
               WHEN WS-ENTRY-PENDING
                   DISPLAY 'Short code not yet live: ' WS-SHORT-CODE
               WHEN WS-ENTRY-HELD
                   DISPLAY 'Short code held for review: '
                       WS-SHORT-CODE
               WHEN OTHER
                   DISPLAY 'Short code suspended: ' WS-SHORT-CODE
           END-EVALUATE.
                   ADD 1 TO WS-BLOCKED-COUNT
                   MOVE 'BLOCKED' TO WS-RNF-REASON
                   PERFORM WRITE-EXCEPTION-RECORD
               WHEN WS-ENTRY-PENDING
                   ADD 1 TO WS-NOT-LIVE-COUNT
                   MOVE 'NOT YET LIVE' TO WS-RNF-REASON
                   PERFORM WRITE-EXCEPTION-RECORD
               WHEN WS-ENTRY-HELD
                   ADD 1 TO WS-HELD-COUNT
                   MOVE 'HELD FOR REVIEW' TO WS-RNF-REASON
                   PERFORM WRITE-EXCEPTION-RECORD
               WHEN OTHER
                   ADD 1 TO WS-SUSPENDED-COUNT
                   MOVE 'SUSPENDED' TO WS-RNF-REASON
           DISPLAY 'Resolved           : ' WS-RESOLVED-COUNT
           DISPLAY 'Not found          : ' WS-NOT-FOUND-COUNT
           DISPLAY 'Blocked            : ' WS-BLOCKED-COUNT
           DISPLAY 'Suspended          : ' WS-SUSPENDED-COUNT
           DISPLAY 'Not yet live       : ' WS-NOT-LIVE-COUNT
           DISPLAY 'Held for review    : ' WS-HELD-COUNT.

       CLOSE-MASTER-FILE.
           CLOSE URL-MASTER

           COPY URLJPROC.

           COPY URLDPROC.

           COPY URLOPROC.

       END PROGRAM URL-REDIRECT.
