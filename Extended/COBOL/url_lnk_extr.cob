       IDENTIFICATION DIVISION.
       PROGRAM-ID. URL-LINK-EXTRACT.

      *> Nightly link-check request extract for the web farm's
      *> link checker: writes the URL-LKREQ file of header +
      *> detail + trailer records (layouts in URLLKQ.cpy) with one
      *> detail per active short code on URL-MASTER and the long
      *> URL it redirects to, in short-code order. Suspended and
      *> blocked codes do not resolve and merged aliases share
      *> their survivor's URL, so only active entries are shipped.
      *> The header carries the cycle's business date so the
      *> results coming back can be tied to the right night. The
      *> checker's answers come back on URL-LKRES and are applied
      *> by URL-LINK-HEALTH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY URLSEL.
           COPY URLDSEL.
           COPY URLOSEL.
           SELECT URL-LKREQ ASSIGN TO "URLLKRQ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LKREQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  URL-MASTER.
       01  WS-URL-ENTRY.
           COPY URLREC.

       FD  URL-PCTL.
           COPY URLPCT.

       FD  URL-LKREQ
           RECORDING MODE IS F.
           COPY URLLKQ.

       FD  URL-RUNCTL
           RECORDING MODE IS F.
           COPY URLRCT.

       WORKING-STORAGE SECTION.
           COPY URLWS.
       01 WS-LKREQ-STATUS PIC XX.
       01 WS-EOF-SW PIC X VALUE 'N'.
           88 WS-EOF VALUE 'Y' FALSE 'N'.
       01 WS-RUN-START-STAMP PIC X(14).
       01 WS-SCANNED-COUNT PIC 9(7) VALUE 0.
       01 WS-SHIPPED-COUNT PIC 9(7) VALUE 0.
       01 WS-NOT-ACTIVE-COUNT PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY 'URL-LINK-EXTRACT: link-check request file'
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           STRING WS-CD-YYYYMMDD WS-CD-HHMMSS DELIMITED BY SIZE
               INTO WS-RUN-START-STAMP
           PERFORM GET-BUSINESS-DATE
           MOVE 'URLLNKX' TO WS-RUN-PGM
           PERFORM WRITE-RUN-START
           PERFORM OPEN-FILES
           PERFORM WRITE-HEADER-RECORD
           PERFORM EXTRACT-ACTIVE-CODES
           PERFORM WRITE-TRAILER-RECORD
           PERFORM DISPLAY-SUMMARY
           PERFORM CLOSE-FILES
           PERFORM RECORD-RUN-END
           STOP RUN.

       RECORD-RUN-END.
           MOVE 'SCANNED' TO WS-RUN-CNT-LABEL(1)
           MOVE WS-SCANNED-COUNT TO WS-RUN-CNT-VALUE(1)
           MOVE 'SHIPPED' TO WS-RUN-CNT-LABEL(2)
           MOVE WS-SHIPPED-COUNT TO WS-RUN-CNT-VALUE(2)
           PERFORM WRITE-RUN-END.

       OPEN-FILES.
           OPEN INPUT URL-MASTER
           OPEN OUTPUT URL-LKREQ.

       WRITE-HEADER-RECORD.
           MOVE SPACES TO WS-LKRQ-HEADER-BODY
           MOVE 'H' TO WS-LKRQ-HEADER-BODY(1:1)
           MOVE WS-RUN-START-STAMP(1:8) TO WS-LKRQ-H-RUN-DATE
           MOVE WS-RUN-START-STAMP(9:6) TO WS-LKRQ-H-RUN-TIME
           MOVE WS-BUSINESS-DATE TO WS-LKRQ-H-BUS-DATE
           MOVE WS-LKRQ-HEADER-BODY TO WS-LKRQ-RECORD
           WRITE WS-LKRQ-RECORD.

       EXTRACT-ACTIVE-CODES.
           SET WS-EOF TO FALSE
           IF WS-MASTER-STATUS = '35'
               DISPLAY 'URL-MASTER does not exist; no codes shipped'
               SET WS-EOF TO TRUE
           ELSE
               MOVE LOW-VALUES TO WS-SHORT
               START URL-MASTER KEY IS NOT LESS THAN WS-SHORT
                   INVALID KEY
                       SET WS-EOF TO TRUE
               END-START
           END-IF
           PERFORM UNTIL WS-EOF
               READ URL-MASTER NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-SCANNED-COUNT
                       IF WS-ENTRY-ACTIVE
                           PERFORM WRITE-CHECK-DETAIL
                       ELSE
                           ADD 1 TO WS-NOT-ACTIVE-COUNT
                       END-IF
               END-READ
           END-PERFORM.

       WRITE-CHECK-DETAIL.
           MOVE SPACES TO WS-LKRQ-DETAIL-BODY
           MOVE 'D' TO WS-LKRQ-DETAIL-BODY(1:1)
           MOVE WS-SHORT TO WS-LKRQ-D-SHORT
           MOVE WS-LONG-URL TO WS-LKRQ-D-LONG-URL
           MOVE WS-LKRQ-DETAIL-BODY TO WS-LKRQ-RECORD
           WRITE WS-LKRQ-RECORD
           ADD 1 TO WS-SHIPPED-COUNT.

       WRITE-TRAILER-RECORD.
           MOVE SPACES TO WS-LKRQ-TRAILER-BODY
           MOVE 'T' TO WS-LKRQ-TRAILER-BODY(1:1)
           MOVE WS-RUN-START-STAMP(1:8) TO WS-LKRQ-T-RUN-DATE
           MOVE WS-SHIPPED-COUNT TO WS-LKRQ-T-COUNT
           MOVE WS-LKRQ-TRAILER-BODY TO WS-LKRQ-RECORD
           WRITE WS-LKRQ-RECORD.

       DISPLAY-SUMMARY.
           DISPLAY 'URL-LINK-EXTRACT run complete'
           DISPLAY 'Master entries scanned   : ' WS-SCANNED-COUNT
           DISPLAY 'Active codes shipped     : ' WS-SHIPPED-COUNT
           DISPLAY 'Entries not active       : ' WS-NOT-ACTIVE-COUNT
           DISPLAY 'Business date used       : ' WS-BUSINESS-DATE
               ' (' WS-BUSINESS-DATE-SRC ')'.

       CLOSE-FILES.
           CLOSE URL-MASTER
           CLOSE URL-LKREQ.

           COPY URLDPROC.

           COPY URLOPROC.

       END PROGRAM URL-LINK-EXTRACT.
