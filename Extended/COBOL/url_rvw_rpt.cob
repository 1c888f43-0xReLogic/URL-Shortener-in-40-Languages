       IDENTIFICATION DIVISION.
       PROGRAM-ID. URL-REVIEW-RPT.

      *> Daily aged review-queue report: one line per URL-RVWQ
      *> entry still held ('H') on URL-MASTER - code, creator, the
      *> intake program that filed it, the business date it was
      *> filed, its age in days against the URL-PCTL business
      *> date, why it was held and the long URL - in filing order,
      *> oldest first. Entries waiting longer than the review limit
      *> are flagged OVERDUE; the limit in days arrives as the JCL
      *> EXEC PARM (default 3). Queue records whose entry has
      *> since been released, rejected or changed by hand are only
      *> counted - URL-REVIEW drops them on its next run. A
      *> grand-total page gives the waiting count by age band.
      *> RC 4 when anything is overdue, so the scheduler can page
      *> the review desk. Logged on URL-RUNCTL as a step of the
      *> nightly cycle.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY URLSEL.
           COPY URLYSEL.
           COPY URLPSEL.
           COPY URLDSEL.
           COPY URLOSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  URL-MASTER.
       01  WS-URL-ENTRY.
           COPY URLREC.

       FD  URL-RVWQ
           RECORDING MODE IS F.
           COPY URLRVQ.

       FD  URL-REPORT
           RECORDING MODE IS F.
           COPY URLPRT.

       FD  URL-PCTL.
           COPY URLPCT.

       FD  URL-RUNCTL
           RECORDING MODE IS F.
           COPY URLRCT.

       WORKING-STORAGE SECTION.
           COPY URLWS.
           COPY URLRPTW.
       01 WS-EOF-SW PIC X VALUE 'N'.
           88 WS-EOF VALUE 'Y'.
       01 WS-ENTRY-FOUND-SW PIC X VALUE 'N'.
           88 WS-ENTRY-FOUND VALUE 'Y' FALSE 'N'.
       01 WS-READ-COUNT PIC 9(7) VALUE 0.
       01 WS-WAITING-COUNT PIC 9(7) VALUE 0.
       01 WS-NOT-HELD-COUNT PIC 9(7) VALUE 0.
       01 WS-OVERDUE-COUNT PIC 9(7) VALUE 0.
       01 WS-BAD-DATE-COUNT PIC 9(7) VALUE 0.
       01 WS-OVERDUE-DAYS PIC 9(3) VALUE 3.
       01 WS-AGE-DAYS PIC S9(7) VALUE 0.
       01 WS-OLDEST-AGE PIC 9(7) VALUE 0.
       01 WS-BAND-TABLE.
           05 WS-BAND-COUNT PIC 9(7) VALUE 0 OCCURS 4 TIMES.
       01 WS-BAND-IDX PIC 9(1).
       01 WS-PARM-LEN PIC 9(4).
       01 WS-HEADING-LINE.
           05 FILLER PIC X(8)  VALUE 'CODE'.
           05 FILLER PIC X(10) VALUE 'CREATOR'.
           05 FILLER PIC X(10) VALUE 'SOURCE'.
           05 FILLER PIC X(10) VALUE 'FILED'.
           05 FILLER PIC X(6)  VALUE ' AGE'.
           05 FILLER PIC X(32) VALUE 'HELD BECAUSE'.
           05 FILLER PIC X(47) VALUE 'LONG URL'.
       01 WS-DETAIL-LINE.
           05 WS-DTL-SHORT     PIC X(6).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 WS-DTL-CREATOR   PIC X(8).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 WS-DTL-SOURCE    PIC X(8).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 WS-DTL-FILED     PIC X(8).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 WS-DTL-AGE       PIC ZZZ9.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 WS-DTL-REASON    PIC X(30).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 WS-DTL-URL       PIC X(45).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 WS-DTL-FLAG      PIC X(7).
       01 WS-COUNT-LINE.
           05 WS-CNT-LABEL     PIC X(30).
           05 WS-CNT-VALUE     PIC ZZZ,ZZZ,ZZ9.

       LINKAGE SECTION.
       01  LS-PARM.
           05 LS-PARM-LEN  PIC S9(4) COMP.
           05 LS-PARM-TEXT PIC X(100).

       PROCEDURE DIVISION USING LS-PARM.
       MAIN-LOGIC.
           PERFORM GET-BUSINESS-DATE
           MOVE 'URLRVWRP' TO WS-RUN-PGM
           PERFORM WRITE-RUN-START
           PERFORM SCAN-PARM
           DISPLAY 'URL-REVIEW-RPT: review queue as of '
               WS-BUSINESS-DATE ', overdue after ' WS-OVERDUE-DAYS
               ' day(s)'
           PERFORM OPEN-FILES
           IF WS-RVWQ-STATUS = '35'
               DISPLAY 'URL-RVWQ does not exist; nothing to report'
           ELSE
               PERFORM READ-RVWQ-RECORD
               PERFORM UNTIL WS-EOF
                   PERFORM REPORT-ONE-QUEUE-ENTRY
                   PERFORM READ-RVWQ-RECORD
               END-PERFORM
           END-IF
           PERFORM PRINT-GRAND-TOTALS
           PERFORM DISPLAY-SUMMARY
           PERFORM CLOSE-FILES
           IF WS-OVERDUE-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM RECORD-RUN-END
           STOP RUN.

       RECORD-RUN-END.
           MOVE 'READ' TO WS-RUN-CNT-LABEL(1)
           MOVE WS-READ-COUNT TO WS-RUN-CNT-VALUE(1)
           MOVE 'WAITING' TO WS-RUN-CNT-LABEL(2)
           MOVE WS-WAITING-COUNT TO WS-RUN-CNT-VALUE(2)
           MOVE 'OVERDUE' TO WS-RUN-CNT-LABEL(3)
           MOVE WS-OVERDUE-COUNT TO WS-RUN-CNT-VALUE(3)
           MOVE 'OLDEST' TO WS-RUN-CNT-LABEL(4)
           MOVE WS-OLDEST-AGE TO WS-RUN-CNT-VALUE(4)
           PERFORM WRITE-RUN-END.

      *> PARM is the review limit in whole days, one to three
      *> digits; anything else leaves the default.
       SCAN-PARM.
           IF LS-PARM-LEN > 0 AND LS-PARM-LEN < 4
               MOVE LS-PARM-LEN TO WS-PARM-LEN
               IF LS-PARM-TEXT(1:WS-PARM-LEN) IS NUMERIC
                   COMPUTE WS-OVERDUE-DAYS =
                       FUNCTION NUMVAL(LS-PARM-TEXT(1:WS-PARM-LEN))
               ELSE
                   DISPLAY 'PARM not a day count, ignored: '
                       LS-PARM-TEXT(1:WS-PARM-LEN)
               END-IF
           ELSE
               IF LS-PARM-LEN > 0
                   DISPLAY 'PARM not a day count, ignored'
               END-IF
           END-IF.

       OPEN-FILES.
           OPEN INPUT URL-MASTER
           OPEN INPUT URL-RVWQ
           OPEN OUTPUT URL-REPORT
           MOVE 'URL REVIEW QUEUE - ENTRIES HELD AND WAITING'
               TO WS-RPT-TITLE
           MOVE WS-BUSINESS-DATE TO WS-RPT-TL-DATE.

       PRINT-PAGE-HEADING.
           MOVE WS-HEADING-LINE TO WS-PRINT-LINE
           PERFORM WRITE-HEADING-LINE
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-HEADING-LINE.

       READ-RVWQ-RECORD.
           READ URL-RVWQ
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
           END-READ.

      *> The master status decides whether the entry is still
      *> waiting; the queue record only says when and why it was
      *> filed.
       REPORT-ONE-QUEUE-ENTRY.
           SET WS-ENTRY-FOUND TO FALSE
           IF WS-MASTER-STATUS NOT = '35'
               MOVE WS-RVQ-SHORT TO WS-SHORT
               READ URL-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-ENTRY-FOUND TO TRUE
               END-READ
           END-IF
           IF WS-ENTRY-FOUND AND WS-ENTRY-HELD
               PERFORM REPORT-WAITING-ENTRY
           ELSE
               ADD 1 TO WS-NOT-HELD-COUNT
           END-IF.

       REPORT-WAITING-ENTRY.
           ADD 1 TO WS-WAITING-COUNT
           PERFORM COMPUTE-ENTRY-AGE
           MOVE WS-RVQ-SHORT TO WS-DTL-SHORT
           MOVE WS-RVQ-CREATED-BY TO WS-DTL-CREATOR
           MOVE WS-RVQ-SOURCE TO WS-DTL-SOURCE
           MOVE WS-RVQ-FILED-DATE TO WS-DTL-FILED
           MOVE WS-AGE-DAYS TO WS-DTL-AGE
           MOVE WS-RVQ-REASON TO WS-DTL-REASON
           MOVE WS-LONG-URL TO WS-DTL-URL
           IF WS-AGE-DAYS > WS-OVERDUE-DAYS
               MOVE 'OVERDUE' TO WS-DTL-FLAG
               ADD 1 TO WS-OVERDUE-COUNT
           ELSE
               MOVE SPACES TO WS-DTL-FLAG
           END-IF
           MOVE WS-DETAIL-LINE TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           EVALUATE TRUE
               WHEN WS-AGE-DAYS = 0
                   MOVE 1 TO WS-BAND-IDX
               WHEN WS-AGE-DAYS <= 2
                   MOVE 2 TO WS-BAND-IDX
               WHEN WS-AGE-DAYS <= 7
                   MOVE 3 TO WS-BAND-IDX
               WHEN OTHER
                   MOVE 4 TO WS-BAND-IDX
           END-EVALUATE
           ADD 1 TO WS-BAND-COUNT(WS-BAND-IDX)
           IF WS-AGE-DAYS > WS-OLDEST-AGE
               MOVE WS-AGE-DAYS TO WS-OLDEST-AGE
           END-IF.

      *> Age in days from the business date the entry was filed to
      *> this run's business date. A filed date that is not a real
      *> date counts as filed today (and is counted), and a rerun
      *> for an earlier business date never shows a negative age.
       COMPUTE-ENTRY-AGE.
           MOVE 0 TO WS-AGE-DAYS
           SET WS-CAL-DATE-VALID TO FALSE
           IF WS-RVQ-FILED-DATE IS NUMERIC
               MOVE WS-RVQ-FILED-DATE TO WS-CAL-DATE
               PERFORM VALIDATE-CALENDAR-DATE
           END-IF
           IF WS-CAL-DATE-VALID
               COMPUTE WS-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
                   - FUNCTION INTEGER-OF-DATE(WS-CAL-DATE)
               IF WS-AGE-DAYS < 0
                   MOVE 0 TO WS-AGE-DAYS
               END-IF
           ELSE
               ADD 1 TO WS-BAD-DATE-COUNT
           END-IF.

       PRINT-COUNT-LINE.
           MOVE WS-COUNT-LINE TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE.

       PRINT-GRAND-TOTALS.
           PERFORM FORCE-NEW-REPORT-PAGE
           MOVE 'GRAND TOTALS' TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE 'Queue records read           :' TO WS-CNT-LABEL
           MOVE WS-READ-COUNT TO WS-CNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE 'No longer held               :' TO WS-CNT-LABEL
           MOVE WS-NOT-HELD-COUNT TO WS-CNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE 'Held and waiting             :' TO WS-CNT-LABEL
           MOVE WS-WAITING-COUNT TO WS-CNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE '  filed today                :' TO WS-CNT-LABEL
           MOVE WS-BAND-COUNT(1) TO WS-CNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE '  1 to 2 days                :' TO WS-CNT-LABEL
           MOVE WS-BAND-COUNT(2) TO WS-CNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE '  3 to 7 days                :' TO WS-CNT-LABEL
           MOVE WS-BAND-COUNT(3) TO WS-CNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE '  over 7 days                :' TO WS-CNT-LABEL
           MOVE WS-BAND-COUNT(4) TO WS-CNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE 'Overdue for review           :' TO WS-CNT-LABEL
           MOVE WS-OVERDUE-COUNT TO WS-CNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE 'Oldest entry, days           :' TO WS-CNT-LABEL
           MOVE WS-OLDEST-AGE TO WS-CNT-VALUE
           PERFORM PRINT-COUNT-LINE
           IF WS-BAD-DATE-COUNT > 0
               MOVE 'Filed date unreadable        :' TO WS-CNT-LABEL
               MOVE WS-BAD-DATE-COUNT TO WS-CNT-VALUE
               PERFORM PRINT-COUNT-LINE
           END-IF
           IF WS-WAITING-COUNT = 0
               MOVE 'NO ENTRIES ARE WAITING FOR REVIEW'
                   TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

       DISPLAY-SUMMARY.
           DISPLAY 'URL-REVIEW-RPT run complete'
           DISPLAY 'Queue records read      : ' WS-READ-COUNT
           DISPLAY 'Held and waiting        : ' WS-WAITING-COUNT
           DISPLAY 'Overdue for review      : ' WS-OVERDUE-COUNT
           DISPLAY 'No longer held          : ' WS-NOT-HELD-COUNT
           DISPLAY 'Business date used      : ' WS-BUSINESS-DATE
               ' (' WS-BUSINESS-DATE-SRC ')'.

       CLOSE-FILES.
           CLOSE URL-MASTER
           CLOSE URL-RVWQ
           CLOSE URL-REPORT.

           COPY URLRPROC.

           COPY URLDPROC.

           COPY URLKPROC.

           COPY URLOPROC.

       END PROGRAM URL-REVIEW-RPT.
