       IDENTIFICATION DIVISION.
       PROGRAM-ID. URL-LINK-HEALTH.

      *> Dead-link sweep: applies the web farm link checker's
      *> URL-LKRES results (header / detail / trailer, layouts in
      *> URLLKR.cpy) for the codes URL-LINK-EXTRACT shipped, and
      *> keeps the running count of consecutive failed nights per
      *> code on the URL-LKSTAT status file (URLLKS.cpy), rolled
      *> old-master/new-master to URL-LKSNEW like the quota file.
      *> A PASS ends a code's run of failures; a FAIL extends it,
      *> once per business date, so a rerun of the same night
      *> does not count twice. A code not checked tonight keeps
      *> its run as it stands while it is still active. Once a
      *> run reaches the failure-night limit - the JCL EXEC PARM
      *> (1-3 digits; with no PARM three nights) - the code is
      *> suspended exactly as URL-FLOOD-SWEEP suspends a flooded
      *> one: status 'S', journaled, and written to URL-AUDIT,
      *> here under its own DEADLINK action code, so an owner who
      *> has fixed the page gets it back with an ordinary
      *> REACTIVE card through URL-MAINT. The results file is
      *> balanced first - header present and echoing the business
      *> date, trailer counts equal to the details and details in
      *> short-code order - and a file that fails ends the run
      *> RC=8 with nothing applied and no new status file, so the
      *> swap step holds. Every code that
      *> failed tonight goes to the URL-REPORT print dataset
      *> grouped by WS-CREATED-BY, like the URL-EXPWARN notices,
      *> so each owner can fix the link or let it go.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY URLSEL.
           COPY URLASEL.
           COPY URLJSEL.
           COPY URLPSEL.
           COPY URLDSEL.
           COPY URLOSEL.
           SELECT URL-LKRES ASSIGN TO "URLLKRS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LKRES-STATUS.
           SELECT URL-LKSTAT ASSIGN TO "URLLKST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LKSTAT-STATUS.
           SELECT URL-LKSNEW ASSIGN TO "URLLKSN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LKSNEW-STATUS.
           SELECT URL-SORT-WORK ASSIGN TO "URLLSRT".

       DATA DIVISION.
       FILE SECTION.
       FD  URL-MASTER.
       01  WS-URL-ENTRY.
           COPY URLREC.

       FD  URL-AUDIT
           RECORDING MODE IS F.
           COPY URLAUD.

       FD  URL-JOURNAL
           RECORDING MODE IS F.
           COPY URLJRN.

       FD  URL-REPORT
           RECORDING MODE IS F.
           COPY URLPRT.

       FD  URL-PCTL.
           COPY URLPCT.

       FD  URL-LKRES
           RECORDING MODE IS F.
           COPY URLLKR.

       FD  URL-LKSTAT
           RECORDING MODE IS F.
           COPY URLLKS.

       FD  URL-LKSNEW
           RECORDING MODE IS F.
       01  WS-LKSNEW-RECORD.
           05 WS-LKSNEW-SHORT       PIC X(6).
           05 WS-LKSNEW-FAIL-NIGHTS PIC 9(3).
           05 WS-LKSNEW-FIRST-FAIL  PIC 9(8).
           05 WS-LKSNEW-LAST-FAIL   PIC 9(8).
           05 WS-LKSNEW-LAST-HTTP   PIC X(3).
           05 WS-LKSNEW-LAST-REASON PIC X(40).
           05 FILLER                PIC X(12).

       SD  URL-SORT-WORK.
       01  WS-SORT-RECORD.
           05 WS-SORT-OWNER      PIC X(8).
           05 WS-SORT-SHORT      PIC X(6).
           05 WS-SORT-NIGHTS     PIC 9(3).
           05 WS-SORT-FIRST-FAIL PIC 9(8).
           05 WS-SORT-HTTP       PIC X(3).
           05 WS-SORT-ACTION     PIC X(10).
           05 WS-SORT-REASON     PIC X(40).
           05 WS-SORT-URL        PIC X(200).

       FD  URL-RUNCTL
           RECORDING MODE IS F.
           COPY URLRCT.

       WORKING-STORAGE SECTION.
           COPY URLWS.
           COPY URLRPTW.
       01 WS-LKRES-STATUS PIC XX.
       01 WS-LKSTAT-STATUS PIC XX.
       01 WS-LKSNEW-STATUS PIC XX.
       01 WS-EOF-SW PIC X VALUE 'N'.
           88 WS-EOF VALUE 'Y' FALSE 'N'.
       01 WS-RES-EOF-SW PIC X VALUE 'N'.
           88 WS-RES-EOF VALUE 'Y' FALSE 'N'.
       01 WS-RES-FOUND-SW PIC X VALUE 'N'.
           88 WS-RES-DETAIL-FOUND VALUE 'Y' FALSE 'N'.
       01 WS-FILE-OK-SW PIC X VALUE 'N'.
           88 WS-FILE-BALANCES VALUE 'Y' FALSE 'N'.
       01 WS-HDR-SEEN-SW PIC X VALUE 'N'.
           88 WS-HDR-SEEN VALUE 'Y' FALSE 'N'.
       01 WS-TRL-SEEN-SW PIC X VALUE 'N'.
           88 WS-TRL-SEEN VALUE 'Y' FALSE 'N'.
       01 WS-SEQ-OK-SW PIC X VALUE 'Y'.
           88 WS-SEQ-OK VALUE 'Y' FALSE 'N'.
       01 WS-PRIOR-RUN-SW PIC X VALUE 'N'.
           88 WS-HAS-PRIOR-RUN VALUE 'Y' FALSE 'N'.
       01 WS-VERIFY-DETAILS PIC 9(7) VALUE 0.
       01 WS-TRAILER-CLAIM PIC 9(7) VALUE 0.
       01 WS-VERIFY-PASSED PIC 9(7) VALUE 0.
       01 WS-VERIFY-FAILED PIC 9(7) VALUE 0.
       01 WS-TRAILER-PASSED PIC 9(7) VALUE 0.
       01 WS-TRAILER-FAILED PIC 9(7) VALUE 0.
       01 WS-VERIFY-PREV-SHORT PIC X(6) VALUE LOW-VALUES.
       01 WS-CHECK-DATE PIC X(8) VALUE SPACES.
       01 WS-RESULTS-BUS-DATE PIC X(8) VALUE SPACES.
      *> Match keys for the results / old-status merge; HIGH-VALUES
      *> marks a side that has run out.
       01 WS-RES-KEY PIC X(6).
       01 WS-OLD-KEY PIC X(6).
       01 WS-FAIL-LIMIT PIC 9(3) VALUE 3.
       01 WS-NEW-FAIL-NIGHTS PIC 9(3).
       01 WS-NEW-FIRST-FAIL PIC 9(8).
       01 WS-GROUP-OWNER PIC X(8) VALUE SPACES.
       01 WS-GROUP-OPEN-SW PIC X VALUE 'N'.
           88 WS-GROUP-OPEN VALUE 'Y' FALSE 'N'.
       01 WS-OWNER-CODE-COUNT PIC 9(7) VALUE 0.
       01 WS-OWNER-SUSP-COUNT PIC 9(7) VALUE 0.
       01 WS-OWNER-COUNT PIC 9(7) VALUE 0.
       01 WS-RESULT-COUNT PIC 9(7) VALUE 0.
       01 WS-PASS-COUNT PIC 9(7) VALUE 0.
       01 WS-FAIL-COUNT PIC 9(7) VALUE 0.
       01 WS-BAD-RESULT-COUNT PIC 9(7) VALUE 0.
       01 WS-RECOVERED-COUNT PIC 9(7) VALUE 0.
       01 WS-SUSPENDED-COUNT PIC 9(7) VALUE 0.
       01 WS-UNKNOWN-COUNT PIC 9(7) VALUE 0.
       01 WS-NOT-ACTIVE-COUNT PIC 9(7) VALUE 0.
       01 WS-CARRIED-COUNT PIC 9(7) VALUE 0.
       01 WS-DROPPED-COUNT PIC 9(7) VALUE 0.
       01 WS-STATUS-WRITTEN PIC 9(7) VALUE 0.
       01 WS-PARM-LEN PIC 9(4).
       01 WS-OWNER-LINE.
           05 FILLER          PIC X(6) VALUE 'OWNER '.
           05 WS-OWN-ID       PIC X(8).
       01 WS-HEADING-LINE.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(8)  VALUE 'CODE'.
           05 FILLER PIC X(7)  VALUE 'NIGHTS'.
           05 FILLER PIC X(10) VALUE 'SINCE'.
           05 FILLER PIC X(6)  VALUE 'HTTP'.
           05 FILLER PIC X(12) VALUE 'DISPOSITION'.
           05 FILLER PIC X(32) VALUE 'CHECKER REASON'.
           05 FILLER PIC X(8)  VALUE 'LONG URL'.
       01 WS-DETAIL-LINE.
           05 FILLER         PIC X(2) VALUE SPACES.
           05 WS-DTL-SHORT   PIC X(6).
           05 FILLER         PIC X(2) VALUE SPACES.
           05 WS-DTL-NIGHTS  PIC ZZ9.
           05 FILLER         PIC X(4) VALUE SPACES.
           05 WS-DTL-SINCE   PIC 9(8).
           05 FILLER         PIC X(2) VALUE SPACES.
           05 WS-DTL-HTTP    PIC X(3).
           05 FILLER         PIC X(3) VALUE SPACES.
           05 WS-DTL-ACTION  PIC X(10).
           05 FILLER         PIC X(2) VALUE SPACES.
           05 WS-DTL-REASON  PIC X(30).
           05 FILLER         PIC X(2) VALUE SPACES.
           05 WS-DTL-URL     PIC X(55).
       01 WS-OWNER-SUM-LINE.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 FILLER         PIC X(6)  VALUE 'TOTAL '.
           05 WS-SUM-OWNER   PIC X(8).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-SUM-CODES   PIC ZZZ,ZZ9.
           05 FILLER         PIC X(16)
               VALUE ' CODE(S) FAILING'.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 WS-SUM-SUSP    PIC ZZZ,ZZ9.
           05 FILLER         PIC X(22)
               VALUE ' SUSPENDED TONIGHT'.
       01 WS-COUNT-LINE.
           05 WS-CNT-LABEL   PIC X(32).
           05 WS-CNT-VALUE   PIC ZZZ,ZZZ,ZZ9.

       LINKAGE SECTION.
       01  LS-PARM.
           05 LS-PARM-LEN  PIC S9(4) COMP.
           05 LS-PARM-TEXT PIC X(100).

       PROCEDURE DIVISION USING LS-PARM.
       MAIN-LOGIC.
           MOVE 'URLLNKH' TO WS-JRNL-PGM
           MOVE 'LINKHLTH' TO WS-SUBMITTED-BY
           IF LS-PARM-LEN > 0 AND LS-PARM-LEN <= 3
                   AND LS-PARM-TEXT(1:LS-PARM-LEN) IS NUMERIC
               MOVE LS-PARM-LEN TO WS-PARM-LEN
               MOVE 0 TO WS-FAIL-LIMIT
               MOVE LS-PARM-TEXT(1:WS-PARM-LEN)
                   TO WS-FAIL-LIMIT(4 - WS-PARM-LEN:WS-PARM-LEN)
               IF WS-FAIL-LIMIT = 0
                   MOVE 3 TO WS-FAIL-LIMIT
               END-IF
           END-IF
           PERFORM GET-BUSINESS-DATE
           MOVE 'URLLNKH' TO WS-RUN-PGM
           PERFORM WRITE-RUN-START
           DISPLAY 'URL-LINK-HEALTH: dead-link sweep, suspending'
               ' after ' WS-FAIL-LIMIT ' failed night(s)'
           PERFORM VERIFY-RESULTS-FILE
           IF NOT WS-FILE-BALANCES
               DISPLAY 'URL-LKRES does not balance - run abandoned'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM OPEN-FILES
               IF WS-MASTER-STATUS = '35'
                   DISPLAY 'URL-MASTER does not exist; nothing to'
                       ' check'
               ELSE
                   SORT URL-SORT-WORK
                       ON ASCENDING KEY WS-SORT-OWNER
                       ON ASCENDING KEY WS-SORT-SHORT
                       INPUT PROCEDURE IS APPLY-LINK-RESULTS
                       OUTPUT PROCEDURE IS PRINT-DEAD-LINK-NOTICES
               END-IF
               PERFORM PRINT-GRAND-TOTALS
               PERFORM DISPLAY-SUMMARY
               PERFORM CLOSE-FILES
           END-IF
           PERFORM RECORD-RUN-END
           STOP RUN.

       RECORD-RUN-END.
           MOVE 'RESULTS' TO WS-RUN-CNT-LABEL(1)
           MOVE WS-RESULT-COUNT TO WS-RUN-CNT-VALUE(1)
           MOVE 'FAILED' TO WS-RUN-CNT-LABEL(2)
           MOVE WS-FAIL-COUNT TO WS-RUN-CNT-VALUE(2)
           MOVE 'SUSPENDD' TO WS-RUN-CNT-LABEL(3)
           MOVE WS-SUSPENDED-COUNT TO WS-RUN-CNT-VALUE(3)
           MOVE 'RECOVERD' TO WS-RUN-CNT-LABEL(4)
           MOVE WS-RECOVERED-COUNT TO WS-RUN-CNT-VALUE(4)
           PERFORM WRITE-RUN-END.

      *> First pass balances the results before anything is
      *> applied: header present and echoing tonight's business
      *> date from the request (an old results file resubmitted
      *> would count its failures a second time), trailer
      *> present, the trailer count equal to the details on the
      *> file, its passed and failed counts equal to the PASS and
      *> FAIL details, and the details strictly ascending by
      *> code - the merge against the status file depends on it,
      *> and a code answered twice would otherwise be counted
      *> twice. The file is then closed and reopened for the
      *> processing pass.
       VERIFY-RESULTS-FILE.
           SET WS-FILE-BALANCES TO FALSE
           OPEN INPUT URL-LKRES
           IF WS-LKRES-STATUS = '35'
               DISPLAY 'URL-LKRES does not exist'
           ELSE
               PERFORM READ-LKRES-RECORD
               PERFORM UNTIL WS-RES-EOF
                   EVALUATE TRUE
                       WHEN WS-LKRS-HEADER
                           SET WS-HDR-SEEN TO TRUE
                           MOVE WS-LKRS-RECORD TO WS-LKRS-HEADER-BODY
                           MOVE WS-LKRS-H-CHECK-DATE TO WS-CHECK-DATE
                           MOVE WS-LKRS-H-BUS-DATE
                               TO WS-RESULTS-BUS-DATE
                       WHEN WS-LKRS-DETAIL
                           ADD 1 TO WS-VERIFY-DETAILS
                           MOVE WS-LKRS-RECORD TO WS-LKRS-DETAIL-BODY
                           IF WS-LKRS-D-PASSED
                               ADD 1 TO WS-VERIFY-PASSED
                           END-IF
                           IF WS-LKRS-D-FAILED
                               ADD 1 TO WS-VERIFY-FAILED
                           END-IF
                           IF WS-LKRS-D-SHORT <= WS-VERIFY-PREV-SHORT
                               SET WS-SEQ-OK TO FALSE
                           END-IF
                           MOVE WS-LKRS-D-SHORT TO WS-VERIFY-PREV-SHORT
                       WHEN WS-LKRS-TRAILER
                           SET WS-TRL-SEEN TO TRUE
                           MOVE WS-LKRS-RECORD TO WS-LKRS-TRAILER-BODY
                           MOVE WS-LKRS-T-COUNT TO WS-TRAILER-CLAIM
                           MOVE WS-LKRS-T-PASSED TO WS-TRAILER-PASSED
                           MOVE WS-LKRS-T-FAILED TO WS-TRAILER-FAILED
                   END-EVALUATE
                   PERFORM READ-LKRES-RECORD
               END-PERFORM
               EVALUATE TRUE
                   WHEN NOT WS-HDR-SEEN
                       DISPLAY 'URL-LKRES header record missing'
                   WHEN NOT WS-TRL-SEEN
                       DISPLAY 'URL-LKRES trailer record missing'
                   WHEN WS-RESULTS-BUS-DATE NOT = WS-BUSINESS-DATE
                       DISPLAY 'URL-LKRES answers business date '
                           WS-RESULTS-BUS-DATE ', not '
                           WS-BUSINESS-DATE
                   WHEN WS-TRAILER-CLAIM NOT = WS-VERIFY-DETAILS
                       DISPLAY 'URL-LKRES trailer claims '
                           WS-TRAILER-CLAIM ' detail(s), file holds '
                           WS-VERIFY-DETAILS
                   WHEN WS-TRAILER-PASSED NOT = WS-VERIFY-PASSED
                           OR WS-TRAILER-FAILED NOT = WS-VERIFY-FAILED
                       DISPLAY 'URL-LKRES trailer claims '
                           WS-TRAILER-PASSED ' pass / '
                           WS-TRAILER-FAILED ' fail, details hold '
                           WS-VERIFY-PASSED ' / ' WS-VERIFY-FAILED
                   WHEN NOT WS-SEQ-OK
                       DISPLAY 'URL-LKRES details out of short-code'
                           ' sequence or duplicated'
                   WHEN OTHER
                       SET WS-FILE-BALANCES TO TRUE
               END-EVALUATE
           END-IF
           CLOSE URL-LKRES
           SET WS-RES-EOF TO FALSE.

       OPEN-FILES.
           OPEN INPUT URL-LKRES
           OPEN INPUT URL-LKSTAT
           OPEN OUTPUT URL-LKSNEW
           OPEN I-O URL-MASTER
           OPEN EXTEND URL-AUDIT
           OPEN EXTEND URL-JOURNAL
           OPEN OUTPUT URL-REPORT
           MOVE 'URL DEAD-LINK NOTICES BY OWNER' TO WS-RPT-TITLE
           MOVE WS-CD-YYYYMMDD TO WS-RPT-TL-DATE.

       PRINT-PAGE-HEADING.
           MOVE WS-HEADING-LINE TO WS-PRINT-LINE
           PERFORM WRITE-HEADING-LINE
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-HEADING-LINE.

       READ-LKRES-RECORD.
           READ URL-LKRES
               AT END
                   SET WS-RES-EOF TO TRUE
           END-READ.

      *> Both sides arrive in short-code order, so tonight's
      *> results and the standing failure runs are matched in one
      *> pass; the new status file comes out in the same order.
       APPLY-LINK-RESULTS.
           PERFORM READ-RESULT-DETAIL
           PERFORM READ-OLD-STATUS
           PERFORM UNTIL WS-RES-KEY = HIGH-VALUES
                     AND WS-OLD-KEY = HIGH-VALUES
               EVALUATE TRUE
                   WHEN WS-RES-KEY < WS-OLD-KEY
                       SET WS-HAS-PRIOR-RUN TO FALSE
                       PERFORM APPLY-ONE-RESULT
                       PERFORM READ-RESULT-DETAIL
                   WHEN WS-RES-KEY = WS-OLD-KEY
                       SET WS-HAS-PRIOR-RUN TO TRUE
                       PERFORM APPLY-ONE-RESULT
                       PERFORM READ-RESULT-DETAIL
                       PERFORM READ-OLD-STATUS
                   WHEN OTHER
                       PERFORM CARRY-FORWARD-STATUS
                       PERFORM READ-OLD-STATUS
               END-EVALUATE
           END-PERFORM.

       READ-RESULT-DETAIL.
           SET WS-RES-DETAIL-FOUND TO FALSE
           PERFORM UNTIL WS-RES-DETAIL-FOUND OR WS-RES-EOF
               PERFORM READ-LKRES-RECORD
               IF NOT WS-RES-EOF AND WS-LKRS-DETAIL
                   SET WS-RES-DETAIL-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-RES-EOF
               MOVE HIGH-VALUES TO WS-RES-KEY
           ELSE
               ADD 1 TO WS-RESULT-COUNT
               MOVE WS-LKRS-RECORD TO WS-LKRS-DETAIL-BODY
               MOVE WS-LKRS-D-SHORT TO WS-RES-KEY
           END-IF.

      *> A missing status file is a first run: every code starts
      *> with a clean record.
       READ-OLD-STATUS.
           IF WS-LKSTAT-STATUS = '35'
               MOVE HIGH-VALUES TO WS-OLD-KEY
           ELSE
               READ URL-LKSTAT
                   AT END
                       MOVE HIGH-VALUES TO WS-OLD-KEY
                   NOT AT END
                       MOVE WS-LKST-SHORT TO WS-OLD-KEY
               END-READ
           END-IF.

       APPLY-ONE-RESULT.
           MOVE WS-RES-KEY TO WS-SHORT
           READ URL-MASTER
               INVALID KEY
                   ADD 1 TO WS-UNKNOWN-COUNT
                   DISPLAY 'Result for code not on master: '
                       WS-RES-KEY
               NOT INVALID KEY
                   PERFORM APPLY-RESULT-TO-ENTRY
           END-READ.

      *> A code that went off (suspended, blocked, merged) between
      *> the extract and tonight's results has nothing left to
      *> protect, so its failure is counted and its run dropped.
      *> A result the checker could not classify leaves the code's
      *> standing run exactly as it was.
       APPLY-RESULT-TO-ENTRY.
           EVALUATE TRUE
               WHEN WS-LKRS-D-PASSED
                   ADD 1 TO WS-PASS-COUNT
                   IF WS-HAS-PRIOR-RUN
                       ADD 1 TO WS-RECOVERED-COUNT
                   END-IF
               WHEN WS-LKRS-D-FAILED
                   ADD 1 TO WS-FAIL-COUNT
                   IF WS-ENTRY-ACTIVE
                       PERFORM EXTEND-FAILURE-RUN
                   ELSE
                       ADD 1 TO WS-NOT-ACTIVE-COUNT
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-BAD-RESULT-COUNT
                   DISPLAY 'Unrecognised check result '''
                       WS-LKRS-D-RESULT ''' for ' WS-RES-KEY
                   IF WS-HAS-PRIOR-RUN AND WS-ENTRY-ACTIVE
                       MOVE WS-LKST-RECORD TO WS-LKSNEW-RECORD
                       WRITE WS-LKSNEW-RECORD
                       ADD 1 TO WS-CARRIED-COUNT
                       ADD 1 TO WS-STATUS-WRITTEN
                   END-IF
           END-EVALUATE.

      *> The run grows by one night per business date only, so
      *> rerunning a night against the status file it already
      *> produced leaves the count where it was.
       EXTEND-FAILURE-RUN.
           IF WS-HAS-PRIOR-RUN
               MOVE WS-LKST-FAIL-NIGHTS TO WS-NEW-FAIL-NIGHTS
               MOVE WS-LKST-FIRST-FAIL TO WS-NEW-FIRST-FAIL
               IF WS-LKST-LAST-FAIL NOT = WS-BUSINESS-DATE
                       AND WS-NEW-FAIL-NIGHTS < 999
                   ADD 1 TO WS-NEW-FAIL-NIGHTS
               END-IF
           ELSE
               MOVE 1 TO WS-NEW-FAIL-NIGHTS
               MOVE WS-BUSINESS-DATE TO WS-NEW-FIRST-FAIL
           END-IF
           IF WS-NEW-FAIL-NIGHTS >= WS-FAIL-LIMIT
               PERFORM APPLY-LINK-SUSPENSION
               ADD 1 TO WS-SUSPENDED-COUNT
               MOVE 'SUSPENDED' TO WS-SORT-ACTION
               DISPLAY 'Suspended ' WS-SHORT ' - link failed '
                   WS-NEW-FAIL-NIGHTS ' night(s) running'
           ELSE
               PERFORM WRITE-NEW-STATUS
               MOVE 'FAILING' TO WS-SORT-ACTION
           END-IF
           PERFORM RELEASE-DEAD-LINK.

       WRITE-NEW-STATUS.
           MOVE SPACES TO WS-LKSNEW-RECORD
           MOVE WS-SHORT TO WS-LKSNEW-SHORT
           MOVE WS-NEW-FAIL-NIGHTS TO WS-LKSNEW-FAIL-NIGHTS
           MOVE WS-NEW-FIRST-FAIL TO WS-LKSNEW-FIRST-FAIL
           MOVE WS-BUSINESS-DATE TO WS-LKSNEW-LAST-FAIL
           MOVE WS-LKRS-D-HTTP TO WS-LKSNEW-LAST-HTTP
           MOVE WS-LKRS-D-REASON TO WS-LKSNEW-LAST-REASON
           WRITE WS-LKSNEW-RECORD
           ADD 1 TO WS-STATUS-WRITTEN.

      *> Not checked tonight: the run stands while the code is
      *> still active, and is dropped once the code has gone off
      *> or off the master - a REACTIVEd code starts clean.
       CARRY-FORWARD-STATUS.
           MOVE WS-OLD-KEY TO WS-SHORT
           READ URL-MASTER
               INVALID KEY
                   ADD 1 TO WS-DROPPED-COUNT
               NOT INVALID KEY
                   IF WS-ENTRY-ACTIVE
                       MOVE WS-LKST-RECORD TO WS-LKSNEW-RECORD
                       WRITE WS-LKSNEW-RECORD
                       ADD 1 TO WS-CARRIED-COUNT
                       ADD 1 TO WS-STATUS-WRITTEN
                   ELSE
                       ADD 1 TO WS-DROPPED-COUNT
                   END-IF
           END-READ.

       APPLY-LINK-SUSPENSION.
           MOVE WS-URL-ENTRY TO WS-JRNL-SAVE-BEFORE
           MOVE 'S' TO WS-ENTRY-STATUS
           REWRITE WS-URL-ENTRY
           MOVE 'REWRITE' TO WS-JRNL-SAVE-ACTION
           MOVE WS-URL-ENTRY TO WS-JRNL-SAVE-AFTER
           PERFORM WRITE-JOURNAL-RECORD
           PERFORM WRITE-DEADLINK-AUDIT.

       WRITE-DEADLINK-AUDIT.
           MOVE WS-SUBMITTED-BY TO WS-AUDIT-CREATED-BY
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           STRING WS-CD-YYYYMMDD WS-CD-HHMMSS DELIMITED BY SIZE
               INTO WS-AUDIT-TIMESTAMP
           MOVE WS-SHORT TO WS-AUDIT-SHORT
           MOVE WS-LONG-URL TO WS-AUDIT-LONG-URL
           MOVE 'DEADLINK' TO WS-AUDIT-ACTION
           WRITE WS-AUDIT-RECORD.

       RELEASE-DEAD-LINK.
           MOVE WS-CREATED-BY TO WS-SORT-OWNER
           MOVE WS-SHORT TO WS-SORT-SHORT
           MOVE WS-NEW-FAIL-NIGHTS TO WS-SORT-NIGHTS
           MOVE WS-NEW-FIRST-FAIL TO WS-SORT-FIRST-FAIL
           MOVE WS-LKRS-D-HTTP TO WS-SORT-HTTP
           MOVE WS-LKRS-D-REASON TO WS-SORT-REASON
           MOVE WS-LONG-URL TO WS-SORT-URL
           RELEASE WS-SORT-RECORD.

       PRINT-DEAD-LINK-NOTICES.
           SET WS-EOF TO FALSE
           RETURN URL-SORT-WORK
               AT END
                   SET WS-EOF TO TRUE
           END-RETURN
           PERFORM UNTIL WS-EOF
               IF NOT WS-GROUP-OPEN
                       OR WS-SORT-OWNER NOT = WS-GROUP-OWNER
                   PERFORM CLOSE-OWNER-GROUP
                   PERFORM OPEN-OWNER-GROUP
               END-IF
               PERFORM PRINT-DEAD-LINK-LINE
               RETURN URL-SORT-WORK
                   AT END
                       SET WS-EOF TO TRUE
               END-RETURN
           END-PERFORM
           PERFORM CLOSE-OWNER-GROUP.

       OPEN-OWNER-GROUP.
           MOVE WS-SORT-OWNER TO WS-GROUP-OWNER
           MOVE 0 TO WS-OWNER-CODE-COUNT
           MOVE 0 TO WS-OWNER-SUSP-COUNT
           ADD 1 TO WS-OWNER-COUNT
           SET WS-GROUP-OPEN TO TRUE
           MOVE WS-GROUP-OWNER TO WS-OWN-ID
           MOVE WS-OWNER-LINE TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE.

       PRINT-DEAD-LINK-LINE.
           ADD 1 TO WS-OWNER-CODE-COUNT
           IF WS-SORT-ACTION = 'SUSPENDED'
               ADD 1 TO WS-OWNER-SUSP-COUNT
           END-IF
           MOVE WS-SORT-SHORT TO WS-DTL-SHORT
           MOVE WS-SORT-NIGHTS TO WS-DTL-NIGHTS
           MOVE WS-SORT-FIRST-FAIL TO WS-DTL-SINCE
           MOVE WS-SORT-HTTP TO WS-DTL-HTTP
           MOVE WS-SORT-ACTION TO WS-DTL-ACTION
           MOVE WS-SORT-REASON TO WS-DTL-REASON
           MOVE WS-SORT-URL TO WS-DTL-URL
           MOVE WS-DETAIL-LINE TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE.

       CLOSE-OWNER-GROUP.
           IF WS-GROUP-OPEN
               MOVE WS-GROUP-OWNER TO WS-SUM-OWNER
               MOVE WS-OWNER-CODE-COUNT TO WS-SUM-CODES
               MOVE WS-OWNER-SUSP-COUNT TO WS-SUM-SUSP
               MOVE WS-OWNER-SUM-LINE TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE SPACES TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               SET WS-GROUP-OPEN TO FALSE
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
           MOVE 'Check results applied          :' TO WS-CNT-LABEL
           MOVE WS-RESULT-COUNT TO WS-CNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE 'Links passing                  :' TO WS-CNT-LABEL
           MOVE WS-PASS-COUNT TO WS-CNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE 'Links failing                  :' TO WS-CNT-LABEL
           MOVE WS-FAIL-COUNT TO WS-CNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE 'Failure runs ended by a pass   :' TO WS-CNT-LABEL
           MOVE WS-RECOVERED-COUNT TO WS-CNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE 'Codes suspended this run       :' TO WS-CNT-LABEL
           MOVE WS-SUSPENDED-COUNT TO WS-CNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE 'Owners notified                :' TO WS-CNT-LABEL
           MOVE WS-OWNER-COUNT TO WS-CNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE 'Failures on codes already off  :' TO WS-CNT-LABEL
           MOVE WS-NOT-ACTIVE-COUNT TO WS-CNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE 'Results for codes not on file  :' TO WS-CNT-LABEL
           MOVE WS-UNKNOWN-COUNT TO WS-CNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE 'Results not PASS or FAIL       :' TO WS-CNT-LABEL
           MOVE WS-BAD-RESULT-COUNT TO WS-CNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE 'Runs carried forward unchecked :' TO WS-CNT-LABEL
           MOVE WS-CARRIED-COUNT TO WS-CNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE 'Runs dropped, code gone off    :' TO WS-CNT-LABEL
           MOVE WS-DROPPED-COUNT TO WS-CNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE 'Failure-night limit            :' TO WS-CNT-LABEL
           MOVE WS-FAIL-LIMIT TO WS-CNT-VALUE
           PERFORM PRINT-COUNT-LINE
           IF WS-FAIL-COUNT = 0
               MOVE 'NO DEAD LINKS REPORTED TONIGHT' TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

       DISPLAY-SUMMARY.
           DISPLAY 'URL-LINK-HEALTH run complete'
           DISPLAY 'Checks run on            : ' WS-CHECK-DATE
           DISPLAY 'Check results applied    : ' WS-RESULT-COUNT
           DISPLAY 'Links failing            : ' WS-FAIL-COUNT
           DISPLAY 'Codes suspended          : ' WS-SUSPENDED-COUNT
           DISPLAY 'Failure runs on file     : ' WS-STATUS-WRITTEN
           DISPLAY 'Business date used       : ' WS-BUSINESS-DATE
               ' (' WS-BUSINESS-DATE-SRC ')'.

       CLOSE-FILES.
           CLOSE URL-LKRES
           CLOSE URL-LKSTAT
           CLOSE URL-LKSNEW
           CLOSE URL-MASTER
           CLOSE URL-AUDIT
           CLOSE URL-JOURNAL
           CLOSE URL-REPORT.

           COPY URLJPROC.

           COPY URLRPROC.

           COPY URLDPROC.

           COPY URLOPROC.

       END PROGRAM URL-LINK-HEALTH.
