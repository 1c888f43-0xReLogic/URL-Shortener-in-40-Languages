               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BCTL-STATUS.
           COPY URLDSEL.
           COPY URLGSEL.
           COPY URLOSEL.
           COPY URLISEL.
           COPY URLYSEL.
           COPY URLPSEL.
           SELECT URL-CKPT ASSIGN TO "URLCKPT"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
           RECORDING MODE IS F.
           COPY URLJRN.

       FD  URL-GOLIVE
           RECORDING MODE IS F.
           COPY URLGLV.

       FD  URL-RUNCTL
           RECORDING MODE IS F.
           COPY URLRCT.

       FD  URL-RVWRULE
           RECORDING MODE IS F.
           COPY URLIRL.

       FD  URL-RVWQ
           RECORDING MODE IS F.
           COPY URLRVQ.

       FD  URL-REPORT
           RECORDING MODE IS F.
           COPY URLPRT.

       WORKING-STORAGE SECTION.
           COPY URLWS.
       01 WS-TRANS-STATUS PIC XX.
       01 WS-REJECTED-COUNT PIC 9(7) VALUE 0.
       01 WS-VANITY-HONORED-COUNT PIC 9(7) VALUE 0.
       01 WS-VANITY-SUBST-COUNT PIC 9(7) VALUE 0.
       01 WS-PENDING-COUNT PIC 9(7) VALUE 0.
       01 WS-HELD-REVIEW-COUNT PIC 9(7) VALUE 0.

       01 WS-RSVD-STATUS PIC XX.
       01 WS-QTANEW-STATUS PIC XX.
       01 WS-SKIP-IDX PIC 9(7).
       01 WS-QUOTA-CHARGED-RUN PIC 9(7) VALUE 0.
       01 WS-PARM-LEN PIC 9(4).
       01 WS-PARM-USER PIC X(8).
       01 WS-PARM-OPTION-1 PIC X(10).
       01 WS-PARM-OPTION-2 PIC X(10).
       01 WS-PARM-OPTION PIC X(10).
           COPY URLRPTW.
       01 WS-SIM-QTA-START PIC 9(7) VALUE 0.
       01 WS-SIM-QTA-REMAIN PIC 9(7) VALUE 0.
       01 WS-SIM-PIECE PIC X(40).
       01 WS-SIM-DETAIL-PTR PIC 9(3).
       01 WS-SIM-HEADING-SW PIC X VALUE 'Y'.
           88 WS-SIM-COLUMN-HEADING VALUE 'Y' FALSE 'N'.
       01 WS-SIM-HEADING.
           05 FILLER PIC X(9)  VALUE '   RECORD'.
           05 FILLER PIC X(16) VALUE 'OUTCOME'.
           05 FILLER PIC X(8)  VALUE 'CODE'.
           05 FILLER PIC X(50) VALUE 'DETAIL'.
           05 FILLER PIC X(49) VALUE 'LONG URL'.
       01 WS-SIM-LINE.
           05 WS-SML-SEQ         PIC ZZZZZZ9.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 WS-SML-OUTCOME     PIC X(14).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 WS-SML-CODE        PIC X(6).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 WS-SML-DETAIL      PIC X(48).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 WS-SML-URL         PIC X(49).
       01 WS-SIM-COUNT-LINE.
           05 WS-SCL-LABEL       PIC X(36).
           05 WS-SCL-VALUE       PIC ZZ,ZZZ,ZZ9.
       01 WS-SIM-TEXT-LINE.
           05 WS-STL-LABEL       PIC X(36).
           05 WS-STL-VALUE       PIC X(40).

       LINKAGE SECTION.
       01  LS-PARM.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           STRING WS-CD-YYYYMMDD WS-CD-HHMMSS DELIMITED BY SIZE
               INTO WS-RUN-START-STAMP
           PERFORM SCAN-PARM
           PERFORM GET-BUSINESS-DATE
           MOVE WS-BUSINESS-DATE(1:6) TO WS-QUOTA-RUN-PERIOD
           IF WS-SIMULATE-RUN
               PERFORM SIMULATE-LOAD
               STOP RUN
           END-IF
           MOVE 'URLBATCH' TO WS-RUN-PGM
           PERFORM WRITE-RUN-START
           PERFORM CHECK-PRIOR-RUN
           IF WS-RUN-ALREADY-DONE AND NOT WS-RUN-OVERRIDE
               DISPLAY 'URL-BATCH already ran successfully for'
                   ' business date ' WS-BUSINESS-DATE
                   ' - run refused, nothing loaded'
               DISPLAY 'Resubmit with PARM ''user,RERUN'' only if a'
                   ' second load for the date is intended'
               MOVE 8 TO RETURN-CODE
               PERFORM RECORD-RUN-END
               STOP RUN
           END-IF
           PERFORM OPEN-FILES
           PERFORM LOAD-RESERVED-CODES
           PERFORM LOAD-BLOCKLIST-TABLE
           PERFORM LOAD-QUOTA-TABLE
           PERFORM LOAD-REVIEW-RULES
           PERFORM RESTART-SKIP-PROCESSED-RECORDS
           PERFORM READ-TRANS-RECORD
           PERFORM UNTIL WS-EOF
               MOVE WS-TRANS-URL TO WS-URL
               MOVE WS-TRANS-VANITY-CODE TO WS-REQUESTED-CODE
               MOVE WS-TRANS-EFFECTIVE-DATE TO WS-EFFECTIVE-DATE
               PERFORM PROCESS-URL
               PERFORM COUNT-VANITY-OUTCOME
               ADD 1 TO WS-TOTAL-PROCESSED
                       ADD 1 TO WS-QUOTA-CHARGED-RUN
                       DISPLAY 'Short URL: ' WS-SHORT
                           ' -> ' WS-LONG-URL
                       IF WS-FILED-PENDING
                           PERFORM WRITE-GOLIVE-RECORD
                           ADD 1 TO WS-PENDING-COUNT
                           DISPLAY 'Pending until go-live date '
                               WS-GO-LIVE-DATE ': ' WS-SHORT
                       END-IF
                       IF WS-HOLD-FOR-REVIEW
                           PERFORM WRITE-REVIEW-RECORD
                           ADD 1 TO WS-HELD-REVIEW-COUNT
                           DISPLAY 'Held for review (' WS-RVW-REASON
                               '): ' WS-SHORT
                       END-IF
                   END-IF
               END-IF
               PERFORM WRITE-CHECKPOINT-IF-DUE
           PERFORM WRITE-CONTROL-TOTALS
           PERFORM DISPLAY-SUMMARY
           PERFORM CLOSE-FILES
           PERFORM RECORD-RUN-END
           STOP RUN.

      *> The PARM is the submitting user ID, optionally followed
      *> by comma-separated run options: RERUN lets a second load
      *> for the same business date through the run-control guard;
      *> SIMULATE runs the file through every check and prints the
      *> pre-edit report without writing anything (SIMULATE-LOAD).
       SCAN-PARM.
           MOVE SPACES TO WS-SUBMITTED-BY
           MOVE SPACES TO WS-PARM-USER
           MOVE SPACES TO WS-PARM-OPTION-1
           MOVE SPACES TO WS-PARM-OPTION-2
           IF LS-PARM-LEN > 0
               MOVE LS-PARM-LEN TO WS-PARM-LEN
               UNSTRING LS-PARM-TEXT(1:WS-PARM-LEN) DELIMITED BY ','
                   INTO WS-PARM-USER WS-PARM-OPTION-1
                       WS-PARM-OPTION-2
               END-UNSTRING
           END-IF
           IF WS-PARM-USER = SPACES
               MOVE 'BATCHJOB' TO WS-SUBMITTED-BY
           ELSE
               MOVE WS-PARM-USER TO WS-SUBMITTED-BY
           END-IF
           MOVE WS-PARM-OPTION-1 TO WS-PARM-OPTION
           PERFORM APPLY-PARM-OPTION
           MOVE WS-PARM-OPTION-2 TO WS-PARM-OPTION
           PERFORM APPLY-PARM-OPTION.

       APPLY-PARM-OPTION.
           EVALUATE FUNCTION UPPER-CASE(WS-PARM-OPTION)
               WHEN SPACES
                   CONTINUE
               WHEN 'RERUN'
                   SET WS-RUN-OVERRIDE TO TRUE
               WHEN 'SIMULATE'
                   SET WS-SIMULATE-RUN TO TRUE
               WHEN OTHER
                   DISPLAY 'Unknown PARM option ignored: '
                       WS-PARM-OPTION
           END-EVALUATE.

       RECORD-RUN-END.
           MOVE 'READ' TO WS-RUN-CNT-LABEL(1)
           MOVE WS-READ-COUNT TO WS-RUN-CNT-VALUE(1)
           MOVE 'CREATED' TO WS-RUN-CNT-LABEL(2)
           MOVE WS-STORED-COUNT TO WS-RUN-CNT-VALUE(2)
           MOVE 'REUSED' TO WS-RUN-CNT-LABEL(3)
           MOVE WS-REUSED-COUNT TO WS-RUN-CNT-VALUE(3)
           MOVE 'REJECTED' TO WS-RUN-CNT-LABEL(4)
           MOVE WS-REJECTED-COUNT TO WS-RUN-CNT-VALUE(4)
           PERFORM WRITE-RUN-END.

       OPEN-FILES.
           OPEN INPUT URL-TRANS
           OPEN I-O URL-MASTER
               DISPLAY 'If the cluster predates the 14-byte'
                   ' checkpoint record, run URLCKPTM first'
               MOVE 8 TO RETURN-CODE
               PERFORM RECORD-RUN-END
               STOP RUN
           END-IF
           READ URL-CKPT
           OPEN INPUT URL-QUOTA
           OPEN EXTEND URL-AUDIT
           OPEN EXTEND URL-ERROR
           OPEN EXTEND URL-JOURNAL
           OPEN EXTEND URL-GOLIVE
           OPEN EXTEND URL-RVWQ.

      *> The reserved-code list is optional: a missing URL-RSVD file
      *> (status 35) just leaves the table empty, so every vanity
               WS-VANITY-SUBST-COUNT
           DISPLAY 'Rejected over creation quota     : '
               WS-QUOTA-REJ-COUNT
           DISPLAY 'Created pending future go-live   : '
               WS-PENDING-COUNT
           DISPLAY 'Created held for review          : '
               WS-HELD-REVIEW-COUNT
           DISPLAY 'Business date used               : '
               WS-BUSINESS-DATE ' (' WS-BUSINESS-DATE-SRC ')'.

      *> What-if run of a transaction file before it is loaded:
      *> every record goes through PROCESS-URL with WS-SIMULATE-RUN
      *> on, so validation, canonicalization, blocklist, duplicate,
      *> vanity, reserved-code, quota and review outcomes are the
      *> ones a load would get against tonight's files - but the
      *> master, the quota and review files are read only, nothing
      *> is journaled, audited or logged as an error, and URL-QTANEW,
      *> URL-BCTL, URL-GOLIVE, URL-RVWQ, URL-CKPT and URL-RUNCTL are
      *> not written. The pre-edit report on URL-REPORT gives one
      *> line per transaction, then the projected quota position
      *> of the submitting user and the totals. Minted codes shown
      *> are indicative only - the real load mints its own - but
      *> an honored vanity code is the one the load would file.
      *> Run it with the same submitting user as the real load:
      *> that is whose quota is charged.
       SIMULATE-LOAD.
           DISPLAY 'URL-BATCH SIMULATION - nothing will be written'
           MOVE 'URLBATCH' TO WS-RUN-PGM
           PERFORM CHECK-PRIOR-RUN
           OPEN INPUT URL-TRANS
           OPEN INPUT URL-MASTER
           IF WS-MASTER-STATUS = '35'
               DISPLAY 'URL-MASTER does not exist yet - simulating'
                   ' a first load against an empty master'
               SET WS-SIM-NO-MASTER TO TRUE
           END-IF
           OPEN INPUT URL-RSVD
           OPEN INPUT URL-BLKLST
           OPEN INPUT URL-QUOTA
           OPEN OUTPUT URL-REPORT
           MOVE 'URL-BATCH PRE-EDIT SIMULATION - NOTHING LOADED'
               TO WS-RPT-TITLE
           MOVE WS-CD-YYYYMMDD TO WS-RPT-TL-DATE
           PERFORM LOAD-RESERVED-CODES
           PERFORM LOAD-BLOCKLIST-TABLE
           PERFORM LOAD-QUOTA-TABLE
           PERFORM LOAD-REVIEW-RULES
           PERFORM FIND-QUOTA-ROW
           IF WS-QTA-FOUND-IDX > 0
               MOVE WS-QTA-USED(WS-QTA-FOUND-IDX) TO WS-SIM-QTA-START
           END-IF
           PERFORM READ-TRANS-RECORD
           PERFORM UNTIL WS-EOF
               MOVE WS-TRANS-URL TO WS-URL
               MOVE WS-TRANS-VANITY-CODE TO WS-REQUESTED-CODE
               MOVE WS-TRANS-EFFECTIVE-DATE TO WS-EFFECTIVE-DATE
               PERFORM PROCESS-URL
               PERFORM COUNT-VANITY-OUTCOME
               PERFORM COUNT-SIMULATED-OUTCOME
               PERFORM PRINT-SIMULATION-LINE
               PERFORM READ-TRANS-RECORD
           END-PERFORM
           PERFORM PRINT-SIMULATION-TOTALS
           DISPLAY 'SIMULATION ONLY - the counts below are projected'
           PERFORM DISPLAY-SUMMARY
           CLOSE URL-TRANS
           IF NOT WS-SIM-NO-MASTER
               CLOSE URL-MASTER
           END-IF
           CLOSE URL-RSVD
           CLOSE URL-BLKLST
           CLOSE URL-QUOTA
           CLOSE URL-REPORT.

       COUNT-SIMULATED-OUTCOME.
           IF NOT WS-URL-IS-VALID
               ADD 1 TO WS-REJECTED-COUNT
               IF WS-REJECT-REASON
                       = 'MONTHLY CREATION QUOTA EXCEEDED'
                   ADD 1 TO WS-QUOTA-REJ-COUNT
               END-IF
           ELSE
               IF WS-LONG-URL-FOUND
                   ADD 1 TO WS-REUSED-COUNT
               ELSE
                   ADD 1 TO WS-STORED-COUNT
                   ADD 1 TO WS-QUOTA-CHARGED-RUN
                   IF WS-FILED-PENDING
                       ADD 1 TO WS-PENDING-COUNT
                   END-IF
                   IF WS-HOLD-FOR-REVIEW
                       ADD 1 TO WS-HELD-REVIEW-COUNT
                   END-IF
               END-IF
           END-IF.

      *> Column headings on the transaction pages only; the
      *> quota and totals pages carry just the title.
       PRINT-PAGE-HEADING.
           IF WS-SIM-COLUMN-HEADING
               MOVE WS-SIM-HEADING TO WS-PRINT-LINE
               PERFORM WRITE-HEADING-LINE
               MOVE SPACES TO WS-PRINT-LINE
               PERFORM WRITE-HEADING-LINE
           END-IF.

       PRINT-SIMULATION-LINE.
           MOVE WS-READ-COUNT TO WS-SML-SEQ
           MOVE WS-TRANS-URL TO WS-SML-URL
           MOVE SPACES TO WS-SML-DETAIL
           MOVE 1 TO WS-SIM-DETAIL-PTR
           EVALUATE TRUE
               WHEN NOT WS-URL-IS-VALID
                   MOVE 'REJECTED' TO WS-SML-OUTCOME
                   MOVE SPACES TO WS-SML-CODE
                   MOVE WS-REJECT-REASON TO WS-SIM-PIECE
                   PERFORM ADD-SIMULATION-DETAIL
               WHEN WS-LONG-URL-FOUND
                   MOVE 'REUSE EXISTING' TO WS-SML-OUTCOME
                   MOVE WS-SHORT-CODE TO WS-SML-CODE
                   IF WS-SIM-REPEAT
                       MOVE 'REPEATS EARLIER RECORD' TO WS-SIM-PIECE
                   ELSE
                       MOVE 'ALREADY ON MASTER' TO WS-SIM-PIECE
                   END-IF
                   PERFORM ADD-SIMULATION-DETAIL
                   IF WS-VANITY-SUBSTITUTED
                       MOVE SPACES TO WS-SIM-PIECE
                       STRING 'VANITY ' WS-REQUESTED-CODE ' NOT USED'
                           DELIMITED BY SIZE INTO WS-SIM-PIECE
                       PERFORM ADD-SIMULATION-DETAIL
                   END-IF
               WHEN OTHER
                   MOVE WS-SHORT TO WS-SML-CODE
                   EVALUATE TRUE
                       WHEN WS-VANITY-HONORED
                           MOVE 'NEW - VANITY' TO WS-SML-OUTCOME
                       WHEN WS-VANITY-SUBSTITUTED
                           MOVE 'VANITY SUBST' TO WS-SML-OUTCOME
                           MOVE SPACES TO WS-SIM-PIECE
                           STRING 'VANITY ' WS-REQUESTED-CODE
                                   ' NOT AVAILABLE'
                               DELIMITED BY SIZE INTO WS-SIM-PIECE
                           PERFORM ADD-SIMULATION-DETAIL
                       WHEN OTHER
                           MOVE 'NEW CODE' TO WS-SML-OUTCOME
                   END-EVALUATE
                   IF WS-FILED-PENDING
                       MOVE SPACES TO WS-SIM-PIECE
                       STRING 'LIVE FROM ' WS-GO-LIVE-DATE
                           DELIMITED BY SIZE INTO WS-SIM-PIECE
                       PERFORM ADD-SIMULATION-DETAIL
                   END-IF
                   IF WS-HOLD-FOR-REVIEW
                       MOVE SPACES TO WS-SIM-PIECE
                       STRING 'HELD: ' WS-RVW-REASON
                           DELIMITED BY SIZE INTO WS-SIM-PIECE
                       PERFORM ADD-SIMULATION-DETAIL
                   END-IF
           END-EVALUATE
           MOVE WS-SIM-LINE TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE.

      *> Appends WS-SIM-PIECE to the detail column, '; ' between
      *> pieces; whatever does not fit is cut off.
       ADD-SIMULATION-DETAIL.
           IF WS-SIM-DETAIL-PTR > 1
               STRING '; ' DELIMITED BY SIZE
                   INTO WS-SML-DETAIL WITH POINTER WS-SIM-DETAIL-PTR
                   ON OVERFLOW
                       CONTINUE
               END-STRING
           END-IF
           STRING FUNCTION TRIM(WS-SIM-PIECE TRAILING)
                   DELIMITED BY SIZE
               INTO WS-SML-DETAIL WITH POINTER WS-SIM-DETAIL-PTR
               ON OVERFLOW
                   CONTINUE
           END-STRING.

       PRINT-SIMULATION-COUNT.
           MOVE WS-SIM-COUNT-LINE TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE.

       PRINT-SIMULATION-TEXT.
           MOVE WS-SIM-TEXT-LINE TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE.

       PRINT-SIMULATION-TOTALS.
           SET WS-SIM-COLUMN-HEADING TO FALSE
           PERFORM FORCE-NEW-REPORT-PAGE
           MOVE 'PROJECTED QUOTA POSITION' TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE 'Submitting user (charged)' TO WS-STL-LABEL
           MOVE WS-SUBMITTED-BY TO WS-STL-VALUE
           PERFORM PRINT-SIMULATION-TEXT
           MOVE 'Quota period' TO WS-STL-LABEL
           MOVE WS-QUOTA-RUN-PERIOD TO WS-STL-VALUE
           PERFORM PRINT-SIMULATION-TEXT
           PERFORM FIND-QUOTA-ROW
           EVALUATE TRUE
               WHEN WS-QTA-COUNT = 0
                   MOVE 'Creation quota' TO WS-STL-LABEL
                   MOVE 'NO QUOTA FILE - NOT LIMITED' TO WS-STL-VALUE
                   PERFORM PRINT-SIMULATION-TEXT
               WHEN WS-QTA-FOUND-IDX = 0
                   MOVE 'Creation quota' TO WS-STL-LABEL
                   MOVE 'NO QUOTA RECORD - NOT LIMITED'
                       TO WS-STL-VALUE
                   PERFORM PRINT-SIMULATION-TEXT
               WHEN OTHER
                   PERFORM PRINT-QUOTA-PROJECTION
           END-EVALUATE
           MOVE 'New codes charged by this file' TO WS-SCL-LABEL
           MOVE WS-QUOTA-CHARGED-RUN TO WS-SCL-VALUE
           PERFORM PRINT-SIMULATION-COUNT
           MOVE 'Rejected over creation quota' TO WS-SCL-LABEL
           MOVE WS-QUOTA-REJ-COUNT TO WS-SCL-VALUE
           PERFORM PRINT-SIMULATION-COUNT
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE 'PROJECTED TOTALS' TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE 'Transaction records read' TO WS-SCL-LABEL
           MOVE WS-READ-COUNT TO WS-SCL-VALUE
           PERFORM PRINT-SIMULATION-COUNT
           MOVE 'New codes' TO WS-SCL-LABEL
           MOVE WS-STORED-COUNT TO WS-SCL-VALUE
           PERFORM PRINT-SIMULATION-COUNT
           MOVE 'Existing codes reused' TO WS-SCL-LABEL
           MOVE WS-REUSED-COUNT TO WS-SCL-VALUE
           PERFORM PRINT-SIMULATION-COUNT
           MOVE 'Rejected' TO WS-SCL-LABEL
           MOVE WS-REJECTED-COUNT TO WS-SCL-VALUE
           PERFORM PRINT-SIMULATION-COUNT
           MOVE 'Vanity codes honored' TO WS-SCL-LABEL
           MOVE WS-VANITY-HONORED-COUNT TO WS-SCL-VALUE
           PERFORM PRINT-SIMULATION-COUNT
           MOVE 'Vanity codes substituted/not used' TO WS-SCL-LABEL
           MOVE WS-VANITY-SUBST-COUNT TO WS-SCL-VALUE
           PERFORM PRINT-SIMULATION-COUNT
           MOVE 'New codes pending a go-live date' TO WS-SCL-LABEL
           MOVE WS-PENDING-COUNT TO WS-SCL-VALUE
           PERFORM PRINT-SIMULATION-COUNT
           MOVE 'New codes held for review' TO WS-SCL-LABEL
           MOVE WS-HELD-REVIEW-COUNT TO WS-SCL-VALUE
           PERFORM PRINT-SIMULATION-COUNT
           MOVE 'Business date used' TO WS-STL-LABEL
           MOVE WS-BUSINESS-DATE TO WS-STL-VALUE
           PERFORM PRINT-SIMULATION-TEXT
           PERFORM PRINT-SIMULATION-WARNINGS.

       PRINT-QUOTA-PROJECTION.
           MOVE 'Monthly allowance' TO WS-SCL-LABEL
           MOVE WS-QTA-ALLOWANCE(WS-QTA-FOUND-IDX) TO WS-SCL-VALUE
           PERFORM PRINT-SIMULATION-COUNT
           MOVE 'Used before this file' TO WS-SCL-LABEL
           MOVE WS-SIM-QTA-START TO WS-SCL-VALUE
           PERFORM PRINT-SIMULATION-COUNT
           MOVE 'Projected used after this file' TO WS-SCL-LABEL
           MOVE WS-QTA-USED(WS-QTA-FOUND-IDX) TO WS-SCL-VALUE
           PERFORM PRINT-SIMULATION-COUNT
           IF WS-QTA-USED(WS-QTA-FOUND-IDX)
                   < WS-QTA-ALLOWANCE(WS-QTA-FOUND-IDX)
               COMPUTE WS-SIM-QTA-REMAIN =
                   WS-QTA-ALLOWANCE(WS-QTA-FOUND-IDX)
                       - WS-QTA-USED(WS-QTA-FOUND-IDX)
           ELSE
               MOVE 0 TO WS-SIM-QTA-REMAIN
           END-IF
           MOVE 'Projected allowance remaining' TO WS-SCL-LABEL
           MOVE WS-SIM-QTA-REMAIN TO WS-SCL-VALUE
           PERFORM PRINT-SIMULATION-COUNT.

      *> Conditions under which the real load would not match the
      *> projection, or would not run at all.
       PRINT-SIMULATION-WARNINGS.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           IF WS-RUN-ALREADY-DONE
               MOVE 'URL-BATCH HAS ALREADY LOADED FOR THIS BUSINESS'
                   TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE 'DATE - THE REAL LOAD IS REFUSED WITHOUT RERUN'
                   TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           IF WS-QTA-TABLE-OVERFLOW
               MOVE 'URL-QUOTA EXCEEDS THE 200-ROW TABLE - THE REAL'
                   TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE 'LOAD WOULD END RC=8 WITH THE QUOTA SWAP HELD'
                   TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           IF WS-SIM-TABLE-OVERFLOW
               MOVE 'OVER 1000 NEW CODES - REPEATS OF A LONG URL OR'
                   TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE 'VANITY CODE LATER IN THE FILE ARE NOT PROJECTED'
                   TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           MOVE 'MINTED CODES ARE INDICATIVE - THE LOAD MINTS ITS OWN'
               TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE.

       CLOSE-FILES.
           CLOSE URL-TRANS
           CLOSE URL-RSVD
           CLOSE URL-CKPT
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

           COPY URLRPROC.

       END PROGRAM URL-BATCH.
