      *> does not carry hit counts. The control timestamp advances
      *> to this run's start time after the trailer is written, so
      *> a failed run leaves it untouched and the next run re-ships
      *> the same window. Entries filed ahead of their go-live date
      *> ('P') and entries held at intake for review ('H') are
      *> held back in both modes - the farm must not learn a code
      *> before it is live - and ship as an add once URL-ACTIVATE
      *> or URL-REVIEW has switched them on.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY URLSEL.
           COPY URLJSEL.
           COPY URLDSEL.
           COPY URLOSEL.
           SELECT URL-XTRF ASSIGN TO "URLXTRF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-XTRF-STATUS.
       FD  URL-XCTL.
           COPY URLXCT.

       FD  URL-PCTL.
           COPY URLPCT.

       FD  URL-RUNCTL
           RECORDING MODE IS F.
           COPY URLRCT.

       WORKING-STORAGE SECTION.
           COPY URLWS.
       01 WS-XTRF-STATUS PIC XX.
       01 WS-CHANGE-COUNT PIC 9(7) VALUE 0.
       01 WS-DELETE-COUNT PIC 9(7) VALUE 0.
       01 WS-SKIPPED-HIT-ONLY PIC 9(7) VALUE 0.
       01 WS-HELD-PENDING PIC 9(7) VALUE 0.
      *> Journal before/after images laid over the URLREC shape so
      *> the material-change test can ignore the hit-count bytes.
       01 WS-IMAGE-BEFORE.
           05 WS-IMG-B-KEYS  PIC X(228).
           05 WS-IMG-B-HITS  PIC X(9).
           05 WS-IMG-B-OWNER.
               10 FILLER          PIC X(8).
               10 WS-IMG-B-STATUS PIC X(1).
                   88 WS-IMG-B-NOT-LIVE VALUE 'P' 'H'.
       01 WS-IMAGE-AFTER.
           05 WS-IMG-A-KEYS  PIC X(228).
           05 WS-IMG-A-HITS  PIC X(9).
           05 WS-IMG-A-OWNER.
               10 FILLER          PIC X(8).
               10 WS-IMG-A-STATUS PIC X(1).
                   88 WS-IMG-A-NOT-LIVE VALUE 'P' 'H'.
       01 WS-PARM-LEN PIC 9(4).

       LINKAGE SECTION.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           STRING WS-CD-YYYYMMDD WS-CD-HHMMSS DELIMITED BY SIZE
               INTO WS-RUN-START-STAMP
           PERFORM GET-BUSINESS-DATE
           MOVE 'URLXTRCT' TO WS-RUN-PGM
           PERFORM WRITE-RUN-START
           PERFORM OPEN-FILES
           PERFORM READ-CONTROL-RECORD
           PERFORM WRITE-HEADER-RECORD
           PERFORM ADVANCE-CONTROL-RECORD
           PERFORM DISPLAY-SUMMARY
           PERFORM CLOSE-FILES
           PERFORM RECORD-RUN-END
           STOP RUN.

       RECORD-RUN-END.
           MOVE 'ADDS' TO WS-RUN-CNT-LABEL(1)
           MOVE WS-ADD-COUNT TO WS-RUN-CNT-VALUE(1)
           MOVE 'CHANGES' TO WS-RUN-CNT-LABEL(2)
           MOVE WS-CHANGE-COUNT TO WS-RUN-CNT-VALUE(2)
           MOVE 'DELETES' TO WS-RUN-CNT-LABEL(3)
           MOVE WS-DELETE-COUNT TO WS-RUN-CNT-VALUE(3)
           MOVE 'HELD' TO WS-RUN-CNT-LABEL(4)
           MOVE WS-HELD-PENDING TO WS-RUN-CNT-VALUE(4)
           PERFORM WRITE-RUN-END.

       OPEN-FILES.
           OPEN INPUT URL-MASTER
           OPEN INPUT URL-JOURNAL
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF WS-ENTRY-PENDING OR WS-ENTRY-HELD
                           ADD 1 TO WS-HELD-PENDING
                       ELSE
                           PERFORM WRITE-ADD-DETAIL
                       END-IF
               END-READ
           END-PERFORM.

                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF WS-CREATED-TIMESTAMP > WS-SINCE-STAMP
                           IF WS-ENTRY-PENDING OR WS-ENTRY-HELD
                               ADD 1 TO WS-HELD-PENDING
                           ELSE
                               PERFORM WRITE-ADD-DETAIL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      *> ones that are not are URL-RESTORE reloads, shipped as
      *> adds here. REWRITEs that changed nothing but the hit
      *> count are noise to the farm and are skipped (counted, so
      *> the run summary shows what was filtered). The farm never
      *> saw a pending or held entry, so changes to one and its
      *> deletion are held too, and the REWRITE that makes it live
      *> ships as an add - unless it was filed inside the
      *> window, when the master sweep has already shipped it.
       EXTRACT-ONE-JOURNAL-EVENT.
           MOVE WS-JRNL-BEFORE TO WS-IMAGE-BEFORE
           MOVE WS-JRNL-AFTER TO WS-IMAGE-AFTER
           EVALUATE TRUE
               WHEN WS-JRNL-IS-WRITE AND WS-IMG-A-NOT-LIVE
               WHEN WS-JRNL-IS-REWRITE AND WS-IMG-A-NOT-LIVE
               WHEN WS-JRNL-IS-DELETE AND WS-IMG-B-NOT-LIVE
                   ADD 1 TO WS-HELD-PENDING
               WHEN WS-JRNL-IS-REWRITE AND WS-IMG-B-NOT-LIVE
                   IF WS-IMG-A-KEYS(207:14) <= WS-SINCE-STAMP
                       MOVE SPACES TO WS-XTRF-RECORD
                       MOVE 'D' TO WS-XTRF-TYPE
                       MOVE 'A' TO WS-XTRF-D-ACTION
                       MOVE WS-JRNL-AFTER TO WS-XTRF-D-ENTRY
                       WRITE WS-XTRF-RECORD
                       ADD 1 TO WS-ADD-COUNT
                   END-IF
               WHEN WS-JRNL-IS-WRITE
                   IF WS-IMG-A-KEYS(207:14) <= WS-SINCE-STAMP
                       MOVE SPACES TO WS-XTRF-RECORD
           DISPLAY 'Adds shipped             : ' WS-ADD-COUNT
           DISPLAY 'Changes shipped          : ' WS-CHANGE-COUNT
           DISPLAY 'Deletes shipped          : ' WS-DELETE-COUNT
           DISPLAY 'Hit-count-only REWRITEs  : ' WS-SKIPPED-HIT-ONLY
           DISPLAY 'Held - not yet live      : ' WS-HELD-PENDING.

       CLOSE-FILES.
           CLOSE URL-MASTER
           CLOSE URL-XTRF
           CLOSE URL-XCTL.

           COPY URLDPROC.

           COPY URLOPROC.

       END PROGRAM URL-EXTRACT.
