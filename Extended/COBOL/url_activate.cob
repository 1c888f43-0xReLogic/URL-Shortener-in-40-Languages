       IDENTIFICATION DIVISION.
       PROGRAM-ID. URL-ACTIVATE.

      *> Nightly go-live activation for short codes filed ahead of
      *> their effective date. URL-BATCH and URL-WEB-INTF file such
      *> entries pending ('P') - URL-REDIRECT answers NOT YET LIVE
      *> and URL-EXTRACT holds them back from the farm - and append
      *> one URL-GOLIVE record per entry carrying the go-live date
      *> the master record has no room for. This run reads that
      *> file against the cycle's business date (URL-PCTL):
      *>   - due (go-live date on or before the business date) and
      *>     still pending: switched to active, journaled, and
      *>     written to URL-AUDIT under the ACTIVATE action with the
      *>     submitting user from the JCL EXEC PARM;
      *>   - not yet due: carried forward to URL-GLVNEW, which the
      *>     following job step swaps in as the next URL-GOLIVE;
      *>   - held at intake for review ('H'): carried forward
      *>     whatever the date - URL-REVIEW reads the go-live date
      *>     back from URL-GOLIVE when it releases the entry, and
      *>     releases it pending if that date is still ahead;
      *>   - no longer on file, or no longer pending (deleted,
      *>     suspended, blocked or reactivated by hand since it was
      *>     filed): dropped, since there is nothing left to switch
      *>     on.
      *> A rerun for the same night finds the entries it already
      *> switched on no longer pending and simply drops them.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY URLSEL.
           COPY URLASEL.
           COPY URLJSEL.
           COPY URLDSEL.
           COPY URLOSEL.
           COPY URLGSEL.
           SELECT URL-GLVNEW ASSIGN TO "URLGLVN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLVNEW-STATUS.

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

       FD  URL-PCTL.
           COPY URLPCT.

       FD  URL-GOLIVE
           RECORDING MODE IS F.
           COPY URLGLV.

       FD  URL-GLVNEW
           RECORDING MODE IS F.
       01  WS-GLVNEW-RECORD PIC X(80).

       FD  URL-RUNCTL
           RECORDING MODE IS F.
           COPY URLRCT.

       WORKING-STORAGE SECTION.
           COPY URLWS.
       01 WS-GLVNEW-STATUS PIC XX.
       01 WS-EOF-SW PIC X VALUE 'N'.
           88 WS-EOF VALUE 'Y' FALSE 'N'.
       01 WS-READ-COUNT PIC 9(7) VALUE 0.
       01 WS-ACTIVATED-COUNT PIC 9(7) VALUE 0.
       01 WS-CARRIED-COUNT PIC 9(7) VALUE 0.
       01 WS-NOT-FOUND-COUNT PIC 9(7) VALUE 0.
       01 WS-NOT-PENDING-COUNT PIC 9(7) VALUE 0.
       01 WS-HELD-CARRIED-COUNT PIC 9(7) VALUE 0.
       01 WS-BAD-DATE-COUNT PIC 9(7) VALUE 0.
       01 WS-PARM-LEN PIC 9(4).

       LINKAGE SECTION.
       01  LS-PARM.
           05 LS-PARM-LEN  PIC S9(4) COMP.
           05 LS-PARM-TEXT PIC X(100).

       PROCEDURE DIVISION USING LS-PARM.
       MAIN-LOGIC.
           MOVE 'URLACTV' TO WS-JRNL-PGM
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
               MOVE 'ACTIVATE' TO WS-SUBMITTED-BY
           END-IF
           DISPLAY 'URL-ACTIVATE: go-live activation run'
           PERFORM GET-BUSINESS-DATE
           MOVE 'URLACTV' TO WS-RUN-PGM
           PERFORM WRITE-RUN-START
           PERFORM OPEN-FILES
           IF WS-GOLIVE-STATUS = '35'
               DISPLAY 'URL-GOLIVE does not exist; nothing pending'
           ELSE
               IF WS-MASTER-STATUS = '35'
                   DISPLAY 'URL-MASTER does not exist;'
                       ' pending records carried forward'
               END-IF
               PERFORM READ-GOLIVE-RECORD
               PERFORM UNTIL WS-EOF
                   PERFORM PROCESS-GOLIVE-RECORD
                   PERFORM READ-GOLIVE-RECORD
               END-PERFORM
           END-IF
           PERFORM DISPLAY-SUMMARY
           PERFORM CLOSE-FILES
           PERFORM RECORD-RUN-END
           STOP RUN.

       RECORD-RUN-END.
           MOVE 'READ' TO WS-RUN-CNT-LABEL(1)
           MOVE WS-READ-COUNT TO WS-RUN-CNT-VALUE(1)
           MOVE 'ACTIVATD' TO WS-RUN-CNT-LABEL(2)
           MOVE WS-ACTIVATED-COUNT TO WS-RUN-CNT-VALUE(2)
           MOVE 'CARRIED' TO WS-RUN-CNT-LABEL(3)
           MOVE WS-CARRIED-COUNT TO WS-RUN-CNT-VALUE(3)
           PERFORM WRITE-RUN-END.

       OPEN-FILES.
           OPEN I-O URL-MASTER
           OPEN INPUT URL-GOLIVE
           OPEN OUTPUT URL-GLVNEW
           OPEN EXTEND URL-AUDIT
           OPEN EXTEND URL-JOURNAL.

       READ-GOLIVE-RECORD.
           READ URL-GOLIVE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
           END-READ.

      *> A go-live date that is not numeric cannot be judged due
      *> or not; the record is carried forward and shown so it
      *> can be corrected, rather than dropped with the entry
      *> left dark for good.
       PROCESS-GOLIVE-RECORD.
           EVALUATE TRUE
               WHEN WS-GLV-GO-LIVE-DATE IS NOT NUMERIC
                   ADD 1 TO WS-BAD-DATE-COUNT
                   DISPLAY 'Go-live date not numeric, carried: '
                       WS-GLV-SHORT ' ' WS-GLV-GO-LIVE-DATE
                   PERFORM CARRY-GOLIVE-RECORD
               WHEN WS-MASTER-STATUS = '35'
                   PERFORM CARRY-GOLIVE-RECORD
               WHEN OTHER
                   MOVE WS-GLV-SHORT TO WS-SHORT
                   READ URL-MASTER
                       INVALID KEY
                           ADD 1 TO WS-NOT-FOUND-COUNT
                           DISPLAY 'Dropped ' WS-GLV-SHORT
                               ' - no longer on URL-MASTER'
                       NOT INVALID KEY
                           PERFORM CHECK-PENDING-ENTRY
                   END-READ
           END-EVALUATE.

       CHECK-PENDING-ENTRY.
           EVALUATE TRUE
               WHEN WS-ENTRY-HELD
                   ADD 1 TO WS-HELD-CARRIED-COUNT
                   PERFORM CARRY-GOLIVE-RECORD
               WHEN NOT WS-ENTRY-PENDING
                   ADD 1 TO WS-NOT-PENDING-COUNT
                   DISPLAY 'Dropped ' WS-SHORT
                       ' - no longer pending, status '''
                       WS-ENTRY-STATUS ''''
               WHEN WS-GLV-GO-LIVE-DATE <= WS-BUSINESS-DATE
                   PERFORM APPLY-GO-LIVE
                   ADD 1 TO WS-ACTIVATED-COUNT
                   DISPLAY 'Activated ' WS-SHORT ' - go-live date '
                       WS-GLV-GO-LIVE-DATE
               WHEN OTHER
                   PERFORM CARRY-GOLIVE-RECORD
           END-EVALUATE.

       APPLY-GO-LIVE.
           MOVE WS-URL-ENTRY TO WS-JRNL-SAVE-BEFORE
           MOVE 'A' TO WS-ENTRY-STATUS
           REWRITE WS-URL-ENTRY
           MOVE 'REWRITE' TO WS-JRNL-SAVE-ACTION
           MOVE WS-URL-ENTRY TO WS-JRNL-SAVE-AFTER
           PERFORM WRITE-JOURNAL-RECORD
           PERFORM WRITE-ACTIVATE-AUDIT.

       WRITE-ACTIVATE-AUDIT.
           MOVE WS-SUBMITTED-BY TO WS-AUDIT-CREATED-BY
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           STRING WS-CD-YYYYMMDD WS-CD-HHMMSS DELIMITED BY SIZE
               INTO WS-AUDIT-TIMESTAMP
           MOVE WS-SHORT TO WS-AUDIT-SHORT
           MOVE WS-LONG-URL TO WS-AUDIT-LONG-URL
           MOVE 'ACTIVATE' TO WS-AUDIT-ACTION
           WRITE WS-AUDIT-RECORD.

       CARRY-GOLIVE-RECORD.
           MOVE WS-GLV-RECORD TO WS-GLVNEW-RECORD
           WRITE WS-GLVNEW-RECORD
           ADD 1 TO WS-CARRIED-COUNT.

       DISPLAY-SUMMARY.
           DISPLAY 'URL-ACTIVATE run complete'
           DISPLAY 'Go-live records read     : ' WS-READ-COUNT
           DISPLAY 'Codes activated          : ' WS-ACTIVATED-COUNT
           DISPLAY 'Carried forward          : ' WS-CARRIED-COUNT
           DISPLAY '  bad go-live date       : ' WS-BAD-DATE-COUNT
           DISPLAY '  held for review        : '
               WS-HELD-CARRIED-COUNT
           DISPLAY 'Dropped - not on master  : ' WS-NOT-FOUND-COUNT
           DISPLAY 'Dropped - not pending    : ' WS-NOT-PENDING-COUNT
           DISPLAY 'Business date used       : ' WS-BUSINESS-DATE
               ' (' WS-BUSINESS-DATE-SRC ')'.

       CLOSE-FILES.
           CLOSE URL-MASTER
           CLOSE URL-GOLIVE
           CLOSE URL-GLVNEW
           CLOSE URL-AUDIT
           CLOSE URL-JOURNAL.

           COPY URLJPROC.

           COPY URLDPROC.

           COPY URLOPROC.

       END PROGRAM URL-ACTIVATE.
