      *> URLOPROC.cpy
      *> Shared PROCEDURE DIVISION paragraphs for the URL-RUNCTL
      *> nightly run-control log. COPY this, alongside
      *> URLOSEL/URLRCT and the fields in URLWS.cpy, into every
      *> nightly cycle program. The log is opened and closed
      *> around each record, so these can be PERFORMed before the
      *> program's own files are open or after they are closed.
      *> A log that cannot be opened is reported on the job log
      *> and otherwise ignored - bookkeeping never stops the
      *> night's real work.
       WRITE-RUN-START.
           MOVE SPACES TO WS-RCTL-RECORD
           SET WS-RCTL-START TO TRUE
           MOVE 0 TO WS-RCTL-RETURN-CODE
           PERFORM VARYING WS-RUN-CNT-IDX FROM 1 BY 1
                   UNTIL WS-RUN-CNT-IDX > 4
               MOVE 0 TO WS-RCTL-CNT-VALUE(WS-RUN-CNT-IDX)
           END-PERFORM
           PERFORM APPEND-RUN-CONTROL.

       WRITE-RUN-END.
           MOVE SPACES TO WS-RCTL-RECORD
           SET WS-RCTL-END TO TRUE
           MOVE RETURN-CODE TO WS-RCTL-RETURN-CODE
           PERFORM VARYING WS-RUN-CNT-IDX FROM 1 BY 1
                   UNTIL WS-RUN-CNT-IDX > 4
               MOVE WS-RUN-CNT-LABEL(WS-RUN-CNT-IDX)
                   TO WS-RCTL-CNT-LABEL(WS-RUN-CNT-IDX)
               MOVE WS-RUN-CNT-VALUE(WS-RUN-CNT-IDX)
                   TO WS-RCTL-CNT-VALUE(WS-RUN-CNT-IDX)
           END-PERFORM
           PERFORM APPEND-RUN-CONTROL.

       APPEND-RUN-CONTROL.
           MOVE WS-RUN-PGM TO WS-RCTL-PROGRAM
           MOVE WS-BUSINESS-DATE TO WS-RCTL-BUS-DATE
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           STRING WS-CD-YYYYMMDD WS-CD-HHMMSS DELIMITED BY SIZE
               INTO WS-RCTL-TIMESTAMP
           IF WS-RUN-OVERRIDE
               MOVE 'Y' TO WS-RCTL-OVERRIDE
           ELSE
               MOVE 'N' TO WS-RCTL-OVERRIDE
           END-IF
           OPEN EXTEND URL-RUNCTL
           IF WS-RUNCTL-STATUS = '00'
               WRITE WS-RCTL-RECORD
               CLOSE URL-RUNCTL
           ELSE
               DISPLAY 'URL-RUNCTL not available (status '
                   WS-RUNCTL-STATUS ') - run-control record for '
                   WS-RUN-PGM ' not written'
           END-IF.

      *> A run counts as done when an end record for this program
      *> and business date carries a return code of 4 or less;
      *> runs that failed, or never finished, do not block a rerun.
       CHECK-PRIOR-RUN.
           SET WS-RUN-ALREADY-DONE TO FALSE
           SET WS-RUNCTL-EOF TO FALSE
           OPEN INPUT URL-RUNCTL
           IF WS-RUNCTL-STATUS = '00'
               PERFORM READ-RUN-CONTROL
               PERFORM UNTIL WS-RUNCTL-EOF
                   IF WS-RCTL-END
                           AND WS-RCTL-PROGRAM = WS-RUN-PGM
                           AND WS-RCTL-BUS-DATE = WS-BUSINESS-DATE
                           AND WS-RCTL-RETURN-CODE <= 4
                       SET WS-RUN-ALREADY-DONE TO TRUE
                   END-IF
                   PERFORM READ-RUN-CONTROL
               END-PERFORM
               CLOSE URL-RUNCTL
           END-IF.

       READ-RUN-CONTROL.
           READ URL-RUNCTL
               AT END
                   SET WS-RUNCTL-EOF TO TRUE
           END-READ.
