       PROGRAM-ID. URL-TAKEDOWN.

      *> Retroactive takedown sweep for the compliance blocklist:
      *> scans every active (or merged-alias, or not-yet-live
      *> pending or held) URL-MASTER entry, screens its long URL
      *> against URL-BLKLST with the same match the intake screen
      *> uses, and marks matching entries blocked (status 'B') so
      *> URL-REDIRECT answers "blocked" instead of redirecting.
           COPY URLJSEL.
           COPY URLBSEL.
           COPY URLUSEL.
           COPY URLDSEL.
           COPY URLOSEL.

       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
           COPY URLAUT.

       FD  URL-PCTL.
           COPY URLPCT.

       FD  URL-RUNCTL
           RECORDING MODE IS F.
           COPY URLRCT.

       WORKING-STORAGE SECTION.
           COPY URLWS.
       01 WS-EOF-SW PIC X VALUE 'N'.
               MOVE 'SECADMIN' TO WS-SUBMITTED-BY
           END-IF
           DISPLAY 'URL-TAKEDOWN: blocklist compliance sweep'
           PERFORM GET-BUSINESS-DATE
           MOVE 'URLTKDWN' TO WS-RUN-PGM
           PERFORM WRITE-RUN-START
           PERFORM OPEN-FILES
           PERFORM LOAD-BLOCKLIST-TABLE
           PERFORM LOAD-AUTH-TABLE
                   PERFORM UNTIL WS-EOF
                       ADD 1 TO WS-SCANNED-COUNT
                       IF WS-ENTRY-ACTIVE OR WS-ENTRY-MERGED
                               OR WS-ENTRY-PENDING OR WS-ENTRY-HELD
                           PERFORM SCREEN-MASTER-ENTRY
                       END-IF
                       PERFORM READ-NEXT-MASTER
           END-EVALUATE
           PERFORM DISPLAY-SUMMARY
           PERFORM CLOSE-FILES
           PERFORM RECORD-RUN-END
           STOP RUN.

       RECORD-RUN-END.
           MOVE 'SCANNED' TO WS-RUN-CNT-LABEL(1)
           MOVE WS-SCANNED-COUNT TO WS-RUN-CNT-VALUE(1)
           MOVE 'TAKEDOWN' TO WS-RUN-CNT-LABEL(2)
           MOVE WS-TAKEDOWN-COUNT TO WS-RUN-CNT-VALUE(2)
           PERFORM WRITE-RUN-END.

       OPEN-FILES.
           OPEN I-O URL-MASTER
           OPEN INPUT URL-BLKLST

           COPY URLUPROC.

           COPY URLDPROC.

           COPY URLOPROC.

       END PROGRAM URL-TAKEDOWN.
