           COPY URLSEL.
           COPY URLPSEL.
           COPY URLDSEL.
           COPY URLOSEL.
           SELECT URL-SORT-WORK ASSIGN TO "URLWSRT".

       DATA DIVISION.
           05 WS-SORT-URL    PIC X(200).
           05 WS-SORT-HITS   PIC 9(9).

       FD  URL-RUNCTL
           RECORDING MODE IS F.
           COPY URLRCT.

       WORKING-STORAGE SECTION.
           COPY URLWS.
           COPY URLRPTW.
               TO WS-HORIZON
           DISPLAY 'URL-EXPWARN: warning expiries through '
               WS-HORIZON ' (' WS-WARN-DAYS ' day(s) ahead)'
           MOVE 'URLEXPWN' TO WS-RUN-PGM
           PERFORM WRITE-RUN-START
           PERFORM OPEN-FILES
           IF WS-MASTER-STATUS = '35'
               DISPLAY 'URL-MASTER does not exist; nothing to warn'
           PERFORM PRINT-GRAND-TOTALS
           PERFORM DISPLAY-SUMMARY
           PERFORM CLOSE-FILES
           PERFORM RECORD-RUN-END
           STOP RUN.

       RECORD-RUN-END.
           MOVE 'SCANNED' TO WS-RUN-CNT-LABEL(1)
           MOVE WS-SCANNED-COUNT TO WS-RUN-CNT-VALUE(1)
           MOVE 'WARNED' TO WS-RUN-CNT-LABEL(2)
           MOVE WS-WARNED-COUNT TO WS-RUN-CNT-VALUE(2)
           MOVE 'OWNERS' TO WS-RUN-CNT-LABEL(3)
           MOVE WS-OWNER-COUNT TO WS-RUN-CNT-VALUE(3)
           PERFORM WRITE-RUN-END.

       OPEN-FILES.
           OPEN INPUT URL-MASTER
           OPEN OUTPUT URL-REPORT

           COPY URLDPROC.

           COPY URLOPROC.

       END PROGRAM URL-EXPWARN.
