           COPY URLCSEL.
           COPY URLPSEL.
           COPY URLDSEL.
           COPY URLOSEL.
           SELECT URL-FLDTHR ASSIGN TO "URLFLDT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FLDTHR-STATUS.
           05 WS-SORT-SHORT PIC X(6).
           05 WS-SORT-HOUR  PIC X(10).

       FD  URL-RUNCTL
           RECORDING MODE IS F.
           COPY URLRCT.

       WORKING-STORAGE SECTION.
           COPY URLWS.
           COPY URLRPTW.
           END-IF
           DISPLAY 'URL-FLOOD-SWEEP: hourly click-flood scan'
           PERFORM GET-BUSINESS-DATE
           MOVE 'URLFLOOD' TO WS-RUN-PGM
           PERFORM WRITE-RUN-START
           PERFORM OPEN-FILES
           PERFORM LOAD-THRESHOLD-TABLE
           IF WS-MASTER-STATUS = '35'
           PERFORM PRINT-GRAND-TOTALS
           PERFORM DISPLAY-SUMMARY
           PERFORM CLOSE-FILES
           PERFORM RECORD-RUN-END
           STOP RUN.

       RECORD-RUN-END.
           MOVE 'EVENTS' TO WS-RUN-CNT-LABEL(1)
           MOVE WS-EVENT-COUNT TO WS-RUN-CNT-VALUE(1)
           MOVE 'BREACHES' TO WS-RUN-CNT-LABEL(2)
           MOVE WS-BREACH-COUNT TO WS-RUN-CNT-VALUE(2)
           MOVE 'SUSPENDD' TO WS-RUN-CNT-LABEL(3)
           MOVE WS-SUSPENDED-COUNT TO WS-RUN-CNT-VALUE(3)
           PERFORM WRITE-RUN-END.

       OPEN-FILES.
           OPEN I-O URL-MASTER
           OPEN INPUT URL-CLICKS

           COPY URLDPROC.

           COPY URLOPROC.

       END PROGRAM URL-FLOOD-SWEEP.
