           COPY URLASEL.
           COPY URLESEL.
           COPY URLDSEL.
           COPY URLOSEL.
           SELECT URL-XCTL ASSIGN TO "URLXCTL"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
           RECORDING MODE IS F.
       01  WS-ERRNEW-RECORD PIC X(262).

       FD  URL-RUNCTL
           RECORDING MODE IS F.
           COPY URLRCT.

       WORKING-STORAGE SECTION.
           COPY URLWS.
       01 WS-XCTL-STATUS PIC XX.
               MOVE WS-BUSINESS-DATE TO WS-CUT-STAMP(1:8)
           END-IF
           MOVE '000000' TO WS-CUT-STAMP(9:6)
           MOVE 'URLLOGCT' TO WS-RUN-PGM
           PERFORM WRITE-RUN-START
           PERFORM READ-CONSUMER-WINDOWS
           PERFORM SET-EFFECTIVE-CUT-POINTS
           PERFORM CUT-JOURNAL-FILE
           PERFORM CUT-AUDIT-FILE
           PERFORM CUT-ERROR-FILE
           PERFORM DISPLAY-SUMMARY
           PERFORM RECORD-RUN-END
           STOP RUN.

       RECORD-RUN-END.
           MOVE 'JRNLCUT' TO WS-RUN-CNT-LABEL(1)
           MOVE WS-JRNL-CUT TO WS-RUN-CNT-VALUE(1)
           MOVE 'CLKCUT' TO WS-RUN-CNT-LABEL(2)
           MOVE WS-CLK-CUT TO WS-RUN-CNT-VALUE(2)
           MOVE 'AUDCUT' TO WS-RUN-CNT-LABEL(3)
           MOVE WS-AUD-CUT TO WS-RUN-CNT-VALUE(3)
           MOVE 'ERRCUT' TO WS-RUN-CNT-LABEL(4)
           MOVE WS-ERR-CUT TO WS-RUN-CNT-VALUE(4)
           PERFORM WRITE-RUN-END.

       READ-CONSUMER-WINDOWS.
           OPEN INPUT URL-XCTL
           IF WS-XCTL-STATUS = '00'

           COPY URLDPROC.

           COPY URLOPROC.

       END PROGRAM URL-LOG-CUT.
