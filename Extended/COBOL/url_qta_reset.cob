      *> this in the month-end stream before the first URL-BATCH
      *> of the new month; the intake loader also treats usage
      *> from a stale period as zero, so a late reset cannot
      *> overcharge anyone. A second successful reset for the
      *> same business date is refused (the URL-RUNCTL log says
      *> whether one has run) unless RERUN follows the period in
      *> the PARM (YYYYMM,RERUN).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-QTANEW-STATUS.
           COPY URLDSEL.
           COPY URLOSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  URL-PCTL.
           COPY URLPCT.

       FD  URL-RUNCTL
           RECORDING MODE IS F.
           COPY URLRCT.

       WORKING-STORAGE SECTION.
           COPY URLWS.
       01 WS-QTANEW-STATUS PIC XX.
       01 WS-EOF-SW PIC X VALUE 'N'.
           88 WS-EOF VALUE 'Y'.
       01 WS-NEW-PERIOD PIC X(6).
       01 WS-PARM-PERIOD PIC X(6) VALUE SPACES.
       01 WS-PARM-OPTION PIC X(8) VALUE SPACES.
       01 WS-READ-COUNT PIC 9(7) VALUE 0.
       01 WS-WRITTEN-COUNT PIC 9(7) VALUE 0.

       PROCEDURE DIVISION USING LS-PARM.
       MAIN-LOGIC.
           PERFORM GET-BUSINESS-DATE
           IF LS-PARM-LEN > 0
               UNSTRING LS-PARM-TEXT(1:LS-PARM-LEN) DELIMITED BY ','
                   INTO WS-PARM-PERIOD WS-PARM-OPTION
               MOVE FUNCTION UPPER-CASE(WS-PARM-OPTION)
                   TO WS-PARM-OPTION
           END-IF
           IF WS-PARM-PERIOD IS NUMERIC
               MOVE WS-PARM-PERIOD TO WS-NEW-PERIOD
           ELSE
               MOVE WS-BUSINESS-DATE(1:6) TO WS-NEW-PERIOD
           END-IF
           IF WS-PARM-OPTION = 'RERUN'
               SET WS-RUN-OVERRIDE TO TRUE
           END-IF
           DISPLAY 'URL-QUOTA-RESET: opening period ' WS-NEW-PERIOD
           MOVE 'URLQRSET' TO WS-RUN-PGM
           PERFORM WRITE-RUN-START
           PERFORM CHECK-PRIOR-RUN
           IF WS-RUN-ALREADY-DONE AND NOT WS-RUN-OVERRIDE
               DISPLAY 'URL-QUOTA-RESET already ran successfully for'
                   ' business date ' WS-BUSINESS-DATE
                   ' - run refused, nothing reset'
               DISPLAY 'Resubmit with PARM=''YYYYMM,RERUN'' only if'
                   ' a second reset for the date is intended'
               MOVE 8 TO RETURN-CODE
               PERFORM RECORD-RUN-END
               STOP RUN
           END-IF
           PERFORM OPEN-FILES
           IF WS-QUOTA-STATUS = '35'
               DISPLAY 'URL-QUOTA does not exist; nothing to reset'
           END-IF
           PERFORM DISPLAY-SUMMARY
           PERFORM CLOSE-FILES
           PERFORM RECORD-RUN-END
           STOP RUN.

       RECORD-RUN-END.
           MOVE 'READ' TO WS-RUN-CNT-LABEL(1)
           MOVE WS-READ-COUNT TO WS-RUN-CNT-VALUE(1)
           MOVE 'WRITTEN' TO WS-RUN-CNT-LABEL(2)
           MOVE WS-WRITTEN-COUNT TO WS-RUN-CNT-VALUE(2)
           PERFORM WRITE-RUN-END.

       OPEN-FILES.
           OPEN INPUT URL-QUOTA
           OPEN OUTPUT URL-QTANEW.

           COPY URLDPROC.

           COPY URLOPROC.

       END PROGRAM URL-QUOTA-RESET.
