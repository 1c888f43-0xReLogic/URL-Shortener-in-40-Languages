
      *> Nightly batch job: scans URL-MASTER for entries whose
      *> WS-EXPIRATION-DATE has passed, archives them to URL-ARCHIVE
      *> and removes them from the master file. A second
      *> successful sweep for the same business date is refused
      *> (the URL-RUNCTL log says whether one has run) unless the
      *> JCL EXEC PARM is RERUN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           COPY URLSEL.
           COPY URLJSEL.
           COPY URLDSEL.
           COPY URLOSEL.
           SELECT URL-ARCHIVE ASSIGN TO "URLARCH"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.
       FD  URL-PCTL.
           COPY URLPCT.

       FD  URL-RUNCTL
           RECORDING MODE IS F.
           COPY URLRCT.

       WORKING-STORAGE SECTION.
           COPY URLWS.
       01 WS-ARCHIVE-STATUS PIC XX.
       01 WS-SCANNED-COUNT PIC 9(7) VALUE 0.
       01 WS-PURGED-COUNT PIC 9(7) VALUE 0.

       LINKAGE SECTION.
       01  LS-PARM.
           05 LS-PARM-LEN  PIC S9(4) COMP.
           05 LS-PARM-TEXT PIC X(100).

       PROCEDURE DIVISION USING LS-PARM.
       MAIN-LOGIC.
           MOVE 'URLPURGE' TO WS-JRNL-PGM
           DISPLAY 'URL-PURGE: nightly expiration sweep'
           IF LS-PARM-LEN >= 5
               IF FUNCTION UPPER-CASE(LS-PARM-TEXT(1:5)) = 'RERUN'
                   SET WS-RUN-OVERRIDE TO TRUE
               END-IF
           END-IF
           PERFORM GET-BUSINESS-DATE
           MOVE 'URLPURGE' TO WS-RUN-PGM
           PERFORM WRITE-RUN-START
           PERFORM CHECK-PRIOR-RUN
           IF WS-RUN-ALREADY-DONE AND NOT WS-RUN-OVERRIDE
               DISPLAY 'URL-PURGE already ran successfully for'
                   ' business date ' WS-BUSINESS-DATE
                   ' - run refused, nothing purged'
               DISPLAY 'Resubmit with PARM=RERUN only if a second'
                   ' sweep for the date is intended'
               MOVE 8 TO RETURN-CODE
               PERFORM RECORD-RUN-END
               STOP RUN
           END-IF
           PERFORM OPEN-FILES
           MOVE WS-BUSINESS-DATE TO WS-TODAY
           PERFORM START-MASTER-SEQUENTIAL
           PERFORM READ-NEXT-MASTER
           END-PERFORM
           PERFORM DISPLAY-SUMMARY
           PERFORM CLOSE-FILES
           PERFORM RECORD-RUN-END
           STOP RUN.

       RECORD-RUN-END.
           MOVE 'SCANNED' TO WS-RUN-CNT-LABEL(1)
           MOVE WS-SCANNED-COUNT TO WS-RUN-CNT-VALUE(1)
           MOVE 'PURGED' TO WS-RUN-CNT-LABEL(2)
           MOVE WS-PURGED-COUNT TO WS-RUN-CNT-VALUE(2)
           PERFORM WRITE-RUN-END.

       OPEN-FILES.
           OPEN I-O URL-MASTER
           IF WS-MASTER-STATUS = '35'

           COPY URLDPROC.

           COPY URLOPROC.

       END PROGRAM URL-PURGE.
