      *> Sunday's - and runs it with RESET once the special cycle
      *> is complete so an old date can never leak into the next
      *> night. The slot is created on first use, like the
      *> URL-XCTL slot URL-EXTRACT keeps. Pinning a date (or a
      *> rejected PARM) is the first step of the night and is
      *> logged on URL-RUNCTL under the date now in force; the
      *> RESET that closes a special cycle is housekeeping, not
      *> a cycle step, and is not logged.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
       01 WS-NEW-DATE PIC 9(8) VALUE 0.
                       WS-NEW-DATE
               END-IF
           END-IF
           IF WS-NEW-DATE NOT = 0 OR NOT WS-DATE-VALID
               PERFORM RECORD-RUN
           END-IF
           STOP RUN.

       RECORD-RUN.
           PERFORM GET-BUSINESS-DATE
           MOVE 'URLSETPD' TO WS-RUN-PGM
           PERFORM WRITE-RUN-START
           MOVE 'BUSDATE' TO WS-RUN-CNT-LABEL(1)
           IF WS-DATE-VALID
               MOVE WS-NEW-DATE TO WS-RUN-CNT-VALUE(1)
           END-IF
           PERFORM WRITE-RUN-END.

      *> This utility is the single entry point for the business
      *> date, so an impossible value must be stopped here: every
      *> program downstream feeds WS-BUSINESS-DATE straight into
               CLOSE URL-PCTL
           END-IF.

           COPY URLDPROC.

           COPY URLOPROC.

       END PROGRAM URL-SET-PDATE.
