       IDENTIFICATION DIVISION.
       PROGRAM-ID. URL-CYCLE-RPT.

      *> Morning cycle status report: for one business date, lists
      *> every step the nightly cycle was due to run - from the
      *> URL-CYCLE expected-steps cards - with what the URL-RUNCTL
      *> run-control log says became of it:
      *>   - COMPLETED  exactly one run ended with RC 4 or less;
      *>   - RUN TWICE  more than one run ended with RC 4 or less
      *>                (a RERUN override, or a step with no
      *>                guard submitted twice);
      *>   - FAILED     no run ended clean - every end record
      *>                carries RC above 4, or a run started and
      *>                never wrote its end record (abended or
      *>                still running);
      *>   - NOT RUN    nothing logged for the date at all.
      *> Each step shows how many runs started, ended clean and
      *> failed, the last return code, the first start and last
      *> end time, and the headline counts from its last end
      *> record. Programs found on the log for the date that are
      *> not on the cards for that day (a month-end step run
      *> mid-month, a one-off rerun) are listed after the cycle
      *> as NOT SCHEDULED. The business date arrives as the JCL
      *> EXEC PARM (YYYYMMDD); with no PARM the date in URL-PCTL
      *> is reported, which is the night just run while the slot
      *> still holds it. The run ends RC 4 when any expected step
      *> is not COMPLETED so the scheduler can page the shift,
      *> and RC 8 when the PARM is not a real date or there are no
      *> expected-steps cards to report against. Output goes to
      *> the URL-REPORT print dataset; nothing is updated.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY URLOSEL.
           COPY URLPSEL.
           COPY URLDSEL.
           SELECT URL-CYCLE ASSIGN TO "URLCYCL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CYCLE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  URL-RUNCTL
           RECORDING MODE IS F.
           COPY URLRCT.

       FD  URL-REPORT
           RECORDING MODE IS F.
           COPY URLPRT.

       FD  URL-PCTL.
           COPY URLPCT.

       FD  URL-CYCLE
           RECORDING MODE IS F.
           COPY URLCYC.

       WORKING-STORAGE SECTION.
           COPY URLWS.
           COPY URLRPTW.
       01 WS-CYCLE-STATUS PIC XX.
       01 WS-EOF-SW PIC X VALUE 'N'.
           88 WS-EOF VALUE 'Y' FALSE 'N'.
       01 WS-REPORT-DATE PIC X(8).
       01 WS-DUE-SW PIC X VALUE 'N'.
           88 WS-STEP-DUE VALUE 'Y' FALSE 'N'.
      *> One row per step: the expected steps in card order, then
      *> any other program found on the log for the date.
       01 WS-STEP-TABLE.
           05 WS-STEP-COUNT PIC 9(3) VALUE 0.
           05 WS-STEP-ITEM OCCURS 100 TIMES.
               10 WS-ST-PROGRAM       PIC X(8).
               10 WS-ST-DESCRIPTION   PIC X(40).
               10 WS-ST-EXPECTED-SW   PIC X(1).
                   88 WS-ST-EXPECTED  VALUE 'Y' FALSE 'N'.
               10 WS-ST-STARTS        PIC 9(3).
               10 WS-ST-ENDS          PIC 9(3).
               10 WS-ST-CLEAN-ENDS    PIC 9(3).
               10 WS-ST-FAILED-ENDS   PIC 9(3).
               10 WS-ST-OVERRIDE-SW   PIC X(1).
                   88 WS-ST-OVERRIDE  VALUE 'Y' FALSE 'N'.
               10 WS-ST-LAST-RC       PIC 9(4).
               10 WS-ST-FIRST-START   PIC X(14).
               10 WS-ST-LAST-END      PIC X(14).
               10 WS-ST-COUNT OCCURS 4 TIMES.
                   15 WS-ST-CNT-LABEL PIC X(8).
                   15 WS-ST-CNT-VALUE PIC 9(9).
       01 WS-ST-IDX PIC 9(3).
       01 WS-LOOKUP-PROGRAM PIC X(8).
       01 WS-ST-FOUND-IDX PIC 9(3).
       01 WS-CNT-IDX PIC 9.
       01 WS-STEP-STATE PIC X(12).
           88 WS-STATE-COMPLETED VALUE 'COMPLETED'.
           88 WS-STATE-RUN-TWICE VALUE 'RUN TWICE'.
           88 WS-STATE-FAILED    VALUE 'FAILED'.
           88 WS-STATE-NOT-RUN   VALUE 'NOT RUN'.
       01 WS-CARDS-READ PIC 9(5) VALUE 0.
       01 WS-RCTL-READ-COUNT PIC 9(9) VALUE 0.
       01 WS-RCTL-DATE-COUNT PIC 9(7) VALUE 0.
       01 WS-EXPECTED-COUNT PIC 9(5) VALUE 0.
       01 WS-COMPLETED-COUNT PIC 9(5) VALUE 0.
       01 WS-RUN-TWICE-COUNT PIC 9(5) VALUE 0.
       01 WS-FAILED-COUNT PIC 9(5) VALUE 0.
       01 WS-NOT-RUN-COUNT PIC 9(5) VALUE 0.
       01 WS-UNSCHEDULED-COUNT PIC 9(5) VALUE 0.
       01 WS-HEADING-LINE.
           05 FILLER PIC X(8)  VALUE 'STEP'.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(12) VALUE 'STATUS'.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(3)  VALUE 'RUN'.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(3)  VALUE ' OK'.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(3)  VALUE 'BAD'.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(4)  VALUE '  RC'.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(14) VALUE 'FIRST START'.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(14) VALUE 'LAST END'.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(16) VALUE 'NOTE'.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(30) VALUE 'DESCRIPTION'.
       01 WS-DETAIL-LINE.
           05 WS-DTL-PROGRAM     PIC X(8).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 WS-DTL-STATUS      PIC X(12).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 WS-DTL-STARTS      PIC ZZ9.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 WS-DTL-CLEAN       PIC ZZ9.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 WS-DTL-FAILED      PIC ZZ9.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 WS-DTL-RC          PIC X(4).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 WS-DTL-FIRST-START PIC X(14).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 WS-DTL-LAST-END    PIC X(14).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 WS-DTL-NOTE        PIC X(16).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 WS-DTL-DESCRIPTION PIC X(30).
       01 WS-DTL-RC-NUM          PIC ZZZ9.
       01 WS-COUNTS-LINE.
           05 FILLER             PIC X(10) VALUE SPACES.
           05 WS-CL-ITEM OCCURS 4 TIMES.
               10 WS-CL-LABEL    PIC X(8).
               10 FILLER         PIC X(1).
               10 WS-CL-VALUE    PIC ZZZ,ZZZ,ZZ9.
               10 FILLER         PIC X(4).
       01 WS-COUNT-LINE.
           05 WS-CNT-LABEL       PIC X(30).
           05 WS-CNT-VALUE       PIC ZZ,ZZZ,ZZZ,ZZ9.

       LINKAGE SECTION.
       01  LS-PARM.
           05 LS-PARM-LEN  PIC S9(4) COMP.
           05 LS-PARM-TEXT PIC X(100).

       PROCEDURE DIVISION USING LS-PARM.
       MAIN-LOGIC.
           PERFORM SET-REPORT-DATE
           IF NOT WS-CAL-DATE-VALID
               DISPLAY 'URL-CYCLE-RPT: PARM must be a real YYYYMMDD'
                   ' calendar date or omitted'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY 'URL-CYCLE-RPT: cycle status for business date '
               WS-REPORT-DATE
           PERFORM OPEN-FILES
           PERFORM LOAD-EXPECTED-STEPS
           PERFORM SCAN-RUN-CONTROL
           PERFORM PRINT-CYCLE-STEPS
           PERFORM PRINT-UNSCHEDULED-RUNS
           PERFORM PRINT-GRAND-TOTALS
           PERFORM CLOSE-FILES
           EVALUATE TRUE
               WHEN WS-CARDS-READ = 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-COMPLETED-COUNT < WS-EXPECTED-COUNT
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

      *> The calendar check also gives the length of the month,
      *> which is what decides whether month-end steps are due.
       SET-REPORT-DATE.
           PERFORM GET-BUSINESS-DATE
           IF LS-PARM-LEN > 0
               IF LS-PARM-LEN = 8
                       AND LS-PARM-TEXT(1:8) IS NUMERIC
                   MOVE LS-PARM-TEXT(1:8) TO WS-REPORT-DATE
               ELSE
                   MOVE ZERO TO WS-REPORT-DATE
               END-IF
           ELSE
               MOVE WS-BUSINESS-DATE TO WS-REPORT-DATE
           END-IF
           MOVE WS-REPORT-DATE TO WS-CAL-DATE
           PERFORM VALIDATE-CALENDAR-DATE.

       OPEN-FILES.
           OPEN INPUT URL-CYCLE
           OPEN INPUT URL-RUNCTL
           OPEN OUTPUT URL-REPORT
           MOVE 'URL NIGHTLY CYCLE STATUS BY STEP' TO WS-RPT-TITLE
           MOVE WS-CD-YYYYMMDD TO WS-RPT-TL-DATE.

       PRINT-PAGE-HEADING.
           MOVE 'BUSINESS DATE ' TO WS-PRINT-LINE
           MOVE WS-REPORT-DATE TO WS-PRINT-LINE(15:8)
           PERFORM WRITE-HEADING-LINE
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-HEADING-LINE
           MOVE WS-HEADING-LINE TO WS-PRINT-LINE
           PERFORM WRITE-HEADING-LINE
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-HEADING-LINE.

      *> A card is loaded only when its step is due on the report
      *> date; a step named twice is loaded once.
       LOAD-EXPECTED-STEPS.
           SET WS-EOF TO FALSE
           IF WS-CYCLE-STATUS NOT = '00'
               DISPLAY 'URL-CYCLE cards not available (status '
                   WS-CYCLE-STATUS ') - no expected steps'
               SET WS-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-EOF
               READ URL-CYCLE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF WS-CYC-PROGRAM(1:1) NOT = '*'
                               AND WS-CYC-PROGRAM NOT = SPACES
                           ADD 1 TO WS-CARDS-READ
                           PERFORM CHECK-STEP-DUE
                           IF WS-STEP-DUE
                               PERFORM ADD-EXPECTED-STEP
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CARDS-READ = 0
               DISPLAY 'No expected-steps cards - every program on'
                   ' the log is listed as not scheduled'
           END-IF.

       CHECK-STEP-DUE.
           EVALUATE TRUE
               WHEN WS-CYC-DAILY
                   SET WS-STEP-DUE TO TRUE
               WHEN WS-CYC-MONTH-START
                   IF WS-CAL-DAY = 1
                       SET WS-STEP-DUE TO TRUE
                   ELSE
                       SET WS-STEP-DUE TO FALSE
                   END-IF
               WHEN WS-CYC-MONTH-END
                   IF WS-CAL-DAY = WS-CAL-DAY-LIMIT
                       SET WS-STEP-DUE TO TRUE
                   ELSE
                       SET WS-STEP-DUE TO FALSE
                   END-IF
               WHEN OTHER
                   DISPLAY 'Unknown frequency ''' WS-CYC-FREQUENCY
                       ''' for ' WS-CYC-PROGRAM ' - treated as nightly'
                   SET WS-STEP-DUE TO TRUE
           END-EVALUATE.

       ADD-EXPECTED-STEP.
           MOVE WS-CYC-PROGRAM TO WS-LOOKUP-PROGRAM
           PERFORM LOOK-UP-STEP
           IF WS-ST-FOUND-IDX = 0
               PERFORM ADD-STEP-ROW
               IF WS-ST-FOUND-IDX > 0
                   SET WS-ST-EXPECTED(WS-ST-FOUND-IDX) TO TRUE
                   MOVE WS-CYC-DESCRIPTION
                       TO WS-ST-DESCRIPTION(WS-ST-FOUND-IDX)
                   ADD 1 TO WS-EXPECTED-COUNT
               END-IF
           END-IF.

       LOOK-UP-STEP.
           MOVE 0 TO WS-ST-FOUND-IDX
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                   UNTIL WS-ST-IDX > WS-STEP-COUNT
               IF WS-ST-PROGRAM(WS-ST-IDX) = WS-LOOKUP-PROGRAM
                   MOVE WS-ST-IDX TO WS-ST-FOUND-IDX
                   MOVE WS-STEP-COUNT TO WS-ST-IDX
               END-IF
           END-PERFORM.

       ADD-STEP-ROW.
           IF WS-STEP-COUNT < 100
               ADD 1 TO WS-STEP-COUNT
               MOVE WS-STEP-COUNT TO WS-ST-FOUND-IDX
               MOVE WS-LOOKUP-PROGRAM
                   TO WS-ST-PROGRAM(WS-ST-FOUND-IDX)
               MOVE SPACES TO WS-ST-DESCRIPTION(WS-ST-FOUND-IDX)
               SET WS-ST-EXPECTED(WS-ST-FOUND-IDX) TO FALSE
               MOVE 0 TO WS-ST-STARTS(WS-ST-FOUND-IDX)
               MOVE 0 TO WS-ST-ENDS(WS-ST-FOUND-IDX)
               MOVE 0 TO WS-ST-CLEAN-ENDS(WS-ST-FOUND-IDX)
               MOVE 0 TO WS-ST-FAILED-ENDS(WS-ST-FOUND-IDX)
               SET WS-ST-OVERRIDE(WS-ST-FOUND-IDX) TO FALSE
               MOVE 0 TO WS-ST-LAST-RC(WS-ST-FOUND-IDX)
               MOVE SPACES TO WS-ST-FIRST-START(WS-ST-FOUND-IDX)
               MOVE SPACES TO WS-ST-LAST-END(WS-ST-FOUND-IDX)
               PERFORM VARYING WS-CNT-IDX FROM 1 BY 1
                       UNTIL WS-CNT-IDX > 4
                   MOVE SPACES
                       TO WS-ST-CNT-LABEL(WS-ST-FOUND-IDX, WS-CNT-IDX)
                   MOVE 0
                       TO WS-ST-CNT-VALUE(WS-ST-FOUND-IDX, WS-CNT-IDX)
               END-PERFORM
           ELSE
               MOVE 0 TO WS-ST-FOUND-IDX
               DISPLAY 'Step table full at 100; '
                   WS-LOOKUP-PROGRAM ' not reported'
           END-IF.

      *> The log is appended in time order, so the last end record
      *> seen for a step is its latest run.
       SCAN-RUN-CONTROL.
           SET WS-RUNCTL-EOF TO FALSE
           IF WS-RUNCTL-STATUS NOT = '00'
               DISPLAY 'URL-RUNCTL not available (status '
                   WS-RUNCTL-STATUS ') - no runs logged'
               SET WS-RUNCTL-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-RUNCTL-EOF
               READ URL-RUNCTL
                   AT END
                       SET WS-RUNCTL-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RCTL-READ-COUNT
                       IF WS-RCTL-BUS-DATE = WS-REPORT-DATE
                           ADD 1 TO WS-RCTL-DATE-COUNT
                           PERFORM TALLY-RUN-RECORD
                       END-IF
               END-READ
           END-PERFORM.

       TALLY-RUN-RECORD.
           MOVE WS-RCTL-PROGRAM TO WS-LOOKUP-PROGRAM
           PERFORM LOOK-UP-STEP
           IF WS-ST-FOUND-IDX = 0
               PERFORM ADD-STEP-ROW
           END-IF
           MOVE WS-ST-FOUND-IDX TO WS-ST-IDX
           IF WS-ST-IDX > 0
               EVALUATE TRUE
                   WHEN WS-RCTL-START
                       ADD 1 TO WS-ST-STARTS(WS-ST-IDX)
                       IF WS-ST-FIRST-START(WS-ST-IDX) = SPACES
                           MOVE WS-RCTL-TIMESTAMP
                               TO WS-ST-FIRST-START(WS-ST-IDX)
                       END-IF
                   WHEN WS-RCTL-END
                       PERFORM TALLY-END-RECORD
               END-EVALUATE
           END-IF.

       TALLY-END-RECORD.
           ADD 1 TO WS-ST-ENDS(WS-ST-IDX)
           IF WS-RCTL-RETURN-CODE <= 4
               ADD 1 TO WS-ST-CLEAN-ENDS(WS-ST-IDX)
           ELSE
               ADD 1 TO WS-ST-FAILED-ENDS(WS-ST-IDX)
           END-IF
           IF WS-RCTL-OVERRIDE = 'Y'
               SET WS-ST-OVERRIDE(WS-ST-IDX) TO TRUE
           END-IF
           MOVE WS-RCTL-RETURN-CODE TO WS-ST-LAST-RC(WS-ST-IDX)
           MOVE WS-RCTL-TIMESTAMP TO WS-ST-LAST-END(WS-ST-IDX)
           PERFORM VARYING WS-CNT-IDX FROM 1 BY 1
                   UNTIL WS-CNT-IDX > 4
               MOVE WS-RCTL-CNT-LABEL(WS-CNT-IDX)
                   TO WS-ST-CNT-LABEL(WS-ST-IDX, WS-CNT-IDX)
               MOVE WS-RCTL-CNT-VALUE(WS-CNT-IDX)
                   TO WS-ST-CNT-VALUE(WS-ST-IDX, WS-CNT-IDX)
           END-PERFORM.

       PRINT-CYCLE-STEPS.
           MOVE 'EXPECTED CYCLE STEPS' TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           IF WS-EXPECTED-COUNT = 0
               MOVE '  (no steps due on this date)' TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                   UNTIL WS-ST-IDX > WS-STEP-COUNT
               IF WS-ST-EXPECTED(WS-ST-IDX)
                   PERFORM SET-STEP-STATE
                   EVALUATE TRUE
                       WHEN WS-STATE-COMPLETED
                           ADD 1 TO WS-COMPLETED-COUNT
                       WHEN WS-STATE-RUN-TWICE
                           ADD 1 TO WS-RUN-TWICE-COUNT
                       WHEN WS-STATE-FAILED
                           ADD 1 TO WS-FAILED-COUNT
                       WHEN OTHER
                           ADD 1 TO WS-NOT-RUN-COUNT
                   END-EVALUATE
                   PERFORM PRINT-STEP-LINES
               END-IF
           END-PERFORM.

       PRINT-UNSCHEDULED-RUNS.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE 'RUNS LOGGED FOR THE DATE BUT NOT SCHEDULED'
               TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                   UNTIL WS-ST-IDX > WS-STEP-COUNT
               IF NOT WS-ST-EXPECTED(WS-ST-IDX)
                   ADD 1 TO WS-UNSCHEDULED-COUNT
                   PERFORM SET-STEP-STATE
                   PERFORM PRINT-STEP-LINES
               END-IF
           END-PERFORM
           IF WS-UNSCHEDULED-COUNT = 0
               MOVE '  (none)' TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

      *> A clean end outranks failed attempts the same night: a
      *> step that failed and was rerun clean is COMPLETED, and
      *> the failures still show in its BAD column.
       SET-STEP-STATE.
           EVALUATE TRUE
               WHEN WS-ST-CLEAN-ENDS(WS-ST-IDX) > 1
                   SET WS-STATE-RUN-TWICE TO TRUE
               WHEN WS-ST-CLEAN-ENDS(WS-ST-IDX) = 1
                   SET WS-STATE-COMPLETED TO TRUE
               WHEN WS-ST-STARTS(WS-ST-IDX) > 0
               WHEN WS-ST-ENDS(WS-ST-IDX) > 0
                   SET WS-STATE-FAILED TO TRUE
               WHEN OTHER
                   SET WS-STATE-NOT-RUN TO TRUE
           END-EVALUATE.

       PRINT-STEP-LINES.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-ST-PROGRAM(WS-ST-IDX) TO WS-DTL-PROGRAM
           MOVE WS-STEP-STATE TO WS-DTL-STATUS
           MOVE WS-ST-STARTS(WS-ST-IDX) TO WS-DTL-STARTS
           MOVE WS-ST-CLEAN-ENDS(WS-ST-IDX) TO WS-DTL-CLEAN
           MOVE WS-ST-FAILED-ENDS(WS-ST-IDX) TO WS-DTL-FAILED
           IF WS-ST-ENDS(WS-ST-IDX) > 0
               MOVE WS-ST-LAST-RC(WS-ST-IDX) TO WS-DTL-RC-NUM
               MOVE WS-DTL-RC-NUM TO WS-DTL-RC
           END-IF
           MOVE WS-ST-FIRST-START(WS-ST-IDX) TO WS-DTL-FIRST-START
           MOVE WS-ST-LAST-END(WS-ST-IDX) TO WS-DTL-LAST-END
           EVALUATE TRUE
               WHEN WS-ST-STARTS(WS-ST-IDX) > WS-ST-ENDS(WS-ST-IDX)
                   MOVE 'NO END RECORD' TO WS-DTL-NOTE
               WHEN WS-ST-OVERRIDE(WS-ST-IDX)
                   MOVE 'RERUN OVERRIDE' TO WS-DTL-NOTE
               WHEN NOT WS-ST-EXPECTED(WS-ST-IDX)
                   MOVE 'NOT SCHEDULED' TO WS-DTL-NOTE
           END-EVALUATE
           MOVE WS-ST-DESCRIPTION(WS-ST-IDX) TO WS-DTL-DESCRIPTION
           MOVE WS-DETAIL-LINE TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           IF WS-ST-ENDS(WS-ST-IDX) > 0
               MOVE SPACES TO WS-COUNTS-LINE
               PERFORM VARYING WS-CNT-IDX FROM 1 BY 1
                       UNTIL WS-CNT-IDX > 4
                   IF WS-ST-CNT-LABEL(WS-ST-IDX, WS-CNT-IDX)
                           NOT = SPACES
                       MOVE WS-ST-CNT-LABEL(WS-ST-IDX, WS-CNT-IDX)
                           TO WS-CL-LABEL(WS-CNT-IDX)
                       MOVE WS-ST-CNT-VALUE(WS-ST-IDX, WS-CNT-IDX)
                           TO WS-CL-VALUE(WS-CNT-IDX)
                   END-IF
               END-PERFORM
               MOVE WS-COUNTS-LINE TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

       PRINT-COUNT-LINE.
           MOVE WS-COUNT-LINE TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE.

       PRINT-GRAND-TOTALS.
           PERFORM FORCE-NEW-REPORT-PAGE
           MOVE 'GRAND TOTALS' TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE 'Steps expected               :' TO WS-CNT-LABEL
           MOVE WS-EXPECTED-COUNT TO WS-CNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE '  completed                  :' TO WS-CNT-LABEL
           MOVE WS-COMPLETED-COUNT TO WS-CNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE '  run twice                  :' TO WS-CNT-LABEL
           MOVE WS-RUN-TWICE-COUNT TO WS-CNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE '  failed                     :' TO WS-CNT-LABEL
           MOVE WS-FAILED-COUNT TO WS-CNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE '  not run                    :' TO WS-CNT-LABEL
           MOVE WS-NOT-RUN-COUNT TO WS-CNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE 'Unscheduled programs logged  :' TO WS-CNT-LABEL
           MOVE WS-UNSCHEDULED-COUNT TO WS-CNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE 'FILE RECORD COUNTS THIS RUN' TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE 'Expected-steps cards read    :' TO WS-CNT-LABEL
           MOVE WS-CARDS-READ TO WS-CNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE 'Run-control records read     :' TO WS-CNT-LABEL
           MOVE WS-RCTL-READ-COUNT TO WS-CNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE '  for this business date     :' TO WS-CNT-LABEL
           MOVE WS-RCTL-DATE-COUNT TO WS-CNT-VALUE
           PERFORM PRINT-COUNT-LINE
           DISPLAY 'URL-CYCLE-RPT run complete'
           DISPLAY 'Steps expected           : ' WS-EXPECTED-COUNT
           DISPLAY '  completed              : ' WS-COMPLETED-COUNT
           DISPLAY '  run twice              : ' WS-RUN-TWICE-COUNT
           DISPLAY '  failed                 : ' WS-FAILED-COUNT
           DISPLAY '  not run                : ' WS-NOT-RUN-COUNT
           DISPLAY 'Unscheduled programs     : ' WS-UNSCHEDULED-COUNT
           DISPLAY 'Business date reported   : ' WS-REPORT-DATE.

       CLOSE-FILES.
           CLOSE URL-CYCLE
           CLOSE URL-RUNCTL
           CLOSE URL-REPORT.

           COPY URLRPROC.

           COPY URLDPROC.

           COPY URLKPROC.

       END PROGRAM URL-CYCLE-RPT.
