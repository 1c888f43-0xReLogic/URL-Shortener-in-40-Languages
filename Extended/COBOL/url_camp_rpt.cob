       IDENTIFICATION DIVISION.
       PROGRAM-ID. URL-CAMP-RPT.

      *> Monthly campaign report: for every campaign on
      *> URL-CAMPAIGN whose window (start to end date, inclusive)
      *> overlaps the report month, lists the short codes tied to
      *> it on URL-CAMPLINK with their current status, lifetime
      *> hits (WS-HIT-COUNT) and expiry date from URL-MASTER, and
      *> the hits per day from URL-CLICKS for the days of the
      *> month that fall inside the campaign window. Codes are
      *> flagged when they went dark mid-campaign - currently
      *> suspended or blocked with the suspend / block action
      *> (SUSPEND, FLOODSUS, DEADLINK, TAKEDOWN on URL-AUDIT)
      *> dated inside the window - and when they expire before the
      *> campaign ends. The report month arrives as the JCL EXEC
      *> PARM (YYYYMM); with no PARM the month of the cycle's
      *> business date is reported. Output goes to the URL-REPORT
      *> print dataset, one section per campaign and a grand-total
      *> page; the job log keeps only the run summary.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY URLSEL.
           COPY URLASEL.
           COPY URLCSEL.
           COPY URLCMSEL.
           COPY URLCLSEL.
           COPY URLPSEL.
           COPY URLDSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  URL-MASTER.
       01  WS-URL-ENTRY.
           COPY URLREC.

       FD  URL-AUDIT
           RECORDING MODE IS F.
           COPY URLAUD.

       FD  URL-CLICKS
           RECORDING MODE IS F.
           COPY URLCLK.

       FD  URL-CAMPAIGN.
           COPY URLCMP.

       FD  URL-CAMPLINK.
           COPY URLCML.

       FD  URL-REPORT
           RECORDING MODE IS F.
           COPY URLPRT.

       FD  URL-PCTL.
           COPY URLPCT.

       WORKING-STORAGE SECTION.
           COPY URLWS.
           COPY URLRPTW.
       01 WS-EOF-SW PIC X VALUE 'N'.
           88 WS-EOF VALUE 'Y' FALSE 'N'.
       01 WS-PERIOD PIC X(6).
       01 WS-PERIOD-FIRST-DAY PIC 9(8).
       01 WS-PERIOD-LAST-DAY PIC 9(8).
       01 WS-CLICK-DATE PIC 9(8).
       01 WS-CLICK-DAY PIC 99.
       01 WS-AUDIT-DATE PIC 9(8).
      *> One row per campaign reported, with its hits for each day
      *> of the month (only days inside the window can be nonzero).
       01 WS-CAMPAIGN-TABLE.
           05 WS-CAMP-COUNT PIC 9(3) VALUE 0.
           05 WS-CAMP-ITEM OCCURS 100 TIMES.
               10 WS-CT-ID            PIC X(8).
               10 WS-CT-NAME          PIC X(40).
               10 WS-CT-DEPT          PIC X(8).
               10 WS-CT-OWNER         PIC X(8).
               10 WS-CT-START-DATE    PIC 9(8).
               10 WS-CT-END-DATE      PIC 9(8).
               10 WS-CT-CODES         PIC 9(5).
               10 WS-CT-PERIOD-HITS   PIC 9(9).
               10 WS-CT-DAY-HITS      PIC 9(7) OCCURS 31 TIMES.
       01 WS-CT-IDX PIC 9(3).
       01 WS-CT-FOUND-IDX PIC 9(3).
       01 WS-DAY-IDX PIC 99.
      *> One row per code on a reported campaign, loaded in
      *> short-code order from URL-CAMPLINK.
       01 WS-CODE-TABLE.
           05 WS-CODE-COUNT PIC 9(3) VALUE 0.
           05 WS-CODE-ITEM OCCURS 500 TIMES.
               10 WS-CC-SHORT         PIC X(6).
               10 WS-CC-CAMP-IDX      PIC 9(3).
               10 WS-CC-STATUS        PIC X(1).
               10 WS-CC-ON-MASTER-SW  PIC X(1).
                   88 WS-CC-ON-MASTER VALUE 'Y' FALSE 'N'.
               10 WS-CC-LIFE-HITS     PIC 9(9).
               10 WS-CC-EXPIRY        PIC 9(8).
               10 WS-CC-PERIOD-HITS   PIC 9(9).
               10 WS-CC-OFF-DATE      PIC 9(8).
               10 WS-CC-OFF-ACTION    PIC X(8).
       01 WS-CC-IDX PIC 9(3).
       01 WS-CC-FOUND-IDX PIC 9(3).
       01 WS-LOOKUP-SHORT PIC X(6).
       01 WS-CAMPAIGNS-READ PIC 9(7) VALUE 0.
       01 WS-LINKS-READ PIC 9(7) VALUE 0.
       01 WS-AUDIT-READ-COUNT PIC 9(7) VALUE 0.
       01 WS-CLICKS-READ-COUNT PIC 9(9) VALUE 0.
       01 WS-CLICKS-IN-PERIOD PIC 9(9) VALUE 0.
       01 WS-CLICKS-IN-WINDOW PIC 9(9) VALUE 0.
       01 WS-TOT-CODES PIC 9(7) VALUE 0.
       01 WS-TOT-LIFE-HITS PIC 9(11) VALUE 0.
       01 WS-TOT-WENT-DARK PIC 9(7) VALUE 0.
       01 WS-TOT-EXPIRE-EARLY PIC 9(7) VALUE 0.
       01 WS-TOT-NOT-ON-FILE PIC 9(7) VALUE 0.
       01 WS-CAMP-WENT-DARK PIC 9(5).
       01 WS-CAMP-EXPIRE-EARLY PIC 9(5).
       01 WS-CAMP-LIFE-HITS PIC 9(11).
       01 WS-HEADING-LINE.
           05 FILLER PIC X(8)  VALUE 'CODE'.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(10) VALUE 'STATUS'.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(11) VALUE ' LIFE-HITS'.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(11) VALUE 'WINDOW-HITS'.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(8)  VALUE 'EXPIRES'.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(30) VALUE 'FLAGS'.
       01 WS-CAMP-HEAD-LINE.
           05 FILLER            PIC X(9) VALUE 'CAMPAIGN '.
           05 WS-CH-ID          PIC X(8).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-CH-NAME        PIC X(40).
           05 FILLER            PIC X(7) VALUE '  DEPT '.
           05 WS-CH-DEPT        PIC X(8).
           05 FILLER            PIC X(8) VALUE '  OWNER '.
           05 WS-CH-OWNER       PIC X(8).
       01 WS-CAMP-WINDOW-LINE.
           05 FILLER            PIC X(9) VALUE 'WINDOW   '.
           05 WS-CW-START       PIC X(8).
           05 FILLER            PIC X(4) VALUE ' TO '.
           05 WS-CW-END         PIC X(8).
       01 WS-DETAIL-LINE.
           05 WS-DTL-SHORT       PIC X(8).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 WS-DTL-STATUS      PIC X(10).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 WS-DTL-LIFE-HITS   PIC ZZZ,ZZZ,ZZ9.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 WS-DTL-WINDOW-HITS PIC ZZZ,ZZZ,ZZ9.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 WS-DTL-EXPIRY      PIC X(8).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 WS-DTL-FLAGS       PIC X(60).
       01 WS-DAY-LINE.
           05 FILLER             PIC X(4) VALUE SPACES.
           05 WS-DAY-DATE        PIC X(8).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 WS-DAY-HITS        PIC Z,ZZZ,ZZ9.
       01 WS-COUNT-LINE.
           05 WS-CNT-LABEL       PIC X(30).
           05 WS-CNT-VALUE       PIC ZZ,ZZZ,ZZZ,ZZ9.

       LINKAGE SECTION.
       01  LS-PARM.
           05 LS-PARM-LEN  PIC S9(4) COMP.
           05 LS-PARM-TEXT PIC X(100).

       PROCEDURE DIVISION USING LS-PARM.
       MAIN-LOGIC.
           PERFORM SET-REPORT-PERIOD
           DISPLAY 'URL-CAMP-RPT: campaign report for period '
               WS-PERIOD
           PERFORM OPEN-FILES
           PERFORM LOAD-CAMPAIGNS
           PERFORM LOAD-CAMPAIGN-CODES
           PERFORM SCAN-AUDIT-FILE
           PERFORM TALLY-CLICKS-FILE
           PERFORM PRINT-CAMPAIGNS
           PERFORM PRINT-GRAND-TOTALS
           PERFORM CLOSE-FILES
           STOP RUN.

      *> With no PARM the report defaults to the month of the
      *> cycle's business date, as URL-ACTV-RPT does.
       SET-REPORT-PERIOD.
           PERFORM GET-BUSINESS-DATE
           IF LS-PARM-LEN >= 6
                   AND LS-PARM-TEXT(1:6) IS NUMERIC
               MOVE LS-PARM-TEXT(1:6) TO WS-PERIOD
           ELSE
               MOVE WS-BUSINESS-DATE(1:6) TO WS-PERIOD
           END-IF
           MOVE WS-PERIOD TO WS-PERIOD-FIRST-DAY(1:6)
           MOVE '01' TO WS-PERIOD-FIRST-DAY(7:2)
           MOVE WS-PERIOD TO WS-PERIOD-LAST-DAY(1:6)
           MOVE '31' TO WS-PERIOD-LAST-DAY(7:2).

       OPEN-FILES.
           OPEN INPUT URL-MASTER
           OPEN INPUT URL-AUDIT
           OPEN INPUT URL-CLICKS
           OPEN INPUT URL-CAMPAIGN
           OPEN INPUT URL-CAMPLINK
           OPEN OUTPUT URL-REPORT
           MOVE 'URL CAMPAIGN REPORT - CODES, HITS, STATUS'
               TO WS-RPT-TITLE
           MOVE WS-CD-YYYYMMDD TO WS-RPT-TL-DATE
           MOVE 'PERIOD ' TO WS-RPT-TL-PERIOD-LBL
           MOVE WS-PERIOD TO WS-RPT-TL-PERIOD.

       PRINT-PAGE-HEADING.
           MOVE WS-HEADING-LINE TO WS-PRINT-LINE
           PERFORM WRITE-HEADING-LINE
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-HEADING-LINE.

      *> A campaign is reported when any day of its window falls
      *> in the report month.
       LOAD-CAMPAIGNS.
           SET WS-EOF TO FALSE
           IF WS-CAMP-STATUS = '35'
               DISPLAY 'URL-CAMPAIGN does not exist; no campaigns'
               SET WS-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-EOF
               READ URL-CAMPAIGN NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CAMPAIGNS-READ
                       IF WS-CAMP-START-DATE <= WS-PERIOD-LAST-DAY
                           AND WS-CAMP-END-DATE
                               >= WS-PERIOD-FIRST-DAY
                           PERFORM ADD-CAMPAIGN-ROW
                       END-IF
               END-READ
           END-PERFORM.

       ADD-CAMPAIGN-ROW.
           IF WS-CAMP-COUNT < 100
               ADD 1 TO WS-CAMP-COUNT
               MOVE WS-CAMP-COUNT TO WS-CT-IDX
               MOVE WS-CAMP-ID TO WS-CT-ID(WS-CT-IDX)
               MOVE WS-CAMP-NAME TO WS-CT-NAME(WS-CT-IDX)
               MOVE WS-CAMP-DEPT TO WS-CT-DEPT(WS-CT-IDX)
               MOVE WS-CAMP-OWNER TO WS-CT-OWNER(WS-CT-IDX)
               MOVE WS-CAMP-START-DATE TO WS-CT-START-DATE(WS-CT-IDX)
               MOVE WS-CAMP-END-DATE TO WS-CT-END-DATE(WS-CT-IDX)
               MOVE 0 TO WS-CT-CODES(WS-CT-IDX)
               MOVE 0 TO WS-CT-PERIOD-HITS(WS-CT-IDX)
               PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                       UNTIL WS-DAY-IDX > 31
                   MOVE 0 TO WS-CT-DAY-HITS(WS-CT-IDX, WS-DAY-IDX)
               END-PERFORM
           ELSE
               DISPLAY 'Campaign table full at 100; '
                   WS-CAMP-ID ' not reported'
           END-IF.

       LOOK-UP-CAMPAIGN.
           MOVE 0 TO WS-CT-FOUND-IDX
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                   UNTIL WS-CT-IDX > WS-CAMP-COUNT
               IF WS-CT-ID(WS-CT-IDX) = WS-CLNK-CAMP-ID
                   MOVE WS-CT-IDX TO WS-CT-FOUND-IDX
                   MOVE WS-CAMP-COUNT TO WS-CT-IDX
               END-IF
           END-PERFORM.

      *> Codes are picked up in short-code order; each one's
      *> status, hits and expiry are taken from the master as it
      *> stands now. A link whose code has since been purged from
      *> the master is still listed, as NOT ON FILE.
       LOAD-CAMPAIGN-CODES.
           SET WS-EOF TO FALSE
           IF WS-CLNK-STATUS = '35' OR WS-CAMP-COUNT = 0
               SET WS-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-EOF
               READ URL-CAMPLINK NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-LINKS-READ
                       PERFORM LOOK-UP-CAMPAIGN
                       IF WS-CT-FOUND-IDX > 0
                           PERFORM ADD-CODE-ROW
                       END-IF
               END-READ
           END-PERFORM.

       ADD-CODE-ROW.
           IF WS-CODE-COUNT < 500
               ADD 1 TO WS-CODE-COUNT
               MOVE WS-CODE-COUNT TO WS-CC-IDX
               MOVE WS-CLNK-SHORT TO WS-CC-SHORT(WS-CC-IDX)
               MOVE WS-CT-FOUND-IDX TO WS-CC-CAMP-IDX(WS-CC-IDX)
               MOVE 0 TO WS-CC-PERIOD-HITS(WS-CC-IDX)
               MOVE 0 TO WS-CC-OFF-DATE(WS-CC-IDX)
               MOVE SPACES TO WS-CC-OFF-ACTION(WS-CC-IDX)
               ADD 1 TO WS-CT-CODES(WS-CT-FOUND-IDX)
               MOVE WS-CLNK-SHORT TO WS-SHORT
               READ URL-MASTER
                   INVALID KEY
                       SET WS-CC-ON-MASTER(WS-CC-IDX) TO FALSE
                       MOVE SPACE TO WS-CC-STATUS(WS-CC-IDX)
                       MOVE 0 TO WS-CC-LIFE-HITS(WS-CC-IDX)
                       MOVE 0 TO WS-CC-EXPIRY(WS-CC-IDX)
                   NOT INVALID KEY
                       SET WS-CC-ON-MASTER(WS-CC-IDX) TO TRUE
                       MOVE WS-ENTRY-STATUS TO WS-CC-STATUS(WS-CC-IDX)
                       MOVE WS-HIT-COUNT TO WS-CC-LIFE-HITS(WS-CC-IDX)
                       MOVE WS-EXPIRATION-DATE
                           TO WS-CC-EXPIRY(WS-CC-IDX)
               END-READ
           ELSE
               DISPLAY 'Code table full at 500; '
                   WS-CLNK-SHORT ' not reported'
           END-IF.

       LOOK-UP-CODE.
           MOVE 0 TO WS-CC-FOUND-IDX
           PERFORM VARYING WS-CC-IDX FROM 1 BY 1
                   UNTIL WS-CC-IDX > WS-CODE-COUNT
               IF WS-CC-SHORT(WS-CC-IDX) = WS-LOOKUP-SHORT
                   MOVE WS-CC-IDX TO WS-CC-FOUND-IDX
                   MOVE WS-CODE-COUNT TO WS-CC-IDX
               END-IF
           END-PERFORM.

      *> The last suspend or block action inside a code's campaign
      *> window is kept; it only counts as going dark mid-campaign
      *> if the code is still suspended or blocked now (a
      *> REACTIVE since then has brought it back).
       SCAN-AUDIT-FILE.
           SET WS-EOF TO FALSE
           IF WS-AUDIT-STATUS = '35' OR WS-CODE-COUNT = 0
               SET WS-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-EOF
               READ URL-AUDIT
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-AUDIT-READ-COUNT
                       IF WS-AUDIT-ACTION = 'SUSPEND'
                               OR WS-AUDIT-ACTION = 'FLOODSUS'
                               OR WS-AUDIT-ACTION = 'DEADLINK'
                               OR WS-AUDIT-ACTION = 'TAKEDOWN'
                           PERFORM NOTE-OFF-ACTION
                       END-IF
               END-READ
           END-PERFORM.

       NOTE-OFF-ACTION.
           MOVE WS-AUDIT-SHORT TO WS-LOOKUP-SHORT
           PERFORM LOOK-UP-CODE
           IF WS-CC-FOUND-IDX > 0
                   AND WS-AUDIT-TIMESTAMP(1:8) IS NUMERIC
               MOVE WS-AUDIT-TIMESTAMP(1:8) TO WS-AUDIT-DATE
               MOVE WS-CC-CAMP-IDX(WS-CC-FOUND-IDX) TO WS-CT-IDX
               IF WS-AUDIT-DATE >= WS-CT-START-DATE(WS-CT-IDX)
                       AND WS-AUDIT-DATE <= WS-CT-END-DATE(WS-CT-IDX)
                       AND WS-AUDIT-DATE
                           >= WS-CC-OFF-DATE(WS-CC-FOUND-IDX)
                   MOVE WS-AUDIT-DATE
                       TO WS-CC-OFF-DATE(WS-CC-FOUND-IDX)
                   MOVE WS-AUDIT-ACTION
                       TO WS-CC-OFF-ACTION(WS-CC-FOUND-IDX)
               END-IF
           END-IF.

      *> Only clicks in the report month on a campaign code, and
      *> on a day inside that campaign's window, are counted.
       TALLY-CLICKS-FILE.
           SET WS-EOF TO FALSE
           IF WS-CLICKS-STATUS = '35' OR WS-CODE-COUNT = 0
               SET WS-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-EOF
               READ URL-CLICKS
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CLICKS-READ-COUNT
                       IF WS-CLICK-TIMESTAMP(1:6) = WS-PERIOD
                               AND WS-CLICK-TIMESTAMP(1:8) IS NUMERIC
                           ADD 1 TO WS-CLICKS-IN-PERIOD
                           PERFORM ATTRIBUTE-CLICK
                       END-IF
               END-READ
           END-PERFORM.

       ATTRIBUTE-CLICK.
           MOVE WS-CLICK-SHORT TO WS-LOOKUP-SHORT
           PERFORM LOOK-UP-CODE
           IF WS-CC-FOUND-IDX > 0
               MOVE WS-CLICK-TIMESTAMP(1:8) TO WS-CLICK-DATE
               MOVE WS-CLICK-TIMESTAMP(7:2) TO WS-CLICK-DAY
               MOVE WS-CC-CAMP-IDX(WS-CC-FOUND-IDX) TO WS-CT-IDX
               IF WS-CLICK-DATE >= WS-CT-START-DATE(WS-CT-IDX)
                       AND WS-CLICK-DATE <= WS-CT-END-DATE(WS-CT-IDX)
                       AND WS-CLICK-DAY >= 1 AND WS-CLICK-DAY <= 31
                   ADD 1 TO WS-CLICKS-IN-WINDOW
                   ADD 1 TO WS-CC-PERIOD-HITS(WS-CC-FOUND-IDX)
                   ADD 1 TO WS-CT-PERIOD-HITS(WS-CT-IDX)
                   ADD 1 TO WS-CT-DAY-HITS(WS-CT-IDX, WS-CLICK-DAY)
               END-IF
           END-IF.

       PRINT-CAMPAIGNS.
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                   UNTIL WS-CT-IDX > WS-CAMP-COUNT
               IF WS-CT-IDX > 1
                   PERFORM FORCE-NEW-REPORT-PAGE
               END-IF
               PERFORM PRINT-ONE-CAMPAIGN
           END-PERFORM.

       PRINT-ONE-CAMPAIGN.
           MOVE WS-CT-ID(WS-CT-IDX) TO WS-CH-ID
           MOVE WS-CT-NAME(WS-CT-IDX) TO WS-CH-NAME
           MOVE WS-CT-DEPT(WS-CT-IDX) TO WS-CH-DEPT
           MOVE WS-CT-OWNER(WS-CT-IDX) TO WS-CH-OWNER
           MOVE WS-CAMP-HEAD-LINE TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-CT-START-DATE(WS-CT-IDX) TO WS-CW-START
           MOVE WS-CT-END-DATE(WS-CT-IDX) TO WS-CW-END
           MOVE WS-CAMP-WINDOW-LINE TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE 0 TO WS-CAMP-WENT-DARK
           MOVE 0 TO WS-CAMP-EXPIRE-EARLY
           MOVE 0 TO WS-CAMP-LIFE-HITS
           PERFORM VARYING WS-CC-IDX FROM 1 BY 1
                   UNTIL WS-CC-IDX > WS-CODE-COUNT
               IF WS-CC-CAMP-IDX(WS-CC-IDX) = WS-CT-IDX
                   PERFORM PRINT-CODE-LINE
               END-IF
           END-PERFORM
           IF WS-CT-CODES(WS-CT-IDX) = 0
               MOVE '  NO CODES ATTACHED' TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE 'DAILY HITS INSIDE THE CAMPAIGN WINDOW'
               TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                   UNTIL WS-DAY-IDX > 31
               PERFORM PRINT-DAY-LINE
           END-PERFORM
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE 'Codes on campaign            :' TO WS-CNT-LABEL
           MOVE WS-CT-CODES(WS-CT-IDX) TO WS-CNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE 'Lifetime hits on codes       :' TO WS-CNT-LABEL
           MOVE WS-CAMP-LIFE-HITS TO WS-CNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE 'Hits in window this period   :' TO WS-CNT-LABEL
           MOVE WS-CT-PERIOD-HITS(WS-CT-IDX) TO WS-CNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE 'Codes dark mid-campaign      :' TO WS-CNT-LABEL
           MOVE WS-CAMP-WENT-DARK TO WS-CNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE 'Codes expiring before end    :' TO WS-CNT-LABEL
           MOVE WS-CAMP-EXPIRE-EARLY TO WS-CNT-VALUE
           PERFORM PRINT-COUNT-LINE
           ADD WS-CT-CODES(WS-CT-IDX) TO WS-TOT-CODES
           ADD WS-CAMP-LIFE-HITS TO WS-TOT-LIFE-HITS
           ADD WS-CAMP-WENT-DARK TO WS-TOT-WENT-DARK
           ADD WS-CAMP-EXPIRE-EARLY TO WS-TOT-EXPIRE-EARLY.

       PRINT-CODE-LINE.
           MOVE WS-CC-SHORT(WS-CC-IDX) TO WS-DTL-SHORT
           MOVE WS-CC-LIFE-HITS(WS-CC-IDX) TO WS-DTL-LIFE-HITS
           MOVE WS-CC-PERIOD-HITS(WS-CC-IDX) TO WS-DTL-WINDOW-HITS
           MOVE SPACES TO WS-DTL-FLAGS
           ADD WS-CC-LIFE-HITS(WS-CC-IDX) TO WS-CAMP-LIFE-HITS
           IF NOT WS-CC-ON-MASTER(WS-CC-IDX)
               MOVE 'NOT ON FILE' TO WS-DTL-STATUS
               MOVE SPACES TO WS-DTL-EXPIRY
               ADD 1 TO WS-TOT-NOT-ON-FILE
           ELSE
               EVALUATE WS-CC-STATUS(WS-CC-IDX)
                   WHEN 'S'
                       MOVE 'SUSPENDED' TO WS-DTL-STATUS
                   WHEN 'B'
                       MOVE 'BLOCKED' TO WS-DTL-STATUS
                   WHEN 'M'
                       MOVE 'MERGED' TO WS-DTL-STATUS
                   WHEN 'P'
                       MOVE 'PENDING' TO WS-DTL-STATUS
                   WHEN 'H'
                       MOVE 'HELD' TO WS-DTL-STATUS
                   WHEN OTHER
                       MOVE 'ACTIVE' TO WS-DTL-STATUS
               END-EVALUATE
               MOVE WS-CC-EXPIRY(WS-CC-IDX) TO WS-DTL-EXPIRY
               PERFORM SET-CODE-FLAGS
           END-IF
           MOVE WS-DETAIL-LINE TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE.

       SET-CODE-FLAGS.
           IF (WS-CC-STATUS(WS-CC-IDX) = 'S'
                   OR WS-CC-STATUS(WS-CC-IDX) = 'B')
                   AND WS-CC-OFF-DATE(WS-CC-IDX) > 0
               ADD 1 TO WS-CAMP-WENT-DARK
               IF WS-CC-STATUS(WS-CC-IDX) = 'S'
                   STRING 'SUSPENDED MID-CAMPAIGN '
                           WS-CC-OFF-DATE(WS-CC-IDX) ' '
                       DELIMITED BY SIZE INTO WS-DTL-FLAGS
               ELSE
                   STRING 'BLOCKED MID-CAMPAIGN '
                           WS-CC-OFF-DATE(WS-CC-IDX) ' '
                       DELIMITED BY SIZE INTO WS-DTL-FLAGS
               END-IF
           END-IF
           IF WS-CC-EXPIRY(WS-CC-IDX) > 0
                   AND WS-CC-EXPIRY(WS-CC-IDX)
                       < WS-CT-END-DATE(WS-CT-IDX)
               ADD 1 TO WS-CAMP-EXPIRE-EARLY
               IF WS-DTL-FLAGS = SPACES
                   MOVE 'EXPIRES BEFORE END' TO WS-DTL-FLAGS
               ELSE
                   MOVE 'EXPIRES BEFORE END' TO WS-DTL-FLAGS(33:18)
               END-IF
           END-IF.

      *> Days of the month outside the campaign window are left
      *> off; a day inside it with no hits prints as zero, so a
      *> dead spell stands out.
       PRINT-DAY-LINE.
           MOVE WS-PERIOD TO WS-CLICK-DATE(1:6)
           MOVE WS-DAY-IDX TO WS-CLICK-DATE(7:2)
           MOVE WS-CLICK-DATE TO WS-CAL-DATE
           PERFORM VALIDATE-CALENDAR-DATE
           IF WS-CAL-DATE-VALID
                   AND WS-CLICK-DATE >= WS-CT-START-DATE(WS-CT-IDX)
                   AND WS-CLICK-DATE <= WS-CT-END-DATE(WS-CT-IDX)
               MOVE WS-CLICK-DATE TO WS-DAY-DATE
               MOVE WS-CT-DAY-HITS(WS-CT-IDX, WS-DAY-IDX)
                   TO WS-DAY-HITS
               MOVE WS-DAY-LINE TO WS-PRINT-LINE
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
           MOVE 'Campaigns on file            :' TO WS-CNT-LABEL
           MOVE WS-CAMPAIGNS-READ TO WS-CNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE 'Campaigns reported           :' TO WS-CNT-LABEL
           MOVE WS-CAMP-COUNT TO WS-CNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE 'Campaign links read          :' TO WS-CNT-LABEL
           MOVE WS-LINKS-READ TO WS-CNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE 'Codes reported               :' TO WS-CNT-LABEL
           MOVE WS-TOT-CODES TO WS-CNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE '  not on master              :' TO WS-CNT-LABEL
           MOVE WS-TOT-NOT-ON-FILE TO WS-CNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE 'Lifetime hits on codes       :' TO WS-CNT-LABEL
           MOVE WS-TOT-LIFE-HITS TO WS-CNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE 'Codes dark mid-campaign      :' TO WS-CNT-LABEL
           MOVE WS-TOT-WENT-DARK TO WS-CNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE 'Codes expiring before end    :' TO WS-CNT-LABEL
           MOVE WS-TOT-EXPIRE-EARLY TO WS-CNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE 'FILE RECORD COUNTS THIS RUN' TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE 'Audit records read           :' TO WS-CNT-LABEL
           MOVE WS-AUDIT-READ-COUNT TO WS-CNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE 'Click events read            :' TO WS-CNT-LABEL
           MOVE WS-CLICKS-READ-COUNT TO WS-CNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE 'Clicks in period             :' TO WS-CNT-LABEL
           MOVE WS-CLICKS-IN-PERIOD TO WS-CNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE 'Clicks in campaign windows   :' TO WS-CNT-LABEL
           MOVE WS-CLICKS-IN-WINDOW TO WS-CNT-VALUE
           PERFORM PRINT-COUNT-LINE
           DISPLAY 'URL-CAMP-RPT run complete'
           DISPLAY 'Campaigns reported       : ' WS-CAMP-COUNT
           DISPLAY 'Codes reported           : ' WS-TOT-CODES
           DISPLAY 'Clicks in windows        : ' WS-CLICKS-IN-WINDOW
           DISPLAY 'Business date used: ' WS-BUSINESS-DATE
               ' (' WS-BUSINESS-DATE-SRC ')'.

       CLOSE-FILES.
           CLOSE URL-MASTER
           CLOSE URL-AUDIT
           CLOSE URL-CLICKS
           CLOSE URL-CAMPAIGN
           CLOSE URL-CAMPLINK
           CLOSE URL-REPORT.

           COPY URLRPROC.

           COPY URLDPROC.

           COPY URLKPROC.

       END PROGRAM URL-CAMP-RPT.
