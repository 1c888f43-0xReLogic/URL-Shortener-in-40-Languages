       IDENTIFICATION DIVISION.
       PROGRAM-ID. URL-HR-SEPN.

      *> HR separations run: reads the URL-SEPFEED file of leavers
      *> (layout in URLSEP.cpy - leaver ID, leaving date, successor
      *> ID) and, for every leaver whose leaving date has been
      *> reached by the cycle's business date (URL-PCTL):
      *>   - moves every URL-MASTER entry the leaver owns
      *>     (WS-CREATED-BY) to the successor, journaled and
      *>     written to URL-AUDIT under CHGOWNER exactly as a
      *>     URL-MAINT CHGOWNER card would be, and likewise moves
      *>     any URL-CAMPAIGN the leaver owns;
      *>   - drops the leaver's cards from URL-AUTH, writing the
      *>     rest to URL-AUTHNEW;
      *>   - closes the leaver's URL-QUOTA record by setting its
      *>     allowance to zero (deleting it would leave the ID with
      *>     no ceiling at all), writing the file to URL-QTANEW.
      *> The following job step swaps both new files in. A
      *> successor is valid when one is given, is not the leaver,
      *> and is not on the separations file as a leaver in turn;
      *> with no valid successor the leaver's access is still
      *> removed but the codes and campaigns stay where they are
      *> and are listed on the exceptions page of the transfer
      *> register (URL-REPORT) for the operations desk, with RC 4.
      *> A separation with a leaving date that is not a real date
      *> is not actioned at all and is listed too; one dated after
      *> the business date is shown as deferred and actioned when
      *> the feed presents it again on or after that date. The
      *> submitting user comes from the JCL EXEC PARM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY URLSEL.
           COPY URLASEL.
           COPY URLJSEL.
           COPY URLUSEL.
           COPY URLQSEL.
           COPY URLCMSEL.
           COPY URLPSEL.
           COPY URLDSEL.
           COPY URLOSEL.
           SELECT URL-SEPFEED ASSIGN TO "URLSEPF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SEPFEED-STATUS.
           SELECT URL-AUTHNEW ASSIGN TO "URLAUTN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUTHNEW-STATUS.
           SELECT URL-QTANEW ASSIGN TO "URLQNEW"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-QTANEW-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  URL-MASTER.
       01  WS-URL-ENTRY.
           COPY URLREC.

       FD  URL-AUDIT
           RECORDING MODE IS F.
           COPY URLAUD.

       FD  URL-JOURNAL
           RECORDING MODE IS F.
           COPY URLJRN.

       FD  URL-AUTH
           RECORDING MODE IS F.
           COPY URLAUT.

       FD  URL-QUOTA
           RECORDING MODE IS F.
           COPY URLQTA.

       FD  URL-CAMPAIGN.
           COPY URLCMP.

       FD  URL-REPORT
           RECORDING MODE IS F.
           COPY URLPRT.

       FD  URL-PCTL.
           COPY URLPCT.

       FD  URL-SEPFEED
           RECORDING MODE IS F.
           COPY URLSEP.

       FD  URL-AUTHNEW
           RECORDING MODE IS F.
       01  WS-AUTHNEW-RECORD PIC X(80).

       FD  URL-QTANEW
           RECORDING MODE IS F.
       01  WS-QTANEW-RECORD.
           05 WS-QTANEW-CREATOR   PIC X(8).
           05 WS-QTANEW-ALLOWANCE PIC 9(7).
           05 WS-QTANEW-USED      PIC 9(7).
           05 WS-QTANEW-PERIOD    PIC X(6).

       FD  URL-RUNCTL
           RECORDING MODE IS F.
           COPY URLRCT.

       WORKING-STORAGE SECTION.
           COPY URLWS.
           COPY URLRPTW.
       01 WS-SEPFEED-STATUS PIC XX.
       01 WS-AUTHNEW-STATUS PIC XX.
       01 WS-QTANEW-STATUS PIC XX.
       01 WS-EOF-SW PIC X VALUE 'N'.
           88 WS-EOF VALUE 'Y' FALSE 'N'.
       01 WS-PARM-LEN PIC 9(4).
      *> One row per separation on the feed. The state byte says
      *> what this run does with it: T = transfer to the
      *> successor, X = leaver actioned but no valid successor,
      *> D = deferred (leaving date not reached), R = not actioned
      *> (leaving date not a valid date), U = repeat of a leaver
      *> already on the feed (the first record wins).
       01 WS-SEP-TABLE.
           05 WS-SP-COUNT PIC 9(3) VALUE 0.
           05 WS-SP-ITEM OCCURS 200 TIMES.
               10 WS-SP-LEAVER        PIC X(8).
               10 WS-SP-LEAVING-DATE  PIC X(8).
               10 WS-SP-SUCCESSOR     PIC X(8).
               10 WS-SP-STATE         PIC X(1).
                   88 WS-SP-TRANSFER      VALUE 'T'.
                   88 WS-SP-NO-SUCCESSOR  VALUE 'X'.
                   88 WS-SP-ACTIONED      VALUE 'T' 'X'.
                   88 WS-SP-DEFERRED      VALUE 'D'.
                   88 WS-SP-BAD-DATE      VALUE 'R'.
                   88 WS-SP-DUPLICATE     VALUE 'U'.
               10 WS-SP-REASON        PIC X(30).
               10 WS-SP-CODES         PIC 9(7).
               10 WS-SP-CAMPAIGNS     PIC 9(5).
               10 WS-SP-HELD          PIC 9(7).
               10 WS-SP-AUTH-CARDS    PIC 9(3).
               10 WS-SP-QUOTA-SW      PIC X(1).
                   88 WS-SP-QUOTA-CLOSED  VALUE 'Y' FALSE 'N'.
       01 WS-SP-IDX PIC 9(3).
       01 WS-SP-ROW PIC 9(3).
       01 WS-SP-FOUND-IDX PIC 9(3).
       01 WS-LOOKUP-ID PIC X(8).
       01 WS-TABLE-OVERFLOW-SW PIC X VALUE 'N'.
           88 WS-SEP-TABLE-OVERFLOW VALUE 'Y'.
       01 WS-OLD-OWNER PIC X(8).
       01 WS-FEED-READ-COUNT PIC 9(7) VALUE 0.
       01 WS-MASTER-READ-COUNT PIC 9(7) VALUE 0.
       01 WS-CODES-MOVED PIC 9(7) VALUE 0.
       01 WS-CAMPAIGNS-MOVED PIC 9(7) VALUE 0.
       01 WS-ITEMS-HELD PIC 9(7) VALUE 0.
       01 WS-CARDS-READ PIC 9(7) VALUE 0.
       01 WS-CARDS-DROPPED PIC 9(7) VALUE 0.
       01 WS-QUOTAS-READ PIC 9(7) VALUE 0.
       01 WS-QUOTAS-CLOSED PIC 9(7) VALUE 0.
       01 WS-SEPS-ACTIONED PIC 9(7) VALUE 0.
       01 WS-SEPS-DEFERRED PIC 9(7) VALUE 0.
       01 WS-SEPS-EXCEPTION PIC 9(7) VALUE 0.
       01 WS-SECTION-HEADING PIC X(132) VALUE SPACES.
       01 WS-CODE-HEADING.
           05 FILLER PIC X(10) VALUE 'CODE'.
           05 FILLER PIC X(10) VALUE 'FROM'.
           05 FILLER PIC X(10) VALUE 'TO'.
           05 FILLER PIC X(10) VALUE 'LEAVING'.
           05 FILLER PIC X(20) VALUE 'LONG URL'.
       01 WS-CAMP-HEADING.
           05 FILLER PIC X(10) VALUE 'CAMPAIGN'.
           05 FILLER PIC X(10) VALUE 'FROM'.
           05 FILLER PIC X(10) VALUE 'TO'.
           05 FILLER PIC X(10) VALUE 'LEAVING'.
           05 FILLER PIC X(20) VALUE 'CAMPAIGN NAME'.
       01 WS-EXC-HEADING.
           05 FILLER PIC X(10) VALUE 'ITEM'.
           05 FILLER PIC X(10) VALUE 'LEAVER'.
           05 FILLER PIC X(10) VALUE 'SUCCESSOR'.
           05 FILLER PIC X(10) VALUE 'LEAVING'.
           05 FILLER PIC X(20) VALUE 'REASON'.
       01 WS-SUMM-HEADING.
           05 FILLER PIC X(10) VALUE 'LEAVER'.
           05 FILLER PIC X(10) VALUE 'LEAVING'.
           05 FILLER PIC X(10) VALUE 'SUCCESSOR'.
           05 FILLER PIC X(9)  VALUE '    CODES'.
           05 FILLER PIC X(8)  VALUE '   CAMPS'.
           05 FILLER PIC X(8)  VALUE '    HELD'.
           05 FILLER PIC X(7)  VALUE '  CARDS'.
           05 FILLER PIC X(8)  VALUE '  QUOTA'.
           05 FILLER PIC X(30) VALUE 'OUTCOME'.
      *> Transfer, campaign and exception lines share one layout:
      *> item, the two user IDs, the leaving date and a text.
       01 WS-XFER-LINE.
           05 WS-XFR-ITEM        PIC X(8).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 WS-XFR-FROM        PIC X(8).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 WS-XFR-TO          PIC X(8).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 WS-XFR-DATE        PIC X(8).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 WS-XFR-TEXT        PIC X(92).
       01 WS-SUMM-LINE.
           05 WS-SUM-LEAVER      PIC X(8).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 WS-SUM-DATE        PIC X(8).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 WS-SUM-SUCCESSOR   PIC X(8).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 WS-SUM-CODES       PIC ZZZ,ZZ9.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 WS-SUM-CAMPS       PIC ZZ,ZZ9.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 WS-SUM-HELD        PIC ZZ,ZZ9.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 WS-SUM-CARDS       PIC ZZ9.
           05 FILLER             PIC X(4) VALUE SPACES.
           05 WS-SUM-QUOTA       PIC X(6).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 WS-SUM-OUTCOME     PIC X(30).
       01 WS-COUNT-LINE.
           05 WS-CNT-LABEL       PIC X(30).
           05 WS-CNT-VALUE       PIC ZZ,ZZZ,ZZZ,ZZ9.

       LINKAGE SECTION.
       01  LS-PARM.
           05 LS-PARM-LEN  PIC S9(4) COMP.
           05 LS-PARM-TEXT PIC X(100).

       PROCEDURE DIVISION USING LS-PARM.
       MAIN-LOGIC.
           MOVE 'URLHRSEP' TO WS-JRNL-PGM
           MOVE SPACES TO WS-SUBMITTED-BY
           IF LS-PARM-LEN > 0
               IF LS-PARM-LEN > 8
                   MOVE 8 TO WS-PARM-LEN
               ELSE
                   MOVE LS-PARM-LEN TO WS-PARM-LEN
               END-IF
               MOVE LS-PARM-TEXT(1:WS-PARM-LEN)
                   TO WS-SUBMITTED-BY(1:WS-PARM-LEN)
           ELSE
               MOVE 'HRFEED' TO WS-SUBMITTED-BY
           END-IF
           DISPLAY 'URL-HR-SEPN: HR separations ownership transfer'
           PERFORM GET-BUSINESS-DATE
           MOVE 'URLHRSEP' TO WS-RUN-PGM
           PERFORM WRITE-RUN-START
           PERFORM OPEN-FILES
           PERFORM LOAD-SEPARATIONS
           IF WS-SEP-TABLE-OVERFLOW
               DISPLAY 'Separations table full at 200 - nothing'
                   ' applied; split the feed and rerun'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM CHECK-SUCCESSORS
               PERFORM TRANSFER-MASTER-ENTRIES
               PERFORM TRANSFER-CAMPAIGNS
               PERFORM ROLL-AUTH-FILE
               PERFORM ROLL-QUOTA-FILE
               PERFORM PRINT-SEPARATION-SUMMARY
               PERFORM PRINT-EXCEPTIONS
               PERFORM PRINT-GRAND-TOTALS
           END-IF
           PERFORM CLOSE-FILES
           PERFORM RECORD-RUN-END
           STOP RUN.

       RECORD-RUN-END.
           MOVE 'LEAVERS' TO WS-RUN-CNT-LABEL(1)
           MOVE WS-FEED-READ-COUNT TO WS-RUN-CNT-VALUE(1)
           MOVE 'CODESMVD' TO WS-RUN-CNT-LABEL(2)
           MOVE WS-CODES-MOVED TO WS-RUN-CNT-VALUE(2)
           MOVE 'CAMPSMVD' TO WS-RUN-CNT-LABEL(3)
           MOVE WS-CAMPAIGNS-MOVED TO WS-RUN-CNT-VALUE(3)
           MOVE 'EXCEPTNS' TO WS-RUN-CNT-LABEL(4)
           MOVE WS-SEPS-EXCEPTION TO WS-RUN-CNT-VALUE(4)
           PERFORM WRITE-RUN-END.

       OPEN-FILES.
           OPEN INPUT URL-SEPFEED
           OPEN I-O URL-MASTER
           OPEN I-O URL-CAMPAIGN
           OPEN INPUT URL-AUTH
           OPEN INPUT URL-QUOTA
           OPEN OUTPUT URL-AUTHNEW
           OPEN OUTPUT URL-QTANEW
           OPEN EXTEND URL-AUDIT
           OPEN EXTEND URL-JOURNAL
           OPEN OUTPUT URL-REPORT
           MOVE 'URL OWNERSHIP TRANSFER REGISTER - HR SEPARATIONS'
               TO WS-RPT-TITLE
           MOVE WS-CD-YYYYMMDD TO WS-RPT-TL-DATE.

       PRINT-PAGE-HEADING.
           MOVE WS-SECTION-HEADING TO WS-PRINT-LINE
           PERFORM WRITE-HEADING-LINE
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-HEADING-LINE.

       START-REGISTER-SECTION.
           PERFORM FORCE-NEW-REPORT-PAGE.

      *> Leaver rows are keyed by user ID; LOOK-UP-LEAVER leaves
      *> the first row for WS-LOOKUP-ID in WS-SP-FOUND-IDX, or 0.
       LOOK-UP-LEAVER.
           MOVE 0 TO WS-SP-FOUND-IDX
           PERFORM VARYING WS-SP-IDX FROM 1 BY 1
                   UNTIL WS-SP-IDX > WS-SP-COUNT
               IF WS-SP-LEAVER(WS-SP-IDX) = WS-LOOKUP-ID
                   MOVE WS-SP-IDX TO WS-SP-FOUND-IDX
                   MOVE WS-SP-COUNT TO WS-SP-IDX
               END-IF
           END-PERFORM.

       LOAD-SEPARATIONS.
           SET WS-EOF TO FALSE
           IF WS-SEPFEED-STATUS = '35'
               DISPLAY 'URL-SEPFEED does not exist; no separations'
               SET WS-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-EOF
               READ URL-SEPFEED
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-FEED-READ-COUNT
                       IF WS-SEP-LEAVER-ID NOT = SPACES
                           PERFORM ADD-SEPARATION-ROW
                       END-IF
               END-READ
           END-PERFORM.

       ADD-SEPARATION-ROW.
           IF WS-SP-COUNT >= 200
               SET WS-SEP-TABLE-OVERFLOW TO TRUE
               SET WS-EOF TO TRUE
           ELSE
               MOVE FUNCTION UPPER-CASE(WS-SEP-LEAVER-ID)
                   TO WS-LOOKUP-ID
               PERFORM LOOK-UP-LEAVER
               ADD 1 TO WS-SP-COUNT
               MOVE WS-SP-COUNT TO WS-SP-ROW
               MOVE WS-LOOKUP-ID TO WS-SP-LEAVER(WS-SP-ROW)
               MOVE WS-SEP-LEAVING-DATE
                   TO WS-SP-LEAVING-DATE(WS-SP-ROW)
               MOVE FUNCTION UPPER-CASE(WS-SEP-SUCCESSOR-ID)
                   TO WS-SP-SUCCESSOR(WS-SP-ROW)
               MOVE SPACES TO WS-SP-REASON(WS-SP-ROW)
               MOVE 0 TO WS-SP-CODES(WS-SP-ROW)
               MOVE 0 TO WS-SP-CAMPAIGNS(WS-SP-ROW)
               MOVE 0 TO WS-SP-HELD(WS-SP-ROW)
               MOVE 0 TO WS-SP-AUTH-CARDS(WS-SP-ROW)
               SET WS-SP-QUOTA-CLOSED(WS-SP-ROW) TO FALSE
               SET WS-CAL-DATE-VALID TO FALSE
               IF WS-SEP-LEAVING-DATE IS NUMERIC
                   MOVE WS-SEP-LEAVING-DATE TO WS-CAL-DATE
                   PERFORM VALIDATE-CALENDAR-DATE
               END-IF
               EVALUATE TRUE
                   WHEN WS-SP-FOUND-IDX > 0
                       MOVE 'U' TO WS-SP-STATE(WS-SP-ROW)
                       MOVE 'LEAVER REPEATED ON FEED'
                           TO WS-SP-REASON(WS-SP-ROW)
                   WHEN NOT WS-CAL-DATE-VALID
                       MOVE 'R' TO WS-SP-STATE(WS-SP-ROW)
                       MOVE 'LEAVING DATE NOT A VALID DATE'
                           TO WS-SP-REASON(WS-SP-ROW)
                   WHEN WS-CAL-DATE > WS-BUSINESS-DATE
                       MOVE 'D' TO WS-SP-STATE(WS-SP-ROW)
                       MOVE 'DEFERRED - NOT YET LEFT'
                           TO WS-SP-REASON(WS-SP-ROW)
                   WHEN OTHER
                       MOVE 'T' TO WS-SP-STATE(WS-SP-ROW)
               END-EVALUATE
           END-IF.

      *> Run once the whole feed is loaded, so a successor who is
      *> further down the feed as a leaver is still caught.
       CHECK-SUCCESSORS.
           PERFORM VARYING WS-SP-ROW FROM 1 BY 1
                   UNTIL WS-SP-ROW > WS-SP-COUNT
               IF WS-SP-TRANSFER(WS-SP-ROW)
                   MOVE WS-SP-SUCCESSOR(WS-SP-ROW) TO WS-LOOKUP-ID
                   PERFORM LOOK-UP-LEAVER
                   EVALUATE TRUE
                       WHEN WS-SP-SUCCESSOR(WS-SP-ROW) = SPACES
                           MOVE 'NO SUCCESSOR GIVEN'
                               TO WS-SP-REASON(WS-SP-ROW)
                           MOVE 'X' TO WS-SP-STATE(WS-SP-ROW)
                       WHEN WS-SP-SUCCESSOR(WS-SP-ROW)
                               = WS-SP-LEAVER(WS-SP-ROW)
                           MOVE 'SUCCESSOR IS THE LEAVER'
                               TO WS-SP-REASON(WS-SP-ROW)
                           MOVE 'X' TO WS-SP-STATE(WS-SP-ROW)
                       WHEN WS-SP-FOUND-IDX > 0
                           MOVE 'SUCCESSOR IS ALSO LEAVING'
                               TO WS-SP-REASON(WS-SP-ROW)
                           MOVE 'X' TO WS-SP-STATE(WS-SP-ROW)
                   END-EVALUATE
               END-IF
           END-PERFORM.

      *> One pass over the master; every entry owned by a leaver
      *> with a valid successor is moved and listed on the
      *> register, entries of a leaver without one are counted
      *> here and listed on the exceptions page afterwards.
       TRANSFER-MASTER-ENTRIES.
           MOVE WS-CODE-HEADING TO WS-SECTION-HEADING
           PERFORM START-REGISTER-SECTION
           MOVE 'SHORT CODES TRANSFERRED' TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM START-MASTER-SCAN
           PERFORM UNTIL WS-EOF
               READ URL-MASTER NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-MASTER-READ-COUNT
                       MOVE WS-CREATED-BY TO WS-LOOKUP-ID
                       PERFORM LOOK-UP-LEAVER
                       IF WS-SP-FOUND-IDX > 0
                           PERFORM CHECK-LEAVER-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CODES-MOVED = 0
               MOVE '  NONE' TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

       START-MASTER-SCAN.
           SET WS-EOF TO FALSE
           IF WS-MASTER-STATUS = '35'
               DISPLAY 'URL-MASTER does not exist; no codes moved'
               SET WS-EOF TO TRUE
           ELSE
               MOVE LOW-VALUES TO WS-SHORT
               START URL-MASTER KEY IS NOT LESS THAN WS-SHORT
                   INVALID KEY
                       SET WS-EOF TO TRUE
               END-START
           END-IF.

       CHECK-LEAVER-ENTRY.
           EVALUATE TRUE
               WHEN WS-SP-TRANSFER(WS-SP-FOUND-IDX)
                   PERFORM MOVE-MASTER-ENTRY
               WHEN WS-SP-NO-SUCCESSOR(WS-SP-FOUND-IDX)
                   ADD 1 TO WS-SP-HELD(WS-SP-FOUND-IDX)
                   ADD 1 TO WS-ITEMS-HELD
           END-EVALUATE.

       MOVE-MASTER-ENTRY.
           MOVE WS-URL-ENTRY TO WS-JRNL-SAVE-BEFORE
           MOVE WS-CREATED-BY TO WS-OLD-OWNER
           MOVE WS-SP-SUCCESSOR(WS-SP-FOUND-IDX) TO WS-CREATED-BY
           REWRITE WS-URL-ENTRY
           MOVE 'REWRITE' TO WS-JRNL-SAVE-ACTION
           MOVE WS-URL-ENTRY TO WS-JRNL-SAVE-AFTER
           PERFORM WRITE-JOURNAL-RECORD
           MOVE WS-SUBMITTED-BY TO WS-AUDIT-CREATED-BY
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           STRING WS-CD-YYYYMMDD WS-CD-HHMMSS DELIMITED BY SIZE
               INTO WS-AUDIT-TIMESTAMP
           MOVE WS-SHORT TO WS-AUDIT-SHORT
           MOVE WS-LONG-URL TO WS-AUDIT-LONG-URL
           MOVE 'CHGOWNER' TO WS-AUDIT-ACTION
           WRITE WS-AUDIT-RECORD
           ADD 1 TO WS-SP-CODES(WS-SP-FOUND-IDX)
           ADD 1 TO WS-CODES-MOVED
           MOVE WS-SHORT TO WS-XFR-ITEM
           MOVE WS-OLD-OWNER TO WS-XFR-FROM
           MOVE WS-CREATED-BY TO WS-XFR-TO
           MOVE WS-SP-LEAVING-DATE(WS-SP-FOUND-IDX) TO WS-XFR-DATE
           MOVE WS-LONG-URL TO WS-XFR-TEXT
           MOVE WS-XFER-LINE TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE.

      *> Campaign ownership follows the codes; the audit record
      *> carries the campaign in its text field, as URL-CAMP-MAINT
      *> writes it.
       TRANSFER-CAMPAIGNS.
           MOVE WS-CAMP-HEADING TO WS-SECTION-HEADING
           PERFORM START-REGISTER-SECTION
           MOVE 'CAMPAIGNS TRANSFERRED' TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM START-CAMPAIGN-SCAN
           PERFORM UNTIL WS-EOF
               READ URL-CAMPAIGN NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       MOVE WS-CAMP-OWNER TO WS-LOOKUP-ID
                       PERFORM LOOK-UP-LEAVER
                       IF WS-SP-FOUND-IDX > 0
                           PERFORM CHECK-LEAVER-CAMPAIGN
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CAMPAIGNS-MOVED = 0
               MOVE '  NONE' TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

       START-CAMPAIGN-SCAN.
           SET WS-EOF TO FALSE
           IF WS-CAMP-STATUS = '35'
               SET WS-EOF TO TRUE
           ELSE
               MOVE LOW-VALUES TO WS-CAMP-ID
               START URL-CAMPAIGN KEY IS NOT LESS THAN WS-CAMP-ID
                   INVALID KEY
                       SET WS-EOF TO TRUE
               END-START
           END-IF.

       CHECK-LEAVER-CAMPAIGN.
           EVALUATE TRUE
               WHEN WS-SP-TRANSFER(WS-SP-FOUND-IDX)
                   PERFORM MOVE-CAMPAIGN
               WHEN WS-SP-NO-SUCCESSOR(WS-SP-FOUND-IDX)
                   ADD 1 TO WS-SP-HELD(WS-SP-FOUND-IDX)
                   ADD 1 TO WS-ITEMS-HELD
           END-EVALUATE.

       MOVE-CAMPAIGN.
           MOVE WS-CAMP-OWNER TO WS-OLD-OWNER
           MOVE WS-SP-SUCCESSOR(WS-SP-FOUND-IDX) TO WS-CAMP-OWNER
           MOVE WS-SUBMITTED-BY TO WS-CAMP-UPDATED-BY
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           STRING WS-CD-YYYYMMDD WS-CD-HHMMSS DELIMITED BY SIZE
               INTO WS-CAMP-UPDATED-TS
           REWRITE WS-CAMP-RECORD
           MOVE WS-SUBMITTED-BY TO WS-AUDIT-CREATED-BY
           MOVE WS-CAMP-UPDATED-TS TO WS-AUDIT-TIMESTAMP
           MOVE SPACES TO WS-AUDIT-SHORT
           MOVE SPACES TO WS-AUDIT-LONG-URL
           STRING 'CAMPAIGN ' WS-CAMP-ID ' OWNER ' WS-OLD-OWNER
                   ' TO ' WS-CAMP-OWNER
               DELIMITED BY SIZE INTO WS-AUDIT-LONG-URL
           MOVE 'CHGOWNER' TO WS-AUDIT-ACTION
           WRITE WS-AUDIT-RECORD
           ADD 1 TO WS-SP-CAMPAIGNS(WS-SP-FOUND-IDX)
           ADD 1 TO WS-CAMPAIGNS-MOVED
           MOVE WS-CAMP-ID TO WS-XFR-ITEM
           MOVE WS-OLD-OWNER TO WS-XFR-FROM
           MOVE WS-CAMP-OWNER TO WS-XFR-TO
           MOVE WS-SP-LEAVING-DATE(WS-SP-FOUND-IDX) TO WS-XFR-DATE
           MOVE WS-CAMP-NAME TO WS-XFR-TEXT
           MOVE WS-XFER-LINE TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE.

      *> Old-master / new-master roll of the authority file: every
      *> card is carried except those of an actioned leaver,
      *> whether or not a valid successor was named.
       ROLL-AUTH-FILE.
           SET WS-EOF TO FALSE
           IF WS-AUTH-STATUS = '35'
               DISPLAY 'URL-AUTH does not exist; no cards dropped'
               SET WS-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-EOF
               READ URL-AUTH
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CARDS-READ
                       PERFORM CARRY-AUTH-CARD
               END-READ
           END-PERFORM.

       CARRY-AUTH-CARD.
           MOVE WS-AUTH-USER TO WS-LOOKUP-ID
           PERFORM LOOK-UP-LEAVER
           IF WS-SP-FOUND-IDX > 0
                   AND WS-SP-ACTIONED(WS-SP-FOUND-IDX)
               ADD 1 TO WS-SP-AUTH-CARDS(WS-SP-FOUND-IDX)
               ADD 1 TO WS-CARDS-DROPPED
               DISPLAY 'Authority card dropped for ' WS-AUTH-USER
           ELSE
               MOVE WS-AUTH-RECORD TO WS-AUTHNEW-RECORD
               WRITE WS-AUTHNEW-RECORD
           END-IF.

      *> A closed quota record keeps its usage and period but
      *> allows nothing further; URL-BATCH and URL-WEB-INTF then
      *> refuse new codes for the ID on quota grounds.
       ROLL-QUOTA-FILE.
           SET WS-EOF TO FALSE
           IF WS-QUOTA-STATUS = '35'
               SET WS-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-EOF
               READ URL-QUOTA
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-QUOTAS-READ
                       PERFORM CARRY-QUOTA-RECORD
               END-READ
           END-PERFORM.

       CARRY-QUOTA-RECORD.
           MOVE WS-QUOTA-RECORD TO WS-QTANEW-RECORD
           MOVE WS-QUOTA-CREATOR TO WS-LOOKUP-ID
           PERFORM LOOK-UP-LEAVER
           IF WS-SP-FOUND-IDX > 0
                   AND WS-SP-ACTIONED(WS-SP-FOUND-IDX)
               MOVE 0 TO WS-QTANEW-ALLOWANCE
               SET WS-SP-QUOTA-CLOSED(WS-SP-FOUND-IDX) TO TRUE
               ADD 1 TO WS-QUOTAS-CLOSED
               DISPLAY 'Quota record closed for ' WS-QUOTA-CREATOR
           END-IF
           WRITE WS-QTANEW-RECORD.

       PRINT-SEPARATION-SUMMARY.
           MOVE WS-SUMM-HEADING TO WS-SECTION-HEADING
           PERFORM START-REGISTER-SECTION
           MOVE 'SEPARATIONS ON THE FEED' TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING WS-SP-ROW FROM 1 BY 1
                   UNTIL WS-SP-ROW > WS-SP-COUNT
               PERFORM PRINT-SEPARATION-LINE
           END-PERFORM
           IF WS-SP-COUNT = 0
               MOVE '  NONE' TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

       PRINT-SEPARATION-LINE.
           MOVE WS-SP-LEAVER(WS-SP-ROW) TO WS-SUM-LEAVER
           MOVE WS-SP-LEAVING-DATE(WS-SP-ROW) TO WS-SUM-DATE
           MOVE WS-SP-SUCCESSOR(WS-SP-ROW) TO WS-SUM-SUCCESSOR
           MOVE WS-SP-CODES(WS-SP-ROW) TO WS-SUM-CODES
           MOVE WS-SP-CAMPAIGNS(WS-SP-ROW) TO WS-SUM-CAMPS
           MOVE WS-SP-HELD(WS-SP-ROW) TO WS-SUM-HELD
           MOVE WS-SP-AUTH-CARDS(WS-SP-ROW) TO WS-SUM-CARDS
           IF WS-SP-QUOTA-CLOSED(WS-SP-ROW)
               MOVE 'CLOSED' TO WS-SUM-QUOTA
           ELSE
               MOVE '-' TO WS-SUM-QUOTA
           END-IF
           EVALUATE TRUE
               WHEN WS-SP-TRANSFER(WS-SP-ROW)
                   ADD 1 TO WS-SEPS-ACTIONED
                   MOVE 'TRANSFERRED' TO WS-SUM-OUTCOME
               WHEN WS-SP-DEFERRED(WS-SP-ROW)
                   ADD 1 TO WS-SEPS-DEFERRED
                   MOVE WS-SP-REASON(WS-SP-ROW) TO WS-SUM-OUTCOME
               WHEN OTHER
                   ADD 1 TO WS-SEPS-EXCEPTION
                   MOVE WS-SP-REASON(WS-SP-ROW) TO WS-SUM-OUTCOME
           END-EVALUATE
           MOVE WS-SUMM-LINE TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE.

      *> The operations desk's list: first the separations that
      *> could not be fully actioned, then every code and campaign
      *> left with a leaver for want of a valid successor (found
      *> by a second, read-only pass now that the transfers are
      *> done).
       PRINT-EXCEPTIONS.
           MOVE WS-EXC-HEADING TO WS-SECTION-HEADING
           PERFORM START-REGISTER-SECTION
           MOVE 'EXCEPTIONS FOR THE OPERATIONS DESK' TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           IF WS-SEPS-EXCEPTION = 0
               MOVE '  NONE' TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
           ELSE
               PERFORM VARYING WS-SP-ROW FROM 1 BY 1
                       UNTIL WS-SP-ROW > WS-SP-COUNT
                   IF NOT WS-SP-TRANSFER(WS-SP-ROW)
                           AND NOT WS-SP-DEFERRED(WS-SP-ROW)
                       MOVE 'SEPARATN' TO WS-XFR-ITEM
                       MOVE WS-SP-LEAVER(WS-SP-ROW) TO WS-XFR-FROM
                       MOVE WS-SP-SUCCESSOR(WS-SP-ROW) TO WS-XFR-TO
                       MOVE WS-SP-LEAVING-DATE(WS-SP-ROW)
                           TO WS-XFR-DATE
                       MOVE WS-SP-REASON(WS-SP-ROW) TO WS-XFR-TEXT
                       MOVE WS-XFER-LINE TO WS-PRINT-LINE
                       PERFORM WRITE-REPORT-LINE
                   END-IF
               END-PERFORM
           END-IF
           IF WS-ITEMS-HELD > 0
               MOVE SPACES TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE 'CODES AND CAMPAIGNS LEFT WITH THE LEAVER'
                   TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               PERFORM LIST-HELD-CODES
               PERFORM LIST-HELD-CAMPAIGNS
           END-IF
           IF WS-SEPS-EXCEPTION > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

       LIST-HELD-CODES.
           PERFORM START-MASTER-SCAN
           PERFORM UNTIL WS-EOF
               READ URL-MASTER NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       MOVE WS-CREATED-BY TO WS-LOOKUP-ID
                       PERFORM LOOK-UP-LEAVER
                       IF WS-SP-FOUND-IDX > 0
                           IF WS-SP-NO-SUCCESSOR(WS-SP-FOUND-IDX)
                               MOVE WS-SHORT TO WS-XFR-ITEM
                               PERFORM PRINT-HELD-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       LIST-HELD-CAMPAIGNS.
           PERFORM START-CAMPAIGN-SCAN
           PERFORM UNTIL WS-EOF
               READ URL-CAMPAIGN NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       MOVE WS-CAMP-OWNER TO WS-LOOKUP-ID
                       PERFORM LOOK-UP-LEAVER
                       IF WS-SP-FOUND-IDX > 0
                           IF WS-SP-NO-SUCCESSOR(WS-SP-FOUND-IDX)
                               MOVE WS-CAMP-ID TO WS-XFR-ITEM
                               PERFORM PRINT-HELD-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       PRINT-HELD-LINE.
           MOVE WS-SP-LEAVER(WS-SP-FOUND-IDX) TO WS-XFR-FROM
           MOVE WS-SP-SUCCESSOR(WS-SP-FOUND-IDX) TO WS-XFR-TO
           MOVE WS-SP-LEAVING-DATE(WS-SP-FOUND-IDX) TO WS-XFR-DATE
           MOVE WS-SP-REASON(WS-SP-FOUND-IDX) TO WS-XFR-TEXT
           MOVE WS-XFER-LINE TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE.

       PRINT-COUNT-LINE.
           MOVE WS-COUNT-LINE TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE.

       PRINT-GRAND-TOTALS.
           MOVE SPACES TO WS-SECTION-HEADING
           PERFORM FORCE-NEW-REPORT-PAGE
           MOVE 'GRAND TOTALS' TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE 'Separation records read      :' TO WS-CNT-LABEL
           MOVE WS-FEED-READ-COUNT TO WS-CNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE 'Separations transferred      :' TO WS-CNT-LABEL
           MOVE WS-SEPS-ACTIONED TO WS-CNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE 'Separations deferred         :' TO WS-CNT-LABEL
           MOVE WS-SEPS-DEFERRED TO WS-CNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE 'Separations on exceptions    :' TO WS-CNT-LABEL
           MOVE WS-SEPS-EXCEPTION TO WS-CNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE 'Master records read          :' TO WS-CNT-LABEL
           MOVE WS-MASTER-READ-COUNT TO WS-CNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE 'Codes transferred            :' TO WS-CNT-LABEL
           MOVE WS-CODES-MOVED TO WS-CNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE 'Campaigns transferred        :' TO WS-CNT-LABEL
           MOVE WS-CAMPAIGNS-MOVED TO WS-CNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE 'Codes/campaigns left held    :' TO WS-CNT-LABEL
           MOVE WS-ITEMS-HELD TO WS-CNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE 'Authority cards read         :' TO WS-CNT-LABEL
           MOVE WS-CARDS-READ TO WS-CNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE 'Authority cards dropped      :' TO WS-CNT-LABEL
           MOVE WS-CARDS-DROPPED TO WS-CNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE 'Quota records read           :' TO WS-CNT-LABEL
           MOVE WS-QUOTAS-READ TO WS-CNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE 'Quota records closed         :' TO WS-CNT-LABEL
           MOVE WS-QUOTAS-CLOSED TO WS-CNT-VALUE
           PERFORM PRINT-COUNT-LINE
           DISPLAY 'URL-HR-SEPN run complete'
           DISPLAY 'Separations read         : ' WS-FEED-READ-COUNT
           DISPLAY 'Codes transferred        : ' WS-CODES-MOVED
           DISPLAY 'Campaigns transferred    : ' WS-CAMPAIGNS-MOVED
           DISPLAY 'Authority cards dropped  : ' WS-CARDS-DROPPED
           DISPLAY 'Quota records closed     : ' WS-QUOTAS-CLOSED
           DISPLAY 'Separations on exceptions: ' WS-SEPS-EXCEPTION
           DISPLAY 'Business date used       : ' WS-BUSINESS-DATE
               ' (' WS-BUSINESS-DATE-SRC ')'.

       CLOSE-FILES.
           CLOSE URL-SEPFEED
           CLOSE URL-MASTER
           CLOSE URL-CAMPAIGN
           CLOSE URL-AUTH
           CLOSE URL-QUOTA
           CLOSE URL-AUTHNEW
           CLOSE URL-QTANEW
           CLOSE URL-AUDIT
           CLOSE URL-JOURNAL
           CLOSE URL-REPORT.

           COPY URLRPROC.

           COPY URLJPROC.

           COPY URLDPROC.

           COPY URLKPROC.

           COPY URLOPROC.

       END PROGRAM URL-HR-SEPN.
