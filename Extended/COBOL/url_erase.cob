       IDENTIFICATION DIVISION.
       PROGRAM-ID. URL-ERASE.

      *> Personal-data erasure run: reads Legal's URL-ERASREQ file
      *> of submitter IDs to be erased (layout in URLERQ.cpy - user
      *> ID, case reference, date received) and replaces every
      *> occurrence of each ID with its pseudonym ('#' and the case
      *> reference) on every file that carries a user ID:
      *>   - URL-MASTER WS-CREATED-BY, journaled (the before-image
      *>     is written already pseudonymized, so the journal never
      *>     takes the ID back on) and audited under ERASE;
      *>   - the before- and after-images on URL-JOURNAL, so a
      *>     URL-RECOVER replay cannot restore the ID;
      *>   - URL-AUDIT (the acting user, and the old and new owner
      *>     in the text of a campaign CHGOWNER record), URL-ERROR
      *>     (the submitter, and the owner on a rejected CHGOWNER,
      *>     ADDCAMP or CHGCAMP card), URL-ARCHIVE, URL-QUOTA, URL-AUTH,
      *>     URL-CAMPAIGN (owner and last updater), URL-CAMPLINK,
      *>     URL-GOLIVE, URL-RVWQ, URL-BLKLST and the TRUST cards
      *>     on URL-RVWRULE;
      *>   - the retained URL-LOG-CUT generations of the journal,
      *>     audit and error logs (URLJGEN / URLAGEN / URLEGEN).
      *> Every file is updated in place, record by record: the
      *> pseudonym is the same width as the ID and no record is
      *> added or dropped, so counts per creator, chargeback
      *> totals and URL-HISTORY traces still add up, only under
      *> the pseudonym. The pseudonym comes from the request
      *> itself, so a rerun after a failure finishes the job with
      *> the same pseudonym.
      *> A cut generation cannot be updated through a concatenated
      *> DD, so the job runs this program once per generation: a
      *> PARM option GEN-nn (01-23) makes a step erase only the
      *> generation on its URLJGEN / URLAGEN / URLEGEN DDs (generation
      *> -nn) and append its counts to the URL-ETALLY work file.
      *> The final step, without the option, erases everything
      *> else and generation (0), then prints the certificate of
      *> erasure (URL-REPORT) from its own counts and the tally:
      *> one page per erased ID listing the records changed on
      *> each file and generation, then the files searched and
      *> the requests not actioned. A request with no case
      *> reference, a case reference already used, an ID that is
      *> already a pseudonym or an ID repeated on the file is not
      *> actioned and is listed, with RC 4. More than 200
      *> requests, an unknown PARM option or a tally that does
      *> not match the request file is RC 8. The submitting user
      *> comes from the JCL EXEC PARM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY URLSEL.
           COPY URLASEL.
           COPY URLESEL.
           COPY URLJSEL.
           COPY URLQSEL.
           COPY URLUSEL.
           COPY URLCMSEL.
           COPY URLCLSEL.
           COPY URLGSEL.
           COPY URLYSEL.
           COPY URLBSEL.
           COPY URLISEL.
           COPY URLPSEL.
           COPY URLDSEL.
           COPY URLOSEL.
           SELECT URL-ERASREQ ASSIGN TO "URLERQ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ERASREQ-STATUS.
           SELECT URL-ARCHIVE ASSIGN TO "URLARCH"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.
           SELECT URL-JRNGEN ASSIGN TO "URLJGEN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JRNGEN-STATUS.
           SELECT URL-AUDGEN ASSIGN TO "URLAGEN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDGEN-STATUS.
           SELECT URL-ERRGEN ASSIGN TO "URLEGEN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ERRGEN-STATUS.
           SELECT URL-ETALLY ASSIGN TO "URLETAL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ETALLY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  URL-MASTER.
       01  WS-URL-ENTRY.
           COPY URLREC.

       FD  URL-AUDIT
           RECORDING MODE IS F.
           COPY URLAUD.

       FD  URL-ERROR
           RECORDING MODE IS F.
           COPY URLERR.

       FD  URL-JOURNAL
           RECORDING MODE IS F.
           COPY URLJRN.

       FD  URL-QUOTA
           RECORDING MODE IS F.
           COPY URLQTA.

       FD  URL-AUTH
           RECORDING MODE IS F.
           COPY URLAUT.

       FD  URL-CAMPAIGN.
           COPY URLCMP.

       FD  URL-CAMPLINK.
           COPY URLCML.

       FD  URL-GOLIVE
           RECORDING MODE IS F.
           COPY URLGLV.

       FD  URL-RVWQ
           RECORDING MODE IS F.
           COPY URLRVQ.

       FD  URL-BLKLST
           RECORDING MODE IS F.
           COPY URLBLK.

       FD  URL-RVWRULE
           RECORDING MODE IS F.
           COPY URLIRL.

       FD  URL-REPORT
           RECORDING MODE IS F.
           COPY URLPRT.

       FD  URL-PCTL.
           COPY URLPCT.

       FD  URL-RUNCTL
           RECORDING MODE IS F.
           COPY URLRCT.

       FD  URL-ERASREQ
           RECORDING MODE IS F.
           COPY URLERQ.

       FD  URL-ARCHIVE
           RECORDING MODE IS F.
       01  WS-ARCHIVE-RECORD PIC X(246).

       FD  URL-JRNGEN
           RECORDING MODE IS F.
       01  WS-JRNGEN-RECORD PIC X(522).

       FD  URL-AUDGEN
           RECORDING MODE IS F.
       01  WS-AUDGEN-RECORD PIC X(236).

       FD  URL-ERRGEN
           RECORDING MODE IS F.
       01  WS-ERRGEN-RECORD PIC X(262).

      *> One 'F' record per file or generation a GEN-nn step
      *> searched (state Y, or M when its DD was not there) with
      *> its records read and changed, and one 'C' record per
      *> erased ID per file with the records changed for that ID.
       FD  URL-ETALLY
           RECORDING MODE IS F.
       01  WS-ETAL-RECORD.
           05 WS-ETAL-TYPE       PIC X(1).
               88 WS-ETAL-FILE-REC   VALUE 'F'.
               88 WS-ETAL-COUNT-REC  VALUE 'C'.
           05 WS-ETAL-SLOT       PIC 9(2).
           05 WS-ETAL-ROW        PIC 9(3).
           05 WS-ETAL-USER-ID    PIC X(8).
           05 WS-ETAL-STATE      PIC X(1).
           05 WS-ETAL-READ       PIC 9(9).
           05 WS-ETAL-CHANGED    PIC 9(9).
           05 FILLER             PIC X(47).

       WORKING-STORAGE SECTION.
           COPY URLWS.
           COPY URLRPTW.
       01 WS-ERASREQ-STATUS PIC XX.
       01 WS-ARCHIVE-STATUS PIC XX.
       01 WS-JRNGEN-STATUS PIC XX.
       01 WS-AUDGEN-STATUS PIC XX.
       01 WS-ERRGEN-STATUS PIC XX.
       01 WS-ETALLY-STATUS PIC XX.
       01 WS-EOF-SW PIC X VALUE 'N'.
           88 WS-EOF VALUE 'Y' FALSE 'N'.
       01 WS-PARM-LEN PIC 9(4).
       01 WS-PARM-USER PIC X(8).
       01 WS-PARM-OPTION PIC X(10).
       01 WS-PARM-ERROR-SW PIC X VALUE 'N'.
           88 WS-PARM-ERROR VALUE 'Y'.
       01 WS-GEN-RUN-SW PIC X VALUE 'N'.
           88 WS-GEN-RUN VALUE 'Y'.
       01 WS-GEN-NUM PIC 9(2) VALUE 0.
       01 WS-GEN-IDX PIC 9(2).
      *> One row per request on the file. The state byte says what
      *> this run does with it: E = erase, U = repeat of an ID
      *> already on the file (the first record wins), P = the ID
      *> is already a pseudonym, N = no case reference, C = case
      *> reference already used for another ID. Each row carries
      *> its records changed per file slot (see WS-SLOT-TABLE).
       01 WS-ERASE-TABLE.
           05 WS-ER-COUNT PIC 9(3) VALUE 0.
           05 WS-ER-ITEM OCCURS 200 TIMES.
               10 WS-ER-USER-ID       PIC X(8).
               10 WS-ER-CASE-REF      PIC X(7).
               10 WS-ER-RECEIVED      PIC X(8).
               10 WS-ER-PSEUDONYM     PIC X(8).
               10 WS-ER-STATE         PIC X(1).
                   88 WS-ER-ERASE         VALUE 'E'.
                   88 WS-ER-DUPLICATE     VALUE 'U'.
                   88 WS-ER-IS-PSEUDONYM  VALUE 'P'.
                   88 WS-ER-NO-CASE       VALUE 'N'.
                   88 WS-ER-CASE-REUSED   VALUE 'C'.
               10 WS-ER-REASON        PIC X(30).
               10 WS-ER-TOTAL         PIC 9(9).
               10 WS-ER-SLOT-COUNT    PIC 9(9) OCCURS 61 TIMES.
       01 WS-ER-IDX PIC 9(3).
       01 WS-ER-ROW PIC 9(3).
       01 WS-ER-FOUND-IDX PIC 9(3).
       01 WS-ER-CASE-IDX PIC 9(3).
       01 WS-LOOKUP-ID PIC X(8).
       01 WS-LOOKUP-CASE PIC X(7).
       01 WS-TABLE-OVERFLOW-SW PIC X VALUE 'N'.
           88 WS-ERASE-TABLE-OVERFLOW VALUE 'Y'.
      *> File slots, in certificate order: 1 URL-MASTER,
      *> 2 URL-JOURNAL, 3 URL-AUDIT, 4 URL-ERROR, 5 URL-ARCHIVE,
      *> 6 URL-QUOTA, 7 URL-AUTH, 8 URL-CAMPAIGN, 9 URL-CAMPLINK,
      *> 10 URL-GOLIVE, 11 URL-RVWQ, 12 URL-BLKLST, 13 URL-RVWRULE,
      *> then the retained generations (0) to (-n): journal cuts
      *> in slots 14-25, audit cuts in 26-49, error cuts in 50-61
      *> - the URLALLOC GDG limits of 12, 24 and 12. The state
      *> byte is Y when the file was searched, M when it was not
      *> there and SPACE when no step of this run searched it.
       01 WS-LIVE-FILE-NAMES.
           05 FILLER PIC X(12) VALUE 'URL-MASTER'.
           05 FILLER PIC X(12) VALUE 'URL-JOURNAL'.
           05 FILLER PIC X(12) VALUE 'URL-AUDIT'.
           05 FILLER PIC X(12) VALUE 'URL-ERROR'.
           05 FILLER PIC X(12) VALUE 'URL-ARCHIVE'.
           05 FILLER PIC X(12) VALUE 'URL-QUOTA'.
           05 FILLER PIC X(12) VALUE 'URL-AUTH'.
           05 FILLER PIC X(12) VALUE 'URL-CAMPAIGN'.
           05 FILLER PIC X(12) VALUE 'URL-CAMPLINK'.
           05 FILLER PIC X(12) VALUE 'URL-GOLIVE'.
           05 FILLER PIC X(12) VALUE 'URL-RVWQ'.
           05 FILLER PIC X(12) VALUE 'URL-BLKLST'.
           05 FILLER PIC X(12) VALUE 'URL-RVWRULE'.
       01 WS-LIVE-FILE-TABLE REDEFINES WS-LIVE-FILE-NAMES.
           05 WS-LIVE-FILE-NAME PIC X(12) OCCURS 13 TIMES.
       01 WS-SLOT-TABLE.
           05 WS-SL-ITEM OCCURS 61 TIMES.
               10 WS-SL-NAME          PIC X(12).
               10 WS-SL-GEN           PIC X(5).
               10 WS-SL-STATE         PIC X(1).
                   88 WS-SL-SEARCHED      VALUE 'Y'.
                   88 WS-SL-MISSING       VALUE 'M'.
                   88 WS-SL-NOT-SEARCHED  VALUE SPACE.
               10 WS-SL-READ          PIC 9(9).
               10 WS-SL-CHANGED       PIC 9(9).
       01 WS-SL-IDX PIC 9(2).
       01 WS-CUR-SLOT PIC 9(2).
       01 WS-GEN-LABEL PIC X(5).
      *> The ID field being erased, and the request rows hit by
      *> the current record (a journal record can carry two IDs,
      *> an audit record three), so each row is counted once per
      *> record changed.
       01 WS-ERA-FIELD PIC X(8).
       01 WS-ERA-HITS.
           05 WS-ERA-HIT-COUNT PIC 9(1).
           05 WS-ERA-HIT-ROW PIC 9(3) OCCURS 4 TIMES.
       01 WS-HIT-IDX PIC 9(1).
       01 WS-HIT-NEW-SW PIC X VALUE 'N'.
           88 WS-HIT-NEW VALUE 'Y' FALSE 'N'.
      *> Work views of the records the live file and its cut
      *> generations share, so both are erased by one paragraph.
       01 WS-ERA-IMAGE.
           05 FILLER                 PIC X(237).
           05 WS-ERA-IMG-CREATED-BY  PIC X(8).
           05 FILLER                 PIC X(1).
       01 WS-ERA-JOURNAL.
           05 FILLER                 PIC X(30).
           05 WS-ERA-JRN-BEFORE      PIC X(246).
           05 WS-ERA-JRN-AFTER       PIC X(246).
       01 WS-ERA-AUDIT.
           05 WS-ERA-AUD-BY          PIC X(8).
           05 FILLER                 PIC X(14).
           05 WS-ERA-AUD-SHORT       PIC X(6).
           05 WS-ERA-AUD-TEXT        PIC X(200).
           05 FILLER                 PIC X(8).
      *> A rejected URL-MAINT or URL-CAMP-MAINT card is logged
      *> whole in the URL field, so a CHGOWNER card carries the
      *> new owner at 23:8 and an ADDCAMP / CHGCAMP card the
      *> campaign owner at 87:8.
       01 WS-ERA-ERROR.
           05 WS-ERA-ERR-URL         PIC X(200).
           05 FILLER                 PIC X(54).
           05 WS-ERA-ERR-BY          PIC X(8).
       01 WS-REQ-READ-COUNT PIC 9(7) VALUE 0.
       01 WS-ERASE-IDS PIC 9(7) VALUE 0.
       01 WS-EXCEPTION-COUNT PIC 9(7) VALUE 0.
       01 WS-RECORDS-CHANGED PIC 9(9) VALUE 0.
       01 WS-TALLY-READ PIC 9(7) VALUE 0.
       01 WS-TALLY-MISMATCH PIC 9(7) VALUE 0.
       01 WS-FILES-SEARCHED PIC 9(7) VALUE 0.
       01 WS-FILES-MISSING PIC 9(7) VALUE 0.
       01 WS-SECTION-HEADING PIC X(132) VALUE SPACES.
       01 WS-COLUMN-HEADING PIC X(132) VALUE SPACES.
       01 WS-ID-HEADING.
           05 FILLER PIC X(14) VALUE 'FILE'.
           05 FILLER PIC X(8)  VALUE 'GEN'.
           05 FILLER PIC X(15) VALUE 'RECORDS CHANGED'.
       01 WS-FILES-HEADING.
           05 FILLER PIC X(14) VALUE 'FILE'.
           05 FILLER PIC X(8)  VALUE 'GEN'.
           05 FILLER PIC X(15) VALUE '   RECORDS READ'.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(15) VALUE 'RECORDS CHANGED'.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(20) VALUE 'NOTE'.
       01 WS-EXC-HEADING.
           05 FILLER PIC X(10) VALUE 'USER ID'.
           05 FILLER PIC X(10) VALUE 'CASE'.
           05 FILLER PIC X(10) VALUE 'RECEIVED'.
           05 FILLER PIC X(30) VALUE 'REASON NOT ACTIONED'.
       01 WS-ID-FILE-LINE.
           05 WS-IFL-NAME        PIC X(12).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 WS-IFL-GEN         PIC X(5).
           05 FILLER             PIC X(7) VALUE SPACES.
           05 WS-IFL-CHANGED     PIC ZZZ,ZZZ,ZZ9.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 WS-IFL-NOTE        PIC X(20).
       01 WS-FILES-LINE.
           05 WS-FL-NAME         PIC X(12).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 WS-FL-GEN          PIC X(5).
           05 FILLER             PIC X(7) VALUE SPACES.
           05 WS-FL-READ         PIC ZZZ,ZZZ,ZZ9.
           05 FILLER             PIC X(6) VALUE SPACES.
           05 WS-FL-CHANGED      PIC ZZZ,ZZZ,ZZ9.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 WS-FL-NOTE         PIC X(20).
       01 WS-EXC-LINE.
           05 WS-EXL-USER-ID     PIC X(8).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 WS-EXL-CASE-REF    PIC X(7).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 WS-EXL-RECEIVED    PIC X(8).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 WS-EXL-REASON      PIC X(30).
       01 WS-CERT-LINE.
           05 WS-CRT-LABEL       PIC X(30).
           05 WS-CRT-VALUE       PIC X(40).
       01 WS-COUNT-LINE.
           05 WS-CNT-LABEL       PIC X(30).
           05 WS-CNT-VALUE       PIC ZZ,ZZZ,ZZZ,ZZ9.

       LINKAGE SECTION.
       01  LS-PARM.
           05 LS-PARM-LEN  PIC S9(4) COMP.
           05 LS-PARM-TEXT PIC X(100).

       PROCEDURE DIVISION USING LS-PARM.
       MAIN-LOGIC.
           MOVE 'URLERASE' TO WS-JRNL-PGM
           PERFORM SCAN-PARM
           DISPLAY 'URL-ERASE: personal-data erasure'
           PERFORM GET-BUSINESS-DATE
           MOVE 'URLERASE' TO WS-RUN-PGM
           PERFORM WRITE-RUN-START
           PERFORM SET-UP-SLOTS
           PERFORM LOAD-ERASURE-REQUESTS
           EVALUATE TRUE
               WHEN WS-PARM-ERROR
                   DISPLAY 'PARM option not recognized - nothing'
                       ' erased'
                   MOVE 8 TO RETURN-CODE
               WHEN WS-ERASE-TABLE-OVERFLOW
                   DISPLAY 'Erasure table full at 200 - nothing'
                       ' erased; split the request file and rerun'
                   MOVE 8 TO RETURN-CODE
               WHEN WS-GEN-RUN
                   DISPLAY 'Erasing retained generation -'
                       WS-GEN-NUM ' only'
                   PERFORM ERASE-GENERATION-FILES
                   PERFORM WRITE-GENERATION-TALLY
               WHEN OTHER
                   PERFORM ERASE-JOURNAL-LOG
                   PERFORM ERASE-AUDIT-LOG
                   PERFORM ERASE-ERROR-LOG
                   PERFORM ERASE-ARCHIVE
                   PERFORM ERASE-QUOTA-FILE
                   PERFORM ERASE-AUTH-FILE
                   PERFORM ERASE-CAMPAIGNS
                   PERFORM ERASE-CAMPAIGN-LINKS
                   PERFORM ERASE-GOLIVE-FILE
                   PERFORM ERASE-REVIEW-QUEUE
                   PERFORM ERASE-BLOCKLIST
                   PERFORM ERASE-REVIEW-RULES
                   PERFORM ERASE-GENERATION-FILES
                   PERFORM ERASE-MASTER-ENTRIES
                   PERFORM LOAD-GENERATION-TALLY
                   PERFORM PRINT-CERTIFICATE
           END-EVALUATE
           IF RETURN-CODE < 4 AND WS-EXCEPTION-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM DISPLAY-SUMMARY
           PERFORM RECORD-RUN-END
           STOP RUN.

       SCAN-PARM.
           MOVE SPACES TO WS-SUBMITTED-BY
           MOVE SPACES TO WS-PARM-USER
           MOVE SPACES TO WS-PARM-OPTION
           IF LS-PARM-LEN > 0
               MOVE LS-PARM-LEN TO WS-PARM-LEN
               UNSTRING LS-PARM-TEXT(1:WS-PARM-LEN) DELIMITED BY ','
                   INTO WS-PARM-USER WS-PARM-OPTION
               END-UNSTRING
           END-IF
           IF WS-PARM-USER = SPACES
               MOVE 'ERASURE' TO WS-SUBMITTED-BY
           ELSE
               MOVE WS-PARM-USER TO WS-SUBMITTED-BY
           END-IF
           PERFORM APPLY-PARM-OPTION.

       APPLY-PARM-OPTION.
           MOVE FUNCTION UPPER-CASE(WS-PARM-OPTION) TO WS-PARM-OPTION
           EVALUATE TRUE
               WHEN WS-PARM-OPTION = SPACES
                   CONTINUE
               WHEN WS-PARM-OPTION(1:4) = 'GEN-'
                       AND WS-PARM-OPTION(5:2) IS NUMERIC
                       AND WS-PARM-OPTION(7:4) = SPACES
                   MOVE WS-PARM-OPTION(5:2) TO WS-GEN-NUM
                   IF WS-GEN-NUM < 1 OR WS-GEN-NUM > 23
                       DISPLAY 'Generation out of range 01-23: '
                           WS-PARM-OPTION
                       SET WS-PARM-ERROR TO TRUE
                   ELSE
                       SET WS-GEN-RUN TO TRUE
                   END-IF
               WHEN OTHER
                   DISPLAY 'Unknown PARM option: ' WS-PARM-OPTION
                   SET WS-PARM-ERROR TO TRUE
           END-EVALUATE.

       RECORD-RUN-END.
           MOVE 'REQUESTS' TO WS-RUN-CNT-LABEL(1)
           MOVE WS-REQ-READ-COUNT TO WS-RUN-CNT-VALUE(1)
           MOVE 'ERASED' TO WS-RUN-CNT-LABEL(2)
           MOVE WS-ERASE-IDS TO WS-RUN-CNT-VALUE(2)
           MOVE 'CHANGED' TO WS-RUN-CNT-LABEL(3)
           MOVE WS-RECORDS-CHANGED TO WS-RUN-CNT-VALUE(3)
           MOVE 'EXCEPTNS' TO WS-RUN-CNT-LABEL(4)
           MOVE WS-EXCEPTION-COUNT TO WS-RUN-CNT-VALUE(4)
           PERFORM WRITE-RUN-END.

       SET-UP-SLOTS.
           PERFORM VARYING WS-SL-IDX FROM 1 BY 1 UNTIL WS-SL-IDX > 61
               MOVE SPACES TO WS-SL-NAME(WS-SL-IDX)
               MOVE SPACES TO WS-SL-GEN(WS-SL-IDX)
               MOVE SPACE TO WS-SL-STATE(WS-SL-IDX)
               MOVE 0 TO WS-SL-READ(WS-SL-IDX)
               MOVE 0 TO WS-SL-CHANGED(WS-SL-IDX)
           END-PERFORM
           PERFORM VARYING WS-SL-IDX FROM 1 BY 1 UNTIL WS-SL-IDX > 13
               MOVE WS-LIVE-FILE-NAME(WS-SL-IDX)
                   TO WS-SL-NAME(WS-SL-IDX)
           END-PERFORM
           PERFORM VARYING WS-GEN-IDX FROM 0 BY 1
                   UNTIL WS-GEN-IDX > 23
               PERFORM SET-UP-GENERATION-SLOTS
           END-PERFORM.

       SET-UP-GENERATION-SLOTS.
           MOVE SPACES TO WS-GEN-LABEL
           IF WS-GEN-IDX = 0
               MOVE '(0)' TO WS-GEN-LABEL
           ELSE
               STRING '(-' WS-GEN-IDX ')' DELIMITED BY SIZE
                   INTO WS-GEN-LABEL
           END-IF
           IF WS-GEN-IDX <= 11
               COMPUTE WS-SL-IDX = 14 + WS-GEN-IDX
               MOVE 'URLJRNL.CUT' TO WS-SL-NAME(WS-SL-IDX)
               MOVE WS-GEN-LABEL TO WS-SL-GEN(WS-SL-IDX)
               COMPUTE WS-SL-IDX = 50 + WS-GEN-IDX
               MOVE 'URLERR.CUT' TO WS-SL-NAME(WS-SL-IDX)
               MOVE WS-GEN-LABEL TO WS-SL-GEN(WS-SL-IDX)
           END-IF
           COMPUTE WS-SL-IDX = 26 + WS-GEN-IDX
           MOVE 'URLAUDT.CUT' TO WS-SL-NAME(WS-SL-IDX)
           MOVE WS-GEN-LABEL TO WS-SL-GEN(WS-SL-IDX).

      *> Request rows are keyed by user ID; LOOK-UP-REQUEST leaves
      *> the first row for WS-LOOKUP-ID in WS-ER-FOUND-IDX, or 0.
       LOOK-UP-REQUEST.
           MOVE 0 TO WS-ER-FOUND-IDX
           PERFORM VARYING WS-ER-IDX FROM 1 BY 1
                   UNTIL WS-ER-IDX > WS-ER-COUNT
               IF WS-ER-USER-ID(WS-ER-IDX) = WS-LOOKUP-ID
                   MOVE WS-ER-IDX TO WS-ER-FOUND-IDX
                   MOVE WS-ER-COUNT TO WS-ER-IDX
               END-IF
           END-PERFORM.

      *> A case reference already given to an actioned row would
      *> hand two people the same pseudonym.
       LOOK-UP-CASE-REF.
           MOVE 0 TO WS-ER-CASE-IDX
           PERFORM VARYING WS-ER-IDX FROM 1 BY 1
                   UNTIL WS-ER-IDX > WS-ER-COUNT
               IF WS-ER-CASE-REF(WS-ER-IDX) = WS-LOOKUP-CASE
                       AND WS-ER-ERASE(WS-ER-IDX)
                   MOVE WS-ER-IDX TO WS-ER-CASE-IDX
                   MOVE WS-ER-COUNT TO WS-ER-IDX
               END-IF
           END-PERFORM.

       LOAD-ERASURE-REQUESTS.
           SET WS-EOF TO FALSE
           OPEN INPUT URL-ERASREQ
           IF WS-ERASREQ-STATUS = '35'
               DISPLAY 'URL-ERASREQ does not exist; nothing to erase'
               SET WS-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-EOF
               READ URL-ERASREQ
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-REQ-READ-COUNT
                       IF WS-ERQ-RECORD NOT = SPACES
                               AND WS-ERQ-RECORD(1:1) NOT = '*'
                               AND WS-ERQ-USER-ID NOT = SPACES
                           PERFORM ADD-ERASURE-ROW
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ERASREQ-STATUS NOT = '35'
               CLOSE URL-ERASREQ
           END-IF
           PERFORM VARYING WS-ER-ROW FROM 1 BY 1
                   UNTIL WS-ER-ROW > WS-ER-COUNT
               IF WS-ER-ERASE(WS-ER-ROW)
                   ADD 1 TO WS-ERASE-IDS
               ELSE
                   ADD 1 TO WS-EXCEPTION-COUNT
               END-IF
           END-PERFORM.

       ADD-ERASURE-ROW.
           IF WS-ER-COUNT >= 200
               SET WS-ERASE-TABLE-OVERFLOW TO TRUE
               SET WS-EOF TO TRUE
           ELSE
               MOVE FUNCTION UPPER-CASE(WS-ERQ-USER-ID)
                   TO WS-LOOKUP-ID
               PERFORM LOOK-UP-REQUEST
               MOVE FUNCTION UPPER-CASE(WS-ERQ-CASE-REF)
                   TO WS-LOOKUP-CASE
               PERFORM LOOK-UP-CASE-REF
               ADD 1 TO WS-ER-COUNT
               MOVE WS-ER-COUNT TO WS-ER-ROW
               MOVE WS-LOOKUP-ID TO WS-ER-USER-ID(WS-ER-ROW)
               MOVE WS-LOOKUP-CASE TO WS-ER-CASE-REF(WS-ER-ROW)
               MOVE WS-ERQ-RECEIVED TO WS-ER-RECEIVED(WS-ER-ROW)
               MOVE SPACES TO WS-ER-PSEUDONYM(WS-ER-ROW)
               STRING '#' WS-LOOKUP-CASE DELIMITED BY SIZE
                   INTO WS-ER-PSEUDONYM(WS-ER-ROW)
               MOVE SPACES TO WS-ER-REASON(WS-ER-ROW)
               MOVE 0 TO WS-ER-TOTAL(WS-ER-ROW)
               PERFORM VARYING WS-SL-IDX FROM 1 BY 1
                       UNTIL WS-SL-IDX > 61
                   MOVE 0 TO WS-ER-SLOT-COUNT(WS-ER-ROW, WS-SL-IDX)
               END-PERFORM
               EVALUATE TRUE
                   WHEN WS-ER-FOUND-IDX > 0
                       MOVE 'U' TO WS-ER-STATE(WS-ER-ROW)
                       MOVE 'USER ID REPEATED ON REQUESTS'
                           TO WS-ER-REASON(WS-ER-ROW)
                   WHEN WS-LOOKUP-ID(1:1) = '#'
                       MOVE 'P' TO WS-ER-STATE(WS-ER-ROW)
                       MOVE 'ID IS ALREADY A PSEUDONYM'
                           TO WS-ER-REASON(WS-ER-ROW)
                   WHEN WS-LOOKUP-CASE = SPACES
                       MOVE 'N' TO WS-ER-STATE(WS-ER-ROW)
                       MOVE 'NO CASE REFERENCE'
                           TO WS-ER-REASON(WS-ER-ROW)
                   WHEN WS-ER-CASE-IDX > 0
                       MOVE 'C' TO WS-ER-STATE(WS-ER-ROW)
                       MOVE 'CASE REFERENCE ALREADY USED'
                           TO WS-ER-REASON(WS-ER-ROW)
                   WHEN OTHER
                       MOVE 'E' TO WS-ER-STATE(WS-ER-ROW)
               END-EVALUATE
           END-IF.

      *> Replaces WS-ERA-FIELD with the pseudonym when it holds an
      *> ID being erased, noting the request row as hit by the
      *> current record. Callers clear WS-ERA-HIT-COUNT before the
      *> first field of each record.
       ERASE-ID-FIELD.
           IF WS-ERA-FIELD NOT = SPACES
               MOVE FUNCTION UPPER-CASE(WS-ERA-FIELD) TO WS-LOOKUP-ID
               PERFORM LOOK-UP-REQUEST
               IF WS-ER-FOUND-IDX > 0
                       AND WS-ER-ERASE(WS-ER-FOUND-IDX)
                   MOVE WS-ER-PSEUDONYM(WS-ER-FOUND-IDX)
                       TO WS-ERA-FIELD
                   PERFORM NOTE-RECORD-HIT
               END-IF
           END-IF.

       NOTE-RECORD-HIT.
           SET WS-HIT-NEW TO TRUE
           PERFORM VARYING WS-HIT-IDX FROM 1 BY 1
                   UNTIL WS-HIT-IDX > WS-ERA-HIT-COUNT
               IF WS-ERA-HIT-ROW(WS-HIT-IDX) = WS-ER-FOUND-IDX
                   SET WS-HIT-NEW TO FALSE
               END-IF
           END-PERFORM
           IF WS-HIT-NEW AND WS-ERA-HIT-COUNT < 4
               ADD 1 TO WS-ERA-HIT-COUNT
               MOVE WS-ER-FOUND-IDX TO WS-ERA-HIT-ROW(WS-ERA-HIT-COUNT)
           END-IF.

      *> Run after a changed record has been rewritten: counts it
      *> once against its file slot and once for each ID it held.
       COUNT-RECORD-HITS.
           ADD 1 TO WS-SL-CHANGED(WS-CUR-SLOT)
           ADD 1 TO WS-RECORDS-CHANGED
           PERFORM VARYING WS-HIT-IDX FROM 1 BY 1
                   UNTIL WS-HIT-IDX > WS-ERA-HIT-COUNT
               MOVE WS-ERA-HIT-ROW(WS-HIT-IDX) TO WS-ER-ROW
               ADD 1 TO WS-ER-SLOT-COUNT(WS-ER-ROW, WS-CUR-SLOT)
           END-PERFORM.

       NOTE-FILE-MISSING.
           SET WS-SL-MISSING(WS-CUR-SLOT) TO TRUE
           DISPLAY WS-SL-NAME(WS-CUR-SLOT) ' ' WS-SL-GEN(WS-CUR-SLOT)
               ' not present - nothing erased there'.

      *> A master record image, as carried on URL-JOURNAL and
      *> URL-ARCHIVE: SPACES where no image applies.
       ERASE-RECORD-IMAGE.
           IF WS-ERA-IMAGE NOT = SPACES
               MOVE WS-ERA-IMG-CREATED-BY TO WS-ERA-FIELD
               PERFORM ERASE-ID-FIELD
               MOVE WS-ERA-FIELD TO WS-ERA-IMG-CREATED-BY
           END-IF.

       ERASE-JOURNAL-IMAGES.
           MOVE 0 TO WS-ERA-HIT-COUNT
           MOVE WS-ERA-JRN-BEFORE TO WS-ERA-IMAGE
           PERFORM ERASE-RECORD-IMAGE
           MOVE WS-ERA-IMAGE TO WS-ERA-JRN-BEFORE
           MOVE WS-ERA-JRN-AFTER TO WS-ERA-IMAGE
           PERFORM ERASE-RECORD-IMAGE
           MOVE WS-ERA-IMAGE TO WS-ERA-JRN-AFTER.

      *> The acting user, plus the old and new owner URL-HR-SEPN
      *> writes into the text of a campaign CHGOWNER record
      *> ('CAMPAIGN id OWNER old TO new').
       ERASE-AUDIT-FIELDS.
           MOVE 0 TO WS-ERA-HIT-COUNT
           MOVE WS-ERA-AUD-BY TO WS-ERA-FIELD
           PERFORM ERASE-ID-FIELD
           MOVE WS-ERA-FIELD TO WS-ERA-AUD-BY
           IF WS-ERA-AUD-SHORT = SPACES
                   AND WS-ERA-AUD-TEXT(1:9) = 'CAMPAIGN '
                   AND WS-ERA-AUD-TEXT(18:7) = ' OWNER '
                   AND WS-ERA-AUD-TEXT(33:4) = ' TO '
               MOVE WS-ERA-AUD-TEXT(25:8) TO WS-ERA-FIELD
               PERFORM ERASE-ID-FIELD
               MOVE WS-ERA-FIELD TO WS-ERA-AUD-TEXT(25:8)
               MOVE WS-ERA-AUD-TEXT(37:8) TO WS-ERA-FIELD
               PERFORM ERASE-ID-FIELD
               MOVE WS-ERA-FIELD TO WS-ERA-AUD-TEXT(37:8)
           END-IF.

       ERASE-ERROR-FIELDS.
           MOVE 0 TO WS-ERA-HIT-COUNT
           MOVE WS-ERA-ERR-BY TO WS-ERA-FIELD
           PERFORM ERASE-ID-FIELD
           MOVE WS-ERA-FIELD TO WS-ERA-ERR-BY
           IF WS-ERA-ERR-URL(1:8) = 'CHGOWNER'
               MOVE WS-ERA-ERR-URL(23:8) TO WS-ERA-FIELD
               PERFORM ERASE-ID-FIELD
               MOVE WS-ERA-FIELD TO WS-ERA-ERR-URL(23:8)
           END-IF
           IF WS-ERA-ERR-URL(1:8) = 'ADDCAMP '
                   OR WS-ERA-ERR-URL(1:8) = 'CHGCAMP '
               MOVE WS-ERA-ERR-URL(87:8) TO WS-ERA-FIELD
               PERFORM ERASE-ID-FIELD
               MOVE WS-ERA-FIELD TO WS-ERA-ERR-URL(87:8)
           END-IF.

       ERASE-JOURNAL-LOG.
           MOVE 2 TO WS-CUR-SLOT
           OPEN I-O URL-JOURNAL
           IF WS-JRNL-STATUS = '35'
               PERFORM NOTE-FILE-MISSING
           ELSE
               SET WS-SL-SEARCHED(WS-CUR-SLOT) TO TRUE
               SET WS-EOF TO FALSE
               PERFORM UNTIL WS-EOF
                   READ URL-JOURNAL
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-SL-READ(WS-CUR-SLOT)
                           MOVE WS-JRNL-RECORD TO WS-ERA-JOURNAL
                           PERFORM ERASE-JOURNAL-IMAGES
                           IF WS-ERA-HIT-COUNT > 0
                               MOVE WS-ERA-JOURNAL TO WS-JRNL-RECORD
                               REWRITE WS-JRNL-RECORD
                               PERFORM COUNT-RECORD-HITS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE URL-JOURNAL
           END-IF.

       ERASE-AUDIT-LOG.
           MOVE 3 TO WS-CUR-SLOT
           OPEN I-O URL-AUDIT
           IF WS-AUDIT-STATUS = '35'
               PERFORM NOTE-FILE-MISSING
           ELSE
               SET WS-SL-SEARCHED(WS-CUR-SLOT) TO TRUE
               SET WS-EOF TO FALSE
               PERFORM UNTIL WS-EOF
                   READ URL-AUDIT
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-SL-READ(WS-CUR-SLOT)
                           MOVE WS-AUDIT-RECORD TO WS-ERA-AUDIT
                           PERFORM ERASE-AUDIT-FIELDS
                           IF WS-ERA-HIT-COUNT > 0
                               MOVE WS-ERA-AUDIT TO WS-AUDIT-RECORD
                               REWRITE WS-AUDIT-RECORD
                               PERFORM COUNT-RECORD-HITS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE URL-AUDIT
           END-IF.

       ERASE-ERROR-LOG.
           MOVE 4 TO WS-CUR-SLOT
           OPEN I-O URL-ERROR
           IF WS-ERROR-STATUS = '35'
               PERFORM NOTE-FILE-MISSING
           ELSE
               SET WS-SL-SEARCHED(WS-CUR-SLOT) TO TRUE
               SET WS-EOF TO FALSE
               PERFORM UNTIL WS-EOF
                   READ URL-ERROR
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-SL-READ(WS-CUR-SLOT)
                           MOVE WS-ERROR-RECORD TO WS-ERA-ERROR
                           PERFORM ERASE-ERROR-FIELDS
                           IF WS-ERA-HIT-COUNT > 0
                               MOVE WS-ERA-ERROR TO WS-ERROR-RECORD
                               REWRITE WS-ERROR-RECORD
                               PERFORM COUNT-RECORD-HITS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE URL-ERROR
           END-IF.

       ERASE-ARCHIVE.
           MOVE 5 TO WS-CUR-SLOT
           OPEN I-O URL-ARCHIVE
           IF WS-ARCHIVE-STATUS = '35'
               PERFORM NOTE-FILE-MISSING
           ELSE
               SET WS-SL-SEARCHED(WS-CUR-SLOT) TO TRUE
               SET WS-EOF TO FALSE
               PERFORM UNTIL WS-EOF
                   READ URL-ARCHIVE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-SL-READ(WS-CUR-SLOT)
                           MOVE 0 TO WS-ERA-HIT-COUNT
                           MOVE WS-ARCHIVE-RECORD TO WS-ERA-IMAGE
                           PERFORM ERASE-RECORD-IMAGE
                           IF WS-ERA-HIT-COUNT > 0
                               MOVE WS-ERA-IMAGE TO WS-ARCHIVE-RECORD
                               REWRITE WS-ARCHIVE-RECORD
                               PERFORM COUNT-RECORD-HITS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE URL-ARCHIVE
           END-IF.

       ERASE-QUOTA-FILE.
           MOVE 6 TO WS-CUR-SLOT
           OPEN I-O URL-QUOTA
           IF WS-QUOTA-STATUS = '35'
               PERFORM NOTE-FILE-MISSING
           ELSE
               SET WS-SL-SEARCHED(WS-CUR-SLOT) TO TRUE
               SET WS-EOF TO FALSE
               PERFORM UNTIL WS-EOF
                   READ URL-QUOTA
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-SL-READ(WS-CUR-SLOT)
                           MOVE 0 TO WS-ERA-HIT-COUNT
                           MOVE WS-QUOTA-CREATOR TO WS-ERA-FIELD
                           PERFORM ERASE-ID-FIELD
                           IF WS-ERA-HIT-COUNT > 0
                               MOVE WS-ERA-FIELD TO WS-QUOTA-CREATOR
                               REWRITE WS-QUOTA-RECORD
                               PERFORM COUNT-RECORD-HITS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE URL-QUOTA
           END-IF.

       ERASE-AUTH-FILE.
           MOVE 7 TO WS-CUR-SLOT
           OPEN I-O URL-AUTH
           IF WS-AUTH-STATUS = '35'
               PERFORM NOTE-FILE-MISSING
           ELSE
               SET WS-SL-SEARCHED(WS-CUR-SLOT) TO TRUE
               SET WS-EOF TO FALSE
               PERFORM UNTIL WS-EOF
                   READ URL-AUTH
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-SL-READ(WS-CUR-SLOT)
                           MOVE 0 TO WS-ERA-HIT-COUNT
                           MOVE WS-AUTH-USER TO WS-ERA-FIELD
                           PERFORM ERASE-ID-FIELD
                           IF WS-ERA-HIT-COUNT > 0
                               MOVE WS-ERA-FIELD TO WS-AUTH-USER
                               REWRITE WS-AUTH-RECORD
                               PERFORM COUNT-RECORD-HITS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE URL-AUTH
           END-IF.

       ERASE-CAMPAIGNS.
           MOVE 8 TO WS-CUR-SLOT
           OPEN I-O URL-CAMPAIGN
           IF WS-CAMP-STATUS = '35'
               PERFORM NOTE-FILE-MISSING
           ELSE
               SET WS-SL-SEARCHED(WS-CUR-SLOT) TO TRUE
               SET WS-EOF TO FALSE
               MOVE LOW-VALUES TO WS-CAMP-ID
               START URL-CAMPAIGN KEY IS NOT LESS THAN WS-CAMP-ID
                   INVALID KEY
                       SET WS-EOF TO TRUE
               END-START
               PERFORM UNTIL WS-EOF
                   READ URL-CAMPAIGN NEXT RECORD
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-SL-READ(WS-CUR-SLOT)
                           PERFORM ERASE-CAMPAIGN-RECORD
                   END-READ
               END-PERFORM
               CLOSE URL-CAMPAIGN
           END-IF.

       ERASE-CAMPAIGN-RECORD.
           MOVE 0 TO WS-ERA-HIT-COUNT
           MOVE WS-CAMP-OWNER TO WS-ERA-FIELD
           PERFORM ERASE-ID-FIELD
           MOVE WS-ERA-FIELD TO WS-CAMP-OWNER
           MOVE WS-CAMP-UPDATED-BY TO WS-ERA-FIELD
           PERFORM ERASE-ID-FIELD
           MOVE WS-ERA-FIELD TO WS-CAMP-UPDATED-BY
           IF WS-ERA-HIT-COUNT > 0
               REWRITE WS-CAMP-RECORD
               PERFORM COUNT-RECORD-HITS
           END-IF.

       ERASE-CAMPAIGN-LINKS.
           MOVE 9 TO WS-CUR-SLOT
           OPEN I-O URL-CAMPLINK
           IF WS-CLNK-STATUS = '35'
               PERFORM NOTE-FILE-MISSING
           ELSE
               SET WS-SL-SEARCHED(WS-CUR-SLOT) TO TRUE
               SET WS-EOF TO FALSE
               MOVE LOW-VALUES TO WS-CLNK-SHORT
               START URL-CAMPLINK KEY IS NOT LESS THAN WS-CLNK-SHORT
                   INVALID KEY
                       SET WS-EOF TO TRUE
               END-START
               PERFORM UNTIL WS-EOF
                   READ URL-CAMPLINK NEXT RECORD
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-SL-READ(WS-CUR-SLOT)
                           MOVE 0 TO WS-ERA-HIT-COUNT
                           MOVE WS-CLNK-ATTACHED-BY TO WS-ERA-FIELD
                           PERFORM ERASE-ID-FIELD
                           IF WS-ERA-HIT-COUNT > 0
                               MOVE WS-ERA-FIELD TO WS-CLNK-ATTACHED-BY
                               REWRITE WS-CLNK-RECORD
                               PERFORM COUNT-RECORD-HITS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE URL-CAMPLINK
           END-IF.

       ERASE-GOLIVE-FILE.
           MOVE 10 TO WS-CUR-SLOT
           OPEN I-O URL-GOLIVE
           IF WS-GOLIVE-STATUS = '35'
               PERFORM NOTE-FILE-MISSING
           ELSE
               SET WS-SL-SEARCHED(WS-CUR-SLOT) TO TRUE
               SET WS-EOF TO FALSE
               PERFORM UNTIL WS-EOF
                   READ URL-GOLIVE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-SL-READ(WS-CUR-SLOT)
                           MOVE 0 TO WS-ERA-HIT-COUNT
                           MOVE WS-GLV-FILED-BY TO WS-ERA-FIELD
                           PERFORM ERASE-ID-FIELD
                           IF WS-ERA-HIT-COUNT > 0
                               MOVE WS-ERA-FIELD TO WS-GLV-FILED-BY
                               REWRITE WS-GLV-RECORD
                               PERFORM COUNT-RECORD-HITS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE URL-GOLIVE
           END-IF.

       ERASE-REVIEW-QUEUE.
           MOVE 11 TO WS-CUR-SLOT
           OPEN I-O URL-RVWQ
           IF WS-RVWQ-STATUS = '35'
               PERFORM NOTE-FILE-MISSING
           ELSE
               SET WS-SL-SEARCHED(WS-CUR-SLOT) TO TRUE
               SET WS-EOF TO FALSE
               PERFORM UNTIL WS-EOF
                   READ URL-RVWQ
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-SL-READ(WS-CUR-SLOT)
                           MOVE 0 TO WS-ERA-HIT-COUNT
                           MOVE WS-RVQ-CREATED-BY TO WS-ERA-FIELD
                           PERFORM ERASE-ID-FIELD
                           IF WS-ERA-HIT-COUNT > 0
                               MOVE WS-ERA-FIELD TO WS-RVQ-CREATED-BY
                               REWRITE WS-RVQ-RECORD
                               PERFORM COUNT-RECORD-HITS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE URL-RVWQ
           END-IF.

       ERASE-BLOCKLIST.
           MOVE 12 TO WS-CUR-SLOT
           OPEN I-O URL-BLKLST
           IF WS-BLKLST-STATUS = '35'
               PERFORM NOTE-FILE-MISSING
           ELSE
               SET WS-SL-SEARCHED(WS-CUR-SLOT) TO TRUE
               SET WS-EOF TO FALSE
               PERFORM UNTIL WS-EOF
                   READ URL-BLKLST
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-SL-READ(WS-CUR-SLOT)
                           MOVE 0 TO WS-ERA-HIT-COUNT
                           MOVE WS-BLKLST-ADDED-BY TO WS-ERA-FIELD
                           PERFORM ERASE-ID-FIELD
                           IF WS-ERA-HIT-COUNT > 0
                               MOVE WS-ERA-FIELD TO WS-BLKLST-ADDED-BY
                               REWRITE WS-BLKLST-RECORD
                               PERFORM COUNT-RECORD-HITS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE URL-BLKLST
           END-IF.

      *> Only a TRUST card names a user; comment cards and the
      *> other rule types are read and passed over.
       ERASE-REVIEW-RULES.
           MOVE 13 TO WS-CUR-SLOT
           OPEN I-O URL-RVWRULE
           IF WS-RVWRULE-STATUS = '35'
               PERFORM NOTE-FILE-MISSING
           ELSE
               SET WS-SL-SEARCHED(WS-CUR-SLOT) TO TRUE
               SET WS-EOF TO FALSE
               PERFORM UNTIL WS-EOF
                   READ URL-RVWRULE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-SL-READ(WS-CUR-SLOT)
                           IF FUNCTION UPPER-CASE(WS-IRUL-TYPE)
                                   = 'TRUST'
                               MOVE 0 TO WS-ERA-HIT-COUNT
                               MOVE WS-IRUL-VALUE(1:8) TO WS-ERA-FIELD
                               PERFORM ERASE-ID-FIELD
                               IF WS-ERA-HIT-COUNT > 0
                                   MOVE WS-ERA-FIELD
                                       TO WS-IRUL-VALUE(1:8)
                                   REWRITE WS-IRUL-RECORD
                                   PERFORM COUNT-RECORD-HITS
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE URL-RVWRULE
           END-IF.

      *> Generation WS-GEN-NUM of each cut log: (0) in the final
      *> step, -nn in a GEN-nn step. The journal and error GDGs
      *> keep 12 generations, the audit GDG 24, so past -11 only
      *> the audit generation is there to erase.
       ERASE-GENERATION-FILES.
           IF WS-GEN-NUM <= 11
               COMPUTE WS-CUR-SLOT = 14 + WS-GEN-NUM
               PERFORM ERASE-JOURNAL-GENERATION
           END-IF
           COMPUTE WS-CUR-SLOT = 26 + WS-GEN-NUM
           PERFORM ERASE-AUDIT-GENERATION
           IF WS-GEN-NUM <= 11
               COMPUTE WS-CUR-SLOT = 50 + WS-GEN-NUM
               PERFORM ERASE-ERROR-GENERATION
           END-IF.

       ERASE-JOURNAL-GENERATION.
           OPEN I-O URL-JRNGEN
           IF WS-JRNGEN-STATUS = '35'
               PERFORM NOTE-FILE-MISSING
           ELSE
               SET WS-SL-SEARCHED(WS-CUR-SLOT) TO TRUE
               SET WS-EOF TO FALSE
               PERFORM UNTIL WS-EOF
                   READ URL-JRNGEN
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-SL-READ(WS-CUR-SLOT)
                           MOVE WS-JRNGEN-RECORD TO WS-ERA-JOURNAL
                           PERFORM ERASE-JOURNAL-IMAGES
                           IF WS-ERA-HIT-COUNT > 0
                               MOVE WS-ERA-JOURNAL TO WS-JRNGEN-RECORD
                               REWRITE WS-JRNGEN-RECORD
                               PERFORM COUNT-RECORD-HITS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE URL-JRNGEN
           END-IF.

       ERASE-AUDIT-GENERATION.
           OPEN I-O URL-AUDGEN
           IF WS-AUDGEN-STATUS = '35'
               PERFORM NOTE-FILE-MISSING
           ELSE
               SET WS-SL-SEARCHED(WS-CUR-SLOT) TO TRUE
               SET WS-EOF TO FALSE
               PERFORM UNTIL WS-EOF
                   READ URL-AUDGEN
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-SL-READ(WS-CUR-SLOT)
                           MOVE WS-AUDGEN-RECORD TO WS-ERA-AUDIT
                           PERFORM ERASE-AUDIT-FIELDS
                           IF WS-ERA-HIT-COUNT > 0
                               MOVE WS-ERA-AUDIT TO WS-AUDGEN-RECORD
                               REWRITE WS-AUDGEN-RECORD
                               PERFORM COUNT-RECORD-HITS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE URL-AUDGEN
           END-IF.

       ERASE-ERROR-GENERATION.
           OPEN I-O URL-ERRGEN
           IF WS-ERRGEN-STATUS = '35'
               PERFORM NOTE-FILE-MISSING
           ELSE
               SET WS-SL-SEARCHED(WS-CUR-SLOT) TO TRUE
               SET WS-EOF TO FALSE
               PERFORM UNTIL WS-EOF
                   READ URL-ERRGEN
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-SL-READ(WS-CUR-SLOT)
                           MOVE WS-ERRGEN-RECORD TO WS-ERA-ERROR
                           PERFORM ERASE-ERROR-FIELDS
                           IF WS-ERA-HIT-COUNT > 0
                               MOVE WS-ERA-ERROR TO WS-ERRGEN-RECORD
                               REWRITE WS-ERRGEN-RECORD
                               PERFORM COUNT-RECORD-HITS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE URL-ERRGEN
           END-IF.

      *> Runs last, after the journal and audit logs have been
      *> erased in place, so the records it appends to them are
      *> not scanned again.
       ERASE-MASTER-ENTRIES.
           MOVE 1 TO WS-CUR-SLOT
           OPEN I-O URL-MASTER
           IF WS-MASTER-STATUS = '35'
               PERFORM NOTE-FILE-MISSING
           ELSE
               OPEN EXTEND URL-JOURNAL
               OPEN EXTEND URL-AUDIT
               SET WS-SL-SEARCHED(WS-CUR-SLOT) TO TRUE
               SET WS-EOF TO FALSE
               MOVE LOW-VALUES TO WS-SHORT
               START URL-MASTER KEY IS NOT LESS THAN WS-SHORT
                   INVALID KEY
                       SET WS-EOF TO TRUE
               END-START
               PERFORM UNTIL WS-EOF
                   READ URL-MASTER NEXT RECORD
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-SL-READ(WS-CUR-SLOT)
                           PERFORM ERASE-MASTER-ENTRY
                   END-READ
               END-PERFORM
               CLOSE URL-MASTER
               CLOSE URL-JOURNAL
               CLOSE URL-AUDIT
           END-IF.

       ERASE-MASTER-ENTRY.
           MOVE 0 TO WS-ERA-HIT-COUNT
           MOVE WS-CREATED-BY TO WS-ERA-FIELD
           PERFORM ERASE-ID-FIELD
           IF WS-ERA-HIT-COUNT > 0
               MOVE WS-ERA-FIELD TO WS-CREATED-BY
               REWRITE WS-URL-ENTRY
               MOVE WS-URL-ENTRY TO WS-JRNL-SAVE-BEFORE
               MOVE 'REWRITE' TO WS-JRNL-SAVE-ACTION
               MOVE WS-URL-ENTRY TO WS-JRNL-SAVE-AFTER
               PERFORM WRITE-JOURNAL-RECORD
               MOVE WS-SUBMITTED-BY TO WS-AUDIT-CREATED-BY
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
               STRING WS-CD-YYYYMMDD WS-CD-HHMMSS DELIMITED BY SIZE
                   INTO WS-AUDIT-TIMESTAMP
               MOVE WS-SHORT TO WS-AUDIT-SHORT
               MOVE WS-LONG-URL TO WS-AUDIT-LONG-URL
               MOVE 'ERASE' TO WS-AUDIT-ACTION
               WRITE WS-AUDIT-RECORD
               PERFORM COUNT-RECORD-HITS
           END-IF.

       WRITE-GENERATION-TALLY.
           OPEN EXTEND URL-ETALLY
           PERFORM VARYING WS-SL-IDX FROM 1 BY 1 UNTIL WS-SL-IDX > 61
               IF NOT WS-SL-NOT-SEARCHED(WS-SL-IDX)
                   PERFORM WRITE-SLOT-TALLY
               END-IF
           END-PERFORM
           CLOSE URL-ETALLY.

       WRITE-SLOT-TALLY.
           MOVE SPACES TO WS-ETAL-RECORD
           MOVE 'F' TO WS-ETAL-TYPE
           MOVE WS-SL-IDX TO WS-ETAL-SLOT
           MOVE 0 TO WS-ETAL-ROW
           MOVE WS-SL-STATE(WS-SL-IDX) TO WS-ETAL-STATE
           MOVE WS-SL-READ(WS-SL-IDX) TO WS-ETAL-READ
           MOVE WS-SL-CHANGED(WS-SL-IDX) TO WS-ETAL-CHANGED
           WRITE WS-ETAL-RECORD
           PERFORM VARYING WS-ER-ROW FROM 1 BY 1
                   UNTIL WS-ER-ROW > WS-ER-COUNT
               IF WS-ER-ERASE(WS-ER-ROW)
                   MOVE SPACES TO WS-ETAL-RECORD
                   MOVE 'C' TO WS-ETAL-TYPE
                   MOVE WS-SL-IDX TO WS-ETAL-SLOT
                   MOVE WS-ER-ROW TO WS-ETAL-ROW
                   MOVE WS-ER-USER-ID(WS-ER-ROW) TO WS-ETAL-USER-ID
                   MOVE 0 TO WS-ETAL-READ
                   MOVE WS-ER-SLOT-COUNT(WS-ER-ROW, WS-SL-IDX)
                       TO WS-ETAL-CHANGED
                   WRITE WS-ETAL-RECORD
               END-IF
           END-PERFORM.

      *> Counts from the earlier GEN-nn steps. They read the same
      *> request file, so each 'C' record's row must hold the same
      *> ID; one that does not means the file changed between
      *> steps and the certificate cannot be trusted.
       LOAD-GENERATION-TALLY.
           SET WS-EOF TO FALSE
           OPEN INPUT URL-ETALLY
           IF WS-ETALLY-STATUS = '35'
               DISPLAY 'No generation tally - generations before'
                   ' (0) were not searched by this run'
               SET WS-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-EOF
               READ URL-ETALLY
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-TALLY-READ
                       PERFORM APPLY-TALLY-RECORD
               END-READ
           END-PERFORM
           IF WS-ETALLY-STATUS NOT = '35'
               CLOSE URL-ETALLY
           END-IF
           IF WS-TALLY-MISMATCH > 0
               DISPLAY 'Tally records not matching the request file: '
                   WS-TALLY-MISMATCH
               MOVE 8 TO RETURN-CODE
           END-IF.

       APPLY-TALLY-RECORD.
           EVALUATE TRUE
               WHEN WS-ETAL-SLOT < 14 OR WS-ETAL-SLOT > 61
                   ADD 1 TO WS-TALLY-MISMATCH
               WHEN WS-ETAL-FILE-REC
                   MOVE WS-ETAL-SLOT TO WS-SL-IDX
                   MOVE WS-ETAL-STATE TO WS-SL-STATE(WS-SL-IDX)
                   ADD WS-ETAL-READ TO WS-SL-READ(WS-SL-IDX)
                   ADD WS-ETAL-CHANGED TO WS-SL-CHANGED(WS-SL-IDX)
                   ADD WS-ETAL-CHANGED TO WS-RECORDS-CHANGED
               WHEN WS-ETAL-COUNT-REC
                   MOVE WS-ETAL-ROW TO WS-ER-ROW
                   IF WS-ER-ROW < 1 OR WS-ER-ROW > WS-ER-COUNT
                       ADD 1 TO WS-TALLY-MISMATCH
                   ELSE
                       IF WS-ER-USER-ID(WS-ER-ROW) NOT = WS-ETAL-USER-ID
                               OR NOT WS-ER-ERASE(WS-ER-ROW)
                           ADD 1 TO WS-TALLY-MISMATCH
                       ELSE
                           MOVE WS-ETAL-SLOT TO WS-SL-IDX
                           ADD WS-ETAL-CHANGED
                               TO WS-ER-SLOT-COUNT(WS-ER-ROW, WS-SL-IDX)
                       END-IF
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-TALLY-MISMATCH
           END-EVALUATE.

       PRINT-PAGE-HEADING.
           MOVE WS-SECTION-HEADING TO WS-PRINT-LINE
           PERFORM WRITE-HEADING-LINE
           IF WS-COLUMN-HEADING NOT = SPACES
               MOVE WS-COLUMN-HEADING TO WS-PRINT-LINE
               PERFORM WRITE-HEADING-LINE
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-HEADING-LINE.

       PRINT-CERTIFICATE.
           OPEN OUTPUT URL-REPORT
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE 'CERTIFICATE OF ERASURE - SUBMITTER IDS' TO WS-RPT-TITLE
           MOVE WS-CD-YYYYMMDD TO WS-RPT-TL-DATE
           PERFORM VARYING WS-ER-ROW FROM 1 BY 1
                   UNTIL WS-ER-ROW > WS-ER-COUNT
               IF WS-ER-ERASE(WS-ER-ROW)
                   PERFORM PRINT-ID-CERTIFICATE
               END-IF
           END-PERFORM
           PERFORM PRINT-FILES-SEARCHED
           PERFORM PRINT-REQUEST-EXCEPTIONS
           PERFORM PRINT-GRAND-TOTALS
           CLOSE URL-REPORT.

      *> One page per erased ID: every file and generation searched
      *> with the records changed for that ID, then the statement.
       PRINT-ID-CERTIFICATE.
           MOVE SPACES TO WS-SECTION-HEADING
           STRING 'USER ID ' WS-ER-USER-ID(WS-ER-ROW)
                   '   CASE ' WS-ER-CASE-REF(WS-ER-ROW)
                   '   RECEIVED ' WS-ER-RECEIVED(WS-ER-ROW)
                   '   PSEUDONYM ' WS-ER-PSEUDONYM(WS-ER-ROW)
               DELIMITED BY SIZE INTO WS-SECTION-HEADING
           MOVE WS-ID-HEADING TO WS-COLUMN-HEADING
           PERFORM FORCE-NEW-REPORT-PAGE
           MOVE 0 TO WS-ER-TOTAL(WS-ER-ROW)
           PERFORM VARYING WS-SL-IDX FROM 1 BY 1 UNTIL WS-SL-IDX > 61
               IF NOT WS-SL-NOT-SEARCHED(WS-SL-IDX)
                   PERFORM PRINT-ID-FILE-LINE
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE 'Total records changed        :' TO WS-CNT-LABEL
           MOVE WS-ER-TOTAL(WS-ER-ROW) TO WS-CNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE 'USER ID ERASED' TO WS-CRT-LABEL
           MOVE WS-ER-USER-ID(WS-ER-ROW) TO WS-CRT-VALUE
           PERFORM PRINT-CERT-LINE
           MOVE 'REPLACED BY PSEUDONYM' TO WS-CRT-LABEL
           MOVE WS-ER-PSEUDONYM(WS-ER-ROW) TO WS-CRT-VALUE
           PERFORM PRINT-CERT-LINE
           MOVE 'LEGAL CASE REFERENCE' TO WS-CRT-LABEL
           MOVE WS-ER-CASE-REF(WS-ER-ROW) TO WS-CRT-VALUE
           PERFORM PRINT-CERT-LINE
           MOVE 'ERASED FOR BUSINESS DATE' TO WS-CRT-LABEL
           MOVE WS-BUSINESS-DATE TO WS-CRT-VALUE
           PERFORM PRINT-CERT-LINE
           MOVE 'ERASURE SUBMITTED BY' TO WS-CRT-LABEL
           MOVE WS-SUBMITTED-BY TO WS-CRT-VALUE
           PERFORM PRINT-CERT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE 'EVERY OCCURRENCE OF THE USER ID ON THE FILES LISTED'
               TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE 'ABOVE HAS BEEN REPLACED BY THE PSEUDONYM.'
               TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE.

       PRINT-ID-FILE-LINE.
           MOVE WS-SL-NAME(WS-SL-IDX) TO WS-IFL-NAME
           MOVE WS-SL-GEN(WS-SL-IDX) TO WS-IFL-GEN
           MOVE WS-ER-SLOT-COUNT(WS-ER-ROW, WS-SL-IDX)
               TO WS-IFL-CHANGED
           ADD WS-ER-SLOT-COUNT(WS-ER-ROW, WS-SL-IDX)
               TO WS-ER-TOTAL(WS-ER-ROW)
           IF WS-SL-MISSING(WS-SL-IDX)
               MOVE 'FILE NOT PRESENT' TO WS-IFL-NOTE
           ELSE
               MOVE SPACES TO WS-IFL-NOTE
           END-IF
           MOVE WS-ID-FILE-LINE TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE.

       PRINT-CERT-LINE.
           MOVE WS-CERT-LINE TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE.

      *> Every file slot, so a generation no step reached shows
      *> up as a gap rather than by omission.
       PRINT-FILES-SEARCHED.
           MOVE 'FILES SEARCHED' TO WS-SECTION-HEADING
           MOVE WS-FILES-HEADING TO WS-COLUMN-HEADING
           PERFORM FORCE-NEW-REPORT-PAGE
           PERFORM VARYING WS-SL-IDX FROM 1 BY 1 UNTIL WS-SL-IDX > 61
               PERFORM PRINT-FILES-LINE
           END-PERFORM.

       PRINT-FILES-LINE.
           MOVE WS-SL-NAME(WS-SL-IDX) TO WS-FL-NAME
           MOVE WS-SL-GEN(WS-SL-IDX) TO WS-FL-GEN
           MOVE WS-SL-READ(WS-SL-IDX) TO WS-FL-READ
           MOVE WS-SL-CHANGED(WS-SL-IDX) TO WS-FL-CHANGED
           EVALUATE TRUE
               WHEN WS-SL-SEARCHED(WS-SL-IDX)
                   ADD 1 TO WS-FILES-SEARCHED
                   MOVE SPACES TO WS-FL-NOTE
               WHEN WS-SL-MISSING(WS-SL-IDX)
                   ADD 1 TO WS-FILES-MISSING
                   MOVE 'FILE NOT PRESENT' TO WS-FL-NOTE
               WHEN OTHER
                   MOVE 'NOT SEARCHED' TO WS-FL-NOTE
           END-EVALUATE
           MOVE WS-FILES-LINE TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE.

       PRINT-REQUEST-EXCEPTIONS.
           MOVE 'REQUESTS NOT ACTIONED' TO WS-SECTION-HEADING
           MOVE WS-EXC-HEADING TO WS-COLUMN-HEADING
           PERFORM FORCE-NEW-REPORT-PAGE
           IF WS-EXCEPTION-COUNT = 0
               MOVE '  NONE' TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
           ELSE
               PERFORM VARYING WS-ER-ROW FROM 1 BY 1
                       UNTIL WS-ER-ROW > WS-ER-COUNT
                   IF NOT WS-ER-ERASE(WS-ER-ROW)
                       MOVE WS-ER-USER-ID(WS-ER-ROW) TO WS-EXL-USER-ID
                       MOVE WS-ER-CASE-REF(WS-ER-ROW)
                           TO WS-EXL-CASE-REF
                       MOVE WS-ER-RECEIVED(WS-ER-ROW)
                           TO WS-EXL-RECEIVED
                       MOVE WS-ER-REASON(WS-ER-ROW) TO WS-EXL-REASON
                       MOVE WS-EXC-LINE TO WS-PRINT-LINE
                       PERFORM WRITE-REPORT-LINE
                   END-IF
               END-PERFORM
           END-IF.

       PRINT-COUNT-LINE.
           MOVE WS-COUNT-LINE TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE.

       PRINT-GRAND-TOTALS.
           MOVE SPACES TO WS-SECTION-HEADING
           MOVE SPACES TO WS-COLUMN-HEADING
           PERFORM FORCE-NEW-REPORT-PAGE
           MOVE 'GRAND TOTALS' TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE 'Request records read         :' TO WS-CNT-LABEL
           MOVE WS-REQ-READ-COUNT TO WS-CNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE 'User IDs erased              :' TO WS-CNT-LABEL
           MOVE WS-ERASE-IDS TO WS-CNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE 'Requests not actioned        :' TO WS-CNT-LABEL
           MOVE WS-EXCEPTION-COUNT TO WS-CNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE 'Files/generations searched   :' TO WS-CNT-LABEL
           MOVE WS-FILES-SEARCHED TO WS-CNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE 'Files/generations not present:' TO WS-CNT-LABEL
           MOVE WS-FILES-MISSING TO WS-CNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE 'Records changed, all files   :' TO WS-CNT-LABEL
           MOVE WS-RECORDS-CHANGED TO WS-CNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE 'Generation tally records read:' TO WS-CNT-LABEL
           MOVE WS-TALLY-READ TO WS-CNT-VALUE
           PERFORM PRINT-COUNT-LINE
           IF WS-TALLY-MISMATCH > 0
               MOVE SPACES TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE 'TALLY DOES NOT MATCH THE REQUEST FILE - THIS'
                   TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE 'CERTIFICATE IS INCOMPLETE; RERUN THE WHOLE JOB'
                   TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

       DISPLAY-SUMMARY.
           DISPLAY 'URL-ERASE run complete'
           DISPLAY 'Request records read     : ' WS-REQ-READ-COUNT
           DISPLAY 'User IDs erased          : ' WS-ERASE-IDS
           DISPLAY 'Requests not actioned    : ' WS-EXCEPTION-COUNT
           DISPLAY 'Records changed          : ' WS-RECORDS-CHANGED
           DISPLAY 'Business date used       : ' WS-BUSINESS-DATE
               ' (' WS-BUSINESS-DATE-SRC ')'.

           COPY URLJPROC.

           COPY URLRPROC.

           COPY URLDPROC.

           COPY URLOPROC.

       END PROGRAM URL-ERASE.
