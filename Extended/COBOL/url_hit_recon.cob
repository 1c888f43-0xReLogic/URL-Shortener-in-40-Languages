       IDENTIFICATION DIVISION.
       PROGRAM-ID. URL-HIT-RECON.

      *> Daily hit-count reconciliation against the web redirect
      *> farm. The farm sends URL-HITTOT (header / detail /
      *> trailer, layouts in URLHTT.cpy) with its own per-code hit
      *> counts for the business date; its click log reaches us
      *> separately, replayed through URL-REDIRECT BULK. This run
      *> proves the two agree, code by code, on two fronts:
      *>   - against the URL-CLICKS events dated the business date
      *>     (as URL-FLOOD-SWEEP selects them), leaving out
      *>     single-code lookups made here (channel ONLINE), which
      *>     the farm never saw;
      *>   - against the change in WS-HIT-COUNT on URL-MASTER
      *>     since the last run, taken from the URL-HITSNAP
      *>     snapshot that run left behind (URLHSN.cpy), less the
      *>     same ONLINE lookups.
      *> A code the farm counted more than we did is UNDER-COUNTED
      *> here (requests lost, or rejected to URL-RNF); fewer is
      *> OVER-COUNTED (requests replayed twice); a farm code with
      *> no entry on URL-MASTER is UNKNOWN CODE, and a code we
      *> counted that is missing from the farm file is NOT ON FARM
      *> FILE. A click count that agrees while the master change
      *> does not is MASTER MISMATCH. Every disagreeing code goes
      *> to the URL-REPORT print dataset with the variances, and
      *> each side's total absolute variance is measured against
      *> a tolerance, a percentage of the farm's hit total. The
      *> JCL EXEC PARM is 'YYYYMMDD,tolerance' - either part may
      *> be omitted: the date defaults to the URL-PCTL business
      *> date, the tolerance to 0.10 (per cent, up to two
      *> decimals). The inbound file is balanced first: missing
      *> header or trailer, a trailer count or hit total that does
      *> not match the details, or a header date other than the
      *> business date ends the run RC=8 with nothing reconciled.
      *> RC 0 when every code agrees, RC 4 when there are
      *> differences within tolerance, RC 8 when either variance
      *> exceeds it - chargeback must not run on RC 8.
      *> A new snapshot is written every run; when the run is
      *> abandoned it is a copy of the old one, so the corrected
      *> file can be rerun against the same baseline. A snapshot
      *> taken for this business date or later cannot be a
      *> baseline for it, and the master side is then skipped.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY URLSEL.
           COPY URLCSEL.
           COPY URLPSEL.
           COPY URLDSEL.
           COPY URLOSEL.
           SELECT URL-HITTOT ASSIGN TO "URLHTOT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HITTOT-STATUS.
           SELECT URL-HITSNAP ASSIGN TO "URLHSNP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HITSNAP-STATUS.
           SELECT URL-HSNNEW ASSIGN TO "URLHSNN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HSNNEW-STATUS.
           SELECT URL-SORT-WORK ASSIGN TO "URLHSRT".

       DATA DIVISION.
       FILE SECTION.
       FD  URL-MASTER.
       01  WS-URL-ENTRY.
           COPY URLREC.

       FD  URL-CLICKS
           RECORDING MODE IS F.
           COPY URLCLK.

       FD  URL-REPORT
           RECORDING MODE IS F.
           COPY URLPRT.

       FD  URL-PCTL.
           COPY URLPCT.

       FD  URL-HITTOT
           RECORDING MODE IS F.
           COPY URLHTT.

       FD  URL-HITSNAP
           RECORDING MODE IS F.
           COPY URLHSN.

       FD  URL-HSNNEW
           RECORDING MODE IS F.
       01  WS-HSNNEW-RECORD.
           05 WS-HSNN-TYPE         PIC X(1).
           05 WS-HSNN-SHORT        PIC X(6).
           05 WS-HSNN-HITS         PIC 9(9).
           05 WS-HSNN-BUS-DATE     PIC X(8).
           05 WS-HSNN-TIMESTAMP    PIC X(14).
           05 FILLER               PIC X(2).

       SD  URL-SORT-WORK.
       01  WS-SORT-RECORD.
           05 WS-SORT-SHORT  PIC X(6).
           05 WS-SORT-SOURCE PIC X(1).
               88 WS-SORT-FARM     VALUE 'F'.
               88 WS-SORT-CLICK    VALUE 'C'.
               88 WS-SORT-ONLINE   VALUE 'O'.
               88 WS-SORT-MASTER   VALUE 'M'.
           05 WS-SORT-AMOUNT PIC S9(9).

       FD  URL-RUNCTL
           RECORDING MODE IS F.
           COPY URLRCT.

       WORKING-STORAGE SECTION.
           COPY URLWS.
           COPY URLRPTW.
       01 WS-HITTOT-STATUS PIC XX.
       01 WS-HITSNAP-STATUS PIC XX.
       01 WS-HSNNEW-STATUS PIC XX.
       01 WS-EOF-SW PIC X VALUE 'N'.
           88 WS-EOF VALUE 'Y' FALSE 'N'.
       01 WS-HTOT-EOF-SW PIC X VALUE 'N'.
           88 WS-HTOT-EOF VALUE 'Y' FALSE 'N'.
       01 WS-SNAP-EOF-SW PIC X VALUE 'N'.
           88 WS-SNAP-EOF VALUE 'Y' FALSE 'N'.
       01 WS-SORT-EOF-SW PIC X VALUE 'N'.
           88 WS-SORT-EOF VALUE 'Y' FALSE 'N'.
       01 WS-HDR-SEEN-SW PIC X VALUE 'N'.
           88 WS-HDR-SEEN VALUE 'Y' FALSE 'N'.
       01 WS-TRL-SEEN-SW PIC X VALUE 'N'.
           88 WS-TRL-SEEN VALUE 'Y' FALSE 'N'.
       01 WS-BALANCE-SW PIC X VALUE 'N'.
           88 WS-FILE-BALANCES VALUE 'Y' FALSE 'N'.
       01 WS-BASELINE-SW PIC X VALUE 'N'.
           88 WS-HAVE-BASELINE VALUE 'Y' FALSE 'N'.
       01 WS-PARM-VALID-SW PIC X VALUE 'Y'.
           88 WS-PARM-VALID VALUE 'Y' FALSE 'N'.
       01 WS-PARM-LEN PIC 9(4).
       01 WS-PARM-DATE PIC X(10).
       01 WS-PARM-TOL PIC X(10).
       01 WS-PARM-TOL-INT PIC X(6).
       01 WS-PARM-TOL-FRAC PIC X(4).
       01 WS-TOL-INT-LEN PIC 9(4).
       01 WS-TOL-FRAC-LEN PIC 9(4).
       01 WS-TOL-INT PIC 9(3).
       01 WS-TOL-FRAC PIC 9(2).
       01 WS-TOLERANCE-PCT PIC 9(3)V99 VALUE 0.10.
       01 WS-REPORT-DATE PIC X(8).
       01 WS-RUN-STAMP PIC X(14).
       01 WS-HDR-BUS-DATE PIC X(8).
       01 WS-HDR-CUT-STAMP PIC X(14).
       01 WS-TRAILER-COUNT PIC 9(7).
       01 WS-TRAILER-HITS PIC 9(11).
       01 WS-BASELINE-DATE PIC X(8) VALUE SPACES.
       01 WS-BASELINE-STAMP PIC X(14) VALUE SPACES.
       01 WS-BASE-HITS PIC 9(9).
       01 WS-HIT-DELTA PIC S9(9).
      *> Totals for the code being matched in the output pass.
       01 WS-CUR-SHORT PIC X(6).
       01 WS-CUR-FARM-SW PIC X.
           88 WS-CUR-ON-FARM VALUE 'Y' FALSE 'N'.
       01 WS-CUR-FARM PIC 9(9).
       01 WS-CUR-CLICKS PIC 9(9).
       01 WS-CUR-ONLINE PIC 9(9).
       01 WS-CUR-MASTER PIC S9(9).
       01 WS-CUR-CLICK-VAR PIC S9(9).
       01 WS-CUR-MASTER-VAR PIC S9(9).
       01 WS-CUR-FINDING PIC X(30).
       01 WS-ABS-VAR PIC 9(9).
      *> Run counts.
       01 WS-FARM-DETAILS PIC 9(7) VALUE 0.
       01 WS-FARM-HITS PIC 9(11) VALUE 0.
       01 WS-CLICKS-READ PIC 9(9) VALUE 0.
       01 WS-CLICKS-FOR-DATE PIC 9(9) VALUE 0.
       01 WS-ONLINE-FOR-DATE PIC 9(9) VALUE 0.
       01 WS-MASTER-READ-COUNT PIC 9(7) VALUE 0.
       01 WS-SNAP-READ-COUNT PIC 9(7) VALUE 0.
       01 WS-SNAP-WRITTEN-COUNT PIC 9(7) VALUE 0.
       01 WS-MASTER-CHANGE PIC S9(11) VALUE 0.
       01 WS-CODES-COMPARED PIC 9(7) VALUE 0.
       01 WS-CODES-AGREED PIC 9(7) VALUE 0.
       01 WS-OVER-COUNT PIC 9(7) VALUE 0.
       01 WS-UNDER-COUNT PIC 9(7) VALUE 0.
       01 WS-UNKNOWN-COUNT PIC 9(7) VALUE 0.
       01 WS-NOT-ON-FARM-COUNT PIC 9(7) VALUE 0.
       01 WS-MASTER-MISMATCH-COUNT PIC 9(7) VALUE 0.
       01 WS-CLICK-VARIANCE PIC 9(11) VALUE 0.
       01 WS-MASTER-VARIANCE PIC 9(11) VALUE 0.
       01 WS-VAR-SCALED PIC 9(13).
       01 WS-TOL-SCALED PIC 9(13)V99.
       01 WS-CLICK-OVER-SW PIC X VALUE 'N'.
           88 WS-CLICK-OVER-TOL VALUE 'Y' FALSE 'N'.
       01 WS-MASTER-OVER-SW PIC X VALUE 'N'.
           88 WS-MASTER-OVER-TOL VALUE 'Y' FALSE 'N'.
       01 WS-HEADING-LINE.
           05 FILLER PIC X(8)  VALUE 'CODE'.
           05 FILLER PIC X(11) VALUE '  FARM HITS'.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(11) VALUE '     CLICKS'.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(12) VALUE '  MASTER CHG'.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(12) VALUE '   CLICK VAR'.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(12) VALUE '  MASTER VAR'.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(30) VALUE 'FINDING'.
       01 WS-DETAIL-LINE.
           05 WS-DTL-SHORT      PIC X(6).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-DTL-FARM       PIC ZZZ,ZZZ,ZZ9.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-DTL-CLICKS     PIC ZZZ,ZZZ,ZZ9.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-DTL-MASTER     PIC X(12).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-DTL-CLICK-VAR  PIC X(12).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-DTL-MASTER-VAR PIC X(12).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-DTL-FINDING    PIC X(30).
       01 WS-EDIT-SIGNED PIC -ZZZ,ZZZ,ZZ9.
       01 WS-COUNT-LINE.
           05 WS-CNT-LABEL       PIC X(36).
           05 WS-CNT-VALUE       PIC -ZZ,ZZZ,ZZZ,ZZ9.
       01 WS-TOL-LINE.
           05 FILLER             PIC X(36)
               VALUE 'Tolerance (% of farm hits)         :'.
           05 FILLER             PIC X(10) VALUE SPACES.
           05 WS-TOL-VALUE       PIC ZZ9.99.

       LINKAGE SECTION.
       01  LS-PARM.
           05 LS-PARM-LEN  PIC S9(4) COMP.
           05 LS-PARM-TEXT PIC X(100).

       PROCEDURE DIVISION USING LS-PARM.
       MAIN-LOGIC.
           DISPLAY 'URL-HIT-RECON: web farm hit-count reconciliation'
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           STRING WS-CD-YYYYMMDD WS-CD-HHMMSS DELIMITED BY SIZE
               INTO WS-RUN-STAMP
           PERFORM GET-BUSINESS-DATE
           PERFORM SCAN-PARM
           MOVE 'URLHITRC' TO WS-RUN-PGM
           PERFORM WRITE-RUN-START
           IF NOT WS-PARM-VALID
               DISPLAY 'URL-HIT-RECON: PARM must be'
                   ' ''YYYYMMDD,tolerance'' - a real calendar date'
                   ' and a percentage such as 0.25'
               MOVE 8 TO RETURN-CODE
               PERFORM RECORD-RUN-END
               STOP RUN
           END-IF
           DISPLAY 'Business date ' WS-REPORT-DATE
               ', tolerance ' WS-TOLERANCE-PCT ' per cent'
           PERFORM VERIFY-HITTOT-FILE
           PERFORM OPEN-FILES
           PERFORM READ-BASELINE-HEADER
           IF NOT WS-FILE-BALANCES
               DISPLAY 'URL-HITTOT does not balance - run abandoned,'
                   ' snapshot carried forward unchanged'
               PERFORM CARRY-SNAPSHOT-FORWARD
               MOVE 8 TO RETURN-CODE
           ELSE
               SORT URL-SORT-WORK
                   ON ASCENDING KEY WS-SORT-SHORT
                   INPUT PROCEDURE IS RELEASE-RECON-INPUTS
                   OUTPUT PROCEDURE IS MATCH-SORTED-CODES
               PERFORM TEST-TOLERANCE
               PERFORM PRINT-GRAND-TOTALS
               EVALUATE TRUE
                   WHEN WS-CLICK-OVER-TOL OR WS-MASTER-OVER-TOL
                       MOVE 8 TO RETURN-CODE
                   WHEN WS-CLICK-VARIANCE > 0
                           OR WS-MASTER-VARIANCE > 0
                           OR WS-CODES-AGREED < WS-CODES-COMPARED
                       MOVE 4 TO RETURN-CODE
               END-EVALUATE
           END-IF
           PERFORM DISPLAY-SUMMARY
           PERFORM CLOSE-FILES
           PERFORM RECORD-RUN-END
           STOP RUN.

       RECORD-RUN-END.
           MOVE 'FARMHITS' TO WS-RUN-CNT-LABEL(1)
           MOVE WS-FARM-HITS TO WS-RUN-CNT-VALUE(1)
           MOVE 'CLICKS' TO WS-RUN-CNT-LABEL(2)
           MOVE WS-CLICKS-FOR-DATE TO WS-RUN-CNT-VALUE(2)
           MOVE 'CLICKVAR' TO WS-RUN-CNT-LABEL(3)
           MOVE WS-CLICK-VARIANCE TO WS-RUN-CNT-VALUE(3)
           MOVE 'MSTRVAR' TO WS-RUN-CNT-LABEL(4)
           MOVE WS-MASTER-VARIANCE TO WS-RUN-CNT-VALUE(4)
           PERFORM WRITE-RUN-END.

      *> PARM 'YYYYMMDD,tolerance'. The tolerance is a percentage
      *> with up to three whole digits and two decimals.
       SCAN-PARM.
           MOVE WS-BUSINESS-DATE TO WS-REPORT-DATE
           IF LS-PARM-LEN > 0
               MOVE LS-PARM-LEN TO WS-PARM-LEN
               IF WS-PARM-LEN > 100
                   MOVE 100 TO WS-PARM-LEN
               END-IF
               MOVE SPACES TO WS-PARM-DATE WS-PARM-TOL
               UNSTRING LS-PARM-TEXT(1:WS-PARM-LEN)
                   DELIMITED BY ','
                   INTO WS-PARM-DATE WS-PARM-TOL
               END-UNSTRING
               IF WS-PARM-DATE NOT = SPACES
                   MOVE WS-PARM-DATE(1:8) TO WS-REPORT-DATE
                   IF WS-PARM-DATE(9:2) NOT = SPACES
                       SET WS-PARM-VALID TO FALSE
                   END-IF
               END-IF
               IF WS-PARM-TOL NOT = SPACES
                   PERFORM SCAN-TOLERANCE
               END-IF
           END-IF
           IF WS-REPORT-DATE IS NUMERIC
               MOVE WS-REPORT-DATE TO WS-CAL-DATE
               PERFORM VALIDATE-CALENDAR-DATE
               IF NOT WS-CAL-DATE-VALID
                   SET WS-PARM-VALID TO FALSE
               END-IF
           ELSE
               SET WS-PARM-VALID TO FALSE
           END-IF.

       SCAN-TOLERANCE.
           MOVE SPACES TO WS-PARM-TOL-INT WS-PARM-TOL-FRAC
           MOVE 0 TO WS-TOL-INT-LEN WS-TOL-FRAC-LEN
           UNSTRING WS-PARM-TOL DELIMITED BY '.' OR SPACE
               INTO WS-PARM-TOL-INT COUNT IN WS-TOL-INT-LEN
                    WS-PARM-TOL-FRAC COUNT IN WS-TOL-FRAC-LEN
           END-UNSTRING
           MOVE 0 TO WS-TOL-INT WS-TOL-FRAC
           EVALUATE TRUE
               WHEN WS-TOL-INT-LEN > 3 OR WS-TOL-FRAC-LEN > 2
                   SET WS-PARM-VALID TO FALSE
               WHEN WS-TOL-INT-LEN = 0 AND WS-TOL-FRAC-LEN = 0
                   SET WS-PARM-VALID TO FALSE
               WHEN WS-TOL-INT-LEN > 0
                       AND WS-PARM-TOL-INT(1:WS-TOL-INT-LEN)
                           IS NOT NUMERIC
                   SET WS-PARM-VALID TO FALSE
               WHEN WS-TOL-FRAC-LEN > 0
                       AND WS-PARM-TOL-FRAC(1:WS-TOL-FRAC-LEN)
                           IS NOT NUMERIC
                   SET WS-PARM-VALID TO FALSE
               WHEN OTHER
                   IF WS-TOL-INT-LEN > 0
                       MOVE WS-PARM-TOL-INT(1:WS-TOL-INT-LEN)
                           TO WS-TOL-INT(4 - WS-TOL-INT-LEN:
                               WS-TOL-INT-LEN)
                   END-IF
                   IF WS-TOL-FRAC-LEN > 0
                       MOVE WS-PARM-TOL-FRAC(1:WS-TOL-FRAC-LEN)
                           TO WS-TOL-FRAC(1:WS-TOL-FRAC-LEN)
                   END-IF
                   COMPUTE WS-TOLERANCE-PCT =
                       WS-TOL-INT + (WS-TOL-FRAC / 100)
           END-EVALUATE.

      *> First pass balances the farm file before anything is
      *> reconciled: header present and for this business date,
      *> trailer present, and the trailer's detail count and hit
      *> total equal to the details actually on the file.
       VERIFY-HITTOT-FILE.
           SET WS-FILE-BALANCES TO FALSE
           OPEN INPUT URL-HITTOT
           IF WS-HITTOT-STATUS = '35'
               DISPLAY 'URL-HITTOT does not exist'
           ELSE
               PERFORM READ-HITTOT-RECORD
               PERFORM UNTIL WS-HTOT-EOF
                   EVALUATE TRUE
                       WHEN WS-HTOT-HEADER
                           SET WS-HDR-SEEN TO TRUE
                           MOVE WS-HTOT-H-BUS-DATE TO WS-HDR-BUS-DATE
                           STRING WS-HTOT-H-CUT-DATE WS-HTOT-H-CUT-TIME
                               DELIMITED BY SIZE
                               INTO WS-HDR-CUT-STAMP
                       WHEN WS-HTOT-DETAIL
                           ADD 1 TO WS-FARM-DETAILS
                           IF WS-HTOT-D-HITS IS NUMERIC
                               ADD WS-HTOT-D-HITS TO WS-FARM-HITS
                           END-IF
                       WHEN WS-HTOT-TRAILER
                           SET WS-TRL-SEEN TO TRUE
                           MOVE WS-HTOT-T-COUNT TO WS-TRAILER-COUNT
                           MOVE WS-HTOT-T-HITS TO WS-TRAILER-HITS
                   END-EVALUATE
                   PERFORM READ-HITTOT-RECORD
               END-PERFORM
               EVALUATE TRUE
                   WHEN NOT WS-HDR-SEEN
                       DISPLAY 'URL-HITTOT header record missing'
                   WHEN NOT WS-TRL-SEEN
                       DISPLAY 'URL-HITTOT trailer record missing'
                   WHEN WS-HDR-BUS-DATE NOT = WS-REPORT-DATE
                       DISPLAY 'URL-HITTOT is for business date '
                           WS-HDR-BUS-DATE ', not ' WS-REPORT-DATE
                   WHEN WS-TRAILER-COUNT NOT = WS-FARM-DETAILS
                       DISPLAY 'URL-HITTOT trailer claims '
                           WS-TRAILER-COUNT ' detail(s), file holds '
                           WS-FARM-DETAILS
                   WHEN WS-TRAILER-HITS NOT = WS-FARM-HITS
                       DISPLAY 'URL-HITTOT trailer claims '
                           WS-TRAILER-HITS ' hit(s), details total '
                           WS-FARM-HITS
                   WHEN OTHER
                       SET WS-FILE-BALANCES TO TRUE
               END-EVALUATE
           END-IF
           CLOSE URL-HITTOT
           SET WS-HTOT-EOF TO FALSE.

       READ-HITTOT-RECORD.
           READ URL-HITTOT
               AT END
                   SET WS-HTOT-EOF TO TRUE
           END-READ.

       OPEN-FILES.
           OPEN INPUT URL-MASTER
           OPEN INPUT URL-CLICKS
           OPEN INPUT URL-HITSNAP
           OPEN OUTPUT URL-HSNNEW
           OPEN OUTPUT URL-REPORT
           MOVE 'URL WEB FARM HIT-COUNT RECONCILIATION' TO WS-RPT-TITLE
           MOVE WS-CD-YYYYMMDD TO WS-RPT-TL-DATE.

       PRINT-PAGE-HEADING.
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'BUSINESS DATE ' WS-REPORT-DATE
               '   FARM FILE CUT ' WS-HDR-CUT-STAMP
               '   MASTER BASELINE ' WS-BASELINE-DATE
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-HEADING-LINE
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-HEADING-LINE
           MOVE WS-HEADING-LINE TO WS-PRINT-LINE
           PERFORM WRITE-HEADING-LINE
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-HEADING-LINE.

      *> The snapshot's header says which business date it closed.
      *> Only one taken for an earlier date is a baseline for this
      *> one; an empty or missing snapshot (the first run) leaves
      *> the master side unchecked for the night.
       READ-BASELINE-HEADER.
           SET WS-HAVE-BASELINE TO FALSE
           SET WS-SNAP-EOF TO FALSE
           IF WS-HITSNAP-STATUS NOT = '00'
               SET WS-SNAP-EOF TO TRUE
               DISPLAY 'URL-HITSNAP not available - master side not'
                   ' checked this run'
           ELSE
               PERFORM READ-SNAPSHOT-RECORD
               EVALUATE TRUE
                   WHEN WS-SNAP-EOF
                       DISPLAY 'URL-HITSNAP is empty - master side'
                           ' not checked this run'
                   WHEN NOT WS-HSNP-HEADER
                       DISPLAY 'URL-HITSNAP has no header - master'
                           ' side not checked this run'
                   WHEN WS-HSNP-BUS-DATE NOT < WS-REPORT-DATE
                       MOVE WS-HSNP-BUS-DATE TO WS-BASELINE-DATE
                       DISPLAY 'URL-HITSNAP was taken for business'
                           ' date ' WS-HSNP-BUS-DATE ' - no baseline'
                           ' for ' WS-REPORT-DATE ', master side not'
                           ' checked'
                   WHEN OTHER
                       SET WS-HAVE-BASELINE TO TRUE
                       MOVE WS-HSNP-BUS-DATE TO WS-BASELINE-DATE
                       MOVE WS-HSNP-TIMESTAMP TO WS-BASELINE-STAMP
               END-EVALUATE
           END-IF.

       READ-SNAPSHOT-RECORD.
           READ URL-HITSNAP
               AT END
                   SET WS-SNAP-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-SNAP-READ-COUNT
           END-READ.

       CARRY-SNAPSHOT-FORWARD.
           PERFORM UNTIL WS-SNAP-EOF OR WS-HITSNAP-STATUS NOT = '00'
               MOVE WS-HSNP-RECORD TO WS-HSNNEW-RECORD
               WRITE WS-HSNNEW-RECORD
               ADD 1 TO WS-SNAP-WRITTEN-COUNT
               PERFORM READ-SNAPSHOT-RECORD
           END-PERFORM.

      *> Every figure for every code goes through the sort: the
      *> farm's count, each click for the date, and the master's
      *> hit-count change, one record each, so the output pass
      *> sees everything known about a code together.
       RELEASE-RECON-INPUTS.
           PERFORM RELEASE-FARM-DETAILS
           PERFORM RELEASE-DATE-CLICKS
           PERFORM RELEASE-MASTER-CHANGES.

       RELEASE-FARM-DETAILS.
           OPEN INPUT URL-HITTOT
           PERFORM READ-HITTOT-RECORD
           PERFORM UNTIL WS-HTOT-EOF
               IF WS-HTOT-DETAIL
                   MOVE FUNCTION UPPER-CASE(WS-HTOT-D-SHORT)
                       TO WS-SORT-SHORT
                   SET WS-SORT-FARM TO TRUE
                   IF WS-HTOT-D-HITS IS NUMERIC
                       MOVE WS-HTOT-D-HITS TO WS-SORT-AMOUNT
                   ELSE
                       MOVE 0 TO WS-SORT-AMOUNT
                   END-IF
                   RELEASE WS-SORT-RECORD
               END-IF
               PERFORM READ-HITTOT-RECORD
           END-PERFORM
           CLOSE URL-HITTOT.

       RELEASE-DATE-CLICKS.
           SET WS-EOF TO FALSE
           IF WS-CLICKS-STATUS = '35'
               SET WS-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-EOF
               READ URL-CLICKS
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CLICKS-READ
                       IF WS-CLICK-TIMESTAMP(1:8) = WS-REPORT-DATE
                           MOVE WS-CLICK-SHORT TO WS-SORT-SHORT
                           MOVE 1 TO WS-SORT-AMOUNT
                           IF WS-CLICK-CHANNEL = 'ONLINE'
                               SET WS-SORT-ONLINE TO TRUE
                               ADD 1 TO WS-ONLINE-FOR-DATE
                           ELSE
                               SET WS-SORT-CLICK TO TRUE
                               ADD 1 TO WS-CLICKS-FOR-DATE
                           END-IF
                           RELEASE WS-SORT-RECORD
                       END-IF
               END-READ
           END-PERFORM.

      *> Master and snapshot are both in short-code order, so one
      *> matched pass gives each code's change since the baseline
      *> (a code filed since then started from zero) and writes
      *> the next snapshot as it goes.
       RELEASE-MASTER-CHANGES.
           MOVE SPACES TO WS-HSNNEW-RECORD
           MOVE 'H' TO WS-HSNN-TYPE
           MOVE WS-REPORT-DATE TO WS-HSNN-BUS-DATE
           MOVE WS-RUN-STAMP TO WS-HSNN-TIMESTAMP
           WRITE WS-HSNNEW-RECORD
           ADD 1 TO WS-SNAP-WRITTEN-COUNT
           SET WS-EOF TO FALSE
           IF WS-MASTER-STATUS = '35'
               DISPLAY 'URL-MASTER does not exist'
               SET WS-EOF TO TRUE
           ELSE
               PERFORM START-MASTER-SEQUENTIAL
               PERFORM READ-NEXT-MASTER
           END-IF
           PERFORM UNTIL WS-EOF
               ADD 1 TO WS-MASTER-READ-COUNT
               PERFORM FIND-BASELINE-HITS
               MOVE SPACES TO WS-HSNNEW-RECORD
               MOVE 'D' TO WS-HSNN-TYPE
               MOVE WS-SHORT TO WS-HSNN-SHORT
               MOVE WS-HIT-COUNT TO WS-HSNN-HITS
               WRITE WS-HSNNEW-RECORD
               ADD 1 TO WS-SNAP-WRITTEN-COUNT
               IF WS-HAVE-BASELINE
                   COMPUTE WS-HIT-DELTA = WS-HIT-COUNT - WS-BASE-HITS
                   IF WS-HIT-DELTA NOT = 0
                       ADD WS-HIT-DELTA TO WS-MASTER-CHANGE
                       MOVE WS-SHORT TO WS-SORT-SHORT
                       SET WS-SORT-MASTER TO TRUE
                       MOVE WS-HIT-DELTA TO WS-SORT-AMOUNT
                       RELEASE WS-SORT-RECORD
                   END-IF
               END-IF
               PERFORM READ-NEXT-MASTER
           END-PERFORM.

       FIND-BASELINE-HITS.
           MOVE 0 TO WS-BASE-HITS
           IF WS-HAVE-BASELINE
               PERFORM UNTIL WS-SNAP-EOF
                       OR (WS-HSNP-DETAIL
                           AND WS-HSNP-SHORT NOT < WS-SHORT)
                   PERFORM READ-SNAPSHOT-RECORD
               END-PERFORM
               IF NOT WS-SNAP-EOF AND WS-HSNP-SHORT = WS-SHORT
                   MOVE WS-HSNP-HITS TO WS-BASE-HITS
               END-IF
           END-IF.

       START-MASTER-SEQUENTIAL.
           MOVE LOW-VALUES TO WS-SHORT
           START URL-MASTER
               KEY IS NOT LESS THAN WS-SHORT
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START.

       READ-NEXT-MASTER.
           IF NOT WS-EOF
               READ URL-MASTER NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
               END-READ
           END-IF.

       MATCH-SORTED-CODES.
           MOVE 'DIFFERENCES BY CODE' TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           SET WS-SORT-EOF TO FALSE
           PERFORM RETURN-SORT-RECORD
           PERFORM UNTIL WS-SORT-EOF
               MOVE WS-SORT-SHORT TO WS-CUR-SHORT
               SET WS-CUR-ON-FARM TO FALSE
               MOVE 0 TO WS-CUR-FARM WS-CUR-CLICKS WS-CUR-ONLINE
                   WS-CUR-MASTER
               PERFORM UNTIL WS-SORT-EOF
                       OR WS-SORT-SHORT NOT = WS-CUR-SHORT
                   EVALUATE TRUE
                       WHEN WS-SORT-FARM
                           SET WS-CUR-ON-FARM TO TRUE
                           ADD WS-SORT-AMOUNT TO WS-CUR-FARM
                       WHEN WS-SORT-CLICK
                           ADD WS-SORT-AMOUNT TO WS-CUR-CLICKS
                       WHEN WS-SORT-ONLINE
                           ADD WS-SORT-AMOUNT TO WS-CUR-ONLINE
                       WHEN WS-SORT-MASTER
                           ADD WS-SORT-AMOUNT TO WS-CUR-MASTER
                   END-EVALUATE
                   PERFORM RETURN-SORT-RECORD
               END-PERFORM
               PERFORM RECONCILE-ONE-CODE
           END-PERFORM
           IF WS-CODES-AGREED = WS-CODES-COMPARED
               MOVE '  (every code agrees)' TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

       RETURN-SORT-RECORD.
           RETURN URL-SORT-WORK
               AT END
                   SET WS-SORT-EOF TO TRUE
           END-RETURN.

      *> A code only ever looked up here (ONLINE clicks and the
      *> matching master change) has nothing to reconcile with
      *> the farm and is passed over. The master change is
      *> compared net of those lookups.
       RECONCILE-ONE-CODE.
           IF WS-HAVE-BASELINE
               SUBTRACT WS-CUR-ONLINE FROM WS-CUR-MASTER
           END-IF
           IF WS-CUR-ON-FARM OR WS-CUR-CLICKS > 0
                   OR WS-CUR-MASTER NOT = 0
               ADD 1 TO WS-CODES-COMPARED
               COMPUTE WS-CUR-CLICK-VAR = WS-CUR-CLICKS - WS-CUR-FARM
               COMPUTE WS-CUR-MASTER-VAR = WS-CUR-MASTER - WS-CUR-FARM
               IF NOT WS-HAVE-BASELINE
                   MOVE 0 TO WS-CUR-MASTER-VAR
               END-IF
               PERFORM CLASSIFY-CODE
               IF WS-CUR-FINDING = SPACES
                   ADD 1 TO WS-CODES-AGREED
               ELSE
                   PERFORM ADD-CODE-VARIANCE
                   PERFORM PRINT-CODE-LINE
               END-IF
           END-IF.

       CLASSIFY-CODE.
           MOVE SPACES TO WS-CUR-FINDING
           EVALUATE TRUE
               WHEN WS-CUR-ON-FARM AND WS-CUR-CLICKS = 0
                       AND WS-CUR-MASTER = 0 AND WS-CUR-ONLINE = 0
                       AND WS-CUR-FARM > 0
                   MOVE WS-CUR-SHORT TO WS-SHORT
                   READ URL-MASTER
                       INVALID KEY
                           MOVE 'UNKNOWN CODE' TO WS-CUR-FINDING
                           ADD 1 TO WS-UNKNOWN-COUNT
                       NOT INVALID KEY
                           MOVE 'UNDER-COUNTED' TO WS-CUR-FINDING
                           ADD 1 TO WS-UNDER-COUNT
                   END-READ
               WHEN NOT WS-CUR-ON-FARM
                   MOVE 'NOT ON FARM FILE' TO WS-CUR-FINDING
                   ADD 1 TO WS-NOT-ON-FARM-COUNT
               WHEN WS-CUR-CLICK-VAR > 0
                   MOVE 'OVER-COUNTED' TO WS-CUR-FINDING
                   ADD 1 TO WS-OVER-COUNT
               WHEN WS-CUR-CLICK-VAR < 0
                   MOVE 'UNDER-COUNTED' TO WS-CUR-FINDING
                   ADD 1 TO WS-UNDER-COUNT
               WHEN WS-CUR-MASTER-VAR NOT = 0
                   MOVE 'MASTER MISMATCH' TO WS-CUR-FINDING
                   ADD 1 TO WS-MASTER-MISMATCH-COUNT
           END-EVALUATE.

       ADD-CODE-VARIANCE.
           IF WS-CUR-CLICK-VAR < 0
               COMPUTE WS-ABS-VAR = 0 - WS-CUR-CLICK-VAR
           ELSE
               MOVE WS-CUR-CLICK-VAR TO WS-ABS-VAR
           END-IF
           ADD WS-ABS-VAR TO WS-CLICK-VARIANCE
           IF WS-CUR-MASTER-VAR < 0
               COMPUTE WS-ABS-VAR = 0 - WS-CUR-MASTER-VAR
           ELSE
               MOVE WS-CUR-MASTER-VAR TO WS-ABS-VAR
           END-IF
           ADD WS-ABS-VAR TO WS-MASTER-VARIANCE.

       PRINT-CODE-LINE.
           MOVE WS-CUR-SHORT TO WS-DTL-SHORT
           MOVE WS-CUR-FARM TO WS-DTL-FARM
           MOVE WS-CUR-CLICKS TO WS-DTL-CLICKS
           MOVE WS-CUR-CLICK-VAR TO WS-EDIT-SIGNED
           MOVE WS-EDIT-SIGNED TO WS-DTL-CLICK-VAR
           IF WS-HAVE-BASELINE
               MOVE WS-CUR-MASTER TO WS-EDIT-SIGNED
               MOVE WS-EDIT-SIGNED TO WS-DTL-MASTER
               MOVE WS-CUR-MASTER-VAR TO WS-EDIT-SIGNED
               MOVE WS-EDIT-SIGNED TO WS-DTL-MASTER-VAR
           ELSE
               MOVE '         N/A' TO WS-DTL-MASTER
               MOVE '         N/A' TO WS-DTL-MASTER-VAR
           END-IF
           MOVE WS-CUR-FINDING TO WS-DTL-FINDING
           MOVE WS-DETAIL-LINE TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE.

      *> Each side's variance, as a share of the farm's hit total,
      *> is held against the tolerance: var * 100 > tol * hits.
      *> With no farm hits at all any variance is too much.
       TEST-TOLERANCE.
           COMPUTE WS-TOL-SCALED = WS-TOLERANCE-PCT * WS-FARM-HITS
           COMPUTE WS-VAR-SCALED = WS-CLICK-VARIANCE * 100
           IF WS-VAR-SCALED > WS-TOL-SCALED
               SET WS-CLICK-OVER-TOL TO TRUE
           END-IF
           COMPUTE WS-VAR-SCALED = WS-MASTER-VARIANCE * 100
           IF WS-VAR-SCALED > WS-TOL-SCALED
               SET WS-MASTER-OVER-TOL TO TRUE
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
           MOVE 'Farm detail records                :' TO WS-CNT-LABEL
           MOVE WS-FARM-DETAILS TO WS-CNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE 'Farm hits                          :' TO WS-CNT-LABEL
           MOVE WS-FARM-HITS TO WS-CNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE 'Click events for the date          :' TO WS-CNT-LABEL
           MOVE WS-CLICKS-FOR-DATE TO WS-CNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE '  ONLINE lookups left out          :' TO WS-CNT-LABEL
           MOVE WS-ONLINE-FOR-DATE TO WS-CNT-VALUE
           PERFORM PRINT-COUNT-LINE
           IF WS-HAVE-BASELINE
               MOVE 'Master hit-count change            :'
                   TO WS-CNT-LABEL
               MOVE WS-MASTER-CHANGE TO WS-CNT-VALUE
               PERFORM PRINT-COUNT-LINE
           ELSE
               MOVE 'Master hit-count change            :'
                   TO WS-PRINT-LINE
               MOVE 'NOT CHECKED - NO BASELINE' TO WS-PRINT-LINE(48:)
               PERFORM WRITE-REPORT-LINE
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE 'Codes compared                     :' TO WS-CNT-LABEL
           MOVE WS-CODES-COMPARED TO WS-CNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE '  agreed                           :' TO WS-CNT-LABEL
           MOVE WS-CODES-AGREED TO WS-CNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE '  over-counted                     :' TO WS-CNT-LABEL
           MOVE WS-OVER-COUNT TO WS-CNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE '  under-counted                    :' TO WS-CNT-LABEL
           MOVE WS-UNDER-COUNT TO WS-CNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE '  unknown code                     :' TO WS-CNT-LABEL
           MOVE WS-UNKNOWN-COUNT TO WS-CNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE '  not on farm file                 :' TO WS-CNT-LABEL
           MOVE WS-NOT-ON-FARM-COUNT TO WS-CNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE '  master mismatch                  :' TO WS-CNT-LABEL
           MOVE WS-MASTER-MISMATCH-COUNT TO WS-CNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE 'Click variance (absolute hits)     :' TO WS-CNT-LABEL
           MOVE WS-CLICK-VARIANCE TO WS-CNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE 'Master variance (absolute hits)    :' TO WS-CNT-LABEL
           MOVE WS-MASTER-VARIANCE TO WS-CNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE WS-TOLERANCE-PCT TO WS-TOL-VALUE
           MOVE WS-TOL-LINE TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           EVALUATE TRUE
               WHEN WS-CLICK-OVER-TOL AND WS-MASTER-OVER-TOL
                   MOVE 'RESULT: CLICK AND MASTER VARIANCE OVER'
                       & ' TOLERANCE - DO NOT RUN CHARGEBACK'
                       TO WS-PRINT-LINE
               WHEN WS-CLICK-OVER-TOL
                   MOVE 'RESULT: CLICK VARIANCE OVER TOLERANCE - DO'
                       & ' NOT RUN CHARGEBACK' TO WS-PRINT-LINE
               WHEN WS-MASTER-OVER-TOL
                   MOVE 'RESULT: MASTER VARIANCE OVER TOLERANCE - DO'
                       & ' NOT RUN CHARGEBACK' TO WS-PRINT-LINE
               WHEN WS-CODES-AGREED < WS-CODES-COMPARED
                   MOVE 'RESULT: DIFFERENCES WITHIN TOLERANCE'
                       TO WS-PRINT-LINE
               WHEN OTHER
                   MOVE 'RESULT: FARM AND MAINFRAME AGREE'
                       TO WS-PRINT-LINE
           END-EVALUATE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE 'FILE RECORD COUNTS THIS RUN' TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE 'Click events read                  :' TO WS-CNT-LABEL
           MOVE WS-CLICKS-READ TO WS-CNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE 'Master records read                :' TO WS-CNT-LABEL
           MOVE WS-MASTER-READ-COUNT TO WS-CNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE 'Snapshot records read              :' TO WS-CNT-LABEL
           MOVE WS-SNAP-READ-COUNT TO WS-CNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE 'Snapshot records written           :' TO WS-CNT-LABEL
           MOVE WS-SNAP-WRITTEN-COUNT TO WS-CNT-VALUE
           PERFORM PRINT-COUNT-LINE.

       DISPLAY-SUMMARY.
           DISPLAY 'URL-HIT-RECON run complete'
           DISPLAY 'Farm hits                : ' WS-FARM-HITS
           DISPLAY 'Click events for date    : ' WS-CLICKS-FOR-DATE
           DISPLAY 'Codes compared           : ' WS-CODES-COMPARED
           DISPLAY 'Codes agreed             : ' WS-CODES-AGREED
           DISPLAY 'Click variance           : ' WS-CLICK-VARIANCE
           DISPLAY 'Master variance          : ' WS-MASTER-VARIANCE
           DISPLAY 'Snapshot records written : ' WS-SNAP-WRITTEN-COUNT
           DISPLAY 'Business date used       : ' WS-REPORT-DATE.

       CLOSE-FILES.
           CLOSE URL-MASTER
           CLOSE URL-CLICKS
           CLOSE URL-HITSNAP
           CLOSE URL-HSNNEW
           CLOSE URL-REPORT.

           COPY URLRPROC.

           COPY URLDPROC.

           COPY URLKPROC.

           COPY URLOPROC.

       END PROGRAM URL-HIT-RECON.
