       IDENTIFICATION DIVISION.
       PROGRAM-ID. URL-VERIFY.

      *> Read-only integrity verifier for URL-MASTER: walks every
      *> entry and re-checks the fields the rest of the system
      *> takes on trust - an entry status the programs recognise,
      *> a numeric expiration date that is a real calendar date, a
      *> numeric hit count, a well-formed created timestamp that
      *> is not in the future, a non-blank creator, and a long URL
      *> that still passes intake validation (VALIDATE-URL in
      *> URLVPROC.cpy, blocklist screen included) and is already
      *> in its canonical form. Merged aliases (status 'M') are
      *> checked against their group: the walk runs in alternate-
      *> key (WS-LONG-URL) order, and an alias whose URL is not
      *> carried by a live, unmerged survivor is flagged, since it
      *> would keep resolving after its survivor went dark.
      *> Nothing is changed. Every finding goes to the URL-REPORT
      *> print dataset grouped by error type, with a count per
      *> type on the grand-total page, and the run ends RC 8 when
      *> anything was found so the scheduler holds the cycle for
      *> review.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY URLSEL.
           COPY URLBSEL.
           COPY URLPSEL.
           COPY URLDSEL.
           COPY URLOSEL.
           SELECT URL-SORT-WORK ASSIGN TO "URLVSRT".

       DATA DIVISION.
       FILE SECTION.
       FD  URL-MASTER.
       01  WS-URL-ENTRY.
           COPY URLREC.

       FD  URL-BLKLST
           RECORDING MODE IS F.
           COPY URLBLK.

       FD  URL-REPORT
           RECORDING MODE IS F.
           COPY URLPRT.

       FD  URL-PCTL.
           COPY URLPCT.

       SD  URL-SORT-WORK.
       01  WS-SORT-RECORD.
           05 WS-SORT-ERR-TYPE PIC 9(2).
           05 WS-SORT-SHORT    PIC X(6).
           05 WS-SORT-STATUS   PIC X(1).
           05 WS-SORT-OWNER    PIC X(8).
           05 WS-SORT-DETAIL   PIC X(60).

       FD  URL-RUNCTL
           RECORDING MODE IS F.
           COPY URLRCT.

       WORKING-STORAGE SECTION.
           COPY URLWS.
           COPY URLRPTW.
       01 WS-EOF-SW PIC X VALUE 'N'.
           88 WS-EOF VALUE 'Y' FALSE 'N'.
       01 WS-RUN-STAMP PIC X(14).
      *> Error types, in report order. The name table is indexed
      *> by the type number carried on each sort record.
       01 WS-ERR-NAME-TABLE.
           05 FILLER PIC X(40)
               VALUE 'ENTRY STATUS NOT RECOGNISED'.
           05 FILLER PIC X(40)
               VALUE 'EXPIRATION DATE NOT NUMERIC'.
           05 FILLER PIC X(40)
               VALUE 'EXPIRATION DATE NOT A CALENDAR DATE'.
           05 FILLER PIC X(40)
               VALUE 'HIT COUNT NOT NUMERIC'.
           05 FILLER PIC X(40)
               VALUE 'CREATED TIMESTAMP MALFORMED'.
           05 FILLER PIC X(40)
               VALUE 'CREATED TIMESTAMP IN THE FUTURE'.
           05 FILLER PIC X(40)
               VALUE 'CREATED-BY BLANK'.
           05 FILLER PIC X(40)
               VALUE 'LONG URL FAILS INTAKE VALIDATION'.
           05 FILLER PIC X(40)
               VALUE 'LONG URL NOT IN CANONICAL FORM'.
           05 FILLER PIC X(40)
               VALUE 'MERGED ALIAS WITHOUT LIVE SURVIVOR'.
       01 WS-ERR-NAMES REDEFINES WS-ERR-NAME-TABLE.
           05 WS-ERR-NAME PIC X(40) OCCURS 10 TIMES.
       01 WS-ERR-COUNT-TABLE.
           05 WS-ERR-COUNT PIC 9(7) VALUE 0 OCCURS 10 TIMES.
       01 WS-ERR-IDX PIC 9(2).
       01 WS-EXC-TYPE PIC 9(2).
       01 WS-EXC-DETAIL PIC X(60).
       01 WS-ENTRY-FAULT-SW PIC X VALUE 'N'.
           88 WS-ENTRY-FAULTY VALUE 'Y' FALSE 'N'.
       01 WS-CHECK-STAMP PIC X(14).
       01 WS-CHECK-STAMP-PARTS REDEFINES WS-CHECK-STAMP.
           05 WS-CS-DATE   PIC 9(8).
           05 WS-CS-HOUR   PIC 9(2).
           05 WS-CS-MINUTE PIC 9(2).
           05 WS-CS-SECOND PIC 9(2).
      *> Merged-alias group: every entry sharing one long URL
      *> arrives together in alternate-key order. The aliases are
      *> held until the group closes, since the live survivor may
      *> come before or after them in the chain.
       01 WS-PREV-LONG-URL PIC X(200) VALUE LOW-VALUES.
       01 WS-SURVIVOR-SW PIC X VALUE 'N'.
           88 WS-GROUP-HAS-SURVIVOR VALUE 'Y' FALSE 'N'.
       01 WS-ALIAS-COUNT PIC 9(3) VALUE 0.
       01 WS-ALIAS-TABLE.
           05 WS-ALIAS-ITEM OCCURS 100 TIMES.
               10 WS-ALIAS-SHORT PIC X(6).
               10 WS-ALIAS-OWNER PIC X(8).
       01 WS-ALIAS-IDX PIC 9(3).
       01 WS-GROUP-TYPE PIC 9(2) VALUE 0.
       01 WS-GROUP-EXC-COUNT PIC 9(7) VALUE 0.
       01 WS-MASTER-READ-COUNT PIC 9(7) VALUE 0.
       01 WS-FAULTY-ENTRY-COUNT PIC 9(7) VALUE 0.
       01 WS-EXCEPTION-COUNT PIC 9(7) VALUE 0.
       01 WS-HEADING-LINE.
           05 FILLER PIC X(10) VALUE 'CODE'.
           05 FILLER PIC X(4)  VALUE 'ST'.
           05 FILLER PIC X(12) VALUE 'OWNER'.
           05 FILLER PIC X(60) VALUE 'DETAIL'.
       01 WS-TYPE-LINE.
           05 FILLER        PIC X(11) VALUE 'ERROR TYPE '.
           05 WS-TYP-NUMBER PIC 99.
           05 FILLER        PIC X(3)  VALUE ' - '.
           05 WS-TYP-NAME   PIC X(40).
       01 WS-DETAIL-LINE.
           05 WS-DTL-SHORT  PIC X(6).
           05 FILLER        PIC X(4) VALUE SPACES.
           05 WS-DTL-STATUS PIC X(1).
           05 FILLER        PIC X(3) VALUE SPACES.
           05 WS-DTL-OWNER  PIC X(8).
           05 FILLER        PIC X(4) VALUE SPACES.
           05 WS-DTL-DETAIL PIC X(60).
       01 WS-TYPE-SUM-LINE.
           05 FILLER        PIC X(4)  VALUE SPACES.
           05 FILLER        PIC X(28)
               VALUE 'Entries flagged this type  :'.
           05 WS-TSM-COUNT  PIC ZZZ,ZZZ,ZZ9.
       01 WS-COUNT-LINE.
           05 WS-CNT-LABEL   PIC X(42).
           05 WS-CNT-VALUE   PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY 'URL-VERIFY: URL-MASTER integrity verification'
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           STRING WS-CD-YYYYMMDD WS-CD-HHMMSS DELIMITED BY SIZE
               INTO WS-RUN-STAMP
           PERFORM GET-BUSINESS-DATE
           MOVE 'URLVRFY' TO WS-RUN-PGM
           PERFORM WRITE-RUN-START
           PERFORM OPEN-FILES
           PERFORM LOAD-BLOCKLIST-TABLE
           IF WS-MASTER-STATUS = '35'
               DISPLAY 'URL-MASTER does not exist; nothing to verify'
           ELSE
               SORT URL-SORT-WORK
                   ON ASCENDING KEY WS-SORT-ERR-TYPE
                   ON ASCENDING KEY WS-SORT-SHORT
                   INPUT PROCEDURE IS VERIFY-MASTER-ENTRIES
                   OUTPUT PROCEDURE IS PRINT-EXCEPTIONS-BY-TYPE
           END-IF
           PERFORM PRINT-GRAND-TOTALS
           PERFORM DISPLAY-SUMMARY
           PERFORM CLOSE-FILES
           IF WS-EXCEPTION-COUNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM RECORD-RUN-END
           STOP RUN.

       RECORD-RUN-END.
           MOVE 'READ' TO WS-RUN-CNT-LABEL(1)
           MOVE WS-MASTER-READ-COUNT TO WS-RUN-CNT-VALUE(1)
           MOVE 'FAULTY' TO WS-RUN-CNT-LABEL(2)
           MOVE WS-FAULTY-ENTRY-COUNT TO WS-RUN-CNT-VALUE(2)
           MOVE 'EXCEPTNS' TO WS-RUN-CNT-LABEL(3)
           MOVE WS-EXCEPTION-COUNT TO WS-RUN-CNT-VALUE(3)
           PERFORM WRITE-RUN-END.

       OPEN-FILES.
           OPEN INPUT URL-MASTER
           OPEN INPUT URL-BLKLST
           OPEN OUTPUT URL-REPORT
           MOVE 'URL-MASTER INTEGRITY VERIFICATION - EXCEPTIONS'
               TO WS-RPT-TITLE
           MOVE WS-CD-YYYYMMDD TO WS-RPT-TL-DATE.

       PRINT-PAGE-HEADING.
           MOVE WS-HEADING-LINE TO WS-PRINT-LINE
           PERFORM WRITE-HEADING-LINE
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-HEADING-LINE.

       VERIFY-MASTER-ENTRIES.
           MOVE LOW-VALUES TO WS-LONG-URL
           START URL-MASTER KEY IS NOT LESS THAN WS-LONG-URL
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-EOF
               READ URL-MASTER NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-MASTER-READ-COUNT
                       PERFORM VERIFY-ONE-ENTRY
               END-READ
           END-PERFORM
           PERFORM CLOSE-ALIAS-GROUP.

       VERIFY-ONE-ENTRY.
           SET WS-ENTRY-FAULTY TO FALSE
           IF WS-LONG-URL NOT = WS-PREV-LONG-URL
               PERFORM CLOSE-ALIAS-GROUP
               MOVE WS-LONG-URL TO WS-PREV-LONG-URL
           END-IF
           PERFORM CHECK-ENTRY-STATUS
           PERFORM CHECK-EXPIRATION-DATE
           PERFORM CHECK-HIT-COUNT
           PERFORM CHECK-CREATED-TIMESTAMP
           PERFORM CHECK-CREATED-BY
           PERFORM CHECK-LONG-URL
           IF WS-ENTRY-MERGED
               PERFORM HOLD-MERGED-ALIAS
           ELSE
               IF WS-ENTRY-ACTIVE
                   SET WS-GROUP-HAS-SURVIVOR TO TRUE
               END-IF
           END-IF
           IF WS-ENTRY-FAULTY
               ADD 1 TO WS-FAULTY-ENTRY-COUNT
           END-IF.

       CHECK-ENTRY-STATUS.
           IF NOT WS-ENTRY-ACTIVE
                   AND NOT WS-ENTRY-SUSPENDED
                   AND NOT WS-ENTRY-BLOCKED
                   AND NOT WS-ENTRY-MERGED
                   AND NOT WS-ENTRY-PENDING
                   AND NOT WS-ENTRY-HELD
               MOVE 1 TO WS-EXC-TYPE
               MOVE SPACES TO WS-EXC-DETAIL
               STRING 'STATUS BYTE ''' WS-ENTRY-STATUS ''''
                   DELIMITED BY SIZE INTO WS-EXC-DETAIL
               PERFORM RELEASE-ENTRY-EXCEPTION
           END-IF.

       CHECK-EXPIRATION-DATE.
           IF WS-EXPIRATION-DATE IS NOT NUMERIC
               MOVE 2 TO WS-EXC-TYPE
               MOVE SPACES TO WS-EXC-DETAIL
               MOVE WS-EXPIRATION-DATE TO WS-EXC-DETAIL
               PERFORM RELEASE-ENTRY-EXCEPTION
           ELSE
               MOVE WS-EXPIRATION-DATE TO WS-CAL-DATE
               PERFORM VALIDATE-CALENDAR-DATE
               IF NOT WS-CAL-DATE-VALID
                   MOVE 3 TO WS-EXC-TYPE
                   MOVE SPACES TO WS-EXC-DETAIL
                   MOVE WS-EXPIRATION-DATE TO WS-EXC-DETAIL
                   PERFORM RELEASE-ENTRY-EXCEPTION
               END-IF
           END-IF.

       CHECK-HIT-COUNT.
           IF WS-HIT-COUNT IS NOT NUMERIC
               MOVE 4 TO WS-EXC-TYPE
               MOVE SPACES TO WS-EXC-DETAIL
               MOVE WS-HIT-COUNT TO WS-EXC-DETAIL
               PERFORM RELEASE-ENTRY-EXCEPTION
           END-IF.

      *> Created timestamps are machine time (STORE-URL in
      *> URLPROC.cpy), so the future test is against the machine
      *> clock at the start of this run, not the business date.
       CHECK-CREATED-TIMESTAMP.
           MOVE WS-CREATED-TIMESTAMP TO WS-CHECK-STAMP
           SET WS-CAL-DATE-VALID TO FALSE
           IF WS-CHECK-STAMP IS NUMERIC
               MOVE WS-CS-DATE TO WS-CAL-DATE
               PERFORM VALIDATE-CALENDAR-DATE
               IF WS-CS-HOUR > 23 OR WS-CS-MINUTE > 59
                       OR WS-CS-SECOND > 59
                   SET WS-CAL-DATE-VALID TO FALSE
               END-IF
           END-IF
           MOVE SPACES TO WS-EXC-DETAIL
           MOVE WS-CREATED-TIMESTAMP TO WS-EXC-DETAIL
           IF NOT WS-CAL-DATE-VALID
               MOVE 5 TO WS-EXC-TYPE
               PERFORM RELEASE-ENTRY-EXCEPTION
           ELSE
               IF WS-CHECK-STAMP > WS-RUN-STAMP
                   MOVE 6 TO WS-EXC-TYPE
                   PERFORM RELEASE-ENTRY-EXCEPTION
               END-IF
           END-IF.

       CHECK-CREATED-BY.
           IF WS-CREATED-BY = SPACES
               MOVE 7 TO WS-EXC-TYPE
               MOVE SPACES TO WS-EXC-DETAIL
               PERFORM RELEASE-ENTRY-EXCEPTION
           END-IF.

      *> A taken-down entry is expected to match the blocklist -
      *> that is why it is blocked - so for status 'B' only a
      *> failure other than the blocklist screen is reported.
      *> Canonical form is judged only on a URL that passed: the
      *> URL is compared with what VALIDATE-URL left in WS-URL.
       CHECK-LONG-URL.
           MOVE WS-LONG-URL TO WS-URL
           PERFORM VALIDATE-URL
           IF NOT WS-URL-IS-VALID
               IF NOT (WS-ENTRY-BLOCKED AND WS-URL-IS-BLOCKED)
                   MOVE 8 TO WS-EXC-TYPE
                   MOVE SPACES TO WS-EXC-DETAIL
                   MOVE WS-REJECT-REASON TO WS-EXC-DETAIL
                   PERFORM RELEASE-ENTRY-EXCEPTION
               END-IF
           ELSE
               IF WS-URL NOT = WS-LONG-URL
                   MOVE 9 TO WS-EXC-TYPE
                   MOVE SPACES TO WS-EXC-DETAIL
                   MOVE WS-LONG-URL(1:60) TO WS-EXC-DETAIL
                   PERFORM RELEASE-ENTRY-EXCEPTION
               END-IF
           END-IF.

       HOLD-MERGED-ALIAS.
           ADD 1 TO WS-ALIAS-COUNT
           IF WS-ALIAS-COUNT <= 100
               MOVE WS-SHORT TO WS-ALIAS-SHORT(WS-ALIAS-COUNT)
               MOVE WS-CREATED-BY TO WS-ALIAS-OWNER(WS-ALIAS-COUNT)
           END-IF.

      *> Only an active entry counts as the live survivor: an
      *> alias whose survivor has since been suspended or blocked
      *> would still resolve through URL-REDIRECT, bypassing the
      *> action taken on the survivor.
       CLOSE-ALIAS-GROUP.
           IF WS-ALIAS-COUNT > 0 AND NOT WS-GROUP-HAS-SURVIVOR
               IF WS-ALIAS-COUNT > 100
                   DISPLAY 'Merged alias group over 100 codes;'
                       ' only the first 100 reported for URL '
                       WS-PREV-LONG-URL(1:60)
                   MOVE 100 TO WS-ALIAS-COUNT
               END-IF
               MOVE 10 TO WS-EXC-TYPE
               MOVE SPACES TO WS-EXC-DETAIL
               MOVE WS-PREV-LONG-URL(1:60) TO WS-EXC-DETAIL
               PERFORM VARYING WS-ALIAS-IDX FROM 1 BY 1
                       UNTIL WS-ALIAS-IDX > WS-ALIAS-COUNT
                   MOVE WS-EXC-TYPE TO WS-SORT-ERR-TYPE
                   MOVE WS-ALIAS-SHORT(WS-ALIAS-IDX) TO WS-SORT-SHORT
                   MOVE 'M' TO WS-SORT-STATUS
                   MOVE WS-ALIAS-OWNER(WS-ALIAS-IDX) TO WS-SORT-OWNER
                   MOVE WS-EXC-DETAIL TO WS-SORT-DETAIL
                   PERFORM RELEASE-EXCEPTION-RECORD
               END-PERFORM
           END-IF
           MOVE 0 TO WS-ALIAS-COUNT
           SET WS-GROUP-HAS-SURVIVOR TO FALSE.

       RELEASE-ENTRY-EXCEPTION.
           SET WS-ENTRY-FAULTY TO TRUE
           MOVE WS-EXC-TYPE TO WS-SORT-ERR-TYPE
           MOVE WS-SHORT TO WS-SORT-SHORT
           MOVE WS-ENTRY-STATUS TO WS-SORT-STATUS
           MOVE WS-CREATED-BY TO WS-SORT-OWNER
           MOVE WS-EXC-DETAIL TO WS-SORT-DETAIL
           PERFORM RELEASE-EXCEPTION-RECORD.

       RELEASE-EXCEPTION-RECORD.
           ADD 1 TO WS-EXCEPTION-COUNT
           ADD 1 TO WS-ERR-COUNT(WS-SORT-ERR-TYPE)
           RELEASE WS-SORT-RECORD.

       PRINT-EXCEPTIONS-BY-TYPE.
           SET WS-EOF TO FALSE
           RETURN URL-SORT-WORK
               AT END
                   SET WS-EOF TO TRUE
           END-RETURN
           PERFORM UNTIL WS-EOF
               IF WS-SORT-ERR-TYPE NOT = WS-GROUP-TYPE
                   PERFORM CLOSE-TYPE-GROUP
                   PERFORM OPEN-TYPE-GROUP
               END-IF
               PERFORM PRINT-EXCEPTION-LINE
               RETURN URL-SORT-WORK
                   AT END
                       SET WS-EOF TO TRUE
               END-RETURN
           END-PERFORM
           PERFORM CLOSE-TYPE-GROUP.

       OPEN-TYPE-GROUP.
           MOVE WS-SORT-ERR-TYPE TO WS-GROUP-TYPE
           MOVE 0 TO WS-GROUP-EXC-COUNT
           MOVE WS-GROUP-TYPE TO WS-TYP-NUMBER
           MOVE WS-ERR-NAME(WS-GROUP-TYPE) TO WS-TYP-NAME
           MOVE WS-TYPE-LINE TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE.

       CLOSE-TYPE-GROUP.
           IF WS-GROUP-TYPE > 0
               MOVE WS-GROUP-EXC-COUNT TO WS-TSM-COUNT
               MOVE WS-TYPE-SUM-LINE TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE SPACES TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

       PRINT-EXCEPTION-LINE.
           ADD 1 TO WS-GROUP-EXC-COUNT
           MOVE WS-SORT-SHORT TO WS-DTL-SHORT
           MOVE WS-SORT-STATUS TO WS-DTL-STATUS
           MOVE WS-SORT-OWNER TO WS-DTL-OWNER
           MOVE WS-SORT-DETAIL TO WS-DTL-DETAIL
           MOVE WS-DETAIL-LINE TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE.

       PRINT-COUNT-LINE.
           MOVE WS-COUNT-LINE TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE.

       PRINT-GRAND-TOTALS.
           PERFORM FORCE-NEW-REPORT-PAGE
           MOVE 'GRAND TOTALS' TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE 'Master entries verified' TO WS-CNT-LABEL
           MOVE WS-MASTER-READ-COUNT TO WS-CNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE 'Entries with one or more exceptions'
               TO WS-CNT-LABEL
           MOVE WS-FAULTY-ENTRY-COUNT TO WS-CNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE 'Exceptions reported' TO WS-CNT-LABEL
           MOVE WS-EXCEPTION-COUNT TO WS-CNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING WS-ERR-IDX FROM 1 BY 1
                   UNTIL WS-ERR-IDX > 10
               MOVE WS-ERR-NAME(WS-ERR-IDX) TO WS-CNT-LABEL
               MOVE WS-ERR-COUNT(WS-ERR-IDX) TO WS-CNT-VALUE
               PERFORM PRINT-COUNT-LINE
           END-PERFORM
           IF WS-EXCEPTION-COUNT = 0
               MOVE SPACES TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE 'NO INTEGRITY EXCEPTIONS FOUND' TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

       DISPLAY-SUMMARY.
           DISPLAY 'URL-VERIFY run complete'
           DISPLAY 'Master entries verified  : ' WS-MASTER-READ-COUNT
           DISPLAY 'Entries with exceptions  : ' WS-FAULTY-ENTRY-COUNT
           DISPLAY 'Exceptions reported      : ' WS-EXCEPTION-COUNT
           IF WS-EXCEPTION-COUNT > 0
               DISPLAY 'URL-VERIFY: integrity exceptions found;'
                   ' see report - RC 8'
           END-IF.

       CLOSE-FILES.
           CLOSE URL-MASTER
           CLOSE URL-BLKLST
           CLOSE URL-REPORT.

           COPY URLVPROC.

           COPY URLNPROC.

           COPY URLBPROC.

           COPY URLRPROC.

           COPY URLKPROC.

           COPY URLDPROC.

           COPY URLOPROC.

       END PROGRAM URL-VERIFY.
