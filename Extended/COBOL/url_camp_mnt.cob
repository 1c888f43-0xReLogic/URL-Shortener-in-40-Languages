       IDENTIFICATION DIVISION.
       PROGRAM-ID. URL-CAMP-MAINT.

      *> Campaign maintenance: applies ADDCAMP / CHGCAMP / ATTACH /
      *> DETACH transactions from the URL-CAMPTRN file (layout in
      *> URLCMT.cpy) to the URL-CAMPAIGN master and the
      *> URL-CAMPLINK code-to-campaign file, so campaigns are set
      *> up and codes tied to them through the audit trail instead
      *> of being pieced together by hand each month. The
      *> submitting user ID arrives as the JCL EXEC PARM and is
      *> screened against URL-AUTH exactly as URL-MAINT screens
      *> it - the action code is the authority needed - so an
      *> unauthorized card goes to URL-ERROR and to URL-AUDIT as
      *> DENIED. Every applied action is written to URL-AUDIT under
      *> its own action code, with the campaign ID in the text
      *> field; bad cards (unknown campaign or code, code already
      *> on a campaign, dates that are not real dates or an end
      *> before the start) are rejected to URL-ERROR. URL-MASTER
      *> is only read - a code must be on file to be attached -
      *> so nothing here is journaled.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY URLSEL.
           COPY URLASEL.
           COPY URLESEL.
           COPY URLUSEL.
           COPY URLCMSEL.
           COPY URLCLSEL.
           COPY URLDSEL.
           SELECT URL-CAMPTRN ASSIGN TO "URLCMT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTRN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  URL-MASTER.
       01  WS-URL-ENTRY.
           COPY URLREC.

       FD  URL-CAMPTRN
           RECORDING MODE IS F.
           COPY URLCMT.

       FD  URL-AUDIT
           RECORDING MODE IS F.
           COPY URLAUD.

       FD  URL-ERROR
           RECORDING MODE IS F.
           COPY URLERR.

       FD  URL-AUTH
           RECORDING MODE IS F.
           COPY URLAUT.

       FD  URL-CAMPAIGN.
           COPY URLCMP.

       FD  URL-CAMPLINK.
           COPY URLCML.

       FD  URL-PCTL.
           COPY URLPCT.

       WORKING-STORAGE SECTION.
           COPY URLWS.
       01 WS-CTRN-STATUS PIC XX.
       01 WS-EOF-SW PIC X VALUE 'N'.
           88 WS-EOF VALUE 'Y'.
       01 WS-CARD-OK-SW PIC X VALUE 'Y'.
           88 WS-CARD-OK VALUE 'Y' FALSE 'N'.
       01 WS-READ-COUNT PIC 9(7) VALUE 0.
       01 WS-APPLIED-COUNT PIC 9(7) VALUE 0.
       01 WS-REJECTED-COUNT PIC 9(7) VALUE 0.
       01 WS-DENIED-COUNT PIC 9(7) VALUE 0.
       01 WS-PARM-LEN PIC 9(4).
       01 WS-CARD-DATE PIC X(8).
       01 WS-NEW-START-DATE PIC 9(8).
       01 WS-NEW-END-DATE PIC 9(8).

       LINKAGE SECTION.
       01  LS-PARM.
           05 LS-PARM-LEN  PIC S9(4) COMP.
           05 LS-PARM-TEXT PIC X(100).

       PROCEDURE DIVISION USING LS-PARM.
       MAIN-LOGIC.
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
               MOVE 'CAMPJOB' TO WS-SUBMITTED-BY
           END-IF
           DISPLAY 'URL-CAMP-MAINT: campaign maintenance run'
           PERFORM GET-BUSINESS-DATE
           PERFORM OPEN-FILES
           PERFORM LOAD-AUTH-TABLE
           PERFORM READ-CTRN-RECORD
           PERFORM UNTIL WS-EOF
               PERFORM APPLY-CAMPAIGN-ACTION
               PERFORM READ-CTRN-RECORD
           END-PERFORM
           PERFORM DISPLAY-SUMMARY
           PERFORM CLOSE-FILES
           STOP RUN.

      *> Like URL-MASTER in URL-BATCH, the two campaign clusters
      *> are initialized on first use when URLALLOC has defined
      *> them but nothing has been loaded yet.
       OPEN-FILES.
           OPEN INPUT URL-CAMPTRN
           OPEN INPUT URL-AUTH
           OPEN INPUT URL-MASTER
           OPEN I-O URL-CAMPAIGN
           IF WS-CAMP-STATUS = '35'
               OPEN OUTPUT URL-CAMPAIGN
               CLOSE URL-CAMPAIGN
               OPEN I-O URL-CAMPAIGN
           END-IF
           OPEN I-O URL-CAMPLINK
           IF WS-CLNK-STATUS = '35'
               OPEN OUTPUT URL-CAMPLINK
               CLOSE URL-CAMPLINK
               OPEN I-O URL-CAMPLINK
           END-IF
           OPEN EXTEND URL-AUDIT
           OPEN EXTEND URL-ERROR.

       READ-CTRN-RECORD.
           READ URL-CAMPTRN
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
           END-READ.

      *> Campaign IDs and codes are normalized to upper case once
      *> here, the same way URL-MAINT normalizes its codes, so
      *> every fetch, audit and reject reports the stored form.
       APPLY-CAMPAIGN-ACTION.
           MOVE FUNCTION UPPER-CASE(WS-CTRN-CAMP-ID)
               TO WS-CTRN-CAMP-ID
           MOVE FUNCTION UPPER-CASE(WS-CTRN-SHORT)
               TO WS-CTRN-SHORT
           EVALUATE TRUE
               WHEN WS-CTRN-ADD-CAMPAIGN
               WHEN WS-CTRN-CHG-CAMPAIGN
               WHEN WS-CTRN-ATTACH
               WHEN WS-CTRN-DETACH
                   MOVE WS-CTRN-ACTION TO WS-AUTH-CHECK-ACTION
                   PERFORM CHECK-USER-AUTHORITY
                   IF NOT WS-USER-AUTHORIZED
                       PERFORM REJECT-UNAUTHORIZED-ACTION
                   ELSE
                       PERFORM APPLY-AUTHORIZED-ACTION
                   END-IF
               WHEN OTHER
                   MOVE 'UNKNOWN CAMPAIGN ACTION'
                       TO WS-REJECT-REASON
                   PERFORM WRITE-CAMPAIGN-REJECT
           END-EVALUATE.

       APPLY-AUTHORIZED-ACTION.
           EVALUATE TRUE
               WHEN WS-CTRN-CAMP-ID = SPACES
                   MOVE 'CAMPAIGN ID MISSING' TO WS-REJECT-REASON
                   PERFORM WRITE-CAMPAIGN-REJECT
               WHEN WS-CTRN-ADD-CAMPAIGN
                   PERFORM ADD-CAMPAIGN
               WHEN WS-CTRN-CHG-CAMPAIGN
                   PERFORM CHANGE-CAMPAIGN
               WHEN WS-CTRN-ATTACH
                   PERFORM ATTACH-CODE
               WHEN WS-CTRN-DETACH
                   PERFORM DETACH-CODE
           END-EVALUATE.

       REJECT-UNAUTHORIZED-ACTION.
           ADD 1 TO WS-DENIED-COUNT
           MOVE 'USER NOT AUTHORIZED FOR ACTION'
               TO WS-REJECT-REASON
           PERFORM WRITE-CAMPAIGN-REJECT
           MOVE WS-SUBMITTED-BY TO WS-AUDIT-CREATED-BY
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           STRING WS-CD-YYYYMMDD WS-CD-HHMMSS DELIMITED BY SIZE
               INTO WS-AUDIT-TIMESTAMP
           MOVE WS-CTRN-SHORT TO WS-AUDIT-SHORT
           MOVE SPACES TO WS-AUDIT-LONG-URL
           STRING 'ATTEMPTED ' WS-CTRN-ACTION ' CAMPAIGN '
                   WS-CTRN-CAMP-ID
               DELIMITED BY SIZE INTO WS-AUDIT-LONG-URL
           MOVE 'DENIED' TO WS-AUDIT-ACTION
           WRITE WS-AUDIT-RECORD.

       ADD-CAMPAIGN.
           MOVE WS-CTRN-CAMP-ID TO WS-CAMP-ID
           READ URL-CAMPAIGN
               INVALID KEY
                   PERFORM BUILD-NEW-CAMPAIGN
               NOT INVALID KEY
                   MOVE 'CAMPAIGN ALREADY ON FILE'
                       TO WS-REJECT-REASON
                   PERFORM WRITE-CAMPAIGN-REJECT
           END-READ.

       BUILD-NEW-CAMPAIGN.
           SET WS-CARD-OK TO TRUE
           IF WS-CTRN-NAME = SPACES
               MOVE 'CAMPAIGN NAME MISSING' TO WS-REJECT-REASON
               SET WS-CARD-OK TO FALSE
           END-IF
           IF WS-CARD-OK
               MOVE WS-CTRN-START-DATE TO WS-CARD-DATE
               PERFORM CHECK-CARD-DATE
               MOVE WS-CAL-DATE TO WS-NEW-START-DATE
           END-IF
           IF WS-CARD-OK
               MOVE WS-CTRN-END-DATE TO WS-CARD-DATE
               PERFORM CHECK-CARD-DATE
               MOVE WS-CAL-DATE TO WS-NEW-END-DATE
           END-IF
           IF WS-CARD-OK
               PERFORM CHECK-CAMPAIGN-WINDOW
           END-IF
           IF NOT WS-CARD-OK
               PERFORM WRITE-CAMPAIGN-REJECT
           ELSE
               MOVE SPACES TO WS-CAMP-RECORD
               MOVE WS-CTRN-CAMP-ID TO WS-CAMP-ID
               MOVE WS-CTRN-NAME TO WS-CAMP-NAME
               MOVE WS-CTRN-DEPT TO WS-CAMP-DEPT
               MOVE WS-NEW-START-DATE TO WS-CAMP-START-DATE
               MOVE WS-NEW-END-DATE TO WS-CAMP-END-DATE
               IF WS-CTRN-OWNER = SPACES
                   MOVE WS-SUBMITTED-BY TO WS-CAMP-OWNER
               ELSE
                   MOVE WS-CTRN-OWNER TO WS-CAMP-OWNER
               END-IF
               PERFORM STAMP-CAMPAIGN-UPDATE
               WRITE WS-CAMP-RECORD
               PERFORM WRITE-CAMPAIGN-AUDIT
               DISPLAY 'Campaign added   ' WS-CAMP-ID ' '
                   WS-CAMP-NAME
           END-IF.

      *> Only the fields punched on the card change; the window is
      *> re-checked as a whole afterwards, so moving just the end
      *> date cannot leave it before the start on file.
       CHANGE-CAMPAIGN.
           MOVE WS-CTRN-CAMP-ID TO WS-CAMP-ID
           READ URL-CAMPAIGN
               INVALID KEY
                   MOVE 'CAMPAIGN NOT ON FILE' TO WS-REJECT-REASON
                   PERFORM WRITE-CAMPAIGN-REJECT
               NOT INVALID KEY
                   PERFORM APPLY-CAMPAIGN-CHANGES
           END-READ.

       APPLY-CAMPAIGN-CHANGES.
           SET WS-CARD-OK TO TRUE
           MOVE WS-CAMP-START-DATE TO WS-NEW-START-DATE
           MOVE WS-CAMP-END-DATE TO WS-NEW-END-DATE
           IF WS-CTRN-START-DATE NOT = SPACES
               MOVE WS-CTRN-START-DATE TO WS-CARD-DATE
               PERFORM CHECK-CARD-DATE
               MOVE WS-CAL-DATE TO WS-NEW-START-DATE
           END-IF
           IF WS-CARD-OK AND WS-CTRN-END-DATE NOT = SPACES
               MOVE WS-CTRN-END-DATE TO WS-CARD-DATE
               PERFORM CHECK-CARD-DATE
               MOVE WS-CAL-DATE TO WS-NEW-END-DATE
           END-IF
           IF WS-CARD-OK
               PERFORM CHECK-CAMPAIGN-WINDOW
           END-IF
           IF NOT WS-CARD-OK
               PERFORM WRITE-CAMPAIGN-REJECT
           ELSE
               IF WS-CTRN-NAME NOT = SPACES
                   MOVE WS-CTRN-NAME TO WS-CAMP-NAME
               END-IF
               IF WS-CTRN-DEPT NOT = SPACES
                   MOVE WS-CTRN-DEPT TO WS-CAMP-DEPT
               END-IF
               IF WS-CTRN-OWNER NOT = SPACES
                   MOVE WS-CTRN-OWNER TO WS-CAMP-OWNER
               END-IF
               MOVE WS-NEW-START-DATE TO WS-CAMP-START-DATE
               MOVE WS-NEW-END-DATE TO WS-CAMP-END-DATE
               PERFORM STAMP-CAMPAIGN-UPDATE
               REWRITE WS-CAMP-RECORD
               PERFORM WRITE-CAMPAIGN-AUDIT
               DISPLAY 'Campaign changed ' WS-CAMP-ID
           END-IF.

      *> A card date (moved into WS-CARD-DATE by the caller) must
      *> be a real YYYYMMDD calendar date; the checked value is
      *> left in WS-CAL-DATE for the caller.
       CHECK-CARD-DATE.
           SET WS-CAL-DATE-VALID TO FALSE
           IF WS-CARD-DATE IS NUMERIC
               MOVE WS-CARD-DATE TO WS-CAL-DATE
               PERFORM VALIDATE-CALENDAR-DATE
           END-IF
           IF NOT WS-CAL-DATE-VALID
               MOVE 'CAMPAIGN DATE NOT A VALID DATE'
                   TO WS-REJECT-REASON
               SET WS-CARD-OK TO FALSE
           END-IF.

       CHECK-CAMPAIGN-WINDOW.
           IF WS-NEW-END-DATE < WS-NEW-START-DATE
               MOVE 'CAMPAIGN ENDS BEFORE IT STARTS'
                   TO WS-REJECT-REASON
               SET WS-CARD-OK TO FALSE
           END-IF.

       STAMP-CAMPAIGN-UPDATE.
           MOVE WS-SUBMITTED-BY TO WS-CAMP-UPDATED-BY
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           STRING WS-CD-YYYYMMDD WS-CD-HHMMSS DELIMITED BY SIZE
               INTO WS-CAMP-UPDATED-TS.

      *> A code may sit on one campaign at a time: attaching it
      *> elsewhere takes an explicit DETACH first, so a campaign's
      *> numbers can never be quietly taken over by another.
       ATTACH-CODE.
           MOVE WS-CTRN-CAMP-ID TO WS-CAMP-ID
           READ URL-CAMPAIGN
               INVALID KEY
                   MOVE 'CAMPAIGN NOT ON FILE' TO WS-REJECT-REASON
                   PERFORM WRITE-CAMPAIGN-REJECT
               NOT INVALID KEY
                   PERFORM ATTACH-TO-CAMPAIGN
           END-READ.

       ATTACH-TO-CAMPAIGN.
           IF WS-MASTER-STATUS = '35'
               MOVE 'URL-MASTER NOT AVAILABLE' TO WS-REJECT-REASON
               PERFORM WRITE-CAMPAIGN-REJECT
           ELSE
               MOVE WS-CTRN-SHORT TO WS-SHORT
               READ URL-MASTER
                   INVALID KEY
                       MOVE 'SHORT CODE NOT ON MASTER'
                           TO WS-REJECT-REASON
                       PERFORM WRITE-CAMPAIGN-REJECT
                   NOT INVALID KEY
                       PERFORM WRITE-CAMPAIGN-LINK
               END-READ
           END-IF.

       WRITE-CAMPAIGN-LINK.
           MOVE WS-CTRN-SHORT TO WS-CLNK-SHORT
           READ URL-CAMPLINK
               INVALID KEY
                   MOVE SPACES TO WS-CLNK-RECORD
                   MOVE WS-CTRN-SHORT TO WS-CLNK-SHORT
                   MOVE WS-CTRN-CAMP-ID TO WS-CLNK-CAMP-ID
                   MOVE WS-BUSINESS-DATE TO WS-CLNK-ATTACHED-DATE
                   MOVE WS-SUBMITTED-BY TO WS-CLNK-ATTACHED-BY
                   WRITE WS-CLNK-RECORD
                   PERFORM WRITE-CAMPAIGN-AUDIT
                   DISPLAY 'Attached ' WS-CTRN-SHORT
                       ' to ' WS-CTRN-CAMP-ID
               NOT INVALID KEY
                   IF WS-CLNK-CAMP-ID = WS-CTRN-CAMP-ID
                       MOVE 'CODE ALREADY ON THIS CAMPAIGN'
                           TO WS-REJECT-REASON
                   ELSE
                       MOVE SPACES TO WS-REJECT-REASON
                       STRING 'CODE ALREADY ON CAMPAIGN '
                               WS-CLNK-CAMP-ID
                           DELIMITED BY SIZE INTO WS-REJECT-REASON
                   END-IF
                   PERFORM WRITE-CAMPAIGN-REJECT
           END-READ.

      *> DETACH names the campaign as well as the code, so a card
      *> keyed against the wrong campaign is refused rather than
      *> detaching the code from whichever campaign holds it.
       DETACH-CODE.
           MOVE WS-CTRN-SHORT TO WS-CLNK-SHORT
           READ URL-CAMPLINK
               INVALID KEY
                   MOVE 'CODE NOT ON ANY CAMPAIGN'
                       TO WS-REJECT-REASON
                   PERFORM WRITE-CAMPAIGN-REJECT
               NOT INVALID KEY
                   IF WS-CLNK-CAMP-ID NOT = WS-CTRN-CAMP-ID
                       MOVE SPACES TO WS-REJECT-REASON
                       STRING 'CODE IS ON CAMPAIGN '
                               WS-CLNK-CAMP-ID
                           DELIMITED BY SIZE INTO WS-REJECT-REASON
                       PERFORM WRITE-CAMPAIGN-REJECT
                   ELSE
                       DELETE URL-CAMPLINK
                       PERFORM WRITE-CAMPAIGN-AUDIT
                       DISPLAY 'Detached ' WS-CTRN-SHORT
                           ' from ' WS-CTRN-CAMP-ID
                   END-IF
           END-READ.

      *> Audited under the submitting user, like URL-MAINT; the
      *> long-URL text field carries the campaign the action was
      *> applied to.
       WRITE-CAMPAIGN-AUDIT.
           ADD 1 TO WS-APPLIED-COUNT
           MOVE WS-SUBMITTED-BY TO WS-AUDIT-CREATED-BY
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           STRING WS-CD-YYYYMMDD WS-CD-HHMMSS DELIMITED BY SIZE
               INTO WS-AUDIT-TIMESTAMP
           MOVE WS-CTRN-SHORT TO WS-AUDIT-SHORT
           MOVE SPACES TO WS-AUDIT-LONG-URL
           STRING 'CAMPAIGN ' WS-CTRN-CAMP-ID
               DELIMITED BY SIZE INTO WS-AUDIT-LONG-URL
           MOVE WS-CTRN-ACTION TO WS-AUDIT-ACTION
           WRITE WS-AUDIT-RECORD.

       WRITE-CAMPAIGN-REJECT.
           ADD 1 TO WS-REJECTED-COUNT
           MOVE SPACES TO WS-ERROR-URL
           MOVE WS-CTRN-RECORD TO WS-ERROR-URL
           MOVE WS-REJECT-REASON TO WS-ERROR-REASON
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           STRING WS-CD-YYYYMMDD WS-CD-HHMMSS DELIMITED BY SIZE
               INTO WS-ERROR-TIMESTAMP
           MOVE WS-SUBMITTED-BY TO WS-ERROR-SUBMITTED-BY
           WRITE WS-ERROR-RECORD
           DISPLAY 'REJECTED: ' WS-REJECT-REASON ' - '
               WS-CTRN-ACTION ' ' WS-CTRN-CAMP-ID ' ' WS-CTRN-SHORT.

       DISPLAY-SUMMARY.
           DISPLAY 'URL-CAMP-MAINT run complete'
           DISPLAY 'Campaign transactions read   : ' WS-READ-COUNT
           DISPLAY 'Actions applied              : ' WS-APPLIED-COUNT
           DISPLAY 'Transactions rejected        : ' WS-REJECTED-COUNT
           DISPLAY '  of which not authorized    : ' WS-DENIED-COUNT.

       CLOSE-FILES.
           CLOSE URL-CAMPTRN
           CLOSE URL-AUTH
           CLOSE URL-MASTER
           CLOSE URL-CAMPAIGN
           CLOSE URL-CAMPLINK
           CLOSE URL-AUDIT
           CLOSE URL-ERROR.

           COPY URLUPROC.

           COPY URLDPROC.

           COPY URLKPROC.

       END PROGRAM URL-CAMP-MAINT.
