       01 WS-CODE-RSVD-SW PIC X VALUE 'N'.
           88 WS-CODE-IS-RESERVED VALUE 'Y' FALSE 'N'.

      *> Future-dated go-live (URLGSEL/URLGLV/URLGPROC): a caller
      *> that takes effective dates moves the requested date
      *> (YYYYMMDD, or SPACES for immediately) into
      *> WS-EFFECTIVE-DATE before each PERFORM PROCESS-URL. A new
      *> entry whose date is after the business date is filed
      *> pending ('P') with WS-GO-LIVE-DATE set and
      *> WS-FILED-PENDING on, and the caller then PERFORMs
      *> WRITE-GOLIVE-RECORD so URL-ACTIVATE switches it on that
      *> night. A reused code is already live and is unaffected.
       01 WS-EFFECTIVE-DATE PIC X(8) VALUE SPACES.
       01 WS-GO-LIVE-DATE PIC 9(8) VALUE 0.
       01 WS-PENDING-SW PIC X VALUE 'N'.
           88 WS-FILED-PENDING VALUE 'Y' FALSE 'N'.
       01 WS-GOLIVE-STATUS PIC XX.

      *> Calendar-date check (URLKPROC): move YYYYMMDD into
      *> WS-CAL-DATE and PERFORM VALIDATE-CALENDAR-DATE.
       01 WS-CAL-DATE PIC 9(8) VALUE 0.
       01 WS-CAL-DATE-PARTS REDEFINES WS-CAL-DATE.
           05 WS-CAL-YEAR  PIC 9(4).
           05 WS-CAL-MONTH PIC 9(2).
           05 WS-CAL-DAY   PIC 9(2).
       01 WS-CAL-VALID-SW PIC X VALUE 'N'.
           88 WS-CAL-DATE-VALID VALUE 'Y' FALSE 'N'.
       01 WS-CAL-MONTH-DAYS-TABLE.
           05 FILLER PIC X(24) VALUE '312831303130313130313031'.
       01 WS-CAL-MONTH-DAYS REDEFINES WS-CAL-MONTH-DAYS-TABLE.
           05 WS-CAL-MD-LIMIT PIC 9(2) OCCURS 12 TIMES.
       01 WS-CAL-DAY-LIMIT PIC 9(2).
       01 WS-CAL-LEAP-REM PIC 9(4).

       01 WS-RETENTION-DAYS PIC 9(5) VALUE 365.
       01 WS-EXPIRATION-INT PIC 9(7).


       01 WS-CLICKS-STATUS PIC XX.

      *> Campaign files (URLCMSEL/URLCMP, URLCLSEL/URLCML).
       01 WS-CAMP-STATUS PIC XX.
       01 WS-CLNK-STATUS PIC XX.

      *> Blocked-domain screening (URLBSEL/URLBLK/URLBPROC): the
      *> caller loads the table once via LOAD-BLOCKLIST-TABLE;
      *> VALIDATE-URL then rejects any URL a pattern appears in.
       01 WS-URL-BLOCKED-SW PIC X VALUE 'N'.
           88 WS-URL-IS-BLOCKED VALUE 'Y' FALSE 'N'.

      *> Intake review screen (URLISEL/URLIRL/URLYPROC for the rules,
      *> URLYSEL/URLRVQ for the queue, URLIPROC for the screen):
      *> the caller loads the rules once via LOAD-REVIEW-RULES;
      *> PROCESS-URL then screens every new code and, when a rule
      *> fires, files it held ('H') with WS-HOLD-FOR-REVIEW on and
      *> the fired rules in WS-RVW-FLAGS / WS-RVW-REASON, and the
      *> caller PERFORMs WRITE-REVIEW-RECORD. Programs with no
      *> rules file leave WS-RVW-RULES-LOADED off, which disables
      *> the screen.
       01 WS-RVWRULE-STATUS PIC XX.
       01 WS-RVWQ-STATUS PIC XX.
       01 WS-RVW-RULE-EOF-SW PIC X VALUE 'N'.
           88 WS-RVW-RULE-EOF VALUE 'Y' FALSE 'N'.
       01 WS-RVW-RULES-SW PIC X VALUE 'N'.
           88 WS-RVW-RULES-LOADED VALUE 'Y' FALSE 'N'.
       01 WS-RVW-TRUST-TABLE.
           05 WS-RVW-TRUST-COUNT PIC 9(3) VALUE 0.
           05 WS-RVW-TRUST-USER PIC X(8) OCCURS 200 TIMES.
       01 WS-RVW-DOM-TABLE.
           05 WS-RVW-DOM-COUNT PIC 9(2) VALUE 0.
           05 WS-RVW-DOM-ITEM OCCURS 20 TIMES.
               10 WS-RVW-DOM-NAME     PIC X(60).
               10 WS-RVW-DOM-LEN      PIC 9(3).
               10 WS-RVW-DOM-FOLD     PIC X(60).
               10 WS-RVW-DOM-FOLD-LEN PIC 9(3).
       01 WS-RVW-IPHOST-SW PIC X VALUE 'N'.
           88 WS-RVW-CHECK-IPHOST VALUE 'Y' FALSE 'N'.
       01 WS-RVW-MAX-LABELS PIC 9(2) VALUE 0.
       01 WS-RVW-HOLD-SW PIC X VALUE 'N'.
           88 WS-HOLD-FOR-REVIEW VALUE 'Y' FALSE 'N'.
       01 WS-RVW-FLAGS.
           05 WS-RVW-FLAG-TRUST     PIC X(1).
           05 WS-RVW-FLAG-IPHOST    PIC X(1).
           05 WS-RVW-FLAG-LABELS    PIC X(1).
           05 WS-RVW-FLAG-LOOKALIKE PIC X(1).
       01 WS-RVW-REASON PIC X(30).
       01 WS-RVW-IDX PIC 9(3).
       01 WS-RVW-POS PIC 9(3).
       01 WS-RVW-MATCH-SW PIC X VALUE 'N'.
           88 WS-RVW-MATCHED VALUE 'Y' FALSE 'N'.
       01 WS-RVW-HOST PIC X(200).
       01 WS-RVW-HOST-START PIC 9(3).
       01 WS-RVW-HOST-END PIC 9(3).
       01 WS-RVW-AUTH-START PIC 9(3).
       01 WS-RVW-AUTH-END PIC 9(3).
       01 WS-RVW-HOST-LEN PIC 9(3).
       01 WS-RVW-AUTH-FOLD PIC X(200).
       01 WS-RVW-AUTH-FOLD-LEN PIC 9(3).
       01 WS-RVW-SLD-START PIC 9(3).
       01 WS-RVW-SLD-END PIC 9(3).
       01 WS-RVW-SLD-FOLD PIC X(200).
       01 WS-RVW-SLD-FOLD-LEN PIC 9(3).
       01 WS-RVW-TALLY PIC 9(3).
       01 WS-RVW-FOLD-IN PIC X(200).
       01 WS-RVW-FOLD-IN-LEN PIC 9(3).
       01 WS-RVW-FOLD-OUT PIC X(200).
       01 WS-RVW-FOLD-LEN PIC 9(3).
       01 WS-RVW-FOLD-POS PIC 9(3).

      *> Processing-date control (URLDSEL/URLPCT/URLDPROC): the
      *> scheduler sets the cycle's business date in the
      *> single-slot URL-PCTL file and GET-BUSINESS-DATE reads it
       01 WS-BUSINESS-DATE PIC 9(8) VALUE 0.
       01 WS-BUSINESS-DATE-SRC PIC X(8) VALUE 'MACHINE'.

      *> Nightly run-control log (URLOSEL/URLRCT/URLOPROC): the
      *> caller moves its load-module name into WS-RUN-PGM and,
      *> once the business date is known, PERFORMs
      *> WRITE-RUN-START; just before STOP RUN it fills up to four
      *> headline counts (label and value) in WS-RUN-COUNT and
      *> PERFORMs WRITE-RUN-END, which also records RETURN-CODE.
      *> Programs guarded against a second run for the same
      *> business date PERFORM CHECK-PRIOR-RUN before updating
      *> anything; WS-RUN-ALREADY-DONE then reports a successful
      *> earlier run, and WS-RUN-OVERRIDE is set from the RERUN
      *> PARM keyword to let an intended rerun through.
       01 WS-RUNCTL-STATUS PIC XX.
       01 WS-RUN-PGM PIC X(8) VALUE SPACES.
       01 WS-RUN-OVERRIDE-SW PIC X VALUE 'N'.
           88 WS-RUN-OVERRIDE VALUE 'Y' FALSE 'N'.
       01 WS-RUN-DONE-SW PIC X VALUE 'N'.
           88 WS-RUN-ALREADY-DONE VALUE 'Y' FALSE 'N'.
       01 WS-RUNCTL-EOF-SW PIC X VALUE 'N'.
           88 WS-RUNCTL-EOF VALUE 'Y' FALSE 'N'.
       01 WS-RUN-COUNTS.
           05 WS-RUN-COUNT OCCURS 4 TIMES.
               10 WS-RUN-CNT-LABEL PIC X(8) VALUE SPACES.
               10 WS-RUN-CNT-VALUE PIC 9(9) VALUE 0.
       01 WS-RUN-CNT-IDX PIC 9.

      *> Operator authority screen (URLUSEL/URLAUT/URLUPROC): the
      *> caller loads the table once via LOAD-AUTH-TABLE, then
      *> moves the action code into WS-AUTH-CHECK-ACTION and
       01 WS-URL-LEN PIC 9(3).
       01 WS-MIN-URL-LEN PIC 9(3) VALUE 10.
       01 WS-MAX-URL-LEN PIC 9(3) VALUE 200.

      *> What-if simulation (URL-BATCH PARM option SIMULATE): with
      *> WS-SIMULATE-RUN on, PROCESS-URL runs every check against
      *> the files as they stand but writes nothing - no master
      *> entry, journal, audit or error record. The codes it would
      *> have filed are kept in WS-SIM-TABLE instead, so a later
      *> record in the same run sees them in the duplicate,
      *> vanity and minted-code checks exactly as the real load
      *> would see the filed entries. Past 1000 new codes the
      *> table is full (WS-SIM-TABLE-OVERFLOW) and further repeats
      *> within the run are no longer caught. WS-SIM-REPEAT is set
      *> when the reused code is one this run would have filed;
      *> like a filed entry, only one that would be live ('A') is
      *> reused - a pending or held one is not. WS-SIM-NO-MASTER
      *> marks a simulation run before any URL-MASTER exists: the
      *> file is left unopened and uncreated, and every lookup on
      *> it is taken as not found.
       01 WS-SIMULATE-SW PIC X VALUE 'N'.
           88 WS-SIMULATE-RUN VALUE 'Y' FALSE 'N'.
       01 WS-SIM-MASTER-SW PIC X VALUE 'N'.
           88 WS-SIM-NO-MASTER VALUE 'Y' FALSE 'N'.
       01 WS-SIM-TABLE.
           05 WS-SIM-COUNT PIC 9(4) VALUE 0.
           05 WS-SIM-ITEM OCCURS 1000 TIMES.
               10 WS-SIM-SHORT    PIC X(6).
               10 WS-SIM-LONG-URL PIC X(200).
               10 WS-SIM-STATUS   PIC X(1).
       01 WS-SIM-IDX PIC 9(4).
       01 WS-SIM-OVERFLOW-SW PIC X VALUE 'N'.
           88 WS-SIM-TABLE-OVERFLOW VALUE 'Y' FALSE 'N'.
       01 WS-SIM-CODE-SW PIC X VALUE 'N'.
           88 WS-SIM-CODE-TAKEN VALUE 'Y' FALSE 'N'.
       01 WS-SIM-REPEAT-SW PIC X VALUE 'N'.
           88 WS-SIM-REPEAT VALUE 'Y' FALSE 'N'.
