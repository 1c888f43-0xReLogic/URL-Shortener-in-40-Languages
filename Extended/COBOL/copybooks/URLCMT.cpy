      *> URLCMT.cpy
      *> Record layout for the URL-CAMPTRN campaign transaction
      *> file driving URL-CAMP-MAINT: one record per action.
      *>   ADDCAMP  - define a new campaign (name, department,
      *>              start/end dates and owner; a blank owner
      *>              defaults to the submitting user);
      *>   CHGCAMP  - change a campaign: every non-blank field on
      *>              the card replaces the one on file;
      *>   ATTACH   - tie the short code to the campaign;
      *>   DETACH   - release the short code from the campaign.
      *> The action code is also the URL-AUTH authority checked
      *> for the submitting user.
       01 WS-CTRN-RECORD.
           05 WS-CTRN-ACTION PIC X(8).
               88 WS-CTRN-ADD-CAMPAIGN VALUE 'ADDCAMP'.
               88 WS-CTRN-CHG-CAMPAIGN VALUE 'CHGCAMP'.
               88 WS-CTRN-ATTACH       VALUE 'ATTACH'.
               88 WS-CTRN-DETACH       VALUE 'DETACH'.
           05 WS-CTRN-CAMP-ID    PIC X(8).
           05 WS-CTRN-SHORT      PIC X(6).
           05 WS-CTRN-NAME       PIC X(40).
           05 WS-CTRN-DEPT       PIC X(8).
           05 WS-CTRN-START-DATE PIC X(8).
           05 WS-CTRN-END-DATE   PIC X(8).
           05 WS-CTRN-OWNER      PIC X(8).
           05 FILLER             PIC X(6).
