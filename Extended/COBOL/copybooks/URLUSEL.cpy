      *> FILE-CONTROL entry for the URL-AUTH operator authority
      *> file. COPY this into FILE-CONTROL in every program that
      *> applies maintenance or compliance actions to URL-MASTER
      *> (URL-MAINT, URL-TAKEDOWN, URL-RESTORE, URL-REVIEW) or
      *> campaign maintenance (URL-CAMP-MAINT), so the acting
      *> user from the EXEC PARM is checked against what they are
      *> actually allowed to do before anything is applied. The
      *> HR separations run (URL-HR-SEPN) also reads it, to roll
      *> the file forward without the leavers' cards.
           SELECT URL-AUTH ASSIGN TO "URLAUTH"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUTH-STATUS.
