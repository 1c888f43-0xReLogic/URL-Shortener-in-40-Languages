      *> one card-image record per user ID, listing up to eight
      *> actions that user may apply - DELETE, SUSPEND, REACTIVE,
      *> CHGEXPIR, CHGOWNER, TAKEDOWN (the compliance sweep),
      *> RESTORE (archive restores), ADDCAMP / CHGCAMP / ATTACH /
      *> DETACH (campaign maintenance), APPROVE (releasing or
      *> rejecting entries held for review), or ALL for the few
      *> operators trusted with everything. A user may appear on several
      *> cards when eight slots are not enough. Anyone not on the
      *> file is authorized for nothing: the EXEC PARM says who is
      *> acting, this file says what they may do, and the audit
