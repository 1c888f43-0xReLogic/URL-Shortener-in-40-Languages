      *> URLIRL.cpy
      *> Record layout for the URL-RVWRULE intake review rules: one
      *> 80-byte card per rule, '*' in column 1 for a comment.
      *>   TRUST    user ID  - a creator whose submissions go live
      *>                       without review. Once any TRUST card
      *>                       is present, every other creator is
      *>                       untrusted and held.
      *>   IPHOST            - hold URLs whose host is an IP
      *>                       address instead of a name.
      *>   MAXLABEL nn       - hold hosts with more than nn
      *>                       dot-separated labels.
      *>   OURDOM   domain   - one of our own registered domains,
      *>                       e.g. EXAMPLE.COM; hosts that imitate
      *>                       it without being it or one of its
      *>                       subdomains are held as look-alikes.
      *> The value starts in column 10.
       01 WS-IRUL-RECORD.
           05 WS-IRUL-TYPE   PIC X(8).
           05 FILLER         PIC X(1).
           05 WS-IRUL-VALUE  PIC X(60).
           05 FILLER         PIC X(11).
