      *> URLCMP.cpy
      *> Record layout for the URL-CAMPAIGN master (indexed on
      *> campaign ID): one record per marketing campaign, with its
      *> name, sponsoring department, start and end dates (the
      *> campaign window, YYYYMMDD inclusive) and the owning user
      *> ID. Short codes are tied to a campaign on URL-CAMPLINK
      *> (URLCML.cpy); both files are maintained by URL-CAMP-MAINT
      *> and rolled up monthly by URL-CAMP-RPT.
       01 WS-CAMP-RECORD.
           05 WS-CAMP-ID          PIC X(8).
           05 WS-CAMP-NAME        PIC X(40).
           05 WS-CAMP-DEPT        PIC X(8).
           05 WS-CAMP-START-DATE  PIC 9(8).
           05 WS-CAMP-END-DATE    PIC 9(8).
           05 WS-CAMP-OWNER       PIC X(8).
           05 WS-CAMP-UPDATED-BY  PIC X(8).
           05 WS-CAMP-UPDATED-TS  PIC X(14).
           05 FILLER              PIC X(6).
