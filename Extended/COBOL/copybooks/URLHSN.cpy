      *> URLHSN.cpy
      *> Record layout for the URL-HITSNAP hit-count snapshot
      *> kept by URL-HIT-RECON: one header naming the business
      *> date the snapshot closes and when it was taken, then one
      *> detail per code on URL-MASTER, in short-code order, with
      *> its WS-HIT-COUNT at that moment. Each run reads the last
      *> generation as its baseline - the change in WS-HIT-COUNT
      *> since then is what the master added for the day - and
      *> writes the next.
       01 WS-HSNP-RECORD.
           05 WS-HSNP-TYPE PIC X(1).
               88 WS-HSNP-HEADER VALUE 'H'.
               88 WS-HSNP-DETAIL VALUE 'D'.
           05 WS-HSNP-SHORT        PIC X(6).
           05 WS-HSNP-HITS         PIC 9(9).
           05 WS-HSNP-BUS-DATE     PIC X(8).
           05 WS-HSNP-TIMESTAMP    PIC X(14).
           05 FILLER               PIC X(2).
