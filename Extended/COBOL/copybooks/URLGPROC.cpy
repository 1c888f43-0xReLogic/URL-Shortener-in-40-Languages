      *> URLGPROC.cpy
      *> Shared PROCEDURE DIVISION paragraph for filing one
      *> URL-GOLIVE record. COPY this, alongside URLGSEL/URLGLV,
      *> into any intake program that moves a requested effective
      *> date into WS-EFFECTIVE-DATE. Callers: after PROCESS-URL,
      *> PERFORM WRITE-GOLIVE-RECORD when WS-FILED-PENDING is set;
      *> the new master entry is still in the record area.
       WRITE-GOLIVE-RECORD.
           MOVE SPACES TO WS-GLV-RECORD
           MOVE WS-SHORT TO WS-GLV-SHORT
           MOVE WS-GO-LIVE-DATE TO WS-GLV-GO-LIVE-DATE
           MOVE WS-CREATED-BY TO WS-GLV-FILED-BY
           MOVE WS-CREATED-TIMESTAMP TO WS-GLV-FILED-STAMP
           WRITE WS-GLV-RECORD.
