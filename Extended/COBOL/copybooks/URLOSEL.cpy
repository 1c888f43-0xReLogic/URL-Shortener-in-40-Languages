      *> URLOSEL.cpy
      *> FILE-CONTROL entry for the URL-RUNCTL nightly run-control
      *> log. COPY this into FILE-CONTROL in every program that
      *> runs as a step of the nightly cycle, alongside URLRCT
      *> under its FD and URLOPROC in the PROCEDURE DIVISION, so
      *> each run leaves a start and an end record for the
      *> morning cycle status report (URL-CYCLE-RPT).
           SELECT URL-RUNCTL ASSIGN TO "URLRCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
