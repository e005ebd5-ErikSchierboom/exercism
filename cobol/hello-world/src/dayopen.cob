      * already B, X or C has been balanced or extracted and is NOT
      * reopened - the run ends RC=8 with a BUSINESS DATE CLOSED
      * alert so operations investigate the out-of-sequence open
      * instead of silently unsealing a finished day; the only
      * supported reopen is the authorized GREETBKO backout, whose
      * R (reopened) status is treated as already open. RC=0 date
      * opened (or already open), RC=4 non-processing-day skip,
      * RC=8 date already closed, RC=12 file failure, RC=16
      * missing calendar.
                       MOVE SPACES TO WS-ALERT-FILE-STATUS
                       PERFORM WRITE-ALERT
                   WHEN "O"
                   WHEN "R"
                       DISPLAY "DAYOPEN: BUSINESS DATE "
                           WS-BUSINESS-DATE " ALREADY OPEN"
                   WHEN OTHER
