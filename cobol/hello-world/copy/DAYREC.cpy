      * step (DAYOPEN) opens the date at the top of the stream, B
      * when GREETBAL has balanced it, X when GREETXTR has cut the
      * GREETFD1 feed, and C when GREETACK has processed the
      * platform's delivery acknowledgements clean. R records that
      * a GREETBKO backout reopened a B/X/C date under an
      * authorization card; the date is then open again for the
      * corrected run and GREETBAL moves it back to B. Every
      * writing program (HELLOWLD, GREETDRV, GREETFIX) gates on
      * this file and refuses with RC=20 and a BUSINESS DATE
      * CLOSED alert when the date's latest status is no longer O
      * or R, so a late or out-of-sequence run cannot write into a
      * balanced or extracted day. A DAYCTL DD that is missing
      * altogether means day control is not configured for the
      * stream and the gate stands open. COPY this under the
      * DAYCTL FD in any program that reads or appends day control
      * so the layout stays in sync across the estate.
      *****************************************************************
       01 DAYCTL-RECORD.
           05 DAYCTL-BUS-DATE          PIC X(8).
