      *****************************************************************
      * SCHREC.cpy
      * Shared record layout for the SCHEDULE keyed greeting
      * request schedule (VSAM KSDS, RECORD KEY SCHED-ID, one
      * record per scheduled request), maintained with SCHDMNT
      * transaction cards and released by GREETREL. SCHED-REQUEST
      * is the request card image exactly as a department punches
      * it on GREETREQ (REQREC.cpy): a locale code, RECIP plus a
      * recipient id, or custom text. SCHED-FREQUENCY says when it
      * falls due: O one-off on SCHED-TARGET-DATE, A annually on
      * the month and day of SCHED-TARGET-DATE (an anniversary
      * date; 29 February falls on the 28th in other years), M
      * monthly on day SCHED-DAY-NUMBER (the last day of a shorter
      * month), B monthly on the SCHED-DAY-NUMBER'th processing
      * day of the month. SCHED-START-DATE is the business date
      * the entry was added; no occurrence before it is released.
      * SCHED-STATUS is A active, H held by operations, F finished
      * (a one-off already released). SCHED-LAST-DUE-DATE is the
      * due date of the last occurrence released and
      * SCHED-LAST-RELEASED the business date it was released on,
      * so a rerun of the release cannot release the same
      * occurrence twice; an occurrence due on a holiday is
      * released on the next processing day. SCHED-COST-CENTRE is
      * the CCTRMST cost centre (CCTREC.cpy) that requested the
      * entry and is charged for it - GREETREL punches it into
      * columns 73-80 of the released request card - and
      * SCHED-DEPARTMENT is the department that cost centre
      * belonged to when the entry was last added or changed. The
      * record grew 118 -> 126 and the one-time GREETCN5
      * conversion reloads the cluster. COPY this under the
      * SCHEDULE FD in any program that reads or maintains the
      * schedule so the layout stays in sync across the estate.
      *****************************************************************
       01 SCHEDULE-RECORD.
           05 SCHED-ID                 PIC X(8).
           05 SCHED-DEPARTMENT         PIC X(8).
           05 SCHED-FREQUENCY          PIC X.
           05 SCHED-TARGET-DATE        PIC X(8).
           05 SCHED-DAY-NUMBER         PIC 9(2).
           05 SCHED-REQUEST            PIC X(40).
           05 SCHED-START-DATE         PIC X(8).
           05 SCHED-STATUS             PIC X.
           05 SCHED-LAST-DUE-DATE      PIC X(8).
           05 SCHED-LAST-RELEASED      PIC X(8).
           05 SCHED-RELEASE-COUNT      PIC 9(5).
           05 SCHED-UPDATE-TIMESTAMP   PIC X(21).
           05 SCHED-COST-CENTRE        PIC X(8).
