      *****************************************************************
      * CCUREC.cpy
      * Shared record layout for the CCUSAGE cost-centre delivery
      * usage file, appended by GREETACK each time it processes a
      * GREETFD1 acknowledgement feed and read by the month-end
      * chargeback (GREETCHG). Each GREETACK run writes one H
      * record for the business date of the feed (its run
      * timestamp, the feed sequence and the day's totals) followed
      * by one D record per cost centre in the feed, carrying the
      * same date and run timestamp and the greetings the platform
      * acknowledged delivered, acknowledged failed, or did not
      * acknowledge at all. CCU-COST-CENTRE is spaces on the H
      * record and on the D record for greetings written without a
      * cost centre. A rerun or a replacement feed for a date
      * writes a complete new set, so for each business date only
      * the set carrying the date's LAST H run timestamp on file
      * counts - earlier sets for the date are superseded, never
      * added. Only delivered greetings are charged. COPY this
      * under the CCUSAGE FD in any program that reads or writes
      * the usage file so the layout stays in sync across the
      * estate.
      *****************************************************************
       01 CCUSAGE-RECORD.
           05 CCU-RECORD-TYPE          PIC X.
           05 CCU-BUS-DATE             PIC X(8).
           05 CCU-RUN-TIMESTAMP        PIC X(21).
           05 CCU-FEED-SEQUENCE        PIC 9(6).
           05 CCU-COST-CENTRE          PIC X(8).
           05 CCU-DELIVERED-COUNT      PIC 9(7).
           05 CCU-FAILED-COUNT         PIC 9(7).
           05 CCU-UNACKED-COUNT        PIC 9(7).
           05 FILLER                   PIC X(15).
