      *================================================================
      *  CALREC.cpy
      *
      *  Record layout for the indexed processing calendar PROCCAL.
      *  One record per date (yyyymmdd): whether it is a processing
      *  (B)usiness day, a (H)oliday or a (W)eekend, whether it closes
      *  a period - the (M)onth-end or (Q)uarter-end processing day,
      *  normally the last business day of the month - and a short
      *  description ("Christmas Day", "Q1 close").  A quarter-end day
      *  is a month-end day as well.
      *
      *  Shared by CalMaint (the maintenance program and only writer)
      *  and the CalLookup routine JobSched, RunMonitor, LogArchive
      *  and Housekeep call, so all agree on the key without being
      *  kept in sync by hand.
      *================================================================
       01  CAL-RECORD.
           05  CAL-DATE                PIC 9(08).
           05  CAL-DAY-TYPE            PIC X(01).
               88  CAL-BUSINESS-DAY    VALUE "B".
               88  CAL-HOLIDAY         VALUE "H".
               88  CAL-WEEKEND         VALUE "W".
               88  CAL-DAY-TYPE-VALID  VALUE "B" "H" "W".
           05  CAL-PERIOD-END          PIC X(01).
               88  CAL-MONTH-END       VALUE "M" "Q".
               88  CAL-QUARTER-END     VALUE "Q".
               88  CAL-PERIOD-END-VALID VALUE " " "M" "Q".
           05  CAL-DESC                PIC X(30).
