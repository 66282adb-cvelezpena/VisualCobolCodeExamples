      $SET ILUSING"Demo.Net"

       program-id. CalMaint.

      *----------------------------------------------------------------
      *  CalMaint - maintenance for the PROCCAL processing calendar
      *  (CALREC.cpy), the same transaction-file pattern as
      *  MsgCatMaint for the message catalog.  Driven by CALTRAN, one
      *  action per line (GEN, ADD, UPD, DEL, LST), and writes
      *  everything it did - including rejected transactions - to the
      *  CALRPT report, appended to run after run so the trail of
      *  calendar changes is never replaced.
      *
      *  GEN  yyyy: lays down every date of that year not already on
      *       the calendar - Monday to Friday as business days,
      *       Saturday and Sunday as weekend - and marks the last
      *       business day of each month month-end (quarter-end in
      *       March, June, September and December).  Dates already
      *       present are left alone, so a re-run never undoes a
      *       holiday keyed since.
      *  ADD  adds one date (a date already on file is rejected).
      *  UPD  replaces a date's day type, period-end marker and
      *       description.  A period-end day turned into a holiday
      *       or weekend hands its marker back to the nearest
      *       business day before it in the same month, so month-end
      *       steps still have a day to run on.
      *  DEL  removes a date; it then reads as an ordinary business
      *       day (see CalLookup).
      *  LST  lists the calendar, or only the dates from the first
      *       date column through the second when they are given.
      *----------------------------------------------------------------

       environment division.
       input-output section.
       file-control.
           select PROCCAL-FILE assign "PROCCAL"
               organization indexed
               access dynamic
               record key CAL-DATE
               file status is proccal-status.

           select CALTRAN-FILE assign "CALTRAN"
               organization line sequential
               file status is caltran-status.

           select CALRPT-FILE assign "CALRPT"
               organization line sequential
               file status is calrpt-status.

       data division.
       file section.
       fd  PROCCAL-FILE.
       copy "CALREC.cpy".

       fd  CALTRAN-FILE.
       01  TRAN-RECORD.
           05  TRAN-ACTION         pic x(03).
           05  filler              pic x(01).
           05  TRAN-DATE           pic x(08).
           05  filler              pic x(01).
           05  TRAN-DAY-TYPE       pic x(01).
               88  TRAN-DAY-TYPE-VALID value "B" "H" "W".
           05  filler              pic x(01).
           05  TRAN-PERIOD-END     pic x(01).
               88  TRAN-PERIOD-END-VALID value " " "M" "Q".
           05  filler              pic x(01).
           05  TRAN-DESC           pic x(30).
       01  TRAN-LIST-RECORD.
           05  filler              pic x(04).
           05  TRAN-LIST-FROM      pic x(08).
           05  filler              pic x(01).
           05  TRAN-LIST-TO        pic x(08).

       fd  CALRPT-FILE.
       01  CALRPT-LINE             pic x(120).

       working-storage section.
       01 proccal-status  pic x(02).
       01 caltran-status  pic x(02).
       01 calrpt-status   pic x(02).

       01 tran-count      binary-long value 0.
       01 reject-count    binary-long value 0.
       01 added-count     binary-long.
       01 gen-julian      binary-long.
       01 gen-last-julian binary-long.
       01 gen-weekday     binary-long.
       01 month-idx       binary-long.
       01 scan-julian     binary-long.
       01 list-from       pic 9(08).
       01 list-to         pic 9(08).

       01 gen-year        pic 9(04).
       01 gen-date        pic 9(08).
       01 gen-split redefines gen-date.
           05 gen-yyyy     pic 9(04).
           05 gen-mm       pic 9(02).
           05 gen-dd       pic 9(02).
       01 scan-date       pic 9(08).
       01 scan-split redefines scan-date.
           05 filler       pic 9(04).
           05 scan-mm      pic 9(02).
           05 filler       pic 9(02).
       01 marker-month    pic 9(02).
       01 old-period-end  pic x(01).

       01 marker-state pic x(01).
           88 marker-placed value "Y".
       01 end-of-trans pic x(01) value "N".
           88 no-more-trans value "Y".
       01 end-of-calendar pic x(01) value "N".
           88 no-more-calendar-records value "Y".

       01 added-display   pic zz9.

       01 detail-line.
           05 dtl-action           pic x(08).
           05 filler               pic x(01) value space.
           05 dtl-date             pic x(08).
           05 filler               pic x(01) value space.
           05 dtl-result           pic x(60).

       01 list-line.
           05 lst-date             pic 9(08).
           05 filler               pic x(01) value space.
           05 lst-day-type         pic x(01).
           05 filler               pic x(01) value space.
           05 lst-period-end       pic x(01).
           05 filler               pic x(01) value space.
           05 lst-desc             pic x(30).

       procedure division.
           perform 1000-initialize thru 1000-initialize-exit.
           perform 2000-process-transactions
               thru 2000-process-transactions-exit
               until no-more-trans.
           perform 9000-terminate thru 9000-terminate-exit.
           if reject-count > 0
               move 8 to return-code
           end-if.
           goback.

      *----------------------------------------------------------------
      *  1000-initialize - opens PROCCAL for update, creating it on
      *  first use (file status 35 on the I-O open), the same
      *  bootstrap MsgCatMaint uses for MSGCAT.
      *----------------------------------------------------------------
       1000-initialize.
           open i-o PROCCAL-FILE.
           if proccal-status = "35"
               open output PROCCAL-FILE
               close PROCCAL-FILE
               open i-o PROCCAL-FILE
           end-if.
           open input CALTRAN-FILE.
           if caltran-status <> "00"
               set no-more-trans to true
           end-if.
           open extend CALRPT-FILE.
           if calrpt-status <> "00"
               open output CALRPT-FILE
           end-if.
       1000-initialize-exit.
           exit.

      *----------------------------------------------------------------
       2000-process-transactions.
           read CALTRAN-FILE
               at end
                   set no-more-trans to true
               not at end
                   add 1 to tran-count
                   perform 2100-apply-one-transaction
                       thru 2100-apply-one-transaction-exit
           end-read.
       2000-process-transactions-exit.
           exit.

      *----------------------------------------------------------------
       2100-apply-one-transaction.
           move TRAN-DATE to dtl-date.
           evaluate TRAN-ACTION
               when "GEN"
                   perform 2600-generate-year
                       thru 2600-generate-year-exit
               when "ADD"
                   perform 2200-add-date
                       thru 2200-add-date-exit
               when "UPD"
                   perform 2300-update-date
                       thru 2300-update-date-exit
               when "DEL"
                   perform 2500-delete-date
                       thru 2500-delete-date-exit
               when "LST"
                   perform 2400-list-dates
                       thru 2400-list-dates-exit
               when other
                   move "UNKNOWN" to dtl-action
                   move "REJECTED - unrecognized action code"
                       to dtl-result
                   perform 8000-write-detail
                       thru 8000-write-detail-exit
                   add 1 to reject-count
           end-evaluate.
       2100-apply-one-transaction-exit.
           exit.

      *----------------------------------------------------------------
      *  2150-check-entry - a real date, a known day type and marker,
      *  and no period-end marker on a day nothing runs on.
      *----------------------------------------------------------------
       2150-check-entry.
           move spaces to dtl-result.
           if TRAN-DATE not numeric
               move "REJECTED - date not yyyymmdd" to dtl-result
               go to 2150-check-entry-exit
           end-if.
           move TRAN-DATE to gen-date.
           if gen-mm < 1 or gen-mm > 12 or gen-dd < 1 or gen-dd > 31
               move "REJECTED - date not yyyymmdd" to dtl-result
               go to 2150-check-entry-exit
           end-if.
           if not TRAN-DAY-TYPE-VALID
               move "REJECTED - day type not B/H/W" to dtl-result
               go to 2150-check-entry-exit
           end-if.
           if not TRAN-PERIOD-END-VALID
               move "REJECTED - period end not blank/M/Q"
                   to dtl-result
               go to 2150-check-entry-exit
           end-if.
           if TRAN-PERIOD-END not = space
               and TRAN-DAY-TYPE not = "B"
               move "REJECTED - period end on a non-business day"
                   to dtl-result
           end-if.
       2150-check-entry-exit.
           exit.

      *----------------------------------------------------------------
       2200-add-date.
           move "ADD" to dtl-action.
           perform 2150-check-entry thru 2150-check-entry-exit.
           if dtl-result not = spaces
               perform 8000-write-detail
                   thru 8000-write-detail-exit
               add 1 to reject-count
               go to 2200-add-date-exit
           end-if.
           move TRAN-DATE to CAL-DATE.
           move TRAN-DAY-TYPE to CAL-DAY-TYPE.
           move TRAN-PERIOD-END to CAL-PERIOD-END.
           move TRAN-DESC to CAL-DESC.
           write CAL-RECORD
               invalid key
                   move "REJECTED - date already on calendar"
                       to dtl-result
                   add 1 to reject-count
               not invalid key
                   move "ADDED" to dtl-result
           end-write.
           perform 8000-write-detail thru 8000-write-detail-exit.
       2200-add-date-exit.
           exit.

      *----------------------------------------------------------------
       2300-update-date.
           move "UPD" to dtl-action.
           perform 2150-check-entry thru 2150-check-entry-exit.
           if dtl-result not = spaces
               perform 8000-write-detail
                   thru 8000-write-detail-exit
               add 1 to reject-count
               go to 2300-update-date-exit
           end-if.
           move TRAN-DATE to CAL-DATE.
           read PROCCAL-FILE
               invalid key
                   move "REJECTED - date not on calendar"
                       to dtl-result
                   add 1 to reject-count
                   go to 2300-update-write-detail
           end-read.
           move CAL-PERIOD-END to old-period-end.
           move TRAN-DAY-TYPE to CAL-DAY-TYPE.
           move TRAN-PERIOD-END to CAL-PERIOD-END.
           move TRAN-DESC to CAL-DESC.
           rewrite CAL-RECORD
               invalid key
                   move "REJECTED - rewrite failed" to dtl-result
                   add 1 to reject-count
                   go to 2300-update-write-detail
           end-rewrite.
           move "UPDATED" to dtl-result.
           if old-period-end not = space
               and TRAN-DAY-TYPE not = "B"
               perform 2350-hand-back-marker
                   thru 2350-hand-back-marker-exit
           end-if.
       2300-update-write-detail.
           perform 8000-write-detail thru 8000-write-detail-exit.
       2300-update-date-exit.
           exit.

      *----------------------------------------------------------------
      *  2350-hand-back-marker - walks back through the month from the
      *  day just closed for the nearest business day still on the
      *  calendar and gives it the period-end marker.  If the month
      *  has none left the marker is lost and the report says so.
      *----------------------------------------------------------------
       2350-hand-back-marker.
           move TRAN-DATE to scan-date.
           move scan-mm to marker-month.
           move function integer-of-date(scan-date) to scan-julian.
           move "N" to marker-state.
           perform 2360-try-previous-day
               thru 2360-try-previous-day-exit
               until marker-placed or scan-mm not = marker-month.
           if marker-placed
               move spaces to dtl-result
               string "UPDATED - period end moved to " scan-date
                   delimited by size into dtl-result
           else
               move "UPDATED - no business day left for period end"
                   to dtl-result
           end-if.
       2350-hand-back-marker-exit.
           exit.

       2360-try-previous-day.
           subtract 1 from scan-julian.
           move function date-of-integer(scan-julian) to scan-date.
           if scan-mm not = marker-month
               go to 2360-try-previous-day-exit
           end-if.
           move scan-date to CAL-DATE.
           read PROCCAL-FILE
               invalid key
                   go to 2360-try-previous-day-exit
           end-read.
           if CAL-BUSINESS-DAY
               move old-period-end to CAL-PERIOD-END
               rewrite CAL-RECORD
                   invalid key
                       continue
               end-rewrite
               set marker-placed to true
           end-if.
       2360-try-previous-day-exit.
           exit.

      *----------------------------------------------------------------
      *  2400-list-dates - positions to the first date asked for (the
      *  lowest key when none is given) and reads sequentially to the
      *  last date asked for, one report line per date.
      *----------------------------------------------------------------
       2400-list-dates.
           move "N" to end-of-calendar.
           move 0 to list-from.
           move 99999999 to list-to.
           if TRAN-LIST-FROM numeric
               move TRAN-LIST-FROM to list-from
           end-if.
           if TRAN-LIST-TO numeric
               move TRAN-LIST-TO to list-to
           end-if.
           move list-from to CAL-DATE.
           start PROCCAL-FILE key not < CAL-DATE
               invalid key
                   set no-more-calendar-records to true
           end-start.
           move "PROCESSING CALENDAR LISTING" to CALRPT-LINE.
           write CALRPT-LINE.
           perform 2410-list-one-date
               thru 2410-list-one-date-exit
               until no-more-calendar-records.
       2400-list-dates-exit.
           exit.

       2410-list-one-date.
           read PROCCAL-FILE next
               at end
                   set no-more-calendar-records to true
                   go to 2410-list-one-date-exit
           end-read.
           if CAL-DATE > list-to
               set no-more-calendar-records to true
               go to 2410-list-one-date-exit
           end-if.
           move CAL-DATE to lst-date.
           move CAL-DAY-TYPE to lst-day-type.
           move CAL-PERIOD-END to lst-period-end.
           move CAL-DESC to lst-desc.
           move list-line to CALRPT-LINE.
           write CALRPT-LINE.
       2410-list-one-date-exit.
           exit.

      *----------------------------------------------------------------
       2500-delete-date.
           move "DEL" to dtl-action.
           if TRAN-DATE not numeric
               move "REJECTED - date not yyyymmdd" to dtl-result
               perform 8000-write-detail
                   thru 8000-write-detail-exit
               add 1 to reject-count
               go to 2500-delete-date-exit
           end-if.
           move TRAN-DATE to CAL-DATE.
           delete PROCCAL-FILE
               invalid key
                   move "REJECTED - date not on calendar"
                       to dtl-result
                   add 1 to reject-count
               not invalid key
                   move "DELETED" to dtl-result
           end-delete.
           perform 8000-write-detail thru 8000-write-detail-exit.
       2500-delete-date-exit.
           exit.

      *----------------------------------------------------------------
      *  2600-generate-year - day of the week from the julian day
      *  number (day 1, 1601-01-01, was a Monday), then one pass per
      *  month to place the period-end markers.
      *----------------------------------------------------------------
       2600-generate-year.
           move "GEN" to dtl-action.
           if TRAN-DATE(1:4) not numeric
               or TRAN-DATE(5:4) not = spaces
               move "REJECTED - year not yyyy" to dtl-result
               perform 8000-write-detail
                   thru 8000-write-detail-exit
               add 1 to reject-count
               go to 2600-generate-year-exit
           end-if.
           move TRAN-DATE(1:4) to gen-year.
           if gen-year < 1601
               move "REJECTED - year not yyyy" to dtl-result
               perform 8000-write-detail
                   thru 8000-write-detail-exit
               add 1 to reject-count
               go to 2600-generate-year-exit
           end-if.
           move 0 to added-count.
           compute gen-date = gen-year * 10000 + 0101.
           move function integer-of-date(gen-date) to gen-julian.
           compute gen-date = gen-year * 10000 + 1231.
           move function integer-of-date(gen-date) to gen-last-julian.
           perform 2610-generate-one-date
               thru 2610-generate-one-date-exit
               until gen-julian > gen-last-julian.
           perform varying month-idx from 1 by 1
               until month-idx > 12
               perform 2620-mark-month-end
                   thru 2620-mark-month-end-exit
           end-perform.
           move added-count to added-display.
           move spaces to dtl-result.
           string "GENERATED - " added-display " date(s) added"
               delimited by size into dtl-result.
           perform 8000-write-detail thru 8000-write-detail-exit.
       2600-generate-year-exit.
           exit.

       2610-generate-one-date.
           move function date-of-integer(gen-julian) to gen-date.
           move gen-date to CAL-DATE.
           compute gen-weekday = function mod(gen-julian - 1, 7).
           if gen-weekday > 4
               move "W" to CAL-DAY-TYPE
           else
               move "B" to CAL-DAY-TYPE
           end-if.
           move space to CAL-PERIOD-END.
           move spaces to CAL-DESC.
           write CAL-RECORD
               invalid key
                   continue
               not invalid key
                   add 1 to added-count
           end-write.
           add 1 to gen-julian.
       2610-generate-one-date-exit.
           exit.

      *----------------------------------------------------------------
      *  2620-mark-month-end - a month that already carries a marker
      *  anywhere is left as it is; otherwise the last business day
      *  gets one.
      *----------------------------------------------------------------
       2620-mark-month-end.
           compute gen-date = gen-year * 10000 + month-idx * 100 + 1.
           move gen-date to CAL-DATE.
           move "N" to end-of-calendar.
           start PROCCAL-FILE key not < CAL-DATE
               invalid key
                   set no-more-calendar-records to true
           end-start.
           move 0 to scan-date.
           move "N" to marker-state.
           perform 2630-scan-month-date
               thru 2630-scan-month-date-exit
               until no-more-calendar-records.
           if marker-placed or scan-date = 0
               go to 2620-mark-month-end-exit
           end-if.
           move scan-date to CAL-DATE.
           read PROCCAL-FILE
               invalid key
                   go to 2620-mark-month-end-exit
           end-read.
           if month-idx = 3 or month-idx = 6 or month-idx = 9
               or month-idx = 12
               move "Q" to CAL-PERIOD-END
           else
               move "M" to CAL-PERIOD-END
           end-if.
           rewrite CAL-RECORD
               invalid key
                   continue
           end-rewrite.
       2620-mark-month-end-exit.
           exit.

       2630-scan-month-date.
           read PROCCAL-FILE next
               at end
                   set no-more-calendar-records to true
                   go to 2630-scan-month-date-exit
           end-read.
           move CAL-DATE to gen-date.
           if gen-yyyy not = gen-year or gen-mm not = month-idx
               set no-more-calendar-records to true
               go to 2630-scan-month-date-exit
           end-if.
           if CAL-PERIOD-END not = space
               set marker-placed to true
           end-if.
           if CAL-BUSINESS-DAY
               move CAL-DATE to scan-date
           end-if.
       2630-scan-month-date-exit.
           exit.

      *----------------------------------------------------------------
       8000-write-detail.
           move detail-line to CALRPT-LINE.
           write CALRPT-LINE.
       8000-write-detail-exit.
           exit.

      *----------------------------------------------------------------
       9000-terminate.
           close PROCCAL-FILE.
           close CALTRAN-FILE.
           close CALRPT-FILE.
       9000-terminate-exit.
           exit.

       end program CalMaint.
