      $SET ILUSING"Demo.Net"

       program-id. CalLookup.

      *----------------------------------------------------------------
      *  CalLookup - the one reader of the PROCCAL processing calendar
      *  (CALREC.cpy), called by every batch that has to know whether
      *  today is a day anything is meant to run, or that counts
      *  retention in business days:
      *
      *      call "CalLookup" using lookup-mode lookup-date
      *               lookup-days lookup-day-type lookup-period-end
      *               lookup-result-date lookup-status
      *
      *  LOOKUP-MODE "T" (type): returns LOOKUP-DAY-TYPE (B/H/W) and
      *  LOOKUP-PERIOD-END (space/M/Q) for LOOKUP-DATE.
      *  LOOKUP-MODE "B" (back): returns in LOOKUP-RESULT-DATE the
      *  date LOOKUP-DAYS business days before LOOKUP-DATE, so "older
      *  than N business days" is "dated before LOOKUP-RESULT-DATE" -
      *  the same cutoff test the retention batches already make
      *  with a calendar-day count.
      *
      *  LOOKUP-STATUS: 00 = on the calendar, 23 = date not on the
      *  calendar, 35 = no calendar on file.  A date the calendar does
      *  not cover is taken as a business day, and as the month-end
      *  (quarter-end in March, June, September and December) day when
      *  it is the last day of its month - so with no calendar loaded
      *  at all every batch behaves exactly as it did before there was
      *  one, and a month-end-only step still runs once a month.
      *----------------------------------------------------------------

       environment division.
       input-output section.
       file-control.
           select PROCCAL-FILE assign "PROCCAL"
               organization indexed
               access dynamic
               record key CAL-DATE
               file status is proccal-status.

       data division.
       file section.
       fd  PROCCAL-FILE.
       copy "CALREC.cpy".

       working-storage section.
       01 proccal-status   pic x(02).

       01 calendar-state pic x(01) value "N".
           88 calendar-opened value "Y".
       01 calendar-file-state pic x(01) value "N".
           88 calendar-available value "Y".

       01 probe-date       pic 9(08).
       01 probe-split redefines probe-date.
           05 probe-yyyy   pic 9(04).
           05 probe-mm     pic 9(02).
           05 probe-dd     pic 9(02).
       01 next-date        pic 9(08).
       01 next-split redefines next-date.
           05 filler       pic 9(06).
           05 next-dd      pic 9(02).
       01 probe-julian     binary-long.
       01 probe-type       pic x(01).
       01 probe-end        pic x(01).
       01 probe-status     pic x(02).
       01 days-counted     binary-long.
       01 days-walked      binary-long.

       linkage section.
       01 lookup-mode         pic x(01).
           88 lookup-type-mode value "T".
           88 lookup-back-mode value "B".
       01 lookup-date         pic 9(08).
       01 lookup-days         pic 9(04).
       01 lookup-day-type     pic x(01).
       01 lookup-period-end   pic x(01).
       01 lookup-result-date  pic 9(08).
       01 lookup-status       pic x(02).

       procedure division using lookup-mode lookup-date lookup-days
                                lookup-day-type lookup-period-end
                                lookup-result-date lookup-status.
           if not calendar-opened
               set calendar-opened to true
               open input PROCCAL-FILE
               if proccal-status = "00"
                   set calendar-available to true
               end-if
           end-if.
           if lookup-back-mode
               perform 3000-count-back thru 3000-count-back-exit
               goback
           end-if.
           move lookup-date to probe-date.
           perform 2000-classify-date thru 2000-classify-date-exit.
           move probe-type to lookup-day-type.
           move probe-end to lookup-period-end.
           move probe-status to lookup-status.
           goback.

      *----------------------------------------------------------------
      *  2000-classify-date - the calendar's word where it has one,
      *  otherwise the business-day default described above.
      *----------------------------------------------------------------
       2000-classify-date.
           if not calendar-available
               move "35" to probe-status
               go to 2100-default-date
           end-if.
           move probe-date to CAL-DATE.
           read PROCCAL-FILE
               invalid key
                   move "23" to probe-status
                   go to 2100-default-date
           end-read.
           move "00" to probe-status.
           move CAL-DAY-TYPE to probe-type.
           move CAL-PERIOD-END to probe-end.
           go to 2000-classify-date-exit.
       2100-default-date.
           move "B" to probe-type.
           move space to probe-end.
           if probe-date not numeric
               go to 2000-classify-date-exit
           end-if.
           compute probe-julian =
               function integer-of-date(probe-date) + 1.
           move function date-of-integer(probe-julian) to next-date.
           if next-dd = 1
               if probe-mm = 3 or probe-mm = 6 or probe-mm = 9
                   or probe-mm = 12
                   move "Q" to probe-end
               else
                   move "M" to probe-end
               end-if
           end-if.
       2000-classify-date-exit.
           exit.

      *----------------------------------------------------------------
      *  3000-count-back - steps back a day at a time from LOOKUP-DATE
      *  until LOOKUP-DAYS business days have been passed.  The walk is
      *  capped at ten times the count (plus a fortnight) so a
      *  calendar keyed as all holidays cannot loop the caller
      *  forever; if the cap is reached the calendar-day answer is
      *  returned instead.
      *----------------------------------------------------------------
       3000-count-back.
           move "00" to lookup-status.
           if not calendar-available
               move "35" to lookup-status
           end-if.
           move function integer-of-date(lookup-date) to probe-julian.
           move 0 to days-counted.
           move 0 to days-walked.
           perform 3100-step-back-one-day
               thru 3100-step-back-one-day-exit
               until days-counted >= lookup-days
                   or days-walked > lookup-days * 10 + 14.
           if days-counted < lookup-days
               compute probe-julian =
                   function integer-of-date(lookup-date) - lookup-days
           end-if.
           move function date-of-integer(probe-julian)
               to lookup-result-date.
       3000-count-back-exit.
           exit.

       3100-step-back-one-day.
           subtract 1 from probe-julian.
           add 1 to days-walked.
           move function date-of-integer(probe-julian) to probe-date.
           perform 2000-classify-date thru 2000-classify-date-exit.
           if probe-type = "B"
               add 1 to days-counted
           end-if.
       3100-step-back-one-day-exit.
           exit.

       end program CalLookup.
