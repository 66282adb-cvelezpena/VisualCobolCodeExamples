      *                 over the stream's maximum
      *    OK         - started in window and finished in time
      *  RUNSCHED lists one stream per line: the stream name (the
      *  STREAM setting Program1 stamps into RUNH-STREAM, or a
      *  JobSched step name), the start window open and close times
      *  (hhmm), and the maximum elapsed minutes.  Return code 4 when
      *  anything other than OK is found, so the absent run is caught
      *  the same morning.
      *
      *  A fifth RUNSCHED column says on which days the stream is
      *  expected, as the PROCCAL calendar marks them (CalLookup):
      *  blank or BUS on processing days only, ALL every day, ME on
      *  the month-end processing day and QE on the quarter-end one -
      *  the same codes JobSched's RUN-ON column takes.  A stream
      *  with no start record on a day it is not expected is NOT DUE,
      *  which is not an exception, so a bank holiday or a weekend no
      *  longer shows red.  A run that does start on such a day is
      *  still judged on its window and elapsed time.
      *----------------------------------------------------------------

       environment division.
           05  SCH-WINDOW-CLOSE    pic x(04).
           05  filler              pic x(01).
           05  SCH-MAX-ELAPSED     pic x(04).
           05  filler              pic x(01).
           05  SCH-RUN-ON          pic x(03).
               88  SCH-RUN-ON-VALID
                   value "   " "BUS" "ALL" "ME " "QE ".

       fd  RUNHIST-FILE.
       copy "RUNHREC.cpy".
       01 now-minutes      binary-long.
       01 today-julian     binary-long.

       01 cal-mode         pic x(01) value "T".
       01 cal-days         pic 9(04) value 0.
       01 cal-day-type     pic x(01).
           88 cal-processing-day value "B".
       01 cal-period-end   pic x(01).
           88 cal-month-end    value "M" "Q".
           88 cal-quarter-end  value "Q".
       01 cal-result-date  pic 9(08).
       01 cal-status       pic x(02).
       01 due-flag pic x(01).
           88 stream-due-today value "Y".

       01 end-of-runsched pic x(01) value "N".
           88 no-more-runsched-records value "Y".
       01 end-of-runhist pic x(01) value "N".
               10 sce-open         pic 9(04).
               10 sce-close        pic 9(04).
               10 sce-max-elapsed  pic 9(04).
               10 sce-run-on       pic x(03).

       01 run-table.
           05 run-entry occurs 200 times.
           open output REPORT-FILE.
           move "SCHEDULED STREAM MONITOR" to REPORT-LINE.
           write REPORT-LINE.
           call "CalLookup" using cal-mode today-date cal-days
               cal-day-type cal-period-end cal-result-date cal-status.
       1000-initialize-exit.
           exit.

               add 1 to exception-count
               go to 2100-store-one-stream-exit
           end-if.
           if not SCH-RUN-ON-VALID
               move SCH-STREAM to mon-stream
               move "BAD ENTRY " to mon-verdict
               move "run-on column must be blank, BUS, ALL, ME or QE"
                   to mon-detail
               perform 8000-write-monitor-line
                   thru 8000-write-monitor-line-exit
               add 1 to exception-count
               go to 2100-store-one-stream-exit
           end-if.
           if sched-count >= 50
               set table-overflowed to true
               go to 2100-store-one-stream-exit
           move SCH-WINDOW-OPEN to sce-open(sched-count).
           move SCH-WINDOW-CLOSE to sce-close(sched-count).
           move SCH-MAX-ELAPSED to sce-max-elapsed(sched-count).
           move SCH-RUN-ON to sce-run-on(sched-count).
       2100-store-one-stream-exit.
           exit.

               end-if
           end-perform.

           if best-start = 0
               perform 4150-check-due thru 4150-check-due-exit
           end-if.
           if best-start = 0 and not stream-due-today
               move "NOT DUE   " to mon-verdict
               move spaces to mon-detail
               string "not expected on a " cal-day-type
                   " day (run-on " sce-run-on(sched-idx) ")"
                   delimited by size into mon-detail
               perform 8000-write-monitor-line
                   thru 8000-write-monitor-line-exit
               go to 4100-judge-one-stream-exit
           end-if.
           if best-start = 0
               if now-minutes > window-close-minutes
                   move "MISSED    " to mon-verdict
       4100-judge-one-stream-exit.
           exit.

      *----------------------------------------------------------------
      *  4150-check-due - today's day type against the stream's
      *  run-on code.  Month- and quarter-end streams are due only on
      *  a processing day carrying that marker.
      *----------------------------------------------------------------
       4150-check-due.
           move "N" to due-flag.
           evaluate sce-run-on(sched-idx)
               when "ALL"
                   set stream-due-today to true
               when "ME "
                   if cal-processing-day and cal-month-end
                       set stream-due-today to true
                   end-if
               when "QE "
                   if cal-processing-day and cal-quarter-end
                       set stream-due-today to true
                   end-if
               when other
                   if cal-processing-day
                       set stream-due-today to true
                   end-if
           end-evaluate.
       4150-check-due-exit.
           exit.

      *----------------------------------------------------------------
      *  4200-check-elapsed - a completed run is judged on its real
      *  S-to-E elapsed time; a run still open is judged on its age so
