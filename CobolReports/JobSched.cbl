      *  started and never ended.  The pass is reported to SCHEDRPT;
      *  the scheduler's own return code is 8 when any step failed or
      *  was skipped.
      *
      *  A step can be limited to certain kinds of day by the RUN-ON
      *  column after its MAXRC: blank or ALL runs every night as
      *  before, BUS only on processing (business) days, ME only on
      *  the month-end processing day and QE only on the quarter-end
      *  one, as the PROCCAL calendar marks them (CalLookup).  A step
      *  not due today is reported NOT DUE, writes no RUNHIST pair,
      *  and counts as satisfied for the steps that follow it - a
      *  month-end extract missing on an ordinary night must not hold
      *  up the nightly ones.
      *----------------------------------------------------------------

       environment division.
           05  JS-PREDS            pic x(26).
           05  filler              pic x(01).
           05  JS-MAXRC            pic x(02).
           05  filler              pic x(01).
           05  JS-RUN-ON           pic x(03).

       fd  RUNHIST-FILE.
       copy "RUNHREC.cpy".

       01 step-guid     pic x(36).

       01 cal-mode         pic x(01) value "T".
       01 cal-days         pic 9(04) value 0.
       01 cal-day-type     pic x(01).
           88 cal-processing-day value "B".
       01 cal-period-end   pic x(01).
           88 cal-month-end    value "M" "Q".
           88 cal-quarter-end  value "Q".
       01 cal-result-date  pic 9(08).
       01 cal-status       pic x(02).
       01 not-due-count    binary-long value 0.

      *----------------------------------------------------------------
      *  One entry per JOBSTREAM line, in file order.  Steps are run
      *  top to bottom, so the control file is expected to list a
               10 stp-program      pic x(20).
               10 stp-pred         pic x(08) occurs 3 times.
               10 stp-maxrc        pic 9(02).
               10 stp-run-on       pic x(03).
               10 stp-status       pic x(01).
                   88 stp-pending  value "P".
                   88 stp-ran-ok   value "R".
                   88 stp-failed   value "F".
                   88 stp-skipped  value "S".
                   88 stp-not-due  value "N".
               10 stp-retcode      pic 9(02).

       01 pred-work.
           open output REPORT-FILE.
           move "NIGHTLY JOB-CHAIN SCHEDULE" to REPORT-LINE.
           write REPORT-LINE.
           call "CalLookup" using cal-mode today-date cal-days
               cal-day-type cal-period-end cal-result-date cal-status.
           move spaces to REPORT-LINE.
           string "PROCESSING DATE " today-date " DAY TYPE "
               cal-day-type " PERIOD END " cal-period-end
               delimited by size into REPORT-LINE.
           if cal-status not = "00"
               move "(not on calendar)" to REPORT-LINE(50:17)
           end-if.
           write REPORT-LINE.
       1000-initialize-exit.
           exit.

           else
               move 0 to stp-maxrc(step-count)
           end-if.
           move JS-RUN-ON to stp-run-on(step-count).
           if stp-run-on(step-count) = "ALL"
               move spaces to stp-run-on(step-count)
           end-if.
           set stp-pending(step-count) to true.
           move 0 to stp-retcode(step-count).
       2100-store-one-step-exit.
      *  its return code against the step's MAXRC.
      *----------------------------------------------------------------
       3000-run-one-step.
           perform 3050-check-run-on thru 3050-check-run-on-exit.
           if stp-not-due(step-idx)
               add 1 to not-due-count
               move stp-name(step-idx) to dtl-step
               move stp-program(step-idx) to dtl-program
               move "NOT DUE  " to dtl-status
               move 0 to dtl-retcode
               move hold-reason to dtl-note
               perform 8000-write-detail
                   thru 8000-write-detail-exit
               go to 3000-run-one-step-exit
           end-if.
           if not stp-skipped(step-idx)
               perform 3100-check-predecessors
                   thru 3100-check-predecessors-exit
           end-if.
           if stp-skipped(step-idx)
               add 1 to skipped-count
               move stp-name(step-idx) to dtl-step
       3000-run-one-step-exit.
           exit.

      *----------------------------------------------------------------
      *  3050-check-run-on - an unrecognised RUN-ON code holds the
      *  step (SKIPPED, so the night's return code shows it) rather
      *  than guessing which days were meant.
      *----------------------------------------------------------------
       3050-check-run-on.
           move spaces to hold-reason.
           evaluate stp-run-on(step-idx)
               when spaces
                   continue
               when "BUS"
                   if not cal-processing-day
                       set stp-not-due(step-idx) to true
                       move "runs on processing days only"
                           to hold-reason
                   end-if
               when "ME "
                   if not cal-processing-day or not cal-month-end
                       set stp-not-due(step-idx) to true
                       move "runs at month end only" to hold-reason
                   end-if
               when "QE "
                   if not cal-processing-day or not cal-quarter-end
                       set stp-not-due(step-idx) to true
                       move "runs at quarter end only" to hold-reason
                   end-if
               when other
                   set stp-skipped(step-idx) to true
                   string "unknown run-on code "
                       stp-run-on(step-idx)
                       delimited by size into hold-reason
           end-evaluate.
       3050-check-run-on-exit.
           exit.

      *----------------------------------------------------------------
       3100-check-predecessors.
           move spaces to hold-reason.
               go to 3110-check-one-predecessor-exit
           end-if.
           if not stp-ran-ok(found-step)
               and not stp-not-due(found-step)
               set stp-skipped(step-idx) to true
               move spaces to hold-reason
               string "held by "
           close JOBSTREAM-FILE.
           close REPORT-FILE.
           display "JOBSCHED: " step-count " step(s), "
               failed-count " failed, " skipped-count " skipped, "
               not-due-count " not due".
       9000-terminate-exit.
           exit.

