      $SET ILUSING"Demo.Net"

       program-id. DeptAsOf.

      *----------------------------------------------------------------
      *  DeptAsOf - the one reader of OPERDEPT (DEPTHREC.cpy), the
      *  effective-dated department history, called by every report
      *  that credits a LOGFILE line or a run to a team:
      *
      *      call "DeptAsOf" using oper-id as-of-date dept-result
      *                            dept-status
      *
      *  Returns the department OPER-ID belonged to on AS-OF-DATE
      *  (yyyymmdd): the TO department of the latest history line
      *  effective on or before that date, or - for a date ahead of
      *  the operator's first line - the FROM department of that
      *  first line (its TO department when it is the opening ADD
      *  line, which has no FROM).
      *
      *  DEPT-STATUS: 00 = resolved from history, 23 = no history for
      *  this operator (the caller falls back to OPERMAST's current
      *  OPER-DEPT - an operator never transferred has never been in
      *  any other department).  The history is loaded into memory
      *  on the first call and held for the rest of the run.  Only
      *  the first 1000 lines of the file are held: later lines -
      *  the most recent transfers - are not consulted, and an
      *  operator whose moves fall past the table is credited as of
      *  the last line that fitted.  When that happens the load says
      *  so once on the console, with the count of lines left out,
      *  so the table can be widened.
      *----------------------------------------------------------------

       environment division.
       input-output section.
       file-control.
           select OPERDEPT-FILE assign "OPERDEPT"
               organization line sequential
               file status is operdept-status.

       data division.
       file section.
       fd  OPERDEPT-FILE.
       copy "DEPTHREC.cpy".

       working-storage section.
       01 operdept-status  pic x(02).

       01 history-state pic x(01) value "N".
           88 history-loaded value "Y".
       01 end-of-operdept pic x(01) value "N".
           88 no-more-operdept-records value "Y".
       01 history-overflow pic x(01) value "N".
           88 history-overflowed value "Y".
       01 skipped-count binary-long value 0.

       01 hist-count    binary-long value 0.
       01 hist-idx      binary-long.
       01 best-idx      binary-long.
       01 first-idx     binary-long.

       01 hist-table.
           05 hist-entry occurs 1000 times.
               10 hst-oper-id      pic x(20).
               10 hst-eff-date     pic 9(08).
               10 hst-from-dept    pic x(10).
               10 hst-to-dept      pic x(10).

       linkage section.
       01 lookup-oper-id   pic x(20).
       01 lookup-date      pic 9(08).
       01 lookup-dept      pic x(10).
       01 lookup-status    pic x(02).

       procedure division using lookup-oper-id lookup-date
                                lookup-dept lookup-status.
           if not history-loaded
               perform 1000-load-history thru 1000-load-history-exit
           end-if.
           move spaces to lookup-dept.
           move "23" to lookup-status.
           move 0 to best-idx.
           move 0 to first-idx.
           perform varying hist-idx from 1 by 1
               until hist-idx > hist-count
               if hst-oper-id(hist-idx) = lookup-oper-id
                   perform 2000-weigh-one-entry
                       thru 2000-weigh-one-entry-exit
               end-if
           end-perform.
           if best-idx > 0
               move hst-to-dept(best-idx) to lookup-dept
               move "00" to lookup-status
           else
               if first-idx > 0
                   if hst-from-dept(first-idx) = spaces
                       move hst-to-dept(first-idx) to lookup-dept
                   else
                       move hst-from-dept(first-idx) to lookup-dept
                   end-if
                   move "00" to lookup-status
               end-if
           end-if.
           goback.

      *----------------------------------------------------------------
      *  1000-load-history - a missing OPERDEPT is not an error: it
      *  only means nobody has been added or moved since the history
      *  began, so every lookup answers 23 and the master stands.
      *----------------------------------------------------------------
       1000-load-history.
           set history-loaded to true.
           open input OPERDEPT-FILE.
           if operdept-status <> "00"
               go to 1000-load-history-exit
           end-if.
           perform 1100-load-one-entry
               thru 1100-load-one-entry-exit
               until no-more-operdept-records.
           close OPERDEPT-FILE.
           if history-overflowed
               display "DEPTASOF: department history table full - "
                   skipped-count " OPERDEPT line(s) not loaded, "
                   "later transfers not applied"
           end-if.
       1000-load-history-exit.
           exit.

       1100-load-one-entry.
           read OPERDEPT-FILE
               at end
                   set no-more-operdept-records to true
                   go to 1100-load-one-entry-exit
           end-read.
           if DEPTH-EFF-DATE not numeric
               go to 1100-load-one-entry-exit
           end-if.
           if hist-count >= 1000
               set history-overflowed to true
               add 1 to skipped-count
               go to 1100-load-one-entry-exit
           end-if.
           add 1 to hist-count.
           move DEPTH-OPER-ID to hst-oper-id(hist-count).
           move DEPTH-EFF-DATE to hst-eff-date(hist-count).
           move DEPTH-FROM-DEPT to hst-from-dept(hist-count).
           move DEPTH-TO-DEPT to hst-to-dept(hist-count).
       1100-load-one-entry-exit.
           exit.

      *----------------------------------------------------------------
      *  2000-weigh-one-entry - keeps the latest line effective on or
      *  before the date asked about, and the operator's earliest line
      *  for dates that precede the whole history.  A later line with
      *  the same effective date wins, so a same-day correction is
      *  the one that counts.
      *----------------------------------------------------------------
       2000-weigh-one-entry.
           if hst-eff-date(hist-idx) not > lookup-date
               if best-idx = 0
                   or hst-eff-date(hist-idx) not <
                       hst-eff-date(best-idx)
                   move hist-idx to best-idx
               end-if
           end-if.
           if first-idx = 0
               or hst-eff-date(hist-idx) < hst-eff-date(first-idx)
               move hist-idx to first-idx
           end-if.
       2000-weigh-one-entry-exit.
           exit.

       end program DeptAsOf.
