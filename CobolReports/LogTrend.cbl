      *  it lists, and reports warnings/errors/fatals per day per
      *  UserId.  A UserId whose latest-day error count exceeds its
      *  trailing average over the earlier days by more than the
      *  jump threshold is flagged, so two weeks of slow
      *  deterioration is visible before it becomes an outage.
      *  The threshold is the JUMPTHRESH setting on the PARMLIB
      *  parameter library, read through ParmGet; 10 when none is in
      *  force.
      *
      *  The same days are also rolled up per department.  Each
      *  archived line goes to the department its operator belonged
      *  to on the line's own LOG-TIMESTAMP date - the OPERDEPT
      *  transfer history through the DeptAsOf lookup, the current
      *  OPERMAST department only for an operator never moved - so
      *  the team trend does not jump when someone changes teams.
      *----------------------------------------------------------------

       environment division.
               organization line sequential
               file status is archive-status.

           select OPERMAST-FILE assign "OPERMAST"
               organization indexed
               access dynamic
               record key OPER-ID
               file status is opermast-status.

           select REPORT-FILE assign "TRENDRPT"
               organization line sequential
       fd  ARCHIVE-FILE.
       copy "LOGREC.cpy".

       fd  OPERMAST-FILE.
       copy "OPERREC.cpy".

       fd  REPORT-FILE.
       01  REPORT-LINE                pic x(100).

       working-storage section.
       copy "PARMREQ.cpy".

       01 manifest-status   pic x(02).
       01 archive-status    pic x(02).
       01 opermast-status   pic x(02).
       01 report-status     pic x(02).

       01 archive-name      pic x(20).
       01 jump-threshold    binary-long value 10.

       01 end-of-manifest pic x(01) value "N".
           88 no-more-manifest-records value "Y".
       01 user-idx     binary-long.
       01 found-user   binary-long.
       01 current-day  binary-long.
       01 manifest-entries binary-long value 0.
       01 skip-entries     binary-long value 0.
       01 skip-edit        pic zzzz9.

       01 trailing-sum     binary-long.
       01 trailing-days    binary-long.
       01 table-overflow pic x(01) value "N".
           88 table-overflowed value "Y".

       01 master-state pic x(01) value "N".
           88 master-available value "Y".
       01 master-found pic x(01).
           88 master-record-found value "Y".

       01 dept-count    binary-long value 0.
       01 dept-idx      binary-long.
       01 found-dept    binary-long.

       01 cached-userid    pic x(20) value high-values.
       01 cached-day       pic x(10) value high-values.
       01 cached-dept      pic x(10).
       01 log-date-x       pic x(08).
       01 log-date         pic 9(08).
       01 history-dept     pic x(10).
       01 history-status   pic x(02).

      *----------------------------------------------------------------
      *  One day column per manifest entry, one row per UserId.  The
      *  manifest can list far more archives than there are columns -
      *  RETDAYS runs to 999, business-day retention keeps weekends
      *  and holidays too, and an archive under legal hold stays
      *  indefinitely - so only the newest 31 entries are tallied; the
      *  older ones are counted off the front of the manifest first.
      *----------------------------------------------------------------
       01 day-table.
           05 day-entry occurs 31 times.
                   15 usr-errors   pic 9(09).
                   15 usr-fatals   pic 9(09).

       01 dept-table.
           05 dept-entry occurs 30 times.
               10 dpt-dept         pic x(10).
               10 dpt-day occurs 31 times.
                   15 dpt-warns    pic 9(09).
                   15 dpt-errors   pic 9(09).
                   15 dpt-fatals   pic 9(09).

       01 trend-line.
           05 trl-userid           pic x(20).
           05 filler               pic x(01) value space.
           05 fll-avg              pic zzzzzzzz9.
           05 filler               pic x(03) value " **".

       01 dept-trend-line.
           05 filler               pic x(05) value "DEPT ".
           05 dtl-dept             pic x(10).
           05 filler               pic x(06) value space.
           05 dtl-date             pic 9(08).
           05 filler               pic x(07) value " warns=".
           05 dtl-warns            pic zzzzzzzz9.
           05 filler               pic x(06) value " errs=".
           05 dtl-errors           pic zzzzzzzz9.
           05 filler               pic x(05) value " ftl=".
           05 dtl-fatals           pic zzzzzzzz9.

       procedure division.
           perform 1000-initialize thru 1000-initialize-exit.
           perform 2000-walk-manifest thru 2000-walk-manifest-exit
               until no-more-manifest-records.
           perform 3000-print-trend thru 3000-print-trend-exit.
           perform 3500-print-dept-trend
               thru 3500-print-dept-trend-exit.
           perform 4000-flag-jumps thru 4000-flag-jumps-exit.
           perform 9000-terminate thru 9000-terminate-exit.
           goback.

      *----------------------------------------------------------------
       1000-initialize.
           move "G" to PRQ-MODE.
           move "LogTrend" to PRQ-CALLER.
           move "LogTrend" to PRQ-PROGRAM.
           move "JUMPTHRESH" to PRQ-KEYWORD.
           call "ParmGet" using PARM-REQUEST.
           if PRQ-STATUS < "12"
               move PRQ-NUMBER to jump-threshold
           end-if.
           perform 1100-count-manifest thru 1100-count-manifest-exit.
           open input ARCHMANIFEST-FILE.
           if manifest-status <> "00"
               set no-more-manifest-records to true
           end-if.
           open input OPERMAST-FILE.
           if opermast-status = "00"
               set master-available to true
           end-if.
           open output REPORT-FILE.
           move "MULTI-DAY SEVERITY TREND BY USERID" to REPORT-LINE.
           write REPORT-LINE.
           if skip-entries > 0
               move skip-entries to skip-edit
               move spaces to REPORT-LINE
               string "NOTE: newest 31 archives shown, " skip-edit
                   " older archive(s) on the manifest left out"
                   delimited by size into REPORT-LINE
               write REPORT-LINE
           end-if.
       1000-initialize-exit.
           exit.

      *----------------------------------------------------------------
      *  1100-count-manifest - how many entries there are, so the walk
      *  can pass over all but the newest 31 without reading their
      *  archives.
      *----------------------------------------------------------------
       1100-count-manifest.
           open input ARCHMANIFEST-FILE.
           if manifest-status <> "00"
               go to 1100-count-manifest-exit
           end-if.
           perform 1110-count-one-entry thru 1110-count-one-entry-exit
               until no-more-manifest-records.
           close ARCHMANIFEST-FILE.
           move "N" to end-of-manifest.
           if manifest-entries > 31
               compute skip-entries = manifest-entries - 31
           end-if.
       1100-count-manifest-exit.
           exit.

       1110-count-one-entry.
           read ARCHMANIFEST-FILE
               at end
                   set no-more-manifest-records to true
               not at end
                   add 1 to manifest-entries
           end-read.
       1110-count-one-entry-exit.
           exit.

      *----------------------------------------------------------------
      *  2000-walk-manifest - one day column per manifest entry, then
      *  every record of that day's archive is tallied into it.  The
      *  manifest is appended chronologically by LogArchive, so the
      *  day columns come out oldest-to-newest with no sort needed,
      *  and the entries passed over first are the oldest ones.
      *----------------------------------------------------------------
       2000-walk-manifest.
           read ARCHMANIFEST-FILE
               at end
                   set no-more-manifest-records to true
               not at end
                   if skip-entries > 0
                       subtract 1 from skip-entries
                       go to 2000-walk-manifest-exit
                   end-if
                   if day-count < 31
                       add 1 to day-count
                       move MANIFEST-CREATED-DATE
           if LOG-TRAILER-RECORD
               go to 2200-tally-one-record-exit
           end-if.
           perform 2400-tally-department
               thru 2400-tally-department-exit.
           perform 2300-find-or-add-userid
               thru 2300-find-or-add-userid-exit.
           if found-user = 0
       2300-find-or-add-userid-exit.
           exit.

      *----------------------------------------------------------------
      *  2400-tally-department - the record's severity also goes to
      *  its operator's department as of the record's own date; the
      *  lookup is cached per UserId and day, as LogSummary does.
      *----------------------------------------------------------------
       2400-tally-department.
           perform 2500-resolve-department
               thru 2500-resolve-department-exit.
           move 0 to found-dept.
           perform varying dept-idx from 1 by 1
               until dept-idx > dept-count or found-dept > 0
               if dpt-dept(dept-idx) = cached-dept
                   move dept-idx to found-dept
               end-if
           end-perform.
           if found-dept = 0
               if dept-count >= 30
                   set table-overflowed to true
                   go to 2400-tally-department-exit
               end-if
               add 1 to dept-count
               move cached-dept to dpt-dept(dept-count)
               perform varying day-idx from 1 by 1
                   until day-idx > 31
                   move 0 to dpt-warns(dept-count day-idx)
                   move 0 to dpt-errors(dept-count day-idx)
                   move 0 to dpt-fatals(dept-count day-idx)
               end-perform
               move dept-count to found-dept
           end-if.
           evaluate LOG-SEVERITY
               when "WARN"
                   add 1 to dpt-warns(found-dept current-day)
               when "ERROR"
                   add 1 to dpt-errors(found-dept current-day)
               when "FATAL"
                   add 1 to dpt-fatals(found-dept current-day)
               when other
                   continue
           end-evaluate.
       2400-tally-department-exit.
           exit.

       2500-resolve-department.
           if LOG-USERID = cached-userid
               and LOG-TIMESTAMP(1:10) = cached-day
               go to 2500-resolve-department-exit
           end-if.
           move LOG-USERID to cached-userid.
           move LOG-TIMESTAMP(1:10) to cached-day.
           move "*UNKNOWN*" to cached-dept.
           move spaces to log-date-x.
           string LOG-TIMESTAMP(1:4) LOG-TIMESTAMP(6:2)
               LOG-TIMESTAMP(9:2)
               delimited by size into log-date-x.
           if log-date-x numeric
               move log-date-x to log-date
               call "DeptAsOf" using cached-userid log-date
                   history-dept history-status
               if history-status = "00"
                   move history-dept to cached-dept
                   go to 2500-resolve-department-exit
               end-if
           end-if.
           if not master-available
               go to 2500-resolve-department-exit
           end-if.
           move LOG-USERID to OPER-ID.
           move "Y" to master-found.
           read OPERMAST-FILE
               invalid key
                   move "N" to master-found
           end-read.
           if master-record-found
               move OPER-DEPT to cached-dept
           end-if.
       2500-resolve-department-exit.
           exit.

      *----------------------------------------------------------------
       3000-print-trend.
           perform varying user-idx from 1 by 1
           if table-overflowed
               move spaces to REPORT-LINE
               string
                   "*** WARNING: day, UserId or department table"
                   " overflowed -"
                   " report incomplete ***"
                   delimited by size into REPORT-LINE
               write REPORT-LINE
       3000-print-trend-exit.
           exit.

      *----------------------------------------------------------------
      *  3500-print-dept-trend - the department matrix, one line per
      *  department per day, after the per-UserId detail.
      *----------------------------------------------------------------
       3500-print-dept-trend.
           move spaces to REPORT-LINE.
           write REPORT-LINE.
           move "SEVERITY TREND BY DEPARTMENT (AS OF EACH LINE'S DATE)"
               to REPORT-LINE.
           write REPORT-LINE.
           perform varying dept-idx from 1 by 1
               until dept-idx > dept-count
               perform varying day-idx from 1 by 1
                   until day-idx > day-count
                   move dpt-dept(dept-idx) to dtl-dept
                   move day-date(day-idx) to dtl-date
                   move dpt-warns(dept-idx day-idx) to dtl-warns
                   move dpt-errors(dept-idx day-idx) to dtl-errors
                   move dpt-fatals(dept-idx day-idx) to dtl-fatals
                   move dept-trend-line to REPORT-LINE
                   write REPORT-LINE
               end-perform
           end-perform.
       3500-print-dept-trend-exit.
           exit.

      *----------------------------------------------------------------
      *  4000-flag-jumps - the latest day column against the average
      *  of all earlier days.  Integer average is good enough for an
      *----------------------------------------------------------------
       9000-terminate.
           close ARCHMANIFEST-FILE.
           if master-available
               close OPERMAST-FILE
           end-if.
           close REPORT-FILE.
       9000-terminate-exit.
           exit.
