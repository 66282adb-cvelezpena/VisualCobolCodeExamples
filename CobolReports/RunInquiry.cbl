      $SET ILUSING"Demo.Net"

       program-id. RunInquiry.

      *----------------------------------------------------------------
      *  RunInquiry - online answer to "what happened to my job last
      *  night", in place of running LogExtract, RunSummary and
      *  reading ALERTQ and VERIFYRPT one batch at a time.  The
      *  analyst keys one of:
      *    GUID               a session GUID
      *    RUN ID             a logical-run id from RUNREG
      *    OPERATOR and DATE  the runs that operator started that day
      *                       (YYYY-MM-DD or yyyymmdd); when there are
      *                       several they are listed and one is
      *                       picked by its number in ACTION
      *  A GUID that belongs to a logical run brings in the whole run,
      *  every RUNREG segment of it.  For each segment the screen
      *  shows the RUNHIST start and end, the logger's trailer and
      *  the LogVerify verdict from VERIFYRPT, then the run's alerts
      *  on ALERTQ with their acknowledgment state, then its LOGFILE
      *  lines.
      *
      *  The log lines are read only from the files LOGINDEX says can
      *  hold the sessions, on LogExtract's rules: a file with an
      *  entry for one of them, an *OVERFLOW* entry, or no entries at
      *  all (it predates the index).  Without a LOGINDEX every file
      *  on ARCHMANIFEST is read, and LOGFILE last, so the lines come
      *  out oldest first.
      *
      *  Everything is laid out as one list of lines and paged
      *  sixteen at a time: ACTION blank (or N) pages forward, P back,
      *  T to the top, L to the first log line, X leaves.  Changing
      *  any key field and pressing Enter starts a new inquiry.
      *  Nothing is written; every file is opened for input and
      *  closed again inside the inquiry.
      *----------------------------------------------------------------

       environment division.
       input-output section.
       file-control.
           select RUNHIST-FILE assign "RUNHIST"
               organization line sequential
               file status is runhist-status.

           select RUNREG-FILE assign "RUNREG"
               organization line sequential
               file status is runreg-status.

           select ALERTQ-FILE assign "ALERTQ"
               organization line sequential
               file status is alertq-status.

           select VERIFYRPT-FILE assign "VERIFYRPT"
               organization line sequential
               file status is verifyrpt-status.

           select LOGINDEX-FILE assign "LOGINDEX"
               organization line sequential
               file status is logindex-status.

           select ARCHMANIFEST-FILE assign "ARCHMANIFEST"
               organization line sequential
               file status is manifest-status.

           select LOG-SOURCE-FILE assign log-source-name
               organization line sequential
               file status is log-source-status.

       data division.
       file section.
       fd  RUNHIST-FILE.
       copy "RUNHREC.cpy".

       fd  RUNREG-FILE.
       copy "RUNREC.cpy".

       fd  ALERTQ-FILE.
       copy "ALERTREC.cpy".

       fd  VERIFYRPT-FILE.
       01  VERIFYRPT-LINE             pic x(132).

       fd  LOGINDEX-FILE.
       copy "LOGIDX.cpy".

       fd  ARCHMANIFEST-FILE.
       copy "MANREC.cpy".

      *----------------------------------------------------------------
      *  LOGFILE and its dated archives are all read through this one
      *  FD; LOG-SOURCE-NAME is set to each file in turn.
      *----------------------------------------------------------------
       fd  LOG-SOURCE-FILE.
       copy "LOGREC.cpy".

       working-storage section.
       01 runhist-status   pic x(02).
       01 runreg-status    pic x(02).
       01 alertq-status    pic x(02).
       01 verifyrpt-status pic x(02).
       01 logindex-status  pic x(02).
       01 manifest-status  pic x(02).
       01 log-source-status pic x(02).
       01 log-source-name  pic x(20).

       01 end-of-runhist pic x(01).
           88 no-more-runhist-records value "Y".
       01 end-of-runreg pic x(01).
           88 no-more-runreg-records value "Y".
       01 end-of-alertq pic x(01).
           88 no-more-alert-records value "Y".
       01 end-of-verifyrpt pic x(01).
           88 no-more-verifyrpt-records value "Y".
       01 end-of-logindex pic x(01).
           88 no-more-index-records value "Y".
       01 end-of-manifest pic x(01).
           88 no-more-manifest-records value "Y".
       01 end-of-log-source pic x(01).
           88 no-more-log-source-records value "Y".

       01 inquiry-state pic x(01) value "N".
           88 inquiry-finished value "Y".

      *----------------------------------------------------------------
      *  The screen's key and action fields, and the keys of the
      *  inquiry now shown, so a changed key is told from paging.
      *----------------------------------------------------------------
       01 inq-guid         pic x(36) value spaces.
       01 inq-run-id       pic x(15) value spaces.
       01 inq-operator     pic x(20) value spaces.
       01 inq-date         pic x(10) value spaces.
       01 inq-action       pic x(02) value spaces.
       01 inq-message      pic x(79) value spaces.
       01 shown-guid       pic x(36) value spaces.
       01 shown-run-id     pic x(15) value spaces.
       01 shown-operator   pic x(20) value spaces.
       01 shown-date       pic x(10) value spaces.

       01 action-number    pic 9(02).
       01 date-work-x      pic x(08).
       01 wanted-date      pic 9(08).
       01 wanted-run-id    pic x(15).
       01 run-operator     pic x(20).

      *----------------------------------------------------------------
      *  Runs an operator started on the day asked about, when there
      *  is more than one to choose from.
      *----------------------------------------------------------------
       01 cand-count       binary-long value 0.
       01 cand-idx         binary-long.
       01 cand-overflow pic x(01).
           88 cand-table-overflowed value "Y".
       01 cand-table.
           05 cand-entry occurs 15 times.
               10 cnd-guid         pic x(36).
               10 cnd-time         pic 9(06).
               10 cnd-stream       pic x(08).

      *----------------------------------------------------------------
      *  The sessions of the run asked about, one per segment.
      *----------------------------------------------------------------
       01 seg-count        binary-long value 0.
       01 seg-idx          binary-long.
       01 found-seg        binary-long.
       01 seg-overflow pic x(01).
           88 seg-table-overflowed value "Y".
       01 seg-table.
           05 seg-entry occurs 20 times.
               10 seg-guid         pic x(36).
               10 seg-reg-date     pic 9(08).
               10 seg-reg-time     pic 9(06).
               10 seg-has-start    pic x(01).
               10 seg-start-date   pic 9(08).
               10 seg-start-time   pic 9(06).
               10 seg-has-end      pic x(01).
               10 seg-end-date     pic 9(08).
               10 seg-end-time     pic 9(06).
               10 seg-rows         pic 9(09).
               10 seg-errors       pic 9(09).
               10 seg-fatals       pic 9(09).
               10 seg-retcode      pic 9(02).
               10 seg-has-trailer  pic x(01).
               10 seg-trl-infos    pic 9(09).
               10 seg-trl-warns    pic 9(09).
               10 seg-trl-errors   pic 9(09).
               10 seg-trl-fatals   pic 9(09).
               10 seg-log-count    binary-long.
               10 seg-verdict      pic x(11).
               10 seg-verify-note  pic x(57).
       01 lookup-guid      pic x(36).

      *----------------------------------------------------------------
      *  Alerts raised under any of the sessions.
      *----------------------------------------------------------------
       01 alert-count      binary-long value 0.
       01 alert-idx        binary-long.
       01 alert-overflow pic x(01).
           88 alert-table-overflowed value "Y".
       01 alert-table.
           05 alert-entry occurs 20 times.
               10 alt-timestamp    pic x(19).
               10 alt-source       pic x(10).
               10 alt-status       pic x(08).
               10 alt-ack-id       pic x(20).
               10 alt-ack-note     pic x(60).
               10 alt-tier         pic x(01).
               10 alt-paged-id     pic x(20).

      *----------------------------------------------------------------
      *  What LOGINDEX says about each file it lists.
      *----------------------------------------------------------------
       01 index-state pic x(01).
           88 index-available value "Y".
       01 index-count      binary-long value 0.
       01 index-idx        binary-long.
       01 found-index      binary-long.
       01 index-table.
           05 index-entry occurs 200 times.
               10 ixf-name         pic x(20).
               10 ixf-match        pic x(01).
               10 ixf-overflow     pic x(01).
       01 file-match pic x(01).
           88 file-may-hold-run value "Y".
       01 files-read       binary-long value 0.

      *----------------------------------------------------------------
      *  The log lines found, already laid out for the screen.
      *----------------------------------------------------------------
       01 log-count        binary-long value 0.
       01 log-idx          binary-long.
       01 log-overflow pic x(01).
           88 log-table-overflowed value "Y".
       01 log-table.
           05 log-line occurs 500 times pic x(79).

      *----------------------------------------------------------------
      *  Everything the inquiry found, as screen lines, and the page
      *  of them on display.
      *----------------------------------------------------------------
       01 view-count       binary-long value 0.
       01 view-idx         binary-long.
       01 view-log-start   binary-long value 0.
       01 view-work        pic x(79).
       01 view-table.
           05 view-line occurs 700 times pic x(79).
       01 page-size        binary-long value 16.
       01 page-number      binary-long value 1.
       01 page-count       binary-long value 1.
       01 page-idx         binary-long.
       01 page-table.
           05 page-line occurs 16 times pic x(79).
       01 dash-line        pic x(79) value all "-".

       01 count-edit       pic zzz9.
       01 seg-number-edit  pic z9.
       01 rows-edit        pic zzzzzzzz9.
       01 errors-edit      pic zzzzzzzz9.
       01 fatals-edit      pic zzzzzzzz9.
       01 infos-edit       pic zzzzzzzz9.
       01 warns-edit       pic zzzzzzzz9.

       screen section.
       01 inquiry-screen.
           05 blank screen.
           05 line 1 col 1 value "RUNINQ  SESSION / RUN INQUIRY".
           05 line 1 col 62 value "PAGE".
           05 line 1 col 67 pic zz9 from page-number.
           05 line 1 col 71 value "OF".
           05 line 1 col 74 pic zz9 from page-count.
           05 line 2 col 1 value "GUID".
           05 line 2 col 11 pic x(36) using inq-guid.
           05 line 3 col 1 value "RUN ID".
           05 line 3 col 11 pic x(15) using inq-run-id.
           05 line 3 col 28 value "OPERATOR".
           05 line 3 col 37 pic x(20) using inq-operator.
           05 line 3 col 59 value "DATE".
           05 line 3 col 64 pic x(10) using inq-date.
           05 line 4 col 1 pic x(79) from dash-line.
           05 line 5 col 1 pic x(79) from page-line(1).
           05 line 6 col 1 pic x(79) from page-line(2).
           05 line 7 col 1 pic x(79) from page-line(3).
           05 line 8 col 1 pic x(79) from page-line(4).
           05 line 9 col 1 pic x(79) from page-line(5).
           05 line 10 col 1 pic x(79) from page-line(6).
           05 line 11 col 1 pic x(79) from page-line(7).
           05 line 12 col 1 pic x(79) from page-line(8).
           05 line 13 col 1 pic x(79) from page-line(9).
           05 line 14 col 1 pic x(79) from page-line(10).
           05 line 15 col 1 pic x(79) from page-line(11).
           05 line 16 col 1 pic x(79) from page-line(12).
           05 line 17 col 1 pic x(79) from page-line(13).
           05 line 18 col 1 pic x(79) from page-line(14).
           05 line 19 col 1 pic x(79) from page-line(15).
           05 line 20 col 1 pic x(79) from page-line(16).
           05 line 21 col 1 pic x(79) from dash-line.
           05 line 22 col 1 value "ACTION".
           05 line 22 col 8 pic x(02) using inq-action.
           05 line 22 col 12 value
               "blank/N next  P previous  T top  L log lines  X exit".
           05 line 23 col 1 pic x(79) from inq-message.

       procedure division.
           perform 1000-initialize thru 1000-initialize-exit.
           perform 2000-converse thru 2000-converse-exit
               until inquiry-finished.
           goback.

      *----------------------------------------------------------------
       1000-initialize.
           move spaces to view-table.
           move 0 to view-count.
           move "ENTER A GUID, A RUN ID, OR AN OPERATOR AND DATE"
               to inq-message.
       1000-initialize-exit.
           exit.

      *----------------------------------------------------------------
      *  2000-converse - show the page, take the keys and action
      *  back, and act on them: new keys start a new inquiry,
      *  otherwise the action moves through the pages.
      *----------------------------------------------------------------
       2000-converse.
           perform 2100-fill-page thru 2100-fill-page-exit.
           display inquiry-screen.
           accept inquiry-screen.
           move spaces to inq-message.
           inspect inq-action converting "abcdefghijklmnopqrstuvwxyz"
               to "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           perform 2200-act-on-entry thru 2200-act-on-entry-exit.
           move spaces to inq-action.
       2000-converse-exit.
           exit.

       2100-fill-page.
           compute page-count = (view-count + page-size - 1)
               / page-size.
           if page-count < 1
               move 1 to page-count
           end-if.
           if page-number > page-count
               move page-count to page-number
           end-if.
           if page-number < 1
               move 1 to page-number
           end-if.
           compute view-idx = (page-number - 1) * page-size.
           perform varying page-idx from 1 by 1
               until page-idx > page-size
               add 1 to view-idx
               if view-idx > view-count
                   move spaces to page-line(page-idx)
               else
                   move view-line(view-idx) to page-line(page-idx)
               end-if
           end-perform.
       2100-fill-page-exit.
           exit.

       2200-act-on-entry.
           if inq-action = "X"
               set inquiry-finished to true
               go to 2200-act-on-entry-exit
           end-if.
           if inq-guid not = shown-guid
               or inq-run-id not = shown-run-id
               or inq-operator not = shown-operator
               or inq-date not = shown-date
               perform 3000-inquire thru 3000-inquire-exit
               go to 2200-act-on-entry-exit
           end-if.
           if inq-action(1:1) numeric and cand-count > 0
               perform 2300-pick-candidate
                   thru 2300-pick-candidate-exit
               go to 2200-act-on-entry-exit
           end-if.
           evaluate inq-action
               when spaces
               when "N "
                   if page-number >= page-count
                       move "LAST PAGE" to inq-message
                   else
                       add 1 to page-number
                   end-if
               when "P "
                   if page-number <= 1
                       move "FIRST PAGE" to inq-message
                   else
                       subtract 1 from page-number
                   end-if
               when "T "
                   move 1 to page-number
               when "L "
                   if view-log-start = 0
                       move "NO LOG LINES TO SHOW" to inq-message
                   else
                       compute page-number =
                           (view-log-start - 1) / page-size + 1
                   end-if
               when other
                   move "ACTION NOT RECOGNISED" to inq-message
           end-evaluate.
       2200-act-on-entry-exit.
           exit.

      *----------------------------------------------------------------
      *  2300-pick-candidate - a number in ACTION picks one run from
      *  the operator's list; it is then looked up as its GUID.
      *----------------------------------------------------------------
       2300-pick-candidate.
           move 0 to action-number.
           if inq-action(2:1) = space
               move inq-action(1:1) to action-number
           else
               if inq-action numeric
                   move inq-action to action-number
               end-if
           end-if.
           if action-number < 1 or action-number > cand-count
               move "NO RUN WITH THAT NUMBER ON THE LIST"
                   to inq-message
               go to 2300-pick-candidate-exit
           end-if.
           move cnd-guid(action-number) to inq-guid.
           perform 3000-inquire thru 3000-inquire-exit.
       2300-pick-candidate-exit.
           exit.

      *----------------------------------------------------------------
      *  3000-inquire - the GUID wins over the run id, the run id
      *  over operator and date.  Once the sessions are known the
      *  rest is gathered from every source and laid out afresh.
      *----------------------------------------------------------------
       3000-inquire.
           move inq-guid to shown-guid.
           move inq-run-id to shown-run-id.
           move inq-operator to shown-operator.
           move inq-date to shown-date.
           move 0 to seg-count.
           move "N" to seg-overflow.
           move 0 to cand-count.
           move "N" to cand-overflow.
           move 0 to view-count.
           move 0 to view-log-start.
           move 1 to page-number.
           move spaces to wanted-run-id.
           evaluate true
               when inq-guid not = spaces
                   perform 3100-find-guid-run
                       thru 3100-find-guid-run-exit
               when inq-run-id not = spaces
                   move inq-run-id to wanted-run-id
                   perform 3200-collect-segments
                       thru 3200-collect-segments-exit
                   if seg-count = 0
                       move "RUN ID NOT ON RUNREG" to inq-message
                   end-if
               when inq-operator not = spaces
                   perform 3300-find-operator-runs
                       thru 3300-find-operator-runs-exit
               when other
                   move
                       "ENTER A GUID, A RUN ID, OR AN OPERATOR AND DATE"
                       to inq-message
           end-evaluate.
           if seg-count > 0
               perform 4000-gather-details
                   thru 4000-gather-details-exit
               perform 5000-build-view thru 5000-build-view-exit
           end-if.
       3000-inquire-exit.
           exit.

      *----------------------------------------------------------------
      *  3100-find-guid-run - a GUID registered on RUNREG is a segment
      *  of a logical run, and the whole run is shown; one that is
      *  not is shown on its own.
      *----------------------------------------------------------------
       3100-find-guid-run.
           open input RUNREG-FILE.
           if runreg-status = "00"
               move "N" to end-of-runreg
               perform 3110-match-registry-guid
                   thru 3110-match-registry-guid-exit
                   until no-more-runreg-records
               close RUNREG-FILE
           end-if.
           if wanted-run-id not = spaces
               perform 3200-collect-segments
                   thru 3200-collect-segments-exit
           end-if.
           if seg-count = 0
               move inq-guid to lookup-guid
               perform 3250-add-segment thru 3250-add-segment-exit
           end-if.
       3100-find-guid-run-exit.
           exit.

       3110-match-registry-guid.
           read RUNREG-FILE
               at end
                   set no-more-runreg-records to true
                   go to 3110-match-registry-guid-exit
           end-read.
           if RR-SEGMENT-GUID = inq-guid
               move RR-RUN-ID to wanted-run-id
               set no-more-runreg-records to true
           end-if.
       3110-match-registry-guid-exit.
           exit.

       3200-collect-segments.
           open input RUNREG-FILE.
           if runreg-status not = "00"
               go to 3200-collect-segments-exit
           end-if.
           move "N" to end-of-runreg.
           perform 3210-collect-one-segment
               thru 3210-collect-one-segment-exit
               until no-more-runreg-records.
           close RUNREG-FILE.
       3200-collect-segments-exit.
           exit.

       3210-collect-one-segment.
           read RUNREG-FILE
               at end
                   set no-more-runreg-records to true
                   go to 3210-collect-one-segment-exit
           end-read.
           if RR-RUN-ID not = wanted-run-id
               go to 3210-collect-one-segment-exit
           end-if.
           move RR-SEGMENT-GUID to lookup-guid.
           perform 3250-add-segment thru 3250-add-segment-exit.
           if found-seg > 0
               move RR-START-DATE to seg-reg-date(found-seg)
               move RR-START-TIME to seg-reg-time(found-seg)
           end-if.
       3210-collect-one-segment-exit.
           exit.

       3250-add-segment.
           move 0 to found-seg.
           if seg-count >= 20
               set seg-table-overflowed to true
               go to 3250-add-segment-exit
           end-if.
           add 1 to seg-count.
           move seg-count to found-seg.
           initialize seg-entry(found-seg).
           move lookup-guid to seg-guid(found-seg).
           move "N" to seg-has-start(found-seg).
           move "N" to seg-has-end(found-seg).
           move "N" to seg-has-trailer(found-seg).
           move 0 to seg-log-count(found-seg).
       3250-add-segment-exit.
           exit.

      *----------------------------------------------------------------
      *  3300-find-operator-runs - the operator's run starts on the
      *  day.  One is shown straight away; several are listed to be
      *  picked by number.  JobSched's own SCHED- step records are
      *  not runs of the operator's.
      *----------------------------------------------------------------
       3300-find-operator-runs.
           move spaces to date-work-x.
           if inq-date(5:1) = "-"
               string inq-date(1:4) inq-date(6:2) inq-date(9:2)
                   delimited by size into date-work-x
           else
               move inq-date(1:8) to date-work-x
           end-if.
           if date-work-x not numeric
               move "DATE IS YYYY-MM-DD OR YYYYMMDD" to inq-message
               go to 3300-find-operator-runs-exit
           end-if.
           move date-work-x to wanted-date.
           open input RUNHIST-FILE.
           if runhist-status not = "00"
               move "RUNHIST CANNOT BE READ" to inq-message
               go to 3300-find-operator-runs-exit
           end-if.
           move "N" to end-of-runhist.
           perform 3310-match-operator-start
               thru 3310-match-operator-start-exit
               until no-more-runhist-records.
           close RUNHIST-FILE.
           evaluate cand-count
               when 0
                   move spaces to inq-message
                   string "NO RUN STARTED BY " delimited by size
                       inq-operator delimited by space
                       " ON " wanted-date delimited by size
                       into inq-message
               when 1
                   move cnd-guid(1) to lookup-guid
                   move 0 to cand-count
                   move lookup-guid to inq-guid
                   move inq-guid to shown-guid
                   perform 3100-find-guid-run
                       thru 3100-find-guid-run-exit
               when other
                   perform 3400-list-candidates
                       thru 3400-list-candidates-exit
           end-evaluate.
       3300-find-operator-runs-exit.
           exit.

       3310-match-operator-start.
           read RUNHIST-FILE
               at end
                   set no-more-runhist-records to true
                   go to 3310-match-operator-start-exit
           end-read.
           if not RUNH-START
               or RUNH-OPERATOR not = inq-operator
               or RUNH-DATE not = wanted-date
               or RUNH-GUID(1:6) = "SCHED-"
               go to 3310-match-operator-start-exit
           end-if.
           if cand-count >= 15
               set cand-table-overflowed to true
               go to 3310-match-operator-start-exit
           end-if.
           add 1 to cand-count.
           move RUNH-GUID to cnd-guid(cand-count).
           move RUNH-TIME to cnd-time(cand-count).
           move RUNH-STREAM to cnd-stream(cand-count).
       3310-match-operator-start-exit.
           exit.

       3400-list-candidates.
           move spaces to view-work.
           move cand-count to count-edit.
           string "RUNS STARTED BY " delimited by size
               inq-operator delimited by space
               " ON " wanted-date ":" count-edit
               delimited by size into view-work.
           perform 5900-add-view-line thru 5900-add-view-line-exit.
           move spaces to view-work.
           perform 5900-add-view-line thru 5900-add-view-line-exit.
           move "NO  GUID" to view-work.
           move "START   STREAM" to view-work(43:).
           perform 5900-add-view-line thru 5900-add-view-line-exit.
           perform varying cand-idx from 1 by 1
               until cand-idx > cand-count
               move cand-idx to seg-number-edit
               move spaces to view-work
               string seg-number-edit "  " cnd-guid(cand-idx) "  "
                   cnd-time(cand-idx) "  " cnd-stream(cand-idx)
                   delimited by size into view-work
               perform 5900-add-view-line
                   thru 5900-add-view-line-exit
           end-perform.
           if cand-table-overflowed
               move "*** MORE THAN 15 RUNS - ASK BY GUID FOR THE REST"
                   to view-work
               perform 5900-add-view-line
                   thru 5900-add-view-line-exit
           end-if.
           move "SEVERAL RUNS - ENTER THE NUMBER OF ONE IN ACTION"
               to inq-message.
       3400-list-candidates-exit.
           exit.

      *----------------------------------------------------------------
      *  4000-gather-details - one pass over each source for all the
      *  sessions at once.
      *----------------------------------------------------------------
       4000-gather-details.
           perform 4100-load-run-history
               thru 4100-load-run-history-exit.
           perform 4200-load-alerts thru 4200-load-alerts-exit.
           perform 4300-load-verify thru 4300-load-verify-exit.
           perform 4400-load-index thru 4400-load-index-exit.
           perform 4500-read-log-files thru 4500-read-log-files-exit.
       4000-gather-details-exit.
           exit.

       4100-load-run-history.
           move spaces to run-operator.
           open input RUNHIST-FILE.
           if runhist-status not = "00"
               go to 4100-load-run-history-exit
           end-if.
           move "N" to end-of-runhist.
           perform 4110-match-history-record
               thru 4110-match-history-record-exit
               until no-more-runhist-records.
           close RUNHIST-FILE.
       4100-load-run-history-exit.
           exit.

      *----------------------------------------------------------------
      *  4110-match-history-record - the last start and end record of
      *  a GUID are kept, as RunHistory pairs them.
      *----------------------------------------------------------------
       4110-match-history-record.
           read RUNHIST-FILE
               at end
                   set no-more-runhist-records to true
                   go to 4110-match-history-record-exit
           end-read.
           move RUNH-GUID to lookup-guid.
           perform 4150-find-segment thru 4150-find-segment-exit.
           if found-seg = 0
               go to 4110-match-history-record-exit
           end-if.
           if RUNH-START
               move "Y" to seg-has-start(found-seg)
               move RUNH-DATE to seg-start-date(found-seg)
               move RUNH-TIME to seg-start-time(found-seg)
               if run-operator = spaces
                   move RUNH-OPERATOR to run-operator
               end-if
           end-if.
           if RUNH-END
               move "Y" to seg-has-end(found-seg)
               move RUNH-DATE to seg-end-date(found-seg)
               move RUNH-TIME to seg-end-time(found-seg)
               move RUNH-ROWS to seg-rows(found-seg)
               move RUNH-ERRORS to seg-errors(found-seg)
               move RUNH-FATALS to seg-fatals(found-seg)
               move RUNH-RETCODE to seg-retcode(found-seg)
           end-if.
       4110-match-history-record-exit.
           exit.

       4150-find-segment.
           move 0 to found-seg.
           perform varying seg-idx from 1 by 1
               until seg-idx > seg-count or found-seg > 0
               if seg-guid(seg-idx) = lookup-guid
                   move seg-idx to found-seg
               end-if
           end-perform.
       4150-find-segment-exit.
           exit.

       4200-load-alerts.
           move 0 to alert-count.
           move "N" to alert-overflow.
           open input ALERTQ-FILE.
           if alertq-status not = "00"
               go to 4200-load-alerts-exit
           end-if.
           move "N" to end-of-alertq.
           perform 4210-match-alert thru 4210-match-alert-exit
               until no-more-alert-records.
           close ALERTQ-FILE.
       4200-load-alerts-exit.
           exit.

       4210-match-alert.
           read ALERTQ-FILE
               at end
                   set no-more-alert-records to true
                   go to 4210-match-alert-exit
           end-read.
           move ALR-GUID to lookup-guid.
           perform 4150-find-segment thru 4150-find-segment-exit.
           if found-seg = 0
               go to 4210-match-alert-exit
           end-if.
           if alert-count >= 20
               set alert-table-overflowed to true
               go to 4210-match-alert-exit
           end-if.
           add 1 to alert-count.
           move ALR-TIMESTAMP to alt-timestamp(alert-count).
           move ALR-SOURCE to alt-source(alert-count).
           if ALR-SOURCE = spaces
               move "LOGGER" to alt-source(alert-count)
           end-if.
           move ALR-STATUS to alt-status(alert-count).
           move ALR-ACK-ID to alt-ack-id(alert-count).
           move ALR-ACK-NOTE to alt-ack-note(alert-count).
           move ALR-TIER to alt-tier(alert-count).
           move ALR-PAGED-ID to alt-paged-id(alert-count).
       4210-match-alert-exit.
           exit.

      *----------------------------------------------------------------
      *  4300-load-verify - VERIFYRPT lines are the session GUID, the
      *  verdict from column 38 and its detail from column 50.
      *----------------------------------------------------------------
       4300-load-verify.
           open input VERIFYRPT-FILE.
           if verifyrpt-status not = "00"
               go to 4300-load-verify-exit
           end-if.
           move "N" to end-of-verifyrpt.
           perform 4310-match-verdict thru 4310-match-verdict-exit
               until no-more-verifyrpt-records.
           close VERIFYRPT-FILE.
       4300-load-verify-exit.
           exit.

       4310-match-verdict.
           read VERIFYRPT-FILE
               at end
                   set no-more-verifyrpt-records to true
                   go to 4310-match-verdict-exit
           end-read.
           move VERIFYRPT-LINE(1:36) to lookup-guid.
           perform 4150-find-segment thru 4150-find-segment-exit.
           if found-seg = 0
               go to 4310-match-verdict-exit
           end-if.
           move VERIFYRPT-LINE(38:11) to seg-verdict(found-seg).
           move VERIFYRPT-LINE(50:57) to seg-verify-note(found-seg).
       4310-match-verdict-exit.
           exit.

      *----------------------------------------------------------------
      *  4400-load-index - for every file LOGINDEX lists, whether it
      *  has an entry for one of the sessions or an *OVERFLOW* entry.
      *  A file past the table's capacity is simply read.
      *----------------------------------------------------------------
       4400-load-index.
           move "N" to index-state.
           move 0 to index-count.
           open input LOGINDEX-FILE.
           if logindex-status not = "00"
               go to 4400-load-index-exit
           end-if.
           set index-available to true.
           move "N" to end-of-logindex.
           perform 4410-absorb-index-entry
               thru 4410-absorb-index-entry-exit
               until no-more-index-records.
           close LOGINDEX-FILE.
       4400-load-index-exit.
           exit.

       4410-absorb-index-entry.
           read LOGINDEX-FILE
               at end
                   set no-more-index-records to true
                   go to 4410-absorb-index-entry-exit
           end-read.
           move IDX-FILE-NAME to log-source-name.
           perform 4450-find-index-file
               thru 4450-find-index-file-exit.
           if found-index = 0
               if index-count >= 200
                   go to 4410-absorb-index-entry-exit
               end-if
               add 1 to index-count
               move index-count to found-index
               move IDX-FILE-NAME to ixf-name(found-index)
               move "N" to ixf-match(found-index)
               move "N" to ixf-overflow(found-index)
           end-if.
           if IDX-GUID-OVERFLOW
               move "Y" to ixf-overflow(found-index)
               go to 4410-absorb-index-entry-exit
           end-if.
           move IDX-GUID to lookup-guid.
           perform 4150-find-segment thru 4150-find-segment-exit.
           if found-seg > 0
               move "Y" to ixf-match(found-index)
           end-if.
       4410-absorb-index-entry-exit.
           exit.

       4450-find-index-file.
           move 0 to found-index.
           perform varying index-idx from 1 by 1
               until index-idx > index-count or found-index > 0
               if ixf-name(index-idx) = log-source-name
                   move index-idx to found-index
               end-if
           end-perform.
       4450-find-index-file-exit.
           exit.

      *----------------------------------------------------------------
      *  4500-read-log-files - the archives in ARCHMANIFEST order and
      *  then the live LOGFILE, each only if it may hold the run.
      *----------------------------------------------------------------
       4500-read-log-files.
           move 0 to log-count.
           move "N" to log-overflow.
           move 0 to files-read.
           open input ARCHMANIFEST-FILE.
           if manifest-status = "00"
               move "N" to end-of-manifest
               perform 4510-consider-archive
                   thru 4510-consider-archive-exit
                   until no-more-manifest-records
               close ARCHMANIFEST-FILE
           end-if.
           move "LOGFILE" to log-source-name.
           perform 4600-decide-file thru 4600-decide-file-exit.
           if file-may-hold-run
               perform 4700-read-one-file thru 4700-read-one-file-exit
           end-if.
       4500-read-log-files-exit.
           exit.

       4510-consider-archive.
           read ARCHMANIFEST-FILE
               at end
                   set no-more-manifest-records to true
                   go to 4510-consider-archive-exit
           end-read.
           move MANIFEST-ARCHIVE-NAME to log-source-name.
           perform 4600-decide-file thru 4600-decide-file-exit.
           if file-may-hold-run
               perform 4700-read-one-file thru 4700-read-one-file-exit
           end-if.
       4510-consider-archive-exit.
           exit.

       4600-decide-file.
           move "Y" to file-match.
           if not index-available
               go to 4600-decide-file-exit
           end-if.
           perform 4450-find-index-file
               thru 4450-find-index-file-exit.
           if found-index = 0
               go to 4600-decide-file-exit
           end-if.
           if ixf-match(found-index) = "N"
               and ixf-overflow(found-index) = "N"
               move "N" to file-match
           end-if.
       4600-decide-file-exit.
           exit.

       4700-read-one-file.
           open input LOG-SOURCE-FILE.
           if log-source-status not = "00"
               go to 4700-read-one-file-exit
           end-if.
           add 1 to files-read.
           move "N" to end-of-log-source.
           perform 4710-absorb-log-record
               thru 4710-absorb-log-record-exit
               until no-more-log-source-records.
           close LOG-SOURCE-FILE.
       4700-read-one-file-exit.
           exit.

      *----------------------------------------------------------------
      *  4710-absorb-log-record - a trailer gives the segment's
      *  counts; a detail line is laid out with the segment number,
      *  its month-day and time, severity and as much message as
      *  fits.
      *----------------------------------------------------------------
       4710-absorb-log-record.
           read LOG-SOURCE-FILE
               at end
                   set no-more-log-source-records to true
                   go to 4710-absorb-log-record-exit
           end-read.
           move LOG-GUID to lookup-guid.
           perform 4150-find-segment thru 4150-find-segment-exit.
           if found-seg = 0
               go to 4710-absorb-log-record-exit
           end-if.
           if LOG-TRAILER-RECORD
               move "Y" to seg-has-trailer(found-seg)
               move TRL-INFO-COUNT to seg-trl-infos(found-seg)
               move TRL-WARN-COUNT to seg-trl-warns(found-seg)
               move TRL-ERROR-COUNT to seg-trl-errors(found-seg)
               move TRL-FATAL-COUNT to seg-trl-fatals(found-seg)
               go to 4710-absorb-log-record-exit
           end-if.
           add 1 to seg-log-count(found-seg).
           if log-count >= 500
               set log-table-overflowed to true
               go to 4710-absorb-log-record-exit
           end-if.
           add 1 to log-count.
           move found-seg to seg-number-edit.
           move spaces to log-line(log-count).
           string seg-number-edit " " LOG-TIMESTAMP(6:14) " "
               LOG-SEVERITY " " LOG-MESSAGE(1:53)
               delimited by size into log-line(log-count).
       4710-absorb-log-record-exit.
           exit.

      *----------------------------------------------------------------
      *  5000-build-view - the run, each segment, the alerts, then the
      *  log lines, as the lines the pages are cut from.
      *----------------------------------------------------------------
       5000-build-view.
           move spaces to view-work.
           move seg-count to count-edit.
           if wanted-run-id not = spaces
               string "RUN " wanted-run-id "  SEGMENTS" count-edit
                   "  OPERATOR " run-operator
                   delimited by size into view-work
           else
               string "SESSION NOT ON RUNREG  OPERATOR " run-operator
                   delimited by size into view-work
           end-if.
           perform 5900-add-view-line thru 5900-add-view-line-exit.
           if seg-table-overflowed
               move "*** MORE THAN 20 SEGMENTS - FIRST 20 SHOWN"
                   to view-work
               perform 5900-add-view-line
                   thru 5900-add-view-line-exit
           end-if.
           perform 5100-add-segment-lines
               thru 5100-add-segment-lines-exit
               varying seg-idx from 1 by 1
               until seg-idx > seg-count.
           perform 5200-add-alert-lines
               thru 5200-add-alert-lines-exit.
           perform 5300-add-log-lines thru 5300-add-log-lines-exit.
           move spaces to inq-message.
           if not index-available
               move "NO LOGINDEX - EVERY LOG FILE WAS READ"
                   to inq-message
           end-if.
       5000-build-view-exit.
           exit.

       5100-add-segment-lines.
           move spaces to view-work.
           perform 5900-add-view-line thru 5900-add-view-line-exit.
           move seg-idx to seg-number-edit.
           if seg-reg-date(seg-idx) > 0
               string "SEGMENT " seg-number-edit "  "
                   seg-guid(seg-idx) "  REG " seg-reg-date(seg-idx)
                   " " seg-reg-time(seg-idx)
                   delimited by size into view-work
           else
               string "SEGMENT " seg-number-edit "  "
                   seg-guid(seg-idx)
                   delimited by size into view-work
           end-if.
           perform 5900-add-view-line thru 5900-add-view-line-exit.

           move spaces to view-work.
           if seg-has-start(seg-idx) = "Y"
               string "  START   " seg-start-date(seg-idx) " "
                   seg-start-time(seg-idx)
                   delimited by size into view-work
           else
               move "  START   *** NOT ON RUNHIST ***" to view-work
           end-if.
           perform 5900-add-view-line thru 5900-add-view-line-exit.

           move spaces to view-work.
           if seg-has-end(seg-idx) = "Y"
               move seg-rows(seg-idx) to rows-edit
               move seg-errors(seg-idx) to errors-edit
               move seg-fatals(seg-idx) to fatals-edit
               string "  END     " seg-end-date(seg-idx) " "
                   seg-end-time(seg-idx) "  ROWS " rows-edit
                   "  ERR " errors-edit "  FTL " fatals-edit
                   "  RC " seg-retcode(seg-idx)
                   delimited by size into view-work
           else
               move "  END     *** NONE - ABENDED OR STILL RUNNING ***"
                   to view-work
           end-if.
           perform 5900-add-view-line thru 5900-add-view-line-exit.

           move spaces to view-work.
           evaluate true
               when seg-has-trailer(seg-idx) = "Y"
                   move seg-trl-infos(seg-idx) to infos-edit
                   move seg-trl-warns(seg-idx) to warns-edit
                   move seg-trl-errors(seg-idx) to errors-edit
                   move seg-trl-fatals(seg-idx) to fatals-edit
                   string "  TRAILER INFO " infos-edit
                       "  WARN " warns-edit "  ERROR " errors-edit
                       "  FATAL " fatals-edit
                       delimited by size into view-work
               when seg-log-count(seg-idx) > 0
                   move "  TRAILER *** NONE - SESSION NEVER CLOSED ***"
                       to view-work
               when other
                   move "  TRAILER *** NO LOG LINES FOUND ***"
                       to view-work
           end-evaluate.
           perform 5900-add-view-line thru 5900-add-view-line-exit.

           move spaces to view-work.
           if seg-verdict(seg-idx) = spaces
               move "  VERIFY  NOT ON VERIFYRPT (LIVE LOGFILE ONLY)"
                   to view-work
           else
               string "  VERIFY  " seg-verdict(seg-idx) " "
                   seg-verify-note(seg-idx)
                   delimited by size into view-work
           end-if.
           perform 5900-add-view-line thru 5900-add-view-line-exit.
       5100-add-segment-lines-exit.
           exit.

      *----------------------------------------------------------------
      *  5200-add-alert-lines - one line per alert; who acknowledged
      *  it, or how far up the roster it has been escalated, and the
      *  acknowledgment note under it.
      *----------------------------------------------------------------
       5200-add-alert-lines.
           move spaces to view-work.
           perform 5900-add-view-line thru 5900-add-view-line-exit.
           move alert-count to count-edit.
           string "ALERTS" count-edit delimited by size
               into view-work.
           perform 5900-add-view-line thru 5900-add-view-line-exit.
           if alert-count = 0
               move "  NONE ON ALERTQ" to view-work
               perform 5900-add-view-line
                   thru 5900-add-view-line-exit
           end-if.
           perform varying alert-idx from 1 by 1
               until alert-idx > alert-count
               move spaces to view-work
               evaluate true
                   when alt-status(alert-idx) = "ACKED"
                       string "  " alt-timestamp(alert-idx) " "
                           alt-source(alert-idx) " "
                           alt-status(alert-idx) " BY "
                           alt-ack-id(alert-idx)
                           delimited by size into view-work
                   when alt-tier(alert-idx) not = space
                       string "  " alt-timestamp(alert-idx) " "
                           alt-source(alert-idx) " "
                           alt-status(alert-idx) " TIER "
                           alt-tier(alert-idx) " PAGED "
                           alt-paged-id(alert-idx)
                           delimited by size into view-work
                   when other
                       string "  " alt-timestamp(alert-idx) " "
                           alt-source(alert-idx) " "
                           alt-status(alert-idx) " NOT ACKNOWLEDGED"
                           delimited by size into view-work
               end-evaluate
               perform 5900-add-view-line
                   thru 5900-add-view-line-exit
               if alt-ack-note(alert-idx) not = spaces
                   move spaces to view-work
                   string "    NOTE " alt-ack-note(alert-idx)
                       delimited by size into view-work
                   perform 5900-add-view-line
                       thru 5900-add-view-line-exit
               end-if
           end-perform.
           if alert-table-overflowed
               move "  *** MORE THAN 20 ALERTS - FIRST 20 SHOWN"
                   to view-work
               perform 5900-add-view-line
                   thru 5900-add-view-line-exit
           end-if.
       5200-add-alert-lines-exit.
           exit.

       5300-add-log-lines.
           move spaces to view-work.
           perform 5900-add-view-line thru 5900-add-view-line-exit.
           move log-count to count-edit.
           move files-read to seg-number-edit.
           string "LOG LINES" count-edit "  FROM " seg-number-edit
               " FILE(S)  (SEG MM-DD HH:MM:SS SEVERITY MESSAGE)"
               delimited by size into view-work.
           perform 5900-add-view-line thru 5900-add-view-line-exit.
           move view-count to view-log-start.
           perform varying log-idx from 1 by 1
               until log-idx > log-count
               move log-line(log-idx) to view-work
               perform 5900-add-view-line
                   thru 5900-add-view-line-exit
           end-perform.
           if log-table-overflowed
               move
                 "*** FIRST 500 LINES SHOWN - LogExtract GUID= FOR ALL"
                   to view-work
               perform 5900-add-view-line
                   thru 5900-add-view-line-exit
           end-if.
       5300-add-log-lines-exit.
           exit.

       5900-add-view-line.
           if view-count < 700
               add 1 to view-count
               move view-work to view-line(view-count)
           end-if.
           move spaces to view-work.
       5900-add-view-line-exit.
           exit.

       end program RunInquiry.
