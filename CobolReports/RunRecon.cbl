      $SET ILUSING"Demo.Net"

       program-id. RunRecon.

      *----------------------------------------------------------------
      *  RunRecon - nightly reconciliation of the two records of each
      *  Program1 run: the RUNHIST start/end pair (RUNHREC.cpy) and
      *  the logger session on LOGFILE with its end-of-run trailer
      *  (LOGREC.cpy), matched on the session GUID.  Runs after
      *  LogMerge, while tonight's sessions are still on the
      *  consolidated LOGFILE, and reports to RUNRECRPT:
      *    OK             - run ended, its error and fatal counts
      *                     agree with the session's
      *    COUNT MISMATCH - RUNH-ERRORS/RUNH-FATALS differ from the
      *                     trailer's (or, with no trailer, from the
      *                     ERROR/FATAL lines found)
      *    NO RUN RECORD  - a session on LOGFILE with nothing on
      *                     RUNHIST for its GUID
      *    NO LOG SESSION - a RUNHIST start inside the look-back
      *                     window whose session is neither on LOGFILE
      *                     nor in any archive
      *    NOT ENDED      - no RUNHIST end record (an abend, a hang or
      *                     a FATAL); nothing to compare, and
      *                     RunHistory already flags it
      *  A logical run of more than one segment (RUNREG, RUNREC.cpy)
      *  is judged as a whole instead: Program1 carries its error and
      *  fatal counts across a restart, so the one end record holds
      *  the run's cumulative totals, and those must equal the sum of
      *  every segment's session - each segment's trailer, or the
      *  lines it left when it abended before writing one.  Segments
      *  archived on an earlier night are found through the LOGINDEX
      *  session index.  A segment missing from RUNHIST, more than one
      *  segment ending the run, or a segment started after the run
      *  ended is reported as RUN MISMATCH too.
      *
      *  The look-back window for NO LOG SESSION is the DAYS setting
      *  on the PARMLIB parameter library, read through ParmGet (2
      *  when none is in force, so a run started just before midnight
      *  is still looked for).  A start whose session was archived on
      *  an earlier night was reconciled that night and is passed
      *  over.  When the *LOGGER MINSEV setting in force is FATAL the
      *  loggers write no ERROR lines, so error counts are not
      *  compared.  JobSched's own step records carry no logger
      *  session and are skipped.
      *
      *  Return code 4 when anything is found, with one OPEN summary
      *  alert (source RUNRECON) queued on ALERTQ, the same as
      *  LogVerify, so the disagreement is acknowledged or escalated
      *  rather than left in a report file.
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

           select LOGFILE assign "LOGFILE"
               organization line sequential
               file status is logfile-status.

           select LOGINDEX-FILE assign "LOGINDEX"
               organization line sequential
               file status is logindex-status.

           select ARCHMANIFEST-FILE assign "ARCHMANIFEST"
               organization line sequential
               file status is manifest-status.

           select ARCHIVE-FILE assign archive-name
               organization line sequential
               file status is archive-status.

           select REPORT-FILE assign "RUNRECRPT"
               organization line sequential
               file status is report-status.

           select ALERTQ-FILE assign "ALERTQ"
               organization line sequential
               file status is alertq-status.

       data division.
       file section.
       fd  RUNHIST-FILE.
       copy "RUNHREC.cpy".

       fd  RUNREG-FILE.
       copy "RUNREC.cpy".

       fd  LOGFILE.
       copy "LOGREC.cpy".

       fd  LOGINDEX-FILE.
       copy "LOGIDX.cpy".

       fd  ARCHMANIFEST-FILE.
       copy "MANREC.cpy".

       fd  ARCHIVE-FILE.
       01  ARCHIVE-RECORD             pic x(307).

       fd  REPORT-FILE.
       01  REPORT-LINE                pic x(132).

       fd  ALERTQ-FILE.
       copy "ALERTREC.cpy".

       working-storage section.
       copy "PARMREQ.cpy".

       01 runhist-status   pic x(02).
       01 runreg-status    pic x(02).
       01 logfile-status   pic x(02).
       01 logindex-status  pic x(02).
       01 manifest-status  pic x(02).
       01 archive-status   pic x(02).
       01 report-status    pic x(02).
       01 alertq-status    pic x(02).

       01 archive-name     pic x(20).

       01 raise-date    pic 9(08).
       01 raise-date-x  pic x(08).
       01 raise-time    pic 9(08).
       01 raise-time-x  pic x(08).
       01 alert-ts      pic x(19).
       01 alert-guid-x  pic x(36).

       01 window-days      binary-long value 2.
       01 today-date       pic 9(08).
       01 today-julian     binary-long.
       01 start-julian     binary-long.

       01 error-compare pic x(01) value "Y".
           88 errors-compared     value "Y".
           88 errors-not-compared value "N".

       01 end-of-runhist pic x(01) value "N".
           88 no-more-runhist-records value "Y".
       01 end-of-runreg pic x(01) value "N".
           88 no-more-runreg-records value "Y".
       01 end-of-logfile pic x(01) value "N".
           88 no-more-log-records value "Y".
       01 end-of-index pic x(01) value "N".
           88 no-more-index-records value "Y".
       01 end-of-manifest pic x(01) value "N".
           88 no-more-manifest-records value "Y".
       01 end-of-archive pic x(01) value "N".
           88 no-more-archive-records value "Y".

       01 table-overflow pic x(01) value "N".
           88 table-overflowed value "Y".

       01 lookup-guid      pic x(36).
       01 lookup-run-id    pic x(15).

       01 run-count        binary-long value 0.
       01 run-idx          binary-long.
       01 found-run        binary-long.
       01 segment-count    binary-long value 0.
       01 seg-idx          binary-long.
       01 found-seg        binary-long.
       01 lrun-count       binary-long value 0.
       01 lrun-idx         binary-long.
       01 found-lrun       binary-long.
       01 session-count    binary-long value 0.
       01 ses-idx          binary-long.
       01 found-ses        binary-long.
       01 pending-count    binary-long value 0.

       01 live-count       binary-long value 0.
       01 window-count     binary-long value 0.
       01 finding-count    binary-long value 0.

      *----------------------------------------------------------------
      *  RUN-TABLE holds one entry per RUNHIST GUID: the start, and
      *  the end record's counts once it is seen.  RUN-IN-WINDOW marks
      *  a start recent enough that its session must be found.
      *----------------------------------------------------------------
       01 run-table.
           05 run-entry occurs 500 times.
               10 run-guid         pic x(36).
               10 run-operator     pic x(20).
               10 run-has-start    pic x(01).
               10 run-start-date   pic 9(08).
               10 run-start-time   pic 9(06).
               10 run-in-window    pic x(01).
               10 run-has-end      pic x(01).
               10 run-end-errors   pic 9(09).
               10 run-end-fatals   pic 9(09).

      *----------------------------------------------------------------
      *  SEGMENT-TABLE maps each RUNREG GUID to its logical run, in
      *  registry (start) order; LRUN-TABLE has one entry per logical
      *  run, with LRN-LIVE set when any segment is on tonight's
      *  LOGFILE.
      *----------------------------------------------------------------
       01 segment-table.
           05 segment-entry occurs 300 times.
               10 seg-guid         pic x(36).
               10 seg-lrun         pic 9(03).

       01 lrun-table.
           05 lrun-entry occurs 100 times.
               10 lrn-id           pic x(15).
               10 lrn-seg-count    pic 9(03).
               10 lrn-live         pic x(01).

      *----------------------------------------------------------------
      *  SESSION-TABLE - one entry per logger session looked at.
      *  SES-WHERE: L on tonight's LOGFILE, A found in an archive,
      *  P wanted from the archives but not (yet) found.  The counted
      *  figures are the ERROR/FATAL detail lines; the TRL figures are
      *  what the trailer claimed.
      *----------------------------------------------------------------
       01 session-table.
           05 session-entry occurs 300 times.
               10 ses-guid          pic x(36).
               10 ses-where         pic x(01).
               10 ses-has-trailer   pic x(01).
               10 ses-errors        pic 9(09).
               10 ses-fatals        pic 9(09).
               10 ses-trl-errors    pic 9(09).
               10 ses-trl-fatals    pic 9(09).

      *----------------------------------------------------------------
      *  In-memory copy of LOGINDEX, used only to decide which
      *  archives need opening.  An absent index, or one too big for
      *  the table, means every archive is opened, as LogExtract does.
      *----------------------------------------------------------------
       01 index-state pic x(01) value "N".
           88 index-available value "Y".
       01 index-count   binary-long value 0.
       01 index-idx     binary-long.
       01 archive-entry-count binary-long.
       01 archive-match pic x(01).
           88 archive-may-match value "Y".

       01 index-table.
           05 index-entry occurs 500 times.
               10 ixt-file         pic x(20).
               10 ixt-guid         pic x(36).

      *----------------------------------------------------------------
      *  Working figures for one comparison.
      *----------------------------------------------------------------
       01 cmp-run-errors   pic 9(09).
       01 cmp-run-fatals   pic 9(09).
       01 cmp-log-errors   pic 9(09).
       01 cmp-log-fatals   pic 9(09).
       01 cmp-mismatch     pic x(01).
       01 seg-position     binary-long.
       01 ended-count      binary-long.
       01 ended-position   binary-long.
       01 seg-count-x      pic 9(03).
       01 ended-count-x    pic 9(03).

       01 verdict-line.
           05 rcn-key              pic x(36).
           05 filler               pic x(01) value space.
           05 rcn-verdict          pic x(14).
           05 filler               pic x(01) value space.
           05 rcn-detail           pic x(80).

       01 count-detail.
           05 filler               pic x(13) value "RUNHIST errs=".
           05 cdt-run-errors       pic 9(05).
           05 filler               pic x(05) value " ftl=".
           05 cdt-run-fatals       pic 9(05).
           05 filler               pic x(15) value "  LOGFILE errs=".
           05 cdt-log-errors       pic 9(05).
           05 filler               pic x(05) value " ftl=".
           05 cdt-log-fatals       pic 9(05).
           05 cdt-note             pic x(22).

       01 total-line.
           05 ttl-label            pic x(24).
           05 ttl-count            pic zzzzzzzz9.

       procedure division.
           perform 1000-initialize thru 1000-initialize-exit.
           perform 2000-load-history thru 2000-load-history-exit
               until no-more-runhist-records.
           perform 2500-load-registry thru 2500-load-registry-exit
               until no-more-runreg-records.
           perform 3000-scan-logfile thru 3000-scan-logfile-exit
               until no-more-log-records.
           perform 4000-mark-wanted-sessions
               thru 4000-mark-wanted-sessions-exit.
           perform 5000-locate-archived-sessions
               thru 5000-locate-archived-sessions-exit.
           perform 6000-judge-live-sessions
               thru 6000-judge-live-sessions-exit.
           perform 6500-judge-window-starts
               thru 6500-judge-window-starts-exit.
           perform 7000-judge-logical-runs
               thru 7000-judge-logical-runs-exit.
           if finding-count > 0
               perform 8500-raise-alert thru 8500-raise-alert-exit
           end-if.
           perform 9000-terminate thru 9000-terminate-exit.
           if finding-count > 0
               move 4 to return-code
           end-if.
           display "RUNRECON: " finding-count " finding(s)".
           goback.

      *----------------------------------------------------------------
       1000-initialize.
           accept today-date from date yyyymmdd.
           move function integer-of-date(today-date) to today-julian.
           perform 1100-read-settings thru 1100-read-settings-exit.
           open input RUNHIST-FILE.
           if runhist-status <> "00"
               set no-more-runhist-records to true
           end-if.
           open input RUNREG-FILE.
           if runreg-status <> "00"
               set no-more-runreg-records to true
           end-if.
           open input LOGFILE.
           if logfile-status <> "00"
               set no-more-log-records to true
           end-if.
           open output REPORT-FILE.
           move "RUNHIST / LOGFILE RUN RECONCILIATION" to REPORT-LINE.
           write REPORT-LINE.
           if errors-not-compared
               move spaces to REPORT-LINE
               string
                   "*** *LOGGER MINSEV IS FATAL - NO ERROR LINES ARE"
                   " WRITTEN, SO ONLY FATAL COUNTS ARE COMPARED ***"
                   delimited by size into REPORT-LINE
               write REPORT-LINE
           end-if.
       1000-initialize-exit.
           exit.

      *----------------------------------------------------------------
      *  1100-read-settings - the look-back window, and the logger
      *  severity floor that decides whether error counts can agree.
      *----------------------------------------------------------------
       1100-read-settings.
           move "G" to PRQ-MODE.
           move "RunRecon" to PRQ-CALLER.
           move "RunRecon" to PRQ-PROGRAM.
           move "DAYS" to PRQ-KEYWORD.
           call "ParmGet" using PARM-REQUEST.
           if PRQ-STATUS < "12"
               move PRQ-NUMBER to window-days
           end-if.
           move "*LOGGER" to PRQ-PROGRAM.
           move "MINSEV" to PRQ-KEYWORD.
           call "ParmGet" using PARM-REQUEST.
           if PRQ-STATUS < "12" and PRQ-VALUE = "FATAL"
               set errors-not-compared to true
           end-if.
       1100-read-settings-exit.
           exit.

      *----------------------------------------------------------------
       2000-load-history.
           read RUNHIST-FILE
               at end
                   set no-more-runhist-records to true
               not at end
                   perform 2100-store-history-record
                       thru 2100-store-history-record-exit
           end-read.
       2000-load-history-exit.
           exit.

      *----------------------------------------------------------------
      *  2100-store-history-record - start records open the entry and
      *  decide whether the run falls in the window; end records
      *  complete it.  An end with no start still makes an entry, so
      *  its session is not reported as having no run record.
      *----------------------------------------------------------------
       2100-store-history-record.
           if RUNH-GUID(1:6) = "SCHED-"
               go to 2100-store-history-record-exit
           end-if.
           move RUNH-GUID to lookup-guid.
           perform 2200-find-run thru 2200-find-run-exit.
           if found-run = 0
               perform 2250-add-run thru 2250-add-run-exit
           end-if.
           if found-run = 0
               go to 2100-store-history-record-exit
           end-if.
           if RUNH-START
               move "Y" to run-has-start(found-run)
               move RUNH-OPERATOR to run-operator(found-run)
               move RUNH-DATE to run-start-date(found-run)
               move RUNH-TIME to run-start-time(found-run)
               if RUNH-DATE numeric and RUNH-DATE > 0
                   move function integer-of-date(RUNH-DATE)
                       to start-julian
                   if today-julian - start-julian < window-days
                       move "Y" to run-in-window(found-run)
                   end-if
               end-if
           end-if.
           if RUNH-END
               move "Y" to run-has-end(found-run)
               move RUNH-ERRORS to run-end-errors(found-run)
               move RUNH-FATALS to run-end-fatals(found-run)
           end-if.
       2100-store-history-record-exit.
           exit.

       2200-find-run.
           move 0 to found-run.
           perform varying run-idx from 1 by 1
               until run-idx > run-count or found-run > 0
               if run-guid(run-idx) = lookup-guid
                   move run-idx to found-run
               end-if
           end-perform.
       2200-find-run-exit.
           exit.

       2250-add-run.
           if run-count >= 500
               set table-overflowed to true
               go to 2250-add-run-exit
           end-if.
           add 1 to run-count.
           move lookup-guid to run-guid(run-count).
           move spaces to run-operator(run-count).
           move "N" to run-has-start(run-count).
           move 0 to run-start-date(run-count).
           move 0 to run-start-time(run-count).
           move "N" to run-in-window(run-count).
           move "N" to run-has-end(run-count).
           move 0 to run-end-errors(run-count).
           move 0 to run-end-fatals(run-count).
           move run-count to found-run.
       2250-add-run-exit.
           exit.

      *----------------------------------------------------------------
      *  2500-load-registry - one segment entry per RUNREG line, and
      *  one logical-run entry the first time each run id is seen,
      *  the same as RunSummary builds them.
      *----------------------------------------------------------------
       2500-load-registry.
           read RUNREG-FILE
               at end
                   set no-more-runreg-records to true
               not at end
                   perform 2600-store-segment
                       thru 2600-store-segment-exit
           end-read.
       2500-load-registry-exit.
           exit.

       2600-store-segment.
           if segment-count >= 300
               set table-overflowed to true
               go to 2600-store-segment-exit
           end-if.
           move RR-RUN-ID to lookup-run-id.
           perform 2700-find-or-add-lrun
               thru 2700-find-or-add-lrun-exit.
           if found-lrun = 0
               go to 2600-store-segment-exit
           end-if.
           add 1 to segment-count.
           move RR-SEGMENT-GUID to seg-guid(segment-count).
           move found-lrun to seg-lrun(segment-count).
           add 1 to lrn-seg-count(found-lrun).
       2600-store-segment-exit.
           exit.

       2700-find-or-add-lrun.
           move 0 to found-lrun.
           perform varying lrun-idx from 1 by 1
               until lrun-idx > lrun-count or found-lrun > 0
               if lrn-id(lrun-idx) = lookup-run-id
                   move lrun-idx to found-lrun
               end-if
           end-perform.
           if found-lrun = 0
               if lrun-count < 100
                   add 1 to lrun-count
                   move lookup-run-id to lrn-id(lrun-count)
                   move 0 to lrn-seg-count(lrun-count)
                   move "N" to lrn-live(lrun-count)
                   move lrun-count to found-lrun
               else
                   set table-overflowed to true
               end-if
           end-if.
       2700-find-or-add-lrun-exit.
           exit.

       2800-find-segment.
           move 0 to found-seg.
           perform varying seg-idx from 1 by 1
               until seg-idx > segment-count or found-seg > 0
               if seg-guid(seg-idx) = lookup-guid
                   move seg-idx to found-seg
               end-if
           end-perform.
       2800-find-segment-exit.
           exit.

      *----------------------------------------------------------------
       3000-scan-logfile.
           read LOGFILE
               at end
                   set no-more-log-records to true
               not at end
                   perform 3100-absorb-live-record
                       thru 3100-absorb-live-record-exit
           end-read.
       3000-scan-logfile-exit.
           exit.

       3100-absorb-live-record.
           move LOG-GUID to lookup-guid.
           perform 3200-find-session thru 3200-find-session-exit.
           if found-ses = 0
               perform 3250-add-session thru 3250-add-session-exit
               if found-ses = 0
                   go to 3100-absorb-live-record-exit
               end-if
               move "L" to ses-where(found-ses)
               add 1 to live-count
           end-if.
           perform 3300-absorb-record thru 3300-absorb-record-exit.
       3100-absorb-live-record-exit.
           exit.

       3200-find-session.
           move 0 to found-ses.
           perform varying ses-idx from 1 by 1
               until ses-idx > session-count or found-ses > 0
               if ses-guid(ses-idx) = lookup-guid
                   move ses-idx to found-ses
               end-if
           end-perform.
       3200-find-session-exit.
           exit.

       3250-add-session.
           move 0 to found-ses.
           if session-count >= 300
               set table-overflowed to true
               go to 3250-add-session-exit
           end-if.
           add 1 to session-count.
           move lookup-guid to ses-guid(session-count).
           move "P" to ses-where(session-count).
           move "N" to ses-has-trailer(session-count).
           move 0 to ses-errors(session-count).
           move 0 to ses-fatals(session-count).
           move 0 to ses-trl-errors(session-count).
           move 0 to ses-trl-fatals(session-count).
           move session-count to found-ses.
       3250-add-session-exit.
           exit.

      *----------------------------------------------------------------
      *  3300-absorb-record - LOG-RECORD into session FOUND-SES, from
      *  LOGFILE or an archive alike.  TRL-GUID shares LOG-GUID's
      *  columns, so the lookup already made serves both.
      *----------------------------------------------------------------
       3300-absorb-record.
           if LOG-TRAILER-RECORD
               move "Y" to ses-has-trailer(found-ses)
               move TRL-ERROR-COUNT to ses-trl-errors(found-ses)
               move TRL-FATAL-COUNT to ses-trl-fatals(found-ses)
               go to 3300-absorb-record-exit
           end-if.
           evaluate LOG-SEVERITY
               when "ERROR"
                   add 1 to ses-errors(found-ses)
               when "FATAL"
                   add 1 to ses-fatals(found-ses)
               when other
                   continue
           end-evaluate.
       3300-absorb-record-exit.
           exit.

      *----------------------------------------------------------------
      *  4000-mark-wanted-sessions - the sessions that must be looked
      *  for in the archives: one for each start in the window that
      *  is not on LOGFILE, and every other segment of a logical run
      *  that has a segment on LOGFILE tonight.
      *----------------------------------------------------------------
       4000-mark-wanted-sessions.
           perform varying run-idx from 1 by 1
               until run-idx > run-count
               if run-in-window(run-idx) = "Y"
                   add 1 to window-count
                   move run-guid(run-idx) to lookup-guid
                   perform 4100-want-session
                       thru 4100-want-session-exit
               end-if
           end-perform.
           perform varying seg-idx from 1 by 1
               until seg-idx > segment-count
               move seg-guid(seg-idx) to lookup-guid
               perform 3200-find-session thru 3200-find-session-exit
               if found-ses > 0
                   move "Y" to lrn-live(seg-lrun(seg-idx))
               end-if
           end-perform.
           perform varying seg-idx from 1 by 1
               until seg-idx > segment-count
               if lrn-live(seg-lrun(seg-idx)) = "Y"
                   and lrn-seg-count(seg-lrun(seg-idx)) > 1
                   move seg-guid(seg-idx) to lookup-guid
                   perform 4100-want-session
                       thru 4100-want-session-exit
               end-if
           end-perform.
       4000-mark-wanted-sessions-exit.
           exit.

       4100-want-session.
           perform 3200-find-session thru 3200-find-session-exit.
           if found-ses > 0
               go to 4100-want-session-exit
           end-if.
           perform 3250-add-session thru 3250-add-session-exit.
           if found-ses > 0
               add 1 to pending-count
           end-if.
       4100-want-session-exit.
           exit.

      *----------------------------------------------------------------
      *  5000-locate-archived-sessions - walks ARCHMANIFEST and opens
      *  only the archives the index says can hold a wanted session,
      *  on the same rules as LogExtract: an *OVERFLOW* entry or an
      *  archive with no entries at all may hold anything.
      *----------------------------------------------------------------
       5000-locate-archived-sessions.
           if pending-count = 0
               go to 5000-locate-archived-sessions-exit
           end-if.
           perform 5100-load-index thru 5100-load-index-exit.
           open input ARCHMANIFEST-FILE.
           if manifest-status <> "00"
               go to 5000-locate-archived-sessions-exit
           end-if.
           perform 5200-scan-manifest thru 5200-scan-manifest-exit
               until no-more-manifest-records.
           close ARCHMANIFEST-FILE.
       5000-locate-archived-sessions-exit.
           exit.

       5100-load-index.
           open input LOGINDEX-FILE.
           if logindex-status <> "00"
               go to 5100-load-index-exit
           end-if.
           set index-available to true.
           perform 5110-load-one-index-entry
               thru 5110-load-one-index-entry-exit
               until no-more-index-records.
           close LOGINDEX-FILE.
       5100-load-index-exit.
           exit.

       5110-load-one-index-entry.
           read LOGINDEX-FILE
               at end
                   set no-more-index-records to true
                   go to 5110-load-one-index-entry-exit
           end-read.
           if index-count >= 500
               move "N" to index-state
               set no-more-index-records to true
               go to 5110-load-one-index-entry-exit
           end-if.
           add 1 to index-count.
           move IDX-FILE-NAME to ixt-file(index-count).
           move IDX-GUID to ixt-guid(index-count).
       5110-load-one-index-entry-exit.
           exit.

       5200-scan-manifest.
           read ARCHMANIFEST-FILE
               at end
                   set no-more-manifest-records to true
               not at end
                   move MANIFEST-ARCHIVE-NAME to archive-name
                   perform 5300-consult-index
                       thru 5300-consult-index-exit
                   if archive-may-match
                       perform 5400-scan-one-archive
                           thru 5400-scan-one-archive-exit
                   end-if
           end-read.
       5200-scan-manifest-exit.
           exit.

       5300-consult-index.
           move "Y" to archive-match.
           if not index-available
               go to 5300-consult-index-exit
           end-if.
           move 0 to archive-entry-count.
           move "N" to archive-match.
           perform varying index-idx from 1 by 1
               until index-idx > index-count
               if ixt-file(index-idx) = archive-name
                   add 1 to archive-entry-count
                   move ixt-guid(index-idx) to lookup-guid
                   perform 3200-find-session
                       thru 3200-find-session-exit
                   if ixt-guid(index-idx) = "*OVERFLOW*"
                       move "Y" to archive-match
                   end-if
                   if found-ses > 0
                       if ses-where(found-ses) not = "L"
                           move "Y" to archive-match
                       end-if
                   end-if
               end-if
           end-perform.
           if archive-entry-count = 0
               move "Y" to archive-match
           end-if.
       5300-consult-index-exit.
           exit.

       5400-scan-one-archive.
           move "N" to end-of-archive.
           open input ARCHIVE-FILE.
           if archive-status <> "00"
               go to 5400-scan-one-archive-exit
           end-if.
           perform 5410-scan-archive-record
               thru 5410-scan-archive-record-exit
               until no-more-archive-records.
           close ARCHIVE-FILE.
       5400-scan-one-archive-exit.
           exit.

      *----------------------------------------------------------------
      *  5410-scan-archive-record - only wanted sessions are counted;
      *  a session the roll split across two archives adds up from
      *  both.
      *----------------------------------------------------------------
       5410-scan-archive-record.
           read ARCHIVE-FILE
               at end
                   set no-more-archive-records to true
                   go to 5410-scan-archive-record-exit
           end-read.
           move ARCHIVE-RECORD to LOG-RECORD.
           move LOG-GUID to lookup-guid.
           perform 3200-find-session thru 3200-find-session-exit.
           if found-ses = 0
               go to 5410-scan-archive-record-exit
           end-if.
           if ses-where(found-ses) = "L"
               go to 5410-scan-archive-record-exit
           end-if.
           move "A" to ses-where(found-ses).
           perform 3300-absorb-record thru 3300-absorb-record-exit.
       5410-scan-archive-record-exit.
           exit.

      *----------------------------------------------------------------
      *  6000-judge-live-sessions - every session on tonight's LOGFILE
      *  against RUNHIST.  Segments of a multi-segment logical run are
      *  left to 7000, which judges the run as a whole.
      *----------------------------------------------------------------
       6000-judge-live-sessions.
           perform varying ses-idx from 1 by 1
               until ses-idx > session-count
               if ses-where(ses-idx) = "L"
                   perform 6100-judge-one-session
                       thru 6100-judge-one-session-exit
               end-if
           end-perform.
       6000-judge-live-sessions-exit.
           exit.

       6100-judge-one-session.
           move ses-guid(ses-idx) to lookup-guid.
           move ses-idx to found-ses.
           move lookup-guid to rcn-key.
           move spaces to rcn-detail.
           perform 2200-find-run thru 2200-find-run-exit.
           if found-run = 0
               move "NO RUN RECORD" to rcn-verdict
               move "session on LOGFILE has no RUNHIST start or end"
                   to rcn-detail
               add 1 to finding-count
               perform 8000-write-verdict thru 8000-write-verdict-exit
               go to 6100-judge-one-session-exit
           end-if.
           perform 2800-find-segment thru 2800-find-segment-exit.
           if found-seg > 0
               if lrn-seg-count(seg-lrun(found-seg)) > 1
                   go to 6100-judge-one-session-exit
               end-if
           end-if.
           if run-has-end(found-run) = "N"
               move "NOT ENDED" to rcn-verdict
               move "no RUNHIST end record - not compared"
                   to rcn-detail
               perform 8000-write-verdict thru 8000-write-verdict-exit
               go to 6100-judge-one-session-exit
           end-if.
           move run-end-errors(found-run) to cmp-run-errors.
           move run-end-fatals(found-run) to cmp-run-fatals.
           move 0 to cmp-log-errors.
           move 0 to cmp-log-fatals.
           perform 6200-add-session-counts
               thru 6200-add-session-counts-exit.
           move spaces to cdt-note.
           if ses-has-trailer(found-ses) = "N"
               move " (no trailer)" to cdt-note
           end-if.
           perform 6300-compare-counts thru 6300-compare-counts-exit.
           if cmp-mismatch = "Y"
               move "COUNT MISMATCH" to rcn-verdict
               add 1 to finding-count
           else
               move "OK" to rcn-verdict
           end-if.
           perform 8000-write-verdict thru 8000-write-verdict-exit.
       6100-judge-one-session-exit.
           exit.

      *----------------------------------------------------------------
      *  6200-add-session-counts - the trailer's claim when the
      *  session closed cleanly, otherwise the lines it left behind.
      *----------------------------------------------------------------
       6200-add-session-counts.
           if ses-has-trailer(found-ses) = "Y"
               add ses-trl-errors(found-ses) to cmp-log-errors
               add ses-trl-fatals(found-ses) to cmp-log-fatals
           else
               add ses-errors(found-ses) to cmp-log-errors
               add ses-fatals(found-ses) to cmp-log-fatals
           end-if.
       6200-add-session-counts-exit.
           exit.

       6300-compare-counts.
           move "N" to cmp-mismatch.
           if cmp-run-fatals not = cmp-log-fatals
               move "Y" to cmp-mismatch
           end-if.
           if errors-compared
               and cmp-run-errors not = cmp-log-errors
               move "Y" to cmp-mismatch
           end-if.
           move cmp-run-errors to cdt-run-errors.
           move cmp-run-fatals to cdt-run-fatals.
           move cmp-log-errors to cdt-log-errors.
           move cmp-log-fatals to cdt-log-fatals.
           move count-detail to rcn-detail.
       6300-compare-counts-exit.
           exit.

      *----------------------------------------------------------------
      *  6500-judge-window-starts - a recent start must have left a
      *  session somewhere.
      *----------------------------------------------------------------
       6500-judge-window-starts.
           perform varying run-idx from 1 by 1
               until run-idx > run-count
               if run-in-window(run-idx) = "Y"
                   perform 6600-judge-one-start
                       thru 6600-judge-one-start-exit
               end-if
           end-perform.
       6500-judge-window-starts-exit.
           exit.

       6600-judge-one-start.
           move run-guid(run-idx) to lookup-guid.
           perform 3200-find-session thru 3200-find-session-exit.
           if found-ses > 0
               if ses-where(found-ses) not = "P"
                   go to 6600-judge-one-start-exit
               end-if
           end-if.
           move lookup-guid to rcn-key.
           move "NO LOG SESSION" to rcn-verdict.
           move spaces to rcn-detail.
           string "started " run-start-date(run-idx) " "
               run-start-time(run-idx) " by "
               delimited by size
               run-operator(run-idx) delimited by space
               " - no session on LOGFILE or any archive"
               delimited by size
               into rcn-detail.
           add 1 to finding-count.
           perform 8000-write-verdict thru 8000-write-verdict-exit.
       6600-judge-one-start-exit.
           exit.

      *----------------------------------------------------------------
      *  7000-judge-logical-runs - each multi-segment run with a
      *  segment on tonight's LOGFILE.
      *----------------------------------------------------------------
       7000-judge-logical-runs.
           perform varying lrun-idx from 1 by 1
               until lrun-idx > lrun-count
               if lrn-live(lrun-idx) = "Y"
                   and lrn-seg-count(lrun-idx) > 1
                   perform 7100-judge-one-run
                       thru 7100-judge-one-run-exit
               end-if
           end-perform.
           if table-overflowed
               move spaces to REPORT-LINE
               string
                   "*** WARNING: a history, registry or session table"
                   " overflowed - some runs not checked ***"
                   delimited by size into REPORT-LINE
               write REPORT-LINE
           end-if.
       7000-judge-logical-runs-exit.
           exit.

      *----------------------------------------------------------------
      *  7100-judge-one-run - sums every segment's session in registry
      *  order and notes which segment, if any, wrote the run's end
      *  record.  Only the last segment may end the run, and only
      *  once; its cumulative counts must equal the sum.
      *----------------------------------------------------------------
       7100-judge-one-run.
           move 0 to seg-position.
           move 0 to ended-count.
           move 0 to ended-position.
           move 0 to cmp-run-errors.
           move 0 to cmp-run-fatals.
           move 0 to cmp-log-errors.
           move 0 to cmp-log-fatals.
           move spaces to cdt-note.
           perform varying seg-idx from 1 by 1
               until seg-idx > segment-count
               if seg-lrun(seg-idx) = lrun-idx
                   perform 7200-add-one-segment
                       thru 7200-add-one-segment-exit
               end-if
           end-perform.
           move lrn-seg-count(lrun-idx) to seg-count-x.
           move spaces to rcn-key.
           string "RUN " delimited by size
               lrn-id(lrun-idx) delimited by space
               " (" seg-count-x " SEGMENTS)" delimited by size
               into rcn-key.
           move spaces to rcn-detail.
           evaluate true
               when ended-count = 0
                   move "NOT ENDED" to rcn-verdict
                   string "no segment wrote a RUNHIST end record"
                       " - not compared" delimited by size
                       into rcn-detail
               when ended-count > 1
                   move ended-count to ended-count-x
                   move "RUN MISMATCH" to rcn-verdict
                   string ended-count-x
                       " segments wrote a RUNHIST end record - a run "
                       "ends once" delimited by size into rcn-detail
                   add 1 to finding-count
               when ended-position < seg-position
                   move "RUN MISMATCH" to rcn-verdict
                   string "a segment was registered after the one"
                       " that ended the run" delimited by size
                       into rcn-detail
                   add 1 to finding-count
               when other
                   perform 6300-compare-counts
                       thru 6300-compare-counts-exit
                   if cmp-mismatch = "Y"
                       move "RUN MISMATCH" to rcn-verdict
                       add 1 to finding-count
                   else
                       move "RUN OK" to rcn-verdict
                   end-if
           end-evaluate.
           perform 8000-write-verdict thru 8000-write-verdict-exit.
       7100-judge-one-run-exit.
           exit.

      *----------------------------------------------------------------
      *  7200-add-one-segment - a segment with nothing on RUNHIST is a
      *  finding in its own right; one whose session is nowhere to be
      *  found (it abended before writing a line) adds nothing.
      *----------------------------------------------------------------
       7200-add-one-segment.
           add 1 to seg-position.
           move seg-guid(seg-idx) to lookup-guid.
           perform 2200-find-run thru 2200-find-run-exit.
           if found-run = 0
               move lookup-guid to rcn-key
               move "RUN MISMATCH" to rcn-verdict
               move spaces to rcn-detail
               string "segment of run " lrn-id(lrun-idx)
                   delimited by space
                   " is on RUNREG but not on RUNHIST"
                   delimited by size into rcn-detail
               add 1 to finding-count
               perform 8000-write-verdict thru 8000-write-verdict-exit
           else
               if run-has-end(found-run) = "Y"
                   add 1 to ended-count
                   move seg-position to ended-position
                   move run-end-errors(found-run) to cmp-run-errors
                   move run-end-fatals(found-run) to cmp-run-fatals
               end-if
           end-if.
           perform 3200-find-session thru 3200-find-session-exit.
           if found-ses > 0
               if ses-where(found-ses) not = "P"
                   perform 6200-add-session-counts
                       thru 6200-add-session-counts-exit
               end-if
           end-if.
       7200-add-one-segment-exit.
           exit.

      *----------------------------------------------------------------
       8000-write-verdict.
           move verdict-line to REPORT-LINE.
           write REPORT-LINE.
       8000-write-verdict-exit.
           exit.

      *----------------------------------------------------------------
      *  8500-raise-alert - one OPEN summary record for the pass, as
      *  LogVerify raises; the report has the detail.
      *----------------------------------------------------------------
       8500-raise-alert.
           accept raise-date from date yyyymmdd.
           move raise-date to raise-date-x.
           accept raise-time from time.
           move raise-time to raise-time-x.
           move spaces to alert-ts.
           string raise-date-x(1:4) "-" raise-date-x(5:2) "-"
               raise-date-x(7:2) " "
               raise-time-x(1:2) ":" raise-time-x(3:2) ":"
               raise-time-x(5:2)
               delimited by size into alert-ts.
           move spaces to alert-guid-x.
           string "RUNRECON-" raise-date-x "-" raise-time-x(1:6)
               delimited by size into alert-guid-x.
           open extend ALERTQ-FILE.
           if alertq-status <> "00"
               open output ALERTQ-FILE
           end-if.
           move spaces to ALERT-RECORD.
           move alert-ts to ALR-TIMESTAMP.
           move alert-guid-x to ALR-GUID.
           move spaces to ALR-USERID.
           move finding-count to ALR-ERROR-COUNT.
           move 0 to ALR-FATAL-COUNT.
           move "OPEN" to ALR-STATUS.
           move "RUNRECON" to ALR-SOURCE.
           write ALERT-RECORD.
           close ALERTQ-FILE.
       8500-raise-alert-exit.
           exit.

      *----------------------------------------------------------------
       9000-terminate.
           move spaces to REPORT-LINE.
           write REPORT-LINE.
           move "SESSIONS ON LOGFILE" to ttl-label.
           move live-count to ttl-count.
           move total-line to REPORT-LINE.
           write REPORT-LINE.
           move "RUN STARTS IN WINDOW" to ttl-label.
           move window-count to ttl-count.
           move total-line to REPORT-LINE.
           write REPORT-LINE.
           move "FINDINGS" to ttl-label.
           move finding-count to ttl-count.
           move total-line to REPORT-LINE.
           write REPORT-LINE.
           close RUNHIST-FILE.
           close RUNREG-FILE.
           close LOGFILE.
           close REPORT-FILE.
       9000-terminate-exit.
           exit.

       end program RunRecon.
