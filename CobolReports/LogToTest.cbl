      $SET ILUSING"Demo.Net"

       program-id. LogToTest.

      *----------------------------------------------------------------
      *  LogToTest - turns a LogExtract pull (EXTRACT, LOGREC layout)
      *  into a replayable Program1 script, so a production incident
      *  can be re-driven through the logger as a regression case
      *  instead of being retyped into TESTCASE columns by hand.
      *
      *  EXTRACT is read in full, LogExtract's count line and any
      *  session trailers dropped, and sorted back into timestamp
      *  order (GUID, then extract order, as the tie-breaks) - the
      *  extract lists the live LOGFILE ahead of the older archives,
      *  which is the wrong way round for a replay.  Each line then
      *  becomes one row of REPLAYTC in Program1's TESTCASE layout:
      *    - INFO, WARN, ERROR and FATAL lines map LOG-SEVERITY,
      *      LOG-USERID and LOG-MESSAGE across, with the expected
      *      outcome columns filled from what the line shows actually
      *      happened: TC-EXP-ERRORS is the one error an ERROR line
      *      added to its session's count and zero for the rest,
      *      TC-EXP-FATAL is Y on a FATAL line and N otherwise;
      *    - AUDIT and ALERT lines are consequences the logger writes
      *      by itself (a UserId switch, the alert threshold being
      *      crossed), not calls a script makes, so they go in as
      *      comment lines - an asterisk in column one, which
      *      Program1 skips - keeping the incident readable in place;
      *    - a FATAL row ends the replay run, so every line after the
      *      first FATAL is carried as a comment too, rather than as a
      *      row the script could never reach.
      *  TC-EXP-RETCODE is left blank: the log does not record the
      *  driver's final return code.  Wherever the session GUID
      *  changes a comment names the new one.  The result can be
      *  copied over TESTCASE or named on an INCLUDE line as a
      *  fragment.
      *----------------------------------------------------------------

       environment division.
       input-output section.
       file-control.
           select EXTRACT-FILE assign "EXTRACT"
               organization line sequential
               file status is extract-status.

           select REPLAYTC-FILE assign "REPLAYTC"
               organization line sequential
               file status is replaytc-status.

           select SORT-FILE assign "SORTWORK".

       data division.
       file section.
       fd  EXTRACT-FILE.
       01  EXTRACT-RECORD             pic x(307).

      *----------------------------------------------------------------
      *  REPLAYTC rows follow Program1's TESTCASE-RECORD column for
      *  column; REPLAY-COMMENT is the same line as free text.
      *----------------------------------------------------------------
       fd  REPLAYTC-FILE.
       01  REPLAY-RECORD.
           05  RPL-SEVERITY            pic x(07).
           05  filler                  pic x(01).
           05  RPL-USERID              pic x(20).
           05  filler                  pic x(01).
           05  RPL-MESSAGE             pic x(200).
           05  filler                  pic x(01).
           05  RPL-EXP-ERRORS          pic x(03).
           05  filler                  pic x(01).
           05  RPL-EXP-FATAL           pic x(01).
           05  filler                  pic x(01).
           05  RPL-EXP-RETCODE         pic x(02).
       01  REPLAY-COMMENT              pic x(238).

       sd  SORT-FILE.
       01  SORT-RECORD.
           05  SORT-TIMESTAMP         pic x(19).
           05  SORT-GUID              pic x(36).
           05  SORT-SEQUENCE          pic 9(09).
           05  SORT-LOG-IMAGE         pic x(307).

       working-storage section.
       01 extract-status   pic x(02).
       01 replaytc-status  pic x(02).

       copy "LOGREC.cpy".

       01 end-of-extract pic x(01) value "N".
           88 no-more-extract-records value "Y".
       01 end-of-sort pic x(01) value "N".
           88 no-more-sorted-records value "Y".
       01 fatal-state pic x(01) value "N".
           88 fatal-row-written value "Y".

       01 read-count      binary-long value 0.
       01 row-count       binary-long value 0.
       01 comment-count   binary-long value 0.
       01 current-guid    pic x(36) value spaces.
       01 run-date        pic 9(08).

       procedure division.
           open input EXTRACT-FILE.
           if extract-status <> "00"
               display "LOGTOTEST: no EXTRACT to convert"
               move 8 to return-code
               goback
           end-if.
           close EXTRACT-FILE.
           accept run-date from date yyyymmdd.
           sort SORT-FILE
               on ascending key SORT-TIMESTAMP SORT-GUID SORT-SEQUENCE
               input procedure is 2000-release-extract
                   thru 2000-release-extract-exit
               output procedure is 3000-write-script
                   thru 3000-write-script-exit.
           display "LOGTOTEST: " read-count " line(s) read, "
               row-count " row(s) and " comment-count
               " comment(s) written".
           move 0 to return-code.
           goback.

      *----------------------------------------------------------------
      *  2000-release-extract - everything but LogExtract's count
      *  line and the session trailers goes into the sort, numbered
      *  in extract order for the final tie-break.
      *----------------------------------------------------------------
       2000-release-extract.
           open input EXTRACT-FILE.
           perform 2100-release-one-line
               thru 2100-release-one-line-exit
               until no-more-extract-records.
           close EXTRACT-FILE.
       2000-release-extract-exit.
           exit.

       2100-release-one-line.
           read EXTRACT-FILE
               at end
                   set no-more-extract-records to true
                   go to 2100-release-one-line-exit
           end-read.
           if EXTRACT-RECORD(1:10) = "EXTRACTED "
               go to 2100-release-one-line-exit
           end-if.
           move EXTRACT-RECORD to LOG-RECORD.
           if LOG-TRAILER-RECORD or LOG-SEVERITY = "TRAILER"
               go to 2100-release-one-line-exit
           end-if.
           add 1 to read-count.
           move LOG-TIMESTAMP to SORT-TIMESTAMP.
           move LOG-GUID to SORT-GUID.
           move read-count to SORT-SEQUENCE.
           move LOG-RECORD to SORT-LOG-IMAGE.
           release SORT-RECORD.
       2100-release-one-line-exit.
           exit.

      *----------------------------------------------------------------
      *  3000-write-script - opens REPLAYTC with a comment saying
      *  where it came from, then converts the sorted stream.
      *----------------------------------------------------------------
       3000-write-script.
           open output REPLAYTC-FILE.
           move spaces to REPLAY-COMMENT.
           string "* Replay script converted from EXTRACT on "
               run-date
               delimited by size into REPLAY-COMMENT.
           write REPLAY-COMMENT.
           perform 3100-convert-one-line
               thru 3100-convert-one-line-exit
               until no-more-sorted-records.
           close REPLAYTC-FILE.
       3000-write-script-exit.
           exit.

       3100-convert-one-line.
           return SORT-FILE
               at end
                   set no-more-sorted-records to true
                   go to 3100-convert-one-line-exit
           end-return.
           move SORT-LOG-IMAGE to LOG-RECORD.
           if LOG-GUID not = current-guid
               move LOG-GUID to current-guid
               move spaces to REPLAY-COMMENT
               string "* Session " LOG-GUID
                   delimited by size into REPLAY-COMMENT
               write REPLAY-COMMENT
           end-if.
           if fatal-row-written
               perform 3300-write-comment-line
                   thru 3300-write-comment-line-exit
               go to 3100-convert-one-line-exit
           end-if.
           evaluate LOG-SEVERITY
               when "INFO"
               when "WARN"
               when "ERROR"
               when "FATAL"
                   perform 3200-write-row thru 3200-write-row-exit
               when other
                   perform 3300-write-comment-line
                       thru 3300-write-comment-line-exit
           end-evaluate.
       3100-convert-one-line-exit.
           exit.

      *----------------------------------------------------------------
      *  3200-write-row - one Program1 row with its expectations.
      *----------------------------------------------------------------
       3200-write-row.
           move spaces to REPLAY-RECORD.
           move LOG-SEVERITY to RPL-SEVERITY.
           move LOG-USERID to RPL-USERID.
           move LOG-MESSAGE to RPL-MESSAGE.
           evaluate LOG-SEVERITY
               when "ERROR"
                   move "001" to RPL-EXP-ERRORS
                   move "N" to RPL-EXP-FATAL
               when "FATAL"
                   move "000" to RPL-EXP-ERRORS
                   move "Y" to RPL-EXP-FATAL
                   set fatal-row-written to true
               when other
                   move "000" to RPL-EXP-ERRORS
                   move "N" to RPL-EXP-FATAL
           end-evaluate.
           write REPLAY-RECORD.
           add 1 to row-count.
       3200-write-row-exit.
           exit.

      *----------------------------------------------------------------
      *  3300-write-comment-line - the line as it was logged, behind
      *  an asterisk: severity, UserId and as much of the message as
      *  the row width leaves room for.
      *----------------------------------------------------------------
       3300-write-comment-line.
           move spaces to REPLAY-RECORD.
           move "*" to RPL-SEVERITY(1:1).
           move LOG-SEVERITY to RPL-SEVERITY(2:6).
           move LOG-USERID to RPL-USERID.
           move LOG-MESSAGE to RPL-MESSAGE.
           write REPLAY-RECORD.
           add 1 to comment-count.
       3300-write-comment-line-exit.
           exit.

       end program LogToTest.
