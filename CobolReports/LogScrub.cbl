      $SET ILUSING"Demo.Net"

       program-id. LogScrub.

      *----------------------------------------------------------------
      *  LogScrub - puts the log stores written before the REDACT
      *  rules existed (or before a rule was added) through the same
      *  rules the loggers now apply to every new line, via the
      *  shared LogRedact routine:
      *
      *    - the consolidated LOGFILE and every dated archive listed in
      *      ARCHMANIFEST.  Each file is copied record by record to
      *      SCRUB.TMP with its detail messages redacted; only a file
      *      in which something actually changed replaces the
      *      original (delete and rename, as LogArchive rebuilds
      *      ARCHMANIFEST), so untouched archives keep their dates;
      *    - LOGTABLE_HIST and the live LOGTABLE, updated in place
      *      through a WITH HOLD cursor, committing in chunks as
      *      DbArchive does.
      *
      *  The live stores are included so that nothing unscrubbed is
      *  left to age into the archives after the run.  Trailer
      *  records and TRAILER rows carry only counts and are copied as
      *  they stand - their record counts stay true, because the scrub
      *  edits text and never adds or drops a line.  A rerun finds
      *  nothing more to change (LogRedact leaves masked text alone),
      *  so the batch can simply be run again after a failure or
      *  after a new rule is added.
      *
      *  SCRUBRPT lists every changed record - source, record number
      *  or timestamp, session GUID, severity and the number of
      *  matches masked - but never the message text itself, then the
      *  per-source and overall totals.  Run it in the quiet window
      *  after LogMerge, when nothing else is writing LOGFILE.  A file
      *  that cannot be replaced, or a database error, sets return
      *  code 8; an archive the manifest lists but that is not on
      *  disk is reported and skipped.
      *----------------------------------------------------------------

       environment division.
       input-output section.
       file-control.
           select ARCHMANIFEST-FILE assign "ARCHMANIFEST"
               organization line sequential
               file status is manifest-status.

           select ARCHIVE-FILE assign archive-name
               organization line sequential
               file status is archive-status.

           select SCRUB-TEMP assign "SCRUB.TMP"
               organization line sequential
               file status is temp-status.

           select REPORT-FILE assign "SCRUBRPT"
               organization line sequential
               file status is report-status.

       data division.
       file section.
       fd  ARCHMANIFEST-FILE.
       copy "MANREC.cpy".

       fd  ARCHIVE-FILE.
       copy "LOGREC.cpy".

       fd  SCRUB-TEMP.
       01  SCRUB-TEMP-RECORD          pic x(307).

       fd  REPORT-FILE.
       01  REPORT-LINE                pic x(100).

       working-storage section.
       01 manifest-status  pic x(02).
       01 archive-status   pic x(02).
       01 temp-status      pic x(02).
       01 report-status    pic x(02).
       01 cred-status      pic x(02).

       01 db-user          pic x(30).
       01 db-password      pic x(30).

       exec sql include sqlca end-exec.

       01 commit-chunk     binary-long value 500.

       01 db-timestamp     pic x(19).
       01 db-severity      pic x(07).
       01 db-guid          pic x(36).
       01 db-message       pic x(200).

       01 archive-name     pic x(20).
       01 redact-text      pic x(200).
       01 redact-count     binary-long.

       01 end-of-manifest pic x(01) value "N".
           88 no-more-manifest-records value "Y".
       01 end-of-archive pic x(01) value "N".
           88 no-more-archive-records value "Y".
       01 end-of-cursor pic x(01) value "N".
           88 no-more-rows value "Y".
       01 file-pass-state pic x(01) value "N".
           88 file-pass-stopped value "Y".

       01 source-read      binary-long.
       01 source-changed   binary-long.
       01 source-redacts   binary-long.
       01 record-number    binary-long.
       01 chunk-count      binary-long.

       01 files-scanned    binary-long value 0.
       01 files-replaced   binary-long value 0.
       01 files-missing    binary-long value 0.
       01 total-changed    binary-long value 0.
       01 total-redacts    binary-long value 0.
       01 failed-count     binary-long value 0.
       01 pass-failures    binary-long.

       01 heading-line.
           05 filler               pic x(02) value spaces.
           05 filler               pic x(20) value "SOURCE".
           05 filler               pic x(01) value spaces.
           05 filler               pic x(19) value "RECORD / TIMESTAMP".
           05 filler               pic x(01) value spaces.
           05 filler               pic x(36) value "SESSION GUID".
           05 filler               pic x(01) value spaces.
           05 filler               pic x(08) value "SEVERITY".
           05 filler               pic x(07) value " MASKED".

       01 detail-line.
           05 filler               pic x(02) value spaces.
           05 dtl-source           pic x(20).
           05 filler               pic x(01) value spaces.
           05 dtl-position         pic x(19).
           05 filler               pic x(01) value spaces.
           05 dtl-guid             pic x(36).
           05 filler               pic x(01) value spaces.
           05 dtl-severity         pic x(07).
           05 filler               pic x(01) value spaces.
           05 dtl-count            pic zzzzzz9.

      *----------------------------------------------------------------
      *  A database failure, in the columns of the detail line: the
      *  row the UPDATE was refused for, or for a FETCH the last row
      *  read before it, and the SQLCODE.
      *----------------------------------------------------------------
       01 failure-line.
           05 filler               pic x(02) value spaces.
           05 fal-source           pic x(20).
           05 filler               pic x(01) value spaces.
           05 fal-position         pic x(19).
           05 filler               pic x(01) value spaces.
           05 fal-guid             pic x(36).
           05 filler               pic x(01) value spaces.
           05 fal-what             pic x(13).
           05 filler               pic x(01) value spaces.
           05 fal-sqlcode          pic -(5)9.

       01 record-edit      pic zzzzzzzz9.

       01 source-line.
           05 filler               pic x(02) value spaces.
           05 src-source           pic x(20).
           05 filler               pic x(01) value spaces.
           05 src-status           pic x(12).
           05 filler               pic x(06) value " READ ".
           05 src-read             pic zzzzzzzz9.
           05 filler               pic x(09) value " CHANGED ".
           05 src-changed          pic zzzzzzzz9.
           05 filler               pic x(08) value " MASKED ".
           05 src-redacts          pic zzzzzzzz9.

       01 total-line.
           05 ttl-label            pic x(30).
           05 ttl-count            pic zzzzzzzz9.

       procedure division.
           perform 1000-initialize thru 1000-initialize-exit.
           move "LOGFILE" to archive-name.
           perform 2000-scrub-one-file thru 2000-scrub-one-file-exit.
           perform 3000-scrub-archives thru 3000-scrub-archives-exit.
           perform 4000-scrub-history thru 4000-scrub-history-exit.
           perform 5000-scrub-live thru 5000-scrub-live-exit.
           perform 9000-terminate thru 9000-terminate-exit.
           if failed-count > 0
               move 8 to return-code
           end-if.
           goback.

      *----------------------------------------------------------------
       1000-initialize.
           move spaces to db-user.
           move spaces to db-password.
           call "DbCredGet" using db-user db-password cred-status
               on exception
                   move "99" to cred-status
           end-call.
           exec sql
               connect to BATCHDB user :db-user using :db-password
           end-exec.

           open output REPORT-FILE.
           move "LOG STORE REDACTION SCRUB" to REPORT-LINE.
           write REPORT-LINE.
           move spaces to REPORT-LINE.
           write REPORT-LINE.
           move heading-line to REPORT-LINE.
           write REPORT-LINE.
       1000-initialize-exit.
           exit.

      *----------------------------------------------------------------
      *  2000-scrub-one-file - copies ARCHIVE-NAME to SCRUB.TMP,
      *  redacting detail messages, then swaps the copy in if it
      *  differs.  ARCHIVE-FILE is assigned from ARCHIVE-NAME, so the
      *  same paragraph serves LOGFILE and every archive.  If the
      *  rename fails the scrubbed copy is left in SCRUB.TMP and the
      *  file pass stops there, so the next file cannot overwrite it.
      *----------------------------------------------------------------
       2000-scrub-one-file.
           move 0 to source-read.
           move 0 to source-changed.
           move 0 to source-redacts.
           move 0 to record-number.
           move "N" to end-of-archive.
           open input ARCHIVE-FILE.
           if archive-status <> "00"
               add 1 to files-missing
               move "NOT FOUND" to src-status
               perform 2900-write-source-line
                   thru 2900-write-source-line-exit
               go to 2000-scrub-one-file-exit
           end-if.
           open output SCRUB-TEMP.
           add 1 to files-scanned.
           perform 2100-scrub-one-record thru 2100-scrub-one-record-exit
               until no-more-archive-records.
           close ARCHIVE-FILE.
           close SCRUB-TEMP.
           if source-changed = 0
               call "CBL_DELETE_FILE" using "SCRUB.TMP"
               move "UNCHANGED" to src-status
               perform 2900-write-source-line
                   thru 2900-write-source-line-exit
               go to 2000-scrub-one-file-exit
           end-if.
           call "CBL_DELETE_FILE" using archive-name.
           call "CBL_RENAME_FILE" using "SCRUB.TMP" archive-name.
           if return-code <> 0
               add 1 to failed-count
               move 0 to return-code
               set file-pass-stopped to true
               move "NOT REPLACED" to src-status
           else
               add 1 to files-replaced
               move "REPLACED" to src-status
           end-if.
           perform 2900-write-source-line
               thru 2900-write-source-line-exit.
       2000-scrub-one-file-exit.
           exit.

       2100-scrub-one-record.
           read ARCHIVE-FILE
               at end
                   set no-more-archive-records to true
                   go to 2100-scrub-one-record-exit
           end-read.
           add 1 to record-number.
           add 1 to source-read.
           if LOG-DETAIL-RECORD
               move LOG-MESSAGE to redact-text
               call "LogRedact" using redact-text redact-count
               if redact-count > 0
                   move redact-text to LOG-MESSAGE
                   add 1 to source-changed
                   add redact-count to source-redacts
                   move archive-name to dtl-source
                   move record-number to record-edit
                   move spaces to dtl-position
                   string "REC " record-edit
                       delimited by size into dtl-position
                   move LOG-GUID to dtl-guid
                   move LOG-SEVERITY to dtl-severity
                   move redact-count to dtl-count
                   move detail-line to REPORT-LINE
                   write REPORT-LINE
               end-if
           end-if.
           write SCRUB-TEMP-RECORD from LOG-RECORD.
       2100-scrub-one-record-exit.
           exit.

      *----------------------------------------------------------------
      *  2900-write-source-line - one summary line per file or table,
      *  and the running overall totals.
      *----------------------------------------------------------------
       2900-write-source-line.
           move archive-name to src-source.
           move source-read to src-read.
           move source-changed to src-changed.
           move source-redacts to src-redacts.
           move source-line to REPORT-LINE.
           write REPORT-LINE.
           add source-changed to total-changed.
           add source-redacts to total-redacts.
       2900-write-source-line-exit.
           exit.

      *----------------------------------------------------------------
       3000-scrub-archives.
           open input ARCHMANIFEST-FILE.
           if manifest-status <> "00"
               go to 3000-scrub-archives-exit
           end-if.
           perform 3100-scrub-one-archive
               thru 3100-scrub-one-archive-exit
               until no-more-manifest-records.
           close ARCHMANIFEST-FILE.
       3000-scrub-archives-exit.
           exit.

       3100-scrub-one-archive.
           read ARCHMANIFEST-FILE
               at end
                   set no-more-manifest-records to true
                   go to 3100-scrub-one-archive-exit
           end-read.
           if file-pass-stopped
               set no-more-manifest-records to true
               go to 3100-scrub-one-archive-exit
           end-if.
           move MANIFEST-ARCHIVE-NAME to archive-name.
           perform 2000-scrub-one-file thru 2000-scrub-one-file-exit.
       3100-scrub-one-archive-exit.
           exit.

      *----------------------------------------------------------------
      *  4000-scrub-history - LOGTABLE_HIST, row by row.  WITH HOLD
      *  keeps the cursor open across the chunk commits; only rows
      *  whose text changes are updated.
      *----------------------------------------------------------------
       4000-scrub-history.
           move "LOGTABLE_HIST" to archive-name.
           move 0 to source-read.
           move 0 to source-changed.
           move 0 to source-redacts.
           move 0 to chunk-count.
           move failed-count to pass-failures.
           move spaces to db-timestamp.
           move spaces to db-guid.
           move "N" to end-of-cursor.
           exec sql
               declare HIST_CSR cursor with hold for
                   select LOG_TIMESTAMP, LOG_SEVERITY,
                          LOG_GUID, LOG_MESSAGE
                     from LOGTABLE_HIST
                    for update of LOG_MESSAGE
           end-exec.
           exec sql
               open HIST_CSR
           end-exec.
           if SQLCODE not = 0
               add 1 to failed-count
               move "SQL FAILED" to src-status
               perform 2900-write-source-line
                   thru 2900-write-source-line-exit
               go to 4000-scrub-history-exit
           end-if.
           perform 4100-scrub-one-history-row
               thru 4100-scrub-one-history-row-exit
               until no-more-rows.
           if failed-count > pass-failures
               move "INCOMPLETE" to src-status
               perform 2900-write-source-line
                   thru 2900-write-source-line-exit
               go to 4000-scrub-history-exit
           end-if.
           exec sql
               close HIST_CSR
           end-exec.
           exec sql
               commit
           end-exec.
           move "SCRUBBED" to src-status.
           perform 2900-write-source-line
               thru 2900-write-source-line-exit.
       4000-scrub-history-exit.
           exit.

       4100-scrub-one-history-row.
           exec sql
               fetch HIST_CSR
                   into :db-timestamp, :db-severity, :db-guid,
                        :db-message
           end-exec.
           if SQLCODE = 100
               set no-more-rows to true
               go to 4100-scrub-one-history-row-exit
           end-if.
           if SQLCODE < 0
               move "FETCH FAILED" to fal-what
               perform 6100-row-update-failed
                   thru 6100-row-update-failed-exit
               go to 4100-scrub-one-history-row-exit
           end-if.
           add 1 to source-read.
           perform 6000-redact-row thru 6000-redact-row-exit.
           if redact-count = 0
               go to 4100-scrub-one-history-row-exit
           end-if.
           exec sql
               update LOGTABLE_HIST
                  set LOG_MESSAGE = :db-message
                where current of HIST_CSR
           end-exec.
           if SQLCODE not = 0
               move "UPDATE FAILED" to fal-what
               perform 6100-row-update-failed
                   thru 6100-row-update-failed-exit
               go to 4100-scrub-one-history-row-exit
           end-if.
           perform 6200-row-updated thru 6200-row-updated-exit.
       4100-scrub-one-history-row-exit.
           exit.

      *----------------------------------------------------------------
      *  5000-scrub-live - the same pass over the live LOGTABLE.
      *----------------------------------------------------------------
       5000-scrub-live.
           move "LOGTABLE" to archive-name.
           move 0 to source-read.
           move 0 to source-changed.
           move 0 to source-redacts.
           move 0 to chunk-count.
           move failed-count to pass-failures.
           move spaces to db-timestamp.
           move spaces to db-guid.
           move "N" to end-of-cursor.
           exec sql
               declare LIVE_CSR cursor with hold for
                   select LOG_TIMESTAMP, LOG_SEVERITY,
                          LOG_GUID, LOG_MESSAGE
                     from LOGTABLE
                    for update of LOG_MESSAGE
           end-exec.
           exec sql
               open LIVE_CSR
           end-exec.
           if SQLCODE not = 0
               add 1 to failed-count
               move "SQL FAILED" to src-status
               perform 2900-write-source-line
                   thru 2900-write-source-line-exit
               go to 5000-scrub-live-exit
           end-if.
           perform 5100-scrub-one-live-row
               thru 5100-scrub-one-live-row-exit
               until no-more-rows.
           if failed-count > pass-failures
               move "INCOMPLETE" to src-status
               perform 2900-write-source-line
                   thru 2900-write-source-line-exit
               go to 5000-scrub-live-exit
           end-if.
           exec sql
               close LIVE_CSR
           end-exec.
           exec sql
               commit
           end-exec.
           move "SCRUBBED" to src-status.
           perform 2900-write-source-line
               thru 2900-write-source-line-exit.
       5000-scrub-live-exit.
           exit.

       5100-scrub-one-live-row.
           exec sql
               fetch LIVE_CSR
                   into :db-timestamp, :db-severity, :db-guid,
                        :db-message
           end-exec.
           if SQLCODE = 100
               set no-more-rows to true
               go to 5100-scrub-one-live-row-exit
           end-if.
           if SQLCODE < 0
               move "FETCH FAILED" to fal-what
               perform 6100-row-update-failed
                   thru 6100-row-update-failed-exit
               go to 5100-scrub-one-live-row-exit
           end-if.
           add 1 to source-read.
           perform 6000-redact-row thru 6000-redact-row-exit.
           if redact-count = 0
               go to 5100-scrub-one-live-row-exit
           end-if.
           exec sql
               update LOGTABLE
                  set LOG_MESSAGE = :db-message
                where current of LIVE_CSR
           end-exec.
           if SQLCODE not = 0
               move "UPDATE FAILED" to fal-what
               perform 6100-row-update-failed
                   thru 6100-row-update-failed-exit
               go to 5100-scrub-one-live-row-exit
           end-if.
           perform 6200-row-updated thru 6200-row-updated-exit.
       5100-scrub-one-live-row-exit.
           exit.

      *----------------------------------------------------------------
      *  6000-redact-row - TRAILER rows are the logger's own counts
      *  and are left alone, as trailer records are in the files.
      *----------------------------------------------------------------
       6000-redact-row.
           move 0 to redact-count.
           if db-severity = "TRAILER"
               go to 6000-redact-row-exit
           end-if.
           move db-message to redact-text.
           call "LogRedact" using redact-text redact-count.
           if redact-count > 0
               move redact-text to db-message
           end-if.
       6000-redact-row-exit.
           exit.

      *----------------------------------------------------------------
      *  6100-row-update-failed - reports the failing row and its
      *  SQLCODE, rolls back the open chunk and stops the pass; the
      *  rows already committed stay scrubbed, the table is reported
      *  INCOMPLETE and a rerun picks up the rest.
      *----------------------------------------------------------------
       6100-row-update-failed.
           add 1 to failed-count.
           move archive-name to fal-source.
           move db-timestamp to fal-position.
           move db-guid to fal-guid.
           move SQLCODE to fal-sqlcode.
           move failure-line to REPORT-LINE.
           write REPORT-LINE.
           exec sql
               rollback
           end-exec.
           set no-more-rows to true.
       6100-row-update-failed-exit.
           exit.

       6200-row-updated.
           add 1 to source-changed.
           add redact-count to source-redacts.
           move archive-name to dtl-source.
           move db-timestamp to dtl-position.
           move db-guid to dtl-guid.
           move db-severity to dtl-severity.
           move redact-count to dtl-count.
           move detail-line to REPORT-LINE.
           write REPORT-LINE.
           add 1 to chunk-count.
           if chunk-count >= commit-chunk
               exec sql
                   commit
               end-exec
               move 0 to chunk-count
           end-if.
       6200-row-updated-exit.
           exit.

      *----------------------------------------------------------------
       9000-terminate.
           move spaces to REPORT-LINE.
           write REPORT-LINE.
           move "FILES SCANNED" to ttl-label.
           move files-scanned to ttl-count.
           move total-line to REPORT-LINE.
           write REPORT-LINE.
           move "FILES REPLACED" to ttl-label.
           move files-replaced to ttl-count.
           move total-line to REPORT-LINE.
           write REPORT-LINE.
           move "ARCHIVES NOT FOUND" to ttl-label.
           move files-missing to ttl-count.
           move total-line to REPORT-LINE.
           write REPORT-LINE.
           move "RECORDS AND ROWS CHANGED" to ttl-label.
           move total-changed to ttl-count.
           move total-line to REPORT-LINE.
           write REPORT-LINE.
           move "MATCHES MASKED" to ttl-label.
           move total-redacts to ttl-count.
           move total-line to REPORT-LINE.
           write REPORT-LINE.
           if failed-count > 0
               move spaces to REPORT-LINE
               string
                   "*** SCRUB INCOMPLETE - rerun after the"
                   " failure above is cleared ***"
                   delimited by size into REPORT-LINE
               write REPORT-LINE
           end-if.
           close REPORT-FILE.
           display "LOGSCRUB: " total-changed " record(s) changed, "
               total-redacts " match(es) masked".
           exec sql
               disconnect current
           end-exec.
       9000-terminate-exit.
           exit.

       end program LogScrub.
