      *  CobolLogger (which writes LOGFILE).  Persists every call into
      *  a relational LOGTABLE instead, so the ticketing system can
      *  query recent errors directly rather than tailing a flat file.
      *
      *  Rows are not inserted one call at a time: they are held in
      *  an insert buffer and go to LOGTABLE as one multi-row INSERT
      *  and one COMMIT per batch.  The PARMLIB settings COMMITROWS
      *  and COMMITSECS give the rows per batch and the most seconds
      *  a buffered row may wait; the batch is written as soon as
      *  either is reached.  Their PARMDEF defaults of 1 row and no
      *  time limit are the old insert-and-commit-per-row
      *  behaviour.  The buffer is also written before the run
      *  trailer (and so before a Fatal halts the run) and before a
      *  UserId change is recorded.  A batch the database refuses is
      *  rolled back whole and every row of it goes to DBSPOOL,
      *  exactly as a single failed row always has, so DbReplay and
      *  LogReconcile see what they saw before.  The time limit is
      *  checked as each row is logged; a session that falls silent
      *  keeps its rows until the next call or the trailer.
      *----------------------------------------------------------------
       class-id Demo.Cobol.DbLogger
           implements type INetLogger type ICobolLogger.
               organization line sequential
               file status is dbspool-status.

           select ALERTQ-FILE assign "ALERTQ"
               organization line sequential
               file status is alertq-status.
       fd  DBSPOOL-FILE.
       copy "LOGREC.cpy".

       fd  ALERTQ-FILE.
       copy "ALERTREC.cpy".

       working-storage section.
       copy "PARMREQ.cpy".

       01 error-counter binary-long.
       01 info-counter binary-long.
       01 fatal-counter binary-long.
       01 dbspool-status  pic x(02).
       01 db-user         pic x(30).
       01 db-password     pic x(30).
       01 alertq-status   pic x(02).
       01 min-severity string value "INFO".
       01 min-severity-rank binary-long value 1.
       01 rows-alert   binary-long value 0.
       01 rows-total   binary-long value 0.

      *----------------------------------------------------------------
      *  REDACT-rule matches masked out of this session's message
      *  text (see LogRedact), reported on the TRAILER row as
      *  CobolLogger reports them on its trailer record.
      *----------------------------------------------------------------
       01 redactions-made binary-long value 0.

      *----------------------------------------------------------------
      *  Insert buffer - one host array per LOGTABLE column, inserted
      *  FOR BUFFER-COUNT rows.  COMMIT-ROWS is capped at the array
      *  size; BUFFER-START-SECS is the time of day the oldest row
      *  waiting was buffered.
      *----------------------------------------------------------------
       01 commit-rows       binary-long value 1.
       01 commit-seconds    binary-long value 0.
       01 buffer-count      binary-long value 0.
       01 buffer-idx        binary-long.
       01 buffer-start-secs binary-long value 0.
       01 buffer-now-secs   binary-long.
       01 buffer-clock      pic 9(08).
       01 buffer-clock-parts redefines buffer-clock.
           05 clock-hh      pic 9(02).
           05 clock-mm      pic 9(02).
           05 clock-ss      pic 9(02).
           05 clock-cc      pic 9(02).
       01 insert-buffer.
           05 buf-timestamp pic x(19)   occurs 500 times.
           05 buf-severity  pic x(07)   occurs 500 times.
           05 buf-seq       binary-long occurs 500 times.
           05 buf-userid    pic x(20)   occurs 500 times.
           05 buf-guid      pic x(36)   occurs 500 times.
           05 buf-message   pic x(200)  occurs 500 times.
           05 buf-msgcode   pic x(08)   occurs 500 times.

       exec sql include sqlca end-exec.

      *----------------------------------------------------------------
      *  UserId - same audit-on-change behaviour as CobolLogger's
      *  UserId property, so switching operators mid-run is visible
      *  regardless of which ICobolLogger implementation is wired up.
      *  Rows buffered under the old id are written before the AUDIT
      *  row that records the change.
      *----------------------------------------------------------------
       property-id UserId string.
           getter.
           end getter.
           setter.
               if userid-was-set = 1 and UserId <> userid-store
                   invoke self::FlushRows()
                   set old-userid to userid-store.
                   set userid-store to UserId.
                   invoke self::WriteLogRow("AUDIT" 0
      *----------------------------------------------------------------
      *  MinimumSeverity - see ICobolLogger; same rank-based
      *  suppression as CobolLogger so LOGTABLE and LOGFILE thin out
      *  identically under the one *LOGGER MINSEV setting.
      *----------------------------------------------------------------
       property-id MinimumSeverity string.
           getter.
           exit.

      *----------------------------------------------------------------
      *  2000-read-log-configuration - the minimum severity to
      *  persist and the commit interval in rows and in seconds come
      *  from PARMLIB through ParmGet, so production can change them
      *  without a recompile.  ParmGet range-checks each one (rows 1
      *  to 500, seconds 0 to 999) and hands back the PARMDEF default
      *  - INFO, 1 row, no time limit - when nothing valid is in
      *  force.
      *----------------------------------------------------------------
       2000-read-log-configuration.
           move "G" to PRQ-MODE.
           move "DbLogger" to PRQ-CALLER.
           move "*LOGGER" to PRQ-PROGRAM.
           move "MINSEV" to PRQ-KEYWORD.
           call "ParmGet" using PARM-REQUEST.
           if PRQ-STATUS < "12"
               set self::MinimumSeverity to function trim(PRQ-VALUE)
           end-if.
           move "DbLogger" to PRQ-PROGRAM.
           move "COMMITROWS" to PRQ-KEYWORD.
           call "ParmGet" using PARM-REQUEST.
           if PRQ-STATUS < "12"
               move PRQ-NUMBER to commit-rows
           end-if.
           move "COMMITSECS" to PRQ-KEYWORD.
           call "ParmGet" using PARM-REQUEST.
           if PRQ-STATUS < "12"
               move PRQ-NUMBER to commit-seconds
           end-if.
       2000-read-log-configuration-exit.
           exit.
       end method.

      *----------------------------------------------------------------
      *  WriteLogRow - buffers one LOGTABLE row: timestamp, UserId,
      *  severity, error-counter and message, mirroring the columns
      *  CobolLogger writes to LOGFILE, and writes the buffer out
      *  when the commit interval is reached.  The message is put
      *  through the REDACT rules before anything else touches it, so
      *  the row, the failure console line and the DBSPOOL copy all
      *  carry the masked text; the TRAILER row is the logger's own
      *  counts and is written as it stands.
      *----------------------------------------------------------------
       method-id WriteLogRow private.
       linkage section.
       01 seq-no    binary-long.
       01 msg       string.
       working-storage section.
           01 row-rank       binary-long.
           01 redact-text    pic x(200).
           01 redact-count   binary-long.
       procedure division using by value severity seq-no msg.
      *----------------------------------------------------------------
      *  MinimumSeverity suppression, mirroring CobolLogger: ranked
           if row-rank > 0 and row-rank < min-severity-rank
               goback
           end-if.
           if severity <> "TRAILER"
               move msg to redact-text
               call "LogRedact" using redact-text redact-count
               if redact-count > 0
                   add redact-count to redactions-made
               end-if
               set msg to function trim(redact-text trailing)
           end-if.
           if buffer-count >= 500
               invoke self::FlushRows()
           end-if.
           add 1 to buffer-count.
           move self::FormatTimestamp() to buf-timestamp(buffer-count).
           move severity to buf-severity(buffer-count).
           move seq-no to buf-seq(buffer-count).
           move UserId to buf-userid(buffer-count).
           move session-guid to buf-guid(buffer-count).
           move msg to buf-message(buffer-count).
           move self::ExtractMessageCode(msg)
               to buf-msgcode(buffer-count).

           accept buffer-clock from time.
           compute buffer-now-secs = clock-hh * 3600
               + clock-mm * 60 + clock-ss.
           if buffer-count = 1
               move buffer-now-secs to buffer-start-secs
           end-if.
      *    a batch started before midnight is measured across it
           if buffer-now-secs < buffer-start-secs
               add 86400 to buffer-now-secs
           end-if.
           if buffer-count >= commit-rows
               or (commit-seconds > 0 and
                   buffer-now-secs - buffer-start-secs
                       >= commit-seconds)
               invoke self::FlushRows()
           end-if.
           goback.
       end method.

      *----------------------------------------------------------------
      *  FlushRows - the buffered rows as one multi-row INSERT and one
      *  COMMIT.  SQLCODE is checked so a database outage degrades to
      *  console lines rather than abending the batch silently
      *  mid-run: the batch is rolled back whole, since the database
      *  cannot say which of its rows it kept, and every row is shown
      *  on the console and spooled to DBSPOOL.  Only committed rows
      *  count towards the trailer.
      *----------------------------------------------------------------
       method-id FlushRows private.
       working-storage section.
           01 failed-sqlcode pic s9(09).
       procedure division.
           if buffer-count = 0
               goback
           end-if.
           exec sql
               for :buffer-count
               insert into LOGTABLE
                   (LOG_TIMESTAMP, LOG_SEVERITY, LOG_ERROR_COUNTER,
                    LOG_USERID, LOG_GUID, LOG_MESSAGE, LOG_MSGCODE)
               values
                   (:buf-timestamp, :buf-severity, :buf-seq,
                    :buf-userid, :buf-guid, :buf-message,
                    :buf-msgcode)
           end-exec.
           if SQLCODE = 0
               exec sql
                   commit
               end-exec
           end-if.

           if SQLCODE = 0
               perform varying buffer-idx from 1 by 1
                   until buffer-idx > buffer-count
                   add 1 to rows-total
                   evaluate buf-severity(buffer-idx)
                       when "INFO"
                           add 1 to rows-info
                       when "WARN"
                           add 1 to rows-warn
                       when "ERROR"
                           add 1 to rows-error
                       when "FATAL"
                           add 1 to rows-fatal
                       when "AUDIT"
                           add 1 to rows-audit
                       when "ALERT"
                           add 1 to rows-alert
                       when other
                           continue
                   end-evaluate
               end-perform
           else
               move SQLCODE to failed-sqlcode
               exec sql
                   rollback
               end-exec
               perform varying buffer-idx from 1 by 1
                   until buffer-idx > buffer-count
                   invoke type Console::WriteLine(string::Format(
                       "{0} {1} {2}({3})[{4}]: {5}"
                       & " (DB INSERT FAILED {6})"
                       buf-timestamp(buffer-idx)
                       function trim(buf-severity(buffer-idx))
                       buf-seq(buffer-idx)
                       function trim(buf-userid(buffer-idx))
                       buf-guid(buffer-idx)
                       function trim(buf-message(buffer-idx) trailing)
                       failed-sqlcode))
                   invoke self::SpoolFailedRow(buffer-idx)
               end-perform
           end-if.
           move 0 to buffer-count.
           goback.
       end method.

      *  the durable DBSPOOL file (LOGREC.cpy layout) for the DbReplay
      *  batch to re-insert once the database is back.  The spool is
      *  opened and closed per row so every spooled record is already
      *  flushed if the run later abends.  The row is taken from the
      *  insert buffer as it was logged, UserId included.
      *----------------------------------------------------------------
       method-id SpoolFailedRow private.
       linkage section.
       01 row-idx   binary-long.
       procedure division using by value row-idx.
           open extend DBSPOOL-FILE.
           if dbspool-status <> "00"
               open output DBSPOOL-FILE
           end-if.
           move buf-timestamp(row-idx) to LOG-TIMESTAMP.
           move buf-severity(row-idx) to LOG-SEVERITY.
           move buf-seq(row-idx) to LOG-ERROR-COUNTER.
           move buf-userid(row-idx) to LOG-USERID.
           move buf-guid(row-idx) to LOG-GUID.
           move buf-message(row-idx) to LOG-MESSAGE.
           move "D" to LOG-RECORD-TYPE.
           move buf-msgcode(row-idx) to LOG-MSGCODE.
           write LOG-RECORD.
           close DBSPOOL-FILE.
           goback.
      *  WriteRunTrailer - see ICobolLogger.  The flat-file trailer's
      *  relational twin: one TRAILER row per session carrying the
      *  per-severity counts of rows this session actually inserted,
      *  with the counts spelled out in the message column, and the
      *  session's redaction tally after them.  Rows that
      *  went to DBSPOOL instead are not in the counts - they are not
      *  in the table until DbReplay lands them.  The buffer is
      *  written first, so the counts cover every row logged, and the
      *  TRAILER row itself is written straight away - after it there
      *  is nothing left to batch it with.
      *----------------------------------------------------------------
       method-id WriteRunTrailer.
       working-storage section.
           01 trailer-msg string.
       procedure division.
           invoke self::FlushRows().
           set trailer-msg to string::Format(
               "END OF RUN info={0} warn={1} error={2} fatal={3}"
               & " audit={4} alert={5} redact={6}"
               rows-info rows-warn rows-error rows-fatal
               rows-audit rows-alert redactions-made).
           invoke self::WriteLogRow("TRAILER" rows-total trailer-msg).
           invoke self::FlushRows().
           goback.
       end method.

