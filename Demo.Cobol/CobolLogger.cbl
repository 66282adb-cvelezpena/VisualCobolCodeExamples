               organization line sequential
               file status is jobmanifest-status.

           select ALERTQ-FILE assign "ALERTQ"
               organization line sequential
               file status is alertq-status.
       fd  ALERTQ-FILE.
       copy "ALERTREC.cpy".

       working-storage section.
       01 error-counter binary-long.
       01 info-counter binary-long.
       01 guid-text pic x(36).
       01 jobmanifest-status pic x(02).
       01 alertq-status pic x(02).
       01 min-severity string value "INFO".
       01 min-severity-rank binary-long value 1.

       01 lines-alert   binary-long value 0.
       01 lines-total   binary-long value 0.

      *----------------------------------------------------------------
      *  REDACT-rule matches masked out of this session's message
      *  text (see LogRedact), carried on the trailer so the session
      *  shows how much sensitive data it tried to write.
      *----------------------------------------------------------------
       01 redactions-made binary-long value 0.

      *----------------------------------------------------------------
      *  UserId - backed explicitly (rather than a plain auto property)
      *  so that switching operators mid-run writes an audit line; two
       end method.

      *----------------------------------------------------------------
      *  LoadMinimumSeverity - takes the *LOGGER MINSEV setting from
      *  PARMLIB through ParmGet, the same setting DbLogger reads.
      *  ParmGet hands back the PARMDEF default "INFO" when nothing
      *  valid is in force, which writes everything - the
      *  long-standing behavior.
      *----------------------------------------------------------------
       method-id LoadMinimumSeverity private.
       working-storage section.
       copy "PARMREQ.cpy".
       procedure division.
           move "G" to PRQ-MODE.
           move "CobolLogger" to PRQ-CALLER.
           move "*LOGGER" to PRQ-PROGRAM.
           move "MINSEV" to PRQ-KEYWORD.
           call "ParmGet" using PARM-REQUEST.
           if PRQ-STATUS < "12"
               set self::MinimumSeverity to function trim(PRQ-VALUE)
           end-if.
           goback.
       end method.
      *  WriteLogLine - common path for every severity: stamps the
      *  timestamp and this session's guid, writes the console line
      *  operators watch live, and the LOGFILE record that survives
      *  after the window closes.  The message is put through the
      *  REDACT rules first, so neither the console nor LOGFILE ever
      *  sees what the rules mask.
      *----------------------------------------------------------------
       method-id WriteLogLine private.
       linkage section.
       working-storage section.
           01 ts string.
           01 line-rank binary-long.
           01 redact-text  pic x(200).
           01 redact-count binary-long.
       procedure division using by value severity seq-no msg.
      *----------------------------------------------------------------
      *  MinimumSeverity suppression: ranked severities below the
           if line-rank > 0 and line-rank < min-severity-rank
               goback
           end-if.
      *    the message goes on cut to the 200 bytes the rules scanned
      *    (all LOGFILE holds), so no unscanned tail reaches the console
           move msg to redact-text.
           call "LogRedact" using redact-text redact-count.
           if redact-count > 0
               add redact-count to redactions-made
           end-if.
           set msg to function trim(redact-text trailing).
           set ts to self::FormatTimestamp().
           invoke type Console::WriteLine(
               self::FormatConsoleLine(ts severity seq-no msg)).
           move lines-fatal to TRL-FATAL-COUNT.
           move lines-audit to TRL-AUDIT-COUNT.
           move lines-alert to TRL-ALERT-COUNT.
           move redactions-made to TRL-REDACT-COUNT.
           move "T" to TRL-RECORD-TYPE.
           write LOG-TRAILER.
           goback.
