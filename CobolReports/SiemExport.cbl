      $SET ILUSING"Demo.Net"

       program-id. SiemExport.

      *----------------------------------------------------------------
      *  SiemExport - nightly security feed.  Every WARN, ERROR,
      *  FATAL, AUDIT and ALERT event that reached the consolidated
      *  LOGFILE (live or already rolled into a dated archive) or
      *  LOGTABLE since the last pass is written to SIEMEXP
      *  as one Common Event Format (CEF) line, the format the
      *  security operations centre's SIEM loads as standard:
      *    CEF:0|Demo|BatchLogger|1.0|<code>|<name>|<severity>|<ext>
      *  The signature is the event's LOG-MSGCODE (the severity word
      *  when the message is uncoded), the name its MSGCAT
      *  description, and the extension carries the timestamp,
      *  operator, session GUID, error counter, store, the message
      *  code and the catalog's severity for it beside the severity
      *  the event was actually logged at, and the message text.
      *
      *  SIEMHWM holds the high-water mark: the timestamp up to which
      *  everything has been sent.  A pass takes events stamped at or
      *  after the mark and before midnight at the start of the run
      *  date - the next pass starts exactly where this one stops - so
      *  sessions LogMerge and DbReplay bring in overnight are
      *  complete before their day is sent, and a rerun the same day
      *  finds nothing new rather than sending anything twice.  The
      *  mark is only moved on when the whole pass succeeded; if
      *  LOGTABLE cannot be read SIEMEXP is left empty, the mark
      *  stays where it was and the next pass sends the lot.
      *
      *  The step runs after LogArchive has rolled LOGFILE, so most of
      *  the window is already in the dated archives: every archive
      *  on ARCHMANIFEST created on or after the mark's date is read
      *  as well as the live file.  LogArchive only ever rolls lines
      *  written before the day it runs, so an archive created before
      *  that date holds nothing inside the window.
      *
      *  A TeeLogger session reaches both stores with the same rows.
      *  The two are matched on GUID, timestamp, error counter,
      *  severity and message - LogReconcile's key - and a LOGTABLE
      *  row is dropped when a LOGFILE row already accounts for it,
      *  so each event goes out once whichever stores it reached.
      *
      *  SIEMCTL gets one control record per pass - the window sent,
      *  the event count and a hash total of the error counters - for
      *  the SIEM side to confirm it received the whole file.
      *----------------------------------------------------------------

       environment division.
       input-output section.
       file-control.
           select LOGFILE assign "LOGFILE"
               organization line sequential
               file status is logfile-status.

           select ARCHMANIFEST-FILE assign "ARCHMANIFEST"
               organization line sequential
               file status is manifest-status.

           select ARCHIVE-FILE assign archive-name
               organization line sequential
               file status is archive-status.

           select MSGCAT-FILE assign "MSGCAT"
               organization indexed
               access dynamic
               record key MSGC-CODE
               file status is msgcat-status.

           select SIEMHWM-FILE assign "SIEMHWM"
               organization line sequential
               file status is siemhwm-status.

           select SIEMEXP-FILE assign "SIEMEXP"
               organization line sequential
               file status is siemexp-status.

           select SIEMCTL-FILE assign "SIEMCTL"
               organization line sequential
               file status is siemctl-status.

           select SORT-FILE assign "SORTWORK".

       data division.
       file section.
       fd  LOGFILE.
       copy "LOGREC.cpy".

       fd  ARCHMANIFEST-FILE.
       copy "MANREC.cpy".

      *----------------------------------------------------------------
      *  Archives hold LOGFILE lines; each is moved into LOG-RECORD
      *  and put through the same test as a live line.
      *----------------------------------------------------------------
       fd  ARCHIVE-FILE.
       01  ARCHIVE-RECORD             pic x(307).

       fd  MSGCAT-FILE.
       copy "MSGREC.cpy".

       fd  SIEMHWM-FILE.
       01  SIEMHWM-RECORD.
           05  HWM-TIMESTAMP          pic x(19).
           05  filler                 pic x(01).
           05  HWM-RUN-DATE           pic 9(08).
           05  filler                 pic x(01).
           05  HWM-RUN-TIME           pic 9(06).
           05  filler                 pic x(01).
           05  HWM-EVENT-COUNT        pic 9(09).

       fd  SIEMEXP-FILE.
       01  SIEMEXP-LINE               pic x(1000).

       fd  SIEMCTL-FILE.
       01  SIEMCTL-RECORD.
           05  CTL-RUN-DATE           pic 9(08).
           05  filler                 pic x(01).
           05  CTL-RUN-TIME           pic 9(06).
           05  filler                 pic x(01).
           05  CTL-FROM-TS            pic x(19).
           05  filler                 pic x(01).
           05  CTL-TO-TS              pic x(19).
           05  filler                 pic x(01).
           05  CTL-EVENT-COUNT        pic 9(09).
           05  filler                 pic x(01).
           05  CTL-HASH-TOTAL         pic 9(15).
           05  filler                 pic x(01).
           05  CTL-FILE-COUNT         pic 9(09).
           05  filler                 pic x(01).
           05  CTL-TABLE-COUNT        pic 9(09).
           05  filler                 pic x(01).
           05  CTL-DEDUP-COUNT        pic 9(09).
           05  filler                 pic x(01).
           05  CTL-STATUS             pic x(08).

       sd  SORT-FILE.
       01  SORT-RECORD.
           05  SORT-KEY.
               10  SORT-TIMESTAMP     pic x(19).
               10  SORT-GUID          pic x(36).
               10  SORT-SEQ           pic 9(09).
               10  SORT-SEVERITY      pic x(07).
               10  SORT-TEXT          pic x(200).
           05  SORT-STORE             pic x(01).
               88  SORT-FROM-FILE     value "F".
               88  SORT-FROM-TABLE    value "T".
           05  SORT-USERID            pic x(20).
           05  SORT-MSGCODE           pic x(08).

       working-storage section.
       01 logfile-status   pic x(02).
       01 manifest-status  pic x(02).
       01 archive-status   pic x(02).
       01 msgcat-status    pic x(02).
       01 siemhwm-status   pic x(02).
       01 siemexp-status   pic x(02).
       01 siemctl-status   pic x(02).
       01 cred-status      pic x(02).
       01 archive-name     pic x(20).

       01 db-user          pic x(30).
       01 db-password      pic x(30).

       exec sql include sqlca end-exec.

       01 db-timestamp     pic x(19).
       01 db-severity      pic x(07).
       01 db-seq           binary-long.
       01 db-userid        pic x(20).
       01 db-guid          pic x(36).
       01 db-message       pic x(200).
       01 db-msgcode       pic x(08).

      *----------------------------------------------------------------
      *  The window sent: from HWM-TS, before CUTOFF-TS.  HWM-DATE
      *  is the mark's day, the oldest archive that can hold any of it.
      *----------------------------------------------------------------
       01 hwm-ts           pic x(19) value "0000-00-00 00:00:00".
       01 hwm-date-x       pic x(08).
       01 hwm-date         pic 9(08) value 0.
       01 cutoff-ts        pic x(19).
       01 run-date         pic 9(08).
       01 run-date-x redefines run-date.
           05 run-yyyy     pic x(04).
           05 run-mm       pic x(02).
           05 run-dd       pic x(02).
       01 run-time         pic 9(08).

       01 end-of-logfile pic x(01) value "N".
           88 no-more-log-records value "Y".
       01 end-of-manifest pic x(01) value "N".
           88 no-more-manifest-records value "Y".
       01 end-of-archive pic x(01) value "N".
           88 no-more-archive-records value "Y".
       01 end-of-cursor pic x(01) value "N".
           88 no-more-table-rows value "Y".
       01 end-of-sort pic x(01) value "N".
           88 no-more-sorted-records value "Y".
       01 table-state pic x(01) value "N".
           88 table-read-failed value "Y".
       01 catalog-state pic x(01) value "N".
           88 catalog-available value "Y".

      *----------------------------------------------------------------
      *  Duplicate matching.  Within one key the sort puts LOGFILE
      *  rows ahead of LOGTABLE rows, so each table row can be set
      *  against a file row already counted for the same key.
      *----------------------------------------------------------------
       01 group-key        pic x(271) value low-values.
       01 group-file-rows  binary-long.
       01 group-table-rows binary-long.

       01 file-count       binary-long value 0.
       01 table-count      binary-long value 0.
       01 dedup-count      binary-long value 0.
       01 event-count      binary-long value 0.
       01 hash-total       pic 9(15) value 0.

      *----------------------------------------------------------------
      *  Building one CEF line.
      *----------------------------------------------------------------
       01 cef-pointer      binary-long.
       01 cef-severity     pic x(02).
       01 cef-signature    pic x(08).
       01 cef-name         pic x(60).
       01 cef-store        pic x(08).
       01 catalog-severity pic x(07).
       01 cef-counter      pic 9(09).

       01 month-names      pic x(36)
           value "JanFebMarAprMayJunJulAugSepOctNovDec".
       01 month-table redefines month-names.
           05 month-name   pic x(03) occurs 12 times.
       01 month-number     pic 9(02).
       01 cef-rt           pic x(20).

      *----------------------------------------------------------------
      *  CEF escaping: a backslash goes before every backslash and,
      *  in the header, every bar; in the extension, every equals.
      *----------------------------------------------------------------
       01 escape-in        pic x(200).
       01 escape-out       pic x(400).
       01 escape-len       binary-long.
       01 escape-idx       binary-long.
       01 escape-out-len   binary-long.
       01 escape-char      pic x(01).
       01 escape-mode pic x(01).
           88 escape-header    value "H".
           88 escape-extension value "E".

       procedure division.
           perform 1000-initialize thru 1000-initialize-exit.
           sort SORT-FILE
               on ascending key SORT-TIMESTAMP SORT-GUID SORT-SEQ
                   SORT-SEVERITY SORT-TEXT SORT-STORE
               input procedure is 2000-gather-events
                   thru 2000-gather-events-exit
               output procedure is 3000-write-events
                   thru 3000-write-events-exit.
           perform 9000-terminate thru 9000-terminate-exit.
           if table-read-failed
               move 8 to return-code
           end-if.
           goback.

      *----------------------------------------------------------------
      *  1000-initialize - the window runs from the stored mark up to
      *  the start of today.  No SIEMHWM means nothing has been sent
      *  yet, so the first pass sends everything on file.
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

           accept run-date from date yyyymmdd.
           accept run-time from time.
           move spaces to cutoff-ts.
           string run-yyyy "-" run-mm "-" run-dd " 00:00:00"
               delimited by size into cutoff-ts.

           open input SIEMHWM-FILE.
           if siemhwm-status = "00"
               read SIEMHWM-FILE
                   at end
                       continue
                   not at end
                       if HWM-TIMESTAMP not = spaces
                           move HWM-TIMESTAMP to hwm-ts
                       end-if
               end-read
               close SIEMHWM-FILE
           end-if.
           move spaces to hwm-date-x.
           string hwm-ts(1:4) hwm-ts(6:2) hwm-ts(9:2)
               delimited by size into hwm-date-x.
           if hwm-date-x numeric
               move hwm-date-x to hwm-date
           end-if.

           open input MSGCAT-FILE.
           if msgcat-status = "00"
               set catalog-available to true
           end-if.
       1000-initialize-exit.
           exit.

      *----------------------------------------------------------------
      *  2000-gather-events - the sort's input procedure: the LOGFILE
      *  archives that can hold part of the window, the live LOGFILE,
      *  then LOGTABLE, each limited to the window and to the
      *  severities the SIEM takes.  Trailers are session bookkeeping
      *  and INFO is not a security event; neither is sent.
      *----------------------------------------------------------------
       2000-gather-events.
           open input ARCHMANIFEST-FILE.
           if manifest-status = "00"
               perform 2050-release-one-archive
                   thru 2050-release-one-archive-exit
                   until no-more-manifest-records
               close ARCHMANIFEST-FILE
           end-if.
           open input LOGFILE.
           if logfile-status = "00"
               perform 2100-release-file-record
                   thru 2100-release-file-record-exit
                   until no-more-log-records
               close LOGFILE
           end-if.
           perform 2200-release-table-rows
               thru 2200-release-table-rows-exit.
       2000-gather-events-exit.
           exit.

      *----------------------------------------------------------------
      *  2050-release-one-archive - an archive created before the
      *  mark's day is not opened; one the manifest lists but that is
      *  no longer on disk is passed over, as LogExtract does.
      *----------------------------------------------------------------
       2050-release-one-archive.
           read ARCHMANIFEST-FILE
               at end
                   set no-more-manifest-records to true
                   go to 2050-release-one-archive-exit
           end-read.
           if MANIFEST-CREATED-DATE < hwm-date
               go to 2050-release-one-archive-exit
           end-if.
           move MANIFEST-ARCHIVE-NAME to archive-name.
           move "N" to end-of-archive.
           open input ARCHIVE-FILE.
           if archive-status <> "00"
               go to 2050-release-one-archive-exit
           end-if.
           perform 2060-release-archived-record
               thru 2060-release-archived-record-exit
               until no-more-archive-records.
           close ARCHIVE-FILE.
       2050-release-one-archive-exit.
           exit.

       2060-release-archived-record.
           read ARCHIVE-FILE
               at end
                   set no-more-archive-records to true
                   go to 2060-release-archived-record-exit
           end-read.
           move ARCHIVE-RECORD to LOG-RECORD.
           perform 2150-release-log-record
               thru 2150-release-log-record-exit.
       2060-release-archived-record-exit.
           exit.

       2100-release-file-record.
           read LOGFILE
               at end
                   set no-more-log-records to true
                   go to 2100-release-file-record-exit
           end-read.
           perform 2150-release-log-record
               thru 2150-release-log-record-exit.
       2100-release-file-record-exit.
           exit.

      *----------------------------------------------------------------
      *  2150-release-log-record - one LOGFILE line, live or archived,
      *  released when it is an event inside the window.
      *----------------------------------------------------------------
       2150-release-log-record.
           if LOG-TRAILER-RECORD
               go to 2150-release-log-record-exit
           end-if.
           if LOG-TIMESTAMP < hwm-ts
               or LOG-TIMESTAMP not < cutoff-ts
               go to 2150-release-log-record-exit
           end-if.
           evaluate LOG-SEVERITY
               when "WARN"
               when "ERROR"
               when "FATAL"
               when "AUDIT"
               when "ALERT"
                   continue
               when other
                   go to 2150-release-log-record-exit
           end-evaluate.
           move LOG-TIMESTAMP to SORT-TIMESTAMP.
           move LOG-GUID to SORT-GUID.
           move LOG-ERROR-COUNTER to SORT-SEQ.
           move LOG-SEVERITY to SORT-SEVERITY.
           move LOG-MESSAGE to SORT-TEXT.
           move "F" to SORT-STORE.
           move LOG-USERID to SORT-USERID.
           move LOG-MSGCODE to SORT-MSGCODE.
           release SORT-RECORD.
       2150-release-log-record-exit.
           exit.

       2200-release-table-rows.
           exec sql
               declare SIEM_CSR cursor for
                   select LOG_TIMESTAMP, LOG_SEVERITY,
                          LOG_ERROR_COUNTER, LOG_USERID,
                          LOG_GUID, LOG_MESSAGE, LOG_MSGCODE
                     from LOGTABLE
                    where LOG_TIMESTAMP >= :hwm-ts
                      and LOG_TIMESTAMP < :cutoff-ts
                      and LOG_SEVERITY in
                          ('WARN', 'ERROR', 'FATAL', 'AUDIT', 'ALERT')
           end-exec.
           exec sql
               open SIEM_CSR
           end-exec.
           if SQLCODE not = 0
               set table-read-failed to true
               go to 2200-release-table-rows-exit
           end-if.
           perform 2210-release-one-row thru 2210-release-one-row-exit
               until no-more-table-rows.
           exec sql
               close SIEM_CSR
           end-exec.
       2200-release-table-rows-exit.
           exit.

       2210-release-one-row.
           move spaces to db-msgcode.
           exec sql
               fetch SIEM_CSR
                   into :db-timestamp, :db-severity, :db-seq,
                        :db-userid, :db-guid, :db-message,
                        :db-msgcode
           end-exec.
           if SQLCODE = 100
               set no-more-table-rows to true
               go to 2210-release-one-row-exit
           end-if.
           if SQLCODE not = 0
               set table-read-failed to true
               set no-more-table-rows to true
               go to 2210-release-one-row-exit
           end-if.
           move db-timestamp to SORT-TIMESTAMP.
           move db-guid to SORT-GUID.
           move db-seq to SORT-SEQ.
           move db-severity to SORT-SEVERITY.
           move db-message to SORT-TEXT.
           move "T" to SORT-STORE.
           move db-userid to SORT-USERID.
           move db-msgcode to SORT-MSGCODE.
           release SORT-RECORD.
       2210-release-one-row-exit.
           exit.

      *----------------------------------------------------------------
      *  3000-write-events - the sort's output procedure.  When the
      *  table could not be read nothing is sent at all: half a night
      *  would move the mark past the rows that were missed.
      *----------------------------------------------------------------
       3000-write-events.
           open output SIEMEXP-FILE.
           if table-read-failed
               go to 3000-write-events-exit
           end-if.
           perform 3100-write-one-event thru 3100-write-one-event-exit
               until no-more-sorted-records.
       3000-write-events-exit.
           exit.

       3100-write-one-event.
           return SORT-FILE
               at end
                   set no-more-sorted-records to true
                   go to 3100-write-one-event-exit
           end-return.
           if SORT-KEY not = group-key
               move SORT-KEY to group-key
               move 0 to group-file-rows
               move 0 to group-table-rows
           end-if.
           if SORT-FROM-FILE
               add 1 to group-file-rows
               add 1 to file-count
               move "LOGFILE" to cef-store
           else
               add 1 to group-table-rows
               if group-table-rows not > group-file-rows
                   add 1 to dedup-count
                   go to 3100-write-one-event-exit
               end-if
               add 1 to table-count
               move "LOGTABLE" to cef-store
           end-if.
           perform 3200-build-cef-line thru 3200-build-cef-line-exit.
           write SIEMEXP-LINE.
           add 1 to event-count.
           add SORT-SEQ to hash-total.
       3100-write-one-event-exit.
           exit.

      *----------------------------------------------------------------
      *  3200-build-cef-line - header first, then the extension.
      *  The CEF severity scale runs 0 to 10.
      *----------------------------------------------------------------
       3200-build-cef-line.
           evaluate SORT-SEVERITY
               when "WARN"
                   move "5" to cef-severity
               when "ERROR"
                   move "7" to cef-severity
               when "FATAL"
                   move "10" to cef-severity
               when "ALERT"
                   move "9" to cef-severity
               when other
                   move "3" to cef-severity
           end-evaluate.
           perform 3300-look-up-catalog thru 3300-look-up-catalog-exit.
           move SORT-TIMESTAMP(6:2) to month-number.
           if month-number < 1 or month-number > 12
               move 1 to month-number
           end-if.
           move spaces to cef-rt.
           string month-name(month-number) " "
               SORT-TIMESTAMP(9:2) " " SORT-TIMESTAMP(1:4) " "
               SORT-TIMESTAMP(12:8)
               delimited by size into cef-rt.
           move SORT-SEQ to cef-counter.

           move spaces to SIEMEXP-LINE.
           move 1 to cef-pointer.
           string "CEF:0|Demo|BatchLogger|1.0|"
               cef-signature delimited by space
               "|" delimited by size
               into SIEMEXP-LINE with pointer cef-pointer.
           move cef-name to escape-in.
           set escape-header to true.
           perform 7000-escape-text thru 7000-escape-text-exit.
           if escape-out-len > 0
               string escape-out(1:escape-out-len) delimited by size
                   into SIEMEXP-LINE with pointer cef-pointer
           end-if.
           string "|" cef-severity delimited by space
               "|rt=" cef-rt delimited by size
               into SIEMEXP-LINE with pointer cef-pointer.

           move SORT-USERID to escape-in.
           set escape-extension to true.
           perform 7000-escape-text thru 7000-escape-text-exit.
           if escape-out-len > 0
               string " suser=" escape-out(1:escape-out-len)
                   delimited by size
                   into SIEMEXP-LINE with pointer cef-pointer
           end-if.
           string " cs3Label=sessionGuid cs3=" SORT-GUID
               " cn1Label=errorCounter cn1=" delimited by size
               cef-counter delimited by size
               " cs4Label=store cs4=" delimited by size
               cef-store delimited by space
               " cs5Label=loggedSeverity cs5=" delimited by size
               SORT-SEVERITY delimited by space
               into SIEMEXP-LINE with pointer cef-pointer.
           if SORT-MSGCODE not = spaces
               string " cs1Label=msgCode cs1=" delimited by size
                   SORT-MSGCODE delimited by space
                   " cs2Label=catalogSeverity cs2=" delimited by size
                   catalog-severity delimited by space
                   into SIEMEXP-LINE with pointer cef-pointer
           end-if.
           move SORT-TEXT to escape-in.
           perform 7000-escape-text thru 7000-escape-text-exit.
           if escape-out-len > 0
               string " msg=" escape-out(1:escape-out-len)
                   delimited by size
                   into SIEMEXP-LINE with pointer cef-pointer
           end-if.
       3200-build-cef-line-exit.
           exit.

      *----------------------------------------------------------------
      *  3300-look-up-catalog - signature and name from MSGCAT.  An
      *  uncoded message signs with its severity word; a code the
      *  catalog does not hold is sent with catalog severity UNKNOWN.
      *----------------------------------------------------------------
       3300-look-up-catalog.
           if SORT-MSGCODE = spaces
               move SORT-SEVERITY to cef-signature
               move SORT-SEVERITY to cef-name
               move spaces to catalog-severity
               go to 3300-look-up-catalog-exit
           end-if.
           move SORT-MSGCODE to cef-signature.
           move SORT-MSGCODE to cef-name.
           move "UNKNOWN" to catalog-severity.
           if not catalog-available
               go to 3300-look-up-catalog-exit
           end-if.
           move SORT-MSGCODE to MSGC-CODE.
           read MSGCAT-FILE
               invalid key
                   go to 3300-look-up-catalog-exit
           end-read.
           move MSGC-SEVERITY to catalog-severity.
           if MSGC-DESC not = spaces
               move MSGC-DESC to cef-name
           end-if.
       3300-look-up-catalog-exit.
           exit.

      *----------------------------------------------------------------
      *  7000-escape-text - ESCAPE-IN, trailing spaces dropped, into
      *  ESCAPE-OUT(1:ESCAPE-OUT-LEN) with CEF's escapes applied.
      *----------------------------------------------------------------
       7000-escape-text.
           move spaces to escape-out.
           move 0 to escape-out-len.
           perform varying escape-len from 200 by -1
               until escape-len = 0
                   or escape-in(escape-len:1) not = space
               continue
           end-perform.
           if escape-len = 0
               go to 7000-escape-text-exit
           end-if.
           perform 7100-escape-one-char thru 7100-escape-one-char-exit
               varying escape-idx from 1 by 1
               until escape-idx > escape-len.
       7000-escape-text-exit.
           exit.

       7100-escape-one-char.
           move escape-in(escape-idx:1) to escape-char.
           if escape-char = "\"
               or (escape-header and escape-char = "|")
               or (escape-extension and escape-char = "=")
               add 1 to escape-out-len
               move "\" to escape-out(escape-out-len:1)
           end-if.
           add 1 to escape-out-len.
           move escape-char to escape-out(escape-out-len:1).
       7100-escape-one-char-exit.
           exit.

      *----------------------------------------------------------------
      *  9000-terminate - the control record always, the new mark
      *  only after a complete pass.
      *----------------------------------------------------------------
       9000-terminate.
           close SIEMEXP-FILE.
           if catalog-available
               close MSGCAT-FILE
           end-if.

           open extend SIEMCTL-FILE.
           if siemctl-status <> "00"
               open output SIEMCTL-FILE
           end-if.
           move spaces to SIEMCTL-RECORD.
           move run-date to CTL-RUN-DATE.
           move run-time(1:6) to CTL-RUN-TIME.
           move hwm-ts to CTL-FROM-TS.
           move cutoff-ts to CTL-TO-TS.
           move event-count to CTL-EVENT-COUNT.
           move hash-total to CTL-HASH-TOTAL.
           move file-count to CTL-FILE-COUNT.
           move table-count to CTL-TABLE-COUNT.
           move dedup-count to CTL-DEDUP-COUNT.
           if table-read-failed
               move "FAILED" to CTL-STATUS
           else
               move "COMPLETE" to CTL-STATUS
           end-if.
           write SIEMCTL-RECORD.
           close SIEMCTL-FILE.

           if table-read-failed
               display "SIEMEXPORT: LOGTABLE not readable - nothing"
                   " sent, high-water mark left at " hwm-ts
           else
               open output SIEMHWM-FILE
               move spaces to SIEMHWM-RECORD
               move cutoff-ts to HWM-TIMESTAMP
               move run-date to HWM-RUN-DATE
               move run-time(1:6) to HWM-RUN-TIME
               move event-count to HWM-EVENT-COUNT
               write SIEMHWM-RECORD
               close SIEMHWM-FILE
               display "SIEMEXPORT: " event-count " event(s) sent, "
                   dedup-count " duplicate(s) dropped"
           end-if.
           exec sql
               disconnect current
           end-exec.
       9000-terminate-exit.
           exit.

       end program SiemExport.
