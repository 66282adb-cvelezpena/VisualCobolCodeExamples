      *  otherwise grow forever: RUNHIST and RUNREG (appended by every
      *  Program1 invocation), ALERTQ (ACKED records kept permanently)
      *  and the stream-keyed REJECTS files.  Closed-out records older
      *  than the retention (the RETDAYS setting on the PARMLIB
      *  parameter library, read through ParmGet; 90 days when none
      *  is in force) are rolled into dated archives
      *  - RUNHIST.YYYYMMDD and so on - each recorded in HSKMANIFEST,
      *  the same name-and-date manifest convention LogArchive keeps
      *  for LOGFILE archives (see the FD below for why the name
      *  Checkpoints are looked for under the default name and under
      *  CHECKPOINT.<stream> for every stream RUNSCHED lists, the
      *  same stream-keyed naming Program1 writes them with.
      *
      *  A RETUNIT setting of BUS counts the retention in business
      *  days on the PROCCAL processing calendar (CalLookup) instead
      *  of calendar days, the same option LogArchive takes.
      *
      *  Legal holds: before a RUNHIST, RUNREG or ALERTQ record is
      *  rolled off, HoldCheck is asked whether a hold in force
      *  (HOLDREC.cpy) covers it - by operator, session GUID, logical
      *  run or date.  A held record stays in the live file past its
      *  retention (for RUNHIST, the whole S/E pair, if either half
      *  is held) and is reported on RETAINRPT.  A REJECTS file is
      *  still rolled wholesale, since Program1 starts its file
      *  afresh on the next run and nothing left in it would survive;
      *  a rejected row of a held operator is instead reported on
      *  RETAINRPT as preserved in the dated archive, which no job
      *  ever purges.
      *----------------------------------------------------------------

       environment division.
       input-output section.
       file-control.
           select RUNSCHED-FILE assign "RUNSCHED"
               organization line sequential
               file status is runsched-status.
               organization line sequential
               file status is hskmanifest-status.

           select RETAINRPT-FILE assign "RETAINRPT"
               organization line sequential
               file status is retainrpt-status.

       data division.
       file section.
       fd  RUNSCHED-FILE.
       01  RUNSCHED-RECORD.
           05  SCH-STREAM          pic x(08).
       copy "ALERTREC.cpy".

       fd  ALERTQ-TEMP.
       01  ALERTQ-TEMP-RECORD         pic x(222).

      *----------------------------------------------------------------
      *  A REJECTS line is Program1's reason and row number followed
      *  by the rejected TESTCASE row, whose operator id starts after
      *  the severity column.
      *----------------------------------------------------------------
       fd  REJECTS-FILE.
       01  REJECTS-RECORD             pic x(253).
       01  REJECTS-DETAIL redefines REJECTS-RECORD.
           05  RJX-REASON              pic x(08).
           05  filler                  pic x(01).
           05  RJX-ROW-NO              pic x(05).
           05  filler                  pic x(01).
           05  RJX-SEVERITY            pic x(07).
           05  filler                  pic x(01).
           05  RJX-USERID              pic x(20).
           05  filler                  pic x(210).

       fd  ARCHIVE-FILE.
       01  ARCHIVE-RECORD             pic x(253).
      *  archive name, creation date) but with a wider name column:
      *  a stream-keyed rejects archive - REJECTS.<stream>.yyyymmdd -
      *  runs to 26 characters, past MANREC's 20.  This program is
      *  the manifest's only writer; AuditTrail also reads it, for the
      *  archived ALERTQ files, through its own view of the same
      *  columns, so any change here must be carried there too.
      *----------------------------------------------------------------
       fd  HSKMANIFEST-FILE.
       01  HSK-MANIFEST-RECORD.
           05  filler                  pic x(01).
           05  HSK-CREATED-DATE        pic 9(08).

       fd  RETAINRPT-FILE.
       copy "RETNREC.cpy".

       working-storage section.
       copy "PARMREQ.cpy".

       01 runsched-status      pic x(02).
       01 checkpoint-status    pic x(02).
       01 runhist-status       pic x(02).
       01 rejects-status       pic x(02).
       01 archive-status       pic x(02).
       01 hskmanifest-status   pic x(02).
       01 retainrpt-status     pic x(02).

       01 retention-days   binary-long value 90.
       01 today-date       pic 9(08).
       01 cutoff-julian    binary-long.
       01 cutoff-date      pic 9(08).

       01 retention-unit pic x(03) value "CAL".
           88 retention-in-business-days value "BUS".

       01 cal-mode         pic x(01) value "B".
       01 cal-days         pic 9(04).
       01 cal-day-type     pic x(01).
       01 cal-period-end   pic x(01).
       01 cal-status       pic x(02).

       01 checkpoint-name  pic x(20).
       01 rejects-name     pic x(20).
       01 archive-name     pic x(32).
       01 rejects-archived  binary-long value 0.
       01 file-record-count binary-long value 0.

       01 runhist-held      binary-long value 0.
       01 runreg-held       binary-long value 0.
       01 alertq-held       binary-long value 0.
       01 rejects-held      binary-long value 0.

      *----------------------------------------------------------------
      *  HoldCheck arguments, and the RETAINRPT line being built.
      *----------------------------------------------------------------
       01 hold-oper-id     pic x(20).
       01 hold-guid        pic x(36).
       01 hold-run-id      pic x(15).
       01 hold-date        pic 9(08).
       01 hold-id          pic x(08).
       01 hold-status      pic x(02).
           88 record-on-hold value "00".
       01 retain-store     pic x(32).
       01 retain-item      pic x(40).
       01 retain-note      pic x(30).

      *----------------------------------------------------------------
      *  One entry per stream the checkpoint sweep knows about: the
      *  unnamed default plus every stream RUNSCHED lists.  A stream
               10 par-has-start    pic x(01).
               10 par-has-end      pic x(01).
               10 par-end-date     pic 9(08).
               10 par-hold-id      pic x(08).

       procedure division.
           perform 1000-initialize thru 1000-initialize-exit.
      *----------------------------------------------------------------
       1000-initialize.
           accept today-date from date yyyymmdd.
           move "G" to PRQ-MODE.
           move "Housekeep" to PRQ-CALLER.
           move "Housekeep" to PRQ-PROGRAM.
           move "RETDAYS" to PRQ-KEYWORD.
           call "ParmGet" using PARM-REQUEST.
           if PRQ-STATUS < "12"
               move PRQ-NUMBER to retention-days
           end-if.
           move "RETUNIT" to PRQ-KEYWORD.
           call "ParmGet" using PARM-REQUEST.
           if PRQ-STATUS < "12"
               move PRQ-VALUE to retention-unit
           end-if.
           if retention-in-business-days
               move retention-days to cal-days
               call "CalLookup" using cal-mode today-date cal-days
                   cal-day-type cal-period-end cutoff-date cal-status
           else
               compute cutoff-julian =
                   function integer-of-date(today-date)
                   - retention-days
               move function date-of-integer(cutoff-julian)
                   to cutoff-date
           end-if.

           perform 1200-load-streams thru 1200-load-streams-exit.
           perform varying stream-idx from 1 by 1
       1000-initialize-exit.
           exit.

      *----------------------------------------------------------------
      *  1200-load-streams - entry 1 is the unnamed default stream;
      *  the rest come from RUNSCHED, which is already the published
               move "N" to par-has-start(pair-count)
               move "N" to par-has-end(pair-count)
               move 0 to par-end-date(pair-count)
               move spaces to par-hold-id(pair-count)
               move pair-count to found-pair
           end-if.
           if RUNH-START
               move "Y" to par-has-end(found-pair)
               move RUNH-DATE to par-end-date(found-pair)
           end-if.
           if par-hold-id(found-pair) = spaces
               move RUNH-OPERATOR to hold-oper-id
               move RUNH-GUID to hold-guid
               move spaces to hold-run-id
               move RUNH-DATE to hold-date
               perform 8200-check-hold thru 8200-check-hold-exit
               if record-on-hold
                   move hold-id to par-hold-id(found-pair)
               end-if
           end-if.
       2100-pair-one-record-exit.
           exit.

                   move pair-idx to found-pair
               end-if
           end-perform.
           if found-pair > 0
               and par-has-start(found-pair) = "Y"
               and par-has-end(found-pair) = "Y"
               and par-end-date(found-pair) < cutoff-date
               and par-hold-id(found-pair) not = spaces
               write RUNHIST-TEMP-RECORD from RUNH-RECORD
               add 1 to runhist-held
               move "RUNHIST" to retain-store
               move spaces to retain-item
               string RUNH-RECORD-TYPE " " RUNH-GUID
                   delimited by size into retain-item
               move par-hold-id(found-pair) to hold-id
               move "kept in live file" to retain-note
               perform 8300-report-retained
                   thru 8300-report-retained-exit
               go to 2200-rewrite-one-record-exit
           end-if.
           if found-pair > 0
               and par-has-start(found-pair) = "Y"
               and par-has-end(found-pair) = "Y"
                   move pair-idx to open-run-idx
               end-if
           end-perform.
           if open-run-idx = 0
               and RR-START-DATE < cutoff-date
               move spaces to hold-oper-id
               move RR-SEGMENT-GUID to hold-guid
               move RR-RUN-ID to hold-run-id
               move RR-START-DATE to hold-date
               perform 8200-check-hold thru 8200-check-hold-exit
               if record-on-hold
                   write RUNREG-TEMP-RECORD from RUNREG-RECORD
                   add 1 to runreg-held
                   move "RUNREG" to retain-store
                   move spaces to retain-item
                   string RR-RUN-ID " " RR-SEGMENT-GUID
                       delimited by size into retain-item
                   move "kept in live file" to retain-note
                   perform 8300-report-retained
                       thru 8300-report-retained-exit
                   go to 3100-review-one-runreg-exit
               end-if
           end-if.
           if open-run-idx = 0
               and RR-START-DATE < cutoff-date
               move spaces to ARCHIVE-RECORD
           else
               move today-date to alert-date
           end-if.
           if alert-date < cutoff-date
               move ALR-USERID to hold-oper-id
               move ALR-GUID to hold-guid
               move spaces to hold-run-id
               move alert-date to hold-date
               perform 8200-check-hold thru 8200-check-hold-exit
               if record-on-hold
                   write ALERTQ-TEMP-RECORD from ALERT-RECORD
                   add 1 to alertq-held
                   move "ALERTQ" to retain-store
                   move spaces to retain-item
                   string ALR-TIMESTAMP " " ALR-GUID
                       delimited by size into retain-item
                   move "kept in live file" to retain-note
                   perform 8300-report-retained
                       thru 8300-report-retained-exit
                   go to 4100-review-one-alert-exit
               end-if
           end-if.
           if alert-date < cutoff-date
               move spaces to ARCHIVE-RECORD
               move ALERT-RECORD to ARCHIVE-RECORD
                   move REJECTS-RECORD to ARCHIVE-RECORD
                   perform 8100-write-archive-record
                       thru 8100-write-archive-record-exit
                   perform 5120-check-rejects-hold
                       thru 5120-check-rejects-hold-exit
           end-read.
       5110-roll-one-record-exit.
           exit.

      *----------------------------------------------------------------
      *  5120-check-rejects-hold - a rejected row carries an operator
      *  id but no date or session, so only an operator hold can
      *  cover it.
      *----------------------------------------------------------------
       5120-check-rejects-hold.
           move RJX-USERID to hold-oper-id.
           move spaces to hold-guid.
           move spaces to hold-run-id.
           move 0 to hold-date.
           perform 8200-check-hold thru 8200-check-hold-exit.
           if not record-on-hold
               go to 5120-check-rejects-hold-exit
           end-if.
           add 1 to rejects-held.
           move archive-name to retain-store.
           move spaces to retain-item.
           string rejects-name delimited by space
               " row " RJX-ROW-NO
               delimited by size into retain-item.
           move "kept in dated archive" to retain-note.
           perform 8300-report-retained
               thru 8300-report-retained-exit.
       5120-check-rejects-hold-exit.
           exit.

      *----------------------------------------------------------------
      *  8000-append-manifest-entry - one HSKMANIFEST line per dated
      *  archive this run actually put records into.
       8100-write-archive-record-exit.
           exit.

      *----------------------------------------------------------------
      *  8200-check-hold - the caller stages the record's operator,
      *  GUID, run id and date; no register reads as no hold.
      *----------------------------------------------------------------
       8200-check-hold.
           call "HoldCheck" using hold-oper-id hold-guid hold-run-id
               hold-date hold-id hold-status.
       8200-check-hold-exit.
           exit.

      *----------------------------------------------------------------
      *  8300-report-retained - one RETAINRPT line for a record kept
      *  because of HOLD-ID; the caller stages store, item and note.
      *----------------------------------------------------------------
       8300-report-retained.
           open extend RETAINRPT-FILE.
           if retainrpt-status <> "00"
               open output RETAINRPT-FILE
           end-if.
           move spaces to RETAIN-RECORD.
           move today-date to RET-DATE.
           move "HOUSEKEEP" to RET-JOB.
           move retain-store to RET-STORE.
           move retain-item to RET-ITEM.
           move hold-id to RET-HOLD-ID.
           move retain-note to RET-NOTE.
           write RETAIN-RECORD.
           close RETAINRPT-FILE.
       8300-report-retained-exit.
           exit.

      *----------------------------------------------------------------
       9000-terminate.
           display "HOUSEKEEP: runhist=" runhist-archived
               " alertq=" alertq-archived
               " rejects=" rejects-archived
               " record(s) archived, cutoff " cutoff-date.
           if runhist-held > 0 or runreg-held > 0
               or alertq-held > 0 or rejects-held > 0
               display "HOUSEKEEP: runhist=" runhist-held
                   " runreg=" runreg-held
                   " alertq=" alertq-held
                   " rejects=" rejects-held
                   " record(s) under legal hold"
           end-if.
       9000-terminate-exit.
           exit.

