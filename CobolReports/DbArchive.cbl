      *  are deleted from the live table, committing in bounded chunks
      *  so the database log never has to absorb the whole backlog in
      *  one unit of work.  The moved-row count goes to DBARCRPT.
      *  Retention is LogArchive's own RETDAYS and RETUNIT settings on
      *  PARMLIB, read through ParmGet - a RETUNIT of BUS counted in
      *  business days on the PROCCAL calendar through CalLookup, as
      *  LogArchive counts it - so the flat file and the table age
      *  out on the same day and the two stores stay comparable.
      *  Credentials come from the DBVAULT
      *  protected store through the shared DbCredGet reader, the
      *  same convention DbLogger uses.
      *
      *  A row past retention that falls under a legal hold in force
      *  (HoldCheck, HOLDREC.cpy) is left where it is in LOGTABLE.
      *  What was kept is summarised on RETAINRPT - one line per
      *  session and hold, with the number of rows - and the kept
      *  count goes on DBARCRPT.  Once the hold is released the next
      *  pass moves the rows as normal.
      *----------------------------------------------------------------

       environment division.
               organization line sequential
               file status is report-status.

           select RETAINRPT-FILE assign "RETAINRPT"
               organization line sequential
               file status is retainrpt-status.

       data division.
       file section.
       fd  REPORT-FILE.
       01  REPORT-LINE                pic x(80).

       fd  RETAINRPT-FILE.
       copy "RETNREC.cpy".

       working-storage section.
       copy "PARMREQ.cpy".

       01 cred-status      pic x(02).
       01 report-status    pic x(02).
       01 retainrpt-status pic x(02).

       01 db-user          pic x(30).
       01 db-password      pic x(30).
           05 cutoff-dd    pic 9(02).
       01 cutoff-ts        pic x(19).

       01 retention-unit pic x(03) value "CAL".
           88 retention-in-business-days value "BUS".

       01 cal-mode         pic x(01) value "B".
       01 cal-days         pic 9(04).
       01 cal-day-type     pic x(01).
       01 cal-period-end   pic x(01).
       01 cal-status       pic x(02).

       01 db-timestamp     pic x(19).
       01 db-severity      pic x(07).
       01 db-seq           binary-long.
       01 moved-count      binary-long value 0.
       01 chunk-count      binary-long value 0.
       01 failed-count     binary-long value 0.
       01 held-count       binary-long value 0.

       01 hold-run-id      pic x(15) value spaces.
       01 hold-date-x      pic x(08).
       01 hold-date        pic 9(08).
       01 hold-id          pic x(08).
       01 hold-status      pic x(02).
           88 row-on-hold  value "00".

      *----------------------------------------------------------------
      *  Rows kept under a hold, tallied per session and hold for the
      *  RETAINRPT summary.  Past the table's capacity a kept row is
      *  reported on a line of its own instead.
      *----------------------------------------------------------------
       01 kept-count       binary-long value 0.
       01 kept-idx         binary-long.
       01 found-kept       binary-long.
       01 kept-table.
           05 kept-entry occurs 200 times.
               10 kpt-guid         pic x(36).
               10 kpt-hold-id      pic x(08).
               10 kpt-rows         binary-long.
       01 kept-rows-edit   pic zzzzzzzz9.

       01 total-line.
           05 ttl-label            pic x(22).
           end-exec.

           accept today-date from date yyyymmdd.
           move "G" to PRQ-MODE.
           move "DbArchive" to PRQ-CALLER.
           move "LogArchive" to PRQ-PROGRAM.
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
           perform 1200-set-cutoff thru 1200-set-cutoff-exit.
           move spaces to cutoff-ts.
           string cutoff-yyyy "-" cutoff-mm "-" cutoff-dd " 00:00:00"
               delimited by size into cutoff-ts.
       1000-initialize-exit.
           exit.

      *----------------------------------------------------------------
      *  1200-set-cutoff - a row stamped before CUTOFF-DATE is past
      *  retention, worked out exactly as LogArchive's 1200-set-cutoff
      *  works out its archive cutoff.
      *----------------------------------------------------------------
       1200-set-cutoff.
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
       1200-set-cutoff-exit.
           exit.

      *----------------------------------------------------------------
      *  2000-move-old-rows - WITH HOLD keeps the cursor positioned
      *  across the per-chunk commits; each row is inserted into the
               set no-more-old-rows to true
               go to 2100-move-one-row-exit
           end-if.
           perform 2200-check-row-hold thru 2200-check-row-hold-exit.
           if row-on-hold
               go to 2100-move-one-row-exit
           end-if.
           exec sql
               insert into LOGTABLE_HIST
                   (LOG_TIMESTAMP, LOG_SEVERITY, LOG_ERROR_COUNTER,
       2100-move-one-row-exit.
           exit.

      *----------------------------------------------------------------
      *  2200-check-row-hold - LOGTABLE carries operator, session and
      *  timestamp but no logical-run id; HoldCheck matches a run hold
      *  through the run's segment GUIDs instead.
      *----------------------------------------------------------------
       2200-check-row-hold.
           move spaces to hold-date-x.
           string db-timestamp(1:4) db-timestamp(6:2)
               db-timestamp(9:2)
               delimited by size into hold-date-x.
           if hold-date-x numeric
               move hold-date-x to hold-date
           else
               move 0 to hold-date
           end-if.
           call "HoldCheck" using db-userid db-guid hold-run-id
               hold-date hold-id hold-status.
           if not row-on-hold
               go to 2200-check-row-hold-exit
           end-if.
           add 1 to held-count.
           move 0 to found-kept.
           perform varying kept-idx from 1 by 1
               until kept-idx > kept-count or found-kept > 0
               if kpt-guid(kept-idx) = db-guid
                   and kpt-hold-id(kept-idx) = hold-id
                   move kept-idx to found-kept
               end-if
           end-perform.
           if found-kept = 0 and kept-count < 200
               add 1 to kept-count
               move db-guid to kpt-guid(kept-count)
               move hold-id to kpt-hold-id(kept-count)
               move 0 to kpt-rows(kept-count)
               move kept-count to found-kept
           end-if.
           if found-kept > 0
               add 1 to kpt-rows(found-kept)
           else
               move 1 to kept-rows-edit
               perform 8100-write-retained
                   thru 8100-write-retained-exit
           end-if.
       2200-check-row-hold-exit.
           exit.

      *----------------------------------------------------------------
      *  8000-report-retained - the per-session summary of rows kept
      *  under a hold, appended to RETAINRPT.
      *----------------------------------------------------------------
       8000-report-retained.
           perform varying kept-idx from 1 by 1
               until kept-idx > kept-count
               move kpt-rows(kept-idx) to kept-rows-edit
               move kept-idx to found-kept
               perform 8100-write-retained
                   thru 8100-write-retained-exit
           end-perform.
       8000-report-retained-exit.
           exit.

       8100-write-retained.
           open extend RETAINRPT-FILE.
           if retainrpt-status <> "00"
               open output RETAINRPT-FILE
           end-if.
           move spaces to RETAIN-RECORD.
           accept RET-DATE from date yyyymmdd.
           move "DBARCHIVE" to RET-JOB.
           move "LOGTABLE" to RET-STORE.
           if found-kept > 0
               move kpt-guid(found-kept) to RET-ITEM
               move kpt-hold-id(found-kept) to RET-HOLD-ID
           else
               move db-guid to RET-ITEM
               move hold-id to RET-HOLD-ID
           end-if.
           move spaces to RET-NOTE.
           string kept-rows-edit " row(s) kept in table"
               delimited by size into RET-NOTE.
           write RETAIN-RECORD.
           close RETAINRPT-FILE.
       8100-write-retained-exit.
           exit.

      *----------------------------------------------------------------
       9000-terminate.
           move "ROWS MOVED TO HISTORY " to ttl-label.
           move moved-count to ttl-count.
           move total-line to REPORT-LINE.
           write REPORT-LINE.
           move "ROWS KEPT UNDER HOLD  " to ttl-label.
           move held-count to ttl-count.
           move total-line to REPORT-LINE.
           write REPORT-LINE.
           if kept-count > 0
               perform 8000-report-retained
                   thru 8000-report-retained-exit
           end-if.
           if failed-count > 0
               move spaces to REPORT-LINE
               string
           end-if.
           close REPORT-FILE.
           display "DBARCHIVE: " moved-count " row(s) moved".
           if held-count > 0
               display "DBARCHIVE: " held-count
                   " row(s) kept under legal hold"
           end-if.
           exec sql
               disconnect current
           end-exec.
