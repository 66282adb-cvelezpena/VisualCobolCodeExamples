      *  (filename, creation date) so the purge step only ever has to
      *  age-check the manifest it already wrote, never list a
      *  directory.
      *
      *  The retention is set on the PARMLIB parameter library, read
      *  through ParmGet: RETDAYS is the count (30 when none is in
      *  force), and a RETUNIT of BUS counts it in business days on
      *  the PROCCAL processing calendar (CalLookup) rather than
      *  calendar days, so a run of holidays does not eat into the
      *  archives kept.
      *
      *  An archive past retention is read before it is deleted: if
      *  any record in it falls under a legal hold in force
      *  (HoldCheck, HOLDREC.cpy) the whole archive stays, manifest
      *  entry and index entries included, and a line naming the
      *  archive, the record's session and the hold goes to
      *  RETAINRPT.  Once the hold is released the next night's pass
      *  finds nothing holding it and the archive purges as normal.
      *----------------------------------------------------------------

       environment division.
               organization line sequential
               file status is logindex-temp-status.

           select SCAN-FILE assign scan-name
               organization line sequential
               file status is scan-status.

           select RETAINRPT-FILE assign "RETAINRPT"
               organization line sequential
               file status is retainrpt-status.

       data division.
       file section.
       fd  LOGFILE.
       fd  LOGINDEX-TEMP.
       01  LOGINDEX-TEMP-RECORD       pic x(107).

      *----------------------------------------------------------------
      *  An archive being weighed for purge is read through SCAN-FILE
      *  so ARCHIVE-NAME can keep naming today's new archive for the
      *  index rewrite.  Only the columns a hold can name are mapped.
      *----------------------------------------------------------------
       fd  SCAN-FILE.
       01  SCAN-RECORD.
           05  SCN-TIMESTAMP       pic x(19).
           05  filler              pic x(19).
           05  SCN-USERID          pic x(20).
           05  filler              pic x(01).
           05  SCN-GUID            pic x(36).
           05  filler              pic x(212).

       fd  RETAINRPT-FILE.
       copy "RETNREC.cpy".

       working-storage section.
       copy "PARMREQ.cpy".

       01 logfile-status         pic x(02).
       01 archive-status         pic x(02).
       01 manifest-status        pic x(02).
       01 manifest-temp-status   pic x(02).
       01 logindex-status        pic x(02).
       01 logindex-temp-status   pic x(02).
       01 scan-status            pic x(02).
       01 retainrpt-status       pic x(02).

       01 scan-name              pic x(20).
       01 scan-date-x            pic x(08).
       01 hold-oper-id           pic x(20).
       01 hold-guid              pic x(36).
       01 hold-run-id            pic x(15).
       01 hold-date              pic 9(08).
       01 hold-id                pic x(08).
       01 hold-status            pic x(02).
           88 record-on-hold     value "00".
       01 retained-count         binary-long value 0.

       01 retention-days         binary-long value 30.
       01 today-date             pic 9(08).
       01 archive-name           pic x(20).
       01 archive-julian         binary-long.
       01 today-julian           binary-long.
       01 cutoff-date            pic 9(08).

       01 retention-unit pic x(03) value "CAL".
           88 retention-in-business-days value "BUS".

       01 cal-mode               pic x(01) value "B".
       01 cal-days               pic 9(04).
       01 cal-day-type           pic x(01).
       01 cal-period-end         pic x(01).
       01 cal-status             pic x(02).

       01 end-of-logfile pic x(01) value "N".
           88 no-more-log-records value "Y".
           88 no-more-manifest-records value "Y".
       01 end-of-index pic x(01) value "N".
           88 no-more-index-records value "Y".
       01 end-of-scan pic x(01) value "N".
           88 no-more-scan-records value "Y".

       01 rolled-state pic x(01) value "N".
           88 logfile-rolled value "Y".
           perform 3000-purge-old-archives
               thru 3000-purge-old-archives-exit.
           perform 4000-rewrite-index thru 4000-rewrite-index-exit.
           if retained-count > 0
               display "LOGARCHIVE: " retained-count
                   " archive(s) kept under legal hold - see RETAINRPT"
           end-if.
           goback.

      *----------------------------------------------------------------
           move spaces to archive-name.
           string "LOGFILE." today-date delimited by size
               into archive-name.
           move "G" to PRQ-MODE.
           move "LogArchive" to PRQ-CALLER.
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
       1000-initialize-exit.
           exit.

      *----------------------------------------------------------------
      *  1200-set-cutoff - an archive created before CUTOFF-DATE is
      *  past retention.  In calendar days that is the old "more than
      *  RETENTION-DAYS old" test; in business days CalLookup walks
      *  back over the calendar's processing days instead.
      *----------------------------------------------------------------
       1200-set-cutoff.
           if retention-in-business-days
               move retention-days to cal-days
               call "CalLookup" using cal-mode today-date cal-days
                   cal-day-type cal-period-end cutoff-date cal-status
           else
               compute archive-julian = today-julian - retention-days
               move function date-of-integer(archive-julian)
                   to cutoff-date
           end-if.
       1200-set-cutoff-exit.
           exit.

      *----------------------------------------------------------------
      *  2000-archive-logfile - copies every LOGFILE record into the
      *  dated archive named by ARCHIVE-NAME (the file-control entry

      *----------------------------------------------------------------
      *  3000-purge-old-archives - rewrites ARCHMANIFEST keeping only
      *  entries not yet past retention (created on or after
      *  CUTOFF-DATE), deleting the archive file itself for every
      *  entry dropped - unless a legal hold keeps it.
      *----------------------------------------------------------------
       3000-purge-old-archives.
           open input ARCHMANIFEST-FILE.
               at end
                   set no-more-manifest-records to true
               not at end
                   if MANIFEST-CREATED-DATE < cutoff-date
                       perform 3200-check-archive-holds
                           thru 3200-check-archive-holds-exit
                   end-if
                   if MANIFEST-CREATED-DATE < cutoff-date
                       and not record-on-hold
                       call "CBL_DELETE_FILE"
                           using MANIFEST-ARCHIVE-NAME
                       if purged-count < 100
       3100-review-one-entry-exit.
           exit.

      *----------------------------------------------------------------
      *  3200-check-archive-holds - reads the archive only as far as
      *  its first held record.  An archive that will not open has
      *  nothing left to keep and purges as before.
      *----------------------------------------------------------------
       3200-check-archive-holds.
           move "23" to hold-status.
           move MANIFEST-ARCHIVE-NAME to scan-name.
           open input SCAN-FILE.
           if scan-status <> "00"
               go to 3200-check-archive-holds-exit
           end-if.
           move "N" to end-of-scan.
           perform 3210-check-one-record
               thru 3210-check-one-record-exit
               until no-more-scan-records or record-on-hold.
           close SCAN-FILE.
           if record-on-hold
               add 1 to retained-count
               perform 3300-report-retained
                   thru 3300-report-retained-exit
           end-if.
       3200-check-archive-holds-exit.
           exit.

       3210-check-one-record.
           read SCAN-FILE
               at end
                   set no-more-scan-records to true
                   go to 3210-check-one-record-exit
           end-read.
           move SCN-USERID to hold-oper-id.
           move SCN-GUID to hold-guid.
           move spaces to hold-run-id.
           move spaces to scan-date-x.
           string SCN-TIMESTAMP(1:4) SCN-TIMESTAMP(6:2)
               SCN-TIMESTAMP(9:2)
               delimited by size into scan-date-x.
           if scan-date-x numeric
               move scan-date-x to hold-date
           else
               move 0 to hold-date
           end-if.
           call "HoldCheck" using hold-oper-id hold-guid hold-run-id
               hold-date hold-id hold-status.
       3210-check-one-record-exit.
           exit.

       3300-report-retained.
           open extend RETAINRPT-FILE.
           if retainrpt-status <> "00"
               open output RETAINRPT-FILE
           end-if.
           move spaces to RETAIN-RECORD.
           move today-date to RET-DATE.
           move "LOGARCHIVE" to RET-JOB.
           move MANIFEST-ARCHIVE-NAME to RET-STORE.
           move hold-guid to RET-ITEM.
           move hold-id to RET-HOLD-ID.
           move "archive kept past retention" to RET-NOTE.
           write RETAIN-RECORD.
           close RETAINRPT-FILE.
       3300-report-retained-exit.
           exit.

      *----------------------------------------------------------------
      *  4000-rewrite-index - one temp-and-rename pass over LOGINDEX:
      *  entries filed under the live LOGFILE follow the records into
