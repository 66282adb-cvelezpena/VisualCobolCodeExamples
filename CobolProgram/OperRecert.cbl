      $SET ILUSING"Demo.Net"

       program-id. OperRecert.

      *----------------------------------------------------------------
      *  OperRecert - quarterly recertification of the OPERMAST
      *  authorized-operator master.  For every active operator it
      *  finds the last date the id was actually used anywhere:
      *    - as LOG-USERID in LOGFILE and in every dated archive
      *      ARCHMANIFEST lists;
      *    - as RUNH-OPERATOR in RUNHIST;
      *    - as maker on OPERPEND, or maker or checker on the
      *      OperApprove decision lines in OPERRPT;
      *    - as ALR-ACK-ID on ALERTQ (dated by the alert's raise
      *      timestamp - the queue keeps no acknowledgment time, and
      *      an ack can only follow the raise).
      *  An operator idle longer than the IDLEDAYS setting on the
      *  PARMLIB parameter library (read through ParmGet; 90 days
      *  when none is in force) is dormant.  Idle time runs from the
      *  later of the last use and OPER-EFF-DATE, so a newly added id
      *  is not flagged before it has had the chance to be used.
      *
      *  RECERTRPT lists the dormant operators grouped by department,
      *  with the last-seen date and where it was seen.  For each one
      *  a DEA transaction is appended to OPERTRAN, in exactly the
      *  layout a hand-typed line has, so the deactivation still goes
      *  through OperMaint and a second operator's approval in
      *  OperApprove - this program never touches the master.  An id
      *  that already has a DEA on OPERTRAN or queued on OPERPEND is
      *  listed but not proposed again.
      *
      *  The LOGINDEX session index (LOGIDX.cpy) gives each archive's
      *  latest timestamp, so an archive that ends before the earliest
      *  last-seen date already found cannot change any answer and is
      *  never opened.  A missing index, an archive with no entries
      *  or an index too big for the table all fall back to scanning.
      *  Return code 4 when any operator is dormant.
      *----------------------------------------------------------------

       environment division.
       input-output section.
       file-control.
           select OPERMAST-FILE assign "OPERMAST"
               organization indexed
               access dynamic
               record key OPER-ID
               file status is opermast-status.

           select LOGFILE assign "LOGFILE"
               organization line sequential
               file status is logfile-status.

           select ARCHMANIFEST-FILE assign "ARCHMANIFEST"
               organization line sequential
               file status is manifest-status.

           select ARCHIVE-FILE assign archive-name
               organization line sequential
               file status is archive-status.

           select LOGINDEX-FILE assign "LOGINDEX"
               organization line sequential
               file status is logindex-status.

           select RUNHIST-FILE assign "RUNHIST"
               organization line sequential
               file status is runhist-status.

           select OPERPEND-FILE assign "OPERPEND"
               organization line sequential
               file status is operpend-status.

           select OPERRPT-FILE assign "OPERRPT"
               organization line sequential
               file status is operrpt-status.

           select ALERTQ-FILE assign "ALERTQ"
               organization line sequential
               file status is alertq-status.

           select OPERTRAN-FILE assign "OPERTRAN"
               organization line sequential
               file status is opertran-status.

           select REPORT-FILE assign "RECERTRPT"
               organization line sequential
               file status is report-status.

           select SORT-FILE assign "SORTWORK".

       data division.
       file section.
       fd  OPERMAST-FILE.
       copy "OPERREC.cpy".

       fd  LOGFILE.
       copy "LOGREC.cpy".

       fd  ARCHMANIFEST-FILE.
       copy "MANREC.cpy".

       fd  ARCHIVE-FILE.
       01  ARCHIVE-RECORD             pic x(307).

       fd  LOGINDEX-FILE.
       copy "LOGIDX.cpy".

       fd  RUNHIST-FILE.
       copy "RUNHREC.cpy".

       fd  OPERPEND-FILE.
       copy "PENDREC.cpy".

      *----------------------------------------------------------------
      *  OPERRPT is shared by OperMaint and OperApprove; only
      *  OperApprove's decision lines carry both identities and
      *  dates, and they are told apart by the " maker=" literal at
      *  column 38 of its detail line.
      *----------------------------------------------------------------
       fd  OPERRPT-FILE.
       01  OPERRPT-LINE.
           05  filler              pic x(37).
           05  RPT-MAKER-TAG       pic x(07).
           05  RPT-MAKER-ID        pic x(20).
           05  filler              pic x(01).
           05  RPT-MAKER-DATE      pic x(08).
           05  filler              pic x(13).
           05  RPT-CHECKER-ID      pic x(20).
           05  filler              pic x(01).
           05  RPT-CHECK-DATE      pic x(08).
           05  filler              pic x(17).

       fd  ALERTQ-FILE.
       copy "ALERTREC.cpy".

       fd  OPERTRAN-FILE.
       01  TRAN-RECORD.
           05  TRAN-ACTION         pic x(03).
           05  filler              pic x(01).
           05  TRAN-OPER-ID        pic x(20).
           05  filler              pic x(01).
           05  TRAN-OPER-NAME      pic x(30).
           05  filler              pic x(01).
           05  TRAN-OPER-DEPT      pic x(10).
           05  filler              pic x(01).
           05  TRAN-EFF-DATE       pic x(08).
           05  filler              pic x(01).
           05  TRAN-EXP-DATE       pic x(08).

       fd  REPORT-FILE.
       01  REPORT-LINE                pic x(120).

       sd  SORT-FILE.
       01  SORT-RECORD.
           05  SORT-DEPT           pic x(10).
           05  SORT-OPER-ID        pic x(20).
           05  SORT-OPER-NAME      pic x(30).
           05  SORT-LAST-SEEN      pic 9(08).
           05  SORT-SOURCE         pic x(08).
           05  SORT-IDLE-DAYS      pic 9(05).
           05  SORT-PENDING        pic x(01).

       working-storage section.
       copy "PARMREQ.cpy".

       01 opermast-status    pic x(02).
       01 logfile-status     pic x(02).
       01 manifest-status    pic x(02).
       01 archive-status     pic x(02).
       01 logindex-status    pic x(02).
       01 runhist-status     pic x(02).
       01 operpend-status    pic x(02).
       01 operrpt-status     pic x(02).
       01 alertq-status      pic x(02).
       01 opertran-status    pic x(02).
       01 report-status      pic x(02).

       01 archive-name     pic x(20).
       01 idle-days-limit  binary-long value 90.
       01 today-date       pic 9(08).
       01 today-julian     binary-long.
       01 base-date        pic 9(08).
       01 idle-days        binary-long.

       01 seen-id          pic x(20).
       01 seen-date-x      pic x(08).
       01 seen-date        pic 9(08).
       01 seen-source      pic x(08).
       01 earliest-seen    pic 9(08).
       01 archive-last-date pic 9(08).
       01 archive-date-x   pic x(08).

       01 archives-read    binary-long value 0.
       01 archives-skipped binary-long value 0.
       01 dormant-count    binary-long value 0.
       01 proposed-count   binary-long value 0.
       01 dept-dormant     binary-long.
       01 print-dept       pic x(10) value high-values.

       01 master-state pic x(01) value "N".
           88 master-available value "Y".
       01 index-state pic x(01) value "N".
           88 index-available value "Y".
       01 archive-entry-count binary-long.

       01 end-of-master pic x(01) value "N".
           88 no-more-master-records value "Y".
       01 end-of-logfile pic x(01) value "N".
           88 no-more-log-records value "Y".
       01 end-of-manifest pic x(01) value "N".
           88 no-more-manifest-records value "Y".
       01 end-of-archive pic x(01) value "N".
           88 no-more-archive-records value "Y".
       01 end-of-index pic x(01) value "N".
           88 no-more-index-records value "Y".
       01 end-of-runhist pic x(01) value "N".
           88 no-more-runhist-records value "Y".
       01 end-of-pending pic x(01) value "N".
           88 no-more-pending-records value "Y".
       01 end-of-operrpt pic x(01) value "N".
           88 no-more-operrpt-records value "Y".
       01 end-of-alertq pic x(01) value "N".
           88 no-more-alertq-records value "Y".
       01 end-of-trans pic x(01) value "N".
           88 no-more-trans value "Y".
       01 end-of-sort pic x(01) value "N".
           88 no-more-sorted-records value "Y".

       01 table-overflow pic x(01) value "N".
           88 table-overflowed value "Y".

      *----------------------------------------------------------------
      *  One entry per active operator on the master.  The one-entry
      *  cache spares the table scan for the runs of same-UserId
      *  lines a session writes.
      *----------------------------------------------------------------
       01 oper-count    binary-long value 0.
       01 oper-idx      binary-long.
       01 found-oper    binary-long.
       01 cached-id     pic x(20) value high-values.
       01 cached-idx    binary-long value 0.

       01 oper-table.
           05 oper-entry occurs 500 times.
               10 opr-id           pic x(20).
               10 opr-name         pic x(30).
               10 opr-dept         pic x(10).
               10 opr-eff-date     pic 9(08).
               10 opr-last-seen    pic 9(08).
               10 opr-source       pic x(08).
               10 opr-pending      pic x(01).

       01 index-count   binary-long value 0.
       01 index-idx     binary-long.
       01 index-table.
           05 index-entry occurs 500 times.
               10 ixt-file         pic x(20).
               10 ixt-last-ts      pic x(19).

       01 dept-line.
           05 filler               pic x(11) value "DEPARTMENT ".
           05 dpl-dept             pic x(10).

       01 detail-line.
           05 filler               pic x(02) value space.
           05 dtl-oper-id          pic x(20).
           05 filler               pic x(01) value space.
           05 dtl-oper-name        pic x(30).
           05 filler               pic x(06) value " last=".
           05 dtl-last-seen        pic x(08).
           05 filler               pic x(01) value space.
           05 dtl-source           pic x(08).
           05 filler               pic x(06) value " idle=".
           05 dtl-idle-days        pic zzzz9.
           05 filler               pic x(01) value space.
           05 dtl-action           pic x(20).

       01 total-line.
           05 filler               pic x(18)
               value "DORMANT OPERATORS ".
           05 ttl-dormant          pic zzzz9.
           05 filler               pic x(16)
               value "  DEA PROPOSED  ".
           05 ttl-proposed         pic zzzz9.
           05 filler               pic x(18)
               value "  ARCHIVES READ  ".
           05 ttl-read             pic zzzz9.
           05 filler               pic x(11) value "  SKIPPED  ".
           05 ttl-skipped          pic zzzz9.

       procedure division.
           perform 1000-initialize thru 1000-initialize-exit.
           if master-available
               perform 2000-scan-logfile thru 2000-scan-logfile-exit
                   until no-more-log-records
               perform 3000-scan-runhist thru 3000-scan-runhist-exit
                   until no-more-runhist-records
               perform 3500-scan-operpend
                   thru 3500-scan-operpend-exit
                   until no-more-pending-records
               perform 4000-scan-operrpt thru 4000-scan-operrpt-exit
                   until no-more-operrpt-records
               perform 4500-scan-alertq thru 4500-scan-alertq-exit
                   until no-more-alertq-records
               perform 4800-scan-opertran
                   thru 4800-scan-opertran-exit
               perform 5000-walk-archives
                   thru 5000-walk-archives-exit
               sort SORT-FILE
                   on ascending key SORT-DEPT SORT-OPER-ID
                   input procedure is 6000-release-dormant
                       thru 6000-release-dormant-exit
                   output procedure is 7000-print-dormant
                       thru 7000-print-dormant-exit
           end-if.
           perform 9000-terminate thru 9000-terminate-exit.
           if dormant-count > 0
               move 4 to return-code
           end-if.
           goback.

      *----------------------------------------------------------------
      *  1000-initialize - the master is the population being
      *  certified; without it there is nothing to report, and the
      *  run says so rather than proposing blind deactivations.
      *----------------------------------------------------------------
       1000-initialize.
           accept today-date from date yyyymmdd.
           move function integer-of-date(today-date) to today-julian.
           move "G" to PRQ-MODE.
           move "OperRecert" to PRQ-CALLER.
           move "OperRecert" to PRQ-PROGRAM.
           move "IDLEDAYS" to PRQ-KEYWORD.
           call "ParmGet" using PARM-REQUEST.
           if PRQ-STATUS < "12"
               move PRQ-NUMBER to idle-days-limit
           end-if.
           open output REPORT-FILE.
           move "DORMANT OPERATOR RECERTIFICATION" to REPORT-LINE.
           write REPORT-LINE.
           open input OPERMAST-FILE.
           if opermast-status <> "00"
               move "OPERATOR MASTER NOT AVAILABLE - NO REVIEW"
                   to REPORT-LINE
               write REPORT-LINE
               go to 1000-initialize-exit
           end-if.
           set master-available to true.
           perform 1200-load-active-operators
               thru 1200-load-active-operators-exit.
           perform 1500-load-index thru 1500-load-index-exit.

           open input LOGFILE.
           if logfile-status <> "00"
               set no-more-log-records to true
           end-if.
           open input RUNHIST-FILE.
           if runhist-status <> "00"
               set no-more-runhist-records to true
           end-if.
           open input OPERPEND-FILE.
           if operpend-status <> "00"
               set no-more-pending-records to true
           end-if.
           open input OPERRPT-FILE.
           if operrpt-status <> "00"
               set no-more-operrpt-records to true
           end-if.
           open input ALERTQ-FILE.
           if alertq-status <> "00"
               set no-more-alertq-records to true
           end-if.
       1000-initialize-exit.
           exit.

      *----------------------------------------------------------------
       1200-load-active-operators.
           move low-values to OPER-ID.
           start OPERMAST-FILE key not < OPER-ID
               invalid key
                   set no-more-master-records to true
           end-start.
           perform 1210-load-one-operator
               thru 1210-load-one-operator-exit
               until no-more-master-records.
       1200-load-active-operators-exit.
           exit.

       1210-load-one-operator.
           read OPERMAST-FILE next
               at end
                   set no-more-master-records to true
                   go to 1210-load-one-operator-exit
           end-read.
           if not OPER-ACTIVE
               go to 1210-load-one-operator-exit
           end-if.
           if oper-count >= 500
               set table-overflowed to true
               go to 1210-load-one-operator-exit
           end-if.
           add 1 to oper-count.
           move OPER-ID to opr-id(oper-count).
           move OPER-NAME to opr-name(oper-count).
           move OPER-DEPT to opr-dept(oper-count).
           move OPER-EFF-DATE to opr-eff-date(oper-count).
           move 0 to opr-last-seen(oper-count).
           move spaces to opr-source(oper-count).
           move "N" to opr-pending(oper-count).
       1210-load-one-operator-exit.
           exit.

      *----------------------------------------------------------------
      *  1500-load-index - only each entry's file and latest
      *  timestamp matter here.  An index too big for the table turns
      *  the skipping off entirely, as LogExtract does.
      *----------------------------------------------------------------
       1500-load-index.
           open input LOGINDEX-FILE.
           if logindex-status <> "00"
               go to 1500-load-index-exit
           end-if.
           set index-available to true.
           perform 1510-load-one-index-entry
               thru 1510-load-one-index-entry-exit
               until no-more-index-records.
           close LOGINDEX-FILE.
       1500-load-index-exit.
           exit.

       1510-load-one-index-entry.
           read LOGINDEX-FILE
               at end
                   set no-more-index-records to true
                   go to 1510-load-one-index-entry-exit
           end-read.
           if index-count >= 500
               move "N" to index-state
               set no-more-index-records to true
               go to 1510-load-one-index-entry-exit
           end-if.
           add 1 to index-count.
           move IDX-FILE-NAME to ixt-file(index-count).
           move IDX-LAST-TS to ixt-last-ts(index-count).
       1510-load-one-index-entry-exit.
           exit.

      *----------------------------------------------------------------
       2000-scan-logfile.
           read LOGFILE
               at end
                   set no-more-log-records to true
               not at end
                   if not LOG-TRAILER-RECORD
                       move LOG-USERID to seen-id
                       perform 8200-date-from-timestamp
                           thru 8200-date-from-timestamp-exit
                       move "LOGFILE " to seen-source
                       perform 8000-note-seen thru 8000-note-seen-exit
                   end-if
           end-read.
       2000-scan-logfile-exit.
           exit.

      *----------------------------------------------------------------
       3000-scan-runhist.
           read RUNHIST-FILE
               at end
                   set no-more-runhist-records to true
               not at end
                   move RUNH-OPERATOR to seen-id
                   move RUNH-DATE to seen-date
                   move "RUNHIST " to seen-source
                   perform 8000-note-seen thru 8000-note-seen-exit
           end-read.
       3000-scan-runhist-exit.
           exit.

      *----------------------------------------------------------------
      *  3500-scan-operpend - the maker of a queued item was active
      *  on the day they keyed it; a DEA already queued for an id is
      *  noted so it is not proposed twice.
      *----------------------------------------------------------------
       3500-scan-operpend.
           read OPERPEND-FILE
               at end
                   set no-more-pending-records to true
               not at end
                   move PEND-MAKER-ID to seen-id
                   move PEND-MAKER-DATE to seen-date
                   move "OPERPEND" to seen-source
                   perform 8000-note-seen thru 8000-note-seen-exit
                   if PEND-DEA
                       move PEND-OPER-ID to seen-id
                       perform 8100-mark-pending
                           thru 8100-mark-pending-exit
                   end-if
           end-read.
       3500-scan-operpend-exit.
           exit.

      *----------------------------------------------------------------
       4000-scan-operrpt.
           read OPERRPT-FILE
               at end
                   set no-more-operrpt-records to true
                   go to 4000-scan-operrpt-exit
           end-read.
           if RPT-MAKER-TAG not = " maker="
               go to 4000-scan-operrpt-exit
           end-if.
           move "OPERRPT " to seen-source.
           if RPT-MAKER-DATE numeric
               move RPT-MAKER-ID to seen-id
               move RPT-MAKER-DATE to seen-date
               perform 8000-note-seen thru 8000-note-seen-exit
           end-if.
           if RPT-CHECK-DATE numeric
               move RPT-CHECKER-ID to seen-id
               move RPT-CHECK-DATE to seen-date
               perform 8000-note-seen thru 8000-note-seen-exit
           end-if.
       4000-scan-operrpt-exit.
           exit.

      *----------------------------------------------------------------
       4500-scan-alertq.
           read ALERTQ-FILE
               at end
                   set no-more-alertq-records to true
                   go to 4500-scan-alertq-exit
           end-read.
           if ALR-ACK-ID = spaces
               go to 4500-scan-alertq-exit
           end-if.
           move ALR-ACK-ID to seen-id.
           move spaces to seen-date-x.
           string ALR-TIMESTAMP(1:4) ALR-TIMESTAMP(6:2)
               ALR-TIMESTAMP(9:2)
               delimited by size into seen-date-x.
           if seen-date-x numeric
               move seen-date-x to seen-date
           else
               move 0 to seen-date
           end-if.
           move "ALERTQ  " to seen-source.
           perform 8000-note-seen thru 8000-note-seen-exit.
       4500-scan-alertq-exit.
           exit.

      *----------------------------------------------------------------
      *  4800-scan-opertran - DEA lines not yet consumed by OperMaint
      *  (hand-typed, or from HrFeed or an earlier pass of this
      *  program) count as already proposed.
      *----------------------------------------------------------------
       4800-scan-opertran.
           open input OPERTRAN-FILE.
           if opertran-status <> "00"
               go to 4800-scan-opertran-exit
           end-if.
           perform 4810-scan-one-transaction
               thru 4810-scan-one-transaction-exit
               until no-more-trans.
           close OPERTRAN-FILE.
       4800-scan-opertran-exit.
           exit.

       4810-scan-one-transaction.
           read OPERTRAN-FILE
               at end
                   set no-more-trans to true
               not at end
                   if TRAN-ACTION = "DEA"
                       move TRAN-OPER-ID to seen-id
                       perform 8100-mark-pending
                           thru 8100-mark-pending-exit
                   end-if
           end-read.
       4810-scan-one-transaction-exit.
           exit.

      *----------------------------------------------------------------
      *  5000-walk-archives - read last, once every cheaper source
      *  has had its say, so the earliest last-seen date is as late
      *  as it will get before deciding which archives to skip.  An
      *  operator never seen anywhere holds that date at zero, which
      *  rightly forces every archive to be read.
      *----------------------------------------------------------------
       5000-walk-archives.
           move 99999999 to earliest-seen.
           perform varying oper-idx from 1 by 1
               until oper-idx > oper-count
               if opr-last-seen(oper-idx) < earliest-seen
                   move opr-last-seen(oper-idx) to earliest-seen
               end-if
           end-perform.
           open input ARCHMANIFEST-FILE.
           if manifest-status <> "00"
               go to 5000-walk-archives-exit
           end-if.
           perform 5100-consider-one-archive
               thru 5100-consider-one-archive-exit
               until no-more-manifest-records.
           close ARCHMANIFEST-FILE.
       5000-walk-archives-exit.
           exit.

       5100-consider-one-archive.
           read ARCHMANIFEST-FILE
               at end
                   set no-more-manifest-records to true
                   go to 5100-consider-one-archive-exit
           end-read.
           move MANIFEST-ARCHIVE-NAME to archive-name.
           if index-available
               perform 5200-archive-last-date
                   thru 5200-archive-last-date-exit
               if archive-entry-count > 0
                   and archive-last-date < earliest-seen
                   add 1 to archives-skipped
                   go to 5100-consider-one-archive-exit
               end-if
           end-if.
           move "N" to end-of-archive.
           open input ARCHIVE-FILE.
           if archive-status <> "00"
               go to 5100-consider-one-archive-exit
           end-if.
           add 1 to archives-read.
           perform 5300-scan-one-archive-record
               thru 5300-scan-one-archive-record-exit
               until no-more-archive-records.
           close ARCHIVE-FILE.
       5100-consider-one-archive-exit.
           exit.

      *----------------------------------------------------------------
      *  5200-archive-last-date - the latest IDX-LAST-TS among this
      *  archive's index entries, as a yyyymmdd number.  *OVERFLOW*
      *  entries carry a valid range too, so they count like any
      *  other; no entries at all leaves the count at zero and the
      *  archive is scanned.
      *----------------------------------------------------------------
       5200-archive-last-date.
           move 0 to archive-entry-count.
           move 0 to archive-last-date.
           perform varying index-idx from 1 by 1
               until index-idx > index-count
               if ixt-file(index-idx) = archive-name
                   add 1 to archive-entry-count
                   move spaces to archive-date-x
                   string ixt-last-ts(index-idx)(1:4)
                       ixt-last-ts(index-idx)(6:2)
                       ixt-last-ts(index-idx)(9:2)
                       delimited by size into archive-date-x
                   if archive-date-x numeric
                       if archive-date-x > archive-last-date
                           move archive-date-x to archive-last-date
                       end-if
                   else
                       move 99999999 to archive-last-date
                   end-if
               end-if
           end-perform.
       5200-archive-last-date-exit.
           exit.

      *----------------------------------------------------------------
      *  5300-scan-one-archive-record - archives are LOGFILE copies,
      *  so each line is viewed through LOGREC.cpy exactly as the live
      *  file is; LOGFILE has been read to its end by now.
      *----------------------------------------------------------------
       5300-scan-one-archive-record.
           read ARCHIVE-FILE
               at end
                   set no-more-archive-records to true
                   go to 5300-scan-one-archive-record-exit
           end-read.
           move ARCHIVE-RECORD to LOG-RECORD.
           if LOG-TRAILER-RECORD
               go to 5300-scan-one-archive-record-exit
           end-if.
           move LOG-USERID to seen-id.
           perform 8200-date-from-timestamp
               thru 8200-date-from-timestamp-exit.
           move "ARCHIVE " to seen-source.
           perform 8000-note-seen thru 8000-note-seen-exit.
       5300-scan-one-archive-record-exit.
           exit.

      *----------------------------------------------------------------
      *  6000-release-dormant - idle days from the later of last use
      *  and the operator's effective date; anything past the limit
      *  goes into the sort by department.
      *----------------------------------------------------------------
       6000-release-dormant.
           perform varying oper-idx from 1 by 1
               until oper-idx > oper-count
               perform 6100-judge-one-operator
                   thru 6100-judge-one-operator-exit
           end-perform.
       6000-release-dormant-exit.
           exit.

       6100-judge-one-operator.
           if opr-eff-date(oper-idx) > today-date
               go to 6100-judge-one-operator-exit
           end-if.
           move opr-last-seen(oper-idx) to base-date.
           if opr-eff-date(oper-idx) > base-date
               move opr-eff-date(oper-idx) to base-date
           end-if.
           if base-date = 0
               move idle-days-limit to idle-days
               add 1 to idle-days
           else
               compute idle-days = today-julian
                   - function integer-of-date(base-date)
           end-if.
           if idle-days <= idle-days-limit
               go to 6100-judge-one-operator-exit
           end-if.
           move opr-dept(oper-idx) to SORT-DEPT.
           move opr-id(oper-idx) to SORT-OPER-ID.
           move opr-name(oper-idx) to SORT-OPER-NAME.
           move opr-last-seen(oper-idx) to SORT-LAST-SEEN.
           move opr-source(oper-idx) to SORT-SOURCE.
           if idle-days > 99999
               move 99999 to SORT-IDLE-DAYS
           else
               move idle-days to SORT-IDLE-DAYS
           end-if.
           move opr-pending(oper-idx) to SORT-PENDING.
           release SORT-RECORD.
       6100-judge-one-operator-exit.
           exit.

      *----------------------------------------------------------------
      *  7000-print-dormant - control break on department; each
      *  dormant operator without a DEA already in flight gets one
      *  appended to OPERTRAN.
      *----------------------------------------------------------------
       7000-print-dormant.
           open extend OPERTRAN-FILE.
           if opertran-status <> "00"
               open output OPERTRAN-FILE
           end-if.
           perform 7100-print-one-dormant
               thru 7100-print-one-dormant-exit
               until no-more-sorted-records.
           close OPERTRAN-FILE.
       7000-print-dormant-exit.
           exit.

       7100-print-one-dormant.
           return SORT-FILE
               at end
                   set no-more-sorted-records to true
                   go to 7100-print-one-dormant-exit
           end-return.
           add 1 to dormant-count.
           if SORT-DEPT not = print-dept
               move SORT-DEPT to print-dept
               move SORT-DEPT to dpl-dept
               move spaces to REPORT-LINE
               write REPORT-LINE
               move dept-line to REPORT-LINE
               write REPORT-LINE
           end-if.
           move SORT-OPER-ID to dtl-oper-id.
           move SORT-OPER-NAME to dtl-oper-name.
           if SORT-LAST-SEEN = 0
               move "NEVER   " to dtl-last-seen
           else
               move SORT-LAST-SEEN to dtl-last-seen
           end-if.
           move SORT-SOURCE to dtl-source.
           move SORT-IDLE-DAYS to dtl-idle-days.
           if SORT-PENDING = "Y"
               move "DEA ALREADY PENDING" to dtl-action
           else
               move spaces to TRAN-RECORD
               move "DEA" to TRAN-ACTION
               move SORT-OPER-ID to TRAN-OPER-ID
               move SORT-OPER-NAME to TRAN-OPER-NAME
               move SORT-DEPT to TRAN-OPER-DEPT
               write TRAN-RECORD
               add 1 to proposed-count
               move "DEA PROPOSED" to dtl-action
           end-if.
           move detail-line to REPORT-LINE.
           write REPORT-LINE.
       7100-print-one-dormant-exit.
           exit.

      *----------------------------------------------------------------
      *  8000-note-seen - SEEN-ID was in use on SEEN-DATE; the
      *  operator's last-seen date moves forward if that is later.
      *  Ids not on the active list (inactive, unknown, blank) are
      *  simply ignored.
      *----------------------------------------------------------------
       8000-note-seen.
           if seen-id = spaces or seen-date = 0
               go to 8000-note-seen-exit
           end-if.
           perform 8300-find-operator thru 8300-find-operator-exit.
           if found-oper = 0
               go to 8000-note-seen-exit
           end-if.
           if seen-date > opr-last-seen(found-oper)
               move seen-date to opr-last-seen(found-oper)
               move seen-source to opr-source(found-oper)
           end-if.
       8000-note-seen-exit.
           exit.

       8100-mark-pending.
           perform 8300-find-operator thru 8300-find-operator-exit.
           if found-oper > 0
               move "Y" to opr-pending(found-oper)
           end-if.
       8100-mark-pending-exit.
           exit.

       8200-date-from-timestamp.
           move spaces to seen-date-x.
           string LOG-TIMESTAMP(1:4) LOG-TIMESTAMP(6:2)
               LOG-TIMESTAMP(9:2)
               delimited by size into seen-date-x.
           if seen-date-x numeric
               move seen-date-x to seen-date
           else
               move 0 to seen-date
           end-if.
       8200-date-from-timestamp-exit.
           exit.

       8300-find-operator.
           if seen-id = cached-id
               move cached-idx to found-oper
               go to 8300-find-operator-exit
           end-if.
           move 0 to found-oper.
           perform varying oper-idx from 1 by 1
               until oper-idx > oper-count or found-oper > 0
               if opr-id(oper-idx) = seen-id
                   move oper-idx to found-oper
               end-if
           end-perform.
           move seen-id to cached-id.
           move found-oper to cached-idx.
       8300-find-operator-exit.
           exit.

      *----------------------------------------------------------------
       9000-terminate.
           if master-available
               if dormant-count = 0
                   move spaces to REPORT-LINE
                   write REPORT-LINE
                   move "  (no dormant operators)" to REPORT-LINE
                   write REPORT-LINE
               end-if
               move spaces to REPORT-LINE
               write REPORT-LINE
               move dormant-count to ttl-dormant
               move proposed-count to ttl-proposed
               move archives-read to ttl-read
               move archives-skipped to ttl-skipped
               move total-line to REPORT-LINE
               write REPORT-LINE
               if table-overflowed
                   move spaces to REPORT-LINE
                   string
                       "*** WARNING: over 500 active operators -"
                       " some not reviewed ***"
                       delimited by size into REPORT-LINE
                   write REPORT-LINE
               end-if
               close OPERMAST-FILE
               close LOGFILE
               close RUNHIST-FILE
               close OPERPEND-FILE
               close OPERRPT-FILE
               close ALERTQ-FILE
           end-if.
           close REPORT-FILE.
           display "OPERRECERT: " dormant-count " dormant, "
               proposed-count " DEA proposed".
       9000-terminate-exit.
           exit.

       end program OperRecert.
