      $SET ILUSING"Demo.Net"

       program-id. Chargeback.

      *----------------------------------------------------------------
      *  Chargeback - month-end recharge of shared batch usage to the
      *  departments that used it, in place of the spreadsheet that
      *  was rebuilt by hand every quarter.  For the month billed it
      *  gathers, per operator:
      *    RUNHIST    Program1 runs started in the month (RUNH-
      *               OPERATOR), with the rows processed and elapsed
      *               time from each run's end record; JobSched's own
      *               SCHED- step records are not operator usage
      *    LOGFILE    log records stored in the month (LOG-USERID),
      *               live and in the dated archives listed in
      *               ARCHMANIFEST
      *    LOGTABLE   the same for the database copy, LOGTABLE and
      *               LOGTABLE_HIST together, counted in the database
      *  Every operator's usage goes to the department they were in
      *  on the day - the OPERDEPT transfer history through DeptAsOf,
      *  OPERMAST's current OPER-DEPT only for an operator never
      *  moved, *UNKNOWN* for an id on neither - as LogSummary credits
      *  its lines, so a mid-month transfer splits the bill fairly.
      *
      *  Units are priced from the CHGRATES rate card (RATEREC.cpy):
      *  RUN per run, KROWS per thousand rows processed, KLOGS per
      *  thousand log records stored, each at the rate in force on
      *  the first day of the month.  Charges are worked out on each
      *  department's total units and rounded to the cent.  Elapsed
      *  time is reported alongside the units but not charged for.
      *  A rate missing from the card prices its units at zero and
      *  is warned about.
      *
      *  The month is the Chargeback MONTH setting on the PARMLIB
      *  parameter library, read through ParmGet - any date in the
      *  month to bill; blank (the default) bills the previous
      *  calendar month, which is what the month-end run wants.
      *
      *  CHGRPT has a detail page per department (its operators, the
      *  department total and the charge worked out on it) and a
      *  summary page of every department's units and charges, with
      *  the rates used.  CHGLEDGER is the comma-delimited extract for
      *  the finance ledger upload:
      *    H,CHARGEBACK,period,run date
      *    D,period,dept,runs,rows,log records,run charge,
      *      row charge,log charge,total charge
      *    T,period,department count,total charge
      *  If LOGTABLE cannot be read the log-record units would be
      *  short, so the extract is left empty and the run ends RC 8;
      *  a missing rate or a full usage table ends it RC 4.
      *----------------------------------------------------------------

       environment division.
       input-output section.
       file-control.
           select RUNHIST-FILE assign "RUNHIST"
               organization line sequential
               file status is runhist-status.

           select LOGFILE assign "LOGFILE"
               organization line sequential
               file status is logfile-status.

           select ARCHMANIFEST-FILE assign "ARCHMANIFEST"
               organization line sequential
               file status is manifest-status.

           select ARCHIVE-FILE assign archive-name
               organization line sequential
               file status is archive-status.

           select OPERMAST-FILE assign "OPERMAST"
               organization indexed
               access dynamic
               record key OPER-ID
               file status is opermast-status.

           select RATE-FILE assign "CHGRATES"
               organization line sequential
               file status is rate-status.

           select REPORT-FILE assign "CHGRPT"
               organization line sequential
               file status is report-status.

           select LEDGER-FILE assign "CHGLEDGER"
               organization line sequential
               file status is ledger-status.

           select SORT-FILE assign "SORTWORK".

       data division.
       file section.
       fd  RUNHIST-FILE.
       copy "RUNHREC.cpy".

       fd  LOGFILE.
       copy "LOGREC.cpy".

       fd  ARCHMANIFEST-FILE.
       copy "MANREC.cpy".

      *----------------------------------------------------------------
      *  Archives hold LOGFILE lines; each is moved into LOG-RECORD
      *  and tallied by the same paragraph as the live file.
      *----------------------------------------------------------------
       fd  ARCHIVE-FILE.
       01  ARCHIVE-RECORD             pic x(307).

       fd  OPERMAST-FILE.
       copy "OPERREC.cpy".

       fd  RATE-FILE.
       copy "RATEREC.cpy".

       fd  REPORT-FILE.
       01  REPORT-LINE                pic x(132).

       fd  LEDGER-FILE.
       01  LEDGER-LINE                pic x(200).

       sd  SORT-FILE.
       01  SORT-RECORD.
           05  SORT-DEPT           pic x(10).
           05  SORT-USERID         pic x(20).
           05  SORT-RUNS           pic 9(07).
           05  SORT-ROWS           pic 9(11).
           05  SORT-SECONDS        pic 9(11).
           05  SORT-FILE-RECS      pic 9(11).
           05  SORT-TABLE-ROWS     pic 9(11).

       working-storage section.
       copy "PARMREQ.cpy".

       01 runhist-status   pic x(02).
       01 logfile-status   pic x(02).
       01 manifest-status  pic x(02).
       01 archive-status   pic x(02).
       01 opermast-status  pic x(02).
       01 rate-status      pic x(02).
       01 report-status    pic x(02).
       01 ledger-status    pic x(02).
       01 cred-status      pic x(02).
       01 archive-name     pic x(20).

       01 db-user          pic x(30).
       01 db-password      pic x(30).

       exec sql include sqlca end-exec.

       01 db-userid        pic x(20).
       01 db-day           pic x(10).
       01 db-rows          binary-long.

      *----------------------------------------------------------------
      *  The month billed, as dates for RUNHIST, a YYYY-MM prefix for
      *  LOG-TIMESTAMP and a timestamp range for the tables.
      *----------------------------------------------------------------
       01 parm-value       pic x(60).
       01 bound-work       pic x(08).
       01 today-date       pic 9(08).
       01 bill-date        pic 9(08).
       01 month-julian     binary-long.
       01 month-start      pic 9(08).
       01 month-start-split redefines month-start.
           05 mst-yyyy     pic 9(04).
           05 mst-mm       pic 9(02).
           05 mst-dd       pic 9(02).
       01 next-month       pic 9(08).
       01 next-month-split redefines next-month.
           05 nxm-yyyy     pic 9(04).
           05 nxm-mm       pic 9(02).
           05 nxm-dd       pic 9(02).
       01 month-end        pic 9(08).
       01 month-end-split redefines month-end.
           05 mend-yyyy    pic 9(04).
           05 mend-mm      pic 9(02).
           05 mend-dd      pic 9(02).
       01 month-key        pic x(07).
       01 from-ts          pic x(19).
       01 to-ts            pic x(19).

      *----------------------------------------------------------------
      *  Rates in force on the first of the month; an effective date
      *  of zero means the card has no rate of that kind for it.
      *----------------------------------------------------------------
       01 run-rate         pic 9(05)v9(04) value 0.
       01 run-rate-date    pic 9(08) value 0.
       01 krow-rate        pic 9(05)v9(04) value 0.
       01 krow-rate-date   pic 9(08) value 0.
       01 klog-rate        pic 9(05)v9(04) value 0.
       01 klog-rate-date   pic 9(08) value 0.
       01 rate-work        pic 9(05)v9(04).
       01 bad-rate-count   binary-long value 0.
       01 rate-shown-date  pic 9(08).

       01 master-state pic x(01) value "N".
           88 master-available value "Y".
       01 master-found pic x(01).
           88 master-record-found value "Y".
       01 rate-state pic x(01) value "N".
           88 rate-card-read value "Y".
       01 table-state pic x(01) value "Y".
           88 table-readable value "Y".
           88 table-unreadable value "N".

       01 end-of-runhist pic x(01) value "N".
           88 no-more-runhist-records value "Y".
       01 end-of-logfile pic x(01) value "N".
           88 no-more-log-records value "Y".
       01 end-of-manifest pic x(01) value "N".
           88 no-more-manifest-records value "Y".
       01 end-of-archive pic x(01) value "N".
           88 no-more-archive-records value "Y".
       01 end-of-rates pic x(01) value "N".
           88 no-more-rate-records value "Y".
       01 end-of-cursor pic x(01) value "N".
           88 no-more-table-rows value "Y".
       01 end-of-sort pic x(01) value "N".
           88 no-more-sorted-records value "Y".

      *----------------------------------------------------------------
      *  One-entry department cache keyed on operator and day, as in
      *  LogSummary: log records arrive grouped by session.
      *----------------------------------------------------------------
       01 dept-userid      pic x(20).
       01 dept-date-x      pic x(08).
       01 dept-date        pic 9(08).
       01 cached-userid    pic x(20) value high-values.
       01 cached-date      pic 9(08) value 0.
       01 cached-dept      pic x(10).
       01 history-dept     pic x(10).
       01 history-status   pic x(02).

      *----------------------------------------------------------------
      *  Runs started in the month, so each end record can find the
      *  operator line its rows and elapsed time belong to.
      *----------------------------------------------------------------
       01 run-count        binary-long value 0.
       01 run-idx          binary-long.
       01 found-run        binary-long.
       01 run-overflow pic x(01) value "N".
           88 run-table-overflowed value "Y".
       01 run-table.
           05 run-entry occurs 1000 times.
               10 run-guid         pic x(36).
               10 run-usage        binary-long.
               10 run-start-date   pic 9(08).
               10 run-start-time   pic 9(06).
               10 run-ended        pic x(01).

       01 start-julian     binary-long.
       01 end-julian       binary-long.
       01 start-seconds    binary-long.
       01 end-seconds      binary-long.
       01 elapsed-seconds  binary-long.
       01 time-work        pic 9(06).
       01 time-split redefines time-work.
           05 tw-hh        pic 9(02).
           05 tw-mm        pic 9(02).
           05 tw-ss        pic 9(02).

      *----------------------------------------------------------------
      *  Usage by department and operator, released to the sort.
      *----------------------------------------------------------------
       01 usage-dept       pic x(10).
       01 usage-userid     pic x(20).
       01 usage-count      binary-long value 0.
       01 usage-idx        binary-long.
       01 found-usage      binary-long.
       01 usage-overflow pic x(01) value "N".
           88 usage-table-overflowed value "Y".
       01 usage-table.
           05 usage-entry occurs 500 times.
               10 usg-dept         pic x(10).
               10 usg-userid       pic x(20).
               10 usg-runs         pic 9(07).
               10 usg-rows         pic 9(11).
               10 usg-seconds      pic 9(11).
               10 usg-file-recs    pic 9(11).
               10 usg-table-rows   pic 9(11).

      *----------------------------------------------------------------
      *  Department totals and charges, filled as each detail page
      *  closes, for the summary page and the ledger extract.  There
      *  are never more departments than usage lines.
      *----------------------------------------------------------------
       01 dept-count       binary-long value 0.
       01 dept-idx         binary-long.
       01 dept-table.
           05 dept-entry occurs 500 times.
               10 dpt-dept         pic x(10).
               10 dpt-runs         pic 9(07).
               10 dpt-rows         pic 9(11).
               10 dpt-seconds      pic 9(11).
               10 dpt-file-recs    pic 9(11).
               10 dpt-table-rows   pic 9(11).
               10 dpt-log-recs     pic 9(11).
               10 dpt-run-charge   pic 9(09)v99.
               10 dpt-row-charge   pic 9(09)v99.
               10 dpt-log-charge   pic 9(09)v99.
               10 dpt-total-charge pic 9(09)v99.

       01 current-dept     pic x(10).
       01 group-state pic x(01) value "N".
           88 group-in-progress value "Y".

       01 total-runs       pic 9(09) value 0.
       01 total-rows       pic 9(11) value 0.
       01 total-log-recs   pic 9(11) value 0.
       01 total-run-charge pic 9(09)v99 value 0.
       01 total-row-charge pic 9(09)v99 value 0.
       01 total-log-charge pic 9(09)v99 value 0.
       01 total-charge     pic 9(09)v99 value 0.

       01 count-work       pic 9(11).
       01 count-edit       pic z(10)9.
       01 amount-work      pic 9(09)v99.
       01 amount-edit      pic z(8)9.99.
       01 edit-spaces      binary-long.
       01 ledger-ptr       binary-long.
       01 final-rc         binary-long value 0.

       01 detail-heading.
           05 filler               pic x(24) value "  OPERATOR".
           05 filler               pic x(07) value "   RUNS".
           05 filler               pic x(02) value spaces.
           05 filler               pic x(14) value "ROWS PROCESSED".
           05 filler               pic x(02) value spaces.
           05 filler               pic x(11) value "ELAPSED MIN".
           05 filler               pic x(02) value spaces.
           05 filler               pic x(15) value "LOGFILE RECORDS".
           05 filler               pic x(02) value spaces.
           05 filler               pic x(14) value " LOGTABLE ROWS".

       01 usage-line.
           05 filler               pic x(02) value spaces.
           05 ul-userid            pic x(20).
           05 filler               pic x(02) value spaces.
           05 ul-runs              pic z(6)9.
           05 filler               pic x(02) value spaces.
           05 ul-rows              pic z(13)9.
           05 filler               pic x(02) value spaces.
           05 ul-minutes           pic z(10)9.
           05 filler               pic x(02) value spaces.
           05 ul-file-recs         pic z(14)9.
           05 filler               pic x(02) value spaces.
           05 ul-table-rows        pic z(13)9.

       01 charge-line.
           05 filler               pic x(04) value spaces.
           05 chl-label            pic x(28).
           05 chl-units            pic z(13)9.
           05 filler               pic x(04) value "  @ ".
           05 chl-rate             pic zzzz9.9999.
           05 filler               pic x(04) value "  = ".
           05 chl-amount           pic z(8)9.99.

       01 charge-total-line.
           05 filler               pic x(04) value spaces.
           05 filler               pic x(28) value "DEPARTMENT CHARGE".
           05 filler               pic x(32) value spaces.
           05 ctl-amount           pic z(8)9.99.

       01 summary-heading.
           05 filler               pic x(12) value "DEPARTMENT".
           05 filler               pic x(07) value "   RUNS".
           05 filler               pic x(02) value spaces.
           05 filler               pic x(14) value "ROWS PROCESSED".
           05 filler               pic x(02) value spaces.
           05 filler               pic x(15) value "    LOG RECORDS".
           05 filler               pic x(02) value spaces.
           05 filler               pic x(12) value "  RUN CHARGE".
           05 filler               pic x(02) value spaces.
           05 filler               pic x(12) value "  ROW CHARGE".
           05 filler               pic x(02) value spaces.
           05 filler               pic x(12) value "  LOG CHARGE".
           05 filler               pic x(02) value spaces.
           05 filler               pic x(13) value " TOTAL CHARGE".

       01 summary-line.
           05 sl-dept              pic x(10).
           05 filler               pic x(02) value spaces.
           05 sl-runs              pic z(6)9.
           05 filler               pic x(02) value spaces.
           05 sl-rows              pic z(13)9.
           05 filler               pic x(02) value spaces.
           05 sl-log-recs          pic z(14)9.
           05 filler               pic x(02) value spaces.
           05 sl-run-charge        pic z(8)9.99.
           05 filler               pic x(02) value spaces.
           05 sl-row-charge        pic z(8)9.99.
           05 filler               pic x(02) value spaces.
           05 sl-log-charge        pic z(8)9.99.
           05 filler               pic x(02) value spaces.
           05 sl-total-charge      pic z(9)9.99.

       01 rate-line.
           05 filler               pic x(04) value spaces.
           05 rtl-code             pic x(08).
           05 rtl-rate             pic zzzz9.9999.
           05 filler               pic x(02) value spaces.
           05 rtl-basis            pic x(34).
           05 rtl-note             pic x(40).

       procedure division.
           perform 1000-initialize thru 1000-initialize-exit.
           perform 2000-load-rates thru 2000-load-rates-exit.
           perform 3000-tally-runs thru 3000-tally-runs-exit.
           perform 4000-tally-logfile thru 4000-tally-logfile-exit.
           perform 4500-tally-archives thru 4500-tally-archives-exit.
           perform 5000-tally-log-table
               thru 5000-tally-log-table-exit.
           sort SORT-FILE
               on ascending key SORT-DEPT SORT-USERID
               input procedure is 6000-release-usage
                   thru 6000-release-usage-exit
               output procedure is 6500-print-departments
                   thru 6500-print-departments-exit.
           perform 7000-print-summary thru 7000-print-summary-exit.
           perform 8000-write-ledger thru 8000-write-ledger-exit.
           perform 9000-terminate thru 9000-terminate-exit.
           goback.

      *----------------------------------------------------------------
       1000-initialize.
           accept today-date from date yyyymmdd.
           perform 1100-set-billing-month
               thru 1100-set-billing-month-exit.
           open input OPERMAST-FILE.
           if opermast-status = "00"
               set master-available to true
           end-if.
           open output REPORT-FILE.
           move spaces to REPORT-LINE.
           string "MONTHLY BATCH CHARGEBACK - PERIOD " month-key
               "  (" month-start " TO " month-end ")"
               delimited by size into REPORT-LINE.
           write REPORT-LINE.
       1000-initialize-exit.
           exit.

      *----------------------------------------------------------------
      *  1100-set-billing-month - the month holding the MONTH date, or
      *  the calendar month before today's when none is set.  Its
      *  last day is the day before the next month's first.
      *----------------------------------------------------------------
       1100-set-billing-month.
           move 0 to bill-date.
           move "G" to PRQ-MODE.
           move "Chargeback" to PRQ-CALLER.
           move "Chargeback" to PRQ-PROGRAM.
           move "MONTH" to PRQ-KEYWORD.
           call "ParmGet" using PARM-REQUEST.
           move PRQ-VALUE to parm-value.
           if PRQ-STATUS < "12" and parm-value <> spaces
               perform 1200-parse-bound thru 1200-parse-bound-exit
               if bound-work numeric
                   move bound-work to bill-date
               end-if
           end-if.
           if bill-date = 0
               move today-date to month-start
               move 1 to mst-dd
               compute month-julian =
                   function integer-of-date(month-start) - 1
               move function date-of-integer(month-julian)
                   to bill-date
           end-if.
           move bill-date to month-start.
           move 1 to mst-dd.
           move month-start to next-month.
           if nxm-mm = 12
               add 1 to nxm-yyyy
               move 1 to nxm-mm
           else
               add 1 to nxm-mm
           end-if.
           compute month-julian =
               function integer-of-date(next-month) - 1.
           move function date-of-integer(month-julian) to month-end.
           move spaces to month-key.
           string mst-yyyy "-" mst-mm delimited by size
               into month-key.
           move spaces to from-ts.
           string mst-yyyy "-" mst-mm "-01 00:00:00"
               delimited by size into from-ts.
           move spaces to to-ts.
           string mend-yyyy "-" mend-mm "-" mend-dd " 23:59:59"
               delimited by size into to-ts.
       1100-set-billing-month-exit.
           exit.

      *----------------------------------------------------------------
      *  1200-parse-bound - YYYY-MM-DD as AuditTrail takes it, or the
      *  plain yyyymmdd.
      *----------------------------------------------------------------
       1200-parse-bound.
           move spaces to bound-work.
           if parm-value(5:1) = "-"
               string parm-value(1:4) parm-value(6:2)
                   parm-value(9:2)
                   delimited by size into bound-work
           else
               move parm-value(1:8) to bound-work
           end-if.
       1200-parse-bound-exit.
           exit.

      *----------------------------------------------------------------
      *  2000-load-rates - the latest rate of each kind effective on
      *  or before the first of the month; of two lines with the same
      *  date the later one on the card wins.  A line that is not a
      *  rate (wrong code, date or amount) is counted and skipped.
      *----------------------------------------------------------------
       2000-load-rates.
           open input RATE-FILE.
           if rate-status <> "00"
               go to 2000-load-rates-exit
           end-if.
           set rate-card-read to true.
           perform 2100-load-one-rate thru 2100-load-one-rate-exit
               until no-more-rate-records.
           close RATE-FILE.
       2000-load-rates-exit.
           exit.

       2100-load-one-rate.
           read RATE-FILE
               at end
                   set no-more-rate-records to true
                   go to 2100-load-one-rate-exit
           end-read.
           if RATE-RECORD = spaces or RATE-CODE(1:1) = "*"
               go to 2100-load-one-rate-exit
           end-if.
           if RATE-EFF-DATE not numeric
               or RATE-EFF-DATE = 0
               or RATE-WHOLE not numeric
               or RATE-POINT not = "."
               or RATE-FRACTION not numeric
               or not (RATE-PER-RUN or RATE-PER-KROWS
                       or RATE-PER-KLOGS)
               add 1 to bad-rate-count
               go to 2100-load-one-rate-exit
           end-if.
           if RATE-EFF-DATE > month-start
               go to 2100-load-one-rate-exit
           end-if.
           compute rate-work = RATE-WHOLE + RATE-FRACTION / 10000.
           evaluate true
               when RATE-PER-RUN
                   if RATE-EFF-DATE >= run-rate-date
                       move rate-work to run-rate
                       move RATE-EFF-DATE to run-rate-date
                   end-if
               when RATE-PER-KROWS
                   if RATE-EFF-DATE >= krow-rate-date
                       move rate-work to krow-rate
                       move RATE-EFF-DATE to krow-rate-date
                   end-if
               when RATE-PER-KLOGS
                   if RATE-EFF-DATE >= klog-rate-date
                       move rate-work to klog-rate
                       move RATE-EFF-DATE to klog-rate-date
                   end-if
           end-evaluate.
       2100-load-one-rate-exit.
           exit.

      *----------------------------------------------------------------
      *  2400-resolve-department - DEPT-USERID on DEPT-DATE, into
      *  CACHED-DEPT: the dated history first, the master's current
      *  department only when the history has nothing on the
      *  operator (or there is no date to look up).
      *----------------------------------------------------------------
       2400-resolve-department.
           if dept-userid = cached-userid
               and dept-date = cached-date
               go to 2400-resolve-department-exit
           end-if.
           move dept-userid to cached-userid.
           move dept-date to cached-date.
           move "*UNKNOWN*" to cached-dept.
           if dept-date > 0
               call "DeptAsOf" using cached-userid dept-date
                   history-dept history-status
               if history-status = "00"
                   move history-dept to cached-dept
                   go to 2400-resolve-department-exit
               end-if
           end-if.
           if not master-available
               go to 2400-resolve-department-exit
           end-if.
           move dept-userid to OPER-ID.
           move "Y" to master-found.
           read OPERMAST-FILE
               invalid key
                   move "N" to master-found
           end-read.
           if master-record-found
               move OPER-DEPT to cached-dept
           end-if.
       2400-resolve-department-exit.
           exit.

      *----------------------------------------------------------------
      *  2500-find-usage - the usage line for USAGE-DEPT and
      *  USAGE-USERID, added when new; FOUND-USAGE is zero when the
      *  table is full and the usage cannot be billed.
      *----------------------------------------------------------------
       2500-find-usage.
           move 0 to found-usage.
           perform varying usage-idx from 1 by 1
               until usage-idx > usage-count or found-usage > 0
               if usg-dept(usage-idx) = usage-dept
                   and usg-userid(usage-idx) = usage-userid
                   move usage-idx to found-usage
               end-if
           end-perform.
           if found-usage > 0
               go to 2500-find-usage-exit
           end-if.
           if usage-count >= 500
               set usage-table-overflowed to true
               go to 2500-find-usage-exit
           end-if.
           add 1 to usage-count.
           move usage-count to found-usage.
           move usage-dept to usg-dept(found-usage).
           move usage-userid to usg-userid(found-usage).
           move 0 to usg-runs(found-usage).
           move 0 to usg-rows(found-usage).
           move 0 to usg-seconds(found-usage).
           move 0 to usg-file-recs(found-usage).
           move 0 to usg-table-rows(found-usage).
       2500-find-usage-exit.
           exit.

      *----------------------------------------------------------------
      *  3000-tally-runs - a run belongs to the month it started in
      *  and to its operator's department on the start date; its end
      *  record, whenever it came, adds the rows and elapsed time.
      *----------------------------------------------------------------
       3000-tally-runs.
           open input RUNHIST-FILE.
           if runhist-status <> "00"
               go to 3000-tally-runs-exit
           end-if.
           perform 3100-tally-one-run thru 3100-tally-one-run-exit
               until no-more-runhist-records.
           close RUNHIST-FILE.
       3000-tally-runs-exit.
           exit.

       3100-tally-one-run.
           read RUNHIST-FILE
               at end
                   set no-more-runhist-records to true
                   go to 3100-tally-one-run-exit
           end-read.
           if RUNH-GUID(1:6) = "SCHED-"
               go to 3100-tally-one-run-exit
           end-if.
           if RUNH-START
               perform 3200-start-run thru 3200-start-run-exit
           else
               if RUNH-END
                   perform 3300-end-run thru 3300-end-run-exit
               end-if
           end-if.
       3100-tally-one-run-exit.
           exit.

       3200-start-run.
           if RUNH-DATE < month-start or RUNH-DATE > month-end
               go to 3200-start-run-exit
           end-if.
           move RUNH-OPERATOR to dept-userid.
           move RUNH-DATE to dept-date.
           perform 2400-resolve-department
               thru 2400-resolve-department-exit.
           move cached-dept to usage-dept.
           move RUNH-OPERATOR to usage-userid.
           perform 2500-find-usage thru 2500-find-usage-exit.
           if found-usage = 0
               go to 3200-start-run-exit
           end-if.
           add 1 to usg-runs(found-usage).
           if run-count >= 1000
               set run-table-overflowed to true
               go to 3200-start-run-exit
           end-if.
           add 1 to run-count.
           move RUNH-GUID to run-guid(run-count).
           move found-usage to run-usage(run-count).
           move RUNH-DATE to run-start-date(run-count).
           move RUNH-TIME to run-start-time(run-count).
           move "N" to run-ended(run-count).
       3200-start-run-exit.
           exit.

      *----------------------------------------------------------------
      *  3300-end-run - elapsed seconds as RunStats measures them,
      *  through julian day numbers so a run over midnight counts
      *  correctly.  Only a run's first end record is taken.
      *----------------------------------------------------------------
       3300-end-run.
           move 0 to found-run.
           perform varying run-idx from 1 by 1
               until run-idx > run-count or found-run > 0
               if run-guid(run-idx) = RUNH-GUID
                   move run-idx to found-run
               end-if
           end-perform.
           if found-run = 0
               go to 3300-end-run-exit
           end-if.
           if run-ended(found-run) = "Y"
               go to 3300-end-run-exit
           end-if.
           move "Y" to run-ended(found-run).
           move run-usage(found-run) to found-usage.
           add RUNH-ROWS to usg-rows(found-usage).
           move function integer-of-date(run-start-date(found-run))
               to start-julian.
           move function integer-of-date(RUNH-DATE) to end-julian.
           move run-start-time(found-run) to time-work.
           compute start-seconds =
               tw-hh * 3600 + tw-mm * 60 + tw-ss.
           move RUNH-TIME to time-work.
           compute end-seconds =
               tw-hh * 3600 + tw-mm * 60 + tw-ss.
           compute elapsed-seconds =
               (end-julian - start-julian) * 86400
               + end-seconds - start-seconds.
           if elapsed-seconds > 0
               add elapsed-seconds to usg-seconds(found-usage)
           end-if.
       3300-end-run-exit.
           exit.

      *----------------------------------------------------------------
      *  4000-tally-logfile - the live LOGFILE; 4500 the archives.
      *----------------------------------------------------------------
       4000-tally-logfile.
           open input LOGFILE.
           if logfile-status <> "00"
               go to 4000-tally-logfile-exit
           end-if.
           perform 4100-tally-one-logfile
               thru 4100-tally-one-logfile-exit
               until no-more-log-records.
           close LOGFILE.
       4000-tally-logfile-exit.
           exit.

       4100-tally-one-logfile.
           read LOGFILE
               at end
                   set no-more-log-records to true
                   go to 4100-tally-one-logfile-exit
           end-read.
           perform 4300-tally-log-record
               thru 4300-tally-log-record-exit.
       4100-tally-one-logfile-exit.
           exit.

      *----------------------------------------------------------------
      *  4300-tally-log-record - one stored detail line dated in the
      *  month, credited to its operator's department on the day.
      *  Trailers are the logger's bookkeeping and are not billed.
      *----------------------------------------------------------------
       4300-tally-log-record.
           if LOG-TRAILER-RECORD
               go to 4300-tally-log-record-exit
           end-if.
           if LOG-TIMESTAMP(1:7) not = month-key
               go to 4300-tally-log-record-exit
           end-if.
           move LOG-USERID to dept-userid.
           move spaces to dept-date-x.
           string LOG-TIMESTAMP(1:4) LOG-TIMESTAMP(6:2)
               LOG-TIMESTAMP(9:2)
               delimited by size into dept-date-x.
           if dept-date-x numeric
               move dept-date-x to dept-date
           else
               move 0 to dept-date
           end-if.
           perform 2400-resolve-department
               thru 2400-resolve-department-exit.
           move cached-dept to usage-dept.
           move LOG-USERID to usage-userid.
           perform 2500-find-usage thru 2500-find-usage-exit.
           if found-usage > 0
               add 1 to usg-file-recs(found-usage)
           end-if.
       4300-tally-log-record-exit.
           exit.

      *----------------------------------------------------------------
      *  4500-tally-archives - every archive on ARCHMANIFEST that can
      *  hold a line of the month.  LogArchive rolls the file at the
      *  end of the day it is dated, so one created before the month
      *  began holds nothing from it and is not opened.
      *----------------------------------------------------------------
       4500-tally-archives.
           open input ARCHMANIFEST-FILE.
           if manifest-status <> "00"
               go to 4500-tally-archives-exit
           end-if.
           perform 4600-tally-one-archive
               thru 4600-tally-one-archive-exit
               until no-more-manifest-records.
           close ARCHMANIFEST-FILE.
       4500-tally-archives-exit.
           exit.

       4600-tally-one-archive.
           read ARCHMANIFEST-FILE
               at end
                   set no-more-manifest-records to true
                   go to 4600-tally-one-archive-exit
           end-read.
           if MANIFEST-CREATED-DATE < month-start
               go to 4600-tally-one-archive-exit
           end-if.
           move MANIFEST-ARCHIVE-NAME to archive-name.
           move "N" to end-of-archive.
           open input ARCHIVE-FILE.
           if archive-status <> "00"
               go to 4600-tally-one-archive-exit
           end-if.
           perform 4700-tally-one-archived
               thru 4700-tally-one-archived-exit
               until no-more-archive-records.
           close ARCHIVE-FILE.
       4600-tally-one-archive-exit.
           exit.

       4700-tally-one-archived.
           read ARCHIVE-FILE
               at end
                   set no-more-archive-records to true
                   go to 4700-tally-one-archived-exit
           end-read.
           move ARCHIVE-RECORD to LOG-RECORD.
           perform 4300-tally-log-record
               thru 4300-tally-log-record-exit.
       4700-tally-one-archived-exit.
           exit.

      *----------------------------------------------------------------
      *  5000-tally-log-table - rows stored in the database in the
      *  month, live and moved to history by DbArchive, counted per
      *  operator and day by the database itself.  TRAILER rows are
      *  the logger's own and are not billed.  If the cursor will not
      *  open, or a fetch fails part way through, the log-record units
      *  are short, and the ledger extract is withheld.
      *----------------------------------------------------------------
       5000-tally-log-table.
           move spaces to db-user.
           move spaces to db-password.
           call "DbCredGet" using db-user db-password cred-status
               on exception
                   move "99" to cred-status
           end-call.
           exec sql
               connect to BATCHDB user :db-user using :db-password
           end-exec.
           exec sql
               declare CHG_CSR cursor for
                   select LOG_USERID, substr(LOG_TIMESTAMP, 1, 10),
                          count(*)
                     from LOGTABLE
                    where LOG_TIMESTAMP between :from-ts and :to-ts
                      and LOG_SEVERITY <> 'TRAILER'
                    group by LOG_USERID, substr(LOG_TIMESTAMP, 1, 10)
                   union all
                   select LOG_USERID, substr(LOG_TIMESTAMP, 1, 10),
                          count(*)
                     from LOGTABLE_HIST
                    where LOG_TIMESTAMP between :from-ts and :to-ts
                      and LOG_SEVERITY <> 'TRAILER'
                    group by LOG_USERID, substr(LOG_TIMESTAMP, 1, 10)
           end-exec.
           exec sql
               open CHG_CSR
           end-exec.
           if SQLCODE not = 0
               set table-unreadable to true
               go to 5000-tally-log-table-exit
           end-if.
           perform 5100-tally-one-group thru 5100-tally-one-group-exit
               until no-more-table-rows.
           exec sql
               close CHG_CSR
           end-exec.
       5000-tally-log-table-exit.
           exit.

       5100-tally-one-group.
           exec sql
               fetch CHG_CSR
                   into :db-userid, :db-day, :db-rows
           end-exec.
           if SQLCODE = 100
               set no-more-table-rows to true
               go to 5100-tally-one-group-exit
           end-if.
           if SQLCODE < 0
               set table-unreadable to true
               set no-more-table-rows to true
               go to 5100-tally-one-group-exit
           end-if.
           move db-userid to dept-userid.
           move spaces to dept-date-x.
           string db-day(1:4) db-day(6:2) db-day(9:2)
               delimited by size into dept-date-x.
           if dept-date-x numeric
               move dept-date-x to dept-date
           else
               move 0 to dept-date
           end-if.
           perform 2400-resolve-department
               thru 2400-resolve-department-exit.
           move cached-dept to usage-dept.
           move db-userid to usage-userid.
           perform 2500-find-usage thru 2500-find-usage-exit.
           if found-usage > 0
               add db-rows to usg-table-rows(found-usage)
           end-if.
       5100-tally-one-group-exit.
           exit.

      *----------------------------------------------------------------
      *  6000-release-usage - the sort's input procedure: every usage
      *  line, to come back in department and operator order.
      *----------------------------------------------------------------
       6000-release-usage.
           perform varying usage-idx from 1 by 1
               until usage-idx > usage-count
               move usg-dept(usage-idx) to SORT-DEPT
               move usg-userid(usage-idx) to SORT-USERID
               move usg-runs(usage-idx) to SORT-RUNS
               move usg-rows(usage-idx) to SORT-ROWS
               move usg-seconds(usage-idx) to SORT-SECONDS
               move usg-file-recs(usage-idx) to SORT-FILE-RECS
               move usg-table-rows(usage-idx) to SORT-TABLE-ROWS
               release SORT-RECORD
           end-perform.
       6000-release-usage-exit.
           exit.

      *----------------------------------------------------------------
      *  6500-print-departments - the sort's output procedure: a new
      *  page at each change of department, one line per operator,
      *  and the department's total and charge when it closes.
      *----------------------------------------------------------------
       6500-print-departments.
           perform 6600-print-one-operator
               thru 6600-print-one-operator-exit
               until no-more-sorted-records.
           if group-in-progress
               perform 6800-close-department
                   thru 6800-close-department-exit
           end-if.
       6500-print-departments-exit.
           exit.

       6600-print-one-operator.
           return SORT-FILE
               at end
                   set no-more-sorted-records to true
                   go to 6600-print-one-operator-exit
           end-return.
           if not group-in-progress
               or SORT-DEPT not = current-dept
               if group-in-progress
                   perform 6800-close-department
                       thru 6800-close-department-exit
               end-if
               perform 6700-open-department
                   thru 6700-open-department-exit
           end-if.
           move SORT-USERID to ul-userid.
           move SORT-RUNS to ul-runs.
           move SORT-ROWS to ul-rows.
           compute ul-minutes rounded = SORT-SECONDS / 60.
           move SORT-FILE-RECS to ul-file-recs.
           move SORT-TABLE-ROWS to ul-table-rows.
           move usage-line to REPORT-LINE.
           write REPORT-LINE.
           add SORT-RUNS to dpt-runs(dept-idx).
           add SORT-ROWS to dpt-rows(dept-idx).
           add SORT-SECONDS to dpt-seconds(dept-idx).
           add SORT-FILE-RECS to dpt-file-recs(dept-idx).
           add SORT-TABLE-ROWS to dpt-table-rows(dept-idx).
       6600-print-one-operator-exit.
           exit.

       6700-open-department.
           move SORT-DEPT to current-dept.
           set group-in-progress to true.
           add 1 to dept-count.
           move dept-count to dept-idx.
           move current-dept to dpt-dept(dept-idx).
           move 0 to dpt-runs(dept-idx).
           move 0 to dpt-rows(dept-idx).
           move 0 to dpt-seconds(dept-idx).
           move 0 to dpt-file-recs(dept-idx).
           move 0 to dpt-table-rows(dept-idx).
           move spaces to REPORT-LINE.
           string "CHARGEBACK DETAIL - DEPARTMENT " current-dept
               "  PERIOD " month-key
               delimited by size into REPORT-LINE.
           write REPORT-LINE after advancing page.
           move spaces to REPORT-LINE.
           write REPORT-LINE.
           move detail-heading to REPORT-LINE.
           write REPORT-LINE.
       6700-open-department-exit.
           exit.

      *----------------------------------------------------------------
      *  6800-close-department - the total line, then the charge on
      *  the department's total units (rows and log records priced
      *  per thousand), rounded to the cent.
      *----------------------------------------------------------------
       6800-close-department.
           move "DEPARTMENT TOTAL" to ul-userid.
           move dpt-runs(dept-idx) to ul-runs.
           move dpt-rows(dept-idx) to ul-rows.
           compute ul-minutes rounded = dpt-seconds(dept-idx) / 60.
           move dpt-file-recs(dept-idx) to ul-file-recs.
           move dpt-table-rows(dept-idx) to ul-table-rows.
           move spaces to REPORT-LINE.
           write REPORT-LINE.
           move usage-line to REPORT-LINE.
           write REPORT-LINE.

           compute dpt-log-recs(dept-idx) =
               dpt-file-recs(dept-idx) + dpt-table-rows(dept-idx).
           compute dpt-run-charge(dept-idx) rounded =
               dpt-runs(dept-idx) * run-rate.
           compute dpt-row-charge(dept-idx) rounded =
               dpt-rows(dept-idx) * krow-rate / 1000.
           compute dpt-log-charge(dept-idx) rounded =
               dpt-log-recs(dept-idx) * klog-rate / 1000.
           compute dpt-total-charge(dept-idx) =
               dpt-run-charge(dept-idx) + dpt-row-charge(dept-idx)
               + dpt-log-charge(dept-idx).

           move spaces to REPORT-LINE.
           write REPORT-LINE.
           move "RUNS (PER RUN)" to chl-label.
           move dpt-runs(dept-idx) to chl-units.
           move run-rate to chl-rate.
           move dpt-run-charge(dept-idx) to chl-amount.
           move charge-line to REPORT-LINE.
           write REPORT-LINE.
           move "ROWS PROCESSED (PER 1000)" to chl-label.
           move dpt-rows(dept-idx) to chl-units.
           move krow-rate to chl-rate.
           move dpt-row-charge(dept-idx) to chl-amount.
           move charge-line to REPORT-LINE.
           write REPORT-LINE.
           move "LOG RECORDS (PER 1000)" to chl-label.
           move dpt-log-recs(dept-idx) to chl-units.
           move klog-rate to chl-rate.
           move dpt-log-charge(dept-idx) to chl-amount.
           move charge-line to REPORT-LINE.
           write REPORT-LINE.
           move dpt-total-charge(dept-idx) to ctl-amount.
           move charge-total-line to REPORT-LINE.
           write REPORT-LINE.

           add dpt-runs(dept-idx) to total-runs.
           add dpt-rows(dept-idx) to total-rows.
           add dpt-log-recs(dept-idx) to total-log-recs.
           add dpt-run-charge(dept-idx) to total-run-charge.
           add dpt-row-charge(dept-idx) to total-row-charge.
           add dpt-log-charge(dept-idx) to total-log-charge.
           add dpt-total-charge(dept-idx) to total-charge.
           move "N" to group-state.
       6800-close-department-exit.
           exit.

      *----------------------------------------------------------------
      *  7000-print-summary - every department's units and charges on
      *  a page of its own, the rates they were priced at, and
      *  anything that makes the bill incomplete.
      *----------------------------------------------------------------
       7000-print-summary.
           move spaces to REPORT-LINE.
           string "CHARGEBACK SUMMARY - PERIOD " month-key
               "  (" month-start " TO " month-end ")"
               delimited by size into REPORT-LINE.
           write REPORT-LINE after advancing page.
           move spaces to REPORT-LINE.
           write REPORT-LINE.
           move summary-heading to REPORT-LINE.
           write REPORT-LINE.
           perform varying dept-idx from 1 by 1
               until dept-idx > dept-count
               move dpt-dept(dept-idx) to sl-dept
               move dpt-runs(dept-idx) to sl-runs
               move dpt-rows(dept-idx) to sl-rows
               move dpt-log-recs(dept-idx) to sl-log-recs
               move dpt-run-charge(dept-idx) to sl-run-charge
               move dpt-row-charge(dept-idx) to sl-row-charge
               move dpt-log-charge(dept-idx) to sl-log-charge
               move dpt-total-charge(dept-idx) to sl-total-charge
               move summary-line to REPORT-LINE
               write REPORT-LINE
           end-perform.
           if dept-count = 0
               move "  NO BILLABLE USAGE IN THE PERIOD" to REPORT-LINE
               write REPORT-LINE
           end-if.
           move "TOTAL" to sl-dept.
           move total-runs to sl-runs.
           move total-rows to sl-rows.
           move total-log-recs to sl-log-recs.
           move total-run-charge to sl-run-charge.
           move total-row-charge to sl-row-charge.
           move total-log-charge to sl-log-charge.
           move total-charge to sl-total-charge.
           move spaces to REPORT-LINE.
           write REPORT-LINE.
           move summary-line to REPORT-LINE.
           write REPORT-LINE.

           move spaces to REPORT-LINE.
           write REPORT-LINE.
           move spaces to REPORT-LINE.
           string "RATES IN FORCE ON " month-start " (CHGRATES)"
               delimited by size into REPORT-LINE.
           write REPORT-LINE.
           move "RUN" to rtl-code.
           move run-rate to rtl-rate.
           move "per run" to rtl-basis.
           move run-rate-date to rate-shown-date.
           perform 7100-print-rate thru 7100-print-rate-exit.
           move "KROWS" to rtl-code.
           move krow-rate to rtl-rate.
           move "per thousand rows processed" to rtl-basis.
           move krow-rate-date to rate-shown-date.
           perform 7100-print-rate thru 7100-print-rate-exit.
           move "KLOGS" to rtl-code.
           move klog-rate to rtl-rate.
           move "per thousand log records stored" to rtl-basis.
           move klog-rate-date to rate-shown-date.
           perform 7100-print-rate thru 7100-print-rate-exit.

           perform 7200-print-warnings thru 7200-print-warnings-exit.
       7000-print-summary-exit.
           exit.

       7100-print-rate.
           move spaces to rtl-note.
           if rate-shown-date = 0
               move "*** NO RATE IN FORCE - CHARGED AT ZERO"
                   to rtl-note
               if final-rc < 4
                   move 4 to final-rc
               end-if
           else
               string "effective " rate-shown-date
                   delimited by size into rtl-note
           end-if.
           move rate-line to REPORT-LINE.
           write REPORT-LINE.
       7100-print-rate-exit.
           exit.

       7200-print-warnings.
           if not rate-card-read
               move spaces to REPORT-LINE
               string "*** WARNING: CHGRATES not found - every"
                   " rate is zero ***"
                   delimited by size into REPORT-LINE
               write REPORT-LINE
           end-if.
           if bad-rate-count > 0
               move spaces to REPORT-LINE
               string "*** WARNING: lines on CHGRATES that are not"
                   " a rate were skipped ***"
                   delimited by size into REPORT-LINE
               write REPORT-LINE
               if final-rc < 4
                   move 4 to final-rc
               end-if
           end-if.
           if usage-table-overflowed
               move spaces to REPORT-LINE
               string "*** WARNING: over 500 department/operator"
                   " lines - usage beyond them is not billed ***"
                   delimited by size into REPORT-LINE
               write REPORT-LINE
               if final-rc < 4
                   move 4 to final-rc
               end-if
           end-if.
           if run-table-overflowed
               move spaces to REPORT-LINE
               string "*** WARNING: over 1000 runs in the month -"
                   " rows and elapsed time of the rest are not"
                   " billed ***"
                   delimited by size into REPORT-LINE
               write REPORT-LINE
               if final-rc < 4
                   move 4 to final-rc
               end-if
           end-if.
           if table-unreadable
               move spaces to REPORT-LINE
               string "*** LOGTABLE COULD NOT BE READ - log records"
                   " exclude the database copy; CHGLEDGER not"
                   " written ***"
                   delimited by size into REPORT-LINE
               write REPORT-LINE
               move 8 to final-rc
           end-if.
       7200-print-warnings-exit.
           exit.

      *----------------------------------------------------------------
      *  8000-write-ledger - the finance upload: header, one line per
      *  department, and a control total.  Numbers go out without
      *  leading spaces or zeros, amounts with two decimals.  When
      *  LOGTABLE was unreadable the file is emptied instead, so last
      *  month's extract cannot be uploaded again by mistake.
      *----------------------------------------------------------------
       8000-write-ledger.
           open output LEDGER-FILE.
           if table-readable
               perform 8050-write-ledger-lines
                   thru 8050-write-ledger-lines-exit
           end-if.
           close LEDGER-FILE.
       8000-write-ledger-exit.
           exit.

       8050-write-ledger-lines.
           move spaces to LEDGER-LINE.
           string "H,CHARGEBACK," month-key "," today-date
               delimited by size into LEDGER-LINE.
           write LEDGER-LINE.
           perform 8100-write-ledger-department
               thru 8100-write-ledger-department-exit
               varying dept-idx from 1 by 1
               until dept-idx > dept-count.
           move spaces to LEDGER-LINE.
           move 1 to ledger-ptr.
           string "T," month-key delimited by size
               into LEDGER-LINE with pointer ledger-ptr.
           move dept-count to count-work.
           perform 8200-append-count thru 8200-append-count-exit.
           move total-charge to amount-work.
           perform 8300-append-amount thru 8300-append-amount-exit.
           write LEDGER-LINE.
       8050-write-ledger-lines-exit.
           exit.

       8100-write-ledger-department.
           move spaces to LEDGER-LINE.
           move 1 to ledger-ptr.
           string "D," month-key "," delimited by size
               dpt-dept(dept-idx) delimited by space
               into LEDGER-LINE with pointer ledger-ptr.
           move dpt-runs(dept-idx) to count-work.
           perform 8200-append-count thru 8200-append-count-exit.
           move dpt-rows(dept-idx) to count-work.
           perform 8200-append-count thru 8200-append-count-exit.
           move dpt-log-recs(dept-idx) to count-work.
           perform 8200-append-count thru 8200-append-count-exit.
           move dpt-run-charge(dept-idx) to amount-work.
           perform 8300-append-amount thru 8300-append-amount-exit.
           move dpt-row-charge(dept-idx) to amount-work.
           perform 8300-append-amount thru 8300-append-amount-exit.
           move dpt-log-charge(dept-idx) to amount-work.
           perform 8300-append-amount thru 8300-append-amount-exit.
           move dpt-total-charge(dept-idx) to amount-work.
           perform 8300-append-amount thru 8300-append-amount-exit.
           write LEDGER-LINE.
       8100-write-ledger-department-exit.
           exit.

       8200-append-count.
           move count-work to count-edit.
           move 0 to edit-spaces.
           inspect count-edit tallying edit-spaces
               for leading spaces.
           string "," count-edit(edit-spaces + 1:)
               delimited by size
               into LEDGER-LINE with pointer ledger-ptr.
       8200-append-count-exit.
           exit.

       8300-append-amount.
           move amount-work to amount-edit.
           move 0 to edit-spaces.
           inspect amount-edit tallying edit-spaces
               for leading spaces.
           string "," amount-edit(edit-spaces + 1:)
               delimited by size
               into LEDGER-LINE with pointer ledger-ptr.
       8300-append-amount-exit.
           exit.

      *----------------------------------------------------------------
       9000-terminate.
           if master-available
               close OPERMAST-FILE
           end-if.
           close REPORT-FILE.
           exec sql
               disconnect current
           end-exec.
           move final-rc to return-code.
           move total-charge to amount-edit.
           display "CHARGEBACK: " month-key " " dept-count
               " department(s) billed, total " amount-edit.
       9000-terminate-exit.
           exit.

       end program Chargeback.
