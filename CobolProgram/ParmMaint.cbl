      $SET ILUSING"Demo.Net"

       program-id. ParmMaint.

      *----------------------------------------------------------------
      *  ParmMaint - maintenance for the PARMLIB parameter library
      *  (PARMREC.cpy), the same transaction-file pattern as
      *  MsgCatMaint for the message catalog.  Driven by PARMTRAN,
      *  one action per line (SET, DEL, LST), and writes everything
      *  it did - including rejected transactions - to the PARMCRPT
      *  report so there is a paper trail for every change to a
      *  run-time setting.
      *
      *  SET  keys a value for a program and keyword from an
      *       effective date (blank for today).  The setting must be
      *       defined on PARMDEF and the value must pass its type and
      *       range - the check is ParmGet's own, so nothing can be
      *       keyed that a program would then refuse.  A back-dated
      *       entry is rejected: what was in force on a past day is
      *       history and stays as it ran.  Keying the same program,
      *       keyword and date again replaces the value.
      *  DEL  withdraws an entry keyed ahead that has not yet taken
      *       effect.  An entry already in force is never deleted;
      *       key a new SET to change it.
      *  LST  lists every entry on the library, history included.
      *
      *  Each entry and each PARMCRPT detail line carries who ran the
      *  maintenance - the operator id the library itself holds
      *  (the *ALL USERID setting) - with the date and time of the
      *  run.  PARMCRPT is appended to, never replaced.
      *----------------------------------------------------------------

       environment division.
       input-output section.
       file-control.
           select PARMLIB-FILE assign "PARMLIB"
               organization indexed
               access dynamic
               record key PARM-KEY
               file status is parmlib-status.

           select PARMTRAN-FILE assign "PARMTRAN"
               organization line sequential
               file status is parmtran-status.

           select PARMCRPT-FILE assign "PARMCRPT"
               organization line sequential
               file status is parmcrpt-status.

       data division.
       file section.
       fd  PARMLIB-FILE.
       copy "PARMREC.cpy".

       fd  PARMTRAN-FILE.
       01  TRAN-RECORD.
           05  TRAN-ACTION         pic x(03).
           05  filler              pic x(01).
           05  TRAN-PROGRAM        pic x(20).
           05  filler              pic x(01).
           05  TRAN-KEYWORD        pic x(12).
           05  filler              pic x(01).
           05  TRAN-EFF-DATE       pic x(08).
           05  filler              pic x(01).
           05  TRAN-VALUE          pic x(40).

       fd  PARMCRPT-FILE.
       01  PARMCRPT-LINE           pic x(140).

       working-storage section.
       copy "PARMREQ.cpy".

       01 parmlib-status  pic x(02).
       01 parmtran-status pic x(02).
       01 parmcrpt-status pic x(02).
       01 today-date      pic 9(08).
       01 now-time        pic 9(08).

       01 tran-count      binary-long value 0.
       01 reject-count    binary-long value 0.

       01 eff-date-work   pic x(08).
       01 eff-date-split redefines eff-date-work.
           05 eff-yyyy    pic 9(04).
           05 eff-mm      pic 9(02).
           05 eff-dd      pic 9(02).
       01 eff-date        pic 9(08).
       01 eff-date-state  pic x(01).
           88 eff-date-ok   value "Y".
           88 eff-date-past value "P".
           88 eff-date-bad  value "B".

       01 end-of-trans pic x(01) value "N".
           88 no-more-trans value "Y".
       01 end-of-library pic x(01) value "N".
           88 no-more-library-records value "Y".

       01 detail-line.
           05 dtl-action           pic x(08).
           05 filler               pic x(01) value space.
           05 dtl-program          pic x(20).
           05 filler               pic x(01) value space.
           05 dtl-keyword          pic x(12).
           05 filler               pic x(01) value space.
           05 dtl-eff-date         pic x(08).
           05 filler               pic x(01) value space.
           05 dtl-result           pic x(50).
           05 filler               pic x(01) value space.
           05 dtl-maint-by         pic x(20).
           05 filler               pic x(01) value space.
           05 dtl-maint-date       pic 9(08).
           05 filler               pic x(01) value space.
           05 dtl-maint-time       pic 9(06).

       01 list-line.
           05 lst-program          pic x(20).
           05 filler               pic x(01) value space.
           05 lst-keyword          pic x(12).
           05 filler               pic x(01) value space.
           05 lst-eff-date         pic 9(08).
           05 filler               pic x(01) value space.
           05 lst-value            pic x(40).
           05 filler               pic x(01) value space.
           05 lst-maint-id         pic x(20).
           05 filler               pic x(01) value space.
           05 lst-maint-date       pic 9(08).
           05 filler               pic x(01) value space.
           05 lst-maint-time       pic 9(06).

       procedure division.
           perform 1000-initialize thru 1000-initialize-exit.
           perform 2000-process-transactions
               thru 2000-process-transactions-exit
               until no-more-trans.
           perform 9000-terminate thru 9000-terminate-exit.
           if reject-count > 0
               move 8 to return-code
           end-if.
           goback.

      *----------------------------------------------------------------
      *  1000-initialize - takes the maintainer's id from the library
      *  before opening it for update, then opens PARMLIB for update,
      *  creating it on first use (file status 35 on the I-O open
      *  means the library does not exist yet) - the same bootstrap
      *  MsgCatMaint uses for MSGCAT.
      *----------------------------------------------------------------
       1000-initialize.
           accept today-date from date yyyymmdd.
           move today-date to dtl-maint-date.
           accept now-time from time.
           move now-time(1:6) to dtl-maint-time.
           move spaces to dtl-maint-by.
           move "G" to PRQ-MODE.
           move "ParmMaint" to PRQ-CALLER.
           move "*ALL" to PRQ-PROGRAM.
           move "USERID" to PRQ-KEYWORD.
           call "ParmGet" using PARM-REQUEST.
           if PRQ-STATUS < "12"
               move PRQ-VALUE to dtl-maint-by
           end-if.
           open i-o PARMLIB-FILE.
           if parmlib-status = "35"
               open output PARMLIB-FILE
               close PARMLIB-FILE
               open i-o PARMLIB-FILE
           end-if.
           open input PARMTRAN-FILE.
           if parmtran-status <> "00"
               set no-more-trans to true
           end-if.
           open extend PARMCRPT-FILE.
           if parmcrpt-status <> "00"
               open output PARMCRPT-FILE
           end-if.
       1000-initialize-exit.
           exit.

      *----------------------------------------------------------------
       2000-process-transactions.
           read PARMTRAN-FILE
               at end
                   set no-more-trans to true
               not at end
                   add 1 to tran-count
                   perform 2100-apply-one-transaction
                       thru 2100-apply-one-transaction-exit
           end-read.
       2000-process-transactions-exit.
           exit.

      *----------------------------------------------------------------
       2100-apply-one-transaction.
           move TRAN-PROGRAM to dtl-program.
           move TRAN-KEYWORD to dtl-keyword.
           move TRAN-EFF-DATE to dtl-eff-date.
           evaluate TRAN-ACTION
               when "SET"
                   perform 2200-set-value
                       thru 2200-set-value-exit
               when "DEL"
                   perform 2300-delete-value
                       thru 2300-delete-value-exit
               when "LST"
                   perform 2400-list-library
                       thru 2400-list-library-exit
               when other
                   move "UNKNOWN" to dtl-action
                   move "REJECTED - unrecognized action code"
                       to dtl-result
                   perform 8000-write-detail
                       thru 8000-write-detail-exit
                   add 1 to reject-count
           end-evaluate.
       2100-apply-one-transaction-exit.
           exit.

      *----------------------------------------------------------------
      *  2150-check-eff-date - blank is today; anything else must be
      *  a yyyymmdd date that is not in the past.
      *----------------------------------------------------------------
       2150-check-eff-date.
           set eff-date-ok to true.
           if TRAN-EFF-DATE = spaces
               move today-date to eff-date
               move eff-date to dtl-eff-date
               go to 2150-check-eff-date-exit
           end-if.
           move TRAN-EFF-DATE to eff-date-work.
           if eff-date-work not numeric
               set eff-date-bad to true
               move "REJECTED - effective date is not yyyymmdd"
                   to dtl-result
               go to 2150-check-eff-date-exit
           end-if.
           if eff-mm < 1 or eff-mm > 12 or eff-dd < 1 or eff-dd > 31
               set eff-date-bad to true
               move "REJECTED - effective date is not yyyymmdd"
                   to dtl-result
               go to 2150-check-eff-date-exit
           end-if.
           move eff-date-work to eff-date.
           if eff-date < today-date
               set eff-date-past to true
               move "REJECTED - effective date is in the past"
                   to dtl-result
           end-if.
       2150-check-eff-date-exit.
           exit.

      *----------------------------------------------------------------
       2200-set-value.
           move "SET" to dtl-action.
           move spaces to dtl-result.
           perform 2150-check-eff-date thru 2150-check-eff-date-exit.
           if dtl-result <> spaces
               go to 2200-set-reject
           end-if.
           move "V" to PRQ-MODE.
           move "ParmMaint" to PRQ-CALLER.
           move TRAN-PROGRAM to PRQ-PROGRAM.
           move TRAN-KEYWORD to PRQ-KEYWORD.
           move TRAN-VALUE to PRQ-VALUE.
           call "ParmGet" using PARM-REQUEST.
           if PRQ-STATUS = "12"
               move "REJECTED - no such setting on PARMDEF"
                   to dtl-result
               go to 2200-set-reject
           end-if.
           if PRQ-STATUS <> "00"
               string "REJECTED - " delimited by size
                   PRQ-REASON delimited by size
                   into dtl-result
               go to 2200-set-reject
           end-if.
           move TRAN-PROGRAM to PARM-PROGRAM.
           move TRAN-KEYWORD to PARM-KEYWORD.
           move eff-date to PARM-EFF-DATE.
           move TRAN-VALUE to PARM-VALUE.
           move dtl-maint-by to PARM-MAINT-ID.
           move dtl-maint-date to PARM-MAINT-DATE.
           move dtl-maint-time to PARM-MAINT-TIME.
           write PARM-RECORD
               invalid key
                   rewrite PARM-RECORD
                       invalid key
                           move "REJECTED - rewrite failed"
                               to dtl-result
                           add 1 to reject-count
                       not invalid key
                           move "REPLACED" to dtl-result
                   end-rewrite
               not invalid key
                   move "ADDED" to dtl-result
           end-write.
           perform 8000-write-detail thru 8000-write-detail-exit.
           go to 2200-set-value-exit.
       2200-set-reject.
           perform 8000-write-detail thru 8000-write-detail-exit.
           add 1 to reject-count.
       2200-set-value-exit.
           exit.

      *----------------------------------------------------------------
       2300-delete-value.
           move "DEL" to dtl-action.
           move spaces to dtl-result.
           if TRAN-EFF-DATE = spaces
               move "REJECTED - effective date of the entry required"
                   to dtl-result
               go to 2300-delete-reject
           end-if.
           perform 2150-check-eff-date thru 2150-check-eff-date-exit.
           if eff-date-bad
               go to 2300-delete-reject
           end-if.
           if eff-date-past or eff-date = today-date
               move "REJECTED - entry is already in force"
                   to dtl-result
               go to 2300-delete-reject
           end-if.
           move TRAN-PROGRAM to PARM-PROGRAM.
           move TRAN-KEYWORD to PARM-KEYWORD.
           move eff-date to PARM-EFF-DATE.
           delete PARMLIB-FILE
               invalid key
                   move "REJECTED - no such entry on PARMLIB"
                       to dtl-result
                   go to 2300-delete-reject
           end-delete.
           move "DELETED" to dtl-result.
           perform 8000-write-detail thru 8000-write-detail-exit.
           go to 2300-delete-value-exit.
       2300-delete-reject.
           perform 8000-write-detail thru 8000-write-detail-exit.
           add 1 to reject-count.
       2300-delete-value-exit.
           exit.

      *----------------------------------------------------------------
      *  2400-list-library - positions to the lowest key and reads the
      *  library sequentially to the end, one report line per entry.
      *----------------------------------------------------------------
       2400-list-library.
           move "N" to end-of-library.
           move low-values to PARM-KEY.
           start PARMLIB-FILE key not < PARM-KEY
               invalid key
                   set no-more-library-records to true
           end-start.
           move "PARAMETER LIBRARY LISTING" to PARMCRPT-LINE.
           write PARMCRPT-LINE.
           perform 2410-list-one-entry
               thru 2410-list-one-entry-exit
               until no-more-library-records.
       2400-list-library-exit.
           exit.

       2410-list-one-entry.
           read PARMLIB-FILE next
               at end
                   set no-more-library-records to true
               not at end
                   move PARM-PROGRAM to lst-program
                   move PARM-KEYWORD to lst-keyword
                   move PARM-EFF-DATE to lst-eff-date
                   move PARM-VALUE to lst-value
                   move PARM-MAINT-ID to lst-maint-id
                   move PARM-MAINT-DATE to lst-maint-date
                   move PARM-MAINT-TIME to lst-maint-time
                   move list-line to PARMCRPT-LINE
                   write PARMCRPT-LINE
           end-read.
       2410-list-one-entry-exit.
           exit.

      *----------------------------------------------------------------
       8000-write-detail.
           move detail-line to PARMCRPT-LINE.
           write PARMCRPT-LINE.
       8000-write-detail-exit.
           exit.

      *----------------------------------------------------------------
       9000-terminate.
           close PARMLIB-FILE.
           close PARMTRAN-FILE.
           close PARMCRPT-FILE.
       9000-terminate-exit.
           exit.

       end program ParmMaint.
