      $SET ILUSING"Demo.Net"

       program-id. HoldMaint.

      *----------------------------------------------------------------
      *  HoldMaint - maintenance for the LEGALHOLD register
      *  (HOLDREC.cpy), the same transaction-file pattern as
      *  RosterMaint and MsgCatMaint, and the maker half of the same
      *  dual control OperMaint and SchedMaint work under: nothing
      *  keyed here takes effect until a different operator approves
      *  it through HoldApprove.  Driven by HOLDTRAN, one action per
      *  line, and writes everything it did - including rejected
      *  transactions - to the HOLDRPT report, appended to so that
      *  HoldApprove's decisions and earlier runs stay on it.  Each
      *  detail line names the maker and the date and time of the run.
      *
      *  PLC  places a hold (by operator, GUID, logical run or date
      *       range); it waits, not yet in force, for approval.
      *  REL  asks for an active hold to be released; the hold stays
      *       in force until the release is approved.
      *  LST  lists every hold on the register, released ones too.
      *
      *  The maker is the operator running the pass, the *ALL USERID
      *  setting on PARMLIB read through ParmGet, never an id keyed
      *  on the transaction, so the maker cannot be made to look like
      *  someone else.  Without one every change is rejected, as in
      *  OperMaint.  The maker must be on OPERMAST, active and inside
      *  their effective dates.  Holds are never deleted: a released
      *  hold stays on file, with both pairs of names and dates, as
      *  the record of who preserved what and who let it go.
      *  Releasing a hold needs no purge of its own - the next normal
      *  pass of each retention job simply no longer finds the hold
      *  and ages the data out.
      *----------------------------------------------------------------

       environment division.
       input-output section.
       file-control.
           select LEGALHOLD-FILE assign "LEGALHOLD"
               organization indexed
               access dynamic
               record key HOLD-ID
               file status is legalhold-status.

           select OPERMAST-FILE assign "OPERMAST"
               organization indexed
               access dynamic
               record key OPER-ID
               file status is opermast-status.

           select HOLDTRAN-FILE assign "HOLDTRAN"
               organization line sequential
               file status is holdtran-status.

           select HOLDRPT-FILE assign "HOLDRPT"
               organization line sequential
               file status is holdrpt-status.

       data division.
       file section.
       fd  LEGALHOLD-FILE.
       copy "HOLDREC.cpy".

       fd  OPERMAST-FILE.
       copy "OPERREC.cpy".

       fd  HOLDTRAN-FILE.
       01  TRAN-RECORD.
           05  TRAN-ACTION         pic x(03).
           05  filler              pic x(01).
           05  TRAN-HOLD-ID        pic x(08).
           05  filler              pic x(01).
           05  TRAN-TYPE           pic x(01).
               88  TRAN-TYPE-VALID value "O" "G" "R" "D".
           05  filler              pic x(01).
           05  TRAN-VALUE          pic x(36).
           05  filler              pic x(01).
           05  TRAN-FROM-DATE      pic x(08).
           05  filler              pic x(01).
           05  TRAN-TO-DATE        pic x(08).
           05  filler              pic x(01).
           05  TRAN-REASON         pic x(30).

       fd  HOLDRPT-FILE.
       01  HOLDRPT-LINE            pic x(148).

       working-storage section.
       copy "PARMREQ.cpy".

       01 legalhold-status pic x(02).
       01 opermast-status  pic x(02).
       01 holdtran-status  pic x(02).
       01 holdrpt-status   pic x(02).

       01 today-date      pic 9(08).
       01 now-time        pic 9(08).
       01 maker-id        pic x(20) value spaces.
       01 tran-count      binary-long value 0.
       01 reject-count    binary-long value 0.
       01 from-date       pic 9(08).
       01 to-date         pic 9(08).

       01 master-state pic x(01) value "N".
           88 master-available value "Y".
       01 tran-shape-flag pic x(01).
           88 tran-shape-bad value "N".
       01 end-of-trans pic x(01) value "N".
           88 no-more-trans value "Y".
       01 end-of-register pic x(01) value "N".
           88 no-more-register-records value "Y".

       01 detail-line.
           05 dtl-action           pic x(08).
           05 filler               pic x(01) value space.
           05 dtl-hold-id          pic x(08).
           05 filler               pic x(01) value space.
           05 dtl-type             pic x(01).
           05 filler               pic x(01) value space.
           05 dtl-value            pic x(36).
           05 filler               pic x(01) value space.
           05 dtl-oper-id          pic x(20).
           05 filler               pic x(01) value space.
           05 dtl-result           pic x(54).
           05 filler               pic x(01) value space.
           05 dtl-run-date         pic 9(08).
           05 filler               pic x(01) value space.
           05 dtl-run-time         pic 9(06).

       01 list-line.
           05 lst-hold-id          pic x(08).
           05 filler               pic x(01) value space.
           05 lst-type             pic x(01).
           05 filler               pic x(01) value space.
           05 lst-status           pic x(01).
           05 filler               pic x(01) value space.
           05 lst-value            pic x(36).
           05 filler               pic x(01) value space.
           05 lst-from-date        pic 9(08).
           05 filler               pic x(01) value "-".
           05 lst-to-date          pic 9(08).
           05 filler               pic x(01) value space.
           05 lst-placed-by        pic x(20).
           05 filler               pic x(01) value space.
           05 lst-approved-by      pic x(20).
           05 filler               pic x(01) value space.
           05 lst-reason           pic x(22).

       01 list-release-line.
           05 filler               pic x(19) value spaces.
           05 filler               pic x(20)
                                   value "release asked by".
           05 lrl-release-by       pic x(20).
           05 filler               pic x(01) value space.
           05 lrl-release-date     pic 9(08).
           05 filler               pic x(13) value "  agreed by ".
           05 lrl-release-ok-by    pic x(20).
           05 filler               pic x(01) value space.
           05 lrl-release-ok-date  pic 9(08).

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
      *  1000-initialize - reads the maker's operator id through
      *  ParmGet and opens LEGALHOLD for update, creating it on first
      *  use (file status 35 on the I-O open), the same bootstrap
      *  RosterMaint uses for ONCALL.  OPERMAST is read only, to vet
      *  the maker.
      *----------------------------------------------------------------
       1000-initialize.
           accept today-date from date yyyymmdd.
           accept now-time from time.
           move today-date to dtl-run-date.
           move now-time(1:6) to dtl-run-time.
           move "G" to PRQ-MODE.
           move "HoldMaint" to PRQ-CALLER.
           move "*ALL" to PRQ-PROGRAM.
           move "USERID" to PRQ-KEYWORD.
           call "ParmGet" using PARM-REQUEST.
           if PRQ-STATUS < "12"
               move spaces to maker-id
               string PRQ-VALUE delimited by space into maker-id
           end-if.
           open i-o LEGALHOLD-FILE.
           if legalhold-status = "35"
               open output LEGALHOLD-FILE
               close LEGALHOLD-FILE
               open i-o LEGALHOLD-FILE
           end-if.
           open input OPERMAST-FILE.
           if opermast-status = "00"
               set master-available to true
           end-if.
           open input HOLDTRAN-FILE.
           if holdtran-status <> "00"
               set no-more-trans to true
           end-if.
           open extend HOLDRPT-FILE.
           if holdrpt-status <> "00"
               open output HOLDRPT-FILE
           end-if.
           move "LEGAL HOLD REGISTER MAINTENANCE" to HOLDRPT-LINE.
           write HOLDRPT-LINE.
       1000-initialize-exit.
           exit.

      *----------------------------------------------------------------
       2000-process-transactions.
           read HOLDTRAN-FILE
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
           move TRAN-HOLD-ID to dtl-hold-id.
           move TRAN-TYPE to dtl-type.
           move TRAN-VALUE to dtl-value.
           move maker-id to dtl-oper-id.
           move spaces to dtl-result.
           evaluate TRAN-ACTION
               when "PLC"
                   perform 2200-place-hold
                       thru 2200-place-hold-exit
               when "REL"
                   perform 2300-request-release
                       thru 2300-request-release-exit
               when "LST"
                   perform 2400-list-holds
                       thru 2400-list-holds-exit
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
      *  2150-check-operator - the maker must be a current authorized
      *  operator.
      *----------------------------------------------------------------
       2150-check-operator.
           move "Y" to tran-shape-flag.
           if maker-id = spaces
               move "REJECTED - no maker id on PARMLIB" to dtl-result
               set tran-shape-bad to true
               go to 2150-check-operator-exit
           end-if.
           if not master-available
               move "REJECTED - operator master not available"
                   to dtl-result
               set tran-shape-bad to true
               go to 2150-check-operator-exit
           end-if.
           move maker-id to OPER-ID.
           read OPERMAST-FILE
               invalid key
                   move "REJECTED - maker not on operator master"
                       to dtl-result
                   set tran-shape-bad to true
                   go to 2150-check-operator-exit
           end-read.
           if not OPER-ACTIVE
               or today-date < OPER-EFF-DATE
               or today-date > OPER-EXP-DATE
               move "REJECTED - maker not active or outside dates"
                   to dtl-result
               set tran-shape-bad to true
           end-if.
       2150-check-operator-exit.
           exit.

      *----------------------------------------------------------------
      *  2160-check-hold-shape - a placement needs an id, a type, a
      *  value for anything but a date-range hold, and dates that are
      *  either blank (open-ended) or real yyyymmdd in order.  A
      *  date-range hold must give both ends.
      *----------------------------------------------------------------
       2160-check-hold-shape.
           move "Y" to tran-shape-flag.
           move 0 to from-date.
           move 0 to to-date.
           if TRAN-HOLD-ID = spaces
               move "REJECTED - hold id is blank" to dtl-result
               set tran-shape-bad to true
               go to 2160-check-hold-shape-exit
           end-if.
           if not TRAN-TYPE-VALID
               move "REJECTED - hold type not O/G/R/D" to dtl-result
               set tran-shape-bad to true
               go to 2160-check-hold-shape-exit
           end-if.
           if TRAN-TYPE not = "D" and TRAN-VALUE = spaces
               move "REJECTED - hold names nothing to preserve"
                   to dtl-result
               set tran-shape-bad to true
               go to 2160-check-hold-shape-exit
           end-if.
           if TRAN-FROM-DATE not = spaces
               if TRAN-FROM-DATE not numeric
                   move "REJECTED - from date not yyyymmdd"
                       to dtl-result
                   set tran-shape-bad to true
                   go to 2160-check-hold-shape-exit
               end-if
               move TRAN-FROM-DATE to from-date
           end-if.
           if TRAN-TO-DATE not = spaces
               if TRAN-TO-DATE not numeric
                   move "REJECTED - to date not yyyymmdd" to dtl-result
                   set tran-shape-bad to true
                   go to 2160-check-hold-shape-exit
               end-if
               move TRAN-TO-DATE to to-date
           end-if.
           if TRAN-TYPE = "D" and (from-date = 0 or to-date = 0)
               move "REJECTED - date-range hold needs both dates"
                   to dtl-result
               set tran-shape-bad to true
               go to 2160-check-hold-shape-exit
           end-if.
           if from-date > 0 and to-date > 0 and to-date < from-date
               move "REJECTED - to date before from date"
                   to dtl-result
               set tran-shape-bad to true
           end-if.
       2160-check-hold-shape-exit.
           exit.

      *----------------------------------------------------------------
      *  2170-read-hold - the hold a REL line names.
      *----------------------------------------------------------------
       2170-read-hold.
           move "Y" to tran-shape-flag.
           move TRAN-HOLD-ID to HOLD-ID.
           read LEGALHOLD-FILE
               invalid key
                   move "REJECTED - hold not on register"
                       to dtl-result
                   set tran-shape-bad to true
                   go to 2170-read-hold-exit
           end-read.
           move HOLD-TYPE to dtl-type.
           move HOLD-VALUE to dtl-value.
       2170-read-hold-exit.
           exit.

      *----------------------------------------------------------------
       2200-place-hold.
           move "PLC" to dtl-action.
           perform 2160-check-hold-shape
               thru 2160-check-hold-shape-exit.
           if not tran-shape-bad
               perform 2150-check-operator
                   thru 2150-check-operator-exit
           end-if.
           if tran-shape-bad
               perform 8000-write-detail
                   thru 8000-write-detail-exit
               add 1 to reject-count
               go to 2200-place-hold-exit
           end-if.
           initialize HOLD-RECORD.
           move TRAN-HOLD-ID to HOLD-ID.
           move TRAN-TYPE to HOLD-TYPE.
           move TRAN-VALUE to HOLD-VALUE.
           move from-date to HOLD-FROM-DATE.
           move to-date to HOLD-TO-DATE.
           move "P" to HOLD-STATUS.
           move TRAN-REASON to HOLD-REASON.
           move maker-id to HOLD-PLACED-BY.
           move today-date to HOLD-PLACED-DATE.
           write HOLD-RECORD
               invalid key
                   move "REJECTED - hold id already on register"
                       to dtl-result
                   add 1 to reject-count
               not invalid key
                   move "PLACED - awaiting approval" to dtl-result
           end-write.
           perform 8000-write-detail thru 8000-write-detail-exit.
       2200-place-hold-exit.
           exit.

      *----------------------------------------------------------------
       2300-request-release.
           move "REL" to dtl-action.
           perform 2170-read-hold thru 2170-read-hold-exit.
           if not tran-shape-bad
               if not HOLD-ACTIVE
                   move "REJECTED - hold is not active" to dtl-result
                   set tran-shape-bad to true
               end-if
           end-if.
           if not tran-shape-bad
               perform 2150-check-operator
                   thru 2150-check-operator-exit
           end-if.
           if tran-shape-bad
               perform 8000-write-detail
                   thru 8000-write-detail-exit
               add 1 to reject-count
               go to 2300-request-release-exit
           end-if.
           move "Q" to HOLD-STATUS.
           move maker-id to HOLD-RELEASE-BY.
           move today-date to HOLD-RELEASE-DATE.
           move spaces to HOLD-RELEASE-OK-BY.
           move 0 to HOLD-RELEASE-OK-DATE.
           rewrite HOLD-RECORD
               invalid key
                   move "REJECTED - rewrite failed" to dtl-result
                   add 1 to reject-count
               not invalid key
                   move "RELEASE ASKED - hold stays in force"
                       to dtl-result
           end-rewrite.
           perform 8000-write-detail thru 8000-write-detail-exit.
       2300-request-release-exit.
           exit.

      *----------------------------------------------------------------
      *  2400-list-holds - every hold in id order, with a second line
      *  for any hold whose release has been asked for.
      *----------------------------------------------------------------
       2400-list-holds.
           move "N" to end-of-register.
           move low-values to HOLD-ID.
           start LEGALHOLD-FILE key not < HOLD-ID
               invalid key
                   set no-more-register-records to true
           end-start.
           move "LEGAL HOLD REGISTER LISTING" to HOLDRPT-LINE.
           write HOLDRPT-LINE.
           perform 2410-list-one-hold
               thru 2410-list-one-hold-exit
               until no-more-register-records.
       2400-list-holds-exit.
           exit.

       2410-list-one-hold.
           read LEGALHOLD-FILE next
               at end
                   set no-more-register-records to true
                   go to 2410-list-one-hold-exit
           end-read.
           move HOLD-ID to lst-hold-id.
           move HOLD-TYPE to lst-type.
           move HOLD-STATUS to lst-status.
           move HOLD-VALUE to lst-value.
           move HOLD-FROM-DATE to lst-from-date.
           move HOLD-TO-DATE to lst-to-date.
           move HOLD-PLACED-BY to lst-placed-by.
           move HOLD-APPROVED-BY to lst-approved-by.
           move HOLD-REASON to lst-reason.
           move list-line to HOLDRPT-LINE.
           write HOLDRPT-LINE.
           if HOLD-RELEASE-BY not = spaces
               move HOLD-RELEASE-BY to lrl-release-by
               move HOLD-RELEASE-DATE to lrl-release-date
               move HOLD-RELEASE-OK-BY to lrl-release-ok-by
               move HOLD-RELEASE-OK-DATE to lrl-release-ok-date
               move list-release-line to HOLDRPT-LINE
               write HOLDRPT-LINE
           end-if.
       2410-list-one-hold-exit.
           exit.

      *----------------------------------------------------------------
       8000-write-detail.
           move detail-line to HOLDRPT-LINE.
           write HOLDRPT-LINE.
       8000-write-detail-exit.
           exit.

      *----------------------------------------------------------------
       9000-terminate.
           close LEGALHOLD-FILE.
           if master-available
               close OPERMAST-FILE
           end-if.
           close HOLDTRAN-FILE.
           close HOLDRPT-FILE.
           display "HOLDMAINT: " tran-count " transaction(s), "
               reject-count " rejected".
       9000-terminate-exit.
           exit.

       end program HoldMaint.
