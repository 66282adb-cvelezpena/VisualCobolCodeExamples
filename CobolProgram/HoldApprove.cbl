      $SET ILUSING"Demo.Net"

       program-id. HoldApprove.

      *----------------------------------------------------------------
      *  HoldApprove - the checker half of dual control over the
      *  LEGALHOLD register (HOLDREC.cpy).  HoldMaint places holds
      *  and asks for releases in the maker's name; nothing it keys
      *  is settled until a different operator decides it here,
      *  exactly as OperApprove and SchedApprove settle OperMaint's
      *  and SchedMaint's queued changes.  The register itself is the
      *  queue: a hold PENDING placement or with a release asked for
      *  is waiting on a decision.
      *
      *  HOLDAPPR holds one decision per line in APPRTRAN's layout,
      *  with the hold id where APPRTRAN has the sequence number:
      *  APP or REJ, the hold id, the checker's operator id and a
      *  short note.  The checker must be on OPERMAST, active, inside
      *  effective dates, and not the maker of the change being
      *  decided - the placer of a pending hold, the operator who
      *  asked for a release; otherwise the hold is HELD as it
      *  stands, the decision is reported and the run ends RC 8.
      *
      *  APP  a pending placement comes into force; an asked-for
      *       release is agreed and the data ages out on the next
      *       pass of each retention job.
      *  REJ  a pending placement is refused and never in force; a
      *       refused release leaves the hold active as it was.
      *
      *  Every decision goes to HOLDRPT, opened for append so a
      *  maint-then-approve night keeps both programs' paper trails
      *  in one report, with the maker, the checker and the note.
      *  Each decision line carries the date and time of the pass,
      *  in the same columns as HoldMaint's, for AuditTrail.
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

           select HOLDAPPR-FILE assign "HOLDAPPR"
               organization line sequential
               file status is holdappr-status.

           select HOLDRPT-FILE assign "HOLDRPT"
               organization line sequential
               file status is holdrpt-status.

       data division.
       file section.
       fd  LEGALHOLD-FILE.
       copy "HOLDREC.cpy".

       fd  OPERMAST-FILE.
       copy "OPERREC.cpy".

       fd  HOLDAPPR-FILE.
       01  APPR-RECORD.
           05  APPR-ACTION         pic x(03).
           05  filler              pic x(01).
           05  APPR-HOLD-ID        pic x(08).
           05  filler              pic x(01).
           05  APPR-CHECKER        pic x(20).
           05  filler              pic x(01).
           05  APPR-NOTE           pic x(30).

       fd  HOLDRPT-FILE.
       01  HOLDRPT-LINE            pic x(148).

       working-storage section.
       01 legalhold-status pic x(02).
       01 opermast-status  pic x(02).
       01 holdappr-status  pic x(02).
       01 holdrpt-status   pic x(02).

       01 today-date       pic 9(08).
       01 now-time         pic 9(08).
       01 decision-count   binary-long value 0.
       01 applied-count    binary-long value 0.
       01 rejected-count   binary-long value 0.
       01 error-count      binary-long value 0.
       01 maker-id         pic x(20).

       01 end-of-holdappr pic x(01) value "N".
           88 no-more-holdappr-records value "Y".
       01 register-state pic x(01) value "N".
           88 register-available value "Y".
       01 master-state pic x(01) value "N".
           88 master-available value "Y".
       01 master-found pic x(01).
           88 master-record-found value "Y".
       01 checker-check-result pic x(01).
           88 checker-rejected value "Y".

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

       01 note-line.
           05 filler               pic x(09) value "   maker ".
           05 ntl-maker            pic x(20).
           05 filler               pic x(07) value " note: ".
           05 ntl-note             pic x(30).

       procedure division.
           perform 1000-initialize thru 1000-initialize-exit.
           perform 2000-process-decisions
               thru 2000-process-decisions-exit
               until no-more-holdappr-records.
           perform 9000-terminate thru 9000-terminate-exit.
           if error-count > 0
               move 8 to return-code
           end-if.
           goback.

      *----------------------------------------------------------------
      *  1000-initialize - the register is opened for update but never
      *  created here: with no register there is nothing to decide.
      *  The operator master is only read, to vet the checker; without
      *  it no checker can be vetted and every hold is HELD.
      *----------------------------------------------------------------
       1000-initialize.
           accept today-date from date yyyymmdd.
           accept now-time from time.
           move today-date to dtl-run-date.
           move now-time(1:6) to dtl-run-time.
           open i-o LEGALHOLD-FILE.
           if legalhold-status = "00"
               set register-available to true
           end-if.
           open input OPERMAST-FILE.
           if opermast-status = "00"
               set master-available to true
           end-if.
           open input HOLDAPPR-FILE.
           if holdappr-status <> "00"
               set no-more-holdappr-records to true
           end-if.
           open extend HOLDRPT-FILE.
           if holdrpt-status <> "00"
               open output HOLDRPT-FILE
           end-if.
           move "LEGAL HOLD APPROVAL PASS" to HOLDRPT-LINE.
           write HOLDRPT-LINE.
       1000-initialize-exit.
           exit.

      *----------------------------------------------------------------
       2000-process-decisions.
           read HOLDAPPR-FILE
               at end
                   set no-more-holdappr-records to true
               not at end
                   if APPR-RECORD not = spaces
                       add 1 to decision-count
                       perform 2100-decide-one-hold
                           thru 2100-decide-one-hold-exit
                   end-if
           end-read.
       2000-process-decisions-exit.
           exit.

      *----------------------------------------------------------------
      *  2100-decide-one-hold - a decision naming no hold, or a hold
      *  waiting on nothing, is reported so a typo'd id is noticed.
      *----------------------------------------------------------------
       2100-decide-one-hold.
           move APPR-ACTION to dtl-action.
           move APPR-HOLD-ID to dtl-hold-id.
           move spaces to dtl-type.
           move spaces to dtl-value.
           move APPR-CHECKER to dtl-oper-id.
           move spaces to dtl-result.
           move spaces to maker-id.
           if APPR-ACTION not = "APP" and not = "REJ"
               move "UNKNOWN" to dtl-action
               move "HELD - unrecognized approval action"
                   to dtl-result
               perform 8100-report-error thru 8100-report-error-exit
               go to 2100-decide-one-hold-exit
           end-if.
           if not register-available
               move "HELD - legal hold register not available"
                   to dtl-result
               perform 8100-report-error thru 8100-report-error-exit
               go to 2100-decide-one-hold-exit
           end-if.
           move APPR-HOLD-ID to HOLD-ID.
           read LEGALHOLD-FILE
               invalid key
                   move "NO MATCH - hold not on register"
                       to dtl-result
                   perform 8100-report-error
                       thru 8100-report-error-exit
                   go to 2100-decide-one-hold-exit
           end-read.
           move HOLD-TYPE to dtl-type.
           move HOLD-VALUE to dtl-value.
           if HOLD-PENDING
               move HOLD-PLACED-BY to maker-id
           else
               if HOLD-RELEASE-ASKED
                   move HOLD-RELEASE-BY to maker-id
               else
                   move "NO MATCH - nothing awaiting approval"
                       to dtl-result
                   perform 8100-report-error
                       thru 8100-report-error-exit
                   go to 2100-decide-one-hold-exit
               end-if
           end-if.

           perform 2200-validate-checker
               thru 2200-validate-checker-exit.
           if checker-rejected
               perform 8100-report-error thru 8100-report-error-exit
               go to 2100-decide-one-hold-exit
           end-if.

           if APPR-ACTION = "APP"
               perform 2300-approve-change
                   thru 2300-approve-change-exit
           else
               perform 2400-refuse-change
                   thru 2400-refuse-change-exit
           end-if.
           rewrite HOLD-RECORD
               invalid key
                   move "HELD - rewrite failed" to dtl-result
                   perform 8100-report-error
                       thru 8100-report-error-exit
                   go to 2100-decide-one-hold-exit
           end-rewrite.
           perform 8000-write-decision thru 8000-write-decision-exit.
       2100-decide-one-hold-exit.
           exit.

      *----------------------------------------------------------------
      *  2200-validate-checker - the same test SchedApprove and
      *  OperApprove apply to their checkers.
      *----------------------------------------------------------------
       2200-validate-checker.
           move "N" to checker-check-result.
           if APPR-CHECKER = spaces
               move "HELD - checker id is blank" to dtl-result
               set checker-rejected to true
               go to 2200-validate-checker-exit
           end-if.
           if APPR-CHECKER = maker-id
               move "HELD - checker is the maker" to dtl-result
               set checker-rejected to true
               go to 2200-validate-checker-exit
           end-if.
           if not master-available
               move "HELD - operator master not available"
                   to dtl-result
               set checker-rejected to true
               go to 2200-validate-checker-exit
           end-if.
           move APPR-CHECKER to OPER-ID.
           move "Y" to master-found.
           read OPERMAST-FILE
               invalid key
                   move "N" to master-found
           end-read.
           if not master-record-found
               move "HELD - checker not on operator master"
                   to dtl-result
               set checker-rejected to true
               go to 2200-validate-checker-exit
           end-if.
           if not OPER-ACTIVE
               or today-date < OPER-EFF-DATE
               or today-date > OPER-EXP-DATE
               move "HELD - checker not active or outside dates"
                   to dtl-result
               set checker-rejected to true
           end-if.
       2200-validate-checker-exit.
           exit.

      *----------------------------------------------------------------
       2300-approve-change.
           if HOLD-PENDING
               move "A" to HOLD-STATUS
               move APPR-CHECKER to HOLD-APPROVED-BY
               move today-date to HOLD-APPROVED-DATE
               move "APPROVED - hold now in force" to dtl-result
           else
               move "R" to HOLD-STATUS
               move APPR-CHECKER to HOLD-RELEASE-OK-BY
               move today-date to HOLD-RELEASE-OK-DATE
               move "RELEASED - data ages out on the next pass"
                   to dtl-result
           end-if.
           add 1 to applied-count.
       2300-approve-change-exit.
           exit.

      *----------------------------------------------------------------
       2400-refuse-change.
           if HOLD-PENDING
               move "X" to HOLD-STATUS
               move APPR-CHECKER to HOLD-APPROVED-BY
               move today-date to HOLD-APPROVED-DATE
               move "REFUSED - placement never in force" to dtl-result
           else
               move "A" to HOLD-STATUS
               move spaces to HOLD-RELEASE-BY
               move 0 to HOLD-RELEASE-DATE
               move "RELEASE REFUSED - hold stays active"
                   to dtl-result
           end-if.
           add 1 to rejected-count.
       2400-refuse-change-exit.
           exit.

      *----------------------------------------------------------------
      *  8000-write-decision - the decision line and, under it, who
      *  made the change decided and the checker's note.
      *----------------------------------------------------------------
       8000-write-decision.
           move detail-line to HOLDRPT-LINE.
           write HOLDRPT-LINE.
           move maker-id to ntl-maker.
           move APPR-NOTE to ntl-note.
           move note-line to HOLDRPT-LINE.
           write HOLDRPT-LINE.
       8000-write-decision-exit.
           exit.

       8100-report-error.
           perform 8000-write-decision thru 8000-write-decision-exit.
           add 1 to error-count.
       8100-report-error-exit.
           exit.

      *----------------------------------------------------------------
       9000-terminate.
           if register-available
               close LEGALHOLD-FILE
           end-if.
           if master-available
               close OPERMAST-FILE
           end-if.
           close HOLDAPPR-FILE.
           close HOLDRPT-FILE.
           display "HOLDAPPROVE: " decision-count " decision(s), "
               applied-count " approved, " rejected-count " refused, "
               error-count " held".
       9000-terminate-exit.
           exit.

       end program HoldApprove.
