      $SET ILUSING"Demo.Net"

       program-id. SchedApprove.

      *----------------------------------------------------------------
      *  SchedApprove - the checker half of dual control over the
      *  nightly schedule control files, JOBSTREAM and RUNSCHED.
      *  SchedMaint queues validated ADD, CHG and DEL changes on
      *  SCHDPEND (SPNDREC.cpy) with the maker's identity; this
      *  program lands or discards each queued item on the say-so of
      *  a different operator, exactly as OperApprove does for the
      *  operator master.
      *
      *  SCHDAPPR holds one decision per line in APPRTRAN's layout:
      *  APP or REJ, the pending item's sequence number, the checker's
      *  operator id and a short note.  The checker must be on
      *  OPERMAST, active, inside effective dates, and not the maker;
      *  otherwise the item is HELD on the queue.  Items with no
      *  decision stay queued.
      *
      *  An approved change is applied to the file as it stands now,
      *  not as it stood when the maker checked it, so a STEP change
      *  is put through SchedCheck again with every change approved
      *  before it in the same pass already made, and a SCHD change
      *  has its window checked again.  A change that no longer fits
      *  (a step deleted since, say) is reported FAILED with the
      *  reason and dropped from the queue - the maker re-enters it.
      *  Each control file that changed is rewritten through a temp-
      *  and-rename before the queue itself is rebuilt.
      *
      *  Every decision goes to SCHDRPT, opened for append so a
      *  maint-then-approve night keeps both programs' paper trails in
      *  one report, with both identities and both timestamps in the
      *  OPERRPT decision layout, the reason and note, and the line
      *  that was approved.
      *----------------------------------------------------------------

       environment division.
       input-output section.
       file-control.
           select OPERMAST-FILE assign "OPERMAST"
               organization indexed
               access dynamic
               record key OPER-ID
               file status is opermast-status.

           select SCHDPEND-FILE assign "SCHDPEND"
               organization line sequential
               file status is schdpend-status.

           select SCHDPEND-TEMP assign "SCHDPEND.TMP"
               organization line sequential
               file status is schdpend-temp-status.

           select SCHDAPPR-FILE assign "SCHDAPPR"
               organization line sequential
               file status is schdappr-status.

           select JOBSTREAM-FILE assign "JOBSTREAM"
               organization line sequential
               file status is jobstream-status.

           select JOBSTREAM-TEMP assign "JOBSTREAM.TMP"
               organization line sequential
               file status is jobstream-temp-status.

           select RUNSCHED-FILE assign "RUNSCHED"
               organization line sequential
               file status is runsched-status.

           select RUNSCHED-TEMP assign "RUNSCHED.TMP"
               organization line sequential
               file status is runsched-temp-status.

           select SCHDRPT-FILE assign "SCHDRPT"
               organization line sequential
               file status is schdrpt-status.

       data division.
       file section.
       fd  OPERMAST-FILE.
       copy "OPERREC.cpy".

       fd  SCHDPEND-FILE.
       copy "SPNDREC.cpy".

       fd  SCHDPEND-TEMP.
       01  SCHDPEND-TEMP-RECORD    pic x(115).

       fd  SCHDAPPR-FILE.
       01  APPR-RECORD.
           05  APPR-ACTION         pic x(03).
           05  filler              pic x(01).
           05  APPR-SEQ            pic x(05).
           05  filler              pic x(01).
           05  APPR-CHECKER        pic x(20).
           05  filler              pic x(01).
           05  APPR-NOTE           pic x(30).

       fd  JOBSTREAM-FILE.
       01  JOBSTREAM-RECORD        pic x(63).

       fd  JOBSTREAM-TEMP.
       01  JOBSTREAM-TEMP-RECORD   pic x(63).

       fd  RUNSCHED-FILE.
       01  RUNSCHED-RECORD         pic x(27).

       fd  RUNSCHED-TEMP.
       01  RUNSCHED-TEMP-RECORD    pic x(27).

       fd  SCHDRPT-FILE.
       01  SCHDRPT-LINE            pic x(132).

       working-storage section.
       01 opermast-status       pic x(02).
       01 schdpend-status       pic x(02).
       01 schdpend-temp-status  pic x(02).
       01 schdappr-status       pic x(02).
       01 jobstream-status      pic x(02).
       01 jobstream-temp-status pic x(02).
       01 runsched-status       pic x(02).
       01 runsched-temp-status  pic x(02).
       01 schdrpt-status        pic x(02).

       01 today-date       pic 9(08).
       01 now-time         pic 9(08).
       01 applied-count    binary-long value 0.
       01 rejected-count   binary-long value 0.
       01 kept-count       binary-long value 0.
       01 error-count      binary-long value 0.

       01 end-of-schdappr pic x(01) value "N".
           88 no-more-schdappr-records value "Y".
       01 end-of-pending pic x(01) value "N".
           88 no-more-pending-records value "Y".
       01 end-of-jobstream pic x(01) value "N".
           88 no-more-jobstream-records value "Y".
       01 end-of-runsched pic x(01) value "N".
           88 no-more-runsched-records value "Y".

       01 appr-count    binary-long value 0.
       01 appr-idx      binary-long.
       01 found-appr    binary-long.

       01 checker-check-result pic x(01) value "N".
           88 checker-rejected value "Y".
       01 checker-reject-reason pic x(40).

       01 master-state pic x(01) value "N".
           88 master-available value "Y".
       01 master-found pic x(01).
           88 master-record-found value "Y".

       01 table-overflow pic x(01) value "N".
           88 table-overflowed value "Y".
       01 stream-state pic x(01) value "N".
           88 stream-overflowed value "Y".
       01 sched-state pic x(01) value "N".
           88 sched-overflowed value "Y".
       01 stream-changes pic x(01) value "N".
           88 stream-changed value "Y".
       01 sched-changes pic x(01) value "N".
           88 sched-changed value "Y".

       01 appr-table.
           05 appr-entry occurs 50 times.
               10 apt-action       pic x(03).
               10 apt-seq          pic 9(05).
               10 apt-checker      pic x(20).
               10 apt-note         pic x(30).
               10 apt-used         pic x(01).

      *----------------------------------------------------------------
      *  JOBSTREAM as this pass leaves it, and the copy each STEP
      *  change is backed out to if SchedCheck refuses it.
      *----------------------------------------------------------------
       copy "STEPTBL.cpy".

       01 base-steps.
           05 base-count           pic 9(03).
           05 base-entry           pic x(63) occurs 30 times.

       01 step-key         pic x(08).
       01 step-idx         binary-long.
       01 found-step       binary-long.
       01 check-reason     pic x(60).
       01 check-status     pic x(02).
       01 apply-reason     pic x(60).

      *----------------------------------------------------------------
      *  RUNSCHED as this pass leaves it.
      *----------------------------------------------------------------
       01 sched-count      binary-long value 0.
       01 sched-idx        binary-long.
       01 found-sched      binary-long.
       01 sched-table.
           05 sched-entry occurs 50 times.
               10 sce-stream       pic x(08).
               10 sce-rest         pic x(19).

       01 sched-view.
           05 sv-stream            pic x(08).
           05 filler               pic x(01).
           05 sv-open              pic x(04).
           05 sv-open-parts redefines sv-open.
               10 sv-open-hh       pic 9(02).
               10 sv-open-mm       pic 9(02).
           05 filler               pic x(01).
           05 sv-close             pic x(04).
           05 sv-close-parts redefines sv-close.
               10 sv-close-hh      pic 9(02).
               10 sv-close-mm      pic 9(02).
           05 filler               pic x(01).
           05 sv-max-elapsed       pic x(04).
           05 sv-max-elapsed-num redefines sv-max-elapsed
                                   pic 9(04).
           05 filler               pic x(01).
           05 sv-run-on            pic x(03).
               88 sv-run-on-valid
                   value "   " "BUS" "ALL" "ME " "QE ".
           05 sv-after             pic x(36).

       01 detail-line.
           05 dtl-result           pic x(12).
           05 filler               pic x(01) value space.
           05 dtl-action           pic x(03).
           05 filler               pic x(01) value space.
           05 dtl-oper-id          pic x(20).
           05 filler               pic x(07) value " maker=".
           05 dtl-maker            pic x(20).
           05 filler               pic x(01) value space.
           05 dtl-maker-date       pic 9(08).
           05 filler               pic x(01) value space.
           05 dtl-maker-time       pic 9(06).
           05 filler               pic x(06) value " chkr=".
           05 dtl-checker          pic x(20).
           05 filler               pic x(01) value space.
           05 dtl-check-date       pic 9(08).
           05 filler               pic x(01) value space.
           05 dtl-check-time       pic 9(06).

       01 note-line.
           05 filler               pic x(09) value "   note: ".
           05 ntl-reason           pic x(40).
           05 filler               pic x(01) value space.
           05 ntl-note             pic x(30).

       01 image-line.
           05 filler               pic x(09) value "   line: ".
           05 iml-image            pic x(63).

       01 why-line.
           05 filler               pic x(09) value "   why:  ".
           05 wyl-reason           pic x(60).

       procedure division.
           perform 1000-initialize thru 1000-initialize-exit.
           perform 2000-load-schdappr thru 2000-load-schdappr-exit
               until no-more-schdappr-records.
           perform 3000-review-pending thru 3000-review-pending-exit.
           perform 4000-report-unmatched
               thru 4000-report-unmatched-exit.
           perform 9000-terminate thru 9000-terminate-exit.
           if error-count > 0
               move 8 to return-code
           end-if.
           goback.

      *----------------------------------------------------------------
      *  1000-initialize - loads both control files as they stand.
      *  The operator master is only read here, to vet the checker;
      *  without it no checker can be vetted and every item is HELD.
      *----------------------------------------------------------------
       1000-initialize.
           accept today-date from date yyyymmdd.
           accept now-time from time.
           open input OPERMAST-FILE.
           if opermast-status = "00"
               set master-available to true
           end-if.

           move 0 to STT-COUNT.
           open input JOBSTREAM-FILE.
           if jobstream-status = "00"
               perform 1200-load-one-step thru 1200-load-one-step-exit
                   until no-more-jobstream-records
               close JOBSTREAM-FILE
           end-if.
           open input RUNSCHED-FILE.
           if runsched-status = "00"
               perform 1300-load-one-stream
                   thru 1300-load-one-stream-exit
                   until no-more-runsched-records
               close RUNSCHED-FILE
           end-if.

           open input SCHDAPPR-FILE.
           if schdappr-status <> "00"
               set no-more-schdappr-records to true
           end-if.
           open extend SCHDRPT-FILE.
           if schdrpt-status <> "00"
               open output SCHDRPT-FILE
           end-if.
           move "SCHEDULE CHANGE APPROVAL PASS" to SCHDRPT-LINE.
           write SCHDRPT-LINE.
       1000-initialize-exit.
           exit.

      *----------------------------------------------------------------
      *  1200-load-one-step - a file already past thirty steps cannot
      *  be rewritten whole from the table, so it is left alone and
      *  every STEP approval fails until it is put right by hand.
      *----------------------------------------------------------------
       1200-load-one-step.
           read JOBSTREAM-FILE
               at end
                   set no-more-jobstream-records to true
                   go to 1200-load-one-step-exit
           end-read.
           if JOBSTREAM-RECORD = spaces
               go to 1200-load-one-step-exit
           end-if.
           if STT-COUNT >= 30
               set stream-overflowed to true
               go to 1200-load-one-step-exit
           end-if.
           add 1 to STT-COUNT.
           move JOBSTREAM-RECORD to STT-IMAGE(STT-COUNT).
       1200-load-one-step-exit.
           exit.

       1300-load-one-stream.
           read RUNSCHED-FILE
               at end
                   set no-more-runsched-records to true
                   go to 1300-load-one-stream-exit
           end-read.
           if RUNSCHED-RECORD = spaces
               go to 1300-load-one-stream-exit
           end-if.
           if sched-count >= 50
               set sched-overflowed to true
               go to 1300-load-one-stream-exit
           end-if.
           add 1 to sched-count.
           move RUNSCHED-RECORD to sched-entry(sched-count).
       1300-load-one-stream-exit.
           exit.

      *----------------------------------------------------------------
       2000-load-schdappr.
           read SCHDAPPR-FILE
               at end
                   set no-more-schdappr-records to true
               not at end
                   if APPR-RECORD = spaces
                       go to 2000-load-schdappr-exit
                   end-if
                   if appr-count < 50
                       add 1 to appr-count
                       move APPR-ACTION to apt-action(appr-count)
                       if APPR-SEQ numeric
                           move APPR-SEQ to apt-seq(appr-count)
                       else
                           move 0 to apt-seq(appr-count)
                       end-if
                       move APPR-CHECKER to apt-checker(appr-count)
                       move APPR-NOTE to apt-note(appr-count)
                       move "N" to apt-used(appr-count)
                   else
                       set table-overflowed to true
                   end-if
           end-read.
       2000-load-schdappr-exit.
           exit.

      *----------------------------------------------------------------
      *  3000-review-pending - every queue record is applied, discarded
      *  or carried to the rebuilt queue untouched.  The control files
      *  are rewritten before the queue is, so an interrupted pass
      *  leaves an approved item still queued rather than a queue
      *  that says applied over an unchanged file.
      *----------------------------------------------------------------
       3000-review-pending.
           open input SCHDPEND-FILE.
           if schdpend-status <> "00"
               set no-more-pending-records to true
               move "NO PENDING CHANGES TO REVIEW" to SCHDRPT-LINE
               write SCHDRPT-LINE
               go to 3000-review-pending-exit
           end-if.
           open output SCHDPEND-TEMP.
           perform 3100-review-one-pending
               thru 3100-review-one-pending-exit
               until no-more-pending-records.
           close SCHDPEND-FILE.
           close SCHDPEND-TEMP.
           if stream-changed
               perform 5000-rewrite-jobstream
                   thru 5000-rewrite-jobstream-exit
           end-if.
           if sched-changed
               perform 5100-rewrite-runsched
                   thru 5100-rewrite-runsched-exit
           end-if.
           call "CBL_DELETE_FILE" using "SCHDPEND".
           call "CBL_RENAME_FILE" using "SCHDPEND.TMP" "SCHDPEND".
           move 0 to return-code.
       3000-review-pending-exit.
           exit.

       3100-review-one-pending.
           read SCHDPEND-FILE
               at end
                   set no-more-pending-records to true
                   go to 3100-review-one-pending-exit
           end-read.
           move 0 to found-appr.
           perform varying appr-idx from 1 by 1
               until appr-idx > appr-count or found-appr > 0
               if apt-used(appr-idx) = "N"
                   and apt-seq(appr-idx) = SPND-SEQ
                   move appr-idx to found-appr
               end-if
           end-perform.
           if found-appr = 0
               write SCHDPEND-TEMP-RECORD from SPND-RECORD
               add 1 to kept-count
               go to 3100-review-one-pending-exit
           end-if.
           move "Y" to apt-used(found-appr).
           perform 3200-decide-one-item
               thru 3200-decide-one-item-exit.
       3100-review-one-pending-exit.
           exit.

      *----------------------------------------------------------------
       3200-decide-one-item.
           move SPND-ACTION to dtl-action.
           move spaces to dtl-oper-id.
           string SPND-TARGET " " SPND-IMAGE(1:8)
               delimited by size into dtl-oper-id.
           move SPND-MAKER-ID to dtl-maker.
           move SPND-MAKER-DATE to dtl-maker-date.
           move SPND-MAKER-TIME to dtl-maker-time.
           move apt-checker(found-appr) to dtl-checker.
           move today-date to dtl-check-date.
           accept now-time from time.
           move now-time(1:6) to dtl-check-time.
           move apt-note(found-appr) to ntl-note.

           perform 3300-validate-checker
               thru 3300-validate-checker-exit.
           if checker-rejected
               move "HELD        " to dtl-result
               move checker-reject-reason to ntl-reason
               perform 8000-write-decision
                   thru 8000-write-decision-exit
               write SCHDPEND-TEMP-RECORD from SPND-RECORD
               add 1 to kept-count
               add 1 to error-count
               go to 3200-decide-one-item-exit
           end-if.

           if apt-action(found-appr) = "REJ"
               move "REJECTED    " to dtl-result
               move "discarded by checker" to ntl-reason
               perform 8000-write-decision
                   thru 8000-write-decision-exit
               add 1 to rejected-count
               go to 3200-decide-one-item-exit
           end-if.

           if apt-action(found-appr) not = "APP"
               move "HELD        " to dtl-result
               move "unrecognized approval action" to ntl-reason
               perform 8000-write-decision
                   thru 8000-write-decision-exit
               write SCHDPEND-TEMP-RECORD from SPND-RECORD
               add 1 to kept-count
               add 1 to error-count
               go to 3200-decide-one-item-exit
           end-if.

           move spaces to apply-reason.
           if SPND-STEP
               perform 3400-apply-step-change
                   thru 3400-apply-step-change-exit
           else
               perform 3500-apply-sched-change
                   thru 3500-apply-sched-change-exit
           end-if.
           if apply-reason = spaces
               move "APPROVED    " to dtl-result
               if SPND-STEP
                   move "applied to JOBSTREAM" to ntl-reason
               else
                   move "applied to RUNSCHED" to ntl-reason
               end-if
               add 1 to applied-count
           else
               move spaces to dtl-result
               string SPND-ACTION " FAILED"
                   delimited by size into dtl-result
               move "no longer valid - not applied" to ntl-reason
               add 1 to error-count
           end-if.
           perform 8000-write-decision thru 8000-write-decision-exit.
       3200-decide-one-item-exit.
           exit.

      *----------------------------------------------------------------
      *  3300-validate-checker - the same test OperApprove applies.
      *----------------------------------------------------------------
       3300-validate-checker.
           move "N" to checker-check-result.
           move spaces to checker-reject-reason.
           if apt-checker(found-appr) = SPND-MAKER-ID
               move "checker is the maker" to checker-reject-reason
               set checker-rejected to true
               go to 3300-validate-checker-exit
           end-if.
           if not master-available
               move "operator master not available"
                   to checker-reject-reason
               set checker-rejected to true
               go to 3300-validate-checker-exit
           end-if.
           move apt-checker(found-appr) to OPER-ID.
           move "Y" to master-found.
           read OPERMAST-FILE
               invalid key
                   move "N" to master-found
           end-read.
           if not master-record-found
               move "checker not on operator master"
                   to checker-reject-reason
               set checker-rejected to true
               go to 3300-validate-checker-exit
           end-if.
           if not OPER-ACTIVE
               or today-date < OPER-EFF-DATE
               or today-date > OPER-EXP-DATE
               move "checker not active or outside dates"
                   to checker-reject-reason
               set checker-rejected to true
           end-if.
       3300-validate-checker-exit.
           exit.

      *----------------------------------------------------------------
      *  3400-apply-step-change - made to the stream as this pass has
      *  it so far, then the whole stream re-checked; a refused change
      *  is backed out so later approvals are checked without it.
      *  Leaves APPLY-REASON blank when the change stands.
      *----------------------------------------------------------------
       3400-apply-step-change.
           if stream-overflowed
               move "JOBSTREAM has over 30 steps" to apply-reason
               go to 3400-apply-step-change-exit
           end-if.
           move STEP-TABLE to base-steps.
           move SPND-IMAGE(1:8) to step-key.
           move 0 to found-step.
           perform varying step-idx from 1 by 1
               until step-idx > STT-COUNT or found-step > 0
               if STT-STEP(step-idx) = step-key
                   move step-idx to found-step
               end-if
           end-perform.

           evaluate true
               when SPND-ADD
                   if found-step > 0
                       move "step already in JOBSTREAM" to apply-reason
                       go to 3400-apply-step-change-exit
                   end-if
                   if STT-COUNT >= 30
                       move "JOBSTREAM already has 30 steps"
                           to apply-reason
                       go to 3400-apply-step-change-exit
                   end-if
                   add 1 to STT-COUNT
                   move SPND-IMAGE to STT-IMAGE(STT-COUNT)
               when SPND-CHG
                   if found-step = 0
                       move "step not in JOBSTREAM" to apply-reason
                       go to 3400-apply-step-change-exit
                   end-if
                   move SPND-IMAGE to STT-IMAGE(found-step)
               when other
                   if found-step = 0
                       move "step not in JOBSTREAM" to apply-reason
                       go to 3400-apply-step-change-exit
                   end-if
                   perform varying step-idx from found-step by 1
                       until step-idx >= STT-COUNT
                       move STT-ENTRY(step-idx + 1)
                           to STT-ENTRY(step-idx)
                   end-perform
                   move spaces to STT-ENTRY(STT-COUNT)
                   subtract 1 from STT-COUNT
           end-evaluate.

           call "SchedCheck" using STEP-TABLE check-reason
               check-status.
           if check-status not = "00"
               move check-reason to apply-reason
               move base-steps to STEP-TABLE
               go to 3400-apply-step-change-exit
           end-if.
           set stream-changed to true.
       3400-apply-step-change-exit.
           exit.

      *----------------------------------------------------------------
      *  3500-apply-sched-change - the same checks SchedMaint made,
      *  against RUNSCHED as this pass has it so far.
      *----------------------------------------------------------------
       3500-apply-sched-change.
           if sched-overflowed
               move "RUNSCHED has over 50 streams" to apply-reason
               go to 3500-apply-sched-change-exit
           end-if.
           move SPND-IMAGE to sched-view.
           move 0 to found-sched.
           perform varying sched-idx from 1 by 1
               until sched-idx > sched-count or found-sched > 0
               if sce-stream(sched-idx) = sv-stream
                   move sched-idx to found-sched
               end-if
           end-perform.
           if SPND-DEL
               if found-sched = 0
                   move "stream not in RUNSCHED" to apply-reason
                   go to 3500-apply-sched-change-exit
               end-if
               perform varying sched-idx from found-sched by 1
                   until sched-idx >= sched-count
                   move sched-entry(sched-idx + 1)
                       to sched-entry(sched-idx)
               end-perform
               subtract 1 from sched-count
               set sched-changed to true
               go to 3500-apply-sched-change-exit
           end-if.

           perform 3510-check-window thru 3510-check-window-exit.
           if apply-reason not = spaces
               go to 3500-apply-sched-change-exit
           end-if.
           if SPND-ADD
               if found-sched > 0
                   move "stream already in RUNSCHED" to apply-reason
                   go to 3500-apply-sched-change-exit
               end-if
               if sched-count >= 50
                   move "RUNSCHED already has 50 streams"
                       to apply-reason
                   go to 3500-apply-sched-change-exit
               end-if
               add 1 to sched-count
               move SPND-IMAGE(1:27) to sched-entry(sched-count)
           else
               if found-sched = 0
                   move "stream not in RUNSCHED" to apply-reason
                   go to 3500-apply-sched-change-exit
               end-if
               move SPND-IMAGE(1:27) to sched-entry(found-sched)
           end-if.
           set sched-changed to true.
       3500-apply-sched-change-exit.
           exit.

       3510-check-window.
           if sv-stream = spaces
               move "no stream name" to apply-reason
               go to 3510-check-window-exit
           end-if.
           if sv-open not numeric or sv-close not numeric
               move "open and close must be hhmm times"
                   to apply-reason
               go to 3510-check-window-exit
           end-if.
           if sv-open-hh > 23 or sv-open-mm > 59
               or sv-close-hh > 23 or sv-close-mm > 59
               move "open or close not a real time of day"
                   to apply-reason
               go to 3510-check-window-exit
           end-if.
           if sv-open not < sv-close
               move "window must open before it closes"
                   to apply-reason
               go to 3510-check-window-exit
           end-if.
           if sv-max-elapsed not numeric
               or sv-max-elapsed-num = 0
               move "max elapsed must be 0001-9999 minutes"
                   to apply-reason
               go to 3510-check-window-exit
           end-if.
           if not sv-run-on-valid
               move "run-on must be blank, BUS, ALL, ME or QE"
                   to apply-reason
               go to 3510-check-window-exit
           end-if.
           if sv-after not = spaces
               move "text after the run-on column" to apply-reason
           end-if.
       3510-check-window-exit.
           exit.

      *----------------------------------------------------------------
      *  4000-report-unmatched - a decision naming no queued item is
      *  reported so a typo'd sequence number is noticed.
      *----------------------------------------------------------------
       4000-report-unmatched.
           perform varying appr-idx from 1 by 1
               until appr-idx > appr-count
               if apt-used(appr-idx) = "N"
                   move "NO MATCH    " to dtl-result
                   move apt-action(appr-idx) to dtl-action
                   move spaces to dtl-oper-id
                   move spaces to dtl-maker
                   move 0 to dtl-maker-date
                   move 0 to dtl-maker-time
                   move apt-checker(appr-idx) to dtl-checker
                   move today-date to dtl-check-date
                   move now-time(1:6) to dtl-check-time
                   move detail-line to SCHDRPT-LINE
                   write SCHDRPT-LINE
                   add 1 to error-count
               end-if
           end-perform.
       4000-report-unmatched-exit.
           exit.

      *----------------------------------------------------------------
      *  5000-rewrite-jobstream / 5100-rewrite-runsched - the whole
      *  file from the table, through a temp-and-rename so JobSched
      *  or RunMonitor never reads a half-written control file.
      *----------------------------------------------------------------
       5000-rewrite-jobstream.
           open output JOBSTREAM-TEMP.
           perform varying step-idx from 1 by 1
               until step-idx > STT-COUNT
               write JOBSTREAM-TEMP-RECORD from STT-IMAGE(step-idx)
           end-perform.
           close JOBSTREAM-TEMP.
           call "CBL_DELETE_FILE" using "JOBSTREAM".
           call "CBL_RENAME_FILE" using "JOBSTREAM.TMP" "JOBSTREAM".
           move 0 to return-code.
       5000-rewrite-jobstream-exit.
           exit.

       5100-rewrite-runsched.
           open output RUNSCHED-TEMP.
           perform varying sched-idx from 1 by 1
               until sched-idx > sched-count
               write RUNSCHED-TEMP-RECORD from sched-entry(sched-idx)
           end-perform.
           close RUNSCHED-TEMP.
           call "CBL_DELETE_FILE" using "RUNSCHED".
           call "CBL_RENAME_FILE" using "RUNSCHED.TMP" "RUNSCHED".
           move 0 to return-code.
       5100-rewrite-runsched-exit.
           exit.

      *----------------------------------------------------------------
      *  8000-write-decision - the decision, the reason and note, the
      *  full reason when a re-check refused the change, and the line
      *  the decision was about.
      *----------------------------------------------------------------
       8000-write-decision.
           move detail-line to SCHDRPT-LINE.
           write SCHDRPT-LINE.
           move note-line to SCHDRPT-LINE.
           write SCHDRPT-LINE.
           if dtl-result(5:6) = "FAILED"
               move apply-reason to wyl-reason
               move why-line to SCHDRPT-LINE
               write SCHDRPT-LINE
           end-if.
           move SPND-IMAGE to iml-image.
           move image-line to SCHDRPT-LINE.
           write SCHDRPT-LINE.
       8000-write-decision-exit.
           exit.

      *----------------------------------------------------------------
       9000-terminate.
           if table-overflowed
               move spaces to SCHDRPT-LINE
               string
                   "*** WARNING: over 50 SCHDAPPR decisions - extras"
                   " not applied ***"
                   delimited by size into SCHDRPT-LINE
               write SCHDRPT-LINE
               add 1 to error-count
           end-if.
           if master-available
               close OPERMAST-FILE
           end-if.
           close SCHDAPPR-FILE.
           close SCHDRPT-FILE.
           display "SCHEDAPPROVE: " applied-count " applied, "
               rejected-count " rejected, " kept-count
               " still pending".
       9000-terminate-exit.
           exit.

       end program SchedApprove.
