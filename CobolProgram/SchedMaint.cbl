      $SET ILUSING"Demo.Net"

       program-id. SchedMaint.

      *----------------------------------------------------------------
      *  SchedMaint - maintenance front end for the two nightly
      *  schedule control files, JOBSTREAM (JobSched's steps) and
      *  RUNSCHED (RunMonitor's stream windows), which used to be
      *  hand-edited in place: a typo'd predecessor or a dependency
      *  cycle only showed up when JobSched skipped half the night.
      *  The same transaction-file pattern as OperMaint for the
      *  operator master.  Driven by SCHDTRAN, one action per line:
      *
      *    action (ADD, CHG, DEL, LST), target (STEP for JOBSTREAM,
      *    SCHD for RUNSCHED), then the control-file line exactly as
      *    it is to stand after the change, in that file's own
      *    columns.  A DEL needs only the step or stream name; a LST
      *    with a blank target lists both files.
      *
      *  A STEP change is applied to an in-storage copy of JOBSTREAM
      *  and the whole resulting stream is validated by SchedCheck -
      *  predecessors exist and come first, no cycles, every program
      *  on the PGMLIST known-program list - so removing a step that
      *  others still depend on is refused as surely as a bad line.
      *  A SCHD change must name a stream, carry open and close times
      *  that are real hhmm times with the window opening before it
      *  closes (RunMonitor does not handle windows across midnight),
      *  a non-zero maximum elapsed minutes and a RUN-ON code
      *  RunMonitor accepts.  ADD refuses a name already on file, CHG
      *  and DEL one that is not.
      *
      *  Nothing is applied here.  Changing the nightly run order is a
      *  production change, so - as for OPERMAST - validated changes
      *  are queued to SCHDPEND (SPNDREC.cpy) stamped with the maker's
      *  id (*ALL USERID on PARMLIB) and timestamp, and SchedApprove,
      *  run by a different operator, is what lands them.  Everything
      *  this program did, rejections included, goes to the SCHDRPT
      *  report, appended to run after run as SchedApprove does.
      *----------------------------------------------------------------

       environment division.
       input-output section.
       file-control.
           select SCHDTRAN-FILE assign "SCHDTRAN"
               organization line sequential
               file status is schdtran-status.

           select JOBSTREAM-FILE assign "JOBSTREAM"
               organization line sequential
               file status is jobstream-status.

           select RUNSCHED-FILE assign "RUNSCHED"
               organization line sequential
               file status is runsched-status.

           select SCHDPEND-FILE assign "SCHDPEND"
               organization line sequential
               file status is schdpend-status.

           select SCHDRPT-FILE assign "SCHDRPT"
               organization line sequential
               file status is schdrpt-status.

       data division.
       file section.
       fd  SCHDTRAN-FILE.
       01  TRAN-RECORD.
           05  TRAN-ACTION         pic x(03).
           05  filler              pic x(01).
           05  TRAN-TARGET         pic x(04).
               88  TRAN-STEP       value "STEP".
               88  TRAN-SCHED      value "SCHD".
           05  filler              pic x(01).
           05  TRAN-IMAGE          pic x(63).

       fd  JOBSTREAM-FILE.
       01  JOBSTREAM-RECORD        pic x(63).

       fd  RUNSCHED-FILE.
       01  RUNSCHED-RECORD         pic x(27).

       fd  SCHDPEND-FILE.
       copy "SPNDREC.cpy".

       fd  SCHDRPT-FILE.
       01  SCHDRPT-LINE            pic x(132).

       working-storage section.
       copy "PARMREQ.cpy".

       01 schdtran-status  pic x(02).
       01 jobstream-status pic x(02).
       01 runsched-status  pic x(02).
       01 schdpend-status  pic x(02).
       01 schdrpt-status   pic x(02).

       01 today-date       pic 9(08).
       01 now-time         pic 9(08).
       01 maker-id         pic x(20) value spaces.
       01 next-pend-seq    pic 9(05) value 0.
       01 tran-count       binary-long value 0.
       01 reject-count     binary-long value 0.
       01 pended-count     binary-long value 0.

       01 end-of-trans pic x(01) value "N".
           88 no-more-trans value "Y".
       01 end-of-jobstream pic x(01) value "N".
           88 no-more-jobstream-records value "Y".
       01 end-of-runsched pic x(01) value "N".
           88 no-more-runsched-records value "Y".
       01 end-of-pending pic x(01) value "N".
           88 no-more-pending-records value "Y".

       01 stream-state pic x(01) value "N".
           88 stream-overflowed value "Y".
       01 sched-state pic x(01) value "N".
           88 sched-overflowed value "Y".

      *----------------------------------------------------------------
      *  JOBSTREAM as it stands on file; each STEP transaction starts
      *  from this copy, so one rejected change cannot leak into the
      *  validation of the next.
      *----------------------------------------------------------------
       01 base-steps.
           05 base-count           pic 9(03).
           05 base-entry           pic x(63) occurs 30 times.

       copy "STEPTBL.cpy".

       01 step-key         pic x(08).
       01 step-idx         binary-long.
       01 found-step       binary-long.
       01 check-reason     pic x(60).
       01 check-status     pic x(02).

      *----------------------------------------------------------------
      *  RUNSCHED as it stands on file.  Fifty streams is RunMonitor's
      *  own schedule-table capacity.
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
           05 filler               pic x(36).

       01 detail-line.
           05 dtl-action           pic x(08).
           05 filler               pic x(01) value space.
           05 dtl-key              pic x(20).
           05 filler               pic x(01) value space.
           05 dtl-result           pic x(80).

       01 image-line.
           05 filler               pic x(09) value "   line: ".
           05 iml-image            pic x(63).

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
      *  ParmGet (without one every change is rejected, as in
      *  OperMaint), loads both control files as they stand, scans
      *  SCHDPEND for the highest sequence number already queued and
      *  opens the queue for append.
      *----------------------------------------------------------------
       1000-initialize.
           accept today-date from date yyyymmdd.
           move "G" to PRQ-MODE.
           move "SchedMaint" to PRQ-CALLER.
           move "*ALL" to PRQ-PROGRAM.
           move "USERID" to PRQ-KEYWORD.
           call "ParmGet" using PARM-REQUEST.
           if PRQ-STATUS < "12"
               move spaces to maker-id
               string PRQ-VALUE delimited by space into maker-id
           end-if.

           move 0 to base-count.
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

           perform 1100-scan-pending-seq
               thru 1100-scan-pending-seq-exit.
           open extend SCHDPEND-FILE.
           if schdpend-status <> "00"
               open output SCHDPEND-FILE
           end-if.

           open input SCHDTRAN-FILE.
           if schdtran-status <> "00"
               set no-more-trans to true
           end-if.
           open extend SCHDRPT-FILE.
           if schdrpt-status <> "00"
               open output SCHDRPT-FILE
           end-if.
           move "SCHEDULE CHANGE MAINTENANCE PASS" to SCHDRPT-LINE.
           write SCHDRPT-LINE.
       1000-initialize-exit.
           exit.

      *----------------------------------------------------------------
      *  1100-scan-pending-seq - sequence numbers are what the checker
      *  approves by, so numbering resumes past the highest one
      *  already on the queue.
      *----------------------------------------------------------------
       1100-scan-pending-seq.
           open input SCHDPEND-FILE.
           if schdpend-status <> "00"
               go to 1100-scan-pending-seq-exit
           end-if.
           perform 1110-scan-one-pending
               thru 1110-scan-one-pending-exit
               until no-more-pending-records.
           close SCHDPEND-FILE.
       1100-scan-pending-seq-exit.
           exit.

       1110-scan-one-pending.
           read SCHDPEND-FILE
               at end
                   set no-more-pending-records to true
               not at end
                   if SPND-SEQ > next-pend-seq
                       move SPND-SEQ to next-pend-seq
                   end-if
           end-read.
       1110-scan-one-pending-exit.
           exit.

      *----------------------------------------------------------------
      *  1200-load-one-step - blank lines are skipped, as JobSched
      *  skips them.  A file already past thirty steps is noted and
      *  every STEP change refused until it is put right by hand.
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
           if base-count >= 30
               set stream-overflowed to true
               go to 1200-load-one-step-exit
           end-if.
           add 1 to base-count.
           move JOBSTREAM-RECORD to base-entry(base-count).
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
       2000-process-transactions.
           read SCHDTRAN-FILE
               at end
                   set no-more-trans to true
               not at end
                   if TRAN-RECORD not = spaces
                       add 1 to tran-count
                       perform 2100-apply-one-transaction
                           thru 2100-apply-one-transaction-exit
                   end-if
           end-read.
       2000-process-transactions-exit.
           exit.

      *----------------------------------------------------------------
       2100-apply-one-transaction.
           move TRAN-ACTION to dtl-action.
           move spaces to dtl-key.
           string TRAN-TARGET " " TRAN-IMAGE(1:8)
               delimited by size into dtl-key.
           if TRAN-ACTION = "LST"
               perform 2400-list-files thru 2400-list-files-exit
               go to 2100-apply-one-transaction-exit
           end-if.
           if TRAN-ACTION not = "ADD" and not = "CHG"
               and not = "DEL"
               move "UNKNOWN" to dtl-action
               move "REJECTED - unrecognized action code"
                   to dtl-result
               perform 8100-reject thru 8100-reject-exit
               go to 2100-apply-one-transaction-exit
           end-if.
           if not TRAN-STEP and not TRAN-SCHED
               move "REJECTED - target must be STEP or SCHD"
                   to dtl-result
               perform 8100-reject thru 8100-reject-exit
               go to 2100-apply-one-transaction-exit
           end-if.
           if maker-id = spaces
               move "REJECTED - no maker id on PARMLIB"
                   to dtl-result
               perform 8100-reject thru 8100-reject-exit
               go to 2100-apply-one-transaction-exit
           end-if.
           if TRAN-STEP
               perform 2200-check-step-change
                   thru 2200-check-step-change-exit
           else
               perform 2300-check-sched-change
                   thru 2300-check-sched-change-exit
           end-if.
       2100-apply-one-transaction-exit.
           exit.

      *----------------------------------------------------------------
      *  2200-check-step-change - the change is made to a fresh copy
      *  of the stream and the whole stream is then put through
      *  SchedCheck, so the check sees exactly what JobSched would
      *  read if the change were approved tonight.
      *----------------------------------------------------------------
       2200-check-step-change.
           if stream-overflowed
               move "REJECTED - JOBSTREAM has over 30 steps"
                   to dtl-result
               perform 8100-reject thru 8100-reject-exit
               go to 2200-check-step-change-exit
           end-if.
           move base-steps to STEP-TABLE.
           move TRAN-IMAGE(1:8) to step-key.
           if step-key = spaces
               move "REJECTED - no step name" to dtl-result
               perform 8100-reject thru 8100-reject-exit
               go to 2200-check-step-change-exit
           end-if.
           move 0 to found-step.
           perform varying step-idx from 1 by 1
               until step-idx > STT-COUNT or found-step > 0
               if STT-STEP(step-idx) = step-key
                   move step-idx to found-step
               end-if
           end-perform.

           evaluate TRAN-ACTION
               when "ADD"
                   if found-step > 0
                       move "REJECTED - step already in JOBSTREAM"
                           to dtl-result
                       perform 8100-reject thru 8100-reject-exit
                       go to 2200-check-step-change-exit
                   end-if
                   if STT-COUNT >= 30
                       move "REJECTED - JOBSTREAM already has 30 steps"
                           to dtl-result
                       perform 8100-reject thru 8100-reject-exit
                       go to 2200-check-step-change-exit
                   end-if
                   add 1 to STT-COUNT
                   move TRAN-IMAGE to STT-IMAGE(STT-COUNT)
               when "CHG"
                   if found-step = 0
                       move "REJECTED - step not in JOBSTREAM"
                           to dtl-result
                       perform 8100-reject thru 8100-reject-exit
                       go to 2200-check-step-change-exit
                   end-if
                   if STT-IMAGE(found-step) = TRAN-IMAGE
                       move "NO ACTION - line already reads so"
                           to dtl-result
                       perform 8000-write-detail
                           thru 8000-write-detail-exit
                       go to 2200-check-step-change-exit
                   end-if
                   move TRAN-IMAGE to STT-IMAGE(found-step)
               when other
                   if found-step = 0
                       move "REJECTED - step not in JOBSTREAM"
                           to dtl-result
                       perform 8100-reject thru 8100-reject-exit
                       go to 2200-check-step-change-exit
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
               move spaces to dtl-result
               string "REJECTED - " check-reason
                   delimited by size into dtl-result
               perform 8100-reject thru 8100-reject-exit
               go to 2200-check-step-change-exit
           end-if.
           perform 2500-write-pending thru 2500-write-pending-exit.
       2200-check-step-change-exit.
           exit.

      *----------------------------------------------------------------
      *  2300-check-sched-change - a DEL is checked only for the
      *  stream being on file; ADD and CHG lines must be a window
      *  RunMonitor can use.
      *----------------------------------------------------------------
       2300-check-sched-change.
           if sched-overflowed
               move "REJECTED - RUNSCHED has over 50 streams"
                   to dtl-result
               perform 8100-reject thru 8100-reject-exit
               go to 2300-check-sched-change-exit
           end-if.
           move TRAN-IMAGE to sched-view.
           if sv-stream = spaces
               move "REJECTED - no stream name" to dtl-result
               perform 8100-reject thru 8100-reject-exit
               go to 2300-check-sched-change-exit
           end-if.
           move 0 to found-sched.
           perform varying sched-idx from 1 by 1
               until sched-idx > sched-count or found-sched > 0
               if sce-stream(sched-idx) = sv-stream
                   move sched-idx to found-sched
               end-if
           end-perform.
           if TRAN-ACTION = "ADD"
               if found-sched > 0
                   move "REJECTED - stream already in RUNSCHED"
                       to dtl-result
                   perform 8100-reject thru 8100-reject-exit
                   go to 2300-check-sched-change-exit
               end-if
               if sched-count >= 50
                   move "REJECTED - RUNSCHED already has 50 streams"
                       to dtl-result
                   perform 8100-reject thru 8100-reject-exit
                   go to 2300-check-sched-change-exit
               end-if
           else
               if found-sched = 0
                   move "REJECTED - stream not in RUNSCHED"
                       to dtl-result
                   perform 8100-reject thru 8100-reject-exit
                   go to 2300-check-sched-change-exit
               end-if
           end-if.
           if TRAN-ACTION = "DEL"
               perform 2500-write-pending thru 2500-write-pending-exit
               go to 2300-check-sched-change-exit
           end-if.

           perform 2310-check-window thru 2310-check-window-exit.
           if dtl-result not = spaces
               perform 8100-reject thru 8100-reject-exit
               go to 2300-check-sched-change-exit
           end-if.
           if TRAN-ACTION = "CHG"
               and sched-entry(found-sched) = TRAN-IMAGE(1:27)
               and TRAN-IMAGE(28:36) = spaces
               move "NO ACTION - line already reads so" to dtl-result
               perform 8000-write-detail thru 8000-write-detail-exit
               go to 2300-check-sched-change-exit
           end-if.
           perform 2500-write-pending thru 2500-write-pending-exit.
       2300-check-sched-change-exit.
           exit.

      *----------------------------------------------------------------
      *  2310-check-window - leaves DTL-RESULT blank when the line in
      *  SCHED-VIEW is a usable window, otherwise the reason.
      *----------------------------------------------------------------
       2310-check-window.
           move spaces to dtl-result.
           if sv-open not numeric or sv-close not numeric
               move "REJECTED - open and close must be hhmm times"
                   to dtl-result
               go to 2310-check-window-exit
           end-if.
           if sv-open-hh > 23 or sv-open-mm > 59
               or sv-close-hh > 23 or sv-close-mm > 59
               move "REJECTED - open or close not a real time of day"
                   to dtl-result
               go to 2310-check-window-exit
           end-if.
           if sv-open not < sv-close
               move "REJECTED - window must open before it closes"
                   to dtl-result
               go to 2310-check-window-exit
           end-if.
           if sv-max-elapsed not numeric
               or sv-max-elapsed-num = 0
               move "REJECTED - max elapsed must be 0001-9999 minutes"
                   to dtl-result
               go to 2310-check-window-exit
           end-if.
           if not sv-run-on-valid
               move spaces to dtl-result
               string "REJECTED - run-on must be blank, "
                   "BUS, ALL, ME or QE"
                   delimited by size into dtl-result
               go to 2310-check-window-exit
           end-if.
           if TRAN-IMAGE(28:36) not = spaces
               move "REJECTED - text after the run-on column"
                   to dtl-result
           end-if.
       2310-check-window-exit.
           exit.

      *----------------------------------------------------------------
      *  2400-list-files - read-only, so it needs no approval.
      *----------------------------------------------------------------
       2400-list-files.
           if TRAN-TARGET = spaces or TRAN-STEP
               move "JOBSTREAM LISTING" to SCHDRPT-LINE
               write SCHDRPT-LINE
               perform varying step-idx from 1 by 1
                   until step-idx > base-count
                   move base-entry(step-idx) to SCHDRPT-LINE
                   write SCHDRPT-LINE
               end-perform
           end-if.
           if TRAN-TARGET = spaces or TRAN-SCHED
               move "RUNSCHED LISTING" to SCHDRPT-LINE
               write SCHDRPT-LINE
               perform varying sched-idx from 1 by 1
                   until sched-idx > sched-count
                   move sched-entry(sched-idx) to SCHDRPT-LINE
                   write SCHDRPT-LINE
               end-perform
           end-if.
       2400-list-files-exit.
           exit.

      *----------------------------------------------------------------
      *  2500-write-pending - one queue record per validated change,
      *  the line verbatim plus the maker's identity and timestamp,
      *  under the next sequence number for SchedApprove to decide.
      *  The report shows the queued line under the detail so the
      *  checker can read exactly what is being approved.
      *----------------------------------------------------------------
       2500-write-pending.
           add 1 to next-pend-seq.
           move spaces to SPND-RECORD.
           move next-pend-seq to SPND-SEQ.
           move TRAN-ACTION to SPND-ACTION.
           move TRAN-TARGET to SPND-TARGET.
           move TRAN-IMAGE to SPND-IMAGE.
           move maker-id to SPND-MAKER-ID.
           move today-date to SPND-MAKER-DATE.
           accept now-time from time.
           move now-time(1:6) to SPND-MAKER-TIME.
           write SPND-RECORD.
           add 1 to pended-count.
           move spaces to dtl-result.
           string "PENDED - awaiting approval as item " SPND-SEQ
               delimited by size into dtl-result.
           perform 8000-write-detail thru 8000-write-detail-exit.
           move TRAN-IMAGE to iml-image.
           move image-line to SCHDRPT-LINE.
           write SCHDRPT-LINE.
       2500-write-pending-exit.
           exit.

      *----------------------------------------------------------------
       8000-write-detail.
           move detail-line to SCHDRPT-LINE.
           write SCHDRPT-LINE.
       8000-write-detail-exit.
           exit.

       8100-reject.
           perform 8000-write-detail thru 8000-write-detail-exit.
           add 1 to reject-count.
       8100-reject-exit.
           exit.

      *----------------------------------------------------------------
      *  9000-terminate - SCHDTRAN is a consumed journal, as OPERTRAN
      *  is: every line was queued, bounced or listed this pass and is
      *  on SCHDRPT either way, so it is removed rather than left to
      *  queue duplicates on the next run.
      *----------------------------------------------------------------
       9000-terminate.
           close SCHDTRAN-FILE.
           close SCHDPEND-FILE.
           close SCHDRPT-FILE.
           if schdtran-status = "00"
               call "CBL_DELETE_FILE" using "SCHDTRAN"
               move 0 to return-code
           end-if.
           display "SCHEDMAINT: " pended-count
               " change(s) queued for approval".
       9000-terminate-exit.
           exit.

       end program SchedMaint.
