      $SET ILUSING"Demo.Net"

       program-id. SchedCheck.

      *----------------------------------------------------------------
      *  SchedCheck - validates a whole JOBSTREAM image (STEPTBL.cpy)
      *  the way JobSched will read it, so a bad change is bounced at
      *  the maker or the checker instead of skipping half the night:
      *    - every step has a name, and no name is used twice;
      *    - every program is on PGMLIST, the known-program list of
      *      batch programs JobSched may call (one name per line);
      *    - MAXRC is two digits and RUN-ON a code JobSched takes
      *      (blank, ALL, BUS, ME or QE);
      *    - at most three predecessors, each a step in the stream;
      *    - no dependency cycle, however long;
      *    - every predecessor is listed before the step it holds,
      *      since JobSched runs top to bottom and treats a forward
      *      reference as a predecessor that did not complete.
      *  Called with the table and returns the first problem found
      *  as a one-line reason, status "00" when the stream is sound
      *  and "08" when it is not.  PGMLIST is read once, on the first
      *  call; without it no program can be shown to be known, and
      *  every stream is refused.
      *----------------------------------------------------------------

       environment division.
       input-output section.
       file-control.
           select PGMLIST-FILE assign "PGMLIST"
               organization line sequential
               file status is pgmlist-status.

       data division.
       file section.
       fd  PGMLIST-FILE.
       01  PGMLIST-RECORD             pic x(20).

       working-storage section.
       01 pgmlist-status   pic x(02).

       01 list-state pic x(01) value "N".
           88 list-loaded value "Y".
       01 end-of-pgmlist pic x(01) value "N".
           88 no-more-pgmlist-records value "Y".

       01 known-count      binary-long value 0.
       01 known-idx        binary-long.
       01 known-table.
           05 known-program pic x(20) occurs 200 times.

       01 step-idx         binary-long.
       01 other-idx        binary-long.
       01 pred-idx         binary-long.
       01 found-step       binary-long.
       01 found-known      binary-long.
       01 line-number      pic 9(03).

      *----------------------------------------------------------------
      *  Each step's predecessors as names and as positions in the
      *  table, resolved once for the cycle and order checks.
      *----------------------------------------------------------------
       01 pred-work.
           05 pw-token     pic x(08) occurs 3 times.
       01 pred-overflow pic x(01).
           88 too-many-preds value "Y".
       01 pred-positions.
           05 pred-step occurs 30 times.
               10 pred-at  binary-long occurs 3 times.

      *----------------------------------------------------------------
      *  Cycle walk: every step reachable backwards from the one
      *  being checked is queued once; reaching the step itself
      *  again is a cycle.
      *----------------------------------------------------------------
       01 walk-head        binary-long.
       01 walk-tail        binary-long.
       01 walk-step        binary-long.
       01 walk-next        binary-long.
       01 walk-queue.
           05 walk-entry   binary-long occurs 30 times.
       01 walk-marks.
           05 walk-seen    pic x(01) occurs 30 times.

       01 check-state pic x(01).
           88 check-failed value "Y".

       linkage section.
       copy "STEPTBL.cpy".
       01 check-reason     pic x(60).
       01 check-status     pic x(02).

       procedure division using STEP-TABLE check-reason check-status.
           if not list-loaded
               perform 1000-load-pgmlist thru 1000-load-pgmlist-exit
           end-if.
           move spaces to check-reason.
           move "N" to check-state.
           if STT-COUNT > 30
               move "more than 30 steps in the stream" to check-reason
               move "08" to check-status
               goback
           end-if.
           perform 2000-check-one-step thru 2000-check-one-step-exit
               varying step-idx from 1 by 1
               until step-idx > STT-COUNT or check-failed.
           if not check-failed
               perform 3000-check-cycles thru 3000-check-cycles-exit
                   varying step-idx from 1 by 1
                   until step-idx > STT-COUNT or check-failed
           end-if.
           if not check-failed
               perform 4000-check-order thru 4000-check-order-exit
                   varying step-idx from 1 by 1
                   until step-idx > STT-COUNT or check-failed
           end-if.
           if check-failed
               move "08" to check-status
           else
               move "00" to check-status
           end-if.
           goback.

      *----------------------------------------------------------------
       1000-load-pgmlist.
           set list-loaded to true.
           open input PGMLIST-FILE.
           if pgmlist-status <> "00"
               go to 1000-load-pgmlist-exit
           end-if.
           perform 1100-load-one-program
               thru 1100-load-one-program-exit
               until no-more-pgmlist-records.
           close PGMLIST-FILE.
       1000-load-pgmlist-exit.
           exit.

       1100-load-one-program.
           read PGMLIST-FILE
               at end
                   set no-more-pgmlist-records to true
                   go to 1100-load-one-program-exit
           end-read.
           if PGMLIST-RECORD = spaces or known-count >= 200
               go to 1100-load-one-program-exit
           end-if.
           add 1 to known-count.
           move PGMLIST-RECORD to known-program(known-count).
       1100-load-one-program-exit.
           exit.

      *----------------------------------------------------------------
      *  2000-check-one-step - the line-level checks, and the
      *  predecessor names resolved to table positions.
      *----------------------------------------------------------------
       2000-check-one-step.
           if STT-STEP(step-idx) = spaces
               move step-idx to line-number
               move spaces to check-reason
               string "line " line-number " has no step name"
                   delimited by size into check-reason
               set check-failed to true
               go to 2000-check-one-step-exit
           end-if.
           perform varying other-idx from 1 by 1
               until other-idx >= step-idx or check-failed
               if STT-STEP(other-idx) = STT-STEP(step-idx)
                   move spaces to check-reason
                   string "step " delimited by size
                       STT-STEP(step-idx) delimited by space
                       " listed twice" delimited by size
                       into check-reason
                   set check-failed to true
               end-if
           end-perform.
           if check-failed
               go to 2000-check-one-step-exit
           end-if.

           move 0 to found-known.
           perform varying known-idx from 1 by 1
               until known-idx > known-count or found-known > 0
               if known-program(known-idx) = STT-PROGRAM(step-idx)
                   move known-idx to found-known
               end-if
           end-perform.
           if found-known = 0 or STT-PROGRAM(step-idx) = spaces
               move spaces to check-reason
               string "program " delimited by size
                   STT-PROGRAM(step-idx) delimited by space
                   " of step " delimited by size
                   STT-STEP(step-idx) delimited by space
                   " not on PGMLIST" delimited by size
                   into check-reason
               set check-failed to true
               go to 2000-check-one-step-exit
           end-if.

           if STT-MAXRC(step-idx) not numeric
               move spaces to check-reason
               string "MAXRC of step " delimited by size
                   STT-STEP(step-idx) delimited by space
                   " not two digits" delimited by size
                   into check-reason
               set check-failed to true
               go to 2000-check-one-step-exit
           end-if.
           if STT-RUN-ON(step-idx) not = spaces
               and STT-RUN-ON(step-idx) not = "ALL"
               and STT-RUN-ON(step-idx) not = "BUS"
               and STT-RUN-ON(step-idx) not = "ME "
               and STT-RUN-ON(step-idx) not = "QE "
               move spaces to check-reason
               string "RUN-ON of step " delimited by size
                   STT-STEP(step-idx) delimited by space
                   " not blank, ALL, BUS, ME or QE" delimited by size
                   into check-reason
               set check-failed to true
               go to 2000-check-one-step-exit
           end-if.

           move spaces to pred-work.
           move "N" to pred-overflow.
           unstring STT-PREDS(step-idx) delimited by ","
               into pw-token(1) pw-token(2) pw-token(3)
               on overflow
                   set too-many-preds to true
           end-unstring.
           if too-many-preds
               move spaces to check-reason
               string "step " delimited by size
                   STT-STEP(step-idx) delimited by space
                   " has more than three predecessors" delimited by size
                   into check-reason
               set check-failed to true
               go to 2000-check-one-step-exit
           end-if.
           perform 2100-resolve-one-pred thru 2100-resolve-one-pred-exit
               varying pred-idx from 1 by 1
               until pred-idx > 3 or check-failed.
       2000-check-one-step-exit.
           exit.

       2100-resolve-one-pred.
           move 0 to pred-at(step-idx pred-idx).
           if pw-token(pred-idx) = spaces
               go to 2100-resolve-one-pred-exit
           end-if.
           move 0 to found-step.
           perform varying other-idx from 1 by 1
               until other-idx > STT-COUNT or found-step > 0
               if STT-STEP(other-idx) = pw-token(pred-idx)
                   move other-idx to found-step
               end-if
           end-perform.
           if found-step = 0
               move spaces to check-reason
               string "predecessor " delimited by size
                   pw-token(pred-idx) delimited by space
                   " of step " delimited by size
                   STT-STEP(step-idx) delimited by space
                   " not in the stream" delimited by size
                   into check-reason
               set check-failed to true
               go to 2100-resolve-one-pred-exit
           end-if.
           move found-step to pred-at(step-idx pred-idx).
       2100-resolve-one-pred-exit.
           exit.

      *----------------------------------------------------------------
      *  3000-check-cycles - walks back from STEP-IDX through its
      *  predecessors, theirs, and so on.
      *----------------------------------------------------------------
       3000-check-cycles.
           move all "N" to walk-marks.
           move 0 to walk-head.
           move 0 to walk-tail.
           move step-idx to walk-step.
           perform 3100-queue-preds thru 3100-queue-preds-exit.
           perform 3200-walk-one thru 3200-walk-one-exit
               until walk-head >= walk-tail or check-failed.
       3000-check-cycles-exit.
           exit.

       3100-queue-preds.
           perform varying pred-idx from 1 by 1
               until pred-idx > 3 or check-failed
               move pred-at(walk-step pred-idx) to walk-next
               if walk-next = step-idx
                   move spaces to check-reason
                   string "dependency cycle through step "
                       STT-STEP(step-idx)
                       delimited by size into check-reason
                   set check-failed to true
               else
                   if walk-next > 0
                       if walk-seen(walk-next) = "N"
                           move "Y" to walk-seen(walk-next)
                           add 1 to walk-tail
                           move walk-next to walk-entry(walk-tail)
                       end-if
                   end-if
               end-if
           end-perform.
       3100-queue-preds-exit.
           exit.

       3200-walk-one.
           add 1 to walk-head.
           move walk-entry(walk-head) to walk-step.
           perform 3100-queue-preds thru 3100-queue-preds-exit.
       3200-walk-one-exit.
           exit.

      *----------------------------------------------------------------
      *  4000-check-order - with no cycles, a predecessor listed after
      *  its step is only a matter of file order, but JobSched would
      *  still hold the step every night.
      *----------------------------------------------------------------
       4000-check-order.
           perform varying pred-idx from 1 by 1
               until pred-idx > 3 or check-failed
               if pred-at(step-idx pred-idx) > step-idx
                   move pred-at(step-idx pred-idx) to other-idx
                   move spaces to check-reason
                   string "predecessor " delimited by size
                       STT-STEP(other-idx) delimited by space
                       " listed after step " delimited by size
                       STT-STEP(step-idx) delimited by space
                       into check-reason
                   set check-failed to true
               end-if
           end-perform.
       4000-check-order-exit.
           exit.

       end program SchedCheck.
