      $SET ILUSING"Demo.Net"

       program-id. OnCallLookup.

      *----------------------------------------------------------------
      *  OnCallLookup - the one reader of the ONCALL on-call roster
      *  (ROSTREC.cpy), called by AlertEscalate to find who to page
      *  and by AlertAck to check who may acknowledge:
      *
      *      call "OnCallLookup" using oncall-mode alert-userid
      *               alert-date alert-time oncall-tier
      *               oncall-oper-id oncall-dept oncall-result
      *
      *  The alert's department is the one its operator (ALR-USERID)
      *  belonged to on ALERT-DATE - the OPERDEPT history through
      *  DeptAsOf, else the current OPERMAST department - and falls
      *  to *DEFAULT* for an alert with no operator, an operator on
      *  neither file, or a department with no slot covering the
      *  moment asked about.  In check mode that means no slot of
      *  any tier, held by anyone: a department whose roster covers
      *  the moment is answered from its own roster alone, so being
      *  on *DEFAULT* does not let an operator acknowledge for it.
      *
      *  ONCALL-MODE "P" (page): returns in ONCALL-OPER-ID the
      *  operator on duty at ONCALL-TIER for that department at
      *  ALERT-DATE/ALERT-TIME (hhmm).  Where slots overlap, the one
      *  with the latest FROM date and time - the most recent roster
      *  change - wins.
      *  ONCALL-MODE "C" (check): ONCALL-OPER-ID is given; answers
      *  whether that operator holds any tier's slot for the
      *  department at that moment, returning the tier in
      *  ONCALL-TIER.
      *
      *  ONCALL-RESULT: 00 = found / on the roster, 23 = no slot /
      *  not on the roster, 35 = no roster on file (callers decide
      *  what an absent roster means for them).  The roster is loaded
      *  into memory on the first call; slots past the table's
      *  capacity are not consulted.
      *----------------------------------------------------------------

       environment division.
       input-output section.
       file-control.
           select ONCALL-FILE assign "ONCALL"
               organization indexed
               access dynamic
               record key ROS-KEY
               file status is oncall-status.

           select OPERMAST-FILE assign "OPERMAST"
               organization indexed
               access dynamic
               record key OPER-ID
               file status is opermast-status.

       data division.
       file section.
       fd  ONCALL-FILE.
       copy "ROSTREC.cpy".

       fd  OPERMAST-FILE.
       copy "OPERREC.cpy".

       working-storage section.
       01 oncall-status    pic x(02).
       01 opermast-status  pic x(02).

       01 roster-state pic x(01) value "N".
           88 roster-loaded value "Y".
       01 roster-file-state pic x(01) value "N".
           88 roster-available value "Y".
       01 master-state pic x(01) value "N".
           88 master-available value "Y".
       01 end-of-roster pic x(01) value "N".
           88 no-more-roster-records value "Y".

       01 slot-count    binary-long value 0.
       01 slot-idx      binary-long.
       01 best-idx      binary-long.
       01 check-dept    pic x(10).
       01 history-dept  pic x(10).
       01 history-status pic x(02).
       01 slot-covers pic x(01).
           88 slot-covers-moment value "Y".
       01 holder-match pic x(01) value "Y".
           88 match-holder value "Y".
           88 match-any-holder value "N".

       01 slot-table.
           05 slot-entry occurs 300 times.
               10 slt-dept         pic x(10).
               10 slt-tier         pic x(01).
               10 slt-from-date    pic 9(08).
               10 slt-from-time    pic 9(04).
               10 slt-to-date      pic 9(08).
               10 slt-to-time      pic 9(04).
               10 slt-oper-id      pic x(20).

       linkage section.
       01 oncall-mode      pic x(01).
           88 oncall-page-mode  value "P".
           88 oncall-check-mode value "C".
       01 alert-userid     pic x(20).
       01 alert-date       pic 9(08).
       01 alert-time       pic 9(04).
       01 oncall-tier      pic x(01).
       01 oncall-oper-id   pic x(20).
       01 oncall-dept      pic x(10).
       01 oncall-result    pic x(02).

       procedure division using oncall-mode alert-userid alert-date
                                alert-time oncall-tier oncall-oper-id
                                oncall-dept oncall-result.
           if not roster-loaded
               perform 1000-load-roster thru 1000-load-roster-exit
           end-if.
           move "23" to oncall-result.
           if not roster-available
               move "35" to oncall-result
               goback
           end-if.
           perform 2000-resolve-department
               thru 2000-resolve-department-exit.
           move oncall-dept to check-dept.
           set match-holder to true.
           perform 3000-search-slots thru 3000-search-slots-exit.
           if best-idx = 0 and check-dept not = "*DEFAULT*"
               if oncall-check-mode
                   set match-any-holder to true
                   perform 3000-search-slots
                       thru 3000-search-slots-exit
                   set match-holder to true
               end-if
               if best-idx = 0
                   move "*DEFAULT*" to check-dept
                   perform 3000-search-slots
                       thru 3000-search-slots-exit
               else
                   move 0 to best-idx
               end-if
           end-if.
           if best-idx > 0
               move "00" to oncall-result
               move check-dept to oncall-dept
               if oncall-page-mode
                   move slt-oper-id(best-idx) to oncall-oper-id
               else
                   move slt-tier(best-idx) to oncall-tier
               end-if
           else
               if oncall-page-mode
                   move spaces to oncall-oper-id
               end-if
           end-if.
           goback.

      *----------------------------------------------------------------
      *  1000-load-roster - read once per run, key order, into the
      *  slot table.  The master is opened here too, for the
      *  department fallback, and held open for the rest of the run.
      *----------------------------------------------------------------
       1000-load-roster.
           set roster-loaded to true.
           open input OPERMAST-FILE.
           if opermast-status = "00"
               set master-available to true
           end-if.
           open input ONCALL-FILE.
           if oncall-status <> "00"
               go to 1000-load-roster-exit
           end-if.
           set roster-available to true.
           move low-values to ROS-KEY.
           start ONCALL-FILE key not < ROS-KEY
               invalid key
                   set no-more-roster-records to true
           end-start.
           perform 1100-load-one-slot thru 1100-load-one-slot-exit
               until no-more-roster-records.
           close ONCALL-FILE.
       1000-load-roster-exit.
           exit.

       1100-load-one-slot.
           read ONCALL-FILE next
               at end
                   set no-more-roster-records to true
                   go to 1100-load-one-slot-exit
           end-read.
           if slot-count >= 300
               go to 1100-load-one-slot-exit
           end-if.
           add 1 to slot-count.
           move ROS-DEPT to slt-dept(slot-count).
           move ROS-TIER to slt-tier(slot-count).
           move ROS-FROM-DATE to slt-from-date(slot-count).
           move ROS-FROM-TIME to slt-from-time(slot-count).
           move ROS-TO-DATE to slt-to-date(slot-count).
           move ROS-TO-TIME to slt-to-time(slot-count).
           move ROS-OPER-ID to slt-oper-id(slot-count).
       1100-load-one-slot-exit.
           exit.

      *----------------------------------------------------------------
       2000-resolve-department.
           move "*DEFAULT*" to oncall-dept.
           if alert-userid = spaces
               go to 2000-resolve-department-exit
           end-if.
           call "DeptAsOf" using alert-userid alert-date
               history-dept history-status.
           if history-status = "00"
               move history-dept to oncall-dept
               go to 2000-resolve-department-exit
           end-if.
           if not master-available
               go to 2000-resolve-department-exit
           end-if.
           move alert-userid to OPER-ID.
           read OPERMAST-FILE
               invalid key
                   go to 2000-resolve-department-exit
           end-read.
           if OPER-DEPT not = spaces
               move OPER-DEPT to oncall-dept
           end-if.
       2000-resolve-department-exit.
           exit.

      *----------------------------------------------------------------
      *  3000-search-slots - candidate slots are CHECK-DEPT's at the
      *  asked-for tier (page) or held by the asked-for operator
      *  (check; by anyone at all when MATCH-ANY-HOLDER, to learn
      *  whether the department is covered), and must cover the
      *  moment; the latest-starting candidate wins.
      *----------------------------------------------------------------
       3000-search-slots.
           move 0 to best-idx.
           perform varying slot-idx from 1 by 1
               until slot-idx > slot-count
               if slt-dept(slot-idx) = check-dept
                   and ((oncall-page-mode
                           and slt-tier(slot-idx) = oncall-tier)
                       or (oncall-check-mode
                           and (match-any-holder
                               or slt-oper-id(slot-idx) =
                                   oncall-oper-id)))
                   perform 3100-check-coverage
                       thru 3100-check-coverage-exit
                   if slot-covers-moment
                       if best-idx = 0
                           or slt-from-date(slot-idx) >
                               slt-from-date(best-idx)
                           or (slt-from-date(slot-idx) =
                                   slt-from-date(best-idx)
                               and slt-from-time(slot-idx) >
                                   slt-from-time(best-idx))
                           move slot-idx to best-idx
                       end-if
                   end-if
               end-if
           end-perform.
       3000-search-slots-exit.
           exit.

      *----------------------------------------------------------------
      *  3100-check-coverage - inside the date range, then inside the
      *  daily window: equal times are all day, FROM before TO is a
      *  same-day window, FROM after TO runs overnight.
      *----------------------------------------------------------------
       3100-check-coverage.
           move "N" to slot-covers.
           if alert-date < slt-from-date(slot-idx)
               or alert-date > slt-to-date(slot-idx)
               go to 3100-check-coverage-exit
           end-if.
           evaluate true
               when slt-from-time(slot-idx) = slt-to-time(slot-idx)
                   set slot-covers-moment to true
               when slt-from-time(slot-idx) < slt-to-time(slot-idx)
                   if alert-time >= slt-from-time(slot-idx)
                       and alert-time < slt-to-time(slot-idx)
                       set slot-covers-moment to true
                   end-if
               when other
                   if alert-time >= slt-from-time(slot-idx)
                       or alert-time < slt-to-time(slot-idx)
                       set slot-covers-moment to true
                   end-if
           end-evaluate.
       3100-check-coverage-exit.
           exit.

       end program OnCallLookup.
