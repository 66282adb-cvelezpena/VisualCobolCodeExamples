      $SET ILUSING"Demo.Net"

       program-id. RosterMaint.

      *----------------------------------------------------------------
      *  RosterMaint - maintenance for the ONCALL on-call roster
      *  (ROSTREC.cpy), the same transaction-file pattern as
      *  MsgCatMaint for the message catalog.  Driven by ROSTRAN, one
      *  action per line (ADD, UPD, DEL, LST), and writes everything
      *  it did - including rejected transactions - to the ROSTRPT
      *  report, so every change to who gets paged is on paper.
      *  ROSTRPT is appended to, never replaced.
      *
      *  A slot is keyed by department, tier (P primary, S secondary,
      *  M manager) and the date and time it starts; it runs to its
      *  TO date and, each day, to its TO time (see ROSTREC.cpy for
      *  overnight and all-day slots).  *DEFAULT* is the department
      *  for alerts whose own department has no cover.
      *
      *  ADD  adds a new slot (a slot already on file for the same
      *       key is rejected).
      *  UPD  replaces the end date/time and operator of a slot.
      *  DEL  removes a slot - a roster is a forward-looking schedule,
      *       so unlike the catalog, expired or mistaken slots go.
      *  LST  lists every slot currently on the roster.
      *
      *  Every operator put on the roster must be on OPERMAST and
      *  active: paging someone who cannot sign on to acknowledge is
      *  worse than paging nobody.
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

           select ROSTRAN-FILE assign "ROSTRAN"
               organization line sequential
               file status is rostran-status.

           select ROSTRPT-FILE assign "ROSTRPT"
               organization line sequential
               file status is rostrpt-status.

       data division.
       file section.
       fd  ONCALL-FILE.
       copy "ROSTREC.cpy".

       fd  OPERMAST-FILE.
       copy "OPERREC.cpy".

       fd  ROSTRAN-FILE.
       01  TRAN-RECORD.
           05  TRAN-ACTION         pic x(03).
           05  filler              pic x(01).
           05  TRAN-DEPT           pic x(10).
           05  filler              pic x(01).
           05  TRAN-TIER           pic x(01).
               88  TRAN-TIER-VALID value "P" "S" "M".
           05  filler              pic x(01).
           05  TRAN-FROM-DATE      pic x(08).
           05  filler              pic x(01).
           05  TRAN-FROM-TIME      pic x(04).
           05  filler              pic x(01).
           05  TRAN-TO-DATE        pic x(08).
           05  filler              pic x(01).
           05  TRAN-TO-TIME        pic x(04).
           05  filler              pic x(01).
           05  TRAN-OPER-ID        pic x(20).

       fd  ROSTRPT-FILE.
       01  ROSTRPT-LINE            pic x(120).

       working-storage section.
       01 oncall-status   pic x(02).
       01 opermast-status pic x(02).
       01 rostran-status  pic x(02).
       01 rostrpt-status  pic x(02).

       01 tran-count      binary-long value 0.
       01 reject-count    binary-long value 0.
       01 check-time      pic x(04).
       01 time-parts redefines check-time.
           05 check-hh     pic 9(02).
           05 check-mm     pic 9(02).

       01 master-state pic x(01) value "N".
           88 master-available value "Y".
       01 slot-shape-flag pic x(01).
           88 slot-shape-bad value "N".
       01 end-of-trans pic x(01) value "N".
           88 no-more-trans value "Y".
       01 end-of-roster pic x(01) value "N".
           88 no-more-roster-records value "Y".

       01 detail-line.
           05 dtl-action           pic x(08).
           05 filler               pic x(01) value space.
           05 dtl-dept             pic x(10).
           05 filler               pic x(01) value space.
           05 dtl-tier             pic x(01).
           05 filler               pic x(01) value space.
           05 dtl-from-date        pic x(08).
           05 filler               pic x(01) value space.
           05 dtl-from-time        pic x(04).
           05 filler               pic x(01) value space.
           05 dtl-result           pic x(60).

       01 list-line.
           05 lst-dept             pic x(10).
           05 filler               pic x(01) value space.
           05 lst-tier             pic x(01).
           05 filler               pic x(01) value space.
           05 lst-from-date        pic 9(08).
           05 filler               pic x(01) value space.
           05 lst-from-time        pic 9(04).
           05 filler               pic x(04) value " TO ".
           05 lst-to-date          pic 9(08).
           05 filler               pic x(01) value space.
           05 lst-to-time          pic 9(04).
           05 filler               pic x(01) value space.
           05 lst-oper-id          pic x(20).

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
      *  1000-initialize - opens ONCALL for update, creating it on
      *  first use (file status 35 on the I-O open), the same
      *  bootstrap MsgCatMaint uses for MSGCAT.  OPERMAST is read
      *  only, to vet the operators put on the roster.
      *----------------------------------------------------------------
       1000-initialize.
           open i-o ONCALL-FILE.
           if oncall-status = "35"
               open output ONCALL-FILE
               close ONCALL-FILE
               open i-o ONCALL-FILE
           end-if.
           open input OPERMAST-FILE.
           if opermast-status = "00"
               set master-available to true
           end-if.
           open input ROSTRAN-FILE.
           if rostran-status <> "00"
               set no-more-trans to true
           end-if.
           open extend ROSTRPT-FILE.
           if rostrpt-status <> "00"
               open output ROSTRPT-FILE
           end-if.
       1000-initialize-exit.
           exit.

      *----------------------------------------------------------------
       2000-process-transactions.
           read ROSTRAN-FILE
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
           move TRAN-DEPT to dtl-dept.
           move TRAN-TIER to dtl-tier.
           move TRAN-FROM-DATE to dtl-from-date.
           move TRAN-FROM-TIME to dtl-from-time.
           evaluate TRAN-ACTION
               when "ADD"
                   perform 2200-add-slot
                       thru 2200-add-slot-exit
               when "UPD"
                   perform 2300-update-slot
                       thru 2300-update-slot-exit
               when "DEL"
                   perform 2500-delete-slot
                       thru 2500-delete-slot-exit
               when "LST"
                   perform 2400-list-slots
                       thru 2400-list-slots-exit
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
      *  2150-check-key-shape - department present, tier P/S/M, a
      *  numeric start date and a real hhmm start time: the parts of
      *  the key every action needs.
      *----------------------------------------------------------------
       2150-check-key-shape.
           move "Y" to slot-shape-flag.
           if TRAN-DEPT = spaces
               move "REJECTED - department is blank" to dtl-result
               set slot-shape-bad to true
               go to 2150-check-key-shape-exit
           end-if.
           if not TRAN-TIER-VALID
               move "REJECTED - tier not P/S/M" to dtl-result
               set slot-shape-bad to true
               go to 2150-check-key-shape-exit
           end-if.
           if TRAN-FROM-DATE not numeric
               move "REJECTED - from date not yyyymmdd" to dtl-result
               set slot-shape-bad to true
               go to 2150-check-key-shape-exit
           end-if.
           move TRAN-FROM-TIME to check-time.
           perform 2170-check-time thru 2170-check-time-exit.
           if slot-shape-bad
               move "REJECTED - from time not hhmm" to dtl-result
           end-if.
       2150-check-key-shape-exit.
           exit.

      *----------------------------------------------------------------
      *  2160-check-slot-body - the end of the slot and its operator,
      *  needed by ADD and UPD.  The end may not precede the start,
      *  and the operator must be on OPERMAST and active.
      *----------------------------------------------------------------
       2160-check-slot-body.
           if TRAN-TO-DATE not numeric
               move "REJECTED - to date not yyyymmdd" to dtl-result
               set slot-shape-bad to true
               go to 2160-check-slot-body-exit
           end-if.
           if TRAN-TO-DATE < TRAN-FROM-DATE
               move "REJECTED - to date before from date"
                   to dtl-result
               set slot-shape-bad to true
               go to 2160-check-slot-body-exit
           end-if.
           move TRAN-TO-TIME to check-time.
           perform 2170-check-time thru 2170-check-time-exit.
           if slot-shape-bad
               move "REJECTED - to time not hhmm" to dtl-result
               go to 2160-check-slot-body-exit
           end-if.
           if TRAN-OPER-ID = spaces
               move "REJECTED - operator id is blank" to dtl-result
               set slot-shape-bad to true
               go to 2160-check-slot-body-exit
           end-if.
           if not master-available
               move "REJECTED - operator master not available"
                   to dtl-result
               set slot-shape-bad to true
               go to 2160-check-slot-body-exit
           end-if.
           move TRAN-OPER-ID to OPER-ID.
           read OPERMAST-FILE
               invalid key
                   move "REJECTED - operator not on master"
                       to dtl-result
                   set slot-shape-bad to true
                   go to 2160-check-slot-body-exit
           end-read.
           if not OPER-ACTIVE
               move "REJECTED - operator is not active" to dtl-result
               set slot-shape-bad to true
           end-if.
       2160-check-slot-body-exit.
           exit.

       2170-check-time.
           if check-time not numeric
               set slot-shape-bad to true
               go to 2170-check-time-exit
           end-if.
           if check-hh > 23 or check-mm > 59
               set slot-shape-bad to true
           end-if.
       2170-check-time-exit.
           exit.

       2180-move-key.
           move TRAN-DEPT to ROS-DEPT.
           move TRAN-TIER to ROS-TIER.
           move TRAN-FROM-DATE to ROS-FROM-DATE.
           move TRAN-FROM-TIME to ROS-FROM-TIME.
       2180-move-key-exit.
           exit.

      *----------------------------------------------------------------
       2200-add-slot.
           move "ADD" to dtl-action.
           perform 2150-check-key-shape
               thru 2150-check-key-shape-exit.
           if not slot-shape-bad
               perform 2160-check-slot-body
                   thru 2160-check-slot-body-exit
           end-if.
           if slot-shape-bad
               perform 8000-write-detail
                   thru 8000-write-detail-exit
               add 1 to reject-count
               go to 2200-add-slot-exit
           end-if.
           perform 2180-move-key thru 2180-move-key-exit.
           move TRAN-TO-DATE to ROS-TO-DATE.
           move TRAN-TO-TIME to ROS-TO-TIME.
           move TRAN-OPER-ID to ROS-OPER-ID.
           write ROSTER-RECORD
               invalid key
                   move "REJECTED - slot already on roster"
                       to dtl-result
                   add 1 to reject-count
               not invalid key
                   move "ADDED" to dtl-result
                   move TRAN-OPER-ID to dtl-result(7:20)
           end-write.
           perform 8000-write-detail thru 8000-write-detail-exit.
       2200-add-slot-exit.
           exit.

      *----------------------------------------------------------------
       2300-update-slot.
           move "UPD" to dtl-action.
           perform 2150-check-key-shape
               thru 2150-check-key-shape-exit.
           if not slot-shape-bad
               perform 2160-check-slot-body
                   thru 2160-check-slot-body-exit
           end-if.
           if slot-shape-bad
               perform 8000-write-detail
                   thru 8000-write-detail-exit
               add 1 to reject-count
               go to 2300-update-slot-exit
           end-if.
           perform 2180-move-key thru 2180-move-key-exit.
           read ONCALL-FILE
               invalid key
                   move "REJECTED - slot not on roster"
                       to dtl-result
                   add 1 to reject-count
                   go to 2300-update-write-detail
           end-read.
           move TRAN-TO-DATE to ROS-TO-DATE.
           move TRAN-TO-TIME to ROS-TO-TIME.
           move TRAN-OPER-ID to ROS-OPER-ID.
           rewrite ROSTER-RECORD
               invalid key
                   move "REJECTED - rewrite failed" to dtl-result
                   add 1 to reject-count
               not invalid key
                   move "UPDATED" to dtl-result
                   move TRAN-OPER-ID to dtl-result(9:20)
           end-rewrite.
       2300-update-write-detail.
           perform 8000-write-detail thru 8000-write-detail-exit.
       2300-update-slot-exit.
           exit.

      *----------------------------------------------------------------
      *  2400-list-slots - positions to the lowest key and reads the
      *  roster sequentially to the end, one report line per slot, in
      *  department / tier / start order.
      *----------------------------------------------------------------
       2400-list-slots.
           move "N" to end-of-roster.
           move low-values to ROS-KEY.
           start ONCALL-FILE key not < ROS-KEY
               invalid key
                   set no-more-roster-records to true
           end-start.
           move "ON-CALL ROSTER LISTING" to ROSTRPT-LINE.
           write ROSTRPT-LINE.
           perform 2410-list-one-slot
               thru 2410-list-one-slot-exit
               until no-more-roster-records.
       2400-list-slots-exit.
           exit.

       2410-list-one-slot.
           read ONCALL-FILE next
               at end
                   set no-more-roster-records to true
               not at end
                   move ROS-DEPT to lst-dept
                   move ROS-TIER to lst-tier
                   move ROS-FROM-DATE to lst-from-date
                   move ROS-FROM-TIME to lst-from-time
                   move ROS-TO-DATE to lst-to-date
                   move ROS-TO-TIME to lst-to-time
                   move ROS-OPER-ID to lst-oper-id
                   move list-line to ROSTRPT-LINE
                   write ROSTRPT-LINE
           end-read.
       2410-list-one-slot-exit.
           exit.

      *----------------------------------------------------------------
       2500-delete-slot.
           move "DEL" to dtl-action.
           perform 2150-check-key-shape
               thru 2150-check-key-shape-exit.
           if slot-shape-bad
               perform 8000-write-detail
                   thru 8000-write-detail-exit
               add 1 to reject-count
               go to 2500-delete-slot-exit
           end-if.
           perform 2180-move-key thru 2180-move-key-exit.
           delete ONCALL-FILE
               invalid key
                   move "REJECTED - slot not on roster"
                       to dtl-result
                   add 1 to reject-count
               not invalid key
                   move "DELETED" to dtl-result
           end-delete.
           perform 8000-write-detail thru 8000-write-detail-exit.
       2500-delete-slot-exit.
           exit.

      *----------------------------------------------------------------
       8000-write-detail.
           move detail-line to ROSTRPT-LINE.
           write ROSTRPT-LINE.
       8000-write-detail-exit.
           exit.

      *----------------------------------------------------------------
       9000-terminate.
           close ONCALL-FILE.
           if master-available
               close OPERMAST-FILE
           end-if.
           close ROSTRAN-FILE.
           close ROSTRPT-FILE.
       9000-terminate-exit.
           exit.

       end program RosterMaint.
