      $SET ILUSING"Demo.Net"

       program-id. HoldCheck.

      *----------------------------------------------------------------
      *  HoldCheck - the one reader of the LEGALHOLD register
      *  (HOLDREC.cpy), called by every job that purges, moves or
      *  rolls off log and run data, once per record it is about to
      *  let go:
      *
      *      call "HoldCheck" using lookup-oper-id lookup-guid
      *               lookup-run-id lookup-date lookup-hold-id
      *               lookup-status
      *
      *  The caller passes whatever the record carries - operator id,
      *  session GUID, logical-run id, the record's yyyymmdd date -
      *  and spaces or zero for what it does not.  LOOKUP-STATUS
      *  comes back 00 when a hold in force covers the record (its id
      *  in LOOKUP-HOLD-ID), 23 when none does, 35 when there is no
      *  register at all - which a caller treats exactly like 23.
      *
      *  Holds in force (active, or with a release still awaiting its
      *  second approval) are loaded on the first call and held for
      *  the rest of the run.  A logical-run hold is widened there and
      *  then to every segment GUID RUNREG lists for the run, so a
      *  record that carries only its GUID - a LOGFILE line, a RUNHIST
      *  or ALERTQ record - is still caught.  A record with no date
      *  cannot be placed inside a hold's date range, so the range is
      *  not applied to it: an undated record of a held operator is
      *  kept, and a date-range-only hold never matches it.
      *
      *  The register must be read whole or not trusted at all.  If
      *  more holds (or run segments) are in force than the tables
      *  take, or run holds are in force but RUNREG cannot be read to
      *  widen them, there is no telling what an unloaded hold would
      *  have covered - so every lookup for the rest of the run comes
      *  back 00, held, under the marker hold id *OVERFLW or *NORUNRG.
      *  The callers then keep everything and list it on RETAINRPT
      *  under that marker, and the console says why, until the
      *  tables are widened or RUNREG restored.
      *----------------------------------------------------------------

       environment division.
       input-output section.
       file-control.
           select LEGALHOLD-FILE assign "LEGALHOLD"
               organization indexed
               access dynamic
               record key HOLD-ID
               file status is legalhold-status.

           select RUNREG-FILE assign "RUNREG"
               organization line sequential
               file status is runreg-status.

       data division.
       file section.
       fd  LEGALHOLD-FILE.
       copy "HOLDREC.cpy".

       fd  RUNREG-FILE.
       copy "RUNREC.cpy".

       working-storage section.
       01 legalhold-status pic x(02).
       01 runreg-status    pic x(02).

       01 register-state pic x(01) value "N".
           88 register-loaded value "Y".
       01 register-file-state pic x(01) value "N".
           88 register-available value "Y".
       01 run-hold-state pic x(01) value "N".
           88 run-holds-present value "Y".
       01 end-of-holds pic x(01) value "N".
           88 no-more-hold-records value "Y".
       01 end-of-runreg pic x(01) value "N".
           88 no-more-runreg-records value "Y".
       01 fail-safe-state pic x(01) value "N".
           88 fail-safe-hold value "Y".
       01 fail-safe-hold-id pic x(08) value spaces.

       01 hold-count     binary-long value 0.
       01 hold-idx       binary-long.
       01 found-hold     binary-long.
       01 segment-count  binary-long value 0.
       01 segment-idx    binary-long.

       01 hold-table.
           05 hold-entry occurs 100 times.
               10 hld-id           pic x(08).
               10 hld-type         pic x(01).
               10 hld-value        pic x(36).
               10 hld-from-date    pic 9(08).
               10 hld-to-date      pic 9(08).

       01 segment-table.
           05 segment-entry occurs 500 times.
               10 seg-guid         pic x(36).
               10 seg-hold-idx     binary-long.

       01 date-flag pic x(01).
           88 date-in-range value "Y".

       linkage section.
       01 lookup-oper-id      pic x(20).
       01 lookup-guid         pic x(36).
       01 lookup-run-id       pic x(15).
       01 lookup-date         pic 9(08).
       01 lookup-hold-id      pic x(08).
       01 lookup-status       pic x(02).

       procedure division using lookup-oper-id lookup-guid
                                lookup-run-id lookup-date
                                lookup-hold-id lookup-status.
           if not register-loaded
               perform 1000-load-holds thru 1000-load-holds-exit
           end-if.
           move spaces to lookup-hold-id.
           if not register-available
               move "35" to lookup-status
               goback
           end-if.
           if fail-safe-hold
               move "00" to lookup-status
               move fail-safe-hold-id to lookup-hold-id
               goback
           end-if.
           move 0 to found-hold.
           perform varying hold-idx from 1 by 1
               until hold-idx > hold-count or found-hold > 0
               perform 2000-test-one-hold thru 2000-test-one-hold-exit
           end-perform.
           if found-hold = 0 and run-holds-present
               and lookup-guid not = spaces
               perform varying segment-idx from 1 by 1
                   until segment-idx > segment-count or found-hold > 0
                   if seg-guid(segment-idx) = lookup-guid
                       move seg-hold-idx(segment-idx) to hold-idx
                       perform 2100-check-date-range
                           thru 2100-check-date-range-exit
                       if date-in-range
                           move hold-idx to found-hold
                       end-if
                   end-if
               end-perform
           end-if.
           if found-hold = 0
               move "23" to lookup-status
           else
               move "00" to lookup-status
               move hld-id(found-hold) to lookup-hold-id
           end-if.
           goback.

      *----------------------------------------------------------------
      *  1000-load-holds - only holds in force are kept; a missing
      *  register leaves REGISTER-AVAILABLE off and every answer 35.
      *----------------------------------------------------------------
       1000-load-holds.
           set register-loaded to true.
           open input LEGALHOLD-FILE.
           if legalhold-status <> "00"
               go to 1000-load-holds-exit
           end-if.
           set register-available to true.
           perform 1100-load-one-hold thru 1100-load-one-hold-exit
               until no-more-hold-records.
           close LEGALHOLD-FILE.
           if run-holds-present
               perform 1200-load-run-segments
                   thru 1200-load-run-segments-exit
           end-if.
       1000-load-holds-exit.
           exit.

       1100-load-one-hold.
           read LEGALHOLD-FILE next
               at end
                   set no-more-hold-records to true
                   go to 1100-load-one-hold-exit
           end-read.
           if not HOLD-IN-FORCE
               go to 1100-load-one-hold-exit
           end-if.
           if hold-count >= 100
               display "HOLDCHECK: hold table full - " HOLD-ID
                   " not loaded, every record held as *OVERFLW"
               set fail-safe-hold to true
               move "*OVERFLW" to fail-safe-hold-id
               set no-more-hold-records to true
               go to 1100-load-one-hold-exit
           end-if.
           add 1 to hold-count.
           move HOLD-ID to hld-id(hold-count).
           move HOLD-TYPE to hld-type(hold-count).
           move HOLD-VALUE to hld-value(hold-count).
           move HOLD-FROM-DATE to hld-from-date(hold-count).
           move HOLD-TO-DATE to hld-to-date(hold-count).
           if HOLD-BY-RUN
               set run-holds-present to true
           end-if.
       1100-load-one-hold-exit.
           exit.

      *----------------------------------------------------------------
      *  1200-load-run-segments - every RUNREG line whose logical-run
      *  id is under a hold adds its segment GUID to the table.  With
      *  no RUNREG the run holds cannot reach their segments, and
      *  everything is held instead.
      *----------------------------------------------------------------
       1200-load-run-segments.
           if fail-safe-hold
               go to 1200-load-run-segments-exit
           end-if.
           open input RUNREG-FILE.
           if runreg-status <> "00"
               display "HOLDCHECK: run holds in force but RUNREG "
                   "status " runreg-status
                   ", every record held as *NORUNRG"
               set fail-safe-hold to true
               move "*NORUNRG" to fail-safe-hold-id
               go to 1200-load-run-segments-exit
           end-if.
           perform 1210-load-one-segment
               thru 1210-load-one-segment-exit
               until no-more-runreg-records.
           close RUNREG-FILE.
       1200-load-run-segments-exit.
           exit.

       1210-load-one-segment.
           read RUNREG-FILE
               at end
                   set no-more-runreg-records to true
                   go to 1210-load-one-segment-exit
           end-read.
           perform varying hold-idx from 1 by 1
               until hold-idx > hold-count
               if hld-type(hold-idx) = "R"
                   and hld-value(hold-idx)(1:15) = RR-RUN-ID
                   if segment-count < 500
                       add 1 to segment-count
                       move RR-SEGMENT-GUID to seg-guid(segment-count)
                       move hold-idx to seg-hold-idx(segment-count)
                   else
                       if not fail-safe-hold
                           display "HOLDCHECK: run segment table "
                               "full - " RR-RUN-ID " " RR-SEGMENT-GUID
                               " not loaded, every record held as "
                               "*OVERFLW"
                       end-if
                       set fail-safe-hold to true
                       move "*OVERFLW" to fail-safe-hold-id
                       set no-more-runreg-records to true
                   end-if
               end-if
           end-perform.
       1210-load-one-segment-exit.
           exit.

      *----------------------------------------------------------------
      *  2000-test-one-hold - the record's own fields against one
      *  hold; run holds are matched here on the run id itself and
      *  afterwards, by the caller's GUID, through the segment table.
      *----------------------------------------------------------------
       2000-test-one-hold.
           evaluate hld-type(hold-idx)
               when "O"
                   if lookup-oper-id = spaces
                       or hld-value(hold-idx)(1:20) not = lookup-oper-id
                       go to 2000-test-one-hold-exit
                   end-if
               when "G"
                   if lookup-guid = spaces
                       or hld-value(hold-idx) not = lookup-guid
                       go to 2000-test-one-hold-exit
                   end-if
               when "R"
                   if lookup-run-id = spaces
                       or hld-value(hold-idx)(1:15) not = lookup-run-id
                       go to 2000-test-one-hold-exit
                   end-if
               when "D"
                   if lookup-date = 0
                       go to 2000-test-one-hold-exit
                   end-if
               when other
                   go to 2000-test-one-hold-exit
           end-evaluate.
           perform 2100-check-date-range
               thru 2100-check-date-range-exit.
           if date-in-range
               move hold-idx to found-hold
           end-if.
       2000-test-one-hold-exit.
           exit.

       2100-check-date-range.
           move "Y" to date-flag.
           if lookup-date = 0
               go to 2100-check-date-range-exit
           end-if.
           if hld-from-date(hold-idx) > 0
               and lookup-date < hld-from-date(hold-idx)
               move "N" to date-flag
           end-if.
           if hld-to-date(hold-idx) > 0
               and lookup-date > hld-to-date(hold-idx)
               move "N" to date-flag
           end-if.
       2100-check-date-range-exit.
           exit.

       end program HoldCheck.
