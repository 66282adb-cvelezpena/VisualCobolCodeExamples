      $SET ILUSING"Demo.Net"

       program-id. AuditTrail.

      *----------------------------------------------------------------
      *  AuditTrail - one time-ordered answer to "what did operator X
      *  do last month", collated from every control file that
      *  records an operator's hand on the system:
      *    OPERPEND   changes queued and still awaiting a checker
      *    OPERRPT    OperApprove's maker/checker decision lines
      *    SCHDPEND   schedule changes queued and awaiting a checker
      *    SCHDRPT    SchedApprove's JOBSTREAM/RUNSCHED decisions
      *    HOLDRPT    legal holds placed or released (HoldMaint) and
      *               the checker's decisions on them (HoldApprove)
      *    CREDAUDIT  credential rotations (CredRotate)
      *    LOCKAUDIT  stale-lock breaks and run-lock overrides
      *    ACKRPT     alert acknowledgments and refused attempts
      *    ALERTQ     acknowledged alerts, live and in the Housekeep
      *               ALERTQ archives listed in HSKMANIFEST
      *    HRDELTA    HR feed proposals made on the operator's id
      *    MSGCRPT    message catalog maintenance
      *    PARMCRPT   parameter library maintenance
      *    LOGFILE    AUDIT lines (UserId switches), live and in the
      *               dated archives listed in ARCHMANIFEST
      *  Every entry names who acted (the actor) and whose id it was
      *  done to (the subject); an entry is listed when either one is
      *  the operator asked about - or, by department, when either
      *  one belonged to the department on the entry's date
      *  (DeptAsOf, falling back to OPERMAST's current OPER-DEPT).
      *
      *  The selection is AuditTrail settings on the PARMLIB parameter
      *  library, read through ParmGet as LogExtract reads its own:
      *    OPER    xxx                  the operator asked about
      *    DEPT    xxx                  or a whole department
      *    FROM    YYYY-MM-DD           earliest date listed
      *    TO      YYYY-MM-DD           latest date listed
      *  One of OPER or DEPT is required (OPER wins if both are
      *  given); FROM and TO default to everything on file.
      *
      *  AUDRPT lists the entries in date and time order, then a
      *  self-dealing section repeating any entry in which the actor
      *  acted on their own id: acknowledging (or trying to
      *  acknowledge) an alert raised under their own ALR-USERID,
      *  queueing an operator-master change to their own id, or
      *  deciding one as checker, or placing, releasing or deciding
      *  a legal hold on their own id.
      *
      *  The ALERTQ record keeps no acknowledgment time, so an ack
      *  found only there is dated by the alert's raise timestamp,
      *  as OperRecert dates one; an ack still on ACKRPT is taken
      *  from there instead, with the time of the pass.  A source
      *  line written before its report carried a date is listed
      *  with date 00000000 whatever the range, so nothing that
      *  names the operator is silently left out.
      *----------------------------------------------------------------

       environment division.
       input-output section.
       file-control.
           select SOURCE-FILE assign source-name
               organization line sequential
               file status is source-status.

           select MANIFEST-FILE assign manifest-name
               organization line sequential
               file status is manifest-status.

           select OPERMAST-FILE assign "OPERMAST"
               organization indexed
               access random
               record key OPER-ID
               file status is opermast-status.

           select AUDRPT-FILE assign "AUDRPT"
               organization line sequential
               file status is audrpt-status.

           select SORT-FILE assign "SORTWORK".

       data division.
       file section.
      *----------------------------------------------------------------
      *  Every source is read through the one line-sequential FD,
      *  wide enough for a LOGFILE line; shorter lines read in padded
      *  with spaces and are picked apart in working storage.
      *----------------------------------------------------------------
       fd  SOURCE-FILE.
       01  SOURCE-RECORD              pic x(307).

      *----------------------------------------------------------------
      *  Both manifests are read through the one FD.  The record is
      *  laid out as HSKMANIFEST, whose name column is 32 wide;
      *  ARCHMANIFEST lines are moved to MANREC.cpy in working
      *  storage, since its name column is only 20 wide and the
      *  creation date follows straight after it.
      *----------------------------------------------------------------
       fd  MANIFEST-FILE.
       01  MANIFEST-LINE.
           05  MFT-ARCHIVE-NAME       pic x(32).
           05  filler                 pic x(09).

       fd  OPERMAST-FILE.
       copy "OPERREC.cpy".

       fd  AUDRPT-FILE.
       01  AUDRPT-LINE                pic x(150).

       sd  SORT-FILE.
       01  SORT-RECORD.
           05  SORT-DATE              pic 9(08).
           05  SORT-TIME              pic 9(06).
           05  SORT-SEQUENCE          pic 9(09).
           05  SORT-SOURCE            pic x(10).
           05  SORT-ACTION            pic x(14).
           05  SORT-ACTOR             pic x(20).
           05  SORT-SUBJECT           pic x(20).
           05  SORT-DETAIL            pic x(60).
           05  SORT-SELF-FLAG         pic x(01).

       working-storage section.
       copy "PARMREQ.cpy".

       01 source-status    pic x(02).
       01 manifest-status  pic x(02).
       01 opermast-status  pic x(02).
       01 audrpt-status    pic x(02).

       01 source-name      pic x(32).
       01 manifest-name    pic x(12).

       copy "PENDREC.cpy".
       copy "SPNDREC.cpy".
       copy "ALERTREC.cpy".
       copy "LOGREC.cpy".
       copy "MANREC.cpy".

      *----------------------------------------------------------------
      *  Column views of the report-style sources.  OPERRPT decision
      *  lines are told from OperMaint's lines by the " maker="
      *  literal at column 38, as OperRecert tells them; each may be
      *  followed by a note line giving the reason.  SCHDRPT carries
      *  SchedApprove's decisions in the same layout, the subject
      *  being the target and step or stream name.
      *----------------------------------------------------------------
       01 decision-view.
           05 dcv-result           pic x(12).
           05 filler               pic x(01).
           05 dcv-action           pic x(03).
           05 filler               pic x(01).
           05 dcv-oper-id          pic x(20).
           05 dcv-maker-tag        pic x(07).
           05 dcv-maker            pic x(20).
           05 filler               pic x(01).
           05 dcv-maker-date       pic x(08).
           05 filler               pic x(01).
           05 dcv-maker-time       pic x(06).
           05 filler               pic x(06).
           05 dcv-checker          pic x(20).
           05 filler               pic x(01).
           05 dcv-check-date       pic x(08).
           05 filler               pic x(01).
           05 dcv-check-time       pic x(06).
           05 filler               pic x(185).

       01 note-view.
           05 ntv-tag              pic x(09).
           05 ntv-reason           pic x(40).
           05 filler               pic x(258).

      *----------------------------------------------------------------
      *  HOLDRPT detail lines have one layout for both programs, the
      *  operator column being HoldMaint's maker or HoldApprove's
      *  checker; a HoldApprove decision is the one followed by a
      *  "   maker " line naming the maker and the checker's note.
      *----------------------------------------------------------------
       01 hold-view.
           05 hdv-action           pic x(08).
           05 filler               pic x(01).
           05 hdv-hold-id          pic x(08).
           05 filler               pic x(01).
           05 hdv-type             pic x(01).
           05 filler               pic x(01).
           05 hdv-value            pic x(36).
           05 filler               pic x(01).
           05 hdv-oper-id          pic x(20).
           05 filler               pic x(01).
           05 hdv-result           pic x(54).
           05 filler               pic x(01).
           05 hdv-run-date         pic x(08).
           05 filler               pic x(01).
           05 hdv-run-time         pic x(06).
           05 filler               pic x(159).

       01 hold-note-view.
           05 hnv-tag              pic x(09).
           05 hnv-maker            pic x(20).
           05 filler               pic x(07).
           05 hnv-note             pic x(30).
           05 filler               pic x(241).

       01 cred-view.
           05 crv-date             pic x(10).
           05 filler               pic x(01).
           05 crv-time             pic x(08).
           05 filler               pic x(01).
           05 crv-oper-id          pic x(20).
           05 filler               pic x(01).
           05 crv-action           pic x(08).
           05 filler               pic x(06).
           05 crv-db-user          pic x(30).
           05 filler               pic x(222).

       01 lock-view.
           05 lkv-date             pic x(08).
           05 filler               pic x(01).
           05 lkv-time             pic x(06).
           05 filler               pic x(01).
           05 lkv-stream           pic x(08).
           05 filler               pic x(01).
           05 lkv-action           pic x(20).
           05 filler               pic x(01).
           05 lkv-holder-guid      pic x(36).
           05 filler               pic x(01).
           05 lkv-oper-id          pic x(20).
           05 filler               pic x(204).

       01 ack-view.
           05 akv-tag              pic x(10).
           05 akv-guid             pic x(36).
           05 filler               pic x(01).
           05 akv-oper-id          pic x(20).
           05 filler               pic x(01).
           05 akv-date             pic x(08).
           05 filler               pic x(01).
           05 akv-time             pic x(06).
           05 filler               pic x(224).

       01 delta-view.
           05 dlv-action           pic x(01).
           05 dlv-gap-1            pic x(01).
           05 dlv-oper-id          pic x(20).
           05 dlv-gap-2            pic x(01).
           05 dlv-verdict          pic x(12).
           05 filler               pic x(01).
           05 dlv-reason           pic x(60).
           05 filler               pic x(01).
           05 dlv-run-date         pic x(08).
           05 filler               pic x(01).
           05 dlv-eff-date         pic x(08).
           05 filler               pic x(193).

       01 catalog-view.
           05 ctv-action           pic x(08).
           05 filler               pic x(01).
           05 ctv-code             pic x(08).
           05 filler               pic x(01).
           05 ctv-result           pic x(60).
           05 filler               pic x(01).
           05 ctv-maint-by         pic x(20).
           05 filler               pic x(01).
           05 ctv-maint-date       pic x(08).
           05 filler               pic x(01).
           05 ctv-maint-time       pic x(06).
           05 filler               pic x(192).

       01 parm-maint-view.
           05 pmv-action           pic x(08).
           05 filler               pic x(01).
           05 pmv-program          pic x(20).
           05 filler               pic x(01).
           05 pmv-keyword          pic x(12).
           05 filler               pic x(01).
           05 pmv-eff-date         pic x(08).
           05 filler               pic x(01).
           05 pmv-result           pic x(50).
           05 filler               pic x(01).
           05 pmv-maint-by         pic x(20).
           05 filler               pic x(01).
           05 pmv-maint-date       pic x(08).
           05 filler               pic x(01).
           05 pmv-maint-time       pic x(06).
           05 filler               pic x(168).

      *----------------------------------------------------------------
      *  Selection.  Dates are compared as yyyymmdd; the bounds
      *  default to everything on file.
      *----------------------------------------------------------------
       01 parm-value       pic x(60).
       01 bound-work       pic x(08).
       01 oper-filter      pic x(20) value spaces.
       01 dept-filter      pic x(10) value spaces.
       01 from-date        pic 9(08) value 0.
       01 to-date          pic 9(08) value 99991231.
       01 today-date       pic 9(08).

       01 selection-mode pic x(01) value space.
           88 select-by-operator   value "O".
           88 select-by-department value "D".

       01 master-state pic x(01) value "N".
           88 master-available value "Y".
       01 master-found pic x(01).
           88 master-record-found value "Y".

      *----------------------------------------------------------------
      *  The entry being offered to the sort, and what it resolved to.
      *----------------------------------------------------------------
       01 offer-date       pic 9(08).
       01 offer-time       pic 9(06).
       01 offer-source     pic x(10).
       01 decision-source  pic x(10).
       01 offer-action     pic x(14).
       01 offer-actor      pic x(20).
       01 offer-subject    pic x(20).
       01 offer-detail     pic x(60).
       01 offer-self       pic x(01).
       01 offer-match pic x(01).
           88 offer-selected value "Y".

       01 dept-oper-id     pic x(20).
       01 dept-date        pic 9(08).
       01 dept-found       pic x(10).
       01 history-dept     pic x(10).
       01 history-status   pic x(02).

       01 date-work-x      pic x(08).
       01 time-work-x      pic x(06).
       01 old-userid       pic x(20).
       01 new-userid       pic x(20).
       01 word-work        pic x(20).

       01 end-of-source pic x(01) value "N".
           88 no-more-source-records value "Y".
       01 end-of-manifest pic x(01) value "N".
           88 no-more-manifest-records value "Y".
       01 end-of-sort pic x(01) value "N".
           88 no-more-sorted-records value "Y".
       01 decision-state pic x(01) value "N".
           88 decision-pending value "Y".
       01 hold-line-state pic x(01) value "N".
           88 hold-line-pending value "Y".

       01 offered-count    binary-long value 0.
       01 listed-count     binary-long value 0.
       01 undated-count    binary-long value 0.
       01 source-count     binary-long value 0.

      *----------------------------------------------------------------
      *  Alerts known from ALERTQ and its archives: who each was
      *  raised under (the self-dealing test for an ack) and who
      *  acknowledged it.  ACKRPT acks are noted so the same ack is
      *  not listed a second time from the queue.  Entries past a
      *  table's capacity are counted and reported, not lost quietly.
      *----------------------------------------------------------------
       01 alert-count      binary-long value 0.
       01 alert-idx        binary-long.
       01 found-alert      binary-long.
       01 alert-overflow   binary-long value 0.
       01 alert-table.
           05 alert-entry occurs 1000 times.
               10 alt-guid         pic x(36).
               10 alt-userid       pic x(20).
               10 alt-timestamp    pic x(19).
               10 alt-ack-id       pic x(20).
               10 alt-ack-note     pic x(60).

       01 acked-count      binary-long value 0.
       01 acked-idx        binary-long.
       01 found-acked      binary-long.
       01 acked-table.
           05 acked-entry occurs 1000 times.
               10 akd-guid         pic x(36).
               10 akd-oper-id      pic x(20).

      *----------------------------------------------------------------
      *  Self-dealing entries, held for the second section.
      *----------------------------------------------------------------
       01 self-count       binary-long value 0.
       01 self-idx         binary-long.
       01 self-overflow    binary-long value 0.
       01 self-table.
           05 self-line occurs 200 times pic x(150).

       01 heading-line.
           05 filler               pic x(09) value "DATE".
           05 filler               pic x(07) value "TIME".
           05 filler               pic x(11) value "SOURCE".
           05 filler               pic x(15) value "ACTION".
           05 filler               pic x(21) value "ACTOR".
           05 filler               pic x(21) value "SUBJECT".
           05 filler               pic x(06) value "DETAIL".

       01 detail-line.
           05 dtl-date             pic 9(08).
           05 filler               pic x(01) value space.
           05 dtl-time             pic 9(06).
           05 filler               pic x(01) value space.
           05 dtl-source           pic x(10).
           05 filler               pic x(01) value space.
           05 dtl-action           pic x(14).
           05 filler               pic x(01) value space.
           05 dtl-actor            pic x(20).
           05 filler               pic x(01) value space.
           05 dtl-subject          pic x(20).
           05 filler               pic x(01) value space.
           05 dtl-detail           pic x(60).

       01 total-line.
           05 ttl-label            pic x(40).
           05 ttl-count            pic zzzzzzzz9.

       procedure division.
           perform 1000-initialize thru 1000-initialize-exit.
           if selection-mode = space
               move "NO OPER OR DEPT ON PARMLIB - NOTHING SELECTED"
                   to AUDRPT-LINE
               write AUDRPT-LINE
               close AUDRPT-FILE
               display "AUDITTRAIL: no operator or department given"
               move 8 to return-code
               goback
           end-if.
           sort SORT-FILE
               on ascending key SORT-DATE SORT-TIME SORT-SEQUENCE
               input procedure is 2000-gather-entries
                   thru 2000-gather-entries-exit
               output procedure is 3000-write-trail
                   thru 3000-write-trail-exit.
           perform 4000-write-self-dealing
               thru 4000-write-self-dealing-exit.
           perform 9000-terminate thru 9000-terminate-exit.
           goback.

      *----------------------------------------------------------------
      *  1000-initialize - parameters first, since the heading names
      *  what was asked for.  OPERMAST is only needed by department.
      *----------------------------------------------------------------
       1000-initialize.
           accept today-date from date yyyymmdd.
           perform 1100-read-selection thru 1100-read-selection-exit.
           if oper-filter not = spaces
               set select-by-operator to true
           else
               if dept-filter not = spaces
                   set select-by-department to true
               end-if
           end-if.
           if select-by-department
               open input OPERMAST-FILE
               if opermast-status = "00"
                   set master-available to true
               end-if
           end-if.

           open output AUDRPT-FILE.
           move spaces to AUDRPT-LINE.
           if select-by-department
               string "OPERATOR AUDIT TRAIL - DEPARTMENT "
                   dept-filter delimited by size into AUDRPT-LINE
           else
               string "OPERATOR AUDIT TRAIL - OPERATOR "
                   oper-filter delimited by size into AUDRPT-LINE
           end-if.
           write AUDRPT-LINE.
           move spaces to AUDRPT-LINE.
           string "FROM " from-date " TO " to-date
               "  (date 00000000 = source line carries no date)"
               delimited by size into AUDRPT-LINE.
           write AUDRPT-LINE.
       1000-initialize-exit.
           exit.

      *----------------------------------------------------------------
      *  1100-read-selection - one ParmGet per setting; a date bound
      *  not set (or not valid) leaves everything on file selected.
      *----------------------------------------------------------------
       1100-read-selection.
           move "G" to PRQ-MODE.
           move "AuditTrail" to PRQ-CALLER.
           move "AuditTrail" to PRQ-PROGRAM.
           move "OPER" to PRQ-KEYWORD.
           call "ParmGet" using PARM-REQUEST.
           if PRQ-STATUS < "12"
               move PRQ-VALUE to oper-filter
           end-if.
           move "DEPT" to PRQ-KEYWORD.
           call "ParmGet" using PARM-REQUEST.
           if PRQ-STATUS < "12"
               move PRQ-VALUE to dept-filter
           end-if.
           move "FROM" to PRQ-KEYWORD.
           call "ParmGet" using PARM-REQUEST.
           move PRQ-VALUE to parm-value.
           if PRQ-STATUS < "12" and parm-value <> spaces
               perform 1200-parse-bound thru 1200-parse-bound-exit
               if bound-work numeric
                   move bound-work to from-date
               end-if
           end-if.
           move "TO" to PRQ-KEYWORD.
           call "ParmGet" using PARM-REQUEST.
           move PRQ-VALUE to parm-value.
           if PRQ-STATUS < "12" and parm-value <> spaces
               perform 1200-parse-bound thru 1200-parse-bound-exit
               if bound-work numeric
                   move bound-work to to-date
               end-if
           end-if.
       1100-read-selection-exit.
           exit.

      *----------------------------------------------------------------
      *  1200-parse-bound - YYYY-MM-DD as LogExtract takes it, or the
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
      *  2000-gather-entries - the sort's input procedure: every
      *  source in turn offers its entries through 8000-offer-entry.
      *----------------------------------------------------------------
       2000-gather-entries.
           perform 2100-gather-pending thru 2100-gather-pending-exit.
           move "OPERRPT" to decision-source.
           perform 2200-gather-decisions
               thru 2200-gather-decisions-exit.
           perform 2150-gather-sched-pending
               thru 2150-gather-sched-pending-exit.
           move "SCHDRPT" to decision-source.
           perform 2200-gather-decisions
               thru 2200-gather-decisions-exit.
           perform 2250-gather-hold-decisions
               thru 2250-gather-hold-decisions-exit.
           perform 2300-gather-credentials
               thru 2300-gather-credentials-exit.
           perform 2400-gather-lock-audit
               thru 2400-gather-lock-audit-exit.
           perform 2500-gather-acks thru 2500-gather-acks-exit.
           perform 2600-gather-hr-delta
               thru 2600-gather-hr-delta-exit.
           perform 2700-gather-catalog
               thru 2700-gather-catalog-exit.
           perform 2750-gather-parm-maint
               thru 2750-gather-parm-maint-exit.
           perform 2800-gather-log-audit
               thru 2800-gather-log-audit-exit.
       2000-gather-entries-exit.
           exit.

      *----------------------------------------------------------------
      *  2050-open-source - opens SOURCE-NAME, leaving the end switch
      *  set when it is not there; callers close only on status 00.
      *----------------------------------------------------------------
       2050-open-source.
           move "N" to end-of-source.
           open input SOURCE-FILE.
           if source-status <> "00"
               set no-more-source-records to true
           else
               add 1 to source-count
           end-if.
       2050-open-source-exit.
           exit.

      *----------------------------------------------------------------
       2100-gather-pending.
           move "OPERPEND" to source-name.
           perform 2050-open-source thru 2050-open-source-exit.
           if no-more-source-records
               go to 2100-gather-pending-exit
           end-if.
           perform 2110-offer-one-pending
               thru 2110-offer-one-pending-exit
               until no-more-source-records.
           close SOURCE-FILE.
       2100-gather-pending-exit.
           exit.

       2110-offer-one-pending.
           read SOURCE-FILE
               at end
                   set no-more-source-records to true
                   go to 2110-offer-one-pending-exit
           end-read.
           move SOURCE-RECORD to PEND-RECORD.
           move PEND-MAKER-DATE to offer-date.
           move PEND-MAKER-TIME to offer-time.
           move "OPERPEND" to offer-source.
           move spaces to offer-action.
           string "QUEUED " PEND-ACTION
               delimited by size into offer-action.
           move PEND-MAKER-ID to offer-actor.
           move PEND-OPER-ID to offer-subject.
           move spaces to offer-detail.
           string "seq " PEND-SEQ " awaiting checker"
               delimited by size into offer-detail.
           move "N" to offer-self.
           if PEND-MAKER-ID = PEND-OPER-ID
               move "Y" to offer-self
           end-if.
           perform 8000-offer-entry thru 8000-offer-entry-exit.
       2110-offer-one-pending-exit.
           exit.

      *----------------------------------------------------------------
      *  2150-gather-sched-pending - schedule changes queued by
      *  SchedMaint and not yet decided; the subject is the control
      *  file entry, so only the maker can be the operator asked
      *  about.
      *----------------------------------------------------------------
       2150-gather-sched-pending.
           move "SCHDPEND" to source-name.
           perform 2050-open-source thru 2050-open-source-exit.
           if no-more-source-records
               go to 2150-gather-sched-pending-exit
           end-if.
           perform 2160-offer-one-sched-pending
               thru 2160-offer-one-sched-pending-exit
               until no-more-source-records.
           close SOURCE-FILE.
       2150-gather-sched-pending-exit.
           exit.

       2160-offer-one-sched-pending.
           read SOURCE-FILE
               at end
                   set no-more-source-records to true
                   go to 2160-offer-one-sched-pending-exit
           end-read.
           move SOURCE-RECORD to SPND-RECORD.
           move SPND-MAKER-DATE to offer-date.
           move SPND-MAKER-TIME to offer-time.
           move "SCHDPEND" to offer-source.
           move spaces to offer-action.
           string "QUEUED " SPND-ACTION
               delimited by size into offer-action.
           move SPND-MAKER-ID to offer-actor.
           move spaces to offer-subject.
           string SPND-TARGET " " SPND-IMAGE(1:8)
               delimited by size into offer-subject.
           move spaces to offer-detail.
           string "seq " SPND-SEQ " awaiting checker"
               delimited by size into offer-detail.
           move "N" to offer-self.
           perform 8000-offer-entry thru 8000-offer-entry-exit.
       2160-offer-one-sched-pending-exit.
           exit.

      *----------------------------------------------------------------
      *  2200-gather-decisions - each OperApprove decision line is
      *  held until the next line shows whether a note follows it.
      *  A decided item has left OPERPEND, so its maker's queueing is
      *  listed from here too; a HELD item is still queued and its
      *  maker entry comes from OPERPEND instead.  DECISION-SOURCE
      *  names the report: OPERRPT, or SCHDRPT for SchedApprove's
      *  decisions, which pair with SCHDPEND the same way.
      *----------------------------------------------------------------
       2200-gather-decisions.
           move decision-source to source-name.
           perform 2050-open-source thru 2050-open-source-exit.
           if no-more-source-records
               go to 2200-gather-decisions-exit
           end-if.
           move "N" to decision-state.
           perform 2210-read-one-report-line
               thru 2210-read-one-report-line-exit
               until no-more-source-records.
           close SOURCE-FILE.
           if decision-pending
               move spaces to ntv-reason
               perform 2220-offer-decision
                   thru 2220-offer-decision-exit
           end-if.
       2200-gather-decisions-exit.
           exit.

       2210-read-one-report-line.
           read SOURCE-FILE
               at end
                   set no-more-source-records to true
                   go to 2210-read-one-report-line-exit
           end-read.
           move SOURCE-RECORD to note-view.
           if ntv-tag = "   note: " and decision-pending
               perform 2220-offer-decision
                   thru 2220-offer-decision-exit
               go to 2210-read-one-report-line-exit
           end-if.
           if decision-pending
               move spaces to ntv-reason
               perform 2220-offer-decision
                   thru 2220-offer-decision-exit
           end-if.
           move SOURCE-RECORD to decision-view.
           if dcv-maker-tag = " maker="
               set decision-pending to true
           end-if.
       2210-read-one-report-line-exit.
           exit.

       2220-offer-decision.
           move "N" to decision-state.
           move decision-source to offer-source.
           move dcv-check-date to date-work-x.
           move dcv-check-time to time-work-x.
           perform 8200-set-offer-stamp thru 8200-set-offer-stamp-exit.
           move spaces to offer-action.
           string dcv-result delimited by "  "
               " " dcv-action delimited by size
               into offer-action.
           move dcv-checker to offer-actor.
           move dcv-oper-id to offer-subject.
           move spaces to offer-detail.
           string "maker " delimited by size
               dcv-maker delimited by space
               " " ntv-reason delimited by size
               into offer-detail.
           move "N" to offer-self.
           if dcv-checker = dcv-oper-id
               move "Y" to offer-self
           end-if.
           perform 8000-offer-entry thru 8000-offer-entry-exit.
           if dcv-result = "HELD"
               go to 2220-offer-decision-exit
           end-if.
           move dcv-maker-date to date-work-x.
           move dcv-maker-time to time-work-x.
           perform 8200-set-offer-stamp thru 8200-set-offer-stamp-exit.
           move spaces to offer-action.
           string "QUEUED " dcv-action
               delimited by size into offer-action.
           move dcv-maker to offer-actor.
           move spaces to offer-detail.
           string "decided by " delimited by size
               dcv-checker delimited by space
               " - " dcv-result delimited by size
               into offer-detail.
           move "N" to offer-self.
           if dcv-maker = dcv-oper-id
               move "Y" to offer-self
           end-if.
           perform 8000-offer-entry thru 8000-offer-entry-exit.
       2220-offer-decision-exit.
           exit.

      *----------------------------------------------------------------
      *  2250-gather-hold-decisions - HOLDRPT, held a line behind as
      *  2200 holds OPERRPT, so a HoldApprove decision can be told by
      *  the maker line under it.  HoldMaint's PLC and REL lines are
      *  the maker's own entries; HoldApprove's are the checker's,
      *  naming the maker.  Only dated detail lines are taken - the
      *  headings and LST listing lines carry no date column.  An
      *  operator hold's subject is the operator held.
      *----------------------------------------------------------------
       2250-gather-hold-decisions.
           move "HOLDRPT" to source-name.
           perform 2050-open-source thru 2050-open-source-exit.
           if no-more-source-records
               go to 2250-gather-hold-decisions-exit
           end-if.
           move "N" to hold-line-state.
           perform 2260-read-one-hold-line
               thru 2260-read-one-hold-line-exit
               until no-more-source-records.
           close SOURCE-FILE.
           if hold-line-pending
               move spaces to hold-note-view
               perform 2270-offer-hold-line
                   thru 2270-offer-hold-line-exit
           end-if.
       2250-gather-hold-decisions-exit.
           exit.

       2260-read-one-hold-line.
           read SOURCE-FILE
               at end
                   set no-more-source-records to true
                   go to 2260-read-one-hold-line-exit
           end-read.
           move SOURCE-RECORD to hold-note-view.
           if hnv-tag = "   maker " and hold-line-pending
               perform 2270-offer-hold-line
                   thru 2270-offer-hold-line-exit
               go to 2260-read-one-hold-line-exit
           end-if.
           if hold-line-pending
               move spaces to hold-note-view
               perform 2270-offer-hold-line
                   thru 2270-offer-hold-line-exit
           end-if.
           move SOURCE-RECORD to hold-view.
           if hdv-run-date numeric
               and (hdv-action = "PLC" or "REL" or "APP" or "REJ"
                   or "UNKNOWN")
               set hold-line-pending to true
           end-if.
       2260-read-one-hold-line-exit.
           exit.

       2270-offer-hold-line.
           move "N" to hold-line-state.
           move "HOLDRPT" to offer-source.
           move hdv-run-date to date-work-x.
           move hdv-run-time to time-work-x.
           perform 8200-set-offer-stamp thru 8200-set-offer-stamp-exit.
           move spaces to offer-action.
           string "HOLD " hdv-action
               delimited by size into offer-action.
           move hdv-oper-id to offer-actor.
           move spaces to offer-subject.
           if hdv-type = "O"
               move hdv-value(1:20) to offer-subject
           end-if.
           move spaces to offer-detail.
           if hnv-tag = "   maker "
               string hdv-hold-id delimited by space
                   " maker " delimited by size
                   hnv-maker delimited by space
                   " " delimited by size
                   hdv-result delimited by "  "
                   " " delimited by size
                   hnv-note delimited by size
                   into offer-detail
           else
               string hdv-hold-id delimited by space
                   " " delimited by size
                   hdv-result delimited by size
                   into offer-detail
           end-if.
           move "N" to offer-self.
           if offer-subject not = spaces
               and offer-subject = hdv-oper-id
               move "Y" to offer-self
           end-if.
           perform 8000-offer-entry thru 8000-offer-entry-exit.
       2270-offer-hold-line-exit.
           exit.

      *----------------------------------------------------------------
       2300-gather-credentials.
           move "CREDAUDIT" to source-name.
           perform 2050-open-source thru 2050-open-source-exit.
           if no-more-source-records
               go to 2300-gather-credentials-exit
           end-if.
           perform 2310-offer-one-credential
               thru 2310-offer-one-credential-exit
               until no-more-source-records.
           close SOURCE-FILE.
       2300-gather-credentials-exit.
           exit.

       2310-offer-one-credential.
           read SOURCE-FILE
               at end
                   set no-more-source-records to true
                   go to 2310-offer-one-credential-exit
           end-read.
           move SOURCE-RECORD to cred-view.
           move spaces to date-work-x.
           string crv-date(1:4) crv-date(6:2) crv-date(9:2)
               delimited by size into date-work-x.
           move spaces to time-work-x.
           string crv-time(1:2) crv-time(4:2) crv-time(7:2)
               delimited by size into time-work-x.
           perform 8200-set-offer-stamp thru 8200-set-offer-stamp-exit.
           move "CREDAUDIT" to offer-source.
           move spaces to offer-action.
           string "CRED " crv-action
               delimited by size into offer-action.
           move crv-oper-id to offer-actor.
           move spaces to offer-subject.
           move spaces to offer-detail.
           string "database user " crv-db-user
               delimited by size into offer-detail.
           move "N" to offer-self.
           perform 8000-offer-entry thru 8000-offer-entry-exit.
       2310-offer-one-credential-exit.
           exit.

      *----------------------------------------------------------------
       2400-gather-lock-audit.
           move "LOCKAUDIT" to source-name.
           perform 2050-open-source thru 2050-open-source-exit.
           if no-more-source-records
               go to 2400-gather-lock-audit-exit
           end-if.
           perform 2410-offer-one-lock-line
               thru 2410-offer-one-lock-line-exit
               until no-more-source-records.
           close SOURCE-FILE.
       2400-gather-lock-audit-exit.
           exit.

       2410-offer-one-lock-line.
           read SOURCE-FILE
               at end
                   set no-more-source-records to true
                   go to 2410-offer-one-lock-line-exit
           end-read.
           move SOURCE-RECORD to lock-view.
           move lkv-date to date-work-x.
           move lkv-time to time-work-x.
           perform 8200-set-offer-stamp thru 8200-set-offer-stamp-exit.
           move "LOCKAUDIT" to offer-source.
           move "LOCK OVERRIDE" to offer-action.
           move lkv-oper-id to offer-actor.
           move spaces to offer-subject.
           move spaces to offer-detail.
           string "stream " delimited by size
               lkv-stream delimited by space
               " " lkv-action delimited by "  "
               " holder " lkv-holder-guid delimited by size
               into offer-detail.
           move "N" to offer-self.
           perform 8000-offer-entry thru 8000-offer-entry-exit.
       2410-offer-one-lock-line-exit.
           exit.

      *----------------------------------------------------------------
      *  2500-gather-acks - the alert table is built first (live
      *  queue, then the Housekeep archives), so an ack can be tested
      *  against the operator the alert was raised under; ACKRPT's
      *  stamped lines come next, and last the queue's acks that
      *  ACKRPT no longer shows.
      *----------------------------------------------------------------
       2500-gather-acks.
           move "ALERTQ" to source-name.
           perform 2510-load-alert-file thru 2510-load-alert-file-exit.
           move "HSKMANIFEST" to manifest-name.
           move "N" to end-of-manifest.
           open input MANIFEST-FILE.
           if manifest-status = "00"
               perform 2520-load-one-archived-queue
                   thru 2520-load-one-archived-queue-exit
                   until no-more-manifest-records
               close MANIFEST-FILE
           end-if.

           move "ACKRPT" to source-name.
           perform 2050-open-source thru 2050-open-source-exit.
           if not no-more-source-records
               perform 2530-offer-one-ack-line
                   thru 2530-offer-one-ack-line-exit
                   until no-more-source-records
               close SOURCE-FILE
           end-if.

           perform varying alert-idx from 1 by 1
               until alert-idx > alert-count
               if alt-ack-id(alert-idx) not = spaces
                   perform 2540-offer-queue-ack
                       thru 2540-offer-queue-ack-exit
               end-if
           end-perform.
       2500-gather-acks-exit.
           exit.

       2510-load-alert-file.
           perform 2050-open-source thru 2050-open-source-exit.
           if no-more-source-records
               go to 2510-load-alert-file-exit
           end-if.
           perform 2511-load-one-alert
               thru 2511-load-one-alert-exit
               until no-more-source-records.
           close SOURCE-FILE.
       2510-load-alert-file-exit.
           exit.

       2511-load-one-alert.
           read SOURCE-FILE
               at end
                   set no-more-source-records to true
                   go to 2511-load-one-alert-exit
           end-read.
           move SOURCE-RECORD to ALERT-RECORD.
           if alert-count >= 1000
               add 1 to alert-overflow
               go to 2511-load-one-alert-exit
           end-if.
           add 1 to alert-count.
           move ALR-GUID to alt-guid(alert-count).
           move ALR-USERID to alt-userid(alert-count).
           move ALR-TIMESTAMP to alt-timestamp(alert-count).
           move spaces to alt-ack-id(alert-count).
           move ALR-ACK-NOTE to alt-ack-note(alert-count).
           if ALR-ACKED
               move ALR-ACK-ID to alt-ack-id(alert-count)
           end-if.
       2511-load-one-alert-exit.
           exit.

       2520-load-one-archived-queue.
           read MANIFEST-FILE
               at end
                   set no-more-manifest-records to true
                   go to 2520-load-one-archived-queue-exit
           end-read.
           if MFT-ARCHIVE-NAME(1:7) not = "ALERTQ."
               go to 2520-load-one-archived-queue-exit
           end-if.
           move MFT-ARCHIVE-NAME to source-name.
           perform 2510-load-alert-file thru 2510-load-alert-file-exit.
       2520-load-one-archived-queue-exit.
           exit.

       2530-offer-one-ack-line.
           read SOURCE-FILE
               at end
                   set no-more-source-records to true
                   go to 2530-offer-one-ack-line-exit
           end-read.
           move SOURCE-RECORD to ack-view.
           if akv-tag not = "ACKED" and akv-tag not = "NOT ROSTER"
               go to 2530-offer-one-ack-line-exit
           end-if.
           move akv-date to date-work-x.
           move akv-time to time-work-x.
           perform 8200-set-offer-stamp thru 8200-set-offer-stamp-exit.
           perform 2550-find-alert thru 2550-find-alert-exit.
           move "ACKRPT" to offer-source.
           if akv-tag = "ACKED"
               move "ALERT ACKED" to offer-action
               if acked-count < 1000
                   add 1 to acked-count
                   move akv-guid to akd-guid(acked-count)
                   move akv-oper-id to akd-oper-id(acked-count)
               end-if
           else
               move "ACK REFUSED" to offer-action
           end-if.
           move akv-oper-id to offer-actor.
           move spaces to offer-subject.
           if found-alert > 0
               move alt-userid(found-alert) to offer-subject
           end-if.
           move spaces to offer-detail.
           string "alert " akv-guid
               delimited by size into offer-detail.
           move "N" to offer-self.
           if offer-subject not = spaces
               and offer-subject = akv-oper-id
               move "Y" to offer-self
           end-if.
           perform 8000-offer-entry thru 8000-offer-entry-exit.
       2530-offer-one-ack-line-exit.
           exit.

       2540-offer-queue-ack.
           move 0 to found-acked.
           perform varying acked-idx from 1 by 1
               until acked-idx > acked-count or found-acked > 0
               if akd-guid(acked-idx) = alt-guid(alert-idx)
                   and akd-oper-id(acked-idx) = alt-ack-id(alert-idx)
                   move acked-idx to found-acked
               end-if
           end-perform.
           if found-acked > 0
               go to 2540-offer-queue-ack-exit
           end-if.
           move spaces to date-work-x.
           string alt-timestamp(alert-idx)(1:4)
               alt-timestamp(alert-idx)(6:2)
               alt-timestamp(alert-idx)(9:2)
               delimited by size into date-work-x.
           move spaces to time-work-x.
           string alt-timestamp(alert-idx)(12:2)
               alt-timestamp(alert-idx)(15:2)
               alt-timestamp(alert-idx)(18:2)
               delimited by size into time-work-x.
           perform 8200-set-offer-stamp thru 8200-set-offer-stamp-exit.
           move "ALERTQ" to offer-source.
           move "ALERT ACKED" to offer-action.
           move alt-ack-id(alert-idx) to offer-actor.
           move alt-userid(alert-idx) to offer-subject.
           move spaces to offer-detail.
           string "alert " alt-guid(alert-idx) " (raised)"
               delimited by size into offer-detail.
           move "N" to offer-self.
           if alt-ack-id(alert-idx) = alt-userid(alert-idx)
               move "Y" to offer-self
           end-if.
           perform 8000-offer-entry thru 8000-offer-entry-exit.
       2540-offer-queue-ack-exit.
           exit.

       2550-find-alert.
           move 0 to found-alert.
           perform varying alert-idx from 1 by 1
               until alert-idx > alert-count or found-alert > 0
               if alt-guid(alert-idx) = akv-guid
                   move alert-idx to found-alert
               end-if
           end-perform.
       2550-find-alert-exit.
           exit.

      *----------------------------------------------------------------
      *  2600-gather-hr-delta - the HR feed acts on an operator's id
      *  rather than as one, so HRFEED stands as the actor.  Only
      *  delta lines are taken; the headings fail the column test.
      *----------------------------------------------------------------
       2600-gather-hr-delta.
           move "HRDELTA" to source-name.
           perform 2050-open-source thru 2050-open-source-exit.
           if no-more-source-records
               go to 2600-gather-hr-delta-exit
           end-if.
           perform 2610-offer-one-delta
               thru 2610-offer-one-delta-exit
               until no-more-source-records.
           close SOURCE-FILE.
       2600-gather-hr-delta-exit.
           exit.

       2610-offer-one-delta.
           read SOURCE-FILE
               at end
                   set no-more-source-records to true
                   go to 2610-offer-one-delta-exit
           end-read.
           move SOURCE-RECORD to delta-view.
           if dlv-gap-1 not = space or dlv-gap-2 not = space
               or dlv-oper-id = spaces
               go to 2610-offer-one-delta-exit
           end-if.
           move dlv-run-date to date-work-x.
           move zeros to time-work-x.
           perform 8200-set-offer-stamp thru 8200-set-offer-stamp-exit.
           move "HRDELTA" to offer-source.
           move spaces to offer-action.
           string "HR " dlv-action " " dlv-verdict
               delimited by size into offer-action.
           move "HRFEED" to offer-actor.
           move dlv-oper-id to offer-subject.
           move spaces to offer-detail.
           string "eff " dlv-eff-date " " dlv-reason
               delimited by size into offer-detail.
           move "N" to offer-self.
           perform 8000-offer-entry thru 8000-offer-entry-exit.
       2610-offer-one-delta-exit.
           exit.

      *----------------------------------------------------------------
      *  2700-gather-catalog - only MSGCRPT detail lines that name
      *  who ran the maintenance can be attributed to anyone.
      *----------------------------------------------------------------
       2700-gather-catalog.
           move "MSGCRPT" to source-name.
           perform 2050-open-source thru 2050-open-source-exit.
           if no-more-source-records
               go to 2700-gather-catalog-exit
           end-if.
           perform 2710-offer-one-catalog-line
               thru 2710-offer-one-catalog-line-exit
               until no-more-source-records.
           close SOURCE-FILE.
       2700-gather-catalog-exit.
           exit.

       2710-offer-one-catalog-line.
           read SOURCE-FILE
               at end
                   set no-more-source-records to true
                   go to 2710-offer-one-catalog-line-exit
           end-read.
           move SOURCE-RECORD to catalog-view.
           if ctv-maint-by = spaces or ctv-maint-date not numeric
               go to 2710-offer-one-catalog-line-exit
           end-if.
           move ctv-maint-date to date-work-x.
           move ctv-maint-time to time-work-x.
           perform 8200-set-offer-stamp thru 8200-set-offer-stamp-exit.
           move "MSGCRPT" to offer-source.
           move spaces to offer-action.
           string "MSGCAT " ctv-action
               delimited by size into offer-action.
           move ctv-maint-by to offer-actor.
           move spaces to offer-subject.
           move spaces to offer-detail.
           string ctv-code " " ctv-result
               delimited by size into offer-detail.
           move "N" to offer-self.
           perform 8000-offer-entry thru 8000-offer-entry-exit.
       2710-offer-one-catalog-line-exit.
           exit.

      *----------------------------------------------------------------
      *  2750-gather-parm-maint - PARMCRPT detail lines, attributed to
      *  who ran ParmMaint as MSGCRPT's are to who ran MsgCatMaint.
      *  The LST listing lines carry no maintainer and are passed by.
      *----------------------------------------------------------------
       2750-gather-parm-maint.
           move "PARMCRPT" to source-name.
           perform 2050-open-source thru 2050-open-source-exit.
           if no-more-source-records
               go to 2750-gather-parm-maint-exit
           end-if.
           perform 2760-offer-one-parm-line
               thru 2760-offer-one-parm-line-exit
               until no-more-source-records.
           close SOURCE-FILE.
       2750-gather-parm-maint-exit.
           exit.

       2760-offer-one-parm-line.
           read SOURCE-FILE
               at end
                   set no-more-source-records to true
                   go to 2760-offer-one-parm-line-exit
           end-read.
           move SOURCE-RECORD to parm-maint-view.
           if pmv-maint-by = spaces or pmv-maint-date not numeric
               go to 2760-offer-one-parm-line-exit
           end-if.
           move pmv-maint-date to date-work-x.
           move pmv-maint-time to time-work-x.
           perform 8200-set-offer-stamp thru 8200-set-offer-stamp-exit.
           move "PARMCRPT" to offer-source.
           move spaces to offer-action.
           string "PARMLIB " pmv-action
               delimited by size into offer-action.
           move pmv-maint-by to offer-actor.
           move spaces to offer-subject.
           move spaces to offer-detail.
           string pmv-program delimited by space
               " " delimited by size
               pmv-keyword delimited by space
               " " delimited by size
               pmv-eff-date delimited by size
               " " delimited by size
               pmv-result delimited by size
               into offer-detail.
           move "N" to offer-self.
           perform 8000-offer-entry thru 8000-offer-entry-exit.
       2760-offer-one-parm-line-exit.
           exit.

      *----------------------------------------------------------------
      *  2800-gather-log-audit - AUDIT lines from the live LOGFILE
      *  and every archive on ARCHMANIFEST.  The logger writes
      *  "USERID CHANGED from <old> to <new>" under the new id, so
      *  the new id is the actor and the old one the subject.
      *----------------------------------------------------------------
       2800-gather-log-audit.
           move "LOGFILE" to source-name.
           perform 2810-scan-log-file thru 2810-scan-log-file-exit.
           move "ARCHMANIFEST" to manifest-name.
           move "N" to end-of-manifest.
           open input MANIFEST-FILE.
           if manifest-status = "00"
               perform 2820-scan-one-archive
                   thru 2820-scan-one-archive-exit
                   until no-more-manifest-records
               close MANIFEST-FILE
           end-if.
       2800-gather-log-audit-exit.
           exit.

       2810-scan-log-file.
           perform 2050-open-source thru 2050-open-source-exit.
           if no-more-source-records
               go to 2810-scan-log-file-exit
           end-if.
           perform 2811-offer-one-log-line
               thru 2811-offer-one-log-line-exit
               until no-more-source-records.
           close SOURCE-FILE.
       2810-scan-log-file-exit.
           exit.

       2811-offer-one-log-line.
           read SOURCE-FILE
               at end
                   set no-more-source-records to true
                   go to 2811-offer-one-log-line-exit
           end-read.
           move SOURCE-RECORD to LOG-RECORD.
           if LOG-SEVERITY not = "AUDIT"
               go to 2811-offer-one-log-line-exit
           end-if.
           move spaces to date-work-x.
           string LOG-TIMESTAMP(1:4) LOG-TIMESTAMP(6:2)
               LOG-TIMESTAMP(9:2)
               delimited by size into date-work-x.
           move spaces to time-work-x.
           string LOG-TIMESTAMP(12:2) LOG-TIMESTAMP(15:2)
               LOG-TIMESTAMP(18:2)
               delimited by size into time-work-x.
           perform 8200-set-offer-stamp thru 8200-set-offer-stamp-exit.
           move spaces to old-userid.
           move spaces to new-userid.
           if LOG-MESSAGE(1:20) = "USERID CHANGED from "
               unstring LOG-MESSAGE(21:180) delimited by " to "
                   into old-userid new-userid
               move "USERID SWITCH" to offer-action
           else
               move "AUDIT" to offer-action
           end-if.
           move "LOGFILE" to offer-source.
           move LOG-USERID to offer-actor.
           move old-userid to offer-subject.
           move spaces to offer-detail.
           string "session " LOG-GUID
               delimited by size into offer-detail.
           move "N" to offer-self.
           perform 8000-offer-entry thru 8000-offer-entry-exit.
       2811-offer-one-log-line-exit.
           exit.

       2820-scan-one-archive.
           read MANIFEST-FILE
               at end
                   set no-more-manifest-records to true
                   go to 2820-scan-one-archive-exit
           end-read.
           move MANIFEST-LINE to MANIFEST-RECORD.
           move MANIFEST-ARCHIVE-NAME to source-name.
           perform 2810-scan-log-file thru 2810-scan-log-file-exit.
       2820-scan-one-archive-exit.
           exit.

      *----------------------------------------------------------------
      *  3000-write-trail - the sort's output procedure.
      *----------------------------------------------------------------
       3000-write-trail.
           move spaces to AUDRPT-LINE.
           write AUDRPT-LINE.
           move heading-line to AUDRPT-LINE.
           write AUDRPT-LINE.
           perform 3100-write-one-entry
               thru 3100-write-one-entry-exit
               until no-more-sorted-records.
       3000-write-trail-exit.
           exit.

       3100-write-one-entry.
           return SORT-FILE
               at end
                   set no-more-sorted-records to true
                   go to 3100-write-one-entry-exit
           end-return.
           move SORT-DATE to dtl-date.
           move SORT-TIME to dtl-time.
           move SORT-SOURCE to dtl-source.
           move SORT-ACTION to dtl-action.
           move SORT-ACTOR to dtl-actor.
           move SORT-SUBJECT to dtl-subject.
           move SORT-DETAIL to dtl-detail.
           move detail-line to AUDRPT-LINE.
           write AUDRPT-LINE.
           add 1 to listed-count.
           if SORT-DATE = 0
               add 1 to undated-count
           end-if.
           if SORT-SELF-FLAG = "Y"
               if self-count < 200
                   add 1 to self-count
                   move detail-line to self-line(self-count)
               else
                   add 1 to self-overflow
               end-if
           end-if.
       3100-write-one-entry-exit.
           exit.

      *----------------------------------------------------------------
      *  4000-write-self-dealing - the flagged entries again, on
      *  their own, in the same order.
      *----------------------------------------------------------------
       4000-write-self-dealing.
           move spaces to AUDRPT-LINE.
           write AUDRPT-LINE.
           move "SELF-DEALING - ACTIONS TAKEN ON THE ACTOR'S OWN ID"
               to AUDRPT-LINE.
           write AUDRPT-LINE.
           if self-count = 0
               move "  none found" to AUDRPT-LINE
               write AUDRPT-LINE
               go to 4000-write-self-dealing-exit
           end-if.
           move heading-line to AUDRPT-LINE.
           write AUDRPT-LINE.
           perform varying self-idx from 1 by 1
               until self-idx > self-count
               move self-line(self-idx) to AUDRPT-LINE
               write AUDRPT-LINE
           end-perform.
           if self-overflow > 0
               move "*** FURTHER SELF-DEALING ENTRIES NOT REPEATED"
                   to ttl-label
               move self-overflow to ttl-count
               move total-line to AUDRPT-LINE
               write AUDRPT-LINE
           end-if.
       4000-write-self-dealing-exit.
           exit.

      *----------------------------------------------------------------
      *  8000-offer-entry - the one selection test: inside the date
      *  range (or undated), and the operator - or a member of the
      *  department on that date - as actor or subject.
      *----------------------------------------------------------------
       8000-offer-entry.
           if offer-date not = 0
               and (offer-date < from-date or offer-date > to-date)
               go to 8000-offer-entry-exit
           end-if.
           move "N" to offer-match.
           if select-by-operator
               if offer-actor = oper-filter
                   or (offer-subject not = spaces
                       and offer-subject = oper-filter)
                   move "Y" to offer-match
               end-if
           else
               move offer-actor to dept-oper-id
               perform 8100-resolve-dept thru 8100-resolve-dept-exit
               if dept-found = dept-filter
                   move "Y" to offer-match
               else
                   if offer-subject not = spaces
                       move offer-subject to dept-oper-id
                       perform 8100-resolve-dept
                           thru 8100-resolve-dept-exit
                       if dept-found = dept-filter
                           move "Y" to offer-match
                       end-if
                   end-if
               end-if
           end-if.
           if not offer-selected
               go to 8000-offer-entry-exit
           end-if.
           add 1 to offered-count.
           move offer-date to SORT-DATE.
           move offer-time to SORT-TIME.
           move offered-count to SORT-SEQUENCE.
           move offer-source to SORT-SOURCE.
           move offer-action to SORT-ACTION.
           move offer-actor to SORT-ACTOR.
           move offer-subject to SORT-SUBJECT.
           move offer-detail to SORT-DETAIL.
           move offer-self to SORT-SELF-FLAG.
           release SORT-RECORD.
       8000-offer-entry-exit.
           exit.

      *----------------------------------------------------------------
      *  8100-resolve-dept - the department DEPT-OPER-ID was in on
      *  the entry's date; an undated entry is taken as of today.
      *----------------------------------------------------------------
       8100-resolve-dept.
           move spaces to dept-found.
           if dept-oper-id = spaces
               go to 8100-resolve-dept-exit
           end-if.
           move offer-date to dept-date.
           if dept-date = 0
               move today-date to dept-date
           end-if.
           call "DeptAsOf" using dept-oper-id dept-date
               history-dept history-status.
           if history-status = "00"
               move history-dept to dept-found
               go to 8100-resolve-dept-exit
           end-if.
           if not master-available
               go to 8100-resolve-dept-exit
           end-if.
           move dept-oper-id to OPER-ID.
           move "Y" to master-found.
           read OPERMAST-FILE
               invalid key
                   move "N" to master-found
           end-read.
           if master-record-found
               move OPER-DEPT to dept-found
           end-if.
       8100-resolve-dept-exit.
           exit.

      *----------------------------------------------------------------
      *  8200-set-offer-stamp - DATE-WORK-X and TIME-WORK-X as the
      *  source line carried them; anything not numeric reads as an
      *  undated entry (or midnight, for the time).
      *----------------------------------------------------------------
       8200-set-offer-stamp.
           if date-work-x numeric
               move date-work-x to offer-date
           else
               move 0 to offer-date
           end-if.
           if time-work-x numeric
               move time-work-x to offer-time
           else
               move 0 to offer-time
           end-if.
       8200-set-offer-stamp-exit.
           exit.

      *----------------------------------------------------------------
       9000-terminate.
           move spaces to AUDRPT-LINE.
           write AUDRPT-LINE.
           move "SOURCE FILES READ" to ttl-label.
           move source-count to ttl-count.
           move total-line to AUDRPT-LINE.
           write AUDRPT-LINE.
           move "ENTRIES LISTED" to ttl-label.
           move listed-count to ttl-count.
           move total-line to AUDRPT-LINE.
           write AUDRPT-LINE.
           move "ENTRIES WITH NO DATE ON THE SOURCE LINE"
               to ttl-label.
           move undated-count to ttl-count.
           move total-line to AUDRPT-LINE.
           write AUDRPT-LINE.
           move "SELF-DEALING ENTRIES" to ttl-label.
           add self-count to self-overflow.
           move self-overflow to ttl-count.
           move total-line to AUDRPT-LINE.
           write AUDRPT-LINE.
           if alert-overflow > 0
               move "*** ALERTS NOT LOADED - TABLE FULL" to ttl-label
               move alert-overflow to ttl-count
               move total-line to AUDRPT-LINE
               write AUDRPT-LINE
           end-if.
           close AUDRPT-FILE.
           if master-available
               close OPERMAST-FILE
           end-if.
           display "AUDITTRAIL: " listed-count " entr(ies) listed, "
               self-count " self-dealing".
           move 0 to return-code.
       9000-terminate-exit.
           exit.

       end program AuditTrail.
