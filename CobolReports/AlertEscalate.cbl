      *----------------------------------------------------------------
      *  AlertEscalate - escalation pass over the ALERTQ alert queue.
      *  Any alert still unacknowledged (OPEN, or already ESCALATE
      *  from an earlier pass) older than the escalation interval
      *  gets SENDALERT re-driven with the original counts and session
      *  GUID, and is marked ESCALATE - so a page nobody
      *  answered fires again instead of dying in the queue.  The
      *  interval in hours is the ESCHOURS setting on the PARMLIB
      *  parameter library, read through ParmGet; 2 when none is in
      *  force.  The queue is rebuilt through a temp-and-rename,
      *  and the pass is reported to ESCRPT.
      *
      *  Each pass that re-drives an alert also moves it one tier up
      *  the ONCALL roster - primary, then secondary, then manager,
      *  where it stays - and pages whoever OnCallLookup says holds
      *  that tier for the alert's department right now.  The tier
      *  reached and the operator paged are kept on the alert
      *  (ALR-TIER, ALR-PAGED-ID) so the next pass knows where to
      *  go and AlertAck knows who was asked.  With no roster, or no
      *  one on that tier, the alert's own operator is paged as
      *  before and the report says NO ROSTER.
      *----------------------------------------------------------------

       environment division.
               organization line sequential
               file status is alertq-temp-status.

           select REPORT-FILE assign "ESCRPT"
               organization line sequential
               file status is report-status.
       copy "ALERTREC.cpy".

       fd  ALERTQ-TEMP.
       01  ALERTQ-TEMP-RECORD         pic x(222).

       fd  REPORT-FILE.
       01  REPORT-LINE                pic x(100).

       working-storage section.
       copy "PARMREQ.cpy".

       01 alertq-status       pic x(02).
       01 alertq-temp-status  pic x(02).
       01 report-status       pic x(02).

       01 escalate-hours   binary-long value 2.
       01 today-date       pic 9(08).
       01 now-time         pic 9(08).
       01 now-time-split redefines now-time.
       01 alert-errors     binary-long.
       01 alert-fatals     binary-long.

       01 oncall-mode      pic x(01) value "P".
       01 oncall-time      pic 9(04).
       01 oncall-tier      pic x(01).
       01 oncall-oper-id   pic x(20).
       01 oncall-dept      pic x(10).
       01 oncall-result    pic x(02).

       01 end-of-alertq pic x(01) value "N".
           88 no-more-alertq-records value "Y".

           05 dtl-guid             pic x(36).
           05 filler               pic x(01) value space.
           05 dtl-timestamp        pic x(19).
           05 filler               pic x(01) value space.
           05 dtl-tier             pic x(01).
           05 filler               pic x(01) value space.
           05 dtl-paged-id         pic x(20).

       procedure division.
           perform 1000-initialize thru 1000-initialize-exit.
       1000-initialize.
           accept today-date from date yyyymmdd.
           accept now-time from time.
           move now-time(1:4) to oncall-time.
           move function integer-of-date(today-date) to today-julian.
           move "G" to PRQ-MODE.
           move "AlertEscalate" to PRQ-CALLER.
           move "AlertEscalate" to PRQ-PROGRAM.
           move "ESCHOURS" to PRQ-KEYWORD.
           call "ParmGet" using PARM-REQUEST.
           if PRQ-STATUS < "12"
               move PRQ-NUMBER to escalate-hours
           end-if.
           open output REPORT-FILE.
           move "ALERT ESCALATION PASS" to REPORT-LINE.
       1000-initialize-exit.
           exit.

      *----------------------------------------------------------------
       2000-escalate-stale-alerts.
           open input ALERTQ-FILE.
               + (now-hh * 60 + now-mm)
               - (alert-hh * 60 + alert-mm).
           if age-minutes > escalate-hours * 60
               perform 2200-page-next-tier
                   thru 2200-page-next-tier-exit
           end-if.
       2100-review-one-alert-write.
           write ALERTQ-TEMP-RECORD from ALERT-RECORD.
       2100-review-one-alert-exit.
           exit.

      *----------------------------------------------------------------
      *  2200-page-next-tier - one tier up per pass, never past the
      *  manager; a manager-tier alert is simply paged again.  The
      *  roster is asked about today and now, for the department the
      *  alert's operator is in today.
      *----------------------------------------------------------------
       2200-page-next-tier.
           evaluate true
               when ALR-NOT-ESCALATED
                   move "P" to ALR-TIER
               when ALR-TIER-PRIMARY
                   move "S" to ALR-TIER
               when other
                   move "M" to ALR-TIER
           end-evaluate.
           move ALR-TIER to oncall-tier.
           call "OnCallLookup" using oncall-mode ALR-USERID
               today-date oncall-time oncall-tier oncall-oper-id
               oncall-dept oncall-result.
           if oncall-result = "00"
               move oncall-oper-id to ALR-PAGED-ID
               move "ESCALATED " to dtl-tag
           else
               move ALR-USERID to ALR-PAGED-ID
               move "NO ROSTER " to dtl-tag
           end-if.
           move ALR-ERROR-COUNT to alert-errors.
           move ALR-FATAL-COUNT to alert-fatals.
           call "SENDALERT"
               using by value alert-errors alert-fatals
               by content ALR-PAGED-ID ALR-GUID
               on exception
                   continue
           end-call.
           move "ESCALATE" to ALR-STATUS.
           add 1 to escalated-count.
           move ALR-GUID to dtl-guid.
           move ALR-TIMESTAMP to dtl-timestamp.
           move ALR-TIER to dtl-tier.
           move ALR-PAGED-ID to dtl-paged-id.
           move detail-line to REPORT-LINE.
           write REPORT-LINE.
       2200-page-next-tier-exit.
           exit.

      *----------------------------------------------------------------
       9000-terminate.
           close REPORT-FILE.
