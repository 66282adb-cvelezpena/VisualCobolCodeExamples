      *  record ACKED with that id and note, rebuilding ALERTQ through
      *  a temp-and-rename the same way LogArchive rewrites its
      *  manifest.  Transactions that match no alert are reported so a
      *  typo'd GUID is noticed, not swallowed.  Results are appended
      *  to ACKRPT, each line stamped with the date and time of the
      *  pass.
      *
      *  Only someone answerable for the alert may acknowledge it:
      *  the operator AlertEscalate last paged (ALR-PAGED-ID), or an
      *  operator OnCallLookup finds on the ONCALL roster for the
      *  alert's department, either now or when the alert was
      *  raised.  Anyone else's ack is reported NOT ROSTER and the
      *  alert stays open for the next escalation pass.  With no
      *  roster on file, acks are taken as before and the report
      *  says they went unchecked.
      *----------------------------------------------------------------

       environment division.
       copy "ALERTREC.cpy".

       fd  ALERTQ-TEMP.
       01  ALERTQ-TEMP-RECORD         pic x(222).

       fd  ACKTRAN-FILE.
       01  ACKTRAN-RECORD.
       01 ack-idx        binary-long.
       01 acked-count    binary-long value 0.
       01 dropped-count  binary-long value 0.
       01 refused-count  binary-long value 0.

       01 today-date       pic 9(08).
       01 now-time         pic 9(08).
       01 alert-date-x     pic x(08).
       01 alert-time-x     pic x(04).
       01 oncall-mode      pic x(01) value "C".
       01 oncall-date      pic 9(08).
       01 oncall-time      pic 9(04).
       01 oncall-tier      pic x(01).
       01 oncall-oper-id   pic x(20).
       01 oncall-dept      pic x(10).
       01 oncall-result    pic x(02).
       01 ack-allowed pic x(01).
           88 ack-is-allowed value "Y".
       01 roster-warning pic x(01) value "N".
           88 roster-warning-given value "Y".

       01 table-overflow pic x(01) value "N".
           88 table-overflowed value "Y".
           05 dtl-guid             pic x(36).
           05 filler               pic x(01) value space.
           05 dtl-operator         pic x(20).
           05 filler               pic x(01) value space.
           05 dtl-ack-date         pic 9(08).
           05 filler               pic x(01) value space.
           05 dtl-ack-time         pic 9(06).

       procedure division.
           perform 1000-initialize thru 1000-initialize-exit.
           perform 4000-report-unmatched
               thru 4000-report-unmatched-exit.
           perform 9000-terminate thru 9000-terminate-exit.
           if table-overflowed or refused-count > 0
               move 8 to return-code
           end-if.
           goback.

      *----------------------------------------------------------------
       1000-initialize.
           accept today-date from date yyyymmdd.
           accept now-time from time.
           move today-date to dtl-ack-date.
           move now-time(1:6) to dtl-ack-time.
           open input ACKTRAN-FILE.
           if acktran-status <> "00"
               set no-more-acktran-records to true
           end-if.
           open extend REPORT-FILE.
           if report-status <> "00"
               open output REPORT-FILE
           end-if.
           move "ALERT ACKNOWLEDGMENT PASS" to REPORT-LINE.
           write REPORT-LINE.
       1000-initialize-exit.
               perform varying ack-idx from 1 by 1
                   until ack-idx > ack-count
                   if ackt-guid(ack-idx) = ALR-GUID
                       perform 3200-check-roster
                           thru 3200-check-roster-exit
                       move "Y" to ackt-used(ack-idx)
                       move ALR-GUID to dtl-guid
                       move ackt-operator(ack-idx) to dtl-operator
                       if ack-is-allowed
                           move "ACKED" to ALR-STATUS
                           move ackt-operator(ack-idx) to ALR-ACK-ID
                           move ackt-note(ack-idx) to ALR-ACK-NOTE
                           add 1 to acked-count
                           move "ACKED     " to dtl-tag
                       else
                           add 1 to refused-count
                           move "NOT ROSTER" to dtl-tag
                       end-if
                       move detail-line to REPORT-LINE
                       write REPORT-LINE
                   end-if
       3100-apply-one-alert-exit.
           exit.

      *----------------------------------------------------------------
      *  3200-check-roster - the operator last paged is always
      *  answerable; otherwise the roster is asked twice, for now and
      *  for the moment the alert was raised, so a hand-over between
      *  raise and ack does not lock out either shift.
      *----------------------------------------------------------------
       3200-check-roster.
           move "Y" to ack-allowed.
           if ALR-PAGED-ID not = spaces
               and ackt-operator(ack-idx) = ALR-PAGED-ID
               go to 3200-check-roster-exit
           end-if.
           move ackt-operator(ack-idx) to oncall-oper-id.
           move today-date to oncall-date.
           move now-time(1:4) to oncall-time.
           call "OnCallLookup" using oncall-mode ALR-USERID
               oncall-date oncall-time oncall-tier oncall-oper-id
               oncall-dept oncall-result.
           if oncall-result = "35"
               if not roster-warning-given
                   set roster-warning-given to true
                   move "NO ONCALL ROSTER - ACKS TAKEN UNCHECKED"
                       to REPORT-LINE
                   write REPORT-LINE
               end-if
               go to 3200-check-roster-exit
           end-if.
           if oncall-result = "00"
               go to 3200-check-roster-exit
           end-if.
           move spaces to alert-date-x.
           string ALR-TIMESTAMP(1:4) ALR-TIMESTAMP(6:2)
               ALR-TIMESTAMP(9:2)
               delimited by size into alert-date-x.
           move spaces to alert-time-x.
           string ALR-TIMESTAMP(12:2) ALR-TIMESTAMP(15:2)
               delimited by size into alert-time-x.
           if alert-date-x numeric and alert-time-x numeric
               move alert-date-x to oncall-date
               move alert-time-x to oncall-time
               call "OnCallLookup" using oncall-mode ALR-USERID
                   oncall-date oncall-time oncall-tier oncall-oper-id
                   oncall-dept oncall-result
               if oncall-result = "00"
                   go to 3200-check-roster-exit
               end-if
           end-if.
           move "N" to ack-allowed.
       3200-check-roster-exit.
           exit.

      *----------------------------------------------------------------
       4000-report-unmatched.
           perform varying ack-idx from 1 by 1
           close ACKTRAN-FILE.
           close REPORT-FILE.
           display "ALERTACK: " acked-count " alert(s) acknowledged".
           if refused-count > 0
               display "ALERTACK: " refused-count
                   " ack(s) refused - not on roster"
           end-if.
       9000-terminate-exit.
           exit.

