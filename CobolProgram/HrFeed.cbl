      *  master.  HRFEED is HR's extract of one movement per line -
      *  J(oiner), L(eaver) or M(ove), then the operator id, name,
      *  department and effective date.  Each line is compared with
      *  OPERMAST and the corresponding OPERTRAN ADD, DEA or XFR
      *  transaction is generated (appended, so hand-typed lines
      *  survive), feeding the normal OperMaint maker/checker path so
      *  the paper trail in OPERRPT and the dual-control gate are
      *  morning's run instead of waiting for the quarterly review.
      *
      *  HRDELTA reports every proposal and every deliberate
      *  non-action with its reason; each run is appended to the
      *  last.  A department move of an active operator becomes an
      *  XFR transfer carrying HR's effective date, so the OPERDEPT
      *  history records the move on the day it actually happened.
      *  What is still flagged MANUAL rather than transacted: a
      *  rehire of a deactivated id (ADD would be rejected as a
      *  duplicate), and a move for an id that is not on the master
      *  or is inactive (there is nothing valid to transfer).  Those
      *  need a person, and the report says so.
      *  Each delta line carries the date of the feed run and HR's
      *  effective date, so the audit trail can place it in time.
      *----------------------------------------------------------------

       environment division.
           05  TRAN-EXP-DATE       pic x(08).

       fd  HRDELTA-FILE.
       01  HRDELTA-LINE            pic x(120).

       working-storage section.
       01 opermast-status  pic x(02).
       01 feed-count       binary-long value 0.
       01 add-count        binary-long value 0.
       01 dea-count        binary-long value 0.
       01 xfr-count        binary-long value 0.
       01 manual-count     binary-long value 0.
       01 reject-count     binary-long value 0.

           05 dlt-verdict          pic x(12).
           05 filler               pic x(01) value space.
           05 dlt-reason           pic x(60).
           05 filler               pic x(01) value space.
           05 dlt-run-date         pic 9(08).
           05 filler               pic x(01) value space.
           05 dlt-eff-date         pic x(08).

       procedure division.
           perform 1000-initialize thru 1000-initialize-exit.
      *  stops instead.
      *----------------------------------------------------------------
       1000-initialize.
           accept dlt-run-date from date yyyymmdd.
           open extend HRDELTA-FILE.
           if hrdelta-status <> "00"
               open output HRDELTA-FILE
           end-if.
           move "HR FEED DELTA PROPOSALS" to HRDELTA-LINE.
           write HRDELTA-LINE.
           open input OPERMAST-FILE.
       2100-compare-one-movement.
           move HR-ACTION to dlt-action.
           move HR-OPER-ID to dlt-oper-id.
           move HR-EFF-DATE to dlt-eff-date.
           move HR-OPER-ID to OPER-ID.
           move "Y" to master-found.
           read OPERMAST-FILE
                   move "NO ACTION   " to dlt-verdict
                   move "department already matches" to dlt-reason
               else
                   if OPER-ACTIVE
                       move "XFR" to proposed-action
                       perform 2500-write-transaction
                           thru 2500-write-transaction-exit
                       add 1 to xfr-count
                       move "XFR PROPOSED" to dlt-verdict
                       move "department differs from master"
                           to dlt-reason
                   else
                       move "MANUAL      " to dlt-verdict
                       move "department move for an inactive id"
                           to dlt-reason
                       add 1 to manual-count
                   end-if
               end-if
           end-if.
           perform 8000-write-delta thru 8000-write-delta-exit.
      *  2500-write-transaction - one OPERTRAN line in exactly the
      *  layout a hand-typed one has, so OperMaint treats the two
      *  identically: validated, stamped with the maker id, queued
      *  for a different operator's approval.  For an XFR only the id,
      *  department and effective date matter to OperMaint; the name
      *  rides along for the reader of the journal.
      *----------------------------------------------------------------
       2500-write-transaction.
           move spaces to TRAN-RECORD.
           close HRDELTA-FILE.
           display "HRFEED: " feed-count " movement(s), "
               add-count " ADD, " dea-count " DEA, "
               xfr-count " XFR, " manual-count " manual".
       9000-terminate-exit.
           exit.

