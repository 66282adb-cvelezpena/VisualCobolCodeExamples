
      *----------------------------------------------------------------
      *  OperApprove - the checker half of dual control over the
      *  OPERMAST operator master.  OperMaint queues validated ADD,
      *  DEA and XFR transactions on OPERPEND (PENDREC.cpy) with the
      *  maker's
      *  identity; this program applies or discards each queued item
      *  on the say-so of a different operator.
      *
      *  the queue is rebuilt through a temp-and-rename the same way
      *  AlertAck rebuilds ALERTQ.  Every decision goes to OPERRPT
      *  with both identities and both timestamps.
      *
      *  Every approved ADD and XFR is also appended to OPERDEPT
      *  (DEPTHREC.cpy), the dated history of department assignments
      *  that the reports resolve a LOGFILE line's team through, so
      *  a reorganisation no longer re-credits an operator's past to
      *  their new department.
      *----------------------------------------------------------------

       environment division.
               organization line sequential
               file status is operpend-temp-status.

           select OPERDEPT-FILE assign "OPERDEPT"
               organization line sequential
               file status is operdept-status.

           select APPRTRAN-FILE assign "APPRTRAN"
               organization line sequential
               file status is apprtran-status.
       fd  OPERPEND-TEMP.
       01  OPERPEND-TEMP-RECORD    pic x(127).

       fd  OPERDEPT-FILE.
       copy "DEPTHREC.cpy".

       fd  APPRTRAN-FILE.
       01  APPR-RECORD.
           05  APPR-ACTION         pic x(03).
       01 opermast-status       pic x(02).
       01 operpend-status       pic x(02).
       01 operpend-temp-status  pic x(02).
       01 operdept-status       pic x(02).
       01 apprtran-status       pic x(02).
       01 operrpt-status        pic x(02).

       01 master-found pic x(01).
           88 master-record-found value "Y".

       01 from-dept        pic x(10).
       01 history-eff-date pic 9(08).

       01 table-overflow pic x(01) value "N".
           88 table-overflowed value "Y".

               go to 3200-decide-one-item-exit
           end-if.

           evaluate true
               when PEND-ADD
                   perform 3400-apply-add thru 3400-apply-add-exit
               when PEND-XFR
                   perform 3600-apply-transfer
                       thru 3600-apply-transfer-exit
               when other
                   perform 3500-apply-deactivate
                       thru 3500-apply-deactivate-exit
           end-evaluate.
       3200-decide-one-item-exit.
           exit.

      *  3400-apply-add - the defaulting OperMaint used to do at entry
      *  time happens here instead: a blank effective date means the
      *  day of approval, a blank expiry date means never expires.
      *  New operators always start active.  An applied ADD opens the
      *  operator's department history at their effective date.
      *----------------------------------------------------------------
       3400-apply-add.
           move PEND-OPER-ID to OPER-ID.
               not invalid key
                   move "APPROVED    " to dtl-result
                   add 1 to applied-count
                   move spaces to from-dept
                   move OPER-EFF-DATE to history-eff-date
                   perform 8100-append-dept-history
                       thru 8100-append-dept-history-exit
           end-write.
           perform 8000-write-detail thru 8000-write-detail-exit.
           move "applied to master" to ntl-reason.
       3500-apply-deactivate-exit.
           exit.

      *----------------------------------------------------------------
      *  3600-apply-transfer - OPER-DEPT takes the new department and
      *  the move is appended to the history with the department left
      *  behind, effective the day HR says it happened (blank means
      *  the day of approval).  A rewrite failure leaves the history
      *  untouched, so the two files never disagree.
      *----------------------------------------------------------------
       3600-apply-transfer.
           move PEND-OPER-ID to OPER-ID.
           move "Y" to master-found.
           read OPERMAST-FILE
               invalid key
                   move "N" to master-found
           end-read.
           if not master-record-found
               move "XFR FAILED  " to dtl-result
               add 1 to error-count
               perform 8000-write-detail
                   thru 8000-write-detail-exit
               move "operator id not on master" to ntl-reason
               move apt-note(found-appr) to ntl-note
               move note-line to OPERRPT-LINE
               write OPERRPT-LINE
               go to 3600-apply-transfer-exit
           end-if.
           move OPER-DEPT to from-dept.
           move PEND-OPER-DEPT to OPER-DEPT.
           rewrite OPER-RECORD
               invalid key
                   move "XFR FAILED  " to dtl-result
                   add 1 to error-count
               not invalid key
                   move "APPROVED    " to dtl-result
                   add 1 to applied-count
                   if PEND-EFF-DATE = spaces
                       move today-date to history-eff-date
                   else
                       move PEND-EFF-DATE to history-eff-date
                   end-if
                   perform 8100-append-dept-history
                       thru 8100-append-dept-history-exit
           end-rewrite.
           perform 8000-write-detail thru 8000-write-detail-exit.
           move spaces to ntl-reason.
           string "moved from " from-dept delimited by space
               " to " PEND-OPER-DEPT delimited by size
               into ntl-reason.
           if dtl-result = "XFR FAILED  "
               move "rewrite failed" to ntl-reason
           end-if.
           move apt-note(found-appr) to ntl-note.
           move note-line to OPERRPT-LINE.
           write OPERRPT-LINE.
       3600-apply-transfer-exit.
           exit.

      *----------------------------------------------------------------
      *  4000-report-unmatched - a decision naming no queued item is
      *  reported so a typo'd sequence number is noticed, not
       8000-write-detail-exit.
           exit.

      *----------------------------------------------------------------
      *  8100-append-dept-history - one OPERDEPT line for the change
      *  just applied; the caller has set HISTORY-EFF-DATE and
      *  FROM-DEPT.  Opened and closed per line, as approvals are few
      *  and the history must survive an abend later in the pass.
      *----------------------------------------------------------------
       8100-append-dept-history.
           open extend OPERDEPT-FILE.
           if operdept-status <> "00"
               open output OPERDEPT-FILE
           end-if.
           move spaces to DEPTH-RECORD.
           move PEND-OPER-ID to DEPTH-OPER-ID.
           move history-eff-date to DEPTH-EFF-DATE.
           move from-dept to DEPTH-FROM-DEPT.
           move OPER-DEPT to DEPTH-TO-DEPT.
           move PEND-ACTION to DEPTH-ACTION.
           move PEND-MAKER-ID to DEPTH-MAKER-ID.
           move apt-checker(found-appr) to DEPTH-CHECKER-ID.
           move today-date to DEPTH-APPLY-DATE.
           write DEPTH-RECORD.
           close OPERDEPT-FILE.
       8100-append-dept-history-exit.
           exit.

      *----------------------------------------------------------------
       9000-terminate.
           if table-overflowed
