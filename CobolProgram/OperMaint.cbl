      *----------------------------------------------------------------
      *  OperMaint - maintenance front end for the OPERMAST authorized-
      *  operator master file.  Driven by OPERTRAN, a transaction file
      *  of one action per line (ADD, DEA, XFR, LST), and writes
      *  everything it did - including rejected transactions - to the
      *  OPERRPT report so there is a paper trail for every change to
      *  the master.  OPERRPT is appended to, never replaced, so the
      *  trail - OperApprove's decisions included - runs back past
      *  the latest night.
      *
      *  ADD and DEA are no longer applied here: one person could
      *  otherwise authorize a new operator id end to end, the control
      *  gap audit raised once OPERMAST became the gate for every
      *  TESTCASE row.  Validated transactions are queued instead to
      *  the OPERPEND pending-approvals file (PENDREC.cpy) stamped
      *  with the maker's id (the *ALL USERID setting on the PARMLIB
      *  parameter library, the same one Program1 reads) and
      *  timestamp; OperApprove, run by a different operator, is what
      *  lands them on the master.
      *
      *  ADD  queues a new operator (ids already on the master are
      *       rejected up front).
      *  DEA  queues deactivation of an existing operator; the master
      *       record is kept, never deleted, so old LOGFILE lines
      *       stay traceable.
      *  XFR  queues a department transfer of an existing active
      *       operator (new department in the department column,
      *       the date the move took effect in the effective-date
      *       column - blank for the day of approval).  OperApprove
      *       changes OPER-DEPT and appends the move to the OPERDEPT
      *       history, so reports credit each day's lines to the
      *       team the operator was in that day.
      *  LST  lists every operator currently on the master (read-only,
      *       so it needs no approval).
      *----------------------------------------------------------------
               record key OPER-ID
               file status is opermast-status.

           select OPERTRAN-FILE assign "OPERTRAN"
               organization line sequential
               file status is opertran-status.
       fd  OPERMAST-FILE.
       copy "OPERREC.cpy".

       fd  OPERTRAN-FILE.
       01  TRAN-RECORD.
           05  TRAN-ACTION         pic x(03).
       01  OPERRPT-LINE            pic x(100).

       working-storage section.
       copy "PARMREQ.cpy".

       01 opermast-status  pic x(02).
       01 opertran-status  pic x(02).
       01 operpend-status  pic x(02).
       01 operrpt-status   pic x(02).
           goback.

      *----------------------------------------------------------------
      *  1000-initialize - reads the maker's operator id through
      *  ParmGet (without one every change is rejected: a pending item
      *  with no maker identity could never be dual-controlled), opens
      *  the master read-only for the up-front checks and the LST
      *  action, scans OPERPEND for the highest sequence number
      *----------------------------------------------------------------
       1000-initialize.
           accept today-date from date yyyymmdd.
           move "G" to PRQ-MODE.
           move "OperMaint" to PRQ-CALLER.
           move "*ALL" to PRQ-PROGRAM.
           move "USERID" to PRQ-KEYWORD.
           call "ParmGet" using PARM-REQUEST.
           if PRQ-STATUS < "12"
               move spaces to maker-id
               string PRQ-VALUE delimited by space into maker-id
           end-if.

           open input OPERMAST-FILE.
           if opertran-status <> "00"
               set no-more-trans to true
           end-if.
           open extend OPERRPT-FILE.
           if operrpt-status <> "00"
               open output OPERRPT-FILE
           end-if.
       1000-initialize-exit.
           exit.

               when "DEA"
                   perform 2300-queue-deactivate
                       thru 2300-queue-deactivate-exit
               when "XFR"
                   perform 2600-queue-transfer
                       thru 2600-queue-transfer-exit
               when "LST"
                   perform 2400-list-operators
                       thru 2400-list-operators-exit
           move "ADD" to dtl-action.
           move TRAN-OPER-ID to dtl-oper-id.
           if maker-id = spaces
               move "REJECTED - no maker id on PARMLIB"
                   to dtl-result
               perform 8000-write-detail
                   thru 8000-write-detail-exit
           move "DEA" to dtl-action.
           move TRAN-OPER-ID to dtl-oper-id.
           if maker-id = spaces
               move "REJECTED - no maker id on PARMLIB"
                   to dtl-result
               perform 8000-write-detail
                   thru 8000-write-detail-exit
           exit.

      *----------------------------------------------------------------
      *  2500-write-pending - one queue record per validated change,
      *  carrying the transaction columns verbatim plus the maker's
      *  identity and timestamp, under the next sequence number for
      *  OperApprove to approve or reject by.
       2500-write-pending-exit.
           exit.

      *----------------------------------------------------------------
      *  2600-queue-transfer - a move must name an operator on the
      *  master and still active, a department, and a move date that
      *  is blank or a real date no later than today: a future-dated
      *  move would change OPER-DEPT before the operator has actually
      *  moved.  A move to the department already held is reported
      *  and not queued, for the same reason an inactive DEA is not:
      *  HrFeed repeats a movement until the master catches up.
      *----------------------------------------------------------------
       2600-queue-transfer.
           move "XFR" to dtl-action.
           move TRAN-OPER-ID to dtl-oper-id.
           if maker-id = spaces
               move "REJECTED - no maker id on PARMLIB"
                   to dtl-result
               perform 8000-write-detail
                   thru 8000-write-detail-exit
               add 1 to reject-count
               go to 2600-queue-transfer-exit
           end-if.
           if TRAN-OPER-DEPT = spaces
               move "REJECTED - no department to transfer to"
                   to dtl-result
               perform 8000-write-detail
                   thru 8000-write-detail-exit
               add 1 to reject-count
               go to 2600-queue-transfer-exit
           end-if.
           if TRAN-EFF-DATE not = spaces
               and (TRAN-EFF-DATE not numeric
                   or TRAN-EFF-DATE > today-date)
               move "REJECTED - move date not a date on or before today"
                   to dtl-result
               perform 8000-write-detail
                   thru 8000-write-detail-exit
               add 1 to reject-count
               go to 2600-queue-transfer-exit
           end-if.
           if not master-available
               move "REJECTED - operator master not available"
                   to dtl-result
               perform 8000-write-detail
                   thru 8000-write-detail-exit
               add 1 to reject-count
               go to 2600-queue-transfer-exit
           end-if.
           move TRAN-OPER-ID to OPER-ID.
           read OPERMAST-FILE
               invalid key
                   move "REJECTED - operator id not on master"
                       to dtl-result
                   add 1 to reject-count
                   perform 8000-write-detail
                       thru 8000-write-detail-exit
                   go to 2600-queue-transfer-exit
           end-read.
           if not OPER-ACTIVE
               move "REJECTED - operator is inactive" to dtl-result
               perform 8000-write-detail
                   thru 8000-write-detail-exit
               add 1 to reject-count
               go to 2600-queue-transfer-exit
           end-if.
           if OPER-DEPT = TRAN-OPER-DEPT
               move "NO ACTION - already in that department"
                   to dtl-result
               perform 8000-write-detail
                   thru 8000-write-detail-exit
               go to 2600-queue-transfer-exit
           end-if.
           perform 2500-write-pending thru 2500-write-pending-exit.
           move "PENDED - awaiting approval" to dtl-result.
           perform 8000-write-detail thru 8000-write-detail-exit.
       2600-queue-transfer-exit.
           exit.

      *----------------------------------------------------------------
       8000-write-detail.
           move detail-line to OPERRPT-LINE.
