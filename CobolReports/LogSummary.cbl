      *  not per operator), and overflow there is warned about, never
      *  silently dropped.  An operator missing from OPERMAST - or a
      *  missing master altogether - reports under *UNKNOWN*.
      *
      *  Each line is credited to the department the operator was in
      *  on that line's LOG-TIMESTAMP date, resolved through the
      *  OPERDEPT transfer history (the DeptAsOf lookup); only an
      *  operator with no history falls back to the current OPER-DEPT
      *  on the master.  A reorganisation mid-month therefore leaves
      *  the earlier days with the team that owned them.
      *----------------------------------------------------------------

       environment division.

      *----------------------------------------------------------------
      *  One-entry lookup cache: LOGFILE arrives grouped by session,
      *  so runs of records carry the same UserId and day and the
      *  history and master are consulted once per run of them, not
      *  once per record.
      *----------------------------------------------------------------
       01 cached-userid    pic x(20) value high-values.
       01 cached-day       pic x(10) value high-values.
       01 cached-dept      pic x(10).

       01 log-date-x       pic x(08).
       01 log-date         pic 9(08).
       01 history-dept     pic x(10).
       01 history-status   pic x(02).

       01 current-userid   pic x(20).
       01 current-dept     pic x(10).
       01 oper-warn-count  pic 9(09).
       2100-release-one-record-exit.
           exit.

      *----------------------------------------------------------------
      *  2200-resolve-department - the dated history first, the
      *  master's current department only when the history has
      *  nothing on this operator (or the timestamp is not a date).
      *----------------------------------------------------------------
       2200-resolve-department.
           if LOG-USERID = cached-userid
               and LOG-TIMESTAMP(1:10) = cached-day
               go to 2200-resolve-department-exit
           end-if.
           move LOG-USERID to cached-userid.
           move LOG-TIMESTAMP(1:10) to cached-day.
           move "*UNKNOWN*" to cached-dept.
           move spaces to log-date-x.
           string LOG-TIMESTAMP(1:4) LOG-TIMESTAMP(6:2)
               LOG-TIMESTAMP(9:2)
               delimited by size into log-date-x.
           if log-date-x numeric
               move log-date-x to log-date
               call "DeptAsOf" using cached-userid log-date
                   history-dept history-status
               if history-status = "00"
                   move history-dept to cached-dept
                   go to 2200-resolve-department-exit
               end-if
           end-if.
           if not master-available
               go to 2200-resolve-department-exit
           end-if.
