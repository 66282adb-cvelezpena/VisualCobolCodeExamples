      *  RunHistory - lists recent Program1 runs from the RUNHIST file
      *  (RUNHREC.cpy: one "S" record per start, one "E" record per
      *  clean completion) and flags any run with a start but no end
      *  that is older than the hung-run threshold - the signature of
      *  a hung or abended run that would otherwise only be noticed
      *  when the next morning's reports are missing.  The age
      *  threshold in hours is the HUNGHOURS setting on the PARMLIB
      *  parameter library, read through ParmGet; 12 when none is in
      *  force.
      *----------------------------------------------------------------

       environment division.
               organization line sequential
               file status is runhist-status.

           select REPORT-FILE assign "RUNHISTRPT"
               organization line sequential
               file status is report-status.
       fd  RUNHIST-FILE.
       copy "RUNHREC.cpy".

       fd  REPORT-FILE.
       01  REPORT-LINE                pic x(140).

       copy "ALERTREC.cpy".

       working-storage section.
       copy "PARMREQ.cpy".

       01 runhist-status   pic x(02).
       01 report-status    pic x(02).
       01 alertq-status    pic x(02).

       01 alert-guid-x  pic x(36).

       01 age-threshold-hours binary-long value 12.
       01 today-date          pic 9(08).
       01 now-time            pic 9(08).
       01 now-time-split redefines now-time.
           accept today-date from date yyyymmdd.
           accept now-time from time.
           move function integer-of-date(today-date) to today-julian.
           move "G" to PRQ-MODE.
           move "RunHistory" to PRQ-CALLER.
           move "RunHistory" to PRQ-PROGRAM.
           move "HUNGHOURS" to PRQ-KEYWORD.
           call "ParmGet" using PARM-REQUEST.
           if PRQ-STATUS < "12"
               move PRQ-NUMBER to age-threshold-hours
           end-if.
           open input RUNHIST-FILE.
           if runhist-status <> "00"
       1000-initialize-exit.
           exit.

      *----------------------------------------------------------------
       2000-load-history.
           read RUNHIST-FILE
