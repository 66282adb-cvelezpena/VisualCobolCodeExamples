      *  chronologically, so that is oldest to newest).  A completed
      *  run whose elapsed time exceeds the trailing average of the
      *  earlier completed runs of its own stream by more than the
      *  slow-run percentage is flagged, so a stream slowing down is
      *  visible before it collides with the next job in the window.
      *  The percentage is the SLOWPCT setting on the PARMLIB
      *  parameter library, read through ParmGet; 50 when none is in
      *  force.  Results go to STATRPT; return code 4 when any run is
      *  flagged.
      *----------------------------------------------------------------

       environment division.
               organization line sequential
               file status is runhist-status.

           select REPORT-FILE assign "STATRPT"
               organization line sequential
               file status is report-status.
       fd  RUNHIST-FILE.
       copy "RUNHREC.cpy".

       fd  REPORT-FILE.
       01  REPORT-LINE                pic x(132).

       working-storage section.
       copy "PARMREQ.cpy".

       01 runhist-status   pic x(02).
       01 report-status    pic x(02).

       01 slow-threshold-pct binary-long value 50.

       01 end-of-runhist pic x(01) value "N".
           88 no-more-runhist-records value "Y".

      *----------------------------------------------------------------
       1000-initialize.
           move "G" to PRQ-MODE.
           move "RunStats" to PRQ-CALLER.
           move "RunStats" to PRQ-PROGRAM.
           move "SLOWPCT" to PRQ-KEYWORD.
           call "ParmGet" using PARM-REQUEST.
           if PRQ-STATUS < "12"
               move PRQ-NUMBER to slow-threshold-pct
           end-if.
           open input RUNHIST-FILE.
           if runhist-status <> "00"
       1000-initialize-exit.
           exit.

      *----------------------------------------------------------------
       2000-load-history.
           read RUNHIST-FILE
