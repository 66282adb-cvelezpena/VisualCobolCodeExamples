      *       existing code; codes are never deleted, so old LOGFILE
      *       lines stamped with one stay explainable.
      *  LST  lists every code currently on the catalog.
      *
      *  Every MSGCRPT detail line names who ran the maintenance - the
      *  *ALL USERID setting on the PARMLIB parameter library, the
      *  operator id OperMaint and Program1 read - with the date and
      *  time of the run, so a catalog change can be traced to a
      *  person.  MSGCRPT is appended to, never replaced.
      *----------------------------------------------------------------

       environment division.
       01  MSGCRPT-LINE            pic x(120).

       working-storage section.
       copy "PARMREQ.cpy".

       01 msgcat-status   pic x(02).
       01 msgtran-status  pic x(02).
       01 msgcrpt-status  pic x(02).
       01 now-time        pic 9(08).

       01 tran-count      binary-long value 0.
       01 reject-count    binary-long value 0.
           05 dtl-code             pic x(08).
           05 filler               pic x(01) value space.
           05 dtl-result           pic x(60).
           05 filler               pic x(01) value space.
           05 dtl-maint-by         pic x(20).
           05 filler               pic x(01) value space.
           05 dtl-maint-date       pic 9(08).
           05 filler               pic x(01) value space.
           05 dtl-maint-time       pic 9(06).

       01 list-line.
           05 lst-code             pic x(08).
      *  files - the same bootstrap OperMaint uses for OPERMAST.
      *----------------------------------------------------------------
       1000-initialize.
           accept dtl-maint-date from date yyyymmdd.
           accept now-time from time.
           move now-time(1:6) to dtl-maint-time.
           move spaces to dtl-maint-by.
           move "G" to PRQ-MODE.
           move "MsgCatMaint" to PRQ-CALLER.
           move "*ALL" to PRQ-PROGRAM.
           move "USERID" to PRQ-KEYWORD.
           call "ParmGet" using PARM-REQUEST.
           if PRQ-STATUS < "12"
               string PRQ-VALUE delimited by space into dtl-maint-by
           end-if.
           open i-o MSGCAT-FILE.
           if msgcat-status = "35"
               open output MSGCAT-FILE
           if msgtran-status <> "00"
               set no-more-trans to true
           end-if.
           open extend MSGCRPT-FILE.
           if msgcrpt-status <> "00"
               open output MSGCRPT-FILE
           end-if.
       1000-initialize-exit.
           exit.

