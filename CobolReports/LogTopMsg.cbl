      *  different ones both look like "400 errors" in LogSummary;
      *  this report tells the two apart on one page.
      *
      *  Two settings on the PARMLIB parameter library, read through
      *  ParmGet, drive the run: TOPN = how many messages to list
      *  (default 10), ARCHIVE = an optional dated archive name to
      *  read in addition to the live LOGFILE (blank or not set =
      *  LOGFILE only).
      *----------------------------------------------------------------

       environment division.
               organization line sequential
               file status is archive-status.

           select REPORT-FILE assign "MSGRPT"
               organization line sequential
               file status is report-status.
       fd  ARCHIVE-FILE.
       01  ARCHIVE-RECORD             pic x(307).

       fd  REPORT-FILE.
       01  REPORT-LINE                pic x(132).

       working-storage section.
       copy "PARMREQ.cpy".

       01 logfile-status   pic x(02).
       01 archive-status   pic x(02).
       01 report-status    pic x(02).

       01 archive-name     pic x(20) value spaces.
       01 top-n            binary-long value 10.

       01 end-of-logfile pic x(01) value "N".
           88 no-more-log-records value "Y".

      *----------------------------------------------------------------
       1000-initialize.
           move "G" to PRQ-MODE.
           move "LogTopMsg" to PRQ-CALLER.
           move "LogTopMsg" to PRQ-PROGRAM.
           move "TOPN" to PRQ-KEYWORD.
           call "ParmGet" using PARM-REQUEST.
           if PRQ-STATUS < "12"
               move PRQ-NUMBER to top-n
           end-if.
           move "ARCHIVE" to PRQ-KEYWORD.
           call "ParmGet" using PARM-REQUEST.
           if PRQ-STATUS < "12"
               move PRQ-VALUE to archive-name
           end-if.
           open input LOGFILE.
           if logfile-status <> "00"
       1000-initialize-exit.
           exit.

      *----------------------------------------------------------------
       2000-tally-logfile.
           read LOGFILE

      *----------------------------------------------------------------
      *  3000-tally-archive - optional second input: the dated archive
      *  named by the ARCHIVE setting, in the same LOGREC layout.  The
      *  record is re-pointed through LOG-RECORD via a plain move so
      *  2100 tallies archive records identically.
      *----------------------------------------------------------------
