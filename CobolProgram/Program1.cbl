      *  stream in place of itself, so the common smoke-test rows
      *  live in one fragment instead of a dozen diverging copies.
      *  The variables &TODAY (today's yyyymmdd) and &DEFAULT-OPER
      *  (the *ALL USERID operator id) are resolved as each row is
      *  read.  Both the pre-flight and the main pass read through
      *  the same expansion, so checkpoint row numbers count expanded
      *  rows and restart lands on the same row - provided the
      *  fragments are not edited between the segments of one logical
      *  run, the same rule that already applies to TESTCASE itself.
      *
      *  A line with an asterisk in column one is a comment, in
      *  TESTCASE or a fragment alike: it is skipped by both passes
      *  and, like an INCLUDE line, never counts as a row.  LogToTest
      *  uses it to carry the AUDIT and ALERT lines of a converted
      *  production extract.
      *----------------------------------------------------------------

       environment division.
       input-output section.
       file-control.
           select TESTCASE-FILE assign "TESTCASE"
               organization line sequential
               file status is testcase-status.
      *----------------------------------------------------------------
      *  CHECKPOINT, REJECTS and TESTRPT are private to one run and
      *  are rewritten (not just appended) as the run goes, so they
      *  are keyed by the job-stream name - the Program1 STREAM
      *  setting on the PARMLIB parameter library -
      *  CHECKPOINT.QA, REJECTS.QA, and so on - the same way each
      *  logger session keys its own LOGFILE.  Two streams in one
      *  window can then no longer clobber each other's checkpoint
               organization line sequential
               file status is lockaudit-status.

           select TESTRPT-FILE assign testrpt-name
               organization line sequential
               file status is testrpt-status.

       data division.
       file section.
       fd  TESTCASE-FILE.
       01  TESTCASE-RECORD.
           05  TC-SEVERITY         pic x(07).
       fd  LOCKAUDIT-FILE.
       01  LOCKAUDIT-LINE          pic x(120).

       fd  CHECKPOINT-FILE.
       01  CHECKPOINT-RECORD.
           05  CP-LAST-ROW         pic 9(09).
           05  CP-EXP-RETCODE      pic 9(02).

       working-storage section.
       copy "PARMREQ.cpy".

       01 logger type ICobolLogger.
       01 error-threshold binary-long value 3.
       01 testcase-status pic x(02).
       01 checkpoint-status pic x(02).
       01 rejects-status pic x(02).
           88 run-completed-normally value "Y".

      *----------------------------------------------------------------
      *  Run-lock state.  The stale threshold is RunHistory's HUNGHOURS
      *  setting (12 hours when none is in force) - the same "how
      *  long before an S with no E counts as dead" judgment the
      *  RunHistory report already applies.  A younger holder is
      *  presumed still running and the start is refused, unless
      *  the Program1 LOCKOVERRIDE setting is Y - the audited
      *  operator override for the abended-run cases the age test
      *  cannot clear, such as an expected-fatal script earlier the
      *  same evening.  Key it for the day of the rerun and back to N
      *  once the rerun has started.
      *----------------------------------------------------------------
       01 runlock-name     pic x(20) value "RUNLOCK".
       01 runlock-status   pic x(02).
       01 lockaudit-status pic x(02).
       01 stale-threshold-hours binary-long value 12.

       01 lock-flag pic x(01) value "N".
           88 lock-blocked value "Y".
       01 override-flag pic x(01) value "N".
           88 override-requested value "Y".

       01 holder-guid      pic x(36).
       01 holder-operator  pic x(20).
           goback.

      *----------------------------------------------------------------
      *  1000-initialize - reads the run's settings through ParmGet:
      *  the default operator id (*ALL USERID, used for any TESTCASE
      *  row that leaves its UserId column blank), the STREAM name
      *  and the LOCKOVERRIDE switch.  Then opens TESTCASE, and reads
      *  CHECKPOINT left by a prior run so an abended run resumes
      *  after the last committed row instead of replaying it.
      *----------------------------------------------------------------
       1000-initialize.
           accept today-date from date yyyymmdd.
           move today-date to today-date-x.
           move "G" to PRQ-MODE.
           move "Program1" to PRQ-CALLER.
           move "*ALL" to PRQ-PROGRAM.
           move "USERID" to PRQ-KEYWORD.
           call "ParmGet" using PARM-REQUEST.
           if PRQ-STATUS < "12" and PRQ-VALUE not = spaces
               move spaces to trimmed-id
               string PRQ-VALUE delimited by space into trimmed-id
               set default-userid to trimmed-id
               move trimmed-id to default-userid-x
           end-if.
           move "Program1" to PRQ-PROGRAM.
           move "STREAM" to PRQ-KEYWORD.
           call "ParmGet" using PARM-REQUEST.
           if PRQ-STATUS < "12"
               move spaces to stream-id
               string PRQ-VALUE delimited by space into stream-id
           end-if.
           move "LOCKOVERRIDE" to PRQ-KEYWORD.
           call "ParmGet" using PARM-REQUEST.
           if PRQ-STATUS < "12" and PRQ-VALUE = "Y"
               set override-requested to true
           end-if.
           if stream-id not = spaces
               move spaces to checkpoint-name
           exit.

      *----------------------------------------------------------------
      *  1150-load-stale-threshold - RunHistory's own HUNGHOURS
      *  setting, the threshold it uses to call an S-without-E run
      *  hung, asked for under Program1's name.
      *----------------------------------------------------------------
       1150-load-stale-threshold.
           move "G" to PRQ-MODE.
           move "Program1" to PRQ-CALLER.
           move "RunHistory" to PRQ-PROGRAM.
           move "HUNGHOURS" to PRQ-KEYWORD.
           call "ParmGet" using PARM-REQUEST.
           if PRQ-STATUS < "12"
               move PRQ-NUMBER to stale-threshold-hours
           end-if.
       1150-load-stale-threshold-exit.
           exit.

      *  row stream: the next TESTCASE row, with INCLUDE lines
      *  replaced by the rows of the fragment they name and the
      *  substitution variables resolved.  An INCLUDE line itself
      *  never counts as a row, nor does a comment line, so row
      *  numbering - and with it the checkpoint - follows the
      *  expanded stream.
      *----------------------------------------------------------------
       1500-read-expanded-row.
           if include-active
                       go to 1500-read-expanded-row
                   not at end
                       move FRAGMENT-RECORD to TESTCASE-RAW
                       if TR-SEVERITY-COL(1:1) = "*"
                           go to 1500-read-expanded-row
                       end-if
                       perform 1600-substitute-variables
                           thru 1600-substitute-variables-exit
                       go to 1500-read-expanded-row-exit
                   set row-stream-ended to true
                   go to 1500-read-expanded-row-exit
           end-read.
           if TR-SEVERITY-COL(1:1) = "*"
               go to 1500-read-expanded-row
           end-if.
           if TR-SEVERITY-COL = "INCLUDE"
               perform 1550-open-fragment
                   thru 1550-open-fragment-exit
      *  1600-substitute-variables - column-local resolution, so the
      *  fixed layout survives values and variables of different
      *  lengths: &DEFAULT-OPER alone in the UserId column becomes
      *  the *ALL USERID operator id, and occurrences of &TODAY or
      *  &DEFAULT-OPER inside the message column are replaced with
      *  the text shifting only within that column (overflow past
      *  its 200 characters is truncated on the right).
           end-if.

      *----------------------------------------------------------------
      *  Every id - including the *ALL USERID default - must be on the
      *  operator master, active, and inside its effective dates
      *  before it is allowed onto LOG-USERID.  A row that fails the
      *  lookup is written to REJECTS and skipped, but still
