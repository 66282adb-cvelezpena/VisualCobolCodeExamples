      *  and RunStats reports (readers).
      *
      *  RUNH-STREAM carries the job-stream name the run was submitted
      *  under (the PARMLIB STREAM setting for Program1, the step
      *  name for a JobSched step), so the schedule monitor can tell
      *  which expected stream a start record belongs to.  Old records
      *  predate the column and read in as spaces - an unnamed
      *  single-stream run.
      *================================================================
