      *================================================================
      *  DEPTHREC.cpy
      *
      *  Record layout for OPERDEPT, the effective-dated history of
      *  each operator's department assignments.  OPERMAST only holds
      *  the department an operator is in today; OPERDEPT keeps one
      *  line per assignment - the opening one written when an ADD is
      *  approved and one per approved XFR department transfer - so a
      *  report reading an old LOGFILE line can credit it to the team
      *  the operator belonged to on that line's date, not the team
      *  they have since moved to.
      *
      *  DEPTH-FROM-DEPT is the department the operator left (spaces
      *  on the opening ADD line); DEPTH-TO-DEPT is the one they
      *  joined on DEPTH-EFF-DATE.  Carrying both means an operator
      *  who predates the history file still resolves correctly
      *  before their first transfer.  The file is appended only by
      *  OperApprove, once a second operator has approved the change,
      *  and read through the DeptAsOf lookup.
      *================================================================
       01  DEPTH-RECORD.
           05  DEPTH-OPER-ID           PIC X(20).
           05  FILLER                  PIC X(01).
           05  DEPTH-EFF-DATE          PIC 9(08).
           05  FILLER                  PIC X(01).
           05  DEPTH-FROM-DEPT         PIC X(10).
           05  FILLER                  PIC X(01).
           05  DEPTH-TO-DEPT           PIC X(10).
           05  FILLER                  PIC X(01).
           05  DEPTH-ACTION            PIC X(03).
               88  DEPTH-OPENING       VALUE "ADD".
               88  DEPTH-TRANSFER      VALUE "XFR".
           05  FILLER                  PIC X(01).
           05  DEPTH-MAKER-ID          PIC X(20).
           05  FILLER                  PIC X(01).
           05  DEPTH-CHECKER-ID        PIC X(20).
           05  FILLER                  PIC X(01).
           05  DEPTH-APPLY-DATE        PIC 9(08).
