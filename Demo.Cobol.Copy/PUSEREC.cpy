      *================================================================
      *  PUSEREC.cpy
      *
      *  Record layout for PARMUSE, the journal ParmGet appends one
      *  line to for every setting a program reads for a run: when,
      *  which program asked, which setting, the value it ran with,
      *  whether that came from the library (L) or was the default
      *  (D), and ParmGet's status and reason.  ParmList reads it
      *  each morning to flag every program that ran on a default,
      *  then starts it afresh.
      *================================================================
       01  PUSE-RECORD.
           05  PUSE-DATE               PIC 9(08).
           05  FILLER                  PIC X(01).
           05  PUSE-TIME               PIC 9(06).
           05  FILLER                  PIC X(01).
           05  PUSE-CALLER             PIC X(20).
           05  FILLER                  PIC X(01).
           05  PUSE-PROGRAM            PIC X(20).
           05  FILLER                  PIC X(01).
           05  PUSE-KEYWORD            PIC X(12).
           05  FILLER                  PIC X(01).
           05  PUSE-SOURCE             PIC X(01).
               88  PUSE-FROM-DEFAULT   VALUE "D".
           05  FILLER                  PIC X(01).
           05  PUSE-STATUS             PIC X(02).
           05  FILLER                  PIC X(01).
           05  PUSE-VALUE              PIC X(40).
           05  FILLER                  PIC X(01).
           05  PUSE-REASON             PIC X(40).
