      *================================================================
      *  PARMREQ.cpy
      *
      *  Parameter block passed to the ParmGet routine.  The caller
      *  fills the mode, its own program name, the program the
      *  setting belongs to and the keyword; ParmGet returns the
      *  value in effect today - from PARMLIB when a valid entry is
      *  in force, otherwise the PARMDEF default - with the numeric
      *  form for numeric settings, where it came from and why.
      *
      *  Modes:
      *    G  get the setting for a run; every get is journalled to
      *       PARMUSE so the morning listing can flag a program that
      *       ran on a default.
      *    P  the same lookup without the journal line (listings).
      *    V  validate PRQ-VALUE against the setting's type and range
      *       only; nothing is read from the library (ParmMaint).
      *
      *  PRQ-STATUS:
      *    00  library value in force (V: the value is acceptable)
      *    04  nothing in force on the library, or no library - the
      *        default was used
      *    08  the library value in force fails validation - the
      *        default was used (V: the value is refused)
      *    12  no such setting on PARMDEF
      *================================================================
       01  PARM-REQUEST.
           05  PRQ-MODE                PIC X(01).
               88  PRQ-GET             VALUE "G".
               88  PRQ-PEEK            VALUE "P".
               88  PRQ-VALIDATE        VALUE "V".
           05  PRQ-CALLER              PIC X(20).
           05  PRQ-PROGRAM             PIC X(20).
           05  PRQ-KEYWORD             PIC X(12).
           05  PRQ-VALUE               PIC X(40).
           05  PRQ-NUMBER              PIC 9(05).
           05  PRQ-EFF-DATE            PIC 9(08).
           05  PRQ-SOURCE              PIC X(01).
               88  PRQ-FROM-LIBRARY    VALUE "L".
               88  PRQ-FROM-DEFAULT    VALUE "D".
           05  PRQ-REASON              PIC X(40).
           05  PRQ-STATUS              PIC X(02).
