      *================================================================
      *  PARMREC.cpy
      *
      *  Record layout for the indexed parameter library PARMLIB, the
      *  one home of every run-time setting the batch suite and the
      *  logger classes read (PARMDEF.cpy lists them all, with type,
      *  range and default).  One record per setting per effective
      *  date: the program the setting belongs to ("*ALL" for one
      *  every program shares, "*LOGGER" for the logger classes),
      *  the keyword, the date it takes effect and the value as
      *  keyed.
      *  The value in effect on a day is the one with the latest
      *  effective date on or before it, so a change can be keyed
      *  ahead and the history of what was in force stays on file.
      *  Each record carries who last maintained it and when.
      *
      *  Shared by ParmMaint (the maintenance program and only
      *  writer), the ParmGet routine every program reads its
      *  settings through, and the ParmList morning listing.  Which
      *  settings exist, their type, range and default, is PARMDEF.
      *================================================================
       01  PARM-RECORD.
           05  PARM-KEY.
               10  PARM-PROGRAM        PIC X(20).
               10  PARM-KEYWORD        PIC X(12).
               10  PARM-EFF-DATE       PIC 9(08).
           05  PARM-VALUE              PIC X(40).
           05  PARM-MAINT-ID           PIC X(20).
           05  PARM-MAINT-DATE         PIC 9(08).
           05  PARM-MAINT-TIME         PIC 9(06).
