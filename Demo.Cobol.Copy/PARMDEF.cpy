      *================================================================
      *  PARMDEF.cpy
      *
      *  The settings the parameter library knows, one entry each:
      *  the program it belongs to and keyword (the PARMLIB key less
      *  the date), its type, range, default and allowed codes, and a
      *  line saying what it does.  A setting missing from here
      *  cannot be keyed on PARMLIB, and a program asking for one is
      *  told so; a new setting is a new entry here and a recompile
      *  of ParmGet and ParmList, which copy this table.
      *
      *  PDEF-TYPE:
      *    N  whole number from PDEF-MIN to PDEF-MAX
      *    C  one of the comma-separated PDEF-CODES
      *    L  up to five of PDEF-CODES, comma-separated
      *    T  text of PDEF-MIN to PDEF-MAX characters
      *    D  date, YYYY-MM-DD or yyyymmdd, or blank
      *    S  timestamp, YYYY-MM-DD or YYYY-MM-DD HH:MM:SS, or blank
      *  Each default is what the program assumed before the library
      *  existed, when its own parameter file was absent, or for a
      *  later setting the behaviour its program was written with.
      *================================================================
       01  PARM-DEFINITIONS.
      *    *ALL USERID
           05  FILLER  PIC X(20) VALUE "*ALL".
           05  FILLER  PIC X(12) VALUE "USERID".
           05  FILLER  PIC X(01) VALUE "T".
           05  FILLER  PIC 9(05) VALUE 0.
           05  FILLER  PIC 9(05) VALUE 20.
           05  FILLER  PIC X(20) VALUE SPACES.
           05  FILLER  PIC X(36) VALUE SPACES.
           05  FILLER  PIC X(40)
               VALUE "operator id the run is stamped with".
      *    *LOGGER MINSEV
           05  FILLER  PIC X(20) VALUE "*LOGGER".
           05  FILLER  PIC X(12) VALUE "MINSEV".
           05  FILLER  PIC X(01) VALUE "C".
           05  FILLER  PIC 9(05) VALUE 0.
           05  FILLER  PIC 9(05) VALUE 0.
           05  FILLER  PIC X(20) VALUE "INFO".
           05  FILLER  PIC X(36) VALUE "INFO,WARN,ERROR,FATAL".
           05  FILLER  PIC X(40)
               VALUE "lowest severity the loggers write".
      *    DbLogger COMMITROWS
           05  FILLER  PIC X(20) VALUE "DbLogger".
           05  FILLER  PIC X(12) VALUE "COMMITROWS".
           05  FILLER  PIC X(01) VALUE "N".
           05  FILLER  PIC 9(05) VALUE 1.
           05  FILLER  PIC 9(05) VALUE 500.
           05  FILLER  PIC X(20) VALUE "1".
           05  FILLER  PIC X(36) VALUE SPACES.
           05  FILLER  PIC X(40)
               VALUE "rows buffered per INSERT and COMMIT".
      *    DbLogger COMMITSECS
           05  FILLER  PIC X(20) VALUE "DbLogger".
           05  FILLER  PIC X(12) VALUE "COMMITSECS".
           05  FILLER  PIC X(01) VALUE "N".
           05  FILLER  PIC 9(05) VALUE 0.
           05  FILLER  PIC 9(05) VALUE 999.
           05  FILLER  PIC X(20) VALUE "0".
           05  FILLER  PIC X(36) VALUE SPACES.
           05  FILLER  PIC X(40)
               VALUE "max seconds a buffered row waits".
      *    Program1 STREAM
           05  FILLER  PIC X(20) VALUE "Program1".
           05  FILLER  PIC X(12) VALUE "STREAM".
           05  FILLER  PIC X(01) VALUE "T".
           05  FILLER  PIC 9(05) VALUE 0.
           05  FILLER  PIC 9(05) VALUE 8.
           05  FILLER  PIC X(20) VALUE SPACES.
           05  FILLER  PIC X(36) VALUE SPACES.
           05  FILLER  PIC X(40)
               VALUE "job-stream name keying run files".
      *    Program1 LOCKOVERRIDE
           05  FILLER  PIC X(20) VALUE "Program1".
           05  FILLER  PIC X(12) VALUE "LOCKOVERRIDE".
           05  FILLER  PIC X(01) VALUE "C".
           05  FILLER  PIC 9(05) VALUE 0.
           05  FILLER  PIC 9(05) VALUE 0.
           05  FILLER  PIC X(20) VALUE "N".
           05  FILLER  PIC X(36) VALUE "Y,N".
           05  FILLER  PIC X(40)
               VALUE "Y breaks a live run lock (audited)".
      *    RunHistory HUNGHOURS
           05  FILLER  PIC X(20) VALUE "RunHistory".
           05  FILLER  PIC X(12) VALUE "HUNGHOURS".
           05  FILLER  PIC X(01) VALUE "N".
           05  FILLER  PIC 9(05) VALUE 1.
           05  FILLER  PIC 9(05) VALUE 999.
           05  FILLER  PIC X(20) VALUE "12".
           05  FILLER  PIC X(36) VALUE SPACES.
           05  FILLER  PIC X(40)
               VALUE "hours before an S with no E is hung".
      *    AlertEscalate ESCHOURS
           05  FILLER  PIC X(20) VALUE "AlertEscalate".
           05  FILLER  PIC X(12) VALUE "ESCHOURS".
           05  FILLER  PIC X(01) VALUE "N".
           05  FILLER  PIC 9(05) VALUE 1.
           05  FILLER  PIC 9(05) VALUE 999.
           05  FILLER  PIC X(20) VALUE "2".
           05  FILLER  PIC X(36) VALUE SPACES.
           05  FILLER  PIC X(40)
               VALUE "hours unanswered before re-paging".
      *    Housekeep RETDAYS
           05  FILLER  PIC X(20) VALUE "Housekeep".
           05  FILLER  PIC X(12) VALUE "RETDAYS".
           05  FILLER  PIC X(01) VALUE "N".
           05  FILLER  PIC 9(05) VALUE 1.
           05  FILLER  PIC 9(05) VALUE 999.
           05  FILLER  PIC X(20) VALUE "90".
           05  FILLER  PIC X(36) VALUE SPACES.
           05  FILLER  PIC X(40)
               VALUE "days side-file records are kept".
      *    Housekeep RETUNIT
           05  FILLER  PIC X(20) VALUE "Housekeep".
           05  FILLER  PIC X(12) VALUE "RETUNIT".
           05  FILLER  PIC X(01) VALUE "C".
           05  FILLER  PIC 9(05) VALUE 0.
           05  FILLER  PIC 9(05) VALUE 0.
           05  FILLER  PIC X(20) VALUE "CAL".
           05  FILLER  PIC X(36) VALUE "CAL,BUS".
           05  FILLER  PIC X(40)
               VALUE "retention in calendar or business days".
      *    LogArchive RETDAYS
           05  FILLER  PIC X(20) VALUE "LogArchive".
           05  FILLER  PIC X(12) VALUE "RETDAYS".
           05  FILLER  PIC X(01) VALUE "N".
           05  FILLER  PIC 9(05) VALUE 1.
           05  FILLER  PIC 9(05) VALUE 999.
           05  FILLER  PIC X(20) VALUE "30".
           05  FILLER  PIC X(36) VALUE SPACES.
           05  FILLER  PIC X(40)
               VALUE "days archives and LOGTABLE rows are kept".
      *    LogArchive RETUNIT
           05  FILLER  PIC X(20) VALUE "LogArchive".
           05  FILLER  PIC X(12) VALUE "RETUNIT".
           05  FILLER  PIC X(01) VALUE "C".
           05  FILLER  PIC 9(05) VALUE 0.
           05  FILLER  PIC 9(05) VALUE 0.
           05  FILLER  PIC X(20) VALUE "CAL".
           05  FILLER  PIC X(36) VALUE "CAL,BUS".
           05  FILLER  PIC X(40)
               VALUE "retention in calendar or business days".
      *    RunStats SLOWPCT
           05  FILLER  PIC X(20) VALUE "RunStats".
           05  FILLER  PIC X(12) VALUE "SLOWPCT".
           05  FILLER  PIC X(01) VALUE "N".
           05  FILLER  PIC 9(05) VALUE 1.
           05  FILLER  PIC 9(05) VALUE 999.
           05  FILLER  PIC X(20) VALUE "50".
           05  FILLER  PIC X(36) VALUE SPACES.
           05  FILLER  PIC X(40)
               VALUE "% over trailing average flagged slow".
      *    LogTrend JUMPTHRESH
           05  FILLER  PIC X(20) VALUE "LogTrend".
           05  FILLER  PIC X(12) VALUE "JUMPTHRESH".
           05  FILLER  PIC X(01) VALUE "N".
           05  FILLER  PIC 9(05) VALUE 1.
           05  FILLER  PIC 9(05) VALUE 999.
           05  FILLER  PIC X(20) VALUE "10".
           05  FILLER  PIC X(36) VALUE SPACES.
           05  FILLER  PIC X(40)
               VALUE "error jump over average flagged".
      *    LogTopMsg TOPN
           05  FILLER  PIC X(20) VALUE "LogTopMsg".
           05  FILLER  PIC X(12) VALUE "TOPN".
           05  FILLER  PIC X(01) VALUE "N".
           05  FILLER  PIC 9(05) VALUE 1.
           05  FILLER  PIC 9(05) VALUE 200.
           05  FILLER  PIC X(20) VALUE "10".
           05  FILLER  PIC X(36) VALUE SPACES.
           05  FILLER  PIC X(40)
               VALUE "how many messages to list".
      *    LogTopMsg ARCHIVE
           05  FILLER  PIC X(20) VALUE "LogTopMsg".
           05  FILLER  PIC X(12) VALUE "ARCHIVE".
           05  FILLER  PIC X(01) VALUE "T".
           05  FILLER  PIC 9(05) VALUE 0.
           05  FILLER  PIC 9(05) VALUE 20.
           05  FILLER  PIC X(20) VALUE SPACES.
           05  FILLER  PIC X(36) VALUE SPACES.
           05  FILLER  PIC X(40)
               VALUE "dated archive read with LOGFILE".
      *    OperRecert IDLEDAYS
           05  FILLER  PIC X(20) VALUE "OperRecert".
           05  FILLER  PIC X(12) VALUE "IDLEDAYS".
           05  FILLER  PIC X(01) VALUE "N".
           05  FILLER  PIC 9(05) VALUE 1.
           05  FILLER  PIC 9(05) VALUE 999.
           05  FILLER  PIC X(20) VALUE "90".
           05  FILLER  PIC X(36) VALUE SPACES.
           05  FILLER  PIC X(40)
               VALUE "days idle before recertification".
      *    LogExtract FROM
           05  FILLER  PIC X(20) VALUE "LogExtract".
           05  FILLER  PIC X(12) VALUE "FROM".
           05  FILLER  PIC X(01) VALUE "S".
           05  FILLER  PIC 9(05) VALUE 0.
           05  FILLER  PIC 9(05) VALUE 0.
           05  FILLER  PIC X(20) VALUE SPACES.
           05  FILLER  PIC X(36) VALUE SPACES.
           05  FILLER  PIC X(40)
               VALUE "earliest timestamp extracted".
      *    LogExtract TO
           05  FILLER  PIC X(20) VALUE "LogExtract".
           05  FILLER  PIC X(12) VALUE "TO".
           05  FILLER  PIC X(01) VALUE "S".
           05  FILLER  PIC 9(05) VALUE 0.
           05  FILLER  PIC 9(05) VALUE 0.
           05  FILLER  PIC X(20) VALUE SPACES.
           05  FILLER  PIC X(36) VALUE SPACES.
           05  FILLER  PIC X(40)
               VALUE "latest timestamp extracted".
      *    LogExtract SEV
           05  FILLER  PIC X(20) VALUE "LogExtract".
           05  FILLER  PIC X(12) VALUE "SEV".
           05  FILLER  PIC X(01) VALUE "L".
           05  FILLER  PIC 9(05) VALUE 0.
           05  FILLER  PIC 9(05) VALUE 0.
           05  FILLER  PIC X(20) VALUE SPACES.
           05  FILLER  PIC X(36)
               VALUE "INFO,WARN,ERROR,FATAL,AUDIT,ALERT".
           05  FILLER  PIC X(40)
               VALUE "severities extracted (up to five)".
      *    LogExtract USERID
           05  FILLER  PIC X(20) VALUE "LogExtract".
           05  FILLER  PIC X(12) VALUE "USERID".
           05  FILLER  PIC X(01) VALUE "T".
           05  FILLER  PIC 9(05) VALUE 0.
           05  FILLER  PIC 9(05) VALUE 20.
           05  FILLER  PIC X(20) VALUE SPACES.
           05  FILLER  PIC X(36) VALUE SPACES.
           05  FILLER  PIC X(40)
               VALUE "LOG-USERID extracted".
      *    LogExtract GUID
           05  FILLER  PIC X(20) VALUE "LogExtract".
           05  FILLER  PIC X(12) VALUE "GUID".
           05  FILLER  PIC X(01) VALUE "T".
           05  FILLER  PIC 9(05) VALUE 0.
           05  FILLER  PIC 9(05) VALUE 36.
           05  FILLER  PIC X(20) VALUE SPACES.
           05  FILLER  PIC X(36) VALUE SPACES.
           05  FILLER  PIC X(40)
               VALUE "session GUID extracted".
      *    AuditTrail OPER
           05  FILLER  PIC X(20) VALUE "AuditTrail".
           05  FILLER  PIC X(12) VALUE "OPER".
           05  FILLER  PIC X(01) VALUE "T".
           05  FILLER  PIC 9(05) VALUE 0.
           05  FILLER  PIC 9(05) VALUE 20.
           05  FILLER  PIC X(20) VALUE SPACES.
           05  FILLER  PIC X(36) VALUE SPACES.
           05  FILLER  PIC X(40)
               VALUE "operator the audit trail is for".
      *    AuditTrail DEPT
           05  FILLER  PIC X(20) VALUE "AuditTrail".
           05  FILLER  PIC X(12) VALUE "DEPT".
           05  FILLER  PIC X(01) VALUE "T".
           05  FILLER  PIC 9(05) VALUE 0.
           05  FILLER  PIC 9(05) VALUE 10.
           05  FILLER  PIC X(20) VALUE SPACES.
           05  FILLER  PIC X(36) VALUE SPACES.
           05  FILLER  PIC X(40)
               VALUE "or the department it is for".
      *    AuditTrail FROM
           05  FILLER  PIC X(20) VALUE "AuditTrail".
           05  FILLER  PIC X(12) VALUE "FROM".
           05  FILLER  PIC X(01) VALUE "D".
           05  FILLER  PIC 9(05) VALUE 0.
           05  FILLER  PIC 9(05) VALUE 0.
           05  FILLER  PIC X(20) VALUE SPACES.
           05  FILLER  PIC X(36) VALUE SPACES.
           05  FILLER  PIC X(40)
               VALUE "earliest date listed".
      *    AuditTrail TO
           05  FILLER  PIC X(20) VALUE "AuditTrail".
           05  FILLER  PIC X(12) VALUE "TO".
           05  FILLER  PIC X(01) VALUE "D".
           05  FILLER  PIC 9(05) VALUE 0.
           05  FILLER  PIC 9(05) VALUE 0.
           05  FILLER  PIC X(20) VALUE SPACES.
           05  FILLER  PIC X(36) VALUE SPACES.
           05  FILLER  PIC X(40)
               VALUE "latest date listed".
      *    RunRecon DAYS
           05  FILLER  PIC X(20) VALUE "RunRecon".
           05  FILLER  PIC X(12) VALUE "DAYS".
           05  FILLER  PIC X(01) VALUE "N".
           05  FILLER  PIC 9(05) VALUE 1.
           05  FILLER  PIC 9(05) VALUE 30.
           05  FILLER  PIC X(20) VALUE "2".
           05  FILLER  PIC X(36) VALUE SPACES.
           05  FILLER  PIC X(40)
               VALUE "days of run starts that need a session".
      *    Chargeback MONTH
           05  FILLER  PIC X(20) VALUE "Chargeback".
           05  FILLER  PIC X(12) VALUE "MONTH".
           05  FILLER  PIC X(01) VALUE "D".
           05  FILLER  PIC 9(05) VALUE 0.
           05  FILLER  PIC 9(05) VALUE 0.
           05  FILLER  PIC X(20) VALUE SPACES.
           05  FILLER  PIC X(36) VALUE SPACES.
           05  FILLER  PIC X(40)
               VALUE "a date in the month to bill; blank=last".
       01  PARM-DEF-TABLE REDEFINES PARM-DEFINITIONS.
           05  PDEF-ENTRY              OCCURS 28 TIMES.
               10  PDEF-PROGRAM        PIC X(20).
               10  PDEF-KEYWORD        PIC X(12).
               10  PDEF-TYPE           PIC X(01).
                   88  PDEF-NUMBER     VALUE "N".
                   88  PDEF-CODE       VALUE "C".
                   88  PDEF-CODE-LIST  VALUE "L".
                   88  PDEF-TEXT       VALUE "T".
                   88  PDEF-DATE       VALUE "D".
                   88  PDEF-TIMESTAMP  VALUE "S".
               10  PDEF-MIN            PIC 9(05).
               10  PDEF-MAX            PIC 9(05).
               10  PDEF-DEFAULT        PIC X(20).
               10  PDEF-CODES          PIC X(36).
               10  PDEF-DESC           PIC X(40).
       01  PDEF-COUNT                  PIC 9(03) VALUE 28.
