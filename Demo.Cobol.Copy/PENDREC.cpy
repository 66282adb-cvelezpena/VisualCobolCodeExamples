      *  master.  Shared by OperMaint (writer) and OperApprove (reader
      *  and purger), so both agree on field positions without being
      *  kept in sync by hand.
      *
      *  An XFR (department transfer) item reuses the ADD columns:
      *  PEND-OPER-DEPT is the department moved to and PEND-EFF-DATE
      *  the date the move took effect; the name and expiry columns
      *  are left blank.
      *================================================================
       01  PEND-RECORD.
           05  PEND-SEQ                PIC 9(05).
           05  PEND-ACTION             PIC X(03).
               88  PEND-ADD            VALUE "ADD".
               88  PEND-DEA            VALUE "DEA".
               88  PEND-XFR            VALUE "XFR".
           05  FILLER                  PIC X(01).
           05  PEND-OPER-ID            PIC X(20).
           05  FILLER                  PIC X(01).
