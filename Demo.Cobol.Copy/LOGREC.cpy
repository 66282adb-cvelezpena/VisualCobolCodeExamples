      *  and the message area carries the per-severity counts of the
      *  records the session wrote - which is what the LogVerify
      *  integrity check compares against the records actually found.
      *  TRL-REDACT-COUNT is the number of REDACT-rule matches masked
      *  in the session's message text before it was written; it is a
      *  tally of edits, not of records, so it takes no part in the
      *  count check.  Trailers written before the column existed read
      *  it as spaces, which every reader takes as zero.
      *
      *  LOG-MSGCODE carries the MSGCAT standard message code when the
      *  message text opens with one (three letters, five digits, then
               10  TRL-AUDIT-COUNT     PIC 9(09).
               10  FILLER              PIC X(01).
               10  TRL-ALERT-COUNT     PIC 9(09).
               10  FILLER              PIC X(01).
               10  TRL-REDACT-COUNT    PIC 9(09).
               10  FILLER              PIC X(131).
           05  FILLER                  PIC X(01).
           05  TRL-RECORD-TYPE         PIC X(01).
           05  FILLER                  PIC X(01).
