      *  interval and marks it ESCALATE.  Shared by CobolLogger,
      *  DbLogger, AlertAck and AlertEscalate, and by the
      *  verification batches (LogVerify, LogReconcile, RunHistory,
      *  RunRecon, DbReplay) that queue an OPEN record when they find
      *  an exception, so an integrity failure pages the on-call
      *  through the same acknowledged-or-escalated path a threshold
      *  breach does.
      *
      *  ALR-SOURCE identifies what raised the alert - LOGFILE or
      *  LOGTABLE for the two loggers' threshold breaches, or the
      *  raising batch's name.  Old records predate the column and
      *  read in as spaces, which counts as a logger threshold alert.
      *
      *  ALR-TIER and ALR-PAGED-ID record the escalation path:
      *  AlertEscalate moves an unanswered alert up one on-call
      *  roster tier (ROSTREC.cpy) per pass - P(rimary), S(econdary),
      *  M(anager) - and records the tier reached and the operator
      *  paged at it.  Both are spaces until the first escalation,
      *  and on old records that predate the columns.
      *================================================================
       01  ALERT-RECORD.
           05  ALR-TIMESTAMP           PIC X(19).
           05  ALR-ACK-NOTE            PIC X(60).
           05  FILLER                  PIC X(01).
           05  ALR-SOURCE              PIC X(10).
           05  FILLER                  PIC X(01).
           05  ALR-TIER                PIC X(01).
               88  ALR-NOT-ESCALATED   VALUE SPACE.
               88  ALR-TIER-PRIMARY    VALUE "P".
               88  ALR-TIER-SECONDARY  VALUE "S".
               88  ALR-TIER-MANAGER    VALUE "M".
           05  FILLER                  PIC X(01).
           05  ALR-PAGED-ID            PIC X(20).
