      *  DbReplay to drain, and a LOGFILE that will not open extend
      *  already falls back to output inside CobolLogger.
      *
      *  Redaction likewise happens inside each child: both put every
      *  message through the same REDACT rules before writing, so the
      *  two stores carry identical masked text and each trailer
      *  counts the same redactions.
      *
      *  Counters are read from the flat-file side; the two children
      *  see every call, so their counts move in lockstep.  Each side
      *  runs its own alert threshold, which queues one ALERTQ record
