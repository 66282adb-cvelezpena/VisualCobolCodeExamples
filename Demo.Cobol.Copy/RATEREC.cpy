      *================================================================
      *  RATEREC.cpy
      *
      *  Record layout for CHGRATES, the rate card the month-end
      *  Chargeback batch prices shared batch usage from.  One rate
      *  per line; a line starting "*" is a comment.  RATE-CODE says
      *  what the rate is charged on:
      *      RUN     each Program1 run started in the month
      *      KROWS   each thousand TESTCASE rows the runs processed
      *      KLOGS   each thousand log records stored (LOGFILE and
      *              its archives, plus LOGTABLE and LOGTABLE_HIST)
      *  RATE-EFF-DATE is the date the rate takes effect; the month is
      *  priced at the rate in force on its first day (the latest
      *  line on or before it), so next year's card can be keyed
      *  ahead and last year's kept for re-runs.  The amount is
      *  written as it reads, 00002.5000 for 2.50, five whole digits
      *  and four decimals.
      *
      *  Shared by Chargeback (the only reader).
      *================================================================
       01  RATE-RECORD.
           05  RATE-CODE               PIC X(08).
               88  RATE-PER-RUN        VALUE "RUN".
               88  RATE-PER-KROWS      VALUE "KROWS".
               88  RATE-PER-KLOGS      VALUE "KLOGS".
           05  FILLER                  PIC X(01).
           05  RATE-EFF-DATE           PIC 9(08).
           05  FILLER                  PIC X(01).
           05  RATE-AMOUNT-TEXT.
               10  RATE-WHOLE          PIC 9(05).
               10  RATE-POINT          PIC X(01).
               10  RATE-FRACTION       PIC 9(04).
           05  FILLER                  PIC X(01).
           05  RATE-DESC               PIC X(40).
