      *================================================================
      *  REDREC.cpy
      *
      *  Record layout for REDACT, the sensitive-data redaction rules
      *  every log line's message text is passed through before it is
      *  written anywhere.  One rule per line; a line starting "*" is
      *  a comment.  Rules apply in file order, so a card-number rule
      *  listed ahead of an account-number rule masks the longer run
      *  before the shorter pattern can see a piece of it.
      *
      *  RED-PATTERN is matched anywhere in the message, letter case
      *  ignored.  In the pattern
      *      #  matches any digit
      *      @  matches any letter
      *      ?  matches any character other than a space
      *  and every other character matches itself.  A pattern that
      *  starts (ends) with # will not match where a digit runs on
      *  before (after) it, so an eight-digit rule does not bite into
      *  the middle of a sixteen-digit number.  RED-EXTEND "Y" carries
      *  the match on to the next space - PASSWORD= masks the whole
      *  word that follows it.
      *
      *  RED-MASK replaces the matched text.  An "=" in the mask keeps
      *  the original character at that position (************====
      *  leaves the last four digits of a card readable); a blank mask
      *  overwrites the match with asterisks of the same length.
      *
      *  Shared by the LogRedact routine (the only reader), which the
      *  loggers call per line and LogScrub calls over the archives.
      *================================================================
       01  REDACT-RECORD.
           05  RED-RULE-ID             PIC X(08).
           05  FILLER                  PIC X(01).
           05  RED-PATTERN             PIC X(40).
           05  FILLER                  PIC X(01).
           05  RED-EXTEND              PIC X(01).
               88  RED-EXTEND-TO-SPACE VALUE "Y".
           05  FILLER                  PIC X(01).
           05  RED-MASK                PIC X(40).
           05  FILLER                  PIC X(01).
           05  RED-DESC                PIC X(40).
