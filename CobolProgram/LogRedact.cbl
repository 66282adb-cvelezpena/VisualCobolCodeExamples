      $SET ILUSING"Demo.Net"

       program-id. LogRedact.

      *----------------------------------------------------------------
      *  LogRedact - applies the REDACT sensitive-data rules
      *  (REDREC.cpy) to one 200-byte message, in place:
      *
      *      call "LogRedact" using redact-text redact-count
      *
      *  REDACT-COUNT returns how many matches were masked in this
      *  message (zero when nothing matched, or there are no rules).
      *  CobolLogger, DbLogger and - through them - TeeLogger call it
      *  on every line before it reaches the console, LOGFILE,
      *  LOGTABLE or DBSPOOL; LogScrub calls it over the existing
      *  archives and LOGTABLE_HIST, so the stores are cleaned by the
      *  very rules that keep new lines clean.
      *
      *  A match that already reads exactly as its mask would leave it
      *  is neither rewritten nor counted, so running a message
      *  through twice changes nothing the second time - which is
      *  what lets LogScrub be rerun safely.
      *
      *  The rules are loaded into memory on the first call and held
      *  for the rest of the run; a missing REDACT file means no
      *  rules.  Rules past the table's capacity, and rules with a
      *  blank pattern, are not applied.
      *----------------------------------------------------------------

       environment division.
       input-output section.
       file-control.
           select REDACT-FILE assign "REDACT"
               organization line sequential
               file status is redact-status.

       data division.
       file section.
       fd  REDACT-FILE.
       copy "REDREC.cpy".

       working-storage section.
       01 redact-status    pic x(02).

       01 rules-state pic x(01) value "N".
           88 rules-loaded value "Y".
       01 end-of-redact pic x(01) value "N".
           88 no-more-redact-records value "Y".

       01 rule-count    binary-long value 0.
       01 rule-idx      binary-long.
       01 scan-pos      binary-long.
       01 char-idx      binary-long.
       01 match-end     binary-long.
       01 match-len     binary-long.
       01 repl-len      binary-long.
       01 tail-len      binary-long.
       01 pattern-len   binary-long.
       01 trail-spaces  binary-long.

       01 match-flag pic x(01).
           88 pattern-matches value "Y".
       01 change-flag pic x(01).
           88 text-changed value "Y".

       01 pattern-char  pic x(01).
       01 text-char     pic x(01).
           88 text-char-digit  value "0" thru "9".
           88 text-char-letter value "A" thru "Z".

       01 upper-text    pic x(200).
       01 build-text    pic x(240).
       01 repl-text     pic x(40).

       01 rule-table.
           05 rule-entry occurs 50 times.
               10 rul-pattern      pic x(40).
               10 rul-pattern-len  binary-long.
               10 rul-extend       pic x(01).
               10 rul-mask         pic x(40).
               10 rul-mask-len     binary-long.

       linkage section.
       01 redact-text      pic x(200).
       01 redact-count     binary-long.

       procedure division using redact-text redact-count.
           if not rules-loaded
               perform 1000-load-rules thru 1000-load-rules-exit
           end-if.
           move 0 to redact-count.
           if rule-count = 0 or redact-text = spaces
               goback
           end-if.
           perform varying rule-idx from 1 by 1
               until rule-idx > rule-count
               perform 2000-apply-one-rule
                   thru 2000-apply-one-rule-exit
           end-perform.
           goback.

      *----------------------------------------------------------------
      *  1000-load-rules - patterns are held upper-cased, which with
      *  the upper-cased copy of the message makes every literal
      *  comparison case-blind.  Lengths are taken up to the last
      *  non-space, so a pattern may contain embedded spaces.
      *----------------------------------------------------------------
       1000-load-rules.
           set rules-loaded to true.
           open input REDACT-FILE.
           if redact-status <> "00"
               go to 1000-load-rules-exit
           end-if.
           perform 1100-load-one-rule thru 1100-load-one-rule-exit
               until no-more-redact-records.
           close REDACT-FILE.
       1000-load-rules-exit.
           exit.

       1100-load-one-rule.
           read REDACT-FILE
               at end
                   set no-more-redact-records to true
                   go to 1100-load-one-rule-exit
           end-read.
           if RED-RULE-ID(1:1) = "*" or RED-PATTERN = spaces
               go to 1100-load-one-rule-exit
           end-if.
           if rule-count >= 50
               go to 1100-load-one-rule-exit
           end-if.
           add 1 to rule-count.
           move function upper-case(RED-PATTERN)
               to rul-pattern(rule-count).
           move 0 to trail-spaces.
           inspect function reverse(RED-PATTERN)
               tallying trail-spaces for leading spaces.
           compute rul-pattern-len(rule-count) = 40 - trail-spaces.
           move RED-EXTEND to rul-extend(rule-count).
           move RED-MASK to rul-mask(rule-count).
           move 0 to trail-spaces.
           inspect function reverse(RED-MASK)
               tallying trail-spaces for leading spaces.
           compute rul-mask-len(rule-count) = 40 - trail-spaces.
       1100-load-one-rule-exit.
           exit.

      *----------------------------------------------------------------
      *  2000-apply-one-rule - slides the pattern along the message;
      *  after a replacement the scan resumes just past the mask, so
      *  a mask is never itself rescanned by the rule that wrote it.
      *----------------------------------------------------------------
       2000-apply-one-rule.
           move rul-pattern-len(rule-idx) to pattern-len.
           move function upper-case(redact-text) to upper-text.
           move 1 to scan-pos.
           perform 2100-try-one-position
               thru 2100-try-one-position-exit
               until scan-pos > 201 - pattern-len.
       2000-apply-one-rule-exit.
           exit.

       2100-try-one-position.
           perform 2200-match-at-position
               thru 2200-match-at-position-exit.
           if not pattern-matches
               add 1 to scan-pos
               go to 2100-try-one-position-exit
           end-if.
           compute match-end = scan-pos + pattern-len - 1.
           if rul-extend(rule-idx) = "Y"
               perform 2150-extend-match thru 2150-extend-match-exit
                   until match-end >= 200
                       or redact-text(match-end + 1:1) = space
           end-if.
           compute match-len = match-end - scan-pos + 1.
           perform 2300-replace-match thru 2300-replace-match-exit.
           if text-changed
               add 1 to redact-count
               move function upper-case(redact-text) to upper-text
           end-if.
           add repl-len to scan-pos.
       2100-try-one-position-exit.
           exit.

       2150-extend-match.
           add 1 to match-end.
       2150-extend-match-exit.
           exit.

      *----------------------------------------------------------------
      *  2200-match-at-position - character by character, then the
      *  digit-run boundaries at either end.
      *----------------------------------------------------------------
       2200-match-at-position.
           move "Y" to match-flag.
           perform varying char-idx from 1 by 1
               until char-idx > pattern-len or not pattern-matches
               move rul-pattern(rule-idx)(char-idx:1) to pattern-char
               move upper-text(scan-pos + char-idx - 1:1) to text-char
               evaluate pattern-char
                   when "#"
                       if not text-char-digit
                           move "N" to match-flag
                       end-if
                   when "@"
                       if not text-char-letter
                           move "N" to match-flag
                       end-if
                   when "?"
                       if text-char = space
                           move "N" to match-flag
                       end-if
                   when other
                       if text-char not = pattern-char
                           move "N" to match-flag
                       end-if
               end-evaluate
           end-perform.
           if not pattern-matches
               go to 2200-match-at-position-exit
           end-if.
           if rul-pattern(rule-idx)(1:1) = "#" and scan-pos > 1
               move upper-text(scan-pos - 1:1) to text-char
               if text-char-digit
                   move "N" to match-flag
               end-if
           end-if.
           if rul-pattern(rule-idx)(pattern-len:1) = "#"
               and scan-pos + pattern-len <= 200
               move upper-text(scan-pos + pattern-len:1) to text-char
               if text-char-digit
                   move "N" to match-flag
               end-if
           end-if.
       2200-match-at-position-exit.
           exit.

      *----------------------------------------------------------------
      *  2300-replace-match - builds the replacement (asterisks for a
      *  blank mask, else the mask with "=" positions filled from the
      *  match), then - unless the match already reads that way -
      *  splices it in: head, replacement, tail.  A mask
      *  longer than the match can push the tail past column 200; the
      *  overflow is lost, as it would be for any long message.
      *----------------------------------------------------------------
       2300-replace-match.
           move spaces to repl-text.
           if rul-mask-len(rule-idx) = 0
               move match-len to repl-len
               if repl-len > 40
                   move 40 to repl-len
               end-if
               move all "*" to repl-text(1:repl-len)
           else
               move rul-mask-len(rule-idx) to repl-len
               move rul-mask(rule-idx) to repl-text
               perform varying char-idx from 1 by 1
                   until char-idx > repl-len
                   if repl-text(char-idx:1) = "="
                       if char-idx <= match-len
                           move redact-text(scan-pos + char-idx - 1:1)
                               to repl-text(char-idx:1)
                       else
                           move "*" to repl-text(char-idx:1)
                       end-if
                   end-if
               end-perform
           end-if.
           move "Y" to change-flag.
           if rul-mask-len(rule-idx) = 0 and match-len > 40
               move match-len to repl-len
               if redact-text(scan-pos:match-len) = all "*"
                   move "N" to change-flag
               end-if
               move all "*" to redact-text(scan-pos:match-len)
               go to 2300-replace-match-exit
           end-if.
           if repl-len = match-len
               and repl-text(1:repl-len)
                   = redact-text(scan-pos:match-len)
               move "N" to change-flag
               go to 2300-replace-match-exit
           end-if.
           move spaces to build-text.
           if scan-pos > 1
               move redact-text(1:scan-pos - 1)
                   to build-text(1:scan-pos - 1)
           end-if.
           move repl-text(1:repl-len) to build-text(scan-pos:repl-len).
           compute tail-len = 200 - match-end.
           if tail-len > 0
               move redact-text(match-end + 1:tail-len)
                   to build-text(scan-pos + repl-len:tail-len)
           end-if.
           move build-text(1:200) to redact-text.
       2300-replace-match-exit.
           exit.

       end program LogRedact.
