      $SET ILUSING"Demo.Net"

       program-id. ParmGet.

      *----------------------------------------------------------------
      *  ParmGet - the one reader of the PARMLIB parameter library
      *  (PARMREC.cpy), called by every program for each run-time
      *  setting it used to read from its own one-line parm file:
      *
      *      call "ParmGet" using PARM-REQUEST
      *
      *  The setting is looked up on PARMDEF first - a keyword that
      *  is not defined there is refused with status 12 rather than
      *  quietly defaulted.  The value in effect is the PARMLIB entry
      *  for the program and keyword with the latest effective date
      *  on or before today.  It is checked against the definition's
      *  type and range exactly as ParmMaint checked it when it was
      *  keyed, so a value that has become unacceptable since (a
      *  narrowed range, a withdrawn code) is never acted on: the
      *  default is returned with status 08 and the reason, and the
      *  morning ParmList shows it.
      *
      *  In get mode every answer - library value or default - is
      *  appended to the PARMUSE journal (PUSEREC.cpy), so a program
      *  that ran on a default can be named the next morning instead
      *  of being found out when its output looks wrong.  See
      *  PARMREQ.cpy for the modes and statuses.
      *
      *  PARMLIB is opened and closed on every get, so ParmMaint can
      *  have changed it between two steps of the same stream and
      *  the second step still sees the change.
      *----------------------------------------------------------------

       environment division.
       input-output section.
       file-control.
           select PARMLIB-FILE assign "PARMLIB"
               organization indexed
               access dynamic
               record key PARM-KEY
               file status is parmlib-status.

           select PARMUSE-FILE assign "PARMUSE"
               organization line sequential
               file status is parmuse-status.

       data division.
       file section.
       fd  PARMLIB-FILE.
       copy "PARMREC.cpy".

       fd  PARMUSE-FILE.
       copy "PUSEREC.cpy".

       working-storage section.
       copy "PARMDEF.cpy".

       01 parmlib-status  pic x(02).
       01 parmuse-status  pic x(02).
       01 today-date      pic 9(08).
       01 now-time        pic 9(08).

       01 def-idx         binary-long.
       01 code-idx        binary-long.
       01 value-idx       binary-long.
       01 code-count      binary-long.
       01 value-count     binary-long.
       01 trail-spaces    binary-long.
       01 value-len       binary-long.
       01 fill-pos        binary-long.

       01 end-of-library pic x(01) value "N".
           88 no-more-library-records value "Y".
       01 library-match-state pic x(01) value "N".
           88 library-entry-found value "Y".
       01 library-value   pic x(40).
       01 library-eff     pic 9(08).

      *  one value under test and the verdict on it
       01 check-value     pic x(40).
       01 check-number    pic 9(05).
       01 check-reason    pic x(40).
       01 check-state     pic x(01).
           88 check-passed value "Y".
           88 check-failed value "N".
       01 number-work     pic x(05).
       01 number-value redefines number-work pic 9(05).
       01 limit-edit      pic z(04)9.
       01 edit-spaces     binary-long.

       01 code-table.
           05 code-token  pic x(12) occurs 10.
       01 value-table.
           05 value-token pic x(12) occurs 6.
       01 code-match-state pic x(01).
           88 code-matched value "Y".

       01 date-work.
           05 dtw-yyyy    pic 9(04).
           05 dtw-mm      pic 9(02).
           05 dtw-dd      pic 9(02).
       01 date-work-x redefines date-work pic x(08).
       01 time-work.
           05 tmw-hh      pic 9(02).
           05 tmw-mi      pic 9(02).
           05 tmw-ss      pic 9(02).
       01 time-work-x redefines time-work pic x(06).

       linkage section.
       copy "PARMREQ.cpy".

       procedure division using PARM-REQUEST.
           accept today-date from date yyyymmdd.
           move spaces to PRQ-REASON.
           move 0 to PRQ-NUMBER.
           move 0 to PRQ-EFF-DATE.
           move "D" to PRQ-SOURCE.
           perform 1000-find-definition thru 1000-find-definition-exit.
           evaluate true
               when def-idx = 0
                   move "12" to PRQ-STATUS
                   move "NO SUCH SETTING ON PARMDEF" to PRQ-REASON
                   if not PRQ-VALIDATE
                       move spaces to PRQ-VALUE
                   end-if
               when PRQ-VALIDATE
                   perform 1100-validate-only
                       thru 1100-validate-only-exit
               when other
                   perform 2000-read-library
                       thru 2000-read-library-exit
           end-evaluate.
           if PRQ-GET
               perform 4000-journal-use thru 4000-journal-use-exit
           end-if.
           goback.

      *----------------------------------------------------------------
      *  1000-find-definition - the PARMDEF entry for the program and
      *  keyword asked for; zero when there is none.
      *----------------------------------------------------------------
       1000-find-definition.
           move 0 to def-idx.
           perform varying code-idx from 1 by 1
               until code-idx > PDEF-COUNT or def-idx > 0
               if PDEF-PROGRAM(code-idx) = PRQ-PROGRAM
                   and PDEF-KEYWORD(code-idx) = PRQ-KEYWORD
                   move code-idx to def-idx
               end-if
           end-perform.
       1000-find-definition-exit.
           exit.

      *----------------------------------------------------------------
      *  1100-validate-only - ParmMaint's check of a value before it
      *  is keyed; nothing is read from the library.
      *----------------------------------------------------------------
       1100-validate-only.
           move PRQ-VALUE to check-value.
           perform 3000-check-value thru 3000-check-value-exit.
           move check-number to PRQ-NUMBER.
           move check-reason to PRQ-REASON.
           if check-passed
               move "00" to PRQ-STATUS
           else
               move "08" to PRQ-STATUS
           end-if.
       1100-validate-only-exit.
           exit.

      *----------------------------------------------------------------
      *  2000-read-library - positions at the first entry for the
      *  program and keyword and reads forward while the effective
      *  date is not past today; the last one read is in force.
      *  Anything short of a valid entry in force answers with the
      *  default.
      *----------------------------------------------------------------
       2000-read-library.
           move "N" to library-match-state.
           move "N" to end-of-library.
           open input PARMLIB-FILE.
           if parmlib-status <> "00"
               move "NO PARMLIB" to PRQ-REASON
               move "04" to PRQ-STATUS
               go to 2200-use-default
           end-if.
           move PRQ-PROGRAM to PARM-PROGRAM.
           move PRQ-KEYWORD to PARM-KEYWORD.
           move 0 to PARM-EFF-DATE.
           start PARMLIB-FILE key not < PARM-KEY
               invalid key
                   set no-more-library-records to true
           end-start.
           perform 2100-read-one-entry thru 2100-read-one-entry-exit
               until no-more-library-records.
           close PARMLIB-FILE.
           if not library-entry-found
               move "NOT SET ON PARMLIB" to PRQ-REASON
               move "04" to PRQ-STATUS
               go to 2200-use-default
           end-if.
           move library-value to check-value.
           perform 3000-check-value thru 3000-check-value-exit.
           if check-failed
               move check-reason to PRQ-REASON
               move "08" to PRQ-STATUS
               go to 2200-use-default
           end-if.
           move library-value to PRQ-VALUE.
           move check-number to PRQ-NUMBER.
           move library-eff to PRQ-EFF-DATE.
           move "L" to PRQ-SOURCE.
           move "00" to PRQ-STATUS.
           go to 2000-read-library-exit.
       2200-use-default.
           move PDEF-DEFAULT(def-idx) to check-value.
           perform 3000-check-value thru 3000-check-value-exit.
           move PDEF-DEFAULT(def-idx) to PRQ-VALUE.
           move check-number to PRQ-NUMBER.
       2000-read-library-exit.
           exit.

       2100-read-one-entry.
           read PARMLIB-FILE next
               at end
                   set no-more-library-records to true
                   go to 2100-read-one-entry-exit
           end-read.
           if PARM-PROGRAM <> PRQ-PROGRAM
               or PARM-KEYWORD <> PRQ-KEYWORD
               or PARM-EFF-DATE > today-date
               set no-more-library-records to true
               go to 2100-read-one-entry-exit
           end-if.
           set library-entry-found to true.
           move PARM-VALUE to library-value.
           move PARM-EFF-DATE to library-eff.
       2100-read-one-entry-exit.
           exit.

      *----------------------------------------------------------------
      *  3000-check-value - CHECK-VALUE against the type and range of
      *  PARMDEF entry DEF-IDX.  Sets CHECK-PASSED or CHECK-FAILED
      *  with the reason, and CHECK-NUMBER for a numeric setting.
      *  Numbers are taken as naturally keyed ("24" as well as
      *  "024"), the digits right-aligned into a zero-filled work
      *  field before the numeric test.
      *----------------------------------------------------------------
       3000-check-value.
           set check-passed to true.
           move spaces to check-reason.
           move 0 to check-number.
           move 0 to trail-spaces.
           inspect function reverse(check-value)
               tallying trail-spaces for leading spaces.
           compute value-len = 40 - trail-spaces.
           evaluate true
               when PDEF-NUMBER(def-idx)
                   perform 3100-check-number
                       thru 3100-check-number-exit
               when PDEF-CODE(def-idx)
                   perform 3200-check-code
                       thru 3200-check-code-exit
               when PDEF-CODE-LIST(def-idx)
                   perform 3300-check-code-list
                       thru 3300-check-code-list-exit
               when PDEF-TEXT(def-idx)
                   perform 3400-check-text
                       thru 3400-check-text-exit
               when PDEF-DATE(def-idx)
                   perform 3500-check-date
                       thru 3500-check-date-exit
               when PDEF-TIMESTAMP(def-idx)
                   perform 3600-check-timestamp
                       thru 3600-check-timestamp-exit
           end-evaluate.
       3000-check-value-exit.
           exit.

       3100-check-number.
           if value-len = 0 or value-len > 5
               set check-failed to true
               move "NOT A WHOLE NUMBER OF 1 TO 5 DIGITS"
                   to check-reason
               go to 3100-check-number-exit
           end-if.
           move zeros to number-work.
           compute fill-pos = 6 - value-len.
           move check-value(1:value-len)
               to number-work(fill-pos:value-len).
           if number-work not numeric
               set check-failed to true
               move "NOT A WHOLE NUMBER OF 1 TO 5 DIGITS"
                   to check-reason
               go to 3100-check-number-exit
           end-if.
           move number-value to check-number.
           if check-number < PDEF-MIN(def-idx)
               set check-failed to true
               move PDEF-MIN(def-idx) to limit-edit
               perform 3900-count-edit-spaces
                   thru 3900-count-edit-spaces-exit
               string "BELOW THE MINIMUM OF " delimited by size
                   limit-edit(edit-spaces + 1:) delimited by size
                   into check-reason
               go to 3100-check-number-exit
           end-if.
           if check-number > PDEF-MAX(def-idx)
               set check-failed to true
               move PDEF-MAX(def-idx) to limit-edit
               perform 3900-count-edit-spaces
                   thru 3900-count-edit-spaces-exit
               string "ABOVE THE MAXIMUM OF " delimited by size
                   limit-edit(edit-spaces + 1:) delimited by size
                   into check-reason
           end-if.
       3100-check-number-exit.
           exit.

       3200-check-code.
           perform 3250-split-codes thru 3250-split-codes-exit.
           move check-value to value-token(1).
           move 1 to value-idx.
           perform 3260-match-one-code thru 3260-match-one-code-exit.
           if not code-matched or value-len > 12
               set check-failed to true
               string "NOT ONE OF " delimited by size
                   PDEF-CODES(def-idx) delimited by space
                   into check-reason
           end-if.
       3200-check-code-exit.
           exit.

      *  3300 - blank means no filter, which is always acceptable
       3300-check-code-list.
           if value-len = 0
               go to 3300-check-code-list-exit
           end-if.
           perform 3250-split-codes thru 3250-split-codes-exit.
           move spaces to value-table.
           move 0 to value-count.
           unstring check-value delimited by ","
               into value-token(1) value-token(2) value-token(3)
                    value-token(4) value-token(5) value-token(6)
               tallying in value-count.
           if value-count > 5
               set check-failed to true
               move "MORE THAN 5 CODES" to check-reason
               go to 3300-check-code-list-exit
           end-if.
           perform varying value-idx from 1 by 1
               until value-idx > value-count or check-failed
               perform 3260-match-one-code
                   thru 3260-match-one-code-exit
               if not code-matched
                   set check-failed to true
                   string "UNKNOWN CODE " delimited by size
                       value-token(value-idx) delimited by space
                       into check-reason
               end-if
           end-perform.
       3300-check-code-list-exit.
           exit.

       3250-split-codes.
           move spaces to code-table.
           move 0 to code-count.
           unstring PDEF-CODES(def-idx) delimited by "," or space
               into code-token(1) code-token(2) code-token(3)
                    code-token(4) code-token(5) code-token(6)
                    code-token(7) code-token(8) code-token(9)
                    code-token(10)
               tallying in code-count.
       3250-split-codes-exit.
           exit.

       3260-match-one-code.
           move "N" to code-match-state.
           perform varying code-idx from 1 by 1
               until code-idx > code-count or code-matched
               if code-token(code-idx) <> spaces
                   and code-token(code-idx) = value-token(value-idx)
                   set code-matched to true
               end-if
           end-perform.
       3260-match-one-code-exit.
           exit.

       3400-check-text.
           if value-len > PDEF-MAX(def-idx)
               set check-failed to true
               move PDEF-MAX(def-idx) to limit-edit
               perform 3900-count-edit-spaces
                   thru 3900-count-edit-spaces-exit
               string "LONGER THAN " delimited by size
                   limit-edit(edit-spaces + 1:) delimited by size
                   " CHARACTERS" delimited by size
                   into check-reason
               go to 3400-check-text-exit
           end-if.
           if value-len < PDEF-MIN(def-idx)
               set check-failed to true
               move PDEF-MIN(def-idx) to limit-edit
               perform 3900-count-edit-spaces
                   thru 3900-count-edit-spaces-exit
               string "SHORTER THAN " delimited by size
                   limit-edit(edit-spaces + 1:) delimited by size
                   " CHARACTERS" delimited by size
                   into check-reason
           end-if.
       3400-check-text-exit.
           exit.

      *  3500 - blank means no bound, which is always acceptable
       3500-check-date.
           evaluate value-len
               when 0
                   go to 3500-check-date-exit
               when 8
                   move check-value(1:8) to date-work-x
               when 10
                   move spaces to date-work-x
                   if check-value(5:1) = "-"
                       and check-value(8:1) = "-"
                       string check-value(1:4) check-value(6:2)
                           check-value(9:2) delimited by size
                           into date-work-x
                   end-if
               when other
                   move spaces to date-work-x
           end-evaluate.
           perform 3550-check-calendar-date
               thru 3550-check-calendar-date-exit.
           if check-failed
               move "NOT A DATE (YYYY-MM-DD OR YYYYMMDD)"
                   to check-reason
           end-if.
       3500-check-date-exit.
           exit.

       3550-check-calendar-date.
           if date-work-x not numeric
               set check-failed to true
               go to 3550-check-calendar-date-exit
           end-if.
           if dtw-mm < 1 or dtw-mm > 12
               or dtw-dd < 1 or dtw-dd > 31
               set check-failed to true
           end-if.
       3550-check-calendar-date-exit.
           exit.

      *  3600 - blank means no bound, which is always acceptable
       3600-check-timestamp.
           if value-len = 0
               go to 3600-check-timestamp-exit
           end-if.
           move spaces to date-work-x.
           if (value-len = 10 or value-len = 19)
               and check-value(5:1) = "-"
               and check-value(8:1) = "-"
               string check-value(1:4) check-value(6:2)
                   check-value(9:2) delimited by size
                   into date-work-x
           end-if.
           perform 3550-check-calendar-date
               thru 3550-check-calendar-date-exit.
           if check-passed and value-len = 19
               move spaces to time-work-x
               if check-value(11:1) = space
                   and check-value(14:1) = ":"
                   and check-value(17:1) = ":"
                   string check-value(12:2) check-value(15:2)
                       check-value(18:2) delimited by size
                       into time-work-x
               end-if
               if time-work-x not numeric
                   set check-failed to true
               else
                   if tmw-hh > 23 or tmw-mi > 59 or tmw-ss > 59
                       set check-failed to true
                   end-if
               end-if
           end-if.
           if check-failed
               move "NOT YYYY-MM-DD OR YYYY-MM-DD HH:MM:SS"
                   to check-reason
           end-if.
       3600-check-timestamp-exit.
           exit.

      *  3900 - the leading blanks of an edited limit, so the reason
      *  reads "MAXIMUM OF 999" rather than "MAXIMUM OF   999"
       3900-count-edit-spaces.
           move 0 to edit-spaces.
           inspect limit-edit tallying edit-spaces
               for leading spaces.
       3900-count-edit-spaces-exit.
           exit.

      *----------------------------------------------------------------
      *  4000-journal-use - one PARMUSE line per get, appended.
      *----------------------------------------------------------------
       4000-journal-use.
           open extend PARMUSE-FILE.
           if parmuse-status <> "00"
               open output PARMUSE-FILE
           end-if.
           move spaces to PUSE-RECORD.
           move today-date to PUSE-DATE.
           accept now-time from time.
           move now-time(1:6) to PUSE-TIME.
           move PRQ-CALLER to PUSE-CALLER.
           move PRQ-PROGRAM to PUSE-PROGRAM.
           move PRQ-KEYWORD to PUSE-KEYWORD.
           move PRQ-SOURCE to PUSE-SOURCE.
           move PRQ-STATUS to PUSE-STATUS.
           move PRQ-VALUE to PUSE-VALUE.
           move PRQ-REASON to PUSE-REASON.
           write PUSE-RECORD.
           close PARMUSE-FILE.
       4000-journal-use-exit.
           exit.

       end program ParmGet.
