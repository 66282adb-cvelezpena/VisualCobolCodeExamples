      $SET ILUSING"Demo.Net"

       program-id. ParmList.

      *----------------------------------------------------------------
      *  ParmList - the morning listing of the PARMLIB parameter
      *  library, so the production configuration can be read at a
      *  glance and a bad entry or a forgotten setting shows up the
      *  day after it bites rather than weeks later.  Results go to
      *  PARMRPT in three sections:
      *
      *  SETTINGS IN EFFECT - every setting PARMDEF defines, with the
      *      value each program gets today (through ParmGet, exactly
      *      as the program itself would get it) and where it comes
      *      from: the library entry and its effective date, or the
      *      default because nothing is set.  A library value that no
      *      longer passes its definition is flagged with the reason;
      *      the programs are running on the default meanwhile.
      *  LIBRARY ENTRIES NOT IN EFFECT - entries keyed ahead, with
      *      the date they take over, and entries for a program and
      *      keyword PARMDEF does not define (flagged - nothing will
      *      ever read them, usually a mistyped keyword).
      *  PROGRAMS THAT RAN ON A DEFAULT - from the PARMUSE journal
      *      ParmGet keeps: every program that took a default since
      *      the last listing, how often and when last, with the
      *      value it ran with and why.  Each is flagged.  The
      *      journal is emptied once listed, so each morning shows
      *      only what ran since the one before.
      *
      *  Return code 4 when anything is flagged.
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

           select REPORT-FILE assign "PARMRPT"
               organization line sequential
               file status is report-status.

       data division.
       file section.
       fd  PARMLIB-FILE.
       copy "PARMREC.cpy".

       fd  PARMUSE-FILE.
       copy "PUSEREC.cpy".

       fd  REPORT-FILE.
       01  REPORT-LINE                pic x(132).

       working-storage section.
       copy "PARMDEF.cpy".
       copy "PARMREQ.cpy".

       01 parmlib-status   pic x(02).
       01 parmuse-status   pic x(02).
       01 report-status    pic x(02).
       01 today-date       pic 9(08).

       01 def-idx          binary-long.
       01 def-match-idx    binary-long.
       01 use-idx          binary-long.
       01 use-match-idx    binary-long.
       01 flag-count       binary-long value 0.
       01 ahead-count      binary-long value 0.
       01 use-count        binary-long value 0.
       01 use-overflow     binary-long value 0.

       01 end-of-library pic x(01) value "N".
           88 no-more-library-records value "Y".
       01 end-of-parmuse pic x(01) value "N".
           88 no-more-parmuse-records value "Y".

      *  programs that ran on a default, one entry per caller,
      *  program and keyword, in the order first seen
       01 default-use-table.
           05 dut-entry occurs 100.
               10 dut-caller       pic x(20).
               10 dut-program      pic x(20).
               10 dut-keyword      pic x(12).
               10 dut-count        binary-long.
               10 dut-last-date    pic 9(08).
               10 dut-last-time    pic 9(06).
               10 dut-status       pic x(02).
               10 dut-value        pic x(40).
               10 dut-reason       pic x(40).

       01 setting-line.
           05 stl-flag             pic x(02).
           05 stl-program          pic x(20).
           05 filler               pic x(01) value space.
           05 stl-keyword          pic x(12).
           05 filler               pic x(01) value space.
           05 stl-value            pic x(36).
           05 filler               pic x(01) value space.
           05 stl-source           pic x(59).

       01 use-line.
           05 usl-flag             pic x(02).
           05 usl-caller           pic x(20).
           05 filler               pic x(01) value space.
           05 usl-setting          pic x(33).
           05 filler               pic x(01) value space.
           05 usl-count            pic zzzz9.
           05 filler               pic x(01) value space.
           05 usl-last-date        pic 9(08).
           05 filler               pic x(01) value space.
           05 usl-last-time        pic 9(06).
           05 filler               pic x(01) value space.
           05 usl-value            pic x(20).
           05 filler               pic x(01) value space.
           05 usl-reason           pic x(32).

       01 count-edit       pic zzzz9.

       procedure division.
           accept today-date from date yyyymmdd.
           open output REPORT-FILE.
           move spaces to REPORT-LINE.
           string "PARAMETER LIBRARY LISTING FOR " delimited by size
               today-date delimited by size
               into REPORT-LINE.
           write REPORT-LINE.
           perform 1000-list-settings thru 1000-list-settings-exit.
           perform 2000-list-other-entries
               thru 2000-list-other-entries-exit.
           perform 3000-list-default-use
               thru 3000-list-default-use-exit.
           move spaces to REPORT-LINE.
           write REPORT-LINE.
           move flag-count to count-edit.
           move spaces to REPORT-LINE.
           string "ITEMS FLAGGED (**): " delimited by size
               count-edit delimited by size
               into REPORT-LINE.
           write REPORT-LINE.
           close REPORT-FILE.
           if flag-count > 0
               move 4 to return-code
           end-if.
           display "PARMLIST: " flag-count " item(s) flagged".
           goback.

      *----------------------------------------------------------------
      *  1000-list-settings - one line per PARMDEF setting, looked up
      *  through ParmGet without journalling, so the listing itself
      *  never shows as a program running on a default.
      *----------------------------------------------------------------
       1000-list-settings.
           move spaces to REPORT-LINE.
           write REPORT-LINE.
           move "SETTINGS IN EFFECT" to REPORT-LINE.
           write REPORT-LINE.
           perform 1100-list-one-setting
               thru 1100-list-one-setting-exit
               varying def-idx from 1 by 1
               until def-idx > PDEF-COUNT.
       1000-list-settings-exit.
           exit.

       1100-list-one-setting.
           move "P" to PRQ-MODE.
           move "ParmList" to PRQ-CALLER.
           move PDEF-PROGRAM(def-idx) to PRQ-PROGRAM.
           move PDEF-KEYWORD(def-idx) to PRQ-KEYWORD.
           call "ParmGet" using PARM-REQUEST.
           move spaces to setting-line.
           move PDEF-PROGRAM(def-idx) to stl-program.
           move PDEF-KEYWORD(def-idx) to stl-keyword.
           move PRQ-VALUE to stl-value.
           evaluate PRQ-STATUS
               when "00"
                   string "LIBRARY, IN EFFECT FROM " delimited by size
                       PRQ-EFF-DATE delimited by size
                       into stl-source
               when "04"
                   string "DEFAULT - " delimited by size
                       PRQ-REASON delimited by size
                       into stl-source
               when other
                   move "**" to stl-flag
                   add 1 to flag-count
                   string "DEFAULT (LIBRARY: " delimited by size
                       PRQ-REASON delimited by "  "
                       ")" delimited by size
                       into stl-source
           end-evaluate.
           move setting-line to REPORT-LINE.
           write REPORT-LINE.
       1100-list-one-setting-exit.
           exit.

      *----------------------------------------------------------------
      *  2000-list-other-entries - one pass of the library for the
      *  entries the first section does not show.
      *----------------------------------------------------------------
       2000-list-other-entries.
           move spaces to REPORT-LINE.
           write REPORT-LINE.
           move "LIBRARY ENTRIES NOT IN EFFECT" to REPORT-LINE.
           write REPORT-LINE.
           open input PARMLIB-FILE.
           if parmlib-status <> "00"
               move "  NO PARMLIB - EVERY SETTING IS ITS DEFAULT"
                   to REPORT-LINE
               write REPORT-LINE
               go to 2000-list-other-entries-exit
           end-if.
           move "N" to end-of-library.
           move low-values to PARM-KEY.
           start PARMLIB-FILE key not < PARM-KEY
               invalid key
                   set no-more-library-records to true
           end-start.
           perform 2100-check-one-entry thru 2100-check-one-entry-exit
               until no-more-library-records.
           close PARMLIB-FILE.
           if ahead-count = 0
               move "  NONE" to REPORT-LINE
               write REPORT-LINE
           end-if.
       2000-list-other-entries-exit.
           exit.

       2100-check-one-entry.
           read PARMLIB-FILE next
               at end
                   set no-more-library-records to true
                   go to 2100-check-one-entry-exit
           end-read.
           move 0 to def-match-idx.
           perform varying def-idx from 1 by 1
               until def-idx > PDEF-COUNT or def-match-idx > 0
               if PDEF-PROGRAM(def-idx) = PARM-PROGRAM
                   and PDEF-KEYWORD(def-idx) = PARM-KEYWORD
                   move def-idx to def-match-idx
               end-if
           end-perform.
           move spaces to setting-line.
           move PARM-PROGRAM to stl-program.
           move PARM-KEYWORD to stl-keyword.
           move PARM-VALUE to stl-value.
           if def-match-idx = 0
               move "**" to stl-flag
               add 1 to flag-count
               move "NOT ON PARMDEF - NO PROGRAM READS THIS ENTRY"
                   to stl-source
           else
               if PARM-EFF-DATE <= today-date
                   go to 2100-check-one-entry-exit
               end-if
               string "KEYED AHEAD, TAKES EFFECT " delimited by size
                   PARM-EFF-DATE delimited by size
                   " BY " delimited by size
                   PARM-MAINT-ID delimited by space
                   into stl-source
           end-if.
           add 1 to ahead-count.
           move setting-line to REPORT-LINE.
           write REPORT-LINE.
       2100-check-one-entry-exit.
           exit.

      *----------------------------------------------------------------
      *  3000-list-default-use - gathers the PARMUSE lines that took
      *  a default by caller, program and keyword, lists them, then
      *  empties the journal for the next day's runs.
      *----------------------------------------------------------------
       3000-list-default-use.
           move spaces to REPORT-LINE.
           write REPORT-LINE.
           move "PROGRAMS THAT RAN ON A DEFAULT" to REPORT-LINE.
           write REPORT-LINE.
           move "  PROGRAM              SETTING" to REPORT-LINE.
           move "TIMES LAST RUN        VALUE" to REPORT-LINE(58:27).
           move "REASON" to REPORT-LINE(101:6).
           write REPORT-LINE.
           open input PARMUSE-FILE.
           if parmuse-status <> "00"
               move "  NONE" to REPORT-LINE
               write REPORT-LINE
               go to 3000-list-default-use-exit
           end-if.
           perform 3100-gather-one-use thru 3100-gather-one-use-exit
               until no-more-parmuse-records.
           close PARMUSE-FILE.
           if use-count = 0
               move "  NONE" to REPORT-LINE
               write REPORT-LINE
           end-if.
           perform 3200-list-one-use thru 3200-list-one-use-exit
               varying use-idx from 1 by 1
               until use-idx > use-count.
           if use-overflow > 0
               move use-overflow to count-edit
               move spaces to REPORT-LINE
               string "** " delimited by size
                   count-edit delimited by size
                   " MORE DEFAULT USES NOT LISTED - TABLE FULL"
                       delimited by size
                   into REPORT-LINE
               write REPORT-LINE
           end-if.
           call "CBL_DELETE_FILE" using "PARMUSE".
           move 0 to return-code.
       3000-list-default-use-exit.
           exit.

       3100-gather-one-use.
           read PARMUSE-FILE
               at end
                   set no-more-parmuse-records to true
                   go to 3100-gather-one-use-exit
           end-read.
           if not PUSE-FROM-DEFAULT
               go to 3100-gather-one-use-exit
           end-if.
           move 0 to use-match-idx.
           perform varying use-idx from 1 by 1
               until use-idx > use-count or use-match-idx > 0
               if dut-caller(use-idx) = PUSE-CALLER
                   and dut-program(use-idx) = PUSE-PROGRAM
                   and dut-keyword(use-idx) = PUSE-KEYWORD
                   move use-idx to use-match-idx
               end-if
           end-perform.
           if use-match-idx = 0
               if use-count >= 100
                   add 1 to use-overflow
                   go to 3100-gather-one-use-exit
               end-if
               add 1 to use-count
               move use-count to use-match-idx
               move PUSE-CALLER to dut-caller(use-match-idx)
               move PUSE-PROGRAM to dut-program(use-match-idx)
               move PUSE-KEYWORD to dut-keyword(use-match-idx)
               move 0 to dut-count(use-match-idx)
           end-if.
           add 1 to dut-count(use-match-idx).
           move PUSE-DATE to dut-last-date(use-match-idx).
           move PUSE-TIME to dut-last-time(use-match-idx).
           move PUSE-STATUS to dut-status(use-match-idx).
           move PUSE-VALUE to dut-value(use-match-idx).
           move PUSE-REASON to dut-reason(use-match-idx).
       3100-gather-one-use-exit.
           exit.

       3200-list-one-use.
           move spaces to use-line.
           move "**" to usl-flag.
           add 1 to flag-count.
           move dut-caller(use-idx) to usl-caller.
           string dut-program(use-idx) delimited by space
               " " delimited by size
               dut-keyword(use-idx) delimited by space
               into usl-setting.
           move dut-count(use-idx) to usl-count.
           move dut-last-date(use-idx) to usl-last-date.
           move dut-last-time(use-idx) to usl-last-time.
           move dut-value(use-idx) to usl-value.
           move dut-reason(use-idx) to usl-reason.
           move use-line to REPORT-LINE.
           write REPORT-LINE.
       3200-list-one-use-exit.
           exit.

       end program ParmList.
