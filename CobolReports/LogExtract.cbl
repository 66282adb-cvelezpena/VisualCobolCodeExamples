      *  from the manifest, so the caller never needs to know archive
      *  file names.
      *
      *  The filters are LogExtract settings on the PARMLIB parameter
      *  library, read through ParmGet; every filter is optional and
      *  a blank or unset filter selects everything:
      *    FROM    YYYY-MM-DD [HH:MM:SS]  earliest timestamp kept
      *    TO      YYYY-MM-DD [HH:MM:SS]  latest timestamp kept
      *    SEV     WARN,ERROR,...         severities kept (up to five)
      *    USERID  xxx                    exact LOG-USERID match
      *    GUID    xxx                    exact LOG-GUID match
      *  Matching records go to EXTRACT in the LOGREC layout,
      *  followed by a count trailer line.
      *
               organization line sequential
               file status is archive-status.

           select EXTRACT-FILE assign "EXTRACT"
               organization line sequential
               file status is extract-status.
       fd  ARCHIVE-FILE.
       01  ARCHIVE-RECORD             pic x(307).

       fd  EXTRACT-FILE.
       01  EXTRACT-RECORD             pic x(307).

       copy "LOGIDX.cpy".

       working-storage section.
       copy "PARMREQ.cpy".

       01 logfile-status   pic x(02).
       01 manifest-status  pic x(02).
       01 archive-status   pic x(02).
       01 extract-status   pic x(02).
       01 logindex-status  pic x(02).

       01 archive-name     pic x(20).

       01 end-of-logfile pic x(01) value "N".
           88 no-more-log-records value "Y".
       01 end-of-manifest pic x(01) value "N".
      *  possible range; a date-only FROM/TO is widened to the start
      *  or end of that day so "the 14th" means the whole 14th.
      *----------------------------------------------------------------
       01 parm-value       pic x(60).
       01 from-ts          pic x(19) value "0000-01-01 00:00:00".
       01 to-ts            pic x(19) value "9999-12-31 23:59:59".

      *----------------------------------------------------------------
       1000-initialize.
           perform 1100-read-filters thru 1100-read-filters-exit.

           perform 1500-load-index thru 1500-load-index-exit.

           exit.

      *----------------------------------------------------------------
      *  1100-read-filters - one ParmGet per filter.  A filter the
      *  library holds no valid value for comes back as its blank
      *  default, which selects everything.
      *----------------------------------------------------------------
       1100-read-filters.
           move "G" to PRQ-MODE.
           move "LogExtract" to PRQ-CALLER.
           move "LogExtract" to PRQ-PROGRAM.
           move "FROM" to PRQ-KEYWORD.
           call "ParmGet" using PARM-REQUEST.
           move PRQ-VALUE to parm-value.
           if PRQ-STATUS < "12" and parm-value <> spaces
               perform 1200-set-from-bound
                   thru 1200-set-from-bound-exit
           end-if.
           move "TO" to PRQ-KEYWORD.
           call "ParmGet" using PARM-REQUEST.
           move PRQ-VALUE to parm-value.
           if PRQ-STATUS < "12" and parm-value <> spaces
               perform 1300-set-to-bound
                   thru 1300-set-to-bound-exit
           end-if.
           move "SEV" to PRQ-KEYWORD.
           call "ParmGet" using PARM-REQUEST.
           move PRQ-VALUE to parm-value.
           if PRQ-STATUS < "12" and parm-value <> spaces
               move "Y" to sev-filter
               move 0 to sev-token-count
               unstring parm-value delimited by ","
                   into sev-token(1) sev-token(2) sev-token(3)
                        sev-token(4) sev-token(5)
                   tallying in sev-token-count
           end-if.
           move "USERID" to PRQ-KEYWORD.
           call "ParmGet" using PARM-REQUEST.
           if PRQ-STATUS < "12"
               move PRQ-VALUE to userid-filter
           end-if.
           move "GUID" to PRQ-KEYWORD.
           call "ParmGet" using PARM-REQUEST.
           if PRQ-STATUS < "12"
               move PRQ-VALUE to guid-filter
           end-if.
       1100-read-filters-exit.
           exit.

      *----------------------------------------------------------------
