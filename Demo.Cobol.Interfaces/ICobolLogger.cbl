      *----------------------------------------------------------------
      *  MinimumSeverity - the least severe level the logger persists:
      *  "INFO" (everything, the default), "WARN", "ERROR" or "FATAL".
      *  Implementations read it from the PARMLIB *LOGGER MINSEV
      *  setting at construction, the way the *ALL USERID setting
      *  drives the default operator, so production can suppress
      *  chatty INFO lines without touching the TESTCASE script.
      *  AUDIT/ALERT lines and the error/fatal counters are not
      *  affected by this setting.
      *----------------------------------------------------------------
       property-id MinimumSeverity string.
           getter.
