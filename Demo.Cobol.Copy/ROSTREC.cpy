      *================================================================
      *  ROSTREC.cpy
      *
      *  Record layout for the indexed on-call roster ONCALL.  One
      *  record per department, tier and duty slot: who is to be
      *  paged for that department's alerts between the FROM and TO
      *  dates and, within each of those days, between the FROM and
      *  TO times (hhmm).  A slot whose TO time is earlier than its
      *  FROM time runs overnight; equal times mean the whole day.
      *
      *  Tiers are paged in order P(rimary), S(econdary), M(anager)
      *  as AlertEscalate moves an unanswered alert up one tier per
      *  pass.  The reserved department *DEFAULT* covers alerts whose
      *  operator resolves to no department, or to one with no slot
      *  of its own - the verification batches' alerts, which carry
      *  no operator, always land there.
      *
      *  Shared by RosterMaint (the maintenance program and only
      *  writer) and the OnCallLookup routine AlertEscalate and
      *  AlertAck call, so all agree on the key without being kept in
      *  sync by hand.
      *================================================================
       01  ROSTER-RECORD.
           05  ROS-KEY.
               10  ROS-DEPT            PIC X(10).
                   88  ROS-DEFAULT-DEPT VALUE "*DEFAULT*".
               10  ROS-TIER            PIC X(01).
                   88  ROS-PRIMARY     VALUE "P".
                   88  ROS-SECONDARY   VALUE "S".
                   88  ROS-MANAGER     VALUE "M".
                   88  ROS-TIER-VALID  VALUE "P" "S" "M".
               10  ROS-FROM-DATE       PIC 9(08).
               10  ROS-FROM-TIME       PIC 9(04).
           05  ROS-TO-DATE             PIC 9(08).
           05  ROS-TO-TIME             PIC 9(04).
           05  ROS-OPER-ID             PIC X(20).
