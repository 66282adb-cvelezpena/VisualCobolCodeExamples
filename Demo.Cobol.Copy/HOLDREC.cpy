      *================================================================
      *  HOLDREC.cpy
      *
      *  Record layout for LEGALHOLD, the legal-hold register: one
      *  record per hold, keyed by a hold id of the requester's
      *  choosing (the case or matter reference).  A hold names what
      *  it preserves by
      *      O  operator id             (HOLD-VALUE first 20 bytes)
      *      G  session GUID            (HOLD-VALUE)
      *      R  logical-run id          (HOLD-VALUE first 15 bytes;
      *                                  every segment GUID RUNREG
      *                                  lists for the run is held)
      *      D  date range only         (HOLD-FROM-DATE/HOLD-TO-DATE)
      *  HOLD-FROM-DATE and HOLD-TO-DATE narrow an O, G or R hold to
      *  records dated inside the range; zeros leave that end open.
      *
      *  Holds are maintained under dual control: one operator places
      *  or asks to release a hold through HoldMaint, a different one
      *  approves it through HoldApprove.  HOLD-STATUS moves
      *      P  placed, awaiting approval   (not yet in force)
      *      A  active                      (in force)
      *      Q  release requested           (still in force)
      *      R  released                    (no longer in force)
      *      X  placement refused           (never in force)
      *  Released and refused holds stay on file as the record of who
      *  asked for what and who agreed.  HOLD-APPROVED-BY is the
      *  checker who decided the placement - the refuser, on an X.
      *
      *  Shared by HoldMaint and HoldApprove (the only writers) and
      *  the HoldCheck routine every purge and archive job asks
      *  before it lets a record go.
      *================================================================
       01  HOLD-RECORD.
           05  HOLD-ID                 PIC X(08).
           05  HOLD-TYPE               PIC X(01).
               88  HOLD-BY-OPERATOR    VALUE "O".
               88  HOLD-BY-GUID        VALUE "G".
               88  HOLD-BY-RUN         VALUE "R".
               88  HOLD-BY-DATES       VALUE "D".
               88  HOLD-TYPE-VALID     VALUE "O" "G" "R" "D".
           05  HOLD-VALUE              PIC X(36).
           05  HOLD-FROM-DATE          PIC 9(08).
           05  HOLD-TO-DATE            PIC 9(08).
           05  HOLD-STATUS             PIC X(01).
               88  HOLD-PENDING        VALUE "P".
               88  HOLD-ACTIVE         VALUE "A".
               88  HOLD-RELEASE-ASKED  VALUE "Q".
               88  HOLD-RELEASED       VALUE "R".
               88  HOLD-REFUSED        VALUE "X".
               88  HOLD-IN-FORCE       VALUE "A" "Q".
           05  HOLD-REASON             PIC X(30).
           05  HOLD-PLACED-BY          PIC X(20).
           05  HOLD-PLACED-DATE        PIC 9(08).
           05  HOLD-APPROVED-BY        PIC X(20).
           05  HOLD-APPROVED-DATE      PIC 9(08).
           05  HOLD-RELEASE-BY         PIC X(20).
           05  HOLD-RELEASE-DATE       PIC 9(08).
           05  HOLD-RELEASE-OK-BY      PIC X(20).
           05  HOLD-RELEASE-OK-DATE    PIC 9(08).
