      *> Request block passed to XMITCHK on every call.  The layout
      *> must agree with LK-XMIT-REQUEST in XMITCHK.
      *>   WX-FUNCTION "C" -- check: XMITCHK reads TRUNCIN's header
      *>     and trailer for the transmission's identity (returned in
      *>     WX-FILE-DATE/WX-RECORD-COUNT/WX-KEY-HASH) and looks for
      *>     it on TRUNCXMIT under WX-STAGE and WX-PARTITION-ID;
      *>   WX-FUNCTION "R" -- record: appends the identity from the
      *>     check call to TRUNCXMIT, flagged as an override rerun
      *>     when the check found an earlier receipt.
      *> WX-OVERRIDE-USER carries the RERUN= user id, if any.
       01  WS-XMIT-REQUEST.
           05  WX-FUNCTION             PIC X(1).
               88  WX-CHECK-XMIT        VALUE "C".
               88  WX-RECORD-XMIT       VALUE "R".
           05  WX-STAGE                PIC X(10) VALUE SPACES.
           05  WX-PARTITION-ID         PIC X(1) VALUE SPACE.
           05  WX-OVERRIDE-USER        PIC X(8) VALUE SPACES.
           05  WX-IDENTITY-SWITCH      PIC X(1) VALUE "N".
               88  WX-IDENTITY-KNOWN    VALUE "Y".
           05  WX-FILE-DATE            PIC 9(8) VALUE 0.
           05  WX-RECORD-COUNT         PIC 9(9) VALUE 0.
           05  WX-KEY-HASH             PIC 9(18) VALUE 0.
      *> When the check finds the transmission already registered:
      *> when it was first accepted and on which run date.
           05  WX-PRIOR-TIMESTAMP      PIC X(21) VALUE SPACES.
           05  WX-RETURN-CODE          PIC 9(2) VALUE 0.
               88  WX-NEW-XMIT          VALUE 0.
               88  WX-RERUN-AUTHORIZED  VALUE 4.
               88  WX-DUPLICATE-XMIT    VALUE 8.
               88  WX-RERUN-REFUSED     VALUE 12.
               88  WX-REGISTER-FAILED   VALUE 16.
