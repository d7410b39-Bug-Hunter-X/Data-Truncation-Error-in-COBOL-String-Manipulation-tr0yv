      *> Inbound transmission register record (TRUNCXMIT) -- one row
      *> per inbound file accepted, appended by XMITCHK for the step
      *> that processed it: TRUNCSPLT, TRUNCDLT or TRUNCCHK (and for
      *> TRUNCCHK, each partition instance).  A transmission is known
      *> by its CTLREC header file date and trailer count and key
      *> hash; the same three on a later file under the same step
      *> and partition mean the same file was sent again.  A
      *> deliberate rerun of a file already on the register is let
      *> through only on an authorized RERUN= override, and its row
      *> carries the override flag and the user who gave it.
      *> TRUNCBKOUT voids a backed-out night's receipts by appending
      *> a backout row of the same identity, flagged "B" and carrying
      *> the user who ran the backout; XMITCHK ignores every receipt
      *> of that identity written before the backout row.
           05  XR-STAGE                PIC X(10).
           05  XR-PARTITION-ID         PIC X(1).
           05  XR-FILE-DATE            PIC 9(8).
           05  XR-RECORD-COUNT         PIC 9(9).
           05  XR-KEY-HASH             PIC 9(18).
           05  XR-RUN-DATE             PIC 9(8).
           05  XR-ACCEPT-TIMESTAMP     PIC X(21).
           05  XR-OVERRIDE-FLAG        PIC X(1).
               88  XR-FIRST-RECEIPT     VALUE SPACE.
               88  XR-OVERRIDE-RERUN    VALUE "O".
               88  XR-BACKOUT-ROW       VALUE "B".
           05  XR-OVERRIDE-USER        PIC X(8).
