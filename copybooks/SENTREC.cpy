      *> Outbound transmission register (TRUNCSENT) -- one row per
      *> file handed to a downstream receiver, appended by the step
      *> that cut it: TRUNCDST for TRUNCOUTR/TRUNCOUTS/TRUNCOUTI,
      *> TRUNCEXT for TRUNCEXTOUT, TRUNCXLIT for each single-byte
      *> copy (TRUNCSBOUT, TRUNCSBOUTR/S/I).  The count and key hash
      *> are the ones the file's own trailer carries (for
      *> TRUNCEXTOUT, whose delimited trailer has a count only, the
      *> hash is the CTLREC key-hash total over the logical records
      *> extracted), so TRUNCACK can balance each receiver's
      *> acknowledgment against exactly what was sent.  A file re-cut
      *> for the same file date appends a fresh row; the latest row
      *> is the one the receiver is expected to acknowledge.
           05  SN-FILE-NAME            PIC X(12).
           05  SN-FILE-DATE            PIC 9(8).
           05  SN-RECORD-COUNT         PIC 9(9).
           05  SN-KEY-HASH             PIC 9(18).
           05  SN-SENT-TIMESTAMP       PIC X(21).
