      *> Receiver acknowledgment record (TRUNCACKIN), as sent back by
      *> the downstream systems for TRUNCOUTR, TRUNCOUTS, TRUNCOUTI
      *> and TRUNCEXTOUT.  Each receiver's ack is one "A" summary row
      *> -- the file and file date it loaded, the record count and
      *> CTLREC-style key hash it received -- followed by one "K"
      *> row per key it refused to load, with the record type and
      *> the receiver's own reason text.  The receivers' files are
      *> concatenated into TRUNCACKIN ahead of TRUNCACK; a "K" row
      *> belongs to the file and date it names, not to whichever
      *> summary happens to precede it.
           05  AK-RECORD-TYPE          PIC X(1).
               88  AK-SUMMARY          VALUE "A".
               88  AK-REFUSED-KEY      VALUE "K".
           05  AK-FILE-NAME            PIC X(12).
           05  AK-FILE-DATE            PIC 9(8).
           05  AK-ACK-DATA             PIC X(48).
           05  AK-SUMMARY-DATA REDEFINES AK-ACK-DATA.
               10  AK-RECEIVED-COUNT   PIC 9(9).
               10  AK-RECEIVED-HASH    PIC 9(18).
               10  AK-ACK-TIMESTAMP    PIC X(14).
               10  FILLER              PIC X(7).
           05  AK-REFUSED-DATA REDEFINES AK-ACK-DATA.
               10  AK-KEY              PIC X(10).
               10  AK-KEY-TYPE         PIC X(1).
               10  AK-REFUSE-REASON    PIC X(37).
