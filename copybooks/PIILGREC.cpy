      *> Personal-data detection log record (TRUNCPII).  One record
      *> per identifier PIICHK found and masked: when, which key and
      *> record type, what kind of identifier, and where in the
      *> string it sat.  The value itself is never written -- this
      *> file is what compliance is shown, so it must not become a
      *> second copy of the data it proves was removed.
           05  PL-TIMESTAMP            PIC X(21).
           05  PL-RECORD-KEY           PIC X(10).
           05  PL-RECORD-TYPE          PIC X(1).
           05  PL-PATTERN-TYPE         PIC X(8).
           05  PL-START-POS            PIC 9(4).
           05  PL-MATCH-LENGTH         PIC 9(4).
