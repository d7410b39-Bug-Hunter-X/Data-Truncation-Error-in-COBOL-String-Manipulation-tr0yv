      *> Change-log record for the length-limit maintenance utility.
      *> One record per limit change: who made it, when, and the old
      *> and new values, so a threshold change never has to be taken
      *> on faith during an audit.  Limit changes are dual-controlled
      *> (see PENDREC): ML-USER-ID is the maker who proposed the
      *> change through TRUNCMNT, ML-CHECKER-ID the second user who
      *> approved it through TRUNCAPRV, which writes this record.
           05  ML-TIMESTAMP            PIC X(21).
           05  ML-USER-ID              PIC X(8).
           05  ML-FIELD-NAME           PIC X(30).
           05  ML-OLD-LIMIT            PIC 9(4).
           05  ML-NEW-LIMIT            PIC 9(4).
           05  ML-CHECKER-ID           PIC X(8).
