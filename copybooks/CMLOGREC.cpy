      *> change -- who made it, when, what action, and the old and
      *> new names -- so the master TRUNCCHK trusts for key
      *> validation never has to be taken on faith during an audit.
      *> Master changes are dual-controlled (see PENDREC):
      *> CU-USER-ID is the maker who proposed the change through
      *> CUSTMNT, CU-CHECKER-ID the second user who approved it
      *> through TRUNCAPRV, which writes this record.
           05  CU-TIMESTAMP            PIC X(21).
           05  CU-USER-ID              PIC X(8).
           05  CU-ACTION-CODE          PIC X(1).
           05  CU-CUSTOMER-KEY         PIC X(10).
           05  CU-OLD-NAME             PIC X(30).
           05  CU-NEW-NAME             PIC X(30).
           05  CU-CHECKER-ID           PIC X(8).
