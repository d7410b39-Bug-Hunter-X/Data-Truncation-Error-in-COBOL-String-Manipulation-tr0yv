      *> Aging-ledger pre-image record (TRUNCAGEPRE).  Before TRUNCAGE
      *> applies a night's feeds it writes the ledger exactly as it
      *> loaded it: one "H" header row stamped with the run timestamp
      *> and the entry count, then one "E" row per ledger entry
      *> carrying the AGINVREC image unchanged.  It is the one
      *> generation TRUNCBKOUT restores TRUNCAGEINV from when a night
      *> is backed out; each TRUNCAGE run replaces it.
           05  AP-ROW-TYPE             PIC X(1).
               88  AP-HEADER-ROW        VALUE "H".
               88  AP-ENTRY-ROW         VALUE "E".
           05  AP-ROW-DATA             PIC X(41).
           05  AP-HEADER-DATA REDEFINES AP-ROW-DATA.
               10  AP-TAKEN-TIMESTAMP  PIC X(21).
               10  AP-ENTRY-COUNT      PIC 9(9).
               10  FILLER              PIC X(11).
