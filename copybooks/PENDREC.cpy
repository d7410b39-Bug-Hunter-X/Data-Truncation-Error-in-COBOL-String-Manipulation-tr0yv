      *> Pending-change queue record (TRUNCPEND), the maker-checker
      *> stage in front of every change to LIMITCF, CUSTMST and the
      *> TRUNCCORR correction feed.  TRUNCMNT, CUSTMNT and TRUNCCSUB
      *> only propose: each proposal is queued here as "P" under the
      *> requester's user id, and nothing is applied until a second,
      *> different user approves it through TRUNCAPRV.  The approval
      *> run sets the outcome -- "A" approved and applied, "D"
      *> declined, "E" expired unanswered, "F" approved but refused
      *> at apply time (the note says why) -- and moves the decided
      *> record to the TRUNCPENDHST history in this same layout.
      *> PD-CHANGE-ID is the change type, the request timestamp (to
      *> the tenth of a second) and the maker run's own sequence
      *> number -- unique across the three maker jobs even when they
      *> run together.  It is what the checker quotes on the decision
      *> file (see DECNREC).
           05  PD-CHANGE-ID            PIC X(20).
           05  PD-CHANGE-TYPE          PIC X(1).
               88  PD-LIMIT-CHANGE      VALUE "L".
               88  PD-CUSTOMER-CHANGE   VALUE "C".
               88  PD-CORRECTION-CHANGE VALUE "R".
           05  PD-STATUS               PIC X(1).
               88  PD-PENDING           VALUE "P".
               88  PD-APPROVED          VALUE "A".
               88  PD-DECLINED          VALUE "D".
               88  PD-EXPIRED           VALUE "E".
               88  PD-FAILED            VALUE "F".
           05  PD-MAKER-ID             PIC X(8).
           05  PD-REQUEST-TIMESTAMP    PIC X(21).
           05  PD-CHECKER-ID           PIC X(8).
           05  PD-DECISION-TIMESTAMP   PIC X(21).
           05  PD-DECISION-NOTE        PIC X(40).
      *> The proposed change itself, one view per change type.
           05  PD-CHANGE-DATA          PIC X(211).
           05  PD-LIMIT-DATA REDEFINES PD-CHANGE-DATA.
               10  PD-LIMIT-TYPE       PIC X(1).
               10  PD-NEW-LIMIT        PIC 9(4).
               10  PD-OLD-LIMIT        PIC 9(4).
               10  FILLER              PIC X(202).
      *> Same fields as CSTTRREC.
           05  PD-CUSTOMER-DATA REDEFINES PD-CHANGE-DATA.
               10  PD-CUST-ACTION      PIC X(1).
               10  PD-CUST-KEY         PIC X(10).
               10  PD-CUST-NAME        PIC X(30).
               10  FILLER              PIC X(170).
      *> Same fields as CORRREC.
           05  PD-CORRECTION-DATA REDEFINES PD-CHANGE-DATA.
               10  PD-CORR-KEY         PIC X(10).
               10  PD-CORR-ACTION      PIC X(1).
               10  PD-CORR-STRING      PIC X(200).
