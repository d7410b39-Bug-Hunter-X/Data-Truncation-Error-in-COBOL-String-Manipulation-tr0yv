      *> Checker's decision record (TRUNCDECN) for the approval run
      *> TRUNCAPRV: one row per pending change being answered, quoting
      *> the PD-CHANGE-ID printed on TRUNCAPRV-RPT.  Who decided is not
      *> on the row -- it is the checker user id on TRUNCAPRV's PARM,
      *> so a whole decision file is answered under one identity.
           05  DN-CHANGE-ID            PIC X(20).
           05  DN-DECISION             PIC X(1).
               88  DN-APPROVE           VALUE "A".
               88  DN-DECLINE           VALUE "D".
           05  DN-NOTE                 PIC X(40).
