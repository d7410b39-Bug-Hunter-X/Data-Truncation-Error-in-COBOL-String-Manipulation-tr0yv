      *> Baseline pre-image record (TRUNCBASEPRE).  TRUNCDLT copies
      *> every physical record of the TRUNCPREV baseline it reads to
      *> this file unchanged, behind one leading "P" stamp row that
      *> records when the copy was taken -- TRUNCBKOUT uses the stamp
      *> to prove the pre-image belongs to the night being backed
      *> out, then copies the rest back over TRUNCBASE.
           05  BP-RECORD-DATA          PIC X(213).
           05  BP-STAMP-DATA REDEFINES BP-RECORD-DATA.
               10  BP-RECORD-TYPE      PIC X(1).
                   88  BP-STAMP-ROW     VALUE "P".
               10  BP-TAKEN-TIMESTAMP  PIC X(21).
               10  FILLER              PIC X(191).
