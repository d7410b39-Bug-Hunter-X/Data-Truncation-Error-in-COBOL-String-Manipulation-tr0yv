      *> Abbreviation-dictionary control record (ABBRCF), in the
      *> spirit of CONTENTCF: one row per approved abbreviation for
      *> one input record type -- "R STREET ST", "I DEPARTMENT DEPT".
      *> Used by TRUNCCHK's ABBREV run option to shorten an over-limit
      *> string word by word before it is rejected.  Words are matched
      *> whole and without regard to case; the short form must be
      *> shorter than the word it replaces or the row is ignored.
           05  AB-RECORD-TYPE          PIC X(1).
           05  AB-LONG-WORD            PIC X(30).
           05  AB-SHORT-WORD           PIC X(30).
