      *> Abbreviation log record (TRUNCABBR).  One record per
      *> over-limit string TRUNCCHK tried to shorten through the
      *> abbreviation dictionary, written alongside the TRUNCAUDT
      *> event for the same key: the character length before and
      *> after, the limit, how many words were replaced, and whether
      *> the result fitted (and was passed) or was still over (and
      *> went on to split or reject as before).  This is how the
      *> business sees how much of the "clean" output was rewritten
      *> by the dictionary.
           05  AL-TIMESTAMP            PIC X(21).
           05  AL-RECORD-KEY           PIC X(10).
           05  AL-RECORD-TYPE          PIC X(1).
           05  AL-BEFORE-LENGTH        PIC 9(4).
           05  AL-AFTER-LENGTH         PIC 9(4).
           05  AL-LIMIT-VALUE          PIC 9(4).
           05  AL-WORDS-REPLACED       PIC 9(4).
           05  AL-DISPOSITION          PIC X(1).
               88  AL-DISP-FITTED       VALUE "F".
               88  AL-DISP-STILL-OVER   VALUE "O".
