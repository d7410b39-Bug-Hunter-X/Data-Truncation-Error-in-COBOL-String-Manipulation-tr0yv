      *> In-core personal-data pattern table, loaded from PIICF (see
      *> PIICFREC) and passed to PIICHK on every call.  The layout
      *> must agree with LK-PATTERN-TABLE in PIICHK.  WP-PATTERN-LEN
      *> is the trimmed length of the pattern, worked out once at
      *> load time instead of on every record.
       01  WS-PII-PATTERN-TABLE.
           05  WP-PATTERN-COUNT        PIC 9(4) COMP VALUE 0.
           05  WP-PATTERN-ENTRY OCCURS 20 TIMES.
               10  WP-PATTERN-TYPE     PIC X(8).
               10  WP-PATTERN          PIC X(30).
               10  WP-PATTERN-LEN      PIC 9(4) COMP.

      *> What PIICHK found in one string: pattern type, starting
      *> position and matched length of each detection -- never the
      *> value itself.  WD-DETECT-COUNT is the true number found; only
      *> the first 10 are itemized.  Must agree with LK-DETECT-TABLE
      *> in PIICHK.
       01  WS-PII-DETECT-TABLE.
           05  WD-DETECT-COUNT         PIC 9(4) COMP VALUE 0.
           05  WD-DETECT-ENTRY OCCURS 10 TIMES.
               10  WD-DETECT-TYPE      PIC X(8).
               10  WD-DETECT-POS       PIC 9(4).
               10  WD-DETECT-LEN       PIC 9(4).
