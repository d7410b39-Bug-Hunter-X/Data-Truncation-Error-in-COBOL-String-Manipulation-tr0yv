      *> Indexed audit store record (TRUNCAUDX) -- the TRUNCAUDT
      *> event (see AUDTREC) kept a second time under a key, so a
      *> lookup of one record key or a trend run over a date range
      *> reads only the events it needs instead of the whole line-
      *> sequential history.  Primary key is record key plus event
      *> timestamp, so one key's events come back oldest first; the
      *> timestamp alone is the alternate key (with duplicates --
      *> partitions stamp events in the same hundredth of a second),
      *> and its first eight characters are the calendar day, so a
      *> START on a date reaches that day's first event.
           05  AX-AUDIT-KEY.
               10  AX-RECORD-KEY       PIC X(10).
               10  AX-TIMESTAMP        PIC X(21).
           05  AX-SOURCE-LENGTH        PIC 9(4).
           05  AX-LIMIT-VALUE          PIC 9(4).
