      *> Personal-data pattern control record (PIICF), in the spirit
      *> of CONTENTCF: one row per identifier shape PIICHK is to find
      *> and mask -- national ID numbers, phone numbers and the like.
      *> The pattern is matched position by position against the
      *> source string:
      *>   9      - any digit
      *>   A      - any letter
      *>   other  - that character literally (space, "-", "(" ...)
      *> so "999-99-9999" is a hyphenated national ID and
      *> "(999) 999-9999" a bracketed phone number.  The pattern type
      *> is what the detection log records in place of the value.
      *> Card numbers need no row: every digit run is tried against
      *> the card check digit regardless.
           05  PC-PATTERN-TYPE         PIC X(8).
           05  PC-PATTERN              PIC X(30).
