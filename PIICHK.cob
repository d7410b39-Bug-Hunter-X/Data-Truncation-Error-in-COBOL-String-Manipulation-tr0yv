       IDENTIFICATION DIVISION.
       PROGRAM-ID. PIICHK.
      *> Shared personal-data scan-and-mask subprogram, companion to
      *> CNTCHK and LENCHK.  Branch staff type card numbers, national
      *> ID numbers and phone numbers into free-text fields, and
      *> nothing downstream of the gate can take them back out again.
      *> Any program in the shop can CALL "PIICHK" to find them in a
      *> string and mask them in place before it goes anywhere.
      *> Two kinds of identifier are found:
      *>   CARD   - any run of 13 to 19 digits (single spaces or
      *>            hyphens allowed between digit groups) that passes
      *>            the card-number check digit (Luhn, mod 10).  A
      *>            card typed next to another number group ("4111
      *>            1111 1111 1111 2025") is still found: every span
      *>            of whole groups of the right length is tried.
      *>   others - the shapes in the caller's pattern table (see
      *>            PIICFREC), each under its own pattern type
      *> Every digit and letter of a detection is overwritten with
      *> "X" except the last four digits, which are kept so a branch
      *> can still tell one card or account from another.  "X" rather
      *> than "*" keeps a masked string inside every CNTCHK rule
      *> class, so masking can never turn a good record into a
      *> content reject.  Separators are left alone and the length
      *> never changes.
      *> The caller gets back each detection's pattern type, position
      *> and length -- never the value -- for its detection log.
      *> Return codes: 0 = nothing found, 4 = personal data found and
      *> masked.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-RC-CLEAN                 PIC 9(2) VALUE 0.
       01  WS-RC-MASKED                PIC 9(2) VALUE 4.

       01  WS-MASK-CHAR                PIC X(1) VALUE "X".
       01  WS-KEEP-DIGITS              PIC 9(4) COMP VALUE 4.
       01  WS-CARD-MIN-DIGITS          PIC 9(4) COMP VALUE 13.
       01  WS-CARD-MAX-DIGITS          PIC 9(4) COMP VALUE 19.
       01  WS-DETECT-MAX               PIC 9(4) COMP VALUE 10.

       01  WS-SCAN-LENGTH              PIC 9(4) COMP VALUE 0.
       01  WS-SCAN-POS                 PIC 9(4) COMP VALUE 0.
       01  WS-CHAR-IDX                 PIC 9(4) COMP VALUE 0.
       01  WS-CURR-CHAR                PIC X(1) VALUE SPACE.
       01  WS-NEXT-CHAR                PIC X(1) VALUE SPACE.
       01  WS-KEEP-LEFT                PIC 9(4) COMP VALUE 0.

      *> Digit run being considered as a card number: where it
      *> starts and ends in the string, and the position of each of
      *> its digits so the check digit and the mask can skip the
      *> separators.  Runs longer than the table are still walked to
      *> their end, but only digits within the table can be part of
      *> a card number.
       01  WS-RUN-START                PIC 9(4) COMP VALUE 0.
       01  WS-RUN-END                  PIC 9(4) COMP VALUE 0.
       01  WS-RUN-DIGITS               PIC 9(4) COMP VALUE 0.
       01  WS-RUN-MAX-DIGITS           PIC 9(4) COMP VALUE 40.
       01  WS-RUN-IDX                  PIC 9(4) COMP VALUE 0.
       01  WS-RUN-DIGIT-TABLE.
           05  WS-RUN-DIGIT-POS        PIC 9(4) COMP OCCURS 40 TIMES.
       01  WS-RUN-SCAN-SWITCH          PIC X(1) VALUE "N".
           88  WS-RUN-ENDED            VALUE "Y".

      *> The run's digit groups -- the digit number each group
      *> starts at -- and the span of whole groups being tried as a
      *> card number, from its first digit to its last.
       01  WS-GROUP-COUNT              PIC 9(4) COMP VALUE 0.
       01  WS-GROUP-IDX                PIC 9(4) COMP VALUE 0.
       01  WS-GROUP-END-IDX            PIC 9(4) COMP VALUE 0.
       01  WS-GROUP-TABLE.
           05  WS-GROUP-FIRST-DIGIT    PIC 9(4) COMP OCCURS 40 TIMES.
       01  WS-WIN-FIRST                PIC 9(4) COMP VALUE 0.
       01  WS-WIN-LAST                 PIC 9(4) COMP VALUE 0.
       01  WS-WIN-DIGITS               PIC 9(4) COMP VALUE 0.
       01  WS-WIN-END-GROUP            PIC 9(4) COMP VALUE 0.
       01  WS-CARD-FOUND-SWITCH        PIC X(1) VALUE "N".
           88  WS-CARD-FOUND           VALUE "Y".

       01  WS-LUHN-SUM                 PIC 9(4) COMP VALUE 0.
       01  WS-LUHN-DIGIT               PIC 9(2) COMP VALUE 0.
       01  WS-DIGIT-CHAR               PIC X(1) VALUE "0".
       01  WS-DIGIT-VALUE REDEFINES WS-DIGIT-CHAR
                                       PIC 9(1).
       01  WS-LUHN-DOUBLE-SWITCH       PIC X(1) VALUE "N".
           88  WS-LUHN-DOUBLE          VALUE "Y".

       01  WS-PAT-IDX                  PIC 9(4) COMP VALUE 0.
       01  WS-PAT-LEN                  PIC 9(4) COMP VALUE 0.
       01  WS-PAT-CHAR                 PIC X(1) VALUE SPACE.
       01  WS-PAT-OFFSET               PIC 9(4) COMP VALUE 0.
       01  WS-MATCH-SWITCH             PIC X(1) VALUE "N".
           88  WS-PATTERN-MATCHED      VALUE "Y".

       01  WS-DETECT-TYPE              PIC X(8) VALUE SPACES.
       01  WS-DETECT-POS               PIC 9(4) VALUE 0.
       01  WS-DETECT-LEN               PIC 9(4) VALUE 0.

       LINKAGE SECTION.
       01  LK-SOURCE-STRING            PIC X(200).
      *> Same layout as WS-PII-PATTERN-TABLE in PIITAB.
       01  LK-PATTERN-TABLE.
           05  LK-PATTERN-COUNT        PIC 9(4) COMP.
           05  LK-PATTERN-ENTRY OCCURS 20 TIMES.
               10  LK-PATTERN-TYPE     PIC X(8).
               10  LK-PATTERN          PIC X(30).
               10  LK-PATTERN-LEN      PIC 9(4) COMP.
       01  LK-RETURN-CODE              PIC 9(2).
      *> Same layout as WS-PII-DETECT-TABLE in PIITAB.
       01  LK-DETECT-TABLE.
           05  LK-DETECT-COUNT         PIC 9(4) COMP.
           05  LK-DETECT-ENTRY OCCURS 10 TIMES.
               10  LK-DETECT-TYPE      PIC X(8).
               10  LK-DETECT-POS       PIC 9(4).
               10  LK-DETECT-LEN       PIC 9(4).

       PROCEDURE DIVISION USING LK-SOURCE-STRING
                                 LK-PATTERN-TABLE
                                 LK-RETURN-CODE
                                 LK-DETECT-TABLE.
       PIICHK-MAIN.
           MOVE WS-RC-CLEAN TO LK-RETURN-CODE
           MOVE 0 TO LK-DETECT-COUNT

      *> TRAILING-only trim, same as LENCHK and CNTCHK.
           IF LK-SOURCE-STRING = SPACES
               MOVE 0 TO WS-SCAN-LENGTH
           ELSE
               MOVE FUNCTION LENGTH
                       (FUNCTION TRIM(LK-SOURCE-STRING TRAILING))
                   TO WS-SCAN-LENGTH
           END-IF

      *> Card numbers first: once masked, their digits are gone and
      *> a national-ID or phone pattern cannot claim part of one.
           IF WS-SCAN-LENGTH > 0
               PERFORM SCAN-CARD-NUMBERS
               PERFORM VARYING WS-PAT-IDX FROM 1 BY 1
                       UNTIL WS-PAT-IDX > LK-PATTERN-COUNT
                   PERFORM SCAN-ONE-PATTERN
               END-PERFORM
           END-IF

           IF LK-DETECT-COUNT > 0
               MOVE WS-RC-MASKED TO LK-RETURN-CODE
           END-IF

           GOBACK.

       SCAN-CARD-NUMBERS.
      *> A run may only start where the previous character is not a
      *> digit -- the middle of a longer number is not a card.
           MOVE 1 TO WS-SCAN-POS
           PERFORM UNTIL WS-SCAN-POS > WS-SCAN-LENGTH
               MOVE LK-SOURCE-STRING(WS-SCAN-POS:1) TO WS-CURR-CHAR
               IF WS-CURR-CHAR >= "0" AND WS-CURR-CHAR <= "9"
                   PERFORM COLLECT-DIGIT-RUN
                   IF WS-RUN-DIGITS >= WS-CARD-MIN-DIGITS
                       PERFORM CHECK-CARD-SPANS
                   END-IF
                   COMPUTE WS-SCAN-POS = WS-RUN-END + 1
               ELSE
                   ADD 1 TO WS-SCAN-POS
               END-IF
           END-PERFORM.

       COLLECT-DIGIT-RUN.
      *> Walk from WS-SCAN-POS while the characters are digits, or a
      *> single space or hyphen with a digit either side of it --
      *> "4111 1111 1111 1111" and "4111-1111-1111-1111" are how card
      *> numbers actually get typed.  Each digit after a separator
      *> (and the first) starts a new group.
           MOVE WS-SCAN-POS TO WS-RUN-START
           MOVE WS-SCAN-POS TO WS-RUN-END
           MOVE 0 TO WS-RUN-DIGITS
           MOVE 0 TO WS-GROUP-COUNT
           MOVE "N" TO WS-RUN-SCAN-SWITCH
           MOVE WS-SCAN-POS TO WS-CHAR-IDX
           PERFORM UNTIL WS-RUN-ENDED
                   OR WS-CHAR-IDX > WS-SCAN-LENGTH
               MOVE LK-SOURCE-STRING(WS-CHAR-IDX:1) TO WS-CURR-CHAR
               IF WS-CURR-CHAR >= "0" AND WS-CURR-CHAR <= "9"
                   ADD 1 TO WS-RUN-DIGITS
                   IF WS-RUN-DIGITS <= WS-RUN-MAX-DIGITS
                       MOVE WS-CHAR-IDX
                           TO WS-RUN-DIGIT-POS(WS-RUN-DIGITS)
                       IF WS-CHAR-IDX = WS-RUN-START
                           OR WS-CHAR-IDX > WS-RUN-END + 1
                           ADD 1 TO WS-GROUP-COUNT
                           MOVE WS-RUN-DIGITS
                               TO WS-GROUP-FIRST-DIGIT(WS-GROUP-COUNT)
                       END-IF
                   END-IF
                   MOVE WS-CHAR-IDX TO WS-RUN-END
                   ADD 1 TO WS-CHAR-IDX
               ELSE
                   IF (WS-CURR-CHAR = SPACE OR WS-CURR-CHAR = "-")
                       AND WS-CHAR-IDX < WS-SCAN-LENGTH
                       MOVE LK-SOURCE-STRING(WS-CHAR-IDX + 1:1)
                           TO WS-NEXT-CHAR
                       IF WS-NEXT-CHAR >= "0" AND WS-NEXT-CHAR <= "9"
                           ADD 1 TO WS-CHAR-IDX
                       ELSE
                           MOVE "Y" TO WS-RUN-SCAN-SWITCH
                       END-IF
                   ELSE
                       MOVE "Y" TO WS-RUN-SCAN-SWITCH
                   END-IF
               END-IF
           END-PERFORM.

       CHECK-CARD-SPANS.
      *> A card number is a span of whole groups -- it starts at the
      *> start of a group and ends at the end of one -- so a number
      *> run on from or into its neighbours is still found, while a
      *> single unbroken string of digits is only ever tried whole.
      *> From each group, the longest span that passes is masked and
      *> the search resumes after it.
           MOVE 1 TO WS-GROUP-IDX
           PERFORM UNTIL WS-GROUP-IDX > WS-GROUP-COUNT
               PERFORM FIND-CARD-SPAN
               IF WS-CARD-FOUND
                   PERFORM MASK-CARD-RUN
                   MOVE "CARD" TO WS-DETECT-TYPE
                   MOVE WS-RUN-DIGIT-POS(WS-WIN-FIRST)
                       TO WS-DETECT-POS
                   COMPUTE WS-DETECT-LEN =
                           WS-RUN-DIGIT-POS(WS-WIN-LAST)
                           - WS-RUN-DIGIT-POS(WS-WIN-FIRST) + 1
                   PERFORM NOTE-DETECTION
                   COMPUTE WS-GROUP-IDX = WS-WIN-END-GROUP + 1
               ELSE
                   ADD 1 TO WS-GROUP-IDX
               END-IF
           END-PERFORM.

       FIND-CARD-SPAN.
           MOVE "N" TO WS-CARD-FOUND-SWITCH
           MOVE WS-GROUP-FIRST-DIGIT(WS-GROUP-IDX) TO WS-WIN-FIRST
           PERFORM VARYING WS-GROUP-END-IDX FROM WS-GROUP-COUNT BY -1
                   UNTIL WS-GROUP-END-IDX < WS-GROUP-IDX
                   OR WS-CARD-FOUND
               IF WS-GROUP-END-IDX < WS-GROUP-COUNT
                   COMPUTE WS-WIN-LAST =
                       WS-GROUP-FIRST-DIGIT(WS-GROUP-END-IDX + 1) - 1
               ELSE
                   MOVE WS-RUN-DIGITS TO WS-WIN-LAST
               END-IF
               COMPUTE WS-WIN-DIGITS = WS-WIN-LAST - WS-WIN-FIRST + 1
               IF WS-WIN-DIGITS >= WS-CARD-MIN-DIGITS
                   AND WS-WIN-DIGITS <= WS-CARD-MAX-DIGITS
                   AND WS-WIN-LAST <= WS-RUN-MAX-DIGITS
                   PERFORM CHECK-CARD-DIGIT
                   IF WS-CARD-FOUND
                       MOVE WS-GROUP-END-IDX TO WS-WIN-END-GROUP
                   END-IF
               END-IF
           END-PERFORM.

       CHECK-CARD-DIGIT.
      *> Luhn: from the rightmost digit leftwards, double every
      *> second digit (subtracting 9 from a two-digit product) and
      *> sum; a valid number sums to a multiple of 10.
           MOVE 0 TO WS-LUHN-SUM
           MOVE "N" TO WS-LUHN-DOUBLE-SWITCH
           PERFORM VARYING WS-RUN-IDX FROM WS-WIN-LAST BY -1
                   UNTIL WS-RUN-IDX < WS-WIN-FIRST
               MOVE LK-SOURCE-STRING
                       (WS-RUN-DIGIT-POS(WS-RUN-IDX):1)
                   TO WS-DIGIT-CHAR
               MOVE WS-DIGIT-VALUE TO WS-LUHN-DIGIT
               IF WS-LUHN-DOUBLE
                   COMPUTE WS-LUHN-DIGIT = WS-LUHN-DIGIT * 2
                   IF WS-LUHN-DIGIT > 9
                       SUBTRACT 9 FROM WS-LUHN-DIGIT
                   END-IF
                   MOVE "N" TO WS-LUHN-DOUBLE-SWITCH
               ELSE
                   MOVE "Y" TO WS-LUHN-DOUBLE-SWITCH
               END-IF
               ADD WS-LUHN-DIGIT TO WS-LUHN-SUM
           END-PERFORM

           IF FUNCTION MOD(WS-LUHN-SUM, 10) = 0
               MOVE "Y" TO WS-CARD-FOUND-SWITCH
           END-IF.

       MASK-CARD-RUN.
           MOVE WS-KEEP-DIGITS TO WS-KEEP-LEFT
           PERFORM VARYING WS-RUN-IDX FROM WS-WIN-LAST BY -1
                   UNTIL WS-RUN-IDX < WS-WIN-FIRST
               IF WS-KEEP-LEFT > 0
                   SUBTRACT 1 FROM WS-KEEP-LEFT
               ELSE
                   MOVE WS-MASK-CHAR TO LK-SOURCE-STRING
                       (WS-RUN-DIGIT-POS(WS-RUN-IDX):1)
               END-IF
           END-PERFORM.

       SCAN-ONE-PATTERN.
      *> A match must not have a digit immediately either side of it
      *> -- a phone-number shape inside a longer number is not a
      *> phone number.
           MOVE LK-PATTERN-LEN(WS-PAT-IDX) TO WS-PAT-LEN
           IF WS-PAT-LEN > 0 AND WS-PAT-LEN <= WS-SCAN-LENGTH
               MOVE 1 TO WS-SCAN-POS
               PERFORM UNTIL WS-SCAN-POS + WS-PAT-LEN - 1
                       > WS-SCAN-LENGTH
                   PERFORM TRY-PATTERN-AT-POSITION
                   IF WS-PATTERN-MATCHED
                       PERFORM MASK-PATTERN-MATCH
                       MOVE LK-PATTERN-TYPE(WS-PAT-IDX)
                           TO WS-DETECT-TYPE
                       MOVE WS-SCAN-POS TO WS-DETECT-POS
                       MOVE WS-PAT-LEN TO WS-DETECT-LEN
                       PERFORM NOTE-DETECTION
                       ADD WS-PAT-LEN TO WS-SCAN-POS
                   ELSE
                       ADD 1 TO WS-SCAN-POS
                   END-IF
               END-PERFORM
           END-IF.

       TRY-PATTERN-AT-POSITION.
           MOVE "Y" TO WS-MATCH-SWITCH
           IF WS-SCAN-POS > 1
               MOVE LK-SOURCE-STRING(WS-SCAN-POS - 1:1) TO WS-CURR-CHAR
               IF WS-CURR-CHAR >= "0" AND WS-CURR-CHAR <= "9"
                   MOVE "N" TO WS-MATCH-SWITCH
               END-IF
           END-IF
           IF WS-SCAN-POS + WS-PAT-LEN <= WS-SCAN-LENGTH
               MOVE LK-SOURCE-STRING(WS-SCAN-POS + WS-PAT-LEN:1)
                   TO WS-CURR-CHAR
               IF WS-CURR-CHAR >= "0" AND WS-CURR-CHAR <= "9"
                   MOVE "N" TO WS-MATCH-SWITCH
               END-IF
           END-IF
           PERFORM VARYING WS-PAT-OFFSET FROM 1 BY 1
                   UNTIL WS-PAT-OFFSET > WS-PAT-LEN
                   OR NOT WS-PATTERN-MATCHED
               PERFORM MATCH-ONE-PATTERN-CHAR
           END-PERFORM.

       MATCH-ONE-PATTERN-CHAR.
           MOVE LK-PATTERN(WS-PAT-IDX)(WS-PAT-OFFSET:1) TO WS-PAT-CHAR
           MOVE LK-SOURCE-STRING(WS-SCAN-POS + WS-PAT-OFFSET - 1:1)
               TO WS-CURR-CHAR
           EVALUATE WS-PAT-CHAR
               WHEN "9"
                   IF WS-CURR-CHAR < "0" OR WS-CURR-CHAR > "9"
                       MOVE "N" TO WS-MATCH-SWITCH
                   END-IF
               WHEN "A"
      *> Not IS ALPHABETIC -- that class includes the space.
                   IF (WS-CURR-CHAR >= "A" AND WS-CURR-CHAR <= "Z")
                       OR (WS-CURR-CHAR >= "a" AND WS-CURR-CHAR <= "z")
                       CONTINUE
                   ELSE
                       MOVE "N" TO WS-MATCH-SWITCH
                   END-IF
               WHEN OTHER
                   IF WS-CURR-CHAR NOT = WS-PAT-CHAR
                       MOVE "N" TO WS-MATCH-SWITCH
                   END-IF
           END-EVALUATE.

       MASK-PATTERN-MATCH.
      *> Right to left so the last four digit positions are the ones
      *> kept; letters in the shape are always masked.
           MOVE WS-KEEP-DIGITS TO WS-KEEP-LEFT
           PERFORM VARYING WS-PAT-OFFSET FROM WS-PAT-LEN BY -1
                   UNTIL WS-PAT-OFFSET < 1
               MOVE LK-PATTERN(WS-PAT-IDX)(WS-PAT-OFFSET:1)
                   TO WS-PAT-CHAR
               COMPUTE WS-CHAR-IDX = WS-SCAN-POS + WS-PAT-OFFSET - 1
               EVALUATE WS-PAT-CHAR
                   WHEN "9"
                       IF WS-KEEP-LEFT > 0
                           SUBTRACT 1 FROM WS-KEEP-LEFT
                       ELSE
                           MOVE WS-MASK-CHAR
                               TO LK-SOURCE-STRING(WS-CHAR-IDX:1)
                       END-IF
                   WHEN "A"
                       MOVE WS-MASK-CHAR
                           TO LK-SOURCE-STRING(WS-CHAR-IDX:1)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.

       NOTE-DETECTION.
      *> Every detection counts; only the first WS-DETECT-MAX are
      *> itemized back to the caller.
           ADD 1 TO LK-DETECT-COUNT
           IF LK-DETECT-COUNT <= WS-DETECT-MAX
               MOVE WS-DETECT-TYPE TO LK-DETECT-TYPE(LK-DETECT-COUNT)
               MOVE WS-DETECT-POS TO LK-DETECT-POS(LK-DETECT-COUNT)
               MOVE WS-DETECT-LEN TO LK-DETECT-LEN(LK-DETECT-COUNT)
           END-IF.
