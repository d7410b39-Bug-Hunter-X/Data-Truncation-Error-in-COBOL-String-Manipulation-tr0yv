       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRUNCXLIT.
      *> Single-byte transliteration of TRUNCOUT for the legacy
      *> receivers.  The invoice print system and the older shipping
      *> system only understand a single-byte code page: the UTF-8
      *> multi-byte text TRUNCCHK passes through (LENCHK's
      *> WS-ENCODING-DIVERGED warning) prints on their side as
      *> garbage.  This step runs after TRUNCCHK (or TRUNCMRG on
      *> partitioned nights), verifies the inbound trailer, and
      *> writes TRUNCSBOUT -- the same 213-byte layout with every
      *> multi-byte character replaced through the maintained
      *> transliteration table XLITCF (see XLITREC): e-acute to "e",
      *> sharp s to "ss", and so on.  To convert one of TRUNCDST's
      *> per-type files instead, the scheduler maps it in as
      *> TRUNCOUT and the converted copy out through the runtime
      *> file-name resolution (DD_TRUNCOUT=TRUNCOUTI,
      *> DD_TRUNCSBOUT=TRUNCSBOUTI) -- the layouts and framing are
      *> identical.
      *> A character with no row in the table is sent as "?" and
      *> listed on TRUNCXLIT-RPT by key with its UTF-8 bytes in hex,
      *> ready to be keyed into XLITCF.  Transliteration can lengthen
      *> a string (one character becomes "ss"), so every converted
      *> string is re-checked with LENCHK against its type's LIMITCF
      *> limit.  One that no longer fits is never truncated: the
      *> whole logical record -- every continuation segment of the
      *> key, so the receiver never sees half a chain -- is held off
      *> TRUNCSBOUT and listed on the report for repair.
      *> TRUNCSBOUT carries its own CTLREC header/trailer covering
      *> exactly the records written, with the inbound file date, so
      *> the receivers balance it the same way as TRUNCOUT, and those
      *> totals are appended to the outbound register TRUNCSENT (see
      *> SENTREC) so TRUNCACK can balance the receivers' acks.
      *> Invoke with an optional PARM of the name the converted file
      *> is sent and acknowledged under -- TRUNCSBOUT (the default)
      *> for the consolidated file, TRUNCSBOUTR, TRUNCSBOUTS or
      *> TRUNCSBOUTI when a per-type file is mapped in as above.
      *> Return codes: 0 = clean, 4 = unmapped characters sent as
      *> "?", 8 = records held over the limit, 16 = run aborted
      *> (inbound file unproven or unreadable, no XLITCF table, bad
      *> PARM, or TRUNCSENT could not be written).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRUNC-OUTPUT-FILE ASSIGN TO "TRUNCOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTPUT-STATUS.

           SELECT XLIT-CONTROL-FILE ASSIGN TO "XLITCF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XLITCF-STATUS.

           SELECT OPTIONAL LIMIT-CONTROL-FILE ASSIGN TO "LIMITCF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIMITCF-STATUS.

           SELECT SINGLE-BYTE-FILE ASSIGN TO "TRUNCSBOUT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT XLIT-RPT-FILE ASSIGN TO "TRUNCXLIT-RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SENT-REGISTER-FILE ASSIGN TO "TRUNCSENT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SENT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> TRUNCCHK's output layout -- see the FD in TRUNCCHK.
       FD  TRUNC-OUTPUT-FILE.
       01  TRUNC-OUTPUT-RECORD.
           05  TO-RECORD-TYPE          PIC X(1).
           05  TO-RECORD-KEY           PIC X(10).
           05  TO-CONT-SEQ             PIC 9(2).
           05  TO-SOURCE-STRING        PIC X(200).

       FD  XLIT-CONTROL-FILE.
       01  XLIT-CONTROL-RECORD.
           COPY XLITREC.

       FD  LIMIT-CONTROL-FILE.
       01  LIMIT-CONTROL-RECORD.
           COPY LIMCFREC.

       FD  SINGLE-BYTE-FILE.
       01  SINGLE-BYTE-RECORD          PIC X(213).

       FD  XLIT-RPT-FILE.
       01  XLIT-RPT-LINE               PIC X(80).

       FD  SENT-REGISTER-FILE.
       01  SENT-REGISTER-RECORD.
           COPY SENTREC.

       WORKING-STORAGE SECTION.
       01  WS-OUTPUT-STATUS            PIC X(2) VALUE "00".
       01  WS-XLITCF-STATUS            PIC X(2) VALUE "00".
       01  WS-LIMITCF-STATUS           PIC X(2) VALUE "00".
       01  WS-SENT-STATUS              PIC X(2) VALUE "00".

       01  WS-PARM-STRING              PIC X(80) VALUE SPACES.
       01  WS-SENT-FILE-NAME           PIC X(12) VALUE "TRUNCSBOUT".
       01  WS-SENT-TIMESTAMP           PIC X(21) VALUE SPACES.

       01  WS-EOF-SWITCH               PIC X(1) VALUE "N".
           88  WS-END-OF-INPUT         VALUE "Y".

      *> Inbound control-total verification, same rules as TRUNCCHK.
       01  WS-CONTROL-RECORD.
           COPY CTLREC.

       01  WS-HEADER-SWITCH            PIC X(1) VALUE "N".
           88  WS-HEADER-SEEN          VALUE "Y".
       01  WS-TRAILER-SWITCH           PIC X(1) VALUE "N".
           88  WS-TRAILER-SEEN         VALUE "Y".
       01  WS-IN-FILE-DATE             PIC 9(8) VALUE 0.
       01  WS-TRAILER-COUNT            PIC 9(9) VALUE 0.
       01  WS-TRAILER-HASH             PIC 9(18) VALUE 0.
       01  WS-DATA-COUNT               PIC 9(9) COMP VALUE 0.
       01  WS-IN-KEY-HASH              PIC 9(18) COMP VALUE 0.

      *> Outbound control totals for TRUNCSBOUT's own trailer --
      *> records actually written, so held records are excluded.
       01  WS-OUT-COUNT                PIC 9(9) COMP VALUE 0.
       01  WS-OUT-KEY-HASH             PIC 9(18) COMP VALUE 0.

       01  WS-HASH-KEY                 PIC X(10) VALUE SPACES.
       01  WS-HASH-VALUE               PIC 9(6) COMP VALUE 0.
       01  WS-HASH-IDX                 PIC 9(4) COMP VALUE 0.

       COPY LIMTAB.
       01  WS-LIMIT-ENTRY-MAX          PIC 9(4) COMP VALUE 3.
       01  WS-LIMIT-IDX                PIC 9(4) COMP VALUE 0.
       01  WS-TYPE-IDX                 PIC 9(4) COMP VALUE 0.
       01  WS-LOOKUP-TYPE              PIC X(1) VALUE SPACE.
       01  WS-DEFAULT-MAX-LENGTH       PIC 9(4) VALUE 200.

      *> The transliteration table as loaded from XLITCF: the UTF-8
      *> bytes of each source character (decoded from the row's hex)
      *> and its single-byte replacement.
       01  WS-XLIT-TABLE.
           05  WS-XLIT-COUNT           PIC 9(4) COMP VALUE 0.
           05  WS-XLIT-ENTRY OCCURS 500 TIMES.
               10  WS-XLIT-SOURCE      PIC X(4).
               10  WS-XLIT-SOURCE-LEN  PIC 9(4) COMP.
               10  WS-XLIT-TARGET      PIC X(4).
               10  WS-XLIT-TARGET-LEN  PIC 9(4) COMP.
       01  WS-XLIT-MAX                 PIC 9(4) COMP VALUE 500.
       01  WS-XLIT-IDX                 PIC 9(4) COMP VALUE 0.
       01  WS-XLIT-FOUND-IDX           PIC 9(4) COMP VALUE 0.

      *> Hex decoding of XLIT-CONTROL-RECORD's source key.
       01  WS-HEX-DIGITS               PIC X(16)
                                       VALUE "0123456789ABCDEF".
       01  WS-HEX-TEXT                 PIC X(8) VALUE SPACES.
       01  WS-HEX-LEN                  PIC 9(4) COMP VALUE 0.
       01  WS-HEX-POS                  PIC 9(4) COMP VALUE 0.
       01  WS-HEX-NIBBLE               PIC 9(4) COMP VALUE 0.
       01  WS-HEX-DIGIT-IDX            PIC 9(4) COMP VALUE 0.
       01  WS-HEX-BYTES                PIC X(4) VALUE SPACES.
       01  WS-HEX-BYTE-COUNT           PIC 9(4) COMP VALUE 0.
       01  WS-HEX-SWITCH               PIC X(1) VALUE "Y".
           88  WS-HEX-VALID            VALUE "Y".

      *> One string's conversion.  The result can outgrow the 200-byte
      *> field when characters expand, so it is built in a wider area
      *> and measured before it goes anywhere near the record.
       01  WS-CONV-SOURCE              PIC X(200) VALUE SPACES.
       01  WS-CONV-SOURCE-LEN          PIC 9(4) COMP VALUE 0.
       01  WS-CONV-RESULT              PIC X(400) VALUE SPACES.
       01  WS-CONV-LEN                 PIC 9(4) COMP VALUE 0.
       01  WS-CONV-POS                 PIC 9(4) COMP VALUE 0.
       01  WS-SEQ-LEN                  PIC 9(4) COMP VALUE 0.
       01  WS-SEQ-IDX                  PIC 9(4) COMP VALUE 0.
       01  WS-SEQ-CHARS                PIC X(4) VALUE SPACES.
       01  WS-BYTE-VALUE               PIC 9(3) COMP VALUE 0.
       01  WS-SUBSTITUTE-CHAR          PIC X(1) VALUE "?".
       01  WS-RECORD-CHANGED-SWITCH    PIC X(1) VALUE "N".
           88  WS-RECORD-CHANGED       VALUE "Y".
       01  WS-RECORD-UNMAPPED-SWITCH   PIC X(1) VALUE "N".
           88  WS-RECORD-UNMAPPED      VALUE "Y".

      *> LENCHK re-check of the converted string.
       01  WS-CHECK-STRING             PIC X(200) VALUE SPACES.
       01  WS-CHECK-RC                 PIC 9(2) VALUE 0.
           88  WS-CHECK-EXCEEDED       VALUE 4.
       01  WS-CHECK-LENGTH             PIC 9(4) VALUE 0.

      *> The logical record being assembled: an unsplit record, or a
      *> split record's segments (TO-CONT-SEQ 01, 02, ...), which
      *> TRUNCCHK writes together.  Held or released as one unit.
       01  WS-GROUP-TABLE.
           05  WS-GROUP-RECORD OCCURS 99 TIMES PIC X(213).
       01  WS-GROUP-COUNT              PIC 9(4) COMP VALUE 0.
       01  WS-GROUP-MAX                PIC 9(4) COMP VALUE 99.
       01  WS-GROUP-IDX                PIC 9(4) COMP VALUE 0.
       01  WS-GROUP-KEY                PIC X(10) VALUE SPACES.
       01  WS-GROUP-TYPE               PIC X(1) VALUE SPACE.
       01  WS-GROUP-HOLD-SWITCH        PIC X(1) VALUE "N".
           88  WS-GROUP-HELD           VALUE "Y".

       01  WS-CONV-RECORD.
           05  WS-CONV-RECORD-TYPE     PIC X(1).
           05  WS-CONV-RECORD-KEY      PIC X(10).
           05  WS-CONV-CONT-SEQ        PIC 9(2).
           05  WS-CONV-SOURCE-STRING   PIC X(200).

       01  WS-XLIT-COUNTERS.
           05  WS-CHANGED-COUNT        PIC 9(9) COMP VALUE 0.
           05  WS-MAPPED-CHAR-COUNT    PIC 9(9) COMP VALUE 0.
           05  WS-UNMAPPED-CHAR-COUNT  PIC 9(9) COMP VALUE 0.
           05  WS-UNMAPPED-REC-COUNT   PIC 9(9) COMP VALUE 0.
           05  WS-HELD-GROUP-COUNT     PIC 9(9) COMP VALUE 0.
           05  WS-HELD-REC-COUNT       PIC 9(9) COMP VALUE 0.
       01  WS-FINAL-RC                 PIC 9(2) VALUE 0.

       01  WS-XLIT-EDIT-FIELDS.
           05  WS-ED-COUNT             PIC ZZZZZZZZ9.
           05  WS-ED-COUNT-2           PIC ZZZZZZZZ9.
           05  WS-ED-POS               PIC ZZZ9.
           05  WS-ED-LENGTH            PIC ZZZ9.
           05  WS-ED-LIMIT             PIC ZZZ9.
           05  WS-ED-SEQ               PIC Z9.
       01  WS-UNMAPPED-HEX             PIC X(8) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-PARM-STRING FROM COMMAND-LINE
           PERFORM PARSE-XLIT-PARM
           PERFORM LOAD-XLIT-TABLE
           PERFORM LOAD-LIMITS-TABLE

           OPEN INPUT  TRUNC-OUTPUT-FILE
                OUTPUT SINGLE-BYTE-FILE
                OUTPUT XLIT-RPT-FILE

           IF WS-OUTPUT-STATUS NOT = "00"
               DISPLAY "Error: TRUNCOUT open status="
                       WS-OUTPUT-STATUS " - conversion aborted."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO XLIT-RPT-LINE
           STRING "Single-Byte Transliteration Exception Report"
                   DELIMITED BY SIZE
               INTO XLIT-RPT-LINE
           WRITE XLIT-RPT-LINE

      *> As in TRUNCDST, the header arrives first, so TRUNCSBOUT's
      *> header is written with the inbound file date before any data.
           PERFORM UNTIL WS-END-OF-INPUT
               READ TRUNC-OUTPUT-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       PERFORM HANDLE-OUTPUT-RECORD
               END-READ
           END-PERFORM
           PERFORM FLUSH-GROUP

           PERFORM VERIFY-INBOUND-TRAILER
           PERFORM WRITE-OUTPUT-TRAILER
           PERFORM WRITE-SUMMARY
           PERFORM WRITE-SENT-REGISTER

           CLOSE TRUNC-OUTPUT-FILE
                 SINGLE-BYTE-FILE
                 XLIT-RPT-FILE

           EVALUATE TRUE
               WHEN WS-HELD-GROUP-COUNT > 0
                   MOVE 8 TO WS-FINAL-RC
               WHEN WS-UNMAPPED-CHAR-COUNT > 0
                   MOVE 4 TO WS-FINAL-RC
               WHEN OTHER
                   MOVE 0 TO WS-FINAL-RC
           END-EVALUATE
           DISPLAY "TRUNCXLIT: written=" WS-OUT-COUNT
                   " unmapped=" WS-UNMAPPED-CHAR-COUNT
                   " held=" WS-HELD-REC-COUNT
                   " rc=" WS-FINAL-RC
           MOVE WS-FINAL-RC TO RETURN-CODE
           STOP RUN.

       PARSE-XLIT-PARM.
      *> The name is what the receiver's ack will carry, so only the
      *> names the converted files are actually sent under are taken.
           IF WS-PARM-STRING NOT = SPACES
               MOVE FUNCTION TRIM(WS-PARM-STRING) TO WS-SENT-FILE-NAME
               IF WS-SENT-FILE-NAME NOT = "TRUNCSBOUT"
                   AND WS-SENT-FILE-NAME NOT = "TRUNCSBOUTR"
                   AND WS-SENT-FILE-NAME NOT = "TRUNCSBOUTS"
                   AND WS-SENT-FILE-NAME NOT = "TRUNCSBOUTI"
                   DISPLAY "TRUNCXLIT: PARM must be TRUNCSBOUT, "
                           "TRUNCSBOUTR, TRUNCSBOUTS or TRUNCSBOUTI "
                           "- conversion aborted."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       LOAD-XLIT-TABLE.
      *> Unlike LIMITCF there is no sensible built-in default: without
      *> the table every accented character would go out as "?", so a
      *> missing or unreadable XLITCF stops the run.
           OPEN INPUT XLIT-CONTROL-FILE
           IF WS-XLITCF-STATUS NOT = "00"
               DISPLAY "Error: XLITCF open status="
                       WS-XLITCF-STATUS
                       " - no transliteration table, conversion "
                       "aborted."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-END-OF-INPUT
               READ XLIT-CONTROL-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       PERFORM STORE-XLIT-ROW
               END-READ
           END-PERFORM
           MOVE "N" TO WS-EOF-SWITCH
           CLOSE XLIT-CONTROL-FILE.

       STORE-XLIT-ROW.
           PERFORM DECODE-SOURCE-HEX
           IF XL-TARGET-CHARS = SPACES
               MOVE "N" TO WS-HEX-SWITCH
           END-IF
           IF NOT WS-HEX-VALID
               DISPLAY "Warning: XLITCF row """ XL-SOURCE-HEX
                       """ invalid source or blank target - ignored"
           ELSE
               IF WS-XLIT-COUNT >= WS-XLIT-MAX
                   DISPLAY "Warning: XLITCF table full, row """
                           XL-SOURCE-HEX """ ignored"
               ELSE
                   ADD 1 TO WS-XLIT-COUNT
                   MOVE WS-HEX-BYTES
                       TO WS-XLIT-SOURCE(WS-XLIT-COUNT)
                   MOVE WS-HEX-BYTE-COUNT
                       TO WS-XLIT-SOURCE-LEN(WS-XLIT-COUNT)
                   MOVE XL-TARGET-CHARS
                       TO WS-XLIT-TARGET(WS-XLIT-COUNT)
                   MOVE FUNCTION LENGTH
                           (FUNCTION TRIM(XL-TARGET-CHARS TRAILING))
                       TO WS-XLIT-TARGET-LEN(WS-XLIT-COUNT)
               END-IF
           END-IF.

       DECODE-SOURCE-HEX.
      *> "C3A9" -> the two bytes X"C3" X"A9".  Valid only for a whole
      *> multi-byte character: 2 to 4 bytes, and a UTF-8 lead byte
      *> (192 and up) first -- a plain ASCII byte never needs a row.
           MOVE "Y" TO WS-HEX-SWITCH
           MOVE SPACES TO WS-HEX-BYTES
           MOVE 0 TO WS-HEX-BYTE-COUNT
           MOVE FUNCTION UPPER-CASE(XL-SOURCE-HEX) TO WS-HEX-TEXT
           IF WS-HEX-TEXT = SPACES
               MOVE 0 TO WS-HEX-LEN
           ELSE
               MOVE FUNCTION LENGTH
                       (FUNCTION TRIM(WS-HEX-TEXT TRAILING))
                   TO WS-HEX-LEN
           END-IF
           IF WS-HEX-LEN < 4
               OR FUNCTION MOD(WS-HEX-LEN, 2) NOT = 0
               MOVE "N" TO WS-HEX-SWITCH
           END-IF
           PERFORM VARYING WS-HEX-POS FROM 1 BY 2
                   UNTIL WS-HEX-POS > WS-HEX-LEN
                   OR NOT WS-HEX-VALID
               MOVE 0 TO WS-BYTE-VALUE
               MOVE WS-HEX-POS TO WS-SEQ-IDX
               PERFORM DECODE-HEX-NIBBLE
               COMPUTE WS-BYTE-VALUE = WS-HEX-NIBBLE * 16
               ADD 1 TO WS-SEQ-IDX
               PERFORM DECODE-HEX-NIBBLE
               ADD WS-HEX-NIBBLE TO WS-BYTE-VALUE
               ADD 1 TO WS-HEX-BYTE-COUNT
               MOVE FUNCTION CHAR(WS-BYTE-VALUE + 1)
                   TO WS-HEX-BYTES(WS-HEX-BYTE-COUNT:1)
           END-PERFORM
           IF WS-HEX-VALID
               IF FUNCTION ORD(WS-HEX-BYTES(1:1)) - 1 < 192
                   MOVE "N" TO WS-HEX-SWITCH
               END-IF
           END-IF.

       DECODE-HEX-NIBBLE.
           MOVE 0 TO WS-HEX-NIBBLE
           PERFORM VARYING WS-HEX-DIGIT-IDX FROM 1 BY 1
                   UNTIL WS-HEX-DIGIT-IDX > 16
               IF WS-HEX-DIGITS(WS-HEX-DIGIT-IDX:1)
                       = WS-HEX-TEXT(WS-SEQ-IDX:1)
                   COMPUTE WS-HEX-NIBBLE = WS-HEX-DIGIT-IDX - 1
                   MOVE 17 TO WS-HEX-DIGIT-IDX
               END-IF
           END-PERFORM
           IF WS-HEX-DIGIT-IDX = 17
               MOVE "N" TO WS-HEX-SWITCH
           END-IF.

       LOAD-LIMITS-TABLE.
      *> Same limits TRUNCCHK enforced: defaults for any type the
      *> control file is missing a row for, or if it is absent.
           PERFORM SET-DEFAULT-LIMITS

           OPEN INPUT LIMIT-CONTROL-FILE
      *> "00" = found and opened, "05" = optional file not present
      *> (expected, falls back to the defaults above).  Anything else
      *> is a real I/O problem -- warn so it isn't silently ignored.
           IF WS-LIMITCF-STATUS = "00"
               PERFORM UNTIL WS-END-OF-INPUT
                   READ LIMIT-CONTROL-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           PERFORM STORE-LIMIT-ROW
                   END-READ
               END-PERFORM
               MOVE "N" TO WS-EOF-SWITCH
           ELSE
               IF WS-LIMITCF-STATUS NOT = "05"
                   DISPLAY "Warning: LIMITCF open status="
                           WS-LIMITCF-STATUS
                           " - using default limits"
               END-IF
           END-IF
           CLOSE LIMIT-CONTROL-FILE.

       SET-DEFAULT-LIMITS.
           MOVE "R" TO WL-RECORD-TYPE(1)
           MOVE "CUSTOMER-REMARK" TO WL-FIELD-NAME(1)
           MOVE "S" TO WL-RECORD-TYPE(2)
           MOVE "SHIPPING-INSTRUCTION" TO WL-FIELD-NAME(2)
           MOVE "I" TO WL-RECORD-TYPE(3)
           MOVE "INVOICE-NOTE" TO WL-FIELD-NAME(3)
           PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
                   UNTIL WS-TYPE-IDX > WS-LIMIT-ENTRY-MAX
               MOVE WS-DEFAULT-MAX-LENGTH
                   TO WL-MAX-LENGTH(WS-TYPE-IDX)
           END-PERFORM.

       STORE-LIMIT-ROW.
           MOVE LC-RECORD-TYPE TO WS-LOOKUP-TYPE
           PERFORM FIND-LIMIT-ENTRY
           IF WS-LIMIT-IDX = 0
               DISPLAY "Warning: LIMITCF row for unknown type """
                       LC-RECORD-TYPE """ ignored"
           ELSE
               MOVE LC-MAX-LENGTH TO WL-MAX-LENGTH(WS-LIMIT-IDX)
               MOVE LC-FIELD-NAME TO WL-FIELD-NAME(WS-LIMIT-IDX)
           END-IF.

       FIND-LIMIT-ENTRY.
      *> Locate the limits-table entry for WS-LOOKUP-TYPE.  Leaves
      *> WS-LIMIT-IDX at the matching occurrence, or 0 when the type
      *> is not one the table knows.
           MOVE 0 TO WS-LIMIT-IDX
           PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
                   UNTIL WS-TYPE-IDX > WS-LIMIT-ENTRY-MAX
               IF WL-RECORD-TYPE(WS-TYPE-IDX) = WS-LOOKUP-TYPE
                   AND WS-LIMIT-IDX = 0
                   MOVE WS-TYPE-IDX TO WS-LIMIT-IDX
               END-IF
           END-PERFORM.

       HANDLE-OUTPUT-RECORD.
           IF TO-RECORD-TYPE = "H" OR TO-RECORD-TYPE = "T"
               PERFORM PROCESS-CONTROL-RECORD
           ELSE
               IF WS-TRAILER-SEEN
                   DISPLAY "Error: data record after trailer, key="
                           TO-RECORD-KEY
                           " - conversion aborted."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-DATA-COUNT
               MOVE TO-RECORD-KEY TO WS-HASH-KEY
               PERFORM COMPUTE-KEY-HASH
               ADD WS-HASH-VALUE TO WS-IN-KEY-HASH
               PERFORM CONVERT-DATA-RECORD
           END-IF.

       PROCESS-CONTROL-RECORD.
           MOVE TRUNC-OUTPUT-RECORD TO WS-CONTROL-RECORD
           IF TC-TYPE-HEADER
               MOVE "Y" TO WS-HEADER-SWITCH
               MOVE TC-FILE-DATE TO WS-IN-FILE-DATE
               PERFORM WRITE-OUTPUT-HEADER
           ELSE
               PERFORM FLUSH-GROUP
               MOVE "Y" TO WS-TRAILER-SWITCH
               MOVE TC-RECORD-COUNT TO WS-TRAILER-COUNT
               MOVE TC-KEY-HASH TO WS-TRAILER-HASH
           END-IF.

       CONVERT-DATA-RECORD.
      *> A new logical record starts at an unsplit record (sequence
      *> 00), a first segment (01), or any change of key or type;
      *> the one in hand is released or held first.
           IF WS-GROUP-COUNT > 0
               IF TO-CONT-SEQ <= 1
                   OR TO-RECORD-KEY NOT = WS-GROUP-KEY
                   OR TO-RECORD-TYPE NOT = WS-GROUP-TYPE
                   PERFORM FLUSH-GROUP
               END-IF
           END-IF

           MOVE TO-RECORD-TYPE TO WS-LOOKUP-TYPE
           PERFORM FIND-LIMIT-ENTRY
           IF WS-LIMIT-IDX = 0
               DISPLAY "Error: unknown record type """
                       TO-RECORD-TYPE """ key=" TO-RECORD-KEY
                       " on TRUNCOUT - conversion aborted."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-GROUP-COUNT >= WS-GROUP-MAX
               DISPLAY "Error: more than " WS-GROUP-MAX
                       " segments for key=" TO-RECORD-KEY
                       " - conversion aborted."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE TO-SOURCE-STRING TO WS-CONV-SOURCE
           PERFORM TRANSLITERATE-STRING
           IF WS-RECORD-CHANGED
               ADD 1 TO WS-CHANGED-COUNT
           END-IF
           IF WS-RECORD-UNMAPPED
               ADD 1 TO WS-UNMAPPED-REC-COUNT
           END-IF
           PERFORM CHECK-CONVERTED-LENGTH

           MOVE TRUNC-OUTPUT-RECORD TO WS-CONV-RECORD
           MOVE WS-CONV-RESULT(1:200) TO WS-CONV-SOURCE-STRING
           ADD 1 TO WS-GROUP-COUNT
           MOVE WS-CONV-RECORD TO WS-GROUP-RECORD(WS-GROUP-COUNT)
           MOVE TO-RECORD-KEY TO WS-GROUP-KEY
           MOVE TO-RECORD-TYPE TO WS-GROUP-TYPE.

       TRANSLITERATE-STRING.
      *> Walk the string one character at a time: single bytes are
      *> copied as they are, a multi-byte UTF-8 character is looked
      *> up whole and replaced.  TRAILING-only trim, as in LENCHK --
      *> leading spaces are content.
           MOVE SPACES TO WS-CONV-RESULT
           MOVE 0 TO WS-CONV-LEN
           MOVE "N" TO WS-RECORD-CHANGED-SWITCH
           MOVE "N" TO WS-RECORD-UNMAPPED-SWITCH
           IF WS-CONV-SOURCE = SPACES
               MOVE 0 TO WS-CONV-SOURCE-LEN
           ELSE
               MOVE FUNCTION LENGTH
                       (FUNCTION TRIM(WS-CONV-SOURCE TRAILING))
                   TO WS-CONV-SOURCE-LEN
           END-IF
           MOVE 1 TO WS-CONV-POS
           PERFORM UNTIL WS-CONV-POS > WS-CONV-SOURCE-LEN
               PERFORM CONVERT-ONE-CHARACTER
               ADD WS-SEQ-LEN TO WS-CONV-POS
           END-PERFORM.

       CONVERT-ONE-CHARACTER.
      *> Lead byte gives the sequence length: below 128 a single
      *> byte, 192-223 two, 224-239 three, 240-247 four.  A stray
      *> continuation byte, an invalid lead byte or a sequence cut
      *> short is taken one byte at a time and will not map.
           COMPUTE WS-BYTE-VALUE =
                   FUNCTION ORD(WS-CONV-SOURCE(WS-CONV-POS:1)) - 1
           EVALUATE TRUE
               WHEN WS-BYTE-VALUE < 128
                   MOVE 1 TO WS-SEQ-LEN
               WHEN WS-BYTE-VALUE >= 192 AND WS-BYTE-VALUE <= 223
                   MOVE 2 TO WS-SEQ-LEN
               WHEN WS-BYTE-VALUE >= 224 AND WS-BYTE-VALUE <= 239
                   MOVE 3 TO WS-SEQ-LEN
               WHEN WS-BYTE-VALUE >= 240 AND WS-BYTE-VALUE <= 247
                   MOVE 4 TO WS-SEQ-LEN
               WHEN OTHER
                   MOVE 1 TO WS-SEQ-LEN
           END-EVALUATE
           IF WS-SEQ-LEN > 1
               IF WS-CONV-POS + WS-SEQ-LEN - 1 > WS-CONV-SOURCE-LEN
                   MOVE 1 TO WS-SEQ-LEN
               ELSE
                   PERFORM VARYING WS-SEQ-IDX FROM 1 BY 1
                           UNTIL WS-SEQ-IDX >= WS-SEQ-LEN
                       COMPUTE WS-BYTE-VALUE = FUNCTION ORD
                           (WS-CONV-SOURCE
                               (WS-CONV-POS + WS-SEQ-IDX:1)) - 1
                       IF WS-BYTE-VALUE < 128 OR WS-BYTE-VALUE > 191
                           MOVE 1 TO WS-SEQ-LEN
                       END-IF
                   END-PERFORM
               END-IF
           END-IF

           MOVE SPACES TO WS-SEQ-CHARS
           MOVE WS-CONV-SOURCE(WS-CONV-POS:WS-SEQ-LEN)
               TO WS-SEQ-CHARS
           COMPUTE WS-BYTE-VALUE =
                   FUNCTION ORD(WS-SEQ-CHARS(1:1)) - 1
           IF WS-BYTE-VALUE < 128
               ADD 1 TO WS-CONV-LEN
               MOVE WS-SEQ-CHARS(1:1) TO WS-CONV-RESULT(WS-CONV-LEN:1)
           ELSE
               MOVE "Y" TO WS-RECORD-CHANGED-SWITCH
               PERFORM FIND-XLIT-ENTRY
               IF WS-XLIT-FOUND-IDX > 0
                   ADD 1 TO WS-MAPPED-CHAR-COUNT
                   MOVE WS-XLIT-TARGET(WS-XLIT-FOUND-IDX)
                       (1:WS-XLIT-TARGET-LEN(WS-XLIT-FOUND-IDX))
                       TO WS-CONV-RESULT(WS-CONV-LEN + 1:
                           WS-XLIT-TARGET-LEN(WS-XLIT-FOUND-IDX))
                   ADD WS-XLIT-TARGET-LEN(WS-XLIT-FOUND-IDX)
                       TO WS-CONV-LEN
               ELSE
                   ADD 1 TO WS-UNMAPPED-CHAR-COUNT
                   MOVE "Y" TO WS-RECORD-UNMAPPED-SWITCH
                   ADD 1 TO WS-CONV-LEN
                   MOVE WS-SUBSTITUTE-CHAR
                       TO WS-CONV-RESULT(WS-CONV-LEN:1)
                   PERFORM REPORT-UNMAPPED-CHARACTER
               END-IF
           END-IF.

       FIND-XLIT-ENTRY.
           MOVE 0 TO WS-XLIT-FOUND-IDX
           PERFORM VARYING WS-XLIT-IDX FROM 1 BY 1
                   UNTIL WS-XLIT-IDX > WS-XLIT-COUNT
                   OR WS-XLIT-FOUND-IDX > 0
               IF WS-XLIT-SOURCE-LEN(WS-XLIT-IDX) = WS-SEQ-LEN
                   AND WS-XLIT-SOURCE(WS-XLIT-IDX) = WS-SEQ-CHARS
                   MOVE WS-XLIT-IDX TO WS-XLIT-FOUND-IDX
               END-IF
           END-PERFORM.

       REPORT-UNMAPPED-CHARACTER.
      *> The bytes are printed in the same hex form XLITCF is keyed
      *> in, so the fix is to copy them into a new table row.
           MOVE SPACES TO WS-UNMAPPED-HEX
           PERFORM VARYING WS-SEQ-IDX FROM 1 BY 1
                   UNTIL WS-SEQ-IDX > WS-SEQ-LEN
               COMPUTE WS-BYTE-VALUE =
                       FUNCTION ORD(WS-SEQ-CHARS(WS-SEQ-IDX:1)) - 1
               COMPUTE WS-HEX-NIBBLE = WS-BYTE-VALUE / 16
               MOVE WS-HEX-DIGITS(WS-HEX-NIBBLE + 1:1)
                   TO WS-UNMAPPED-HEX(WS-SEQ-IDX * 2 - 1:1)
               MOVE WS-HEX-DIGITS
                       (FUNCTION MOD(WS-BYTE-VALUE, 16) + 1:1)
                   TO WS-UNMAPPED-HEX(WS-SEQ-IDX * 2:1)
           END-PERFORM
           MOVE TO-CONT-SEQ TO WS-ED-SEQ
           MOVE WS-CONV-POS TO WS-ED-POS
           MOVE SPACES TO XLIT-RPT-LINE
           STRING "Unmapped   key=" DELIMITED BY SIZE
                  TO-RECORD-KEY DELIMITED BY SIZE
                  " type=" DELIMITED BY SIZE
                  TO-RECORD-TYPE DELIMITED BY SIZE
                  " seq=" DELIMITED BY SIZE
                  WS-ED-SEQ DELIMITED BY SIZE
                  " pos=" DELIMITED BY SIZE
                  WS-ED-POS DELIMITED BY SIZE
                  " bytes=" DELIMITED BY SIZE
                  WS-UNMAPPED-HEX DELIMITED BY SPACE
                  " sent as " DELIMITED BY SIZE
                  WS-SUBSTITUTE-CHAR DELIMITED BY SIZE
               INTO XLIT-RPT-LINE
           WRITE XLIT-RPT-LINE.

       CHECK-CONVERTED-LENGTH.
      *> Past 200 bytes the string cannot even be carried in the
      *> field, which is beyond any limit; otherwise LENCHK decides,
      *> exactly as TRUNCCHK did for the original.
           MOVE 0 TO WS-CHECK-RC
           MOVE WS-CONV-LEN TO WS-CHECK-LENGTH
           IF WS-CONV-LEN > 200
               MOVE 4 TO WS-CHECK-RC
           ELSE
               MOVE WS-CONV-RESULT(1:200) TO WS-CHECK-STRING
               CALL "LENCHK" USING WS-CHECK-STRING
                                   WL-MAX-LENGTH(WS-LIMIT-IDX)
                                   WS-CHECK-RC
                                   WS-CHECK-LENGTH
               END-CALL
           END-IF
           IF WS-CHECK-EXCEEDED
               MOVE "Y" TO WS-GROUP-HOLD-SWITCH
               MOVE TO-CONT-SEQ TO WS-ED-SEQ
               MOVE WS-CONV-LEN TO WS-ED-LENGTH
               MOVE WL-MAX-LENGTH(WS-LIMIT-IDX) TO WS-ED-LIMIT
               MOVE SPACES TO XLIT-RPT-LINE
               STRING "Over limit key=" DELIMITED BY SIZE
                      TO-RECORD-KEY DELIMITED BY SIZE
                      " type=" DELIMITED BY SIZE
                      TO-RECORD-TYPE DELIMITED BY SIZE
                      " seq=" DELIMITED BY SIZE
                      WS-ED-SEQ DELIMITED BY SIZE
                      " converted length=" DELIMITED BY SIZE
                      WS-ED-LENGTH DELIMITED BY SIZE
                      " limit=" DELIMITED BY SIZE
                      WS-ED-LIMIT DELIMITED BY SIZE
                   INTO XLIT-RPT-LINE
               WRITE XLIT-RPT-LINE
           END-IF.

       FLUSH-GROUP.
      *> Release the logical record to TRUNCSBOUT, or hold all of it
      *> if any segment came out over the limit.
           IF WS-GROUP-COUNT > 0
               IF WS-GROUP-HELD
                   ADD 1 TO WS-HELD-GROUP-COUNT
                   ADD WS-GROUP-COUNT TO WS-HELD-REC-COUNT
                   MOVE WS-GROUP-COUNT TO WS-ED-COUNT
                   MOVE SPACES TO XLIT-RPT-LINE
                   STRING "Held       key=" DELIMITED BY SIZE
                          WS-GROUP-KEY DELIMITED BY SIZE
                          " type=" DELIMITED BY SIZE
                          WS-GROUP-TYPE DELIMITED BY SIZE
                          " - record(s) not sent:" DELIMITED BY SIZE
                          WS-ED-COUNT DELIMITED BY SIZE
                       INTO XLIT-RPT-LINE
                   WRITE XLIT-RPT-LINE
               ELSE
                   PERFORM VARYING WS-GROUP-IDX FROM 1 BY 1
                           UNTIL WS-GROUP-IDX > WS-GROUP-COUNT
                       WRITE SINGLE-BYTE-RECORD
                           FROM WS-GROUP-RECORD(WS-GROUP-IDX)
                       ADD 1 TO WS-OUT-COUNT
                       MOVE WS-GROUP-KEY TO WS-HASH-KEY
                       PERFORM COMPUTE-KEY-HASH
                       ADD WS-HASH-VALUE TO WS-OUT-KEY-HASH
                   END-PERFORM
               END-IF
           END-IF
           MOVE 0 TO WS-GROUP-COUNT
           MOVE "N" TO WS-GROUP-HOLD-SWITCH.

       WRITE-OUTPUT-HEADER.
      *> Carry the inbound file date through, as TRUNCDST does.
           MOVE SPACES TO WS-CONTROL-RECORD
           SET TC-TYPE-HEADER TO TRUE
           MOVE WS-IN-FILE-DATE TO TC-FILE-DATE
           MOVE 0 TO TC-RECORD-COUNT
           MOVE 0 TO TC-KEY-HASH
           WRITE SINGLE-BYTE-RECORD FROM WS-CONTROL-RECORD.

       WRITE-OUTPUT-TRAILER.
           MOVE SPACES TO WS-CONTROL-RECORD
           SET TC-TYPE-TRAILER TO TRUE
           MOVE WS-IN-FILE-DATE TO TC-FILE-DATE
           MOVE WS-OUT-COUNT TO TC-RECORD-COUNT
           MOVE WS-OUT-KEY-HASH TO TC-KEY-HASH
           WRITE SINGLE-BYTE-RECORD FROM WS-CONTROL-RECORD.

       WRITE-SENT-REGISTER.
      *> One register row for the converted file, carrying the
      *> totals just written into its trailer -- as TRUNCDST does for
      *> the type files, and for the same reason a register that
      *> cannot be written aborts the step before the file goes out.
           OPEN EXTEND SENT-REGISTER-FILE
           IF WS-SENT-STATUS = "35"
               OPEN OUTPUT SENT-REGISTER-FILE
           END-IF
           IF WS-SENT-STATUS NOT = "00"
               DISPLAY "Error: TRUNCSENT open status="
                       WS-SENT-STATUS " - conversion aborted."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-SENT-TIMESTAMP
           MOVE WS-SENT-FILE-NAME TO SN-FILE-NAME
           MOVE WS-IN-FILE-DATE TO SN-FILE-DATE
           MOVE WS-OUT-COUNT TO SN-RECORD-COUNT
           MOVE WS-OUT-KEY-HASH TO SN-KEY-HASH
           MOVE WS-SENT-TIMESTAMP TO SN-SENT-TIMESTAMP
           WRITE SENT-REGISTER-RECORD
           IF WS-SENT-STATUS NOT = "00"
               DISPLAY "Error: TRUNCSENT write status="
                       WS-SENT-STATUS " - conversion aborted."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE SENT-REGISTER-FILE.

       VERIFY-INBOUND-TRAILER.
      *> Same rules as TRUNCCHK: never convert an unproven file.
           IF NOT WS-TRAILER-SEEN
               DISPLAY "Error: no trailer on TRUNCOUT - file "
                       "incomplete, conversion aborted."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-TRAILER-COUNT NOT = WS-DATA-COUNT
               OR WS-TRAILER-HASH NOT = WS-IN-KEY-HASH
               DISPLAY "Error: TRUNCOUT control totals do not match "
                       "trailer: records=" WS-DATA-COUNT
                       " expected=" WS-TRAILER-COUNT
                       " - conversion aborted."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT WS-HEADER-SEEN
      *> Without a header nothing wrote TRUNCSBOUT's header, so the
      *> frame the receivers verify is already broken.
               DISPLAY "Error: no header on TRUNCOUT - TRUNCSBOUT "
                       "unframed, conversion aborted."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       WRITE-SUMMARY.
      *> Records read must equal records written plus records held;
      *> the written figure is the one in TRUNCSBOUT's trailer.
           MOVE SPACES TO XLIT-RPT-LINE
           WRITE XLIT-RPT-LINE

           MOVE WS-DATA-COUNT TO WS-ED-COUNT
           MOVE SPACES TO XLIT-RPT-LINE
           STRING "Records read.............: " DELIMITED BY SIZE
                  WS-ED-COUNT DELIMITED BY SIZE
               INTO XLIT-RPT-LINE
           WRITE XLIT-RPT-LINE

           MOVE WS-CHANGED-COUNT TO WS-ED-COUNT
           MOVE SPACES TO XLIT-RPT-LINE
           STRING "Records transliterated...: " DELIMITED BY SIZE
                  WS-ED-COUNT DELIMITED BY SIZE
               INTO XLIT-RPT-LINE
           WRITE XLIT-RPT-LINE

           MOVE WS-MAPPED-CHAR-COUNT TO WS-ED-COUNT
           MOVE SPACES TO XLIT-RPT-LINE
           STRING "  characters mapped......: " DELIMITED BY SIZE
                  WS-ED-COUNT DELIMITED BY SIZE
               INTO XLIT-RPT-LINE
           WRITE XLIT-RPT-LINE

           MOVE WS-UNMAPPED-CHAR-COUNT TO WS-ED-COUNT
           MOVE WS-UNMAPPED-REC-COUNT TO WS-ED-COUNT-2
           MOVE SPACES TO XLIT-RPT-LINE
           STRING "  characters unmapped....: " DELIMITED BY SIZE
                  WS-ED-COUNT DELIMITED BY SIZE
                  "  in records: " DELIMITED BY SIZE
                  WS-ED-COUNT-2 DELIMITED BY SIZE
               INTO XLIT-RPT-LINE
           WRITE XLIT-RPT-LINE

           MOVE WS-HELD-REC-COUNT TO WS-ED-COUNT
           MOVE WS-HELD-GROUP-COUNT TO WS-ED-COUNT-2
           MOVE SPACES TO XLIT-RPT-LINE
           STRING "Records held over limit..: " DELIMITED BY SIZE
                  WS-ED-COUNT DELIMITED BY SIZE
                  "  keys: " DELIMITED BY SIZE
                  WS-ED-COUNT-2 DELIMITED BY SIZE
               INTO XLIT-RPT-LINE
           WRITE XLIT-RPT-LINE

           MOVE WS-OUT-COUNT TO WS-ED-COUNT
           MOVE SPACES TO XLIT-RPT-LINE
           STRING "Records written..........: " DELIMITED BY SIZE
                  WS-ED-COUNT DELIMITED BY SIZE
               INTO XLIT-RPT-LINE
           WRITE XLIT-RPT-LINE.

       COMPUTE-KEY-HASH.
      *> Sum of the ordinal values of the ten key bytes -- see the
      *> hash-total definition in CTLREC.
           MOVE 0 TO WS-HASH-VALUE
           PERFORM VARYING WS-HASH-IDX FROM 1 BY 1
                   UNTIL WS-HASH-IDX > 10
               ADD FUNCTION ORD(WS-HASH-KEY(WS-HASH-IDX:1))
                   TO WS-HASH-VALUE
           END-PERFORM.
