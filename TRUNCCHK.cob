      *> the WS-AREA-2 length limit, and moves good records through to
      *> TRUNC-OUTPUT-FILE.  Records that fail the length check are
      *> rerouted to TRUNC-REJECT-FILE instead of stopping the run.
      *> Before anything is opened, TRUNCIN is checked against the
      *> inbound transmission register TRUNCXMIT through XMITCHK: a
      *> file already accepted by this step (and partition) is a
      *> re-send, and the run stops with completion state DUPXMIT
      *> and last night's outputs untouched.  A deliberate rerun
      *> needs the PARM option "RERUN=userid" from a user on
      *> XMITAUTH, and is registered as an override under that id.
      *> Every verified transmission is registered at end of run.
      *> TRUNCAUDT is the record of truth for truncation events.
      *> The partitions run side by side, so none of them writes the
      *> indexed audit store TRUNCAUDX (see AUDXREC) read by TRUNCLKP
      *> and TRUNCTRND; TRUNCAUDXL loads each partition's TRUNCAUDT
      *> into it as one serial step after the last partition ends.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT OPTIONAL PII-PATTERN-FILE ASSIGN TO "PIICF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PIICF-STATUS.

           SELECT PII-LOG-FILE ASSIGN TO "TRUNCPII"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PII-LOG-STATUS.

           SELECT OPTIONAL ABBREV-DICT-FILE ASSIGN TO "ABBRCF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ABBRCF-STATUS.

           SELECT ABBREV-LOG-FILE ASSIGN TO "TRUNCABBR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ABBR-LOG-STATUS.

           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
       01  CUSTOMER-MASTER-RECORD.
           COPY CUSTREC.

       FD  PII-PATTERN-FILE.
       01  PII-PATTERN-RECORD.
           COPY PIICFREC.

       FD  PII-LOG-FILE.
       01  PII-LOG-RECORD.
           COPY PIILGREC.

       FD  ABBREV-DICT-FILE.
       01  ABBREV-DICT-RECORD.
           COPY ABBRREC.

       FD  ABBREV-LOG-FILE.
       01  ABBREV-LOG-RECORD.
           COPY ABLOGREC.

       WORKING-STORAGE SECTION.
      *> Matches LK-ACTUAL-LENGTH's USAGE DISPLAY in LENCHK -- CALL
      *> USING passes this by reference, so the usage must line up.
       01  WS-THRESHOLD-STATUS         PIC X(2) VALUE "00".
       01  WS-CONTENTCF-STATUS         PIC X(2) VALUE "00".
       01  WS-HISTORY-STATUS           PIC X(2) VALUE "00".
       01  WS-PIICF-STATUS             PIC X(2) VALUE "00".
       01  WS-PII-LOG-STATUS           PIC X(2) VALUE "00".
       01  WS-ABBRCF-STATUS            PIC X(2) VALUE "00".
       01  WS-ABBR-LOG-STATUS          PIC X(2) VALUE "00".

      *> Run timing for the TRUNCHIST ledger: TRUNCSTAT only proves
      *> the last night, so every run also appends a history record
       01  WS-SAN-IDX                  PIC 9(4) COMP VALUE 0.
       01  WS-SAN-BYTE                 PIC 9(3) COMP VALUE 0.

      *> Personal-data scan.  Every string is passed through PIICHK
      *> before it can reach any output or reject file, so card
      *> numbers, national IDs and phone numbers leave this job
      *> masked whatever happens to the record after.  Each detection
      *> goes to TRUNCPII by key and pattern type -- never the value.
      *> Defaults below stand in when PIICF is absent; when it is
      *> present its rows are the whole pattern list, so compliance
      *> can retire a shape as well as add one.
       COPY PIITAB.

       01  WS-PII-PATTERN-MAX          PIC 9(4) COMP VALUE 20.
       01  WS-PII-DETECT-MAX           PIC 9(4) COMP VALUE 10.
       01  WS-PII-IDX                  PIC 9(4) COMP VALUE 0.
       01  WS-PII-RC                   PIC 9(2) VALUE 0.
           88  WS-PII-FOUND             VALUE 4.

      *> Graded completion for the scheduler: 0 = clean, 4 = rejects
      *> present, 8 = reject percentage over the warn threshold,
      *> 16 = killed/abended.  Defaults below apply when TRUNCTHR is
      *> halved.  Without it the original reject behavior stands.
       01  WS-PARM-STRING              PIC X(80) VALUE SPACES.
       01  WS-PARM-TOKEN-TABLE.
           05  WS-PARM-TOKEN           PIC X(20) OCCURS 4 TIMES.
       01  WS-PARM-IDX                 PIC 9(4) COMP VALUE 0.
       01  WS-SPLIT-MODE-SWITCH        PIC X(1) VALUE "N".
           88  WS-SPLIT-MODE           VALUE "Y".

      *> "ABBREV" selects the abbreviation-dictionary mode: before an
      *> over-limit string fails the length check, the approved
      *> abbreviations for its record type (ABBRCF) are applied word
      *> by word, left to right, re-measuring after each, until the
      *> string fits.  A string that fits is passed in its shortened
      *> form; one that still does not is left exactly as it arrived
      *> and goes on to split (with SPLIT) or reject as before.
      *> Every attempt is logged to TRUNCABBR with its before and
      *> after length, alongside the TRUNCAUDT event.
       01  WS-ABBREV-MODE-SWITCH       PIC X(1) VALUE "N".
           88  WS-ABBREV-MODE          VALUE "Y".

       01  WS-ABBR-MAX                 PIC 9(4) COMP VALUE 200.
       01  WS-ABBR-COUNT               PIC 9(4) COMP VALUE 0.
       01  WS-ABBR-IDX                 PIC 9(4) COMP VALUE 0.
       01  WS-ABBR-FOUND-IDX           PIC 9(4) COMP VALUE 0.
       01  WS-ABBR-TABLE.
           05  WS-ABBR-ENTRY OCCURS 200 TIMES.
               10  WA-RECORD-TYPE      PIC X(1).
               10  WA-LONG-WORD        PIC X(30).
               10  WA-SHORT-WORD       PIC X(30).
               10  WA-SHORT-LEN        PIC 9(4) COMP.

       01  WS-ABBR-STRING              PIC X(200) VALUE SPACES.
       01  WS-ABBR-WORK                PIC X(200) VALUE SPACES.
       01  WS-ABBR-PTR                 PIC 9(4) COMP VALUE 0.
       01  WS-ABBR-TEXT-LEN            PIC 9(4) COMP VALUE 0.
       01  WS-ABBR-WORDS               PIC 9(4) COMP VALUE 0.
       01  WS-ABBR-BEFORE-LEN          PIC 9(4) VALUE 0.
       01  WS-ABBR-STAMP               PIC X(21) VALUE SPACES.
       01  WS-ABBR-LONG-LEN            PIC 9(4) COMP VALUE 0.
      *> Trial measurements go through LENCHK by reference, so their
      *> usage must line up with its linkage, same as WS-LENGTH.
       01  WS-ABBR-RC                  PIC 9(2) VALUE 0.
           88  WS-ABBR-FITS             VALUE 0.
       01  WS-ABBR-LENGTH              PIC 9(4) VALUE 0.
       01  WS-ABBR-BYTE-LENGTH         PIC 9(4) VALUE 0.
       01  WS-ABBR-ENC-FLAG            PIC X(1) VALUE SPACE.

      *> Word boundaries within WS-ABBR-STRING.  A word is a run of
      *> non-space characters; trailing punctuation is not part of
      *> the word matched (so "STREET," abbreviates to "ST,").
       01  WS-WORD-POS                 PIC 9(4) COMP VALUE 0.
       01  WS-WORD-START               PIC 9(4) COMP VALUE 0.
       01  WS-WORD-END                 PIC 9(4) COMP VALUE 0.
       01  WS-WORD-LEN                 PIC 9(4) COMP VALUE 0.
       01  WS-WORD-TEXT                PIC X(30) VALUE SPACES.
       01  WS-WORD-PUNCT               PIC X(4) VALUE ".,;:".
       01  WS-WORD-PUNCT-TALLY         PIC 9(2) COMP VALUE 0.

      *> "PART=n" labels this instance of a partitioned run (see
      *> TRUNCSPLT/TRUNCMRG).  The partition's own input, output,
      *> reject, audit and restart files are mapped in through the
      *> to the partition.
       01  WS-PARTITION-ID             PIC X(1) VALUE SPACE.

      *> Inbound transmission register check -- see XMITCHK.
       COPY XMITLNK.

       01  WS-CONT-SEQ                 PIC 9(2) VALUE 0.
       01  WS-SEG-START                PIC 9(4) COMP VALUE 0.
       01  WS-SEG-LEN                  PIC 9(4) COMP VALUE 0.
           05  WS-DUP-KEY-COUNT        PIC 9(9) COMP VALUE 0.
           05  WS-SPLIT-COUNT          PIC 9(9) COMP VALUE 0.
           05  WS-CONTENT-FAIL-COUNT   PIC 9(9) COMP VALUE 0.
           05  WS-PII-RECORD-COUNT     PIC 9(9) COMP VALUE 0.
           05  WS-PII-DETECT-TOTAL     PIC 9(9) COMP VALUE 0.
           05  WS-ABBREV-COUNT         PIC 9(9) COMP VALUE 0.
           05  WS-ABBREV-FAIL-COUNT    PIC 9(9) COMP VALUE 0.

       01  WS-RECON-EDIT-FIELDS.
           05  WS-ED-READ-COUNT        PIC ZZZZZZZZ9.
           05  WS-ED-DUP-KEY           PIC ZZZZZZZZ9.
           05  WS-ED-SPLIT-COUNT       PIC ZZZZZZZZ9.
           05  WS-ED-CONTENT-FAIL      PIC ZZZZZZZZ9.
           05  WS-ED-PII-RECORDS       PIC ZZZZZZZZ9.
           05  WS-ED-PII-DETECTS       PIC ZZZZZZZZ9.
           05  WS-ED-ABBREV-COUNT      PIC ZZZZZZZZ9.
           05  WS-ED-ABBREV-FAIL       PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-START-STAMP
           PERFORM PARSE-RUN-OPTIONS
           PERFORM CHECK-TRANSMISSION-REGISTER
           PERFORM LOAD-LIMITS-TABLE
           PERFORM LOAD-CONTENT-RULES
           PERFORM LOAD-PII-PATTERNS
           IF WS-ABBREV-MODE
               PERFORM LOAD-ABBREVIATIONS
           END-IF
           PERFORM LOAD-THRESHOLDS
           PERFORM LOAD-RESTART-POINT


           PERFORM OPEN-AUDIT-FILE
           PERFORM OPEN-RESTART-FILE
           PERFORM OPEN-PII-LOG
           IF WS-ABBREV-MODE
               PERFORM OPEN-ABBREV-LOG
           END-IF
           PERFORM OPEN-CUSTOMER-MASTER
           PERFORM WRITE-OUTPUT-HEADERS

           END-PERFORM

           PERFORM VERIFY-INBOUND-TRAILER
           PERFORM REGISTER-TRANSMISSION
           PERFORM WRITE-OUTPUT-TRAILERS
           PERFORM WRITE-RECON-REPORT

                 TRUNC-AUDIT-FILE
                 RESTART-FILE
                 RECON-RPT-FILE
                 PII-LOG-FILE

           IF WS-ABBREV-MODE
               CLOSE ABBREV-LOG-FILE
           END-IF

           IF WS-CUSTMST-OPEN
               CLOSE CUSTOMER-MASTER-FILE
               END-IF
           END-IF.

       LOAD-PII-PATTERNS.
           OPEN INPUT PII-PATTERN-FILE
      *> "00" = found and opened, "05" = optional file not present
      *> (expected, the default shapes stand).  Anything else is a
      *> real I/O problem -- warn so it isn't silently ignored.
           IF WS-PIICF-STATUS = "00"
               PERFORM UNTIL WS-END-OF-INPUT
                   READ PII-PATTERN-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           PERFORM STORE-PII-PATTERN
                   END-READ
               END-PERFORM
               MOVE "N" TO WS-EOF-SWITCH
           ELSE
               IF WS-PIICF-STATUS NOT = "05"
                   DISPLAY "Warning: PIICF open status="
                           WS-PIICF-STATUS
                           " - using default personal-data patterns"
               END-IF
           END-IF
           CLOSE PII-PATTERN-FILE

           IF WP-PATTERN-COUNT = 0
               PERFORM SET-DEFAULT-PII-PATTERNS
           END-IF.

       SET-DEFAULT-PII-PATTERNS.
           MOVE 3 TO WP-PATTERN-COUNT
           MOVE "NATID" TO WP-PATTERN-TYPE(1)
           MOVE "999-99-9999" TO WP-PATTERN(1)
           MOVE "PHONE" TO WP-PATTERN-TYPE(2)
           MOVE "(999) 999-9999" TO WP-PATTERN(2)
           MOVE "PHONE" TO WP-PATTERN-TYPE(3)
           MOVE "999-999-9999" TO WP-PATTERN(3)
           PERFORM VARYING WS-PII-IDX FROM 1 BY 1
                   UNTIL WS-PII-IDX > WP-PATTERN-COUNT
               MOVE FUNCTION LENGTH
                       (FUNCTION TRIM(WP-PATTERN(WS-PII-IDX) TRAILING))
                   TO WP-PATTERN-LEN(WS-PII-IDX)
           END-PERFORM.

       STORE-PII-PATTERN.
      *> A blank pattern would match nothing and a blank type would
      *> log detections nobody can classify -- refuse either.
           IF PC-PATTERN = SPACES OR PC-PATTERN-TYPE = SPACES
               DISPLAY "Warning: PIICF row with blank type or pattern "
                       "ignored"
           ELSE
               IF WP-PATTERN-COUNT >= WS-PII-PATTERN-MAX
                   DISPLAY "Warning: PIICF holds more than "
                           WS-PII-PATTERN-MAX " patterns - """
                           FUNCTION TRIM(PC-PATTERN TRAILING)
                           """ ignored"
               ELSE
                   ADD 1 TO WP-PATTERN-COUNT
                   MOVE PC-PATTERN-TYPE
                       TO WP-PATTERN-TYPE(WP-PATTERN-COUNT)
                   MOVE PC-PATTERN TO WP-PATTERN(WP-PATTERN-COUNT)
                   MOVE FUNCTION LENGTH
                           (FUNCTION TRIM(PC-PATTERN TRAILING))
                       TO WP-PATTERN-LEN(WP-PATTERN-COUNT)
               END-IF
           END-IF.

       OPEN-PII-LOG.
      *> LINE SEQUENTIAL EXTEND does not create a missing file --
      *> status 35 means there's no detection history yet, so start
      *> one with OPEN OUTPUT.
           OPEN EXTEND PII-LOG-FILE
           IF WS-PII-LOG-STATUS = "35"
               OPEN OUTPUT PII-LOG-FILE
           END-IF.

       MASK-PERSONAL-DATA.
      *> Runs ahead of every write of TI-SOURCE-STRING -- passed,
      *> split or rejected -- and masks it in place, so nothing after
      *> this point can see the cleartext.  Only the first
      *> WS-PII-DETECT-MAX detections in a string are itemized by
      *> PIICHK; the rest are masked and counted all the same.
           CALL "PIICHK" USING TI-SOURCE-STRING
                               WS-PII-PATTERN-TABLE
                               WS-PII-RC
                               WS-PII-DETECT-TABLE
           END-CALL
           IF WS-PII-FOUND
               ADD 1 TO WS-PII-RECORD-COUNT
               ADD WD-DETECT-COUNT TO WS-PII-DETECT-TOTAL
               PERFORM VARYING WS-PII-IDX FROM 1 BY 1
                       UNTIL WS-PII-IDX > WD-DETECT-COUNT
                       OR WS-PII-IDX > WS-PII-DETECT-MAX
                   PERFORM WRITE-PII-LOG-RECORD
               END-PERFORM
               IF WD-DETECT-COUNT > WS-PII-DETECT-MAX
                   DISPLAY "Warning: " WD-DETECT-COUNT
                           " personal-data items in key="
                           TI-RECORD-KEY " - all masked, first "
                           WS-PII-DETECT-MAX " logged"
               END-IF
               DISPLAY "Note: personal data masked, key="
                       TI-RECORD-KEY " items=" WD-DETECT-COUNT
           END-IF.

       WRITE-PII-LOG-RECORD.
           MOVE FUNCTION CURRENT-DATE TO PL-TIMESTAMP
           MOVE TI-RECORD-KEY TO PL-RECORD-KEY
           MOVE TI-RECORD-TYPE TO PL-RECORD-TYPE
           MOVE WD-DETECT-TYPE(WS-PII-IDX) TO PL-PATTERN-TYPE
           MOVE WD-DETECT-POS(WS-PII-IDX) TO PL-START-POS
           MOVE WD-DETECT-LEN(WS-PII-IDX) TO PL-MATCH-LENGTH
           WRITE PII-LOG-RECORD.

       LOAD-THRESHOLDS.
      *> "00" = found and opened, "05" = optional file not present
      *> (expected, the defaults above stand).  Anything else is a
               PERFORM ABEND-RUN
           END-IF

           PERFORM MASK-PERSONAL-DATA
           MOVE "Y" TO WS-SEQ-STATE-SWITCH
           ADD 1 TO WS-REJECT-COUNT
           MOVE TI-RECORD-TYPE TO TR-RECORD-TYPE
      *> against its own limits-table entry.  A type the table does
      *> not know can't be validated at all, so it is rejected rather
      *> than guessed at.
           PERFORM MASK-PERSONAL-DATA
           MOVE TI-RECORD-TYPE TO WS-LOOKUP-TYPE
           PERFORM FIND-LIMIT-ENTRY
           IF WS-LIMIT-IDX = 0
                       " bytes=" WS-BYTE-LENGTH
           END-IF

      *> The dictionary gets its chance before the record fails: a
      *> string it brings inside the limit comes back in
      *> TI-SOURCE-STRING with WS-RETURN-CODE and WS-LENGTH re-set,
      *> and flows through the pass branch below like any other.
           IF WS-LENGTH-EXCEEDED AND WS-ABBREV-MODE
               PERFORM ABBREVIATE-RECORD
           END-IF

      *> Size WS-AREA-1 to the meaningful content length (trailing
      *> padding only -- leading spaces are real content) so the MOVEs
      *> below only touch that many bytes, not the full 200.
           MOVE SPACES TO WS-PARM-TOKEN-TABLE
           UNSTRING WS-PARM-STRING DELIMITED BY ALL SPACES
               INTO WS-PARM-TOKEN(1) WS-PARM-TOKEN(2)
                    WS-PARM-TOKEN(3) WS-PARM-TOKEN(4)
           PERFORM VARYING WS-PARM-IDX FROM 1 BY 1
                   UNTIL WS-PARM-IDX > 4
               PERFORM APPLY-RUN-OPTION
           END-PERFORM.

               WHEN "SPLIT"
                   MOVE "Y" TO WS-SPLIT-MODE-SWITCH
                   DISPLAY "TRUNCCHK: continuation-split mode on"
               WHEN "ABBREV"
                   MOVE "Y" TO WS-ABBREV-MODE-SWITCH
                   DISPLAY "TRUNCCHK: abbreviation-dictionary mode on"
               WHEN SPACES
                   CONTINUE
               WHEN OTHER
                       DISPLAY "TRUNCCHK: running as partition "
                               WS-PARTITION-ID
                   ELSE
      *> "RERUN=userid" -- authorized rerun of a transmission
      *> already on TRUNCXMIT, see CHECK-TRANSMISSION-REGISTER.
                       IF WS-PARM-TOKEN(WS-PARM-IDX)(1:6) = "RERUN="
                           MOVE WS-PARM-TOKEN(WS-PARM-IDX)(7:8)
                               TO WX-OVERRIDE-USER
                       ELSE
                           DISPLAY "Warning: unknown run option """
                               FUNCTION TRIM
                                   (WS-PARM-TOKEN(WS-PARM-IDX)
                                    TRAILING)
                               """ ignored"
                       END-IF
                   END-IF
           END-EVALUATE.

       CHECK-TRANSMISSION-REGISTER.
      *> Runs before any output is opened, so a stopped duplicate
      *> leaves last night's TRUNCOUT and TRUNCREJ exactly as they
      *> were.  The status record and history row are still written
      *> so the scheduler holds the stream on DUPXMIT.
           MOVE "C" TO WX-FUNCTION
           MOVE "TRUNCCHK" TO WX-STAGE
           MOVE WS-PARTITION-ID TO WX-PARTITION-ID
           CALL "XMITCHK" USING WS-XMIT-REQUEST
           END-CALL
           EVALUATE TRUE
               WHEN WX-RERUN-AUTHORIZED
                   DISPLAY "Warning: TRUNCIN file date " WX-FILE-DATE
                           " records=" WX-RECORD-COUNT
                           " already accepted "
                           WX-PRIOR-TIMESTAMP(1:14)
                           " - rerun authorized by " WX-OVERRIDE-USER
               WHEN WX-DUPLICATE-XMIT
                   DISPLAY "Error: TRUNCIN file date " WX-FILE-DATE
                           " records=" WX-RECORD-COUNT
                           " already accepted "
                           WX-PRIOR-TIMESTAMP(1:14)
                           " - duplicate transmission, run stopped."
                   PERFORM STOP-DUPLICATE-RUN
               WHEN WX-RERUN-REFUSED
                   DISPLAY "Error: TRUNCIN already accepted "
                           WX-PRIOR-TIMESTAMP(1:14) " - RERUN user "
                           WX-OVERRIDE-USER " not on XMITAUTH, "
                           "run stopped."
                   PERFORM STOP-DUPLICATE-RUN
               WHEN WX-REGISTER-FAILED
                   DISPLAY "Error: TRUNCXMIT unreadable - TRUNCIN "
                           "cannot be proven new, run aborted."
                   PERFORM ABEND-RUN
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       STOP-DUPLICATE-RUN.
           MOVE "DUPXMIT" TO WS-COMPLETION-STATE
           MOVE 16 TO WS-FINAL-RC
           PERFORM WRITE-RUN-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       REGISTER-TRANSMISSION.
      *> Only a transmission whose trailer has just been verified is
      *> registered.  The outputs are already cut by now, so a
      *> register that cannot be written is warned about rather
      *> than failing the night.
           MOVE "R" TO WX-FUNCTION
           CALL "XMITCHK" USING WS-XMIT-REQUEST
           END-CALL
           IF WX-REGISTER-FAILED
               DISPLAY "Warning: TRUNCXMIT not updated - a re-send "
                       "of this TRUNCIN would not be recognized."
           END-IF.

       LOAD-ABBREVIATIONS.
           OPEN INPUT ABBREV-DICT-FILE
      *> "00" = found and opened, "05" = optional file not present.
      *> Without a dictionary the mode can shorten nothing -- every
      *> over-limit string goes on to split or reject -- so say so
      *> rather than let the run look as if it had been applied.
           IF WS-ABBRCF-STATUS = "00"
               PERFORM UNTIL WS-END-OF-INPUT
                   READ ABBREV-DICT-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           PERFORM STORE-ABBREVIATION
                   END-READ
               END-PERFORM
               MOVE "N" TO WS-EOF-SWITCH
           ELSE
               IF WS-ABBRCF-STATUS NOT = "05"
                   DISPLAY "Warning: ABBRCF open status="
                           WS-ABBRCF-STATUS
               END-IF
           END-IF
           CLOSE ABBREV-DICT-FILE
           IF WS-ABBR-COUNT = 0
               DISPLAY "Warning: ABBREV mode requested but no "
                       "abbreviations loaded - over-limit strings "
                       "will not be shortened"
           END-IF.

       STORE-ABBREVIATION.
      *> Only rows for a type the limits table knows, with a short
      *> form genuinely shorter than the word, may enter the table --
      *> a "short" form as long as the word would loop without ever
      *> shortening anything, and a longer one would push text off
      *> the end of the field.
           MOVE AB-RECORD-TYPE TO WS-LOOKUP-TYPE
           PERFORM FIND-LIMIT-ENTRY
           MOVE FUNCTION LENGTH(FUNCTION TRIM(AB-LONG-WORD TRAILING))
               TO WS-ABBR-LONG-LEN
           EVALUATE TRUE
               WHEN WS-LIMIT-IDX = 0
                   DISPLAY "Warning: ABBRCF row for unknown type """
                           AB-RECORD-TYPE """ ignored"
               WHEN AB-LONG-WORD = SPACES OR AB-SHORT-WORD = SPACES
                   DISPLAY "Warning: ABBRCF row with blank word for "
                           "type """ AB-RECORD-TYPE """ ignored"
               WHEN FUNCTION LENGTH
                       (FUNCTION TRIM(AB-SHORT-WORD TRAILING))
                       >= WS-ABBR-LONG-LEN
                   DISPLAY "Warning: ABBRCF abbreviation for """
                           FUNCTION TRIM(AB-LONG-WORD TRAILING)
                           """ is not shorter - ignored"
               WHEN WS-ABBR-COUNT >= WS-ABBR-MAX
                   DISPLAY "Warning: ABBRCF table full, """
                           FUNCTION TRIM(AB-LONG-WORD TRAILING)
                           """ ignored"
               WHEN OTHER
                   ADD 1 TO WS-ABBR-COUNT
                   MOVE AB-RECORD-TYPE TO WA-RECORD-TYPE(WS-ABBR-COUNT)
                   MOVE FUNCTION UPPER-CASE(AB-LONG-WORD)
                       TO WA-LONG-WORD(WS-ABBR-COUNT)
                   MOVE AB-SHORT-WORD TO WA-SHORT-WORD(WS-ABBR-COUNT)
                   MOVE FUNCTION LENGTH
                           (FUNCTION TRIM(AB-SHORT-WORD TRAILING))
                       TO WA-SHORT-LEN(WS-ABBR-COUNT)
           END-EVALUATE.

       OPEN-ABBREV-LOG.
      *> LINE SEQUENTIAL EXTEND does not create a missing file --
      *> status 35 means there's no abbreviation history yet, so
      *> start one with OPEN OUTPUT.
           OPEN EXTEND ABBREV-LOG-FILE
           IF WS-ABBR-LOG-STATUS = "35"
               OPEN OUTPUT ABBREV-LOG-FILE
           END-IF.

       ABBREVIATE-RECORD.
      *> Work on a copy: the original must survive untouched if the
      *> dictionary cannot bring the string inside the limit.
           MOVE TI-SOURCE-STRING TO WS-ABBR-STRING
           MOVE WS-LENGTH TO WS-ABBR-BEFORE-LEN
           MOVE WS-LENGTH TO WS-ABBR-LENGTH
           MOVE 4 TO WS-ABBR-RC
           MOVE 0 TO WS-ABBR-WORDS
           MOVE 1 TO WS-WORD-POS
           MOVE FUNCTION LENGTH
                   (FUNCTION TRIM(WS-ABBR-STRING TRAILING))
               TO WS-ABBR-TEXT-LEN
           PERFORM UNTIL WS-ABBR-FITS
                   OR WS-WORD-POS > WS-ABBR-TEXT-LEN
               PERFORM FIND-NEXT-WORD
               IF WS-WORD-LEN > 0
                   PERFORM ABBREVIATE-ONE-WORD
               END-IF
           END-PERFORM

           MOVE FUNCTION CURRENT-DATE TO WS-ABBR-STAMP
           IF WS-ABBR-FITS
               MOVE WS-ABBR-STRING TO TI-SOURCE-STRING
               MOVE WS-ABBR-RC TO WS-RETURN-CODE
               MOVE WS-ABBR-LENGTH TO WS-LENGTH
               ADD 1 TO WS-ABBREV-COUNT
               SET AL-DISP-FITTED TO TRUE
               PERFORM WRITE-ABBREV-AUDIT
               DISPLAY "Note: String over limit for "
                       FUNCTION TRIM(WL-FIELD-NAME(WS-LIMIT-IDX)
                           TRAILING)
                       ", key=" TI-RECORD-KEY
                       " abbreviated from " WS-ABBR-BEFORE-LEN
                       " to " WS-ABBR-LENGTH " characters."
           ELSE
               ADD 1 TO WS-ABBREV-FAIL-COUNT
               SET AL-DISP-STILL-OVER TO TRUE
           END-IF
           PERFORM WRITE-ABBREV-LOG.

       FIND-NEXT-WORD.
      *> Skip spaces from WS-WORD-POS, then take the run of non-space
      *> characters that follows.  WS-WORD-LEN excludes any trailing
      *> punctuation; WS-WORD-END is the last character of the run
      *> itself.  WS-WORD-LEN is zero when no word is left.
           MOVE 0 TO WS-WORD-LEN
           PERFORM UNTIL WS-WORD-POS > WS-ABBR-TEXT-LEN
                   OR WS-ABBR-STRING(WS-WORD-POS:1) NOT = SPACE
               ADD 1 TO WS-WORD-POS
           END-PERFORM
           IF WS-WORD-POS <= WS-ABBR-TEXT-LEN
               MOVE WS-WORD-POS TO WS-WORD-START
               PERFORM UNTIL WS-WORD-POS > WS-ABBR-TEXT-LEN
                       OR WS-ABBR-STRING(WS-WORD-POS:1) = SPACE
                   ADD 1 TO WS-WORD-POS
               END-PERFORM
               COMPUTE WS-WORD-END = WS-WORD-POS - 1
               COMPUTE WS-WORD-LEN = WS-WORD-END - WS-WORD-START + 1
               MOVE 1 TO WS-WORD-PUNCT-TALLY
               PERFORM UNTIL WS-WORD-LEN = 0
                       OR WS-WORD-PUNCT-TALLY = 0
                   MOVE 0 TO WS-WORD-PUNCT-TALLY
                   INSPECT WS-WORD-PUNCT TALLYING WS-WORD-PUNCT-TALLY
                       FOR ALL WS-ABBR-STRING
                           (WS-WORD-START + WS-WORD-LEN - 1:1)
                   IF WS-WORD-PUNCT-TALLY > 0
                       SUBTRACT 1 FROM WS-WORD-LEN
                   END-IF
               END-PERFORM
           END-IF.

       ABBREVIATE-ONE-WORD.
      *> Look the word up for this record type; on a hit, splice the
      *> short form in and re-measure with the same LENCHK count the
      *> check itself uses.  Scanning resumes just after the
      *> replacement either way.
           MOVE 0 TO WS-ABBR-FOUND-IDX
           IF WS-WORD-LEN <= 30
               MOVE FUNCTION UPPER-CASE
                       (WS-ABBR-STRING(WS-WORD-START:WS-WORD-LEN))
                   TO WS-WORD-TEXT
               PERFORM VARYING WS-ABBR-IDX FROM 1 BY 1
                       UNTIL WS-ABBR-IDX > WS-ABBR-COUNT
                       OR WS-ABBR-FOUND-IDX > 0
                   IF WA-RECORD-TYPE(WS-ABBR-IDX) = TI-RECORD-TYPE
                       AND WA-LONG-WORD(WS-ABBR-IDX) = WS-WORD-TEXT
                       MOVE WS-ABBR-IDX TO WS-ABBR-FOUND-IDX
                   END-IF
               END-PERFORM
           END-IF
           IF WS-ABBR-FOUND-IDX > 0
               PERFORM REPLACE-ABBREVIATED-WORD
               ADD 1 TO WS-ABBR-WORDS
               CALL "LENCHK" USING WS-ABBR-STRING
                                   WL-MAX-LENGTH(WS-LIMIT-IDX)
                                   WS-ABBR-RC
                                   WS-ABBR-LENGTH
                                   WS-ABBR-BYTE-LENGTH
                                   WS-ABBR-ENC-FLAG
               END-CALL
               MOVE FUNCTION LENGTH
                       (FUNCTION TRIM(WS-ABBR-STRING TRAILING))
                   TO WS-ABBR-TEXT-LEN
               COMPUTE WS-WORD-POS = WS-WORD-START
                       + WA-SHORT-LEN(WS-ABBR-FOUND-IDX)
           END-IF.

       REPLACE-ABBREVIATED-WORD.
      *> Rebuild the string as: text before the word, the short
      *> form, then everything after the word (trailing punctuation
      *> included).  The short form is always shorter, so the result
      *> never outgrows the field.
           MOVE SPACES TO WS-ABBR-WORK
           MOVE 1 TO WS-ABBR-PTR
           IF WS-WORD-START > 1
               STRING WS-ABBR-STRING(1:WS-WORD-START - 1)
                          DELIMITED BY SIZE
                   INTO WS-ABBR-WORK
                   WITH POINTER WS-ABBR-PTR
           END-IF
           STRING WA-SHORT-WORD(WS-ABBR-FOUND-IDX)
                      (1:WA-SHORT-LEN(WS-ABBR-FOUND-IDX))
                      DELIMITED BY SIZE
               INTO WS-ABBR-WORK
               WITH POINTER WS-ABBR-PTR
           IF WS-WORD-START + WS-WORD-LEN <= WS-ABBR-TEXT-LEN
               STRING WS-ABBR-STRING
                          (WS-WORD-START + WS-WORD-LEN:
                           WS-ABBR-TEXT-LEN - WS-WORD-START
                           - WS-WORD-LEN + 1)
                          DELIMITED BY SIZE
                   INTO WS-ABBR-WORK
                   WITH POINTER WS-ABBR-PTR
           END-IF
           MOVE WS-ABBR-WORK TO WS-ABBR-STRING.

       WRITE-ABBREV-AUDIT.
      *> The string was over its limit when it arrived, so it is a
      *> truncation event like any other -- it goes on TRUNCAUDT with
      *> its original length, stamped the same as its TRUNCABBR
      *> record so the two pair up.
           MOVE WS-ABBR-STAMP TO TA-TIMESTAMP
           MOVE TI-RECORD-KEY TO TA-RECORD-KEY
           MOVE WS-ABBR-BEFORE-LEN TO TA-SOURCE-LENGTH
           MOVE WL-MAX-LENGTH(WS-LIMIT-IDX) TO TA-LIMIT-VALUE
           WRITE TRUNC-AUDIT-RECORD.

       WRITE-ABBREV-LOG.
           MOVE WS-ABBR-STAMP TO AL-TIMESTAMP
           MOVE TI-RECORD-KEY TO AL-RECORD-KEY
           MOVE TI-RECORD-TYPE TO AL-RECORD-TYPE
           MOVE WS-ABBR-BEFORE-LEN TO AL-BEFORE-LENGTH
           MOVE WS-ABBR-LENGTH TO AL-AFTER-LENGTH
           MOVE WL-MAX-LENGTH(WS-LIMIT-IDX) TO AL-LIMIT-VALUE
           MOVE WS-ABBR-WORDS TO AL-WORDS-REPLACED
           WRITE ABBREV-LOG-RECORD.

       SPLIT-RECORD.
      *> The string is legitimate, just longer than the configured
      *> limit -- write it out in numbered segments of at most the
      *> The record type can't be trusted either, so the limit noted
      *> on the reject is the type's entry when the type resolves and
      *> zero when it doesn't.
           PERFORM MASK-PERSONAL-DATA
           MOVE TI-RECORD-TYPE TO WS-LOOKUP-TYPE
           PERFORM FIND-LIMIT-ENTRY
           ADD 1 TO WS-REJECT-COUNT
           WRITE TRUNC-REJECT-RECORD
           PERFORM ADD-REJECT-KEY-HASH

      *> Every rejected string is over its limit, so in abbreviation
      *> mode the dictionary has already been tried on it and left a
      *> TRUNCABBR row; the audit row carries the same stamp so the
      *> two pair up.
           IF WS-ABBREV-MODE
               MOVE WS-ABBR-STAMP TO TA-TIMESTAMP
           ELSE
               MOVE FUNCTION CURRENT-DATE TO TA-TIMESTAMP
           END-IF
           MOVE TI-RECORD-KEY TO TA-RECORD-KEY
           MOVE WS-LENGTH TO TA-SOURCE-LENGTH
           MOVE WL-MAX-LENGTH(WS-LIMIT-IDX) TO TA-LIMIT-VALUE
           MOVE WS-DUP-KEY-COUNT TO WS-ED-DUP-KEY
           MOVE WS-SPLIT-COUNT TO WS-ED-SPLIT-COUNT
           MOVE WS-CONTENT-FAIL-COUNT TO WS-ED-CONTENT-FAIL
           MOVE WS-PII-RECORD-COUNT TO WS-ED-PII-RECORDS
           MOVE WS-PII-DETECT-TOTAL TO WS-ED-PII-DETECTS
           MOVE WS-ABBREV-COUNT TO WS-ED-ABBREV-COUNT
           MOVE WS-ABBREV-FAIL-COUNT TO WS-ED-ABBREV-FAIL

           MOVE SPACES TO RECON-RPT-LINE
           STRING "Truncation Check Reconciliation" DELIMITED BY SIZE
           WRITE RECON-RPT-LINE

           MOVE SPACES TO RECON-RPT-LINE
           STRING "Records passed..........: " DELIMITED BY SIZE
                  WS-ED-PASS-COUNT DELIMITED BY SIZE
               INTO RECON-RPT-LINE
           WRITE RECON-RPT-LINE
           STRING "Records split (cont.)....: " DELIMITED BY SIZE
                  WS-ED-SPLIT-COUNT DELIMITED BY SIZE
               INTO RECON-RPT-LINE
           WRITE RECON-RPT-LINE

           MOVE SPACES TO RECON-RPT-LINE
           STRING "Records with data masked.: " DELIMITED BY SIZE
                  WS-ED-PII-RECORDS DELIMITED BY SIZE
               INTO RECON-RPT-LINE
           WRITE RECON-RPT-LINE

           MOVE SPACES TO RECON-RPT-LINE
           STRING "  identifiers masked.....: " DELIMITED BY SIZE
                  WS-ED-PII-DETECTS DELIMITED BY SIZE
               INTO RECON-RPT-LINE
           WRITE RECON-RPT-LINE

           IF WS-ABBREV-MODE
               MOVE SPACES TO RECON-RPT-LINE
               STRING "Records abbreviated......: " DELIMITED BY SIZE
                      WS-ED-ABBREV-COUNT DELIMITED BY SIZE
                   INTO RECON-RPT-LINE
               WRITE RECON-RPT-LINE

               MOVE SPACES TO RECON-RPT-LINE
               STRING "  still over after abbrev: " DELIMITED BY SIZE
                      WS-ED-ABBREV-FAIL DELIMITED BY SIZE
                   INTO RECON-RPT-LINE
               WRITE RECON-RPT-LINE
           END-IF.
