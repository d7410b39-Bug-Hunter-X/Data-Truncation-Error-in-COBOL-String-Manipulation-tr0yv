      *> matched no reject is listed in the disposition report, giving
      *> the business a controlled, audited path back into production
      *> instead of hand-edits to tomorrow's TRUNCIN.
      *> TRUNCCORR is no longer keyed directly: corrections are
      *> submitted through TRUNCCSUB and only reach this file once a
      *> second user has approved them through TRUNCAPRV.
      *> An approval is good for one repair run.  Once the rejects
      *> are repaired, every correction this run loaded -- applied or
      *> matched to nothing -- moves from TRUNCCORR to the TRUNCCORRHST
      *> archive, so it can never be applied to a later reject of the
      *> same key without a fresh approval.  Only corrections the
      *> table had no room for stay on TRUNCCORR for the next run.
      *> TRUNCCORR is rebuilt through the TRUNCCORRKEEP work file; if
      *> that copy fails, TRUNCCORRKEEP holds what TRUNCCORR must be.
      *> Return code: 0 = run complete, 16 = run aborted (TRUNCREJ
      *> incomplete) or TRUNCCORR not rolled (see the console).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CORR-STATUS.

           SELECT CORR-HISTORY-FILE ASSIGN TO "TRUNCCORRHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CORRHST-STATUS.

           SELECT CORR-KEEP-FILE ASSIGN TO "TRUNCCORRKEEP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CORRKEEP-STATUS.

           SELECT REPAIR-OUTPUT-FILE ASSIGN TO "TRUNCREPOUT"
               ORGANIZATION IS LINE SEQUENTIAL.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTENTCF-STATUS.

           SELECT OPTIONAL PII-PATTERN-FILE ASSIGN TO "PIICF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PIICF-STATUS.

           SELECT PII-LOG-FILE ASSIGN TO "TRUNCPII"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PII-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LIMIT-CONTROL-FILE.
       01  CORRECTION-RECORD.
           COPY CORRREC.

       FD  CORR-HISTORY-FILE.
       01  CORR-HISTORY-RECORD         PIC X(211).

       FD  CORR-KEEP-FILE.
       01  CORR-KEEP-RECORD            PIC X(211).

      *> Repaired records re-enter production through TRUNCCHK, so the
      *> output file carries TRUNCCHK's own input layout.
       FD  REPAIR-OUTPUT-FILE.
       FD  REPAIR-RPT-FILE.
       01  REPAIR-RPT-LINE             PIC X(80).

       FD  PII-PATTERN-FILE.
       01  PII-PATTERN-RECORD.
           COPY PIICFREC.

       FD  PII-LOG-FILE.
       01  PII-LOG-RECORD.
           COPY PIILGREC.

       WORKING-STORAGE SECTION.
      *> Matches LK-ACTUAL-LENGTH's USAGE DISPLAY in LENCHK -- CALL
      *> USING passes this by reference, so the usage must line up.
       01  WS-LIMITCF-STATUS           PIC X(2) VALUE "00".
       01  WS-REJECT-STATUS            PIC X(2) VALUE "00".
       01  WS-CORR-STATUS              PIC X(2) VALUE "00".
       01  WS-CORRHST-STATUS           PIC X(2) VALUE "00".
       01  WS-CORRKEEP-STATUS          PIC X(2) VALUE "00".
       01  WS-CONTENTCF-STATUS         PIC X(2) VALUE "00".
       01  WS-PIICF-STATUS             PIC X(2) VALUE "00".
       01  WS-PII-LOG-STATUS           PIC X(2) VALUE "00".

      *> Personal-data scan, same patterns and log as TRUNCCHK.  The
      *> strings read from TRUNCREJ were masked by TRUNCCHK already,
      *> but a replacement string is keyed fresh by a business user
      *> and can land on TRUNCREREJ without going back through the
      *> check -- so it is masked here before anything is done with
      *> it.
       COPY PIITAB.

       01  WS-PII-PATTERN-MAX          PIC 9(4) COMP VALUE 20.
       01  WS-PII-DETECT-MAX           PIC 9(4) COMP VALUE 10.
       01  WS-PII-IDX                  PIC 9(4) COMP VALUE 0.
       01  WS-PII-RC                   PIC 9(2) VALUE 0.
           88  WS-PII-FOUND             VALUE 4.

      *> Per-type content rule classes, slot-parallel to the limits
      *> table, same scheme as TRUNCCHK -- the repair check must
               10  WS-CORR-USED-FLAG   PIC X(1).
                   88  WS-CORR-USED     VALUE "Y".

      *> Rolling TRUNCCORR re-reads it in the order it was loaded: the
      *> first WS-CORR-COUNT valid rows are the ones in the table and
      *> go to the archive; valid rows after them did not fit (or
      *> were approved while this run was going) and are kept.
       01  WS-CORR-LOADED-SWITCH       PIC X(1) VALUE "N".
           88  WS-CORR-FILE-LOADED     VALUE "Y".
       01  WS-CORR-ROLL-IDX            PIC 9(4) COMP VALUE 0.
       01  WS-CORR-ARCHIVED-COUNT      PIC 9(9) COMP VALUE 0.
       01  WS-CORR-KEPT-COUNT          PIC 9(9) COMP VALUE 0.
       01  WS-CORR-COPIED-COUNT        PIC 9(9) COMP VALUE 0.
       01  WS-CORR-ROW-COUNT           PIC 9(9) COMP VALUE 0.

       01  WS-REPAIR-STRING            PIC X(200).

      *> Approved-shorten cut arithmetic: same UTF-8 continuation-
           05  WS-UNMATCHED-COUNT      PIC 9(9) COMP VALUE 0.
           05  WS-UNKNOWN-TYPE-COUNT   PIC 9(9) COMP VALUE 0.
           05  WS-SEQ-HELD-COUNT       PIC 9(9) COMP VALUE 0.
           05  WS-PII-MASKED-COUNT     PIC 9(9) COMP VALUE 0.

       01  WS-REPAIR-EDIT-FIELDS.
           05  WS-ED-REJECT-READ       PIC ZZZZZZZZ9.
           05  WS-ED-UNMATCHED         PIC ZZZZZZZZ9.
           05  WS-ED-UNKNOWN-TYPE      PIC ZZZZZZZZ9.
           05  WS-ED-SEQ-HELD          PIC ZZZZZZZZ9.
           05  WS-ED-PII-MASKED        PIC ZZZZZZZZ9.
           05  WS-ED-CORR-ARCHIVED     PIC ZZZZZZZZ9.
           05  WS-ED-CORR-KEPT         PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM LOAD-LIMITS-TABLE
           PERFORM LOAD-CONTENT-RULES
           PERFORM LOAD-PII-PATTERNS
           PERFORM LOAD-CORRECTIONS

           OPEN INPUT  TRUNC-REJECT-FILE
                OUTPUT RESIDUAL-REJECT-FILE
                OUTPUT REPAIR-RPT-FILE

           PERFORM OPEN-PII-LOG
           PERFORM WRITE-OUTPUT-HEADERS

           MOVE SPACES TO REPAIR-RPT-LINE
           PERFORM VERIFY-INBOUND-TRAILER
           PERFORM WRITE-OUTPUT-TRAILERS
           PERFORM REPORT-UNMATCHED-CORRECTIONS
           PERFORM ROLL-CORRECTIONS
           PERFORM WRITE-REPAIR-SUMMARY

           CLOSE TRUNC-REJECT-FILE
                 REPAIR-OUTPUT-FILE
                 RESIDUAL-REJECT-FILE
                 REPAIR-RPT-FILE
                 PII-LOG-FILE

           STOP RUN.

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
      *> Same defaults as TRUNCCHK.
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

       MASK-REPAIR-STRING.
           CALL "PIICHK" USING WS-REPAIR-STRING
                               WS-PII-PATTERN-TABLE
                               WS-PII-RC
                               WS-PII-DETECT-TABLE
           END-CALL
           IF WS-PII-FOUND
               ADD 1 TO WS-PII-MASKED-COUNT
               PERFORM VARYING WS-PII-IDX FROM 1 BY 1
                       UNTIL WS-PII-IDX > WD-DETECT-COUNT
                       OR WS-PII-IDX > WS-PII-DETECT-MAX
                   PERFORM WRITE-PII-LOG-RECORD
               END-PERFORM
               DISPLAY "Note: personal data masked in correction, key="
                       TR-RECORD-KEY " items=" WD-DETECT-COUNT
           END-IF.

       WRITE-PII-LOG-RECORD.
           MOVE FUNCTION CURRENT-DATE TO PL-TIMESTAMP
           MOVE TR-RECORD-KEY TO PL-RECORD-KEY
           MOVE TR-RECORD-TYPE TO PL-RECORD-TYPE
           MOVE WD-DETECT-TYPE(WS-PII-IDX) TO PL-PATTERN-TYPE
           MOVE WD-DETECT-POS(WS-PII-IDX) TO PL-START-POS
           MOVE WD-DETECT-LEN(WS-PII-IDX) TO PL-MATCH-LENGTH
           WRITE PII-LOG-RECORD.

       LOAD-CORRECTIONS.
           OPEN INPUT CORRECTION-FILE
           IF WS-CORR-STATUS NOT = "00"
                       WS-CORR-STATUS " - no corrections loaded"
               CLOSE CORRECTION-FILE
           ELSE
               MOVE "Y" TO WS-CORR-LOADED-SWITCH
               PERFORM UNTIL WS-END-OF-INPUT
                   READ CORRECTION-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           ADD 1 TO WS-CORR-ROW-COUNT
                           PERFORM STORE-CORRECTION
                   END-READ
               END-PERFORM
           ELSE
           IF WS-CORR-COUNT >= WS-CORR-MAX
               DISPLAY "Warning: correction table full, key="
                       CR-RECORD-KEY " held over to the next run"
           ELSE
               ADD 1 TO WS-CORR-COUNT
               MOVE CR-RECORD-KEY
           IF WS-CORR-REPLACE(WS-CORR-FOUND-IDX)
               MOVE WS-CORR-STRING(WS-CORR-FOUND-IDX)
                   TO WS-REPAIR-STRING
               PERFORM MASK-REPAIR-STRING
           ELSE
               PERFORM SHORTEN-REJECT-STRING
           END-IF
                   MOVE SPACES TO REPAIR-RPT-LINE
                   STRING "Key " DELIMITED BY SIZE
                          WS-CORR-KEY(WS-CORR-IDX) DELIMITED BY SIZE
                          " correction matched no reject - "
                              DELIMITED BY SIZE
                          "archived, resubmit" DELIMITED BY SIZE
                       INTO REPAIR-RPT-LINE
                   WRITE REPAIR-RPT-LINE
               END-IF
           END-PERFORM.

       ROLL-CORRECTIONS.
      *> Runs only once the rejects are repaired and the inbound
      *> trailer proved, so an aborted repair run leaves TRUNCCORR
      *> as it was for the rerun.
           IF WS-CORR-FILE-LOADED
               PERFORM SPLIT-CORRECTION-FILE
               PERFORM COPY-KEPT-CORRECTIONS
           END-IF.

       SPLIT-CORRECTION-FILE.
           OPEN INPUT CORRECTION-FILE
           OPEN EXTEND CORR-HISTORY-FILE
           IF WS-CORRHST-STATUS = "35"
               OPEN OUTPUT CORR-HISTORY-FILE
           END-IF
           OPEN OUTPUT CORR-KEEP-FILE
           IF WS-CORR-STATUS NOT = "00"
               OR WS-CORRHST-STATUS NOT = "00"
               OR WS-CORRKEEP-STATUS NOT = "00"
               PERFORM ABORT-CORRECTION-SPLIT
           END-IF
           MOVE 0 TO WS-CORR-ROLL-IDX
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM UNTIL WS-END-OF-INPUT
               READ CORRECTION-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       PERFORM SPLIT-CORRECTION-RECORD
               END-READ
               IF WS-CORR-STATUS NOT = "00"
                   AND WS-CORR-STATUS NOT = "10"
                   PERFORM ABORT-CORRECTION-SPLIT
               END-IF
           END-PERFORM
           MOVE "N" TO WS-EOF-SWITCH
           CLOSE CORRECTION-FILE
                 CORR-HISTORY-FILE
                 CORR-KEEP-FILE
      *> Every row loaded must have gone one way or the other before
      *> TRUNCCORR is rewritten; rows added since the load are kept.
           IF WS-CORR-ARCHIVED-COUNT + WS-CORR-KEPT-COUNT
                   < WS-CORR-ROW-COUNT
               PERFORM ABORT-CORRECTION-SPLIT
           END-IF.

       SPLIT-CORRECTION-RECORD.
      *> Same test as STORE-CORRECTION, so the rows line up with the
      *> table; an invalid action was warned about and is archived
      *> rather than warned about again every run.
           IF (CR-ACTION-REPLACE OR CR-ACTION-SHORTEN)
               AND WS-CORR-ROLL-IDX >= WS-CORR-COUNT
               WRITE CORR-KEEP-RECORD FROM CORRECTION-RECORD
               IF WS-CORRKEEP-STATUS NOT = "00"
                   PERFORM ABORT-CORRECTION-SPLIT
               END-IF
               ADD 1 TO WS-CORR-KEPT-COUNT
           ELSE
               IF CR-ACTION-REPLACE OR CR-ACTION-SHORTEN
                   ADD 1 TO WS-CORR-ROLL-IDX
               END-IF
               WRITE CORR-HISTORY-RECORD FROM CORRECTION-RECORD
               IF WS-CORRHST-STATUS NOT = "00"
                   PERFORM ABORT-CORRECTION-SPLIT
               END-IF
               ADD 1 TO WS-CORR-ARCHIVED-COUNT
           END-IF.

       ABORT-CORRECTION-SPLIT.
      *> TRUNCCORR itself is untouched; its rows may be on the
      *> archive in part.
           DISPLAY "Error: TRUNCCORR status=" WS-CORR-STATUS
                   " TRUNCCORRHST status=" WS-CORRHST-STATUS
                   " TRUNCCORRKEEP status=" WS-CORRKEEP-STATUS
                   " - TRUNCCORR not rolled; its corrections were used"
                   " by this run and must come off it by hand before"
                   " the next TRUNCREP run."
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       COPY-KEPT-CORRECTIONS.
      *> TRUNCCORR is replaced by the kept rows, every write checked
      *> and the total proved against the split.
           MOVE 0 TO WS-CORR-COPIED-COUNT
           OPEN INPUT CORR-KEEP-FILE
           IF WS-CORRKEEP-STATUS NOT = "00"
               PERFORM ABORT-CORRECTION-COPY
           END-IF
           OPEN OUTPUT CORRECTION-FILE
           IF WS-CORR-STATUS NOT = "00"
               PERFORM ABORT-CORRECTION-COPY
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM UNTIL WS-END-OF-INPUT
               READ CORR-KEEP-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       WRITE CORRECTION-RECORD FROM CORR-KEEP-RECORD
                       IF WS-CORR-STATUS NOT = "00"
                           PERFORM ABORT-CORRECTION-COPY
                       END-IF
                       ADD 1 TO WS-CORR-COPIED-COUNT
               END-READ
               IF WS-CORRKEEP-STATUS NOT = "00"
                   AND WS-CORRKEEP-STATUS NOT = "10"
                   PERFORM ABORT-CORRECTION-COPY
               END-IF
           END-PERFORM
           MOVE "N" TO WS-EOF-SWITCH
           CLOSE CORR-KEEP-FILE
                 CORRECTION-FILE
           IF WS-CORR-COPIED-COUNT NOT = WS-CORR-KEPT-COUNT
               PERFORM ABORT-CORRECTION-COPY
           END-IF.

       ABORT-CORRECTION-COPY.
           DISPLAY "Error: TRUNCCORR rewrite status=" WS-CORR-STATUS
                   " TRUNCCORRKEEP status=" WS-CORRKEEP-STATUS
                   " after " WS-CORR-COPIED-COUNT " of "
                   WS-CORR-KEPT-COUNT " - TRUNCCORRKEEP holds TRUNCCORR"
                   " as it must be, copy it to TRUNCCORR before the"
                   " next TRUNCAPRV or TRUNCREP run."
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       WRITE-REPAIR-SUMMARY.
           MOVE WS-REJECT-READ-COUNT TO WS-ED-REJECT-READ
           MOVE WS-REPAIRED-COUNT   TO WS-ED-REPAIRED
           MOVE WS-UNMATCHED-COUNT  TO WS-ED-UNMATCHED
           MOVE WS-UNKNOWN-TYPE-COUNT TO WS-ED-UNKNOWN-TYPE
           MOVE WS-SEQ-HELD-COUNT   TO WS-ED-SEQ-HELD
           MOVE WS-PII-MASKED-COUNT TO WS-ED-PII-MASKED

           MOVE SPACES TO REPAIR-RPT-LINE
           STRING "Rejects read.............: " DELIMITED BY SIZE
           STRING "Held for key sequence....: " DELIMITED BY SIZE
                  WS-ED-SEQ-HELD DELIMITED BY SIZE
               INTO REPAIR-RPT-LINE
           WRITE REPAIR-RPT-LINE

           MOVE SPACES TO REPAIR-RPT-LINE
           STRING "Corrections masked.......: " DELIMITED BY SIZE
                  WS-ED-PII-MASKED DELIMITED BY SIZE
               INTO REPAIR-RPT-LINE
           WRITE REPAIR-RPT-LINE

           MOVE WS-CORR-ARCHIVED-COUNT TO WS-ED-CORR-ARCHIVED
           MOVE SPACES TO REPAIR-RPT-LINE
           STRING "Corrections archived.....: " DELIMITED BY SIZE
                  WS-ED-CORR-ARCHIVED DELIMITED BY SIZE
               INTO REPAIR-RPT-LINE
           WRITE REPAIR-RPT-LINE

           MOVE WS-CORR-KEPT-COUNT TO WS-ED-CORR-KEPT
           MOVE SPACES TO REPAIR-RPT-LINE
           STRING "Corrections held over....: " DELIMITED BY SIZE
                  WS-ED-CORR-KEPT DELIMITED BY SIZE
               INTO REPAIR-RPT-LINE
           WRITE REPAIR-RPT-LINE.
