      *> All inbound trailers are verified -- a delta cut against a
      *> half-transmitted baseline or reject file would suppress
      *> records that never actually went out.
      *> Every physical record of TRUNCPREV is also copied, as read,
      *> to TRUNCBASEPRE (see BASEPREREC) -- the baseline as it stood
      *> before tonight, kept beside TRUNCBASE so TRUNCBKOUT can put
      *> it back if the night has to be backed out (the scheduler
      *> maps it per partition exactly as it maps TRUNCBASE).  Every
      *> write to it is checked: one that fails stops the pass with
      *> return code 16 -- before TRUNCBASE is opened if it is the
      *> open or the stamp row, and in any case with TRUNCPREV as it
      *> was, so a rerun rebuilds both files.
      *> Before anything is opened, TRUNCIN is checked against the
      *> inbound transmission register TRUNCXMIT through XMITCHK: a
      *> file this pass has already accepted is a re-send, and the
      *> pass stops with completion state DUPXMIT on TRUNCSTAT and
      *> TRUNCBASE, TRUNCBASEPRE and TRUNCDIN untouched.  A deliberate
      *> rerun needs a PARM of "RERUN=userid" from a user on
      *> XMITAUTH, and is registered as an override.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BASELINE-OUTPUT-FILE ASSIGN TO "TRUNCBASE"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BASELINE-PRIOR-FILE ASSIGN TO "TRUNCBASEPRE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BASEPRE-STATUS.

           SELECT DELTA-RPT-FILE ASSIGN TO "TRUNCDLT-RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUN-STATUS-FILE ASSIGN TO "TRUNCSTAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  TRUNC-INPUT-FILE.
           05  BO-CONT-SEQ             PIC 9(2).
           05  BO-SOURCE-STRING        PIC X(200).

       FD  BASELINE-PRIOR-FILE.
       01  BASELINE-PRIOR-RECORD.
           COPY BASEPREREC.

       FD  DELTA-RPT-FILE.
       01  DELTA-RPT-LINE              PIC X(80).

       FD  RUN-STATUS-FILE.
       01  RUN-STATUS-RECORD.
           COPY STATREC.

       WORKING-STORAGE SECTION.
       01  WS-INPUT-STATUS             PIC X(2) VALUE "00".
       01  WS-PRIOR-STATUS             PIC X(2) VALUE "00".
       01  WS-PREJ-STATUS              PIC X(2) VALUE "00".
       01  WS-BASEPRE-STATUS           PIC X(2) VALUE "00".

       01  WS-EOF-SWITCH               PIC X(1) VALUE "N".
           88  WS-END-OF-INPUT         VALUE "Y".
       01  WS-DELTA-EDIT-FIELDS.
           05  WS-ED-COUNT             PIC ZZZZZZZZ9.

       01  WS-PARM-STRING              PIC X(80) VALUE SPACES.
       01  WS-PARM-TOKEN               PIC X(20) VALUE SPACES.

      *> Inbound transmission register check -- see XMITCHK.
       COPY XMITLNK.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-PARM-STRING FROM COMMAND-LINE
           UNSTRING WS-PARM-STRING DELIMITED BY ALL SPACES
               INTO WS-PARM-TOKEN
           IF WS-PARM-TOKEN(1:6) = "RERUN="
               MOVE WS-PARM-TOKEN(7:8) TO WX-OVERRIDE-USER
           END-IF
           PERFORM CHECK-TRANSMISSION-REGISTER

           OPEN INPUT  TRUNC-INPUT-FILE
                INPUT  PRIOR-ACCEPT-FILE

           IF WS-INPUT-STATUS NOT = "00"
               DISPLAY "Error: TRUNCIN open status="
               PERFORM ABEND-RUN
           END-IF

      *> The pre-image is opened and stamped before TRUNCBASE is
      *> opened for output: a night whose old baseline cannot be
      *> kept stops with TRUNCBASE still as it was.
           OPEN OUTPUT BASELINE-PRIOR-FILE
           PERFORM CHECK-BASEPRE-STATUS
           MOVE SPACES TO BASELINE-PRIOR-RECORD
           SET BP-STAMP-ROW TO TRUE
           MOVE FUNCTION CURRENT-DATE TO BP-TAKEN-TIMESTAMP
           WRITE BASELINE-PRIOR-RECORD
           PERFORM CHECK-BASEPRE-STATUS

           OPEN OUTPUT DELTA-OUTPUT-FILE
                OUTPUT BASELINE-OUTPUT-FILE
                OUTPUT DELTA-RPT-FILE

           PERFORM LOAD-PRIOR-REJECT-KEYS
           PERFORM LOAD-PRIOR-RESID-KEYS
           PERFORM PRIME-PRIOR-READER
                 PRIOR-ACCEPT-FILE
                 DELTA-OUTPUT-FILE
                 BASELINE-OUTPUT-FILE
                 BASELINE-PRIOR-FILE
                 DELTA-RPT-FILE

           PERFORM REGISTER-TRANSMISSION
           STOP RUN.

       CHECK-TRANSMISSION-REGISTER.
      *> Same check and the same outcomes as TRUNCCHK's, made before
      *> the baseline files are opened for output.
           MOVE "C" TO WX-FUNCTION
           MOVE "TRUNCDLT" TO WX-STAGE
           MOVE SPACE TO WX-PARTITION-ID
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
                           " - duplicate transmission, delta pass "
                           "stopped."
                   PERFORM STOP-DUPLICATE-RUN
               WHEN WX-RERUN-REFUSED
                   DISPLAY "Error: TRUNCIN already accepted "
                           WX-PRIOR-TIMESTAMP(1:14) " - RERUN user "
                           WX-OVERRIDE-USER " not on XMITAUTH, "
                           "delta pass stopped."
                   PERFORM STOP-DUPLICATE-RUN
               WHEN WX-REGISTER-FAILED
                   DISPLAY "Error: TRUNCXMIT unreadable - TRUNCIN "
                           "cannot be proven new, delta pass aborted."
                   PERFORM ABEND-RUN
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       STOP-DUPLICATE-RUN.
      *> The status record is what the scheduler tests, so the stop
      *> is recorded there with nothing read, passed or rejected.
           OPEN OUTPUT RUN-STATUS-FILE
           MOVE SPACES TO RUN-STATUS-RECORD
           MOVE 16 TO ST-COMPLETION-CODE
           SET ST-STATE-DUPXMIT TO TRUE
           MOVE 0 TO ST-RECORDS-READ
           MOVE 0 TO ST-RECORDS-PASSED
           MOVE 0 TO ST-RECORDS-REJECTED
           MOVE 0 TO ST-RECORDS-SKIPPED
           MOVE 0 TO ST-RECORDS-SPLIT
           MOVE 0 TO ST-REJECT-PCT
           WRITE RUN-STATUS-RECORD
           CLOSE RUN-STATUS-FILE
           PERFORM ABEND-RUN.

       REGISTER-TRANSMISSION.
           MOVE "R" TO WX-FUNCTION
           CALL "XMITCHK" USING WS-XMIT-REQUEST
           END-CALL
           IF WX-REGISTER-FAILED
               DISPLAY "Warning: TRUNCXMIT not updated - a re-send "
                       "of this TRUNCIN would not be recognized."
           END-IF.

       HANDLE-INPUT-RECORD.
           IF WS-INPUT-STATUS = "00"
               AND (TI-RECORD-TYPE = "H" OR TI-RECORD-TYPE = "T")
                   MOVE "Y" TO WS-PRIOR-EOF-SWITCH
                   MOVE "N" TO WS-HELD-SWITCH
               NOT AT END
                   MOVE PRIOR-ACCEPT-RECORD TO BP-RECORD-DATA
                   WRITE BASELINE-PRIOR-RECORD
                   PERFORM CHECK-BASEPRE-STATUS
                   EVALUATE PA-RECORD-TYPE
                       WHEN "H"
                           MOVE "N" TO WS-HELD-SWITCH
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       CHECK-BASEPRE-STATUS.
           IF WS-BASEPRE-STATUS NOT = "00"
               DISPLAY "Error: TRUNCBASEPRE I/O status="
                       WS-BASEPRE-STATUS " - delta pass aborted."
               PERFORM ABEND-RUN
           END-IF.

       WRITE-DELTA-SUMMARY.
           MOVE SPACES TO DELTA-RPT-LINE
           STRING "Delta Detection Summary" DELIMITED BY SIZE
