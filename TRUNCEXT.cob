      *> extract from an unproven file.  A master that cannot be
      *> opened leaves the name blank, loudly, matching TRUNCCHK's
      *> fail-open policy on the same file.
      *> The extract's count, and the CTLREC key-hash total over the
      *> logical records it carries, are appended to the outbound
      *> register TRUNCSENT (see SENTREC) under TRUNCOUT's file date
      *> for TRUNCACK to balance the receiver's ack against.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXTRACT-FILE ASSIGN TO "TRUNCEXTOUT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SENT-REGISTER-FILE ASSIGN TO "TRUNCSENT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SENT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> TRUNCCHK's output layout -- see the FD in TRUNCCHK.
       FD  EXTRACT-FILE.
       01  EXTRACT-LINE                PIC X(500).

       FD  SENT-REGISTER-FILE.
       01  SENT-REGISTER-RECORD.
           COPY SENTREC.

       WORKING-STORAGE SECTION.
       01  WS-OUTPUT-STATUS            PIC X(2) VALUE "00".
       01  WS-CUSTMST-STATUS           PIC X(2) VALUE "00".
       01  WS-SENT-STATUS              PIC X(2) VALUE "00".

       01  WS-EOF-SWITCH               PIC X(1) VALUE "N".
           88  WS-END-OF-INPUT         VALUE "Y".
           88  WS-TRAILER-SEEN         VALUE "Y".
       01  WS-TRAILER-COUNT            PIC 9(9) VALUE 0.
       01  WS-TRAILER-HASH             PIC 9(18) VALUE 0.
       01  WS-IN-FILE-DATE             PIC 9(8) VALUE 0.
       01  WS-DATA-COUNT               PIC 9(9) COMP VALUE 0.
       01  WS-IN-KEY-HASH              PIC 9(18) COMP VALUE 0.
       01  WS-HASH-KEY                 PIC X(10) VALUE SPACES.

       01  WS-CUSTOMER-NAME            PIC X(30) VALUE SPACES.
       01  WS-EXTRACT-COUNT            PIC 9(9) VALUE 0.
       01  WS-EXTRACT-HASH             PIC 9(18) COMP VALUE 0.

       01  WS-EXT-EDIT-FIELDS.
           05  WS-ED-COUNT             PIC ZZZZZZZZ9.

           PERFORM VERIFY-INBOUND-TRAILER
           PERFORM WRITE-EXTRACT-TRAILER
           PERFORM WRITE-SENT-REGISTER

           CLOSE TRUNC-OUTPUT-FILE
                 EXTRACT-FILE
               NOT AT END
                   EVALUATE TO-RECORD-TYPE
                       WHEN "H"
                           MOVE TRUNC-OUTPUT-RECORD
                               TO WS-CONTROL-RECORD
                           MOVE TC-FILE-DATE TO WS-IN-FILE-DATE
                           MOVE "N" TO WS-HELD-SWITCH
                       WHEN "T"
                           MOVE TRUNC-OUTPUT-RECORD
           PERFORM APPEND-QUOTED-FIELD

           WRITE EXTRACT-LINE FROM WS-OUT-LINE
           ADD 1 TO WS-EXTRACT-COUNT
           MOVE WS-LOGICAL-KEY TO WS-HASH-KEY
           PERFORM COMPUTE-KEY-HASH
           ADD WS-HASH-VALUE TO WS-EXTRACT-HASH.

       APPEND-QUOTED-FIELD.
      *> Opening quote, the field bytes with every embedded quote
           PERFORM APPEND-QUOTED-FIELD
           WRITE EXTRACT-LINE FROM WS-OUT-LINE.

       WRITE-SENT-REGISTER.
      *> Same register TRUNCDST appends its type files to.  EXTEND
      *> does not create a missing LINE SEQUENTIAL file, so the first
      *> night starts it with OPEN OUTPUT; a register that cannot be
      *> written would leave TRUNCACK with nothing to balance the
      *> distribution center's ack against, so it aborts the step.
           OPEN EXTEND SENT-REGISTER-FILE
           IF WS-SENT-STATUS = "35"
               OPEN OUTPUT SENT-REGISTER-FILE
           END-IF
           IF WS-SENT-STATUS NOT = "00"
               DISPLAY "Error: TRUNCSENT open status="
                       WS-SENT-STATUS " - extract aborted."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "TRUNCEXTOUT" TO SN-FILE-NAME
           MOVE WS-IN-FILE-DATE TO SN-FILE-DATE
           MOVE WS-EXTRACT-COUNT TO SN-RECORD-COUNT
           MOVE WS-EXTRACT-HASH TO SN-KEY-HASH
           MOVE FUNCTION CURRENT-DATE TO SN-SENT-TIMESTAMP
           WRITE SENT-REGISTER-RECORD
           IF WS-SENT-STATUS NOT = "00"
               DISPLAY "Error: TRUNCSENT write status="
                       WS-SENT-STATUS " - extract aborted."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE SENT-REGISTER-FILE.

       COMPUTE-KEY-HASH.
      *> Sum of the ordinal values of the ten key bytes -- see the
      *> hash-total definition in CTLREC.
