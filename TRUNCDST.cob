      *> A record whose type is none of the three should not exist
      *> on TRUNCOUT at all (TRUNCCHK rejects unknown types), so one
      *> aborts the split exactly like a control-total failure.
      *> Once the split is proven, each type file's trailer totals
      *> are appended to the outbound register TRUNCSENT (see
      *> SENTREC) for TRUNCACK to balance the receivers' acks against.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DIST-RPT-FILE ASSIGN TO "TRUNCDST-RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SENT-REGISTER-FILE ASSIGN TO "TRUNCSENT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SENT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> TRUNCCHK's output layout -- see the FD in TRUNCCHK.
       FD  DIST-RPT-FILE.
       01  DIST-RPT-LINE               PIC X(80).

       FD  SENT-REGISTER-FILE.
       01  SENT-REGISTER-RECORD.
           COPY SENTREC.

       WORKING-STORAGE SECTION.
       01  WS-OUTPUT-STATUS            PIC X(2) VALUE "00".
       01  WS-SENT-STATUS              PIC X(2) VALUE "00".
       01  WS-SENT-TIMESTAMP           PIC X(21) VALUE SPACES.

       01  WS-EOF-SWITCH               PIC X(1) VALUE "N".
           88  WS-END-OF-INPUT         VALUE "Y".
           PERFORM VERIFY-INBOUND-TRAILER
           PERFORM WRITE-TYPE-TRAILERS
           PERFORM WRITE-BALANCE-REPORT
           PERFORM WRITE-SENT-REGISTER

           CLOSE TRUNC-OUTPUT-FILE
                 TYPE-R-FILE
               STOP RUN
           END-IF.

       WRITE-SENT-REGISTER.
      *> One register row per type file, carrying the totals just
      *> written into its trailer.  EXTEND does not create a missing
      *> LINE SEQUENTIAL file, so the first night starts it with
      *> OPEN OUTPUT.  A register that cannot be written would leave
      *> TRUNCACK paging for acks nobody is expecting, so it aborts
      *> the step before the files are released.
           OPEN EXTEND SENT-REGISTER-FILE
           IF WS-SENT-STATUS = "35"
               OPEN OUTPUT SENT-REGISTER-FILE
           END-IF
           IF WS-SENT-STATUS NOT = "00"
               DISPLAY "Error: TRUNCSENT open status="
                       WS-SENT-STATUS " - distribution aborted."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-SENT-TIMESTAMP
           MOVE "TRUNCOUTR" TO SN-FILE-NAME
           MOVE 1 TO WS-TYPE-IDX
           PERFORM WRITE-SENT-ROW
           MOVE "TRUNCOUTS" TO SN-FILE-NAME
           MOVE 2 TO WS-TYPE-IDX
           PERFORM WRITE-SENT-ROW
           MOVE "TRUNCOUTI" TO SN-FILE-NAME
           MOVE 3 TO WS-TYPE-IDX
           PERFORM WRITE-SENT-ROW
           CLOSE SENT-REGISTER-FILE.

       WRITE-SENT-ROW.
           MOVE WS-IN-FILE-DATE TO SN-FILE-DATE
           MOVE WS-TYPE-REC-COUNT(WS-TYPE-IDX) TO SN-RECORD-COUNT
           MOVE WS-TYPE-KEY-HASH(WS-TYPE-IDX) TO SN-KEY-HASH
           MOVE WS-SENT-TIMESTAMP TO SN-SENT-TIMESTAMP
           WRITE SENT-REGISTER-RECORD
           IF WS-SENT-STATUS NOT = "00"
               DISPLAY "Error: TRUNCSENT write status="
                       WS-SENT-STATUS " - distribution aborted."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       COMPUTE-KEY-HASH.
      *> Sum of the ordinal values of the ten key bytes -- see the
      *> hash-total definition in CTLREC.
