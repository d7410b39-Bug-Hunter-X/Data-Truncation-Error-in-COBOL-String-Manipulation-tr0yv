       IDENTIFICATION DIVISION.
       PROGRAM-ID. XMITCHK.
      *> Shared inbound-transmission register subprogram, called by
      *> every step that accepts TRUNCIN -- TRUNCSPLT, TRUNCDLT and
      *> TRUNCCHK.  A re-sent upstream file balances perfectly
      *> against its own header and trailer, so every control-total
      *> check passes and downstream posts it all a second time; the
      *> only way to know a file has been seen before is to remember
      *> what has been accepted.  That memory is TRUNCXMIT (see
      *> XMITREC).
      *> A check call ("C") reads TRUNCIN through once for its
      *> header file date and trailer count and key hash -- before
      *> the caller opens a single output, so a duplicate stops the
      *> step with last night's files still whole -- and looks for
      *> the same identity on the register under the caller's step
      *> and partition.  An identity already there is a duplicate
      *> unless the caller passes a RERUN= user id that XMITAUTH
      *> (see XAUTHREC) authorizes.  A file with no trailer has no
      *> identity; it is passed back unchecked, because the caller's
      *> own trailer verification refuses it anyway.
      *> A record call ("R"), made once the caller has verified the
      *> transmission and finished with it, appends the identity to
      *> the register with the run date and time, and the override
      *> user when the check call let a rerun through.
      *> A TRUNCBKOUT backout row voids the receipts of its identity
      *> written before it, so the backed-out night's files are new
      *> transmissions again when the night is rerun.
      *> Return codes (WX-RETURN-CODE, see XMITLNK): 0 = new
      *> transmission (or recorded), 4 = already registered, rerun
      *> authorized, 8 = already registered, no override, 12 =
      *> override user not authorized, 16 = register unusable.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL XMIT-INPUT-FILE ASSIGN TO "TRUNCIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.

           SELECT OPTIONAL XMIT-REGISTER-FILE ASSIGN TO "TRUNCXMIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

           SELECT OPTIONAL XMIT-AUTH-FILE ASSIGN TO "XMITAUTH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  XMIT-INPUT-FILE.
       01  XMIT-INPUT-RECORD.
           COPY TRUNCREC.

       FD  XMIT-REGISTER-FILE.
       01  XMIT-REGISTER-RECORD.
           COPY XMITREC.

       FD  XMIT-AUTH-FILE.
       01  XMIT-AUTH-RECORD.
           COPY XAUTHREC.

       WORKING-STORAGE SECTION.
       01  WS-RC-NEW                   PIC 9(2) VALUE 0.
       01  WS-RC-RERUN                 PIC 9(2) VALUE 4.
       01  WS-RC-DUPLICATE             PIC 9(2) VALUE 8.
       01  WS-RC-REFUSED               PIC 9(2) VALUE 12.
       01  WS-RC-FAILED                PIC 9(2) VALUE 16.

       01  WS-INPUT-STATUS             PIC X(2) VALUE "00".
       01  WS-REGISTER-STATUS          PIC X(2) VALUE "00".
       01  WS-AUTH-STATUS              PIC X(2) VALUE "00".

       01  WS-EOF-SWITCH               PIC X(1) VALUE "N".
           88  WS-END-OF-INPUT         VALUE "Y".
       01  WS-TRAILER-SWITCH           PIC X(1) VALUE "N".
           88  WS-TRAILER-SEEN         VALUE "Y".
       01  WS-AUTH-SWITCH              PIC X(1) VALUE "N".
           88  WS-USER-AUTHORIZED      VALUE "Y".

       01  WS-CONTROL-RECORD.
           COPY CTLREC.

       LINKAGE SECTION.
      *> Same layout as WS-XMIT-REQUEST in XMITLNK.
       01  LK-XMIT-REQUEST.
           05  LK-FUNCTION             PIC X(1).
               88  LK-CHECK-XMIT        VALUE "C".
               88  LK-RECORD-XMIT       VALUE "R".
           05  LK-STAGE                PIC X(10).
           05  LK-PARTITION-ID         PIC X(1).
           05  LK-OVERRIDE-USER        PIC X(8).
           05  LK-IDENTITY-SWITCH      PIC X(1).
               88  LK-IDENTITY-KNOWN    VALUE "Y".
           05  LK-FILE-DATE            PIC 9(8).
           05  LK-RECORD-COUNT         PIC 9(9).
           05  LK-KEY-HASH             PIC 9(18).
           05  LK-PRIOR-TIMESTAMP      PIC X(21).
           05  LK-RETURN-CODE          PIC 9(2).

       PROCEDURE DIVISION USING LK-XMIT-REQUEST.
       XMITCHK-MAIN.
           MOVE WS-RC-NEW TO LK-RETURN-CODE
           IF LK-CHECK-XMIT
               PERFORM READ-TRANSMISSION-IDENTITY
               IF LK-IDENTITY-KNOWN
                   PERFORM FIND-EARLIER-RECEIPT
               END-IF
               IF LK-PRIOR-TIMESTAMP NOT = SPACES
                   PERFORM CHECK-RERUN-OVERRIDE
               END-IF
           ELSE
               IF LK-IDENTITY-KNOWN
                   PERFORM RECORD-TRANSMISSION
               END-IF
           END-IF
           GOBACK.

       READ-TRANSMISSION-IDENTITY.
      *> The header's file date and the trailer's totals -- the last
      *> trailer wins, the same record the caller will verify.  An
      *> input that cannot be opened is left to the caller's own
      *> open check.
           MOVE "N" TO LK-IDENTITY-SWITCH
           MOVE "N" TO WS-TRAILER-SWITCH
           MOVE 0 TO LK-FILE-DATE
           MOVE 0 TO LK-RECORD-COUNT
           MOVE 0 TO LK-KEY-HASH
           MOVE SPACES TO LK-PRIOR-TIMESTAMP
           OPEN INPUT XMIT-INPUT-FILE
           IF WS-INPUT-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-END-OF-INPUT
                   READ XMIT-INPUT-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           IF WS-INPUT-STATUS = "00"
                               PERFORM NOTE-CONTROL-RECORD
                           END-IF
                   END-READ
      *> A hard read error executes neither phrase -- stop the scan
      *> and leave the identity unknown rather than spin.
                   IF WS-INPUT-STATUS NOT = "00"
                       AND WS-INPUT-STATUS NOT = "04"
                       AND WS-INPUT-STATUS NOT = "10"
                       MOVE "Y" TO WS-EOF-SWITCH
                       MOVE "N" TO WS-TRAILER-SWITCH
                   END-IF
               END-PERFORM
               IF WS-TRAILER-SEEN
                   MOVE "Y" TO LK-IDENTITY-SWITCH
               END-IF
           END-IF
           CLOSE XMIT-INPUT-FILE.

       NOTE-CONTROL-RECORD.
           IF TI-RECORD-TYPE = "H" OR TI-RECORD-TYPE = "T"
               MOVE XMIT-INPUT-RECORD TO WS-CONTROL-RECORD
               IF TC-TYPE-HEADER
                   MOVE TC-FILE-DATE TO LK-FILE-DATE
               ELSE
                   MOVE "Y" TO WS-TRAILER-SWITCH
                   MOVE TC-RECORD-COUNT TO LK-RECORD-COUNT
                   MOVE TC-KEY-HASH TO LK-KEY-HASH
               END-IF
           END-IF.

       FIND-EARLIER-RECEIPT.
      *> "05" = no register yet, nothing has ever been accepted.
      *> Anything else but "00" means the register cannot be read,
      *> and a file that cannot be proven new must not be processed.
           OPEN INPUT XMIT-REGISTER-FILE
           IF WS-REGISTER-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-END-OF-INPUT
                   READ XMIT-REGISTER-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           PERFORM MATCH-REGISTER-ROW
                   END-READ
                   IF WS-REGISTER-STATUS NOT = "00"
                       AND WS-REGISTER-STATUS NOT = "10"
                       MOVE "Y" TO WS-EOF-SWITCH
                       MOVE WS-RC-FAILED TO LK-RETURN-CODE
                   END-IF
               END-PERFORM
           ELSE
               IF WS-REGISTER-STATUS NOT = "05"
                   MOVE WS-RC-FAILED TO LK-RETURN-CODE
               END-IF
           END-IF
           CLOSE XMIT-REGISTER-FILE.

       MATCH-REGISTER-ROW.
      *> The first acceptance is the one reported; later override
      *> reruns of the same file are rows of their own.  A backout
      *> row forgets every acceptance before it.
           IF XR-STAGE = LK-STAGE
               AND XR-PARTITION-ID = LK-PARTITION-ID
               AND XR-FILE-DATE = LK-FILE-DATE
               AND XR-RECORD-COUNT = LK-RECORD-COUNT
               AND XR-KEY-HASH = LK-KEY-HASH
               IF XR-BACKOUT-ROW
                   MOVE SPACES TO LK-PRIOR-TIMESTAMP
               ELSE
                   IF LK-PRIOR-TIMESTAMP = SPACES
                       MOVE XR-ACCEPT-TIMESTAMP
                           TO LK-PRIOR-TIMESTAMP
                   END-IF
               END-IF
           END-IF.

       CHECK-RERUN-OVERRIDE.
           IF LK-RETURN-CODE = WS-RC-FAILED
               CONTINUE
           ELSE
               IF LK-OVERRIDE-USER = SPACES
                   MOVE WS-RC-DUPLICATE TO LK-RETURN-CODE
               ELSE
                   PERFORM LOOK-UP-AUTHORITY
                   IF WS-USER-AUTHORIZED
                       MOVE WS-RC-RERUN TO LK-RETURN-CODE
                   ELSE
                       MOVE WS-RC-REFUSED TO LK-RETURN-CODE
                   END-IF
               END-IF
           END-IF.

       LOOK-UP-AUTHORITY.
           MOVE "N" TO WS-AUTH-SWITCH
           OPEN INPUT XMIT-AUTH-FILE
           IF WS-AUTH-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-END-OF-INPUT
                   READ XMIT-AUTH-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           IF XA-USER-ID = LK-OVERRIDE-USER
                               MOVE "Y" TO WS-AUTH-SWITCH
                           END-IF
                   END-READ
                   IF WS-AUTH-STATUS NOT = "00"
                       AND WS-AUTH-STATUS NOT = "10"
                       MOVE "Y" TO WS-EOF-SWITCH
                   END-IF
               END-PERFORM
           END-IF
           CLOSE XMIT-AUTH-FILE.

       RECORD-TRANSMISSION.
      *> The register is OPTIONAL, so EXTEND creates it on the first
      *> file ever accepted and reports status 05 for that open.
           OPEN EXTEND XMIT-REGISTER-FILE
           IF WS-REGISTER-STATUS NOT = "00"
               AND WS-REGISTER-STATUS NOT = "05"
               MOVE WS-RC-FAILED TO LK-RETURN-CODE
           ELSE
               MOVE SPACES TO XMIT-REGISTER-RECORD
               MOVE LK-STAGE TO XR-STAGE
               MOVE LK-PARTITION-ID TO XR-PARTITION-ID
               MOVE LK-FILE-DATE TO XR-FILE-DATE
               MOVE LK-RECORD-COUNT TO XR-RECORD-COUNT
               MOVE LK-KEY-HASH TO XR-KEY-HASH
               MOVE FUNCTION CURRENT-DATE TO XR-ACCEPT-TIMESTAMP
               MOVE XR-ACCEPT-TIMESTAMP(1:8) TO XR-RUN-DATE
               IF LK-PRIOR-TIMESTAMP NOT = SPACES
                   SET XR-OVERRIDE-RERUN TO TRUE
                   MOVE LK-OVERRIDE-USER TO XR-OVERRIDE-USER
               END-IF
               WRITE XMIT-REGISTER-RECORD
               IF WS-REGISTER-STATUS NOT = "00"
                   MOVE WS-RC-FAILED TO LK-RETURN-CODE
               END-IF
               CLOSE XMIT-REGISTER-FILE
           END-IF.
