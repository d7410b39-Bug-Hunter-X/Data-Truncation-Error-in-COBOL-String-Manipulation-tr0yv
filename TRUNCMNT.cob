      *> configured length limit enforced by TRUNCCHK/TRUNCAUD without
      *> a recompile.  One limit per input record type: invoke with a
      *> PARM of "t nnnn userid", e.g. "S 0150 JSMITH" to change the
      *> shipping-instruction limit.
      *> Limit changes are dual-controlled: this utility no longer
      *> touches LIMITCF.  It validates the request and queues it on
      *> TRUNCPEND (see PENDREC) under the requester's user id, and
      *> the change takes effect only when a second, different user
      *> approves it through TRUNCAPRV -- which rewrites LIMITCF,
      *> carrying the other types' rows forward unchanged, and writes
      *> TRUNCMNTLOG with both the maker and the checker and the old
      *> and new values.
      *> Return code: 0 = change queued, 16 = nothing queued (bad
      *> PARM or queue unusable).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIMITCF-STATUS.

           SELECT PENDING-CHANGE-FILE ASSIGN TO "TRUNCPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEND-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  LIMIT-CONTROL-RECORD.
           COPY LIMCFREC.

       FD  PENDING-CHANGE-FILE.
       01  PENDING-CHANGE-RECORD.
           COPY PENDREC.

       WORKING-STORAGE SECTION.
       01  WS-LIMITCF-STATUS           PIC X(2) VALUE "00".
       01  WS-PEND-STATUS              PIC X(2) VALUE "00".

       01  WS-DEFAULT-MAX-LENGTH       PIC 9(4) VALUE 200.

       01  WS-NEW-LIMIT                PIC 9(4) VALUE 0.
       01  WS-OLD-LIMIT                PIC 9(4) VALUE 0.

       01  WS-RUN-TIMESTAMP            PIC X(21) VALUE SPACES.
       01  WS-QUEUE-SEQ                PIC 9(4) VALUE 0.
      *> First 16 bytes of this run's change ids (type + timestamp),
      *> used to find the last sequence number already taken.
       01  WS-ID-PREFIX                PIC X(16) VALUE SPACES.
       01  WS-SCAN-SEQ                 PIC 9(4) VALUE 0.
       01  WS-QUEUE-EOF-SWITCH         PIC X(1) VALUE "N".
           88  WS-END-OF-QUEUE         VALUE "Y".

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-PARM-STRING FROM COMMAND-LINE
           IF WS-NEW-LIMIT = 0
               DISPLAY "TRUNCMNT: no new limit supplied, PARM of "
                       """t nnnn userid"" required."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

      *> The maker's identity is the whole point of the queue -- an
      *> anonymous proposal could never be checked against its
      *> approver, so it is refused outright.
           IF WS-USER-ID = SPACES
               DISPLAY "TRUNCMNT: no user id supplied, PARM of "
                       """t nnnn userid"" required - nothing queued."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-LIMIT-IDX = 0
               DISPLAY "TRUNCMNT: unknown record type """ WS-PARM-TYPE
                       """, no change made."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE WL-MAX-LENGTH(WS-LIMIT-IDX) TO WS-OLD-LIMIT

           PERFORM QUEUE-LIMIT-CHANGE

           DISPLAY "TRUNCMNT: "
                   FUNCTION TRIM(WL-FIELD-NAME(WS-LIMIT-IDX) TRAILING)
                   " limit change from "
                   WS-OLD-LIMIT " to " WS-NEW-LIMIT " by " WS-USER-ID
                   " queued for approval as " PD-CHANGE-ID

           STOP RUN.

       LOAD-CURRENT-LIMITS.
      *> Capture the limit in force today so the checker sees both
      *> sides of the proposed change.  Types with no row on file
      *> start from the 200-byte default, same as the check programs
      *> assume.
           PERFORM SET-DEFAULT-LIMITS

           OPEN INPUT LIMIT-CONTROL-FILE
               END-IF
           END-PERFORM.

       FIND-LAST-QUEUE-SEQ.
      *> Two maker runs in the same tenth of a second would otherwise
      *> hand out the same change id, so the run's sequence number
      *> starts after the highest one already queued under the same
      *> type and timestamp.  A queue that does not exist yet has none.
           MOVE 0 TO WS-QUEUE-SEQ
           OPEN INPUT PENDING-CHANGE-FILE
           IF WS-PEND-STATUS = "00"
               PERFORM UNTIL WS-END-OF-QUEUE
                   READ PENDING-CHANGE-FILE
                       AT END
                           MOVE "Y" TO WS-QUEUE-EOF-SWITCH
                       NOT AT END
                           IF PD-CHANGE-ID(1:16) = WS-ID-PREFIX
                               AND PD-CHANGE-ID(17:4) IS NUMERIC
                               MOVE PD-CHANGE-ID(17:4)
                                   TO WS-SCAN-SEQ
                               IF WS-SCAN-SEQ > WS-QUEUE-SEQ
                                   MOVE WS-SCAN-SEQ TO WS-QUEUE-SEQ
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PENDING-CHANGE-FILE
           END-IF.

       QUEUE-LIMIT-CHANGE.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
           STRING "L" DELIMITED BY SIZE
                  WS-RUN-TIMESTAMP(1:15) DELIMITED BY SIZE
               INTO WS-ID-PREFIX
           PERFORM FIND-LAST-QUEUE-SEQ
           ADD 1 TO WS-QUEUE-SEQ

      *> LINE SEQUENTIAL EXTEND does not create a missing file -- status
      *> 35 means nothing has ever been queued, so start the queue with
      *> OPEN OUTPUT instead of letting the utility die on the first
      *> proposal ever made.
           OPEN EXTEND PENDING-CHANGE-FILE
           IF WS-PEND-STATUS = "35"
               OPEN OUTPUT PENDING-CHANGE-FILE
           END-IF
           IF WS-PEND-STATUS NOT = "00"
               DISPLAY "TRUNCMNT: TRUNCPEND open status="
                       WS-PEND-STATUS " - nothing queued."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO PENDING-CHANGE-RECORD
           MOVE WS-RUN-TIMESTAMP TO PD-REQUEST-TIMESTAMP
           SET PD-LIMIT-CHANGE TO TRUE
           STRING WS-ID-PREFIX DELIMITED BY SIZE
                  WS-QUEUE-SEQ DELIMITED BY SIZE
               INTO PD-CHANGE-ID
           SET PD-PENDING TO TRUE
           MOVE WS-USER-ID TO PD-MAKER-ID
           MOVE WL-RECORD-TYPE(WS-LIMIT-IDX) TO PD-LIMIT-TYPE
           MOVE WS-NEW-LIMIT TO PD-NEW-LIMIT
           MOVE WS-OLD-LIMIT TO PD-OLD-LIMIT
           WRITE PENDING-CHANGE-RECORD
           IF WS-PEND-STATUS NOT = "00"
               DISPLAY "TRUNCMNT: TRUNCPEND write status="
                       WS-PEND-STATUS " type="
                       WL-RECORD-TYPE(WS-LIMIT-IDX)
                       " - nothing queued."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE PENDING-CHANGE-FILE.
