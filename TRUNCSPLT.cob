      *> executions given their own input/output/reject/audit/restart
      *> files through the runtime file-name mapping (DD_TRUNCIN=...),
      *> and TRUNCMRG recombines what they produce.
      *> As the first reader, this step also checks TRUNCIN against
      *> the inbound transmission register TRUNCXMIT through XMITCHK
      *> before anything is split: a file already accepted here is a
      *> re-send, and the step stops with completion state DUPXMIT on
      *> TRUNCSTAT and last night's partition files untouched.  A
      *> deliberate rerun needs "RERUN=userid" on the PARM from a
      *> user on XMITAUTH, and is registered as an override.
      *> Invoke with a PARM of "[n] [RERUN=userid]".
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PART-FILE-4 ASSIGN TO "TRUNCIN04"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUN-STATUS-FILE ASSIGN TO "TRUNCSTAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  TRUNC-INPUT-FILE.
       FD  PART-FILE-4.
       01  PART-RECORD-4               PIC X(211).

       FD  RUN-STATUS-FILE.
       01  RUN-STATUS-RECORD.
           COPY STATREC.

       WORKING-STORAGE SECTION.
       01  WS-INPUT-STATUS             PIC X(2) VALUE "00".

           88  WS-END-OF-INPUT         VALUE "Y".

       01  WS-PARM-STRING              PIC X(80) VALUE SPACES.
       01  WS-PARM-TOKEN-TABLE.
           05  WS-PARM-TOKEN           PIC X(20) OCCURS 2 TIMES.
       01  WS-PARM-IDX                 PIC 9(4) COMP VALUE 0.
       01  WS-PART-COUNT               PIC 9(1) VALUE 2.
       01  WS-PART-IDX                 PIC 9(4) COMP VALUE 0.
       01  WS-CURR-PART                PIC 9(4) COMP VALUE 1.

       01  WS-ED-COUNT                 PIC ZZZZZZZZ9.

      *> Inbound transmission register check -- see XMITCHK.
       COPY XMITLNK.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-PARM-STRING FROM COMMAND-LINE
               AND WS-PARM-STRING(1:1) <= "4"
               MOVE WS-PARM-STRING(1:1) TO WS-PART-COUNT
           END-IF
           MOVE SPACES TO WS-PARM-TOKEN-TABLE
           UNSTRING WS-PARM-STRING DELIMITED BY ALL SPACES
               INTO WS-PARM-TOKEN(1) WS-PARM-TOKEN(2)
           PERFORM VARYING WS-PARM-IDX FROM 1 BY 1
                   UNTIL WS-PARM-IDX > 2
               IF WS-PARM-TOKEN(WS-PARM-IDX)(1:6) = "RERUN="
                   MOVE WS-PARM-TOKEN(WS-PARM-IDX)(7:8)
                       TO WX-OVERRIDE-USER
               END-IF
           END-PERFORM
           PERFORM CHECK-TRANSMISSION-REGISTER
           DISPLAY "TRUNCSPLT: splitting into " WS-PART-COUNT
                   " partitions"

                       " records=" WS-ED-COUNT
           END-PERFORM

           PERFORM REGISTER-TRANSMISSION
           STOP RUN.

       CHECK-TRANSMISSION-REGISTER.
      *> Same check and the same outcomes as TRUNCCHK's, made before
      *> either pass so a duplicate never reaches the partitions.
           MOVE "C" TO WX-FUNCTION
           MOVE "TRUNCSPLT" TO WX-STAGE
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
                           " - duplicate transmission, split stopped."
                   PERFORM STOP-DUPLICATE-RUN
               WHEN WX-RERUN-REFUSED
                   DISPLAY "Error: TRUNCIN already accepted "
                           WX-PRIOR-TIMESTAMP(1:14) " - RERUN user "
                           WX-OVERRIDE-USER " not on XMITAUTH, "
                           "split stopped."
                   PERFORM STOP-DUPLICATE-RUN
               WHEN WX-REGISTER-FAILED
                   DISPLAY "Error: TRUNCXMIT unreadable - TRUNCIN "
                           "cannot be proven new, split aborted."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
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
           MOVE 16 TO RETURN-CODE
           STOP RUN.

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
