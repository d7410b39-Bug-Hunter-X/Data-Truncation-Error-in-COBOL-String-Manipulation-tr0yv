       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRUNCCSUB.
      *> Correction submission for the reject repair run.
      *> Business users used to write the TRUNCCORR correction feed
      *> straight into TRUNCREP, so one person could replace a
      *> rejected string on their own authority.  Corrections are
      *> now dual-controlled like limit and customer-master changes:
      *> the requests are keyed to TRUNCCREQ (same CORRREC layout the
      *> feed always had) and this job queues each one on TRUNCPEND
      *> (see PENDREC) under the requester's user id.  Only when a
      *> second, different user approves it through TRUNCAPRV is it
      *> released to TRUNCCORR for the next TRUNCREP run.  Requests
      *> that fail the gate checks are listed with their reason and
      *> never reach a checker.
      *> Invoke with a PARM of "userid", e.g. "JSMITH"; a run with no
      *> user id is refused rather than queued anonymously.
      *> Return code: 0 = all requests queued, 4 = rejected requests
      *> listed, 16 = queue unusable or no user id.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CORR-REQUEST-FILE ASSIGN TO "TRUNCCREQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CREQ-STATUS.

           SELECT PENDING-CHANGE-FILE ASSIGN TO "TRUNCPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEND-STATUS.

           SELECT CSUB-RPT-FILE ASSIGN TO "TRUNCCSUB-RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CORR-REQUEST-FILE.
       01  CORR-REQUEST-RECORD.
           COPY CORRREC.

       FD  PENDING-CHANGE-FILE.
       01  PENDING-CHANGE-RECORD.
           COPY PENDREC.

       FD  CSUB-RPT-FILE.
       01  CSUB-RPT-LINE               PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-CREQ-STATUS              PIC X(2) VALUE "00".
       01  WS-PEND-STATUS              PIC X(2) VALUE "00".

       01  WS-EOF-SWITCH               PIC X(1) VALUE "N".
           88  WS-END-OF-INPUT         VALUE "Y".

       01  WS-PARM-STRING              PIC X(80) VALUE SPACES.
       01  WS-USER-ID                  PIC X(8) VALUE SPACES.

       01  WS-REJECT-REASON            PIC X(40) VALUE SPACES.

      *> Every proposal from one run shares the run's timestamp; the
      *> sequence number keeps their change ids apart.
       01  WS-RUN-TIMESTAMP            PIC X(21) VALUE SPACES.
       01  WS-QUEUE-SEQ                PIC 9(4) VALUE 0.
      *> First 16 bytes of this run's change ids (type + timestamp),
      *> used to find the last sequence number already taken.
       01  WS-ID-PREFIX                PIC X(16) VALUE SPACES.
       01  WS-SCAN-SEQ                 PIC 9(4) VALUE 0.
       01  WS-QUEUE-EOF-SWITCH         PIC X(1) VALUE "N".
           88  WS-END-OF-QUEUE         VALUE "Y".

       01  WS-CSUB-COUNTERS.
           05  WS-REQUEST-COUNT        PIC 9(9) COMP VALUE 0.
           05  WS-QUEUED-COUNT         PIC 9(9) COMP VALUE 0.
           05  WS-REJECT-COUNT         PIC 9(9) COMP VALUE 0.

       01  WS-CSUB-EDIT-FIELDS.
           05  WS-ED-COUNT             PIC ZZZZZZZZ9.

       01  WS-FINAL-RC                 PIC 9(2) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-PARM-STRING FROM COMMAND-LINE
           UNSTRING WS-PARM-STRING DELIMITED BY ALL SPACES
               INTO WS-USER-ID

           IF WS-USER-ID = SPACES
               DISPLAY "TRUNCCSUB: no user id supplied, PARM of "
                       """userid"" required - nothing queued."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
           STRING "R" DELIMITED BY SIZE
                  WS-RUN-TIMESTAMP(1:15) DELIMITED BY SIZE
               INTO WS-ID-PREFIX
           PERFORM FIND-LAST-QUEUE-SEQ
           PERFORM OPEN-PENDING-QUEUE

           OPEN INPUT  CORR-REQUEST-FILE
                OUTPUT CSUB-RPT-FILE

           IF WS-CREQ-STATUS NOT = "00"
               DISPLAY "TRUNCCSUB: TRUNCCREQ open status="
                       WS-CREQ-STATUS " - nothing queued."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO CSUB-RPT-LINE
           STRING "Correction Submission Report"
                   DELIMITED BY SIZE
               INTO CSUB-RPT-LINE
           WRITE CSUB-RPT-LINE

           PERFORM UNTIL WS-END-OF-INPUT
               READ CORR-REQUEST-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       PERFORM QUEUE-REQUEST
               END-READ
           END-PERFORM

           PERFORM WRITE-CSUB-SUMMARY

           CLOSE CORR-REQUEST-FILE
                 PENDING-CHANGE-FILE
                 CSUB-RPT-FILE

           IF WS-REJECT-COUNT > 0
               MOVE 4 TO WS-FINAL-RC
           END-IF
           DISPLAY "TRUNCCSUB: requests=" WS-REQUEST-COUNT
                   " queued=" WS-QUEUED-COUNT
                   " rejected=" WS-REJECT-COUNT
                   " rc=" WS-FINAL-RC
           MOVE WS-FINAL-RC TO RETURN-CODE
           STOP RUN.

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

       OPEN-PENDING-QUEUE.
      *> LINE SEQUENTIAL EXTEND does not create a missing file --
      *> status 35 means nothing has ever been queued, so start the
      *> queue with OPEN OUTPUT, same as TRUNCMNT does.
           OPEN EXTEND PENDING-CHANGE-FILE
           IF WS-PEND-STATUS = "35"
               OPEN OUTPUT PENDING-CHANGE-FILE
           END-IF
           IF WS-PEND-STATUS NOT = "00"
               DISPLAY "TRUNCCSUB: TRUNCPEND open status="
                       WS-PEND-STATUS " - nothing queued."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       QUEUE-REQUEST.
           ADD 1 TO WS-REQUEST-COUNT
           MOVE SPACES TO WS-REJECT-REASON

      *> The same checks TRUNCREP would make of the feed, made here
      *> so a checker is never asked to approve an unusable request.
           IF CR-RECORD-KEY = SPACES
               MOVE "record key blank" TO WS-REJECT-REASON
           ELSE
               IF NOT CR-ACTION-REPLACE AND NOT CR-ACTION-SHORTEN
                   MOVE "invalid action code" TO WS-REJECT-REASON
               ELSE
                   IF CR-ACTION-REPLACE AND CR-NEW-STRING = SPACES
                       MOVE "replacement string blank"
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF

           IF WS-REJECT-REASON NOT = SPACES
               PERFORM REJECT-REQUEST
           ELSE
               PERFORM QUEUE-CHANGE-RECORD
           END-IF.

       QUEUE-CHANGE-RECORD.
           ADD 1 TO WS-QUEUE-SEQ
           ADD 1 TO WS-QUEUED-COUNT
           MOVE SPACES TO PENDING-CHANGE-RECORD
           MOVE WS-RUN-TIMESTAMP TO PD-REQUEST-TIMESTAMP
           SET PD-CORRECTION-CHANGE TO TRUE
           STRING PD-CHANGE-TYPE DELIMITED BY SIZE
                  WS-RUN-TIMESTAMP(1:15) DELIMITED BY SIZE
                  WS-QUEUE-SEQ DELIMITED BY SIZE
               INTO PD-CHANGE-ID
           SET PD-PENDING TO TRUE
           MOVE WS-USER-ID TO PD-MAKER-ID
           MOVE CR-RECORD-KEY TO PD-CORR-KEY
           MOVE CR-ACTION-CODE TO PD-CORR-ACTION
           MOVE CR-NEW-STRING TO PD-CORR-STRING
           WRITE PENDING-CHANGE-RECORD
           IF WS-PEND-STATUS NOT = "00"
               DISPLAY "TRUNCCSUB: TRUNCPEND write status="
                       WS-PEND-STATUS " key=" CR-RECORD-KEY
                       " - run aborted."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       REJECT-REQUEST.
           ADD 1 TO WS-REJECT-COUNT
           MOVE SPACES TO CSUB-RPT-LINE
           STRING "Rejected: action """ DELIMITED BY SIZE
                  CR-ACTION-CODE DELIMITED BY SIZE
                  """ key " DELIMITED BY SIZE
                  CR-RECORD-KEY DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-REJECT-REASON TRAILING)
                      DELIMITED BY SIZE
               INTO CSUB-RPT-LINE
           WRITE CSUB-RPT-LINE.

       WRITE-CSUB-SUMMARY.
           MOVE WS-REQUEST-COUNT TO WS-ED-COUNT
           MOVE SPACES TO CSUB-RPT-LINE
           STRING "Requests read............: " DELIMITED BY SIZE
                  WS-ED-COUNT DELIMITED BY SIZE
               INTO CSUB-RPT-LINE
           WRITE CSUB-RPT-LINE

           MOVE WS-QUEUED-COUNT TO WS-ED-COUNT
           MOVE SPACES TO CSUB-RPT-LINE
           STRING "Queued for approval......: " DELIMITED BY SIZE
                  WS-ED-COUNT DELIMITED BY SIZE
               INTO CSUB-RPT-LINE
           WRITE CSUB-RPT-LINE

           MOVE WS-REJECT-COUNT TO WS-ED-COUNT
           MOVE SPACES TO CSUB-RPT-LINE
           STRING "Requests rejected........: " DELIMITED BY SIZE
                  WS-ED-COUNT DELIMITED BY SIZE
               INTO CSUB-RPT-LINE
           WRITE CSUB-RPT-LINE.
