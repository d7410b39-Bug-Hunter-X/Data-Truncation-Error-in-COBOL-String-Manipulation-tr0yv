      *> CUSTMST master, but until now nothing in this system created
      *> or maintained that file -- a stale hand-loaded master either
      *> floods TRUNCREJ with KY rejects or silently runs with key
      *> validation disabled.  This job takes a transaction file of
      *> adds, changes and deletes (see CSTTRREC) against the master
      *> and lists every rejected transaction with its reason.
      *> Master changes are dual-controlled: a transaction that
      *> passes the gate checks is not applied here but queued on
      *> TRUNCPEND (see PENDREC) under the requester's user id.  Only
      *> when a second, different user approves it through TRUNCAPRV
      *> is it applied to CUSTMST -- creating the master on the first
      *> run -- and written to CUSTMNTLOG with both the maker and the
      *> checker (TRUNCMNTLOG-style, see CMLOGREC).  Whether the key
      *> is on the master is decided there, at apply time, against
      *> the master as it then stands.
      *> Invoke with a PARM of "userid", e.g. "JSMITH" -- the master
      *> gets the same controlled, attributed maintenance the length
      *> limits already have, so a run with no user id on the PARM is
      *> refused rather than queued anonymously.
      *> The nightly CRM sync's transactions come through here too:
      *> CUSTSYNC writes them to CUSTSYNCTRN and the scheduler runs
      *> this job against that file under the system user id CRMSYNC.
      *> Return code: 0 = all transactions queued, 4 = rejected
      *> transactions listed, 16 = queue unusable or no user id.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.

           SELECT PENDING-CHANGE-FILE ASSIGN TO "TRUNCPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEND-STATUS.

           SELECT CUST-RPT-FILE ASSIGN TO "CUSTMNT-RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       01  CUST-TRAN-RECORD.
           COPY CSTTRREC.

       FD  PENDING-CHANGE-FILE.
       01  PENDING-CHANGE-RECORD.
           COPY PENDREC.

       FD  CUST-RPT-FILE.
       01  CUST-RPT-LINE               PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-TRAN-STATUS              PIC X(2) VALUE "00".
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

       01  WS-MAINT-COUNTERS.
           05  WS-TRAN-COUNT           PIC 9(9) COMP VALUE 0.
           05  WS-ADD-COUNT            PIC 9(9) COMP VALUE 0.
           05  WS-CHANGE-COUNT         PIC 9(9) COMP VALUE 0.
           05  WS-DELETE-COUNT         PIC 9(9) COMP VALUE 0.
           05  WS-QUEUED-COUNT         PIC 9(9) COMP VALUE 0.
           05  WS-REJECT-COUNT         PIC 9(9) COMP VALUE 0.

       01  WS-MAINT-EDIT-FIELDS.
               STOP RUN
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
           STRING "C" DELIMITED BY SIZE
                  WS-RUN-TIMESTAMP(1:15) DELIMITED BY SIZE
               INTO WS-ID-PREFIX
           PERFORM FIND-LAST-QUEUE-SEQ
           PERFORM OPEN-PENDING-QUEUE

           OPEN INPUT  CUST-TRAN-FILE
                OUTPUT CUST-RPT-FILE

           IF WS-TRAN-STATUS NOT = "00"
               DISPLAY "CUSTMNT: CUSTTRAN open status="
                       WS-TRAN-STATUS " - nothing queued."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       PERFORM QUEUE-TRANSACTION
               END-READ
           END-PERFORM

           PERFORM WRITE-MAINT-SUMMARY

           CLOSE CUST-TRAN-FILE
                 PENDING-CHANGE-FILE
                 CUST-RPT-FILE

           IF WS-REJECT-COUNT > 0
               MOVE 4 TO WS-FINAL-RC
           END-IF
           DISPLAY "CUSTMNT: transactions=" WS-TRAN-COUNT
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
      *> queue with OPEN OUTPUT, same as TRUNCMNT does.  A queue that
      *> cannot be opened stops the run before anything is read.
           OPEN EXTEND PENDING-CHANGE-FILE
           IF WS-PEND-STATUS = "35"
               OPEN OUTPUT PENDING-CHANGE-FILE
           END-IF
           IF WS-PEND-STATUS NOT = "00"
               DISPLAY "CUSTMNT: TRUNCPEND open status="
                       WS-PEND-STATUS " - nothing queued."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       QUEUE-TRANSACTION.
           ADD 1 TO WS-TRAN-COUNT
           MOVE SPACES TO WS-REJECT-REASON

      *> Gate checks first: a transaction that fails any of them is
      *> listed and skipped -- it is never put in front of a checker.
           IF NOT CT-ACTION-ADD AND NOT CT-ACTION-CHANGE
               AND NOT CT-ACTION-DELETE
               MOVE "invalid action code" TO WS-REJECT-REASON
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM REJECT-TRANSACTION
           ELSE
               PERFORM QUEUE-CHANGE-RECORD
               EVALUATE TRUE
                   WHEN CT-ACTION-ADD
                       ADD 1 TO WS-ADD-COUNT
                   WHEN CT-ACTION-CHANGE
                       ADD 1 TO WS-CHANGE-COUNT
                   WHEN CT-ACTION-DELETE
                       ADD 1 TO WS-DELETE-COUNT
               END-EVALUATE
           END-IF.

       QUEUE-CHANGE-RECORD.
           ADD 1 TO WS-QUEUE-SEQ
           ADD 1 TO WS-QUEUED-COUNT
           MOVE SPACES TO PENDING-CHANGE-RECORD
           MOVE WS-RUN-TIMESTAMP TO PD-REQUEST-TIMESTAMP
           SET PD-CUSTOMER-CHANGE TO TRUE
           STRING PD-CHANGE-TYPE DELIMITED BY SIZE
                  WS-RUN-TIMESTAMP(1:15) DELIMITED BY SIZE
                  WS-QUEUE-SEQ DELIMITED BY SIZE
               INTO PD-CHANGE-ID
           SET PD-PENDING TO TRUE
           MOVE WS-USER-ID TO PD-MAKER-ID
           MOVE CT-ACTION-CODE TO PD-CUST-ACTION
           MOVE CT-CUSTOMER-KEY TO PD-CUST-KEY
           MOVE CT-CUSTOMER-NAME TO PD-CUST-NAME
           WRITE PENDING-CHANGE-RECORD
           IF WS-PEND-STATUS NOT = "00"
               DISPLAY "CUSTMNT: TRUNCPEND write status="
                       WS-PEND-STATUS " key=" CT-CUSTOMER-KEY
                       " - run aborted."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       REJECT-TRANSACTION.
           ADD 1 TO WS-REJECT-COUNT
           MOVE SPACES TO CUST-RPT-LINE

           MOVE WS-ADD-COUNT TO WS-ED-COUNT
           MOVE SPACES TO CUST-RPT-LINE
           STRING "Adds queued..............: " DELIMITED BY SIZE
                  WS-ED-COUNT DELIMITED BY SIZE
               INTO CUST-RPT-LINE
           WRITE CUST-RPT-LINE

           MOVE WS-CHANGE-COUNT TO WS-ED-COUNT
           MOVE SPACES TO CUST-RPT-LINE
           STRING "Changes queued...........: " DELIMITED BY SIZE
                  WS-ED-COUNT DELIMITED BY SIZE
               INTO CUST-RPT-LINE
           WRITE CUST-RPT-LINE

           MOVE WS-DELETE-COUNT TO WS-ED-COUNT
           MOVE SPACES TO CUST-RPT-LINE
           STRING "Deletes queued...........: " DELIMITED BY SIZE
                  WS-ED-COUNT DELIMITED BY SIZE
               INTO CUST-RPT-LINE
           WRITE CUST-RPT-LINE
