       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTSYNC.
      *> Customer-master synchronization from the CRM extract.
      *> CUSTMNT only ever saw the transactions somebody keyed by
      *> hand, so CUSTMST drifted from the CRM system of record: new
      *> accounts bounced as KY rejects through the repair cycle until
      *> somebody noticed, and closed accounts kept validating.  This
      *> pass matches the CRM's full nightly extract CRMCUST (see
      *> CRMREC) against CUSTMST, both in ascending key order, and
      *> writes the differences as ordinary CUSTTRAN transactions
      *> (see CSTTRREC) to CUSTSYNCTRN:
      *>   - add    -- active on the CRM, not on the master;
      *>   - change -- on both, name differs;
      *>   - delete -- on the master but closed on the CRM, or gone
      *>               from the extract altogether.
      *> A customer that already has a proposal open on TRUNCPEND --
      *> last night's sync, or a keyed change, still waiting for a
      *> checker -- is left alone until that one is decided: the
      *> difference is listed as already queued, not sent again, so
      *> the worklist never fills with copies of the same change.
      *> Every difference is listed on the discrepancy report.  The
      *> scheduler then runs CUSTMNT against CUSTSYNCTRN (mapped in
      *> as DD_CUSTTRAN=CUSTSYNCTRN) under the system user id
      *> CRMSYNC, so the sync goes through the same queue, approval
      *> and CUSTMNTLOG trail as any keyed change -- this pass never
      *> touches the master itself.
      *> A short or truncated extract looks exactly like a mass
      *> account closure, so deletes are capped: when the delete
      *> count exceeds the cap the whole batch is held -- written to
      *> CUSTSYNCHLD for review instead of CUSTSYNCTRN, which is left
      *> empty so nothing reaches CUSTMNT.  The batch is counted in a
      *> first pass and written in a second, so a held night never
      *> puts a partial batch on CUSTSYNCTRN.
      *> Adds are capped the same way: a duplicated or mis-keyed
      *> extract looks like a flood of new accounts, and every one
      *> would land on the approval queue.  A batch over either cap
      *> is held whole.  The very first sync, against an empty
      *> master, is all adds and is released with a cap to match.
      *> Invoke with a PARM of "[nnnn [nnnnnn]]": the delete cap
      *> (default 50), then the add cap (default 500).  An operator
      *> who has reviewed a held batch reruns with a higher cap to
      *> release it.
      *> Return code: 0 = master already in sync, 4 = transactions
      *> written (or CRM rows skipped as unusable), 8 = batch held by
      *> the delete or add cap, 16 = extract missing or out of key
      *> order, or TRUNCPEND unreadable.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CRM-EXTRACT-FILE ASSIGN TO "CRMCUST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CRM-STATUS.

           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-CUSTOMER-KEY
               FILE STATUS IS WS-CUSTMST-STATUS.

           SELECT PENDING-CHANGE-FILE ASSIGN TO "TRUNCPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEND-STATUS.

           SELECT SYNC-TRAN-FILE ASSIGN TO "CUSTSYNCTRN"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SYNC-HOLD-FILE ASSIGN TO "CUSTSYNCHLD"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SYNC-RPT-FILE ASSIGN TO "CUSTSYNC-RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CRM-EXTRACT-FILE.
       01  CRM-EXTRACT-RECORD.
           COPY CRMREC.

       FD  CUSTOMER-MASTER-FILE.
       01  CUSTOMER-MASTER-RECORD.
           COPY CUSTREC.

       FD  PENDING-CHANGE-FILE.
       01  PENDING-CHANGE-RECORD.
           COPY PENDREC.

       FD  SYNC-TRAN-FILE.
       01  SYNC-TRAN-RECORD.
           COPY CSTTRREC.

       FD  SYNC-HOLD-FILE.
       01  SYNC-HOLD-RECORD            PIC X(41).

       FD  SYNC-RPT-FILE.
       01  SYNC-RPT-LINE               PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-CRM-STATUS               PIC X(2) VALUE "00".
       01  WS-CUSTMST-STATUS           PIC X(2) VALUE "00".
       01  WS-PEND-STATUS              PIC X(2) VALUE "00".
       01  WS-QUEUE-EOF-SWITCH         PIC X(1) VALUE "N".
           88  WS-END-OF-QUEUE         VALUE "Y".

      *> Customer keys with a proposal open on TRUNCPEND, and what
      *> the open proposal does.  Loaded once, before the counting
      *> pass, so both passes skip the same keys.
       01  WS-QUEUED-MAX               PIC 9(5) COMP VALUE 10000.
       01  WS-QUEUED-COUNT             PIC 9(5) COMP VALUE 0.
       01  WS-QUEUED-IDX               PIC 9(5) COMP VALUE 0.
       01  WS-QUEUED-FOUND-IDX         PIC 9(5) COMP VALUE 0.
       01  WS-QUEUED-TABLE.
           05  WS-QUEUED-ENTRY OCCURS 10000 TIMES.
               10  WS-QUEUED-KEY       PIC X(10).
               10  WS-QUEUED-ACTION    PIC X(1).
       01  WS-CHECK-KEY                PIC X(10) VALUE SPACES.
       01  WS-QUEUED-WORD              PIC X(6) VALUE SPACES.

       01  WS-CUSTMST-SWITCH           PIC X(1) VALUE "N".
           88  WS-CUSTMST-OPEN         VALUE "Y".

      *> Pass 1 only counts; pass 2 writes the transactions and the
      *> report, to CUSTSYNCTRN or, when the cap is exceeded, to
      *> CUSTSYNCHLD.
       01  WS-PASS-SWITCH              PIC X(1) VALUE "1".
           88  WS-COUNTING-PASS        VALUE "1".
           88  WS-WRITING-PASS         VALUE "2".
       01  WS-HOLD-SWITCH              PIC X(1) VALUE "N".
           88  WS-BATCH-HELD           VALUE "Y".
       01  WS-DELETE-HOLD-SWITCH       PIC X(1) VALUE "N".
           88  WS-DELETE-CAP-EXCEEDED  VALUE "Y".
       01  WS-ADD-HOLD-SWITCH          PIC X(1) VALUE "N".
           88  WS-ADD-CAP-EXCEEDED     VALUE "Y".

       01  WS-PARM-STRING              PIC X(80) VALUE SPACES.
       01  WS-PARM-TOKEN               PIC X(8) VALUE SPACES.
       01  WS-ADD-CAP-TOKEN            PIC X(8) VALUE SPACES.
       01  WS-TOKEN-LEN                PIC 9(4) COMP VALUE 0.
       01  WS-DELETE-CAP               PIC 9(4) VALUE 50.
       01  WS-ADD-CAP                  PIC 9(6) VALUE 500.

      *> Current key on each side; HIGH-VALUES once a side is spent.
       01  WS-CRM-KEY                  PIC X(10) VALUE LOW-VALUES.
       01  WS-MST-KEY                  PIC X(10) VALUE LOW-VALUES.
       01  WS-PREV-CRM-KEY             PIC X(10) VALUE LOW-VALUES.

       01  WS-DELETE-REASON            PIC X(30) VALUE SPACES.
       01  WS-SKIP-REASON              PIC X(40) VALUE SPACES.

       01  WS-SYNC-COUNTERS.
           05  WS-CRM-COUNT            PIC 9(9) COMP VALUE 0.
           05  WS-MASTER-COUNT         PIC 9(9) COMP VALUE 0.
           05  WS-ADD-COUNT            PIC 9(9) COMP VALUE 0.
           05  WS-CHANGE-COUNT         PIC 9(9) COMP VALUE 0.
           05  WS-DELETE-COUNT         PIC 9(9) COMP VALUE 0.
           05  WS-INSYNC-COUNT         PIC 9(9) COMP VALUE 0.
           05  WS-CLOSED-SKIP-COUNT    PIC 9(9) COMP VALUE 0.
           05  WS-SKIP-COUNT           PIC 9(9) COMP VALUE 0.
           05  WS-QUEUED-SKIP-COUNT    PIC 9(9) COMP VALUE 0.

       01  WS-SYNC-EDIT-FIELDS.
           05  WS-ED-COUNT             PIC ZZZZZZZZ9.
           05  WS-ED-CAP               PIC ZZZZZ9.

       01  WS-FINAL-RC                 PIC 9(2) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-PARM-STRING FROM COMMAND-LINE
           PERFORM PARSE-SYNC-PARM
           PERFORM LOAD-QUEUED-PROPOSALS

           SET WS-COUNTING-PASS TO TRUE
           PERFORM RUN-COMPARE-PASS
           IF WS-DELETE-COUNT > WS-DELETE-CAP
               MOVE "Y" TO WS-DELETE-HOLD-SWITCH
               MOVE "Y" TO WS-HOLD-SWITCH
           END-IF
           IF WS-ADD-COUNT > WS-ADD-CAP
               MOVE "Y" TO WS-ADD-HOLD-SWITCH
               MOVE "Y" TO WS-HOLD-SWITCH
           END-IF

           OPEN OUTPUT SYNC-TRAN-FILE
                OUTPUT SYNC-HOLD-FILE
                OUTPUT SYNC-RPT-FILE
           MOVE SPACES TO SYNC-RPT-LINE
           STRING "CRM Customer Synchronization Discrepancy Report"
                   DELIMITED BY SIZE
               INTO SYNC-RPT-LINE
           WRITE SYNC-RPT-LINE
           MOVE SPACES TO SYNC-RPT-LINE
           WRITE SYNC-RPT-LINE

           SET WS-WRITING-PASS TO TRUE
           PERFORM RUN-COMPARE-PASS
           PERFORM WRITE-SYNC-SUMMARY

           CLOSE SYNC-TRAN-FILE
                 SYNC-HOLD-FILE
                 SYNC-RPT-FILE

           EVALUATE TRUE
               WHEN WS-BATCH-HELD
                   MOVE 8 TO WS-FINAL-RC
               WHEN WS-ADD-COUNT > 0 OR WS-CHANGE-COUNT > 0
                       OR WS-DELETE-COUNT > 0 OR WS-SKIP-COUNT > 0
                   MOVE 4 TO WS-FINAL-RC
               WHEN OTHER
                   MOVE 0 TO WS-FINAL-RC
           END-EVALUATE
           DISPLAY "CUSTSYNC: adds=" WS-ADD-COUNT
                   " changes=" WS-CHANGE-COUNT
                   " deletes=" WS-DELETE-COUNT
                   " skipped=" WS-SKIP-COUNT
                   " queued=" WS-QUEUED-SKIP-COUNT
                   " held=" WS-HOLD-SWITCH
                   " rc=" WS-FINAL-RC
           MOVE WS-FINAL-RC TO RETURN-CODE
           STOP RUN.

       PARSE-SYNC-PARM.
      *> TRUNCHSKP-style token parse: anything non-blank that is not
      *> 1-4 digits is warned about before the default is applied.
      *> A cap of zero is allowed -- it holds any batch that deletes
      *> (or adds).
           UNSTRING WS-PARM-STRING DELIMITED BY ALL SPACES
               INTO WS-PARM-TOKEN WS-ADD-CAP-TOKEN
           IF WS-PARM-TOKEN NOT = SPACES
               MOVE FUNCTION LENGTH
                       (FUNCTION TRIM(WS-PARM-TOKEN TRAILING))
                   TO WS-TOKEN-LEN
               IF WS-TOKEN-LEN <= 4
                   AND WS-PARM-TOKEN(1:WS-TOKEN-LEN) IS NUMERIC
                   MOVE FUNCTION NUMVAL(WS-PARM-TOKEN)
                       TO WS-DELETE-CAP
               ELSE
                   DISPLAY "Warning: delete cap PARM """
                           FUNCTION TRIM(WS-PARM-TOKEN TRAILING)
                           """ not 1-4 digits - using default "
                           WS-DELETE-CAP
               END-IF
           END-IF
           IF WS-ADD-CAP-TOKEN NOT = SPACES
               MOVE FUNCTION LENGTH
                       (FUNCTION TRIM(WS-ADD-CAP-TOKEN TRAILING))
                   TO WS-TOKEN-LEN
               IF WS-TOKEN-LEN <= 6
                   AND WS-ADD-CAP-TOKEN(1:WS-TOKEN-LEN) IS NUMERIC
                   MOVE FUNCTION NUMVAL(WS-ADD-CAP-TOKEN)
                       TO WS-ADD-CAP
               ELSE
                   DISPLAY "Warning: add cap PARM """
                           FUNCTION TRIM(WS-ADD-CAP-TOKEN TRAILING)
                           """ not 1-6 digits - using default "
                           WS-ADD-CAP
               END-IF
           END-IF.

       LOAD-QUEUED-PROPOSALS.
      *> Status 35 = nothing has ever been queued.  A queue that
      *> cannot be read, or holds more open customer proposals than
      *> the table, stops the sync: it could not tell which changes
      *> are already waiting.
           OPEN INPUT PENDING-CHANGE-FILE
           IF WS-PEND-STATUS = "00"
               PERFORM UNTIL WS-END-OF-QUEUE
                   READ PENDING-CHANGE-FILE
                       AT END
                           MOVE "Y" TO WS-QUEUE-EOF-SWITCH
                       NOT AT END
                           IF PD-CUSTOMER-CHANGE AND PD-PENDING
                               PERFORM STORE-QUEUED-PROPOSAL
                           END-IF
                   END-READ
                   IF WS-PEND-STATUS NOT = "00"
                       AND WS-PEND-STATUS NOT = "10"
                       DISPLAY "Error: TRUNCPEND read status="
                               WS-PEND-STATUS
                               " - sync aborted, no transactions "
                               "written."
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-PERFORM
               CLOSE PENDING-CHANGE-FILE
           ELSE
               IF WS-PEND-STATUS NOT = "35"
                   DISPLAY "Error: TRUNCPEND open status="
                           WS-PEND-STATUS
                           " - sync aborted, no transactions written."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       STORE-QUEUED-PROPOSAL.
           IF WS-QUEUED-COUNT >= WS-QUEUED-MAX
               DISPLAY "Error: more than " WS-QUEUED-MAX
                       " customer proposals open on TRUNCPEND"
                       " - sync aborted, no transactions written."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-QUEUED-COUNT
           MOVE PD-CUST-KEY TO WS-QUEUED-KEY(WS-QUEUED-COUNT)
           MOVE PD-CUST-ACTION TO WS-QUEUED-ACTION(WS-QUEUED-COUNT).

       FIND-QUEUED-KEY.
           MOVE 0 TO WS-QUEUED-FOUND-IDX
           PERFORM VARYING WS-QUEUED-IDX FROM 1 BY 1
                   UNTIL WS-QUEUED-IDX > WS-QUEUED-COUNT
                   OR WS-QUEUED-FOUND-IDX > 0
               IF WS-QUEUED-KEY(WS-QUEUED-IDX) = WS-CHECK-KEY
                   MOVE WS-QUEUED-IDX TO WS-QUEUED-FOUND-IDX
               END-IF
           END-PERFORM.

       SKIP-QUEUED-KEY.
      *> Counted apart from the adds, changes and deletes, so the caps
      *> only ever weigh what this run actually sends.
           ADD 1 TO WS-QUEUED-SKIP-COUNT
           IF WS-WRITING-PASS
               EVALUATE WS-QUEUED-ACTION(WS-QUEUED-FOUND-IDX)
                   WHEN "A"
                       MOVE "add" TO WS-QUEUED-WORD
                   WHEN "C"
                       MOVE "change" TO WS-QUEUED-WORD
                   WHEN "D"
                       MOVE "delete" TO WS-QUEUED-WORD
                   WHEN OTHER
                       MOVE "change" TO WS-QUEUED-WORD
               END-EVALUATE
               MOVE SPACES TO SYNC-RPT-LINE
               STRING "QUEUED  " DELIMITED BY SIZE
                      WS-CHECK-KEY DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-QUEUED-WORD TRAILING)
                          DELIMITED BY SIZE
                      " already on TRUNCPEND awaiting approval"
                          DELIMITED BY SIZE
                   INTO SYNC-RPT-LINE
               WRITE SYNC-RPT-LINE
           END-IF.

       RUN-COMPARE-PASS.
      *> Both files ascend by key, so this is a plain match-merge:
      *> the lower key is the one only that side has, equal keys
      *> compare names and account status.
           INITIALIZE WS-SYNC-COUNTERS
           MOVE LOW-VALUES TO WS-PREV-CRM-KEY
           PERFORM OPEN-COMPARE-FILES
           PERFORM READ-CRM-EXTRACT
           PERFORM READ-MASTER
           PERFORM UNTIL WS-CRM-KEY = HIGH-VALUES
                   AND WS-MST-KEY = HIGH-VALUES
               EVALUATE TRUE
                   WHEN WS-CRM-KEY < WS-MST-KEY
                       PERFORM CRM-ONLY-ACCOUNT
                       PERFORM READ-CRM-EXTRACT
                   WHEN WS-CRM-KEY > WS-MST-KEY
                       MOVE "not on CRM extract" TO WS-DELETE-REASON
                       PERFORM EMIT-DELETE
                       PERFORM READ-MASTER
                   WHEN OTHER
                       PERFORM MATCHED-ACCOUNT
                       PERFORM READ-CRM-EXTRACT
                       PERFORM READ-MASTER
               END-EVALUATE
           END-PERFORM
           CLOSE CRM-EXTRACT-FILE
           IF WS-CUSTMST-OPEN
               CLOSE CUSTOMER-MASTER-FILE
           END-IF.

       OPEN-COMPARE-FILES.
      *> No extract is an abort, never an empty CRM: compared against
      *> nothing, every customer on the master would be deleted.  A
      *> master that does not exist yet is an empty one -- the first
      *> sync builds it from scratch, all adds.
           OPEN INPUT CRM-EXTRACT-FILE
           IF WS-CRM-STATUS NOT = "00"
               DISPLAY "Error: CRMCUST open status=" WS-CRM-STATUS
                       " - sync aborted, no transactions written."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO WS-CUSTMST-SWITCH
           OPEN INPUT CUSTOMER-MASTER-FILE
           EVALUATE WS-CUSTMST-STATUS
               WHEN "00"
                   MOVE "Y" TO WS-CUSTMST-SWITCH
               WHEN "05"
               WHEN "35"
                   IF WS-COUNTING-PASS
                       DISPLAY "Warning: CUSTMST not present - "
                               "every active CRM account is an add"
                   END-IF
               WHEN OTHER
                   DISPLAY "Error: CUSTMST open status="
                           WS-CUSTMST-STATUS
                           " - sync aborted, no transactions written."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       READ-CRM-EXTRACT.
           READ CRM-EXTRACT-FILE
               AT END
                   MOVE HIGH-VALUES TO WS-CRM-KEY
               NOT AT END
                   ADD 1 TO WS-CRM-COUNT
                   PERFORM CHECK-CRM-KEY-ORDER
                   MOVE CX-CUSTOMER-KEY TO WS-CRM-KEY
           END-READ.

       CHECK-CRM-KEY-ORDER.
      *> Strict ascent, as TRUNCDLT demands of its input: out of
      *> order, the merge would read a perfectly good account as
      *> missing and delete it, so the whole sync is refused.
           IF CX-CUSTOMER-KEY NOT > WS-PREV-CRM-KEY
               DISPLAY "Error: CRMCUST key not ascending, key="
                       CX-CUSTOMER-KEY " after " WS-PREV-CRM-KEY
                       " - sync aborted, no transactions written."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE CX-CUSTOMER-KEY TO WS-PREV-CRM-KEY.

       READ-MASTER.
           IF WS-CUSTMST-OPEN
               READ CUSTOMER-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE HIGH-VALUES TO WS-MST-KEY
                   NOT AT END
                       ADD 1 TO WS-MASTER-COUNT
                       MOVE CM-CUSTOMER-KEY TO WS-MST-KEY
               END-READ
               IF WS-CUSTMST-STATUS NOT = "00"
                   AND WS-CUSTMST-STATUS NOT = "10"
                   DISPLAY "Error: CUSTMST read status="
                           WS-CUSTMST-STATUS
                           " - sync aborted, no transactions written."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           ELSE
               MOVE HIGH-VALUES TO WS-MST-KEY
           END-IF.

       CRM-ONLY-ACCOUNT.
      *> A closed account the master never had needs nothing.
           EVALUATE TRUE
               WHEN CX-ACCOUNT-CLOSED
                   ADD 1 TO WS-CLOSED-SKIP-COUNT
               WHEN NOT CX-ACCOUNT-ACTIVE
                   MOVE "unknown account status" TO WS-SKIP-REASON
                   PERFORM SKIP-CRM-ROW
               WHEN CX-CUSTOMER-NAME = SPACES
                   MOVE "customer name blank on CRM"
                       TO WS-SKIP-REASON
                   PERFORM SKIP-CRM-ROW
               WHEN OTHER
                   PERFORM EMIT-ADD
           END-EVALUATE.

       MATCHED-ACCOUNT.
           EVALUATE TRUE
               WHEN CX-ACCOUNT-CLOSED
                   MOVE "closed on CRM" TO WS-DELETE-REASON
                   PERFORM EMIT-DELETE
               WHEN NOT CX-ACCOUNT-ACTIVE
                   MOVE "unknown account status" TO WS-SKIP-REASON
                   PERFORM SKIP-CRM-ROW
               WHEN CX-CUSTOMER-NAME = CM-CUSTOMER-NAME
                   ADD 1 TO WS-INSYNC-COUNT
               WHEN CX-CUSTOMER-NAME = SPACES
                   MOVE "customer name blank on CRM"
                       TO WS-SKIP-REASON
                   PERFORM SKIP-CRM-ROW
               WHEN OTHER
                   PERFORM EMIT-CHANGE
           END-EVALUATE.

       EMIT-ADD.
           MOVE CX-CUSTOMER-KEY TO WS-CHECK-KEY
           PERFORM FIND-QUEUED-KEY
           IF WS-QUEUED-FOUND-IDX > 0
               PERFORM SKIP-QUEUED-KEY
           ELSE
               PERFORM SEND-ADD
           END-IF.

       SEND-ADD.
           ADD 1 TO WS-ADD-COUNT
           IF WS-WRITING-PASS
               MOVE SPACES TO SYNC-TRAN-RECORD
               SET CT-ACTION-ADD TO TRUE
               MOVE CX-CUSTOMER-KEY TO CT-CUSTOMER-KEY
               MOVE CX-CUSTOMER-NAME TO CT-CUSTOMER-NAME
               PERFORM WRITE-SYNC-TRANSACTION
               MOVE SPACES TO SYNC-RPT-LINE
               STRING "ADD     " DELIMITED BY SIZE
                      CX-CUSTOMER-KEY DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      CX-CUSTOMER-NAME DELIMITED BY SIZE
                      "  new on CRM" DELIMITED BY SIZE
                   INTO SYNC-RPT-LINE
               WRITE SYNC-RPT-LINE
           END-IF.

       EMIT-CHANGE.
           MOVE CX-CUSTOMER-KEY TO WS-CHECK-KEY
           PERFORM FIND-QUEUED-KEY
           IF WS-QUEUED-FOUND-IDX > 0
               PERFORM SKIP-QUEUED-KEY
           ELSE
               PERFORM SEND-CHANGE
           END-IF.

       SEND-CHANGE.
           ADD 1 TO WS-CHANGE-COUNT
           IF WS-WRITING-PASS
               MOVE SPACES TO SYNC-TRAN-RECORD
               SET CT-ACTION-CHANGE TO TRUE
               MOVE CX-CUSTOMER-KEY TO CT-CUSTOMER-KEY
               MOVE CX-CUSTOMER-NAME TO CT-CUSTOMER-NAME
               PERFORM WRITE-SYNC-TRANSACTION
               MOVE SPACES TO SYNC-RPT-LINE
               STRING "CHANGE  " DELIMITED BY SIZE
                      CX-CUSTOMER-KEY DELIMITED BY SIZE
                      "  master: " DELIMITED BY SIZE
                      CM-CUSTOMER-NAME DELIMITED BY SIZE
                   INTO SYNC-RPT-LINE
               WRITE SYNC-RPT-LINE
               MOVE SPACES TO SYNC-RPT-LINE
               STRING "                     CRM: " DELIMITED BY SIZE
                      CX-CUSTOMER-NAME DELIMITED BY SIZE
                   INTO SYNC-RPT-LINE
               WRITE SYNC-RPT-LINE
           END-IF.

       EMIT-DELETE.
           MOVE CM-CUSTOMER-KEY TO WS-CHECK-KEY
           PERFORM FIND-QUEUED-KEY
           IF WS-QUEUED-FOUND-IDX > 0
               PERFORM SKIP-QUEUED-KEY
           ELSE
               PERFORM SEND-DELETE
           END-IF.

       SEND-DELETE.
           ADD 1 TO WS-DELETE-COUNT
           IF WS-WRITING-PASS
               MOVE SPACES TO SYNC-TRAN-RECORD
               SET CT-ACTION-DELETE TO TRUE
               MOVE CM-CUSTOMER-KEY TO CT-CUSTOMER-KEY
               PERFORM WRITE-SYNC-TRANSACTION
               MOVE SPACES TO SYNC-RPT-LINE
               STRING "DELETE  " DELIMITED BY SIZE
                      CM-CUSTOMER-KEY DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      CM-CUSTOMER-NAME DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-DELETE-REASON DELIMITED BY SIZE
                   INTO SYNC-RPT-LINE
               WRITE SYNC-RPT-LINE
           END-IF.

       SKIP-CRM-ROW.
      *> A row CUSTMNT's own gate checks would reject is listed here
      *> for the CRM team instead of being passed on to fail there.
           ADD 1 TO WS-SKIP-COUNT
           IF WS-WRITING-PASS
               MOVE SPACES TO SYNC-RPT-LINE
               STRING "SKIPPED " DELIMITED BY SIZE
                      CX-CUSTOMER-KEY DELIMITED BY SIZE
                      "  status """ DELIMITED BY SIZE
                      CX-ACCOUNT-STATUS DELIMITED BY SIZE
                      """ - " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-SKIP-REASON TRAILING)
                          DELIMITED BY SIZE
                   INTO SYNC-RPT-LINE
               WRITE SYNC-RPT-LINE
           END-IF.

       WRITE-SYNC-TRANSACTION.
           IF WS-BATCH-HELD
               WRITE SYNC-HOLD-RECORD FROM SYNC-TRAN-RECORD
           ELSE
               WRITE SYNC-TRAN-RECORD
           END-IF.

       WRITE-SYNC-SUMMARY.
           MOVE SPACES TO SYNC-RPT-LINE
           WRITE SYNC-RPT-LINE

           MOVE WS-CRM-COUNT TO WS-ED-COUNT
           MOVE SPACES TO SYNC-RPT-LINE
           STRING "CRM accounts read........: " DELIMITED BY SIZE
                  WS-ED-COUNT DELIMITED BY SIZE
               INTO SYNC-RPT-LINE
           WRITE SYNC-RPT-LINE

           MOVE WS-MASTER-COUNT TO WS-ED-COUNT
           MOVE SPACES TO SYNC-RPT-LINE
           STRING "Master customers read....: " DELIMITED BY SIZE
                  WS-ED-COUNT DELIMITED BY SIZE
               INTO SYNC-RPT-LINE
           WRITE SYNC-RPT-LINE

           MOVE WS-INSYNC-COUNT TO WS-ED-COUNT
           MOVE SPACES TO SYNC-RPT-LINE
           STRING "Already in sync..........: " DELIMITED BY SIZE
                  WS-ED-COUNT DELIMITED BY SIZE
               INTO SYNC-RPT-LINE
           WRITE SYNC-RPT-LINE

           MOVE WS-ADD-COUNT TO WS-ED-COUNT
           MOVE WS-ADD-CAP TO WS-ED-CAP
           MOVE SPACES TO SYNC-RPT-LINE
           STRING "Adds.....................: " DELIMITED BY SIZE
                  WS-ED-COUNT DELIMITED BY SIZE
                  "  cap " DELIMITED BY SIZE
                  WS-ED-CAP DELIMITED BY SIZE
               INTO SYNC-RPT-LINE
           WRITE SYNC-RPT-LINE

           MOVE WS-CHANGE-COUNT TO WS-ED-COUNT
           MOVE SPACES TO SYNC-RPT-LINE
           STRING "Name changes.............: " DELIMITED BY SIZE
                  WS-ED-COUNT DELIMITED BY SIZE
               INTO SYNC-RPT-LINE
           WRITE SYNC-RPT-LINE

           MOVE WS-DELETE-COUNT TO WS-ED-COUNT
           MOVE WS-DELETE-CAP TO WS-ED-CAP
           MOVE SPACES TO SYNC-RPT-LINE
           STRING "Deletes..................: " DELIMITED BY SIZE
                  WS-ED-COUNT DELIMITED BY SIZE
                  "  cap " DELIMITED BY SIZE
                  WS-ED-CAP DELIMITED BY SIZE
               INTO SYNC-RPT-LINE
           WRITE SYNC-RPT-LINE

           MOVE WS-QUEUED-SKIP-COUNT TO WS-ED-COUNT
           MOVE SPACES TO SYNC-RPT-LINE
           STRING "Already awaiting approval: " DELIMITED BY SIZE
                  WS-ED-COUNT DELIMITED BY SIZE
               INTO SYNC-RPT-LINE
           WRITE SYNC-RPT-LINE

           MOVE WS-CLOSED-SKIP-COUNT TO WS-ED-COUNT
           MOVE SPACES TO SYNC-RPT-LINE
           STRING "Closed, not on master....: " DELIMITED BY SIZE
                  WS-ED-COUNT DELIMITED BY SIZE
               INTO SYNC-RPT-LINE
           WRITE SYNC-RPT-LINE

           MOVE WS-SKIP-COUNT TO WS-ED-COUNT
           MOVE SPACES TO SYNC-RPT-LINE
           STRING "CRM rows skipped.........: " DELIMITED BY SIZE
                  WS-ED-COUNT DELIMITED BY SIZE
               INTO SYNC-RPT-LINE
           WRITE SYNC-RPT-LINE

           IF WS-DELETE-CAP-EXCEEDED
               MOVE SPACES TO SYNC-RPT-LINE
               STRING "** DELETE CAP EXCEEDED - BATCH HELD ON "
                          DELIMITED BY SIZE
                      "CUSTSYNCHLD FOR REVIEW **" DELIMITED BY SIZE
                   INTO SYNC-RPT-LINE
               WRITE SYNC-RPT-LINE
           END-IF
           IF WS-ADD-CAP-EXCEEDED
               MOVE SPACES TO SYNC-RPT-LINE
               STRING "** ADD CAP EXCEEDED - BATCH HELD ON "
                          DELIMITED BY SIZE
                      "CUSTSYNCHLD FOR REVIEW **" DELIMITED BY SIZE
                   INTO SYNC-RPT-LINE
               WRITE SYNC-RPT-LINE
           END-IF
           IF NOT WS-BATCH-HELD
               MOVE SPACES TO SYNC-RPT-LINE
               STRING "Transactions released to CUSTSYNCTRN for "
                          DELIMITED BY SIZE
                      "CUSTMNT" DELIMITED BY SIZE
                   INTO SYNC-RPT-LINE
               WRITE SYNC-RPT-LINE
           END-IF.
