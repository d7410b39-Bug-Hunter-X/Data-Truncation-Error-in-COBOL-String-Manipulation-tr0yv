       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRUNCAPRV.
      *> Approval run -- the checker half of the dual control over
      *> length limits, the customer master and reject corrections.
      *> TRUNCMNT, CUSTMNT and TRUNCCSUB no longer change anything
      *> themselves: they queue proposals on TRUNCPEND (see PENDREC)
      *> under the maker's user id.  This run reads the checker's
      *> decisions from TRUNCDECN (see DECNREC) and works through the
      *> queue in the order it was made:
      *>   - a proposal approved by a user other than its maker is
      *>     applied -- a limit change to LIMITCF (the other types'
      *>     rows carried forward, TRUNCMNTLOG written), a master
      *>     change to CUSTMST (created on the first run, CUSTMNTLOG
      *>     written), a correction released to TRUNCCORR for the
      *>     next TRUNCREP run -- and both logs carry the maker and
      *>     the checker;
      *>   - an approval whose legality has changed since it was
      *>     proposed (an add for a key now on the master, a limit
      *>     for a type no longer known) is refused at apply time
      *>     and recorded as failed, with the reason;
      *>   - a decision by the maker on their own proposal is refused
      *>     and the proposal stays pending for somebody else;
      *>   - a declined proposal is closed without being applied;
      *>   - a proposal still unanswered past the expiry days is
      *>     closed as expired, answered or not -- a stale change is
      *>     re-proposed, never approved late.
      *> The queue is read once, entry by entry, and only the
      *> decisions are held in storage, so it can grow to any size.
      *> Each closed proposal moves to TRUNCPENDHST as soon as it is
      *> decided, with the decision, the checker and the time; each
      *> one still open is written to TRUNCPENDNEW, which replaces
      *> TRUNCPEND at the end of the run.  TRUNCAPRV-RPT lists every
      *> decision plus the open worklist with the change ids the
      *> checker quotes on TRUNCDECN.  TRUNCCORR is appended to, so
      *> several approval runs may feed one TRUNCREP run; TRUNCREP
      *> then moves every correction it loads to TRUNCCORRHST, so an
      *> approval is used by one repair run only.  The scheduler must
      *> not run a maker job while this run holds the queue.
      *> A run that has to stop part way (master, log or history
      *> unusable) still finishes the books before it does: the
      *> proposal in hand and every one not yet read go back on the
      *> queue as they stand, LIMITCF gets the limits already
      *> approved, and TRUNCPEND is replaced -- so a rerun never
      *> applies a change twice.  Should the replacement itself
      *> fail, TRUNCPENDNEW holds the queue as it must be and is
      *> copied to TRUNCPEND by hand before anything else runs.
      *> Decisions beyond the decision table are not read; their
      *> proposals stay pending for the next decision file.
      *> Invoke with a PARM of "checkerid [ddd]", e.g. "MBROWN 14":
      *> the checker's user id, then the expiry in days (default 14).
      *> Return code: 0 = all decisions applied, 4 = decisions
      *> refused, failed, unmatched or not read (see the report),
      *> 16 = run aborted (no checker id, queue, master or a log
      *> unusable) or LIMITCF not rewritten.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PENDING-CHANGE-FILE ASSIGN TO "TRUNCPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEND-STATUS.

           SELECT PENDING-NEW-FILE ASSIGN TO "TRUNCPENDNEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDNEW-STATUS.

           SELECT OPTIONAL DECISION-FILE ASSIGN TO "TRUNCDECN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DECN-STATUS.

           SELECT PENDING-HISTORY-FILE ASSIGN TO "TRUNCPENDHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDHST-STATUS.

           SELECT OPTIONAL LIMIT-CONTROL-FILE ASSIGN TO "LIMITCF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIMITCF-STATUS.

           SELECT MAINT-LOG-FILE ASSIGN TO "TRUNCMNTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAINTLOG-STATUS.

           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUSTOMER-KEY
               FILE STATUS IS WS-CUSTMST-STATUS.

           SELECT CUST-LOG-FILE ASSIGN TO "CUSTMNTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTLOG-STATUS.

           SELECT CORRECTION-FILE ASSIGN TO "TRUNCCORR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CORR-STATUS.

           SELECT APRV-RPT-FILE ASSIGN TO "TRUNCAPRV-RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *> Queue and history records are moved whole to and from the
      *> PENDREC layout in working storage -- see WS-PENDING-CHANGE.
       FD  PENDING-CHANGE-FILE.
       01  PENDING-CHANGE-RECORD       PIC X(331).

       FD  PENDING-NEW-FILE.
       01  PENDING-NEW-RECORD          PIC X(331).

       FD  DECISION-FILE.
       01  DECISION-RECORD.
           COPY DECNREC.

       FD  PENDING-HISTORY-FILE.
       01  PENDING-HISTORY-RECORD      PIC X(331).

       FD  LIMIT-CONTROL-FILE.
       01  LIMIT-CONTROL-RECORD.
           COPY LIMCFREC.

       FD  MAINT-LOG-FILE.
       01  MAINT-LOG-RECORD.
           COPY MNTLOGREC.

       FD  CUSTOMER-MASTER-FILE.
       01  CUSTOMER-MASTER-RECORD.
           COPY CUSTREC.

       FD  CUST-LOG-FILE.
       01  CUST-LOG-RECORD.
           COPY CMLOGREC.

       FD  CORRECTION-FILE.
       01  CORRECTION-RECORD.
           COPY CORRREC.

       FD  APRV-RPT-FILE.
       01  APRV-RPT-LINE               PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-PEND-STATUS              PIC X(2) VALUE "00".
       01  WS-PENDNEW-STATUS           PIC X(2) VALUE "00".
       01  WS-DECN-STATUS              PIC X(2) VALUE "00".
       01  WS-PENDHST-STATUS           PIC X(2) VALUE "00".
       01  WS-LIMITCF-STATUS           PIC X(2) VALUE "00".
       01  WS-MAINTLOG-STATUS          PIC X(2) VALUE "00".
       01  WS-CUSTMST-STATUS           PIC X(2) VALUE "00".
       01  WS-CUSTLOG-STATUS           PIC X(2) VALUE "00".
       01  WS-CORR-STATUS              PIC X(2) VALUE "00".

       01  WS-EOF-SWITCH               PIC X(1) VALUE "N".
           88  WS-END-OF-INPUT         VALUE "Y".

       01  WS-PARM-STRING              PIC X(80) VALUE SPACES.
       01  WS-CHECKER-ID               PIC X(8) VALUE SPACES.
       01  WS-PARM-TOKEN               PIC X(8) VALUE SPACES.
       01  WS-TOKEN-LEN                PIC 9(4) COMP VALUE 0.
       01  WS-EXPIRY-DAYS              PIC 9(3) VALUE 14.

       01  WS-RUN-TIMESTAMP            PIC X(21) VALUE SPACES.
       01  WS-TODAY                    PIC 9(8) VALUE 0.
       01  WS-EXPIRY-INT               PIC 9(7) COMP VALUE 0.
       01  WS-REQUEST-DATE             PIC 9(8) VALUE 0.
       01  WS-REQUEST-INT              PIC 9(7) COMP VALUE 0.

      *> The proposal in hand, in the queue layout.
       01  WS-PENDING-CHANGE.
           COPY PENDREC.

      *> The queue can be carried forward -- TRUNCPEND read and
      *> TRUNCPENDNEW written without error -- and the proposal in
      *> hand has not yet been written to either TRUNCPENDNEW or the
      *> history.
       01  WS-QUEUE-SWITCH             PIC X(1) VALUE "N".
           88  WS-QUEUE-CARRYABLE      VALUE "Y".
       01  WS-IN-HAND-SWITCH           PIC X(1) VALUE "N".
           88  WS-ENTRY-IN-HAND        VALUE "Y".
       01  WS-NEW-QUEUE-COUNT          PIC 9(9) COMP VALUE 0.
       01  WS-COPIED-COUNT             PIC 9(9) COMP VALUE 0.
       01  WS-ABORT-REASON             PIC X(60) VALUE SPACES.
       01  WS-LIMITCF-FAIL-SWITCH      PIC X(1) VALUE "N".
           88  WS-LIMITCF-FAILED       VALUE "Y".

       01  WS-DECISION-TABLE.
           05  WS-DECN-ENTRY OCCURS 500 TIMES.
               10  WS-DECN-ID          PIC X(20).
               10  WS-DECN-ACTION      PIC X(1).
               10  WS-DECN-NOTE        PIC X(40).
               10  WS-DECN-USED-FLAG   PIC X(1).
                   88  WS-DECN-USED    VALUE "Y".
       01  WS-DECN-MAX                 PIC 9(4) COMP VALUE 500.
       01  WS-DECN-COUNT               PIC 9(4) COMP VALUE 0.
       01  WS-DECN-IDX                 PIC 9(4) COMP VALUE 0.
       01  WS-DECN-FOUND-IDX           PIC 9(4) COMP VALUE 0.

       01  WS-DEFAULT-MAX-LENGTH       PIC 9(4) VALUE 200.

       COPY LIMTAB.

      *> Must agree with the OCCURS count in LIMTAB.
       01  WS-LIMIT-ENTRY-MAX          PIC 9(4) COMP VALUE 3.
       01  WS-TYPE-IDX                 PIC 9(4) COMP VALUE 0.
       01  WS-LIMIT-IDX                PIC 9(4) COMP VALUE 0.
       01  WS-LOOKUP-TYPE              PIC X(1) VALUE SPACE.
       01  WS-OLD-LIMIT                PIC 9(4) VALUE 0.
       01  WS-LIMITS-CHANGED-SWITCH    PIC X(1) VALUE "N".
           88  WS-LIMITS-CHANGED       VALUE "Y".

      *> Master state, same rules as CUSTMNT used to apply: presence
      *> on file decides which actions are legal.
       01  WS-CUSTMST-SWITCH           PIC X(1) VALUE "N".
           88  WS-CUSTMST-OPEN         VALUE "Y".
       01  WS-KEY-FOUND-SWITCH         PIC X(1) VALUE "N".
           88  WS-KEY-ON-MASTER        VALUE "Y".
       01  WS-OLD-NAME                 PIC X(30) VALUE SPACES.

      *> Outcome of the proposal in hand.
       01  WS-KEEP-SWITCH              PIC X(1) VALUE "N".
           88  WS-KEEP-PENDING         VALUE "Y".
       01  WS-FAIL-REASON              PIC X(40) VALUE SPACES.
       01  WS-DISPOSITION              PIC X(9) VALUE SPACES.
       01  WS-CHANGE-DESC              PIC X(26) VALUE SPACES.

       01  WS-APRV-COUNTERS.
           05  WS-QUEUE-READ-COUNT     PIC 9(9) COMP VALUE 0.
           05  WS-APPLIED-COUNT        PIC 9(9) COMP VALUE 0.
           05  WS-FAILED-COUNT         PIC 9(9) COMP VALUE 0.
           05  WS-DECLINED-COUNT       PIC 9(9) COMP VALUE 0.
           05  WS-EXPIRED-COUNT        PIC 9(9) COMP VALUE 0.
           05  WS-REFUSED-COUNT        PIC 9(9) COMP VALUE 0.
           05  WS-STILL-PENDING-COUNT  PIC 9(9) COMP VALUE 0.
           05  WS-UNMATCHED-COUNT      PIC 9(9) COMP VALUE 0.
           05  WS-DECN-NOT-READ-COUNT  PIC 9(9) COMP VALUE 0.

       01  WS-APRV-EDIT-FIELDS.
           05  WS-ED-COUNT             PIC ZZZZZZZZ9.
           05  WS-ED-DAYS              PIC ZZ9.

       01  WS-FINAL-RC                 PIC 9(2) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-PARM-STRING FROM COMMAND-LINE
           PERFORM PARSE-APPROVAL-PARM

           IF WS-CHECKER-ID = SPACES
               DISPLAY "TRUNCAPRV: no checker id supplied, PARM of "
                       """checkerid [ddd]"" required - nothing "
                       "approved."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
           MOVE WS-RUN-TIMESTAMP(1:8) TO WS-TODAY
           COMPUTE WS-EXPIRY-INT =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY)
                   - WS-EXPIRY-DAYS

           PERFORM LOAD-DECISIONS
           PERFORM LOAD-LIMITS-TABLE
           PERFORM OPEN-APPROVAL-OUTPUTS

           MOVE SPACES TO APRV-RPT-LINE
           STRING "Pending Change Approval Report - checker "
                   DELIMITED BY SIZE
                  WS-CHECKER-ID DELIMITED BY SIZE
               INTO APRV-RPT-LINE
           WRITE APRV-RPT-LINE

           PERFORM PROCESS-PENDING-QUEUE
           PERFORM REPORT-UNMATCHED-DECISIONS
           PERFORM FINISH-APPROVAL-RUN

           EVALUATE TRUE
               WHEN WS-LIMITCF-FAILED
                   MOVE 16 TO WS-FINAL-RC
               WHEN WS-FAILED-COUNT > 0 OR WS-REFUSED-COUNT > 0
                   OR WS-UNMATCHED-COUNT > 0
                   OR WS-DECN-NOT-READ-COUNT > 0
                   MOVE 4 TO WS-FINAL-RC
           END-EVALUATE
           DISPLAY "TRUNCAPRV: applied=" WS-APPLIED-COUNT
                   " declined=" WS-DECLINED-COUNT
                   " expired=" WS-EXPIRED-COUNT
                   " failed=" WS-FAILED-COUNT
                   " pending=" WS-STILL-PENDING-COUNT
                   " rc=" WS-FINAL-RC
           MOVE WS-FINAL-RC TO RETURN-CODE
           STOP RUN.

       PARSE-APPROVAL-PARM.
      *> TRUNCHSKP-style token parse for the expiry days: anything
      *> non-blank that is not 1-3 digits above zero is warned about
      *> before the default is applied, never silently replaced.
           MOVE SPACES TO WS-PARM-TOKEN
           UNSTRING WS-PARM-STRING DELIMITED BY ALL SPACES
               INTO WS-CHECKER-ID WS-PARM-TOKEN
           IF WS-PARM-TOKEN NOT = SPACES
               MOVE FUNCTION LENGTH
                       (FUNCTION TRIM(WS-PARM-TOKEN TRAILING))
                   TO WS-TOKEN-LEN
               IF WS-TOKEN-LEN <= 3
                   AND WS-PARM-TOKEN(1:WS-TOKEN-LEN) IS NUMERIC
                   AND FUNCTION NUMVAL(WS-PARM-TOKEN) > 0
                   MOVE FUNCTION NUMVAL(WS-PARM-TOKEN)
                       TO WS-EXPIRY-DAYS
               ELSE
                   DISPLAY "Warning: expiry PARM """
                           FUNCTION TRIM(WS-PARM-TOKEN TRAILING)
                           """ not 1-3 digits above zero - using "
                           "default " WS-EXPIRY-DAYS " days"
               END-IF
           END-IF.

       LOAD-DECISIONS.
      *> "05" = no decision file tonight: nothing is approved, but
      *> expiry still runs and the worklist is still printed.
           OPEN INPUT DECISION-FILE
           IF WS-DECN-STATUS = "00"
               PERFORM UNTIL WS-END-OF-INPUT
                   READ DECISION-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           PERFORM STORE-DECISION
                   END-READ
               END-PERFORM
               MOVE "N" TO WS-EOF-SWITCH
           ELSE
               IF WS-DECN-STATUS NOT = "05"
                   DISPLAY "Error: TRUNCDECN open status="
                           WS-DECN-STATUS " - approval run aborted."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           CLOSE DECISION-FILE.

       STORE-DECISION.
      *> A decision not read leaves its proposal pending -- nothing is
      *> lost, the checker quotes it again on the next decision file.
           IF WS-DECN-COUNT >= WS-DECN-MAX
               ADD 1 TO WS-DECN-NOT-READ-COUNT
               DISPLAY "Warning: decision table full, change id "
                       DN-CHANGE-ID " not read - still pending"
           ELSE
               ADD 1 TO WS-DECN-COUNT
               MOVE DN-CHANGE-ID TO WS-DECN-ID(WS-DECN-COUNT)
               MOVE DN-DECISION TO WS-DECN-ACTION(WS-DECN-COUNT)
               MOVE DN-NOTE TO WS-DECN-NOTE(WS-DECN-COUNT)
               MOVE "N" TO WS-DECN-USED-FLAG(WS-DECN-COUNT)
           END-IF.

       PROCESS-PENDING-QUEUE.
      *> "05" = nothing has ever been queued.  Any other open failure
      *> stops the run before a single decision is acted on.  A read
      *> failure part way cannot carry the unread proposals forward,
      *> so TRUNCPEND is then left as it was (see FINISH-APPROVAL-RUN).
           OPEN INPUT PENDING-CHANGE-FILE
           IF WS-PEND-STATUS NOT = "00"
               AND WS-PEND-STATUS NOT = "05"
               DISPLAY "Error: TRUNCPEND open status="
                       WS-PEND-STATUS " - approval run aborted."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "Y" TO WS-QUEUE-SWITCH
           IF WS-PEND-STATUS = "00"
               PERFORM UNTIL WS-END-OF-INPUT
                   READ PENDING-CHANGE-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           ADD 1 TO WS-QUEUE-READ-COUNT
                           MOVE "Y" TO WS-IN-HAND-SWITCH
                           PERFORM PROCESS-QUEUE-ENTRY
                   END-READ
                   IF WS-PEND-STATUS NOT = "00"
                       AND WS-PEND-STATUS NOT = "10"
                       MOVE "N" TO WS-QUEUE-SWITCH
                       MOVE SPACES TO WS-ABORT-REASON
                       STRING "TRUNCPEND read status=" DELIMITED BY SIZE
                              WS-PEND-STATUS DELIMITED BY SIZE
                           INTO WS-ABORT-REASON
                       PERFORM ABORT-APPROVAL-RUN
                   END-IF
               END-PERFORM
               MOVE "N" TO WS-EOF-SWITCH
           END-IF
           CLOSE PENDING-CHANGE-FILE.

       LOAD-LIMITS-TABLE.
      *> The limits in force today, so an approved change is logged
      *> with both sides and the rewrite carries the unchanged types'
      *> rows forward intact.  Types with no row on file start from
      *> the 200-byte default, same as the check programs assume.
           PERFORM SET-DEFAULT-LIMITS

           OPEN INPUT LIMIT-CONTROL-FILE
      *> "00" = found and opened, "05" = optional file not present
      *> (expected, falls back to the defaults above).  Anything else
      *> is a real I/O problem -- warn so it isn't silently ignored.
           IF WS-LIMITCF-STATUS = "00"
               PERFORM UNTIL WS-END-OF-INPUT
                   READ LIMIT-CONTROL-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           PERFORM STORE-LIMIT-ROW
                   END-READ
               END-PERFORM
               MOVE "N" TO WS-EOF-SWITCH
           ELSE
               IF WS-LIMITCF-STATUS NOT = "05"
                   DISPLAY "Warning: LIMITCF open status="
                           WS-LIMITCF-STATUS
                           " - using default limits"
               END-IF
           END-IF
           CLOSE LIMIT-CONTROL-FILE.

       SET-DEFAULT-LIMITS.
           MOVE "R" TO WL-RECORD-TYPE(1)
           MOVE "CUSTOMER-REMARK" TO WL-FIELD-NAME(1)
           MOVE "S" TO WL-RECORD-TYPE(2)
           MOVE "SHIPPING-INSTRUCTION" TO WL-FIELD-NAME(2)
           MOVE "I" TO WL-RECORD-TYPE(3)
           MOVE "INVOICE-NOTE" TO WL-FIELD-NAME(3)
           PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
                   UNTIL WS-TYPE-IDX > WS-LIMIT-ENTRY-MAX
               MOVE WS-DEFAULT-MAX-LENGTH
                   TO WL-MAX-LENGTH(WS-TYPE-IDX)
           END-PERFORM.

       STORE-LIMIT-ROW.
           MOVE LC-RECORD-TYPE TO WS-LOOKUP-TYPE
           PERFORM FIND-LIMIT-ENTRY
           IF WS-LIMIT-IDX = 0
               DISPLAY "Warning: LIMITCF row for unknown type """
                       LC-RECORD-TYPE """ ignored"
           ELSE
               MOVE LC-MAX-LENGTH TO WL-MAX-LENGTH(WS-LIMIT-IDX)
               MOVE LC-FIELD-NAME TO WL-FIELD-NAME(WS-LIMIT-IDX)
           END-IF.

       FIND-LIMIT-ENTRY.
      *> Locate the limits-table entry for WS-LOOKUP-TYPE.  Leaves
      *> WS-LIMIT-IDX at the matching occurrence, or 0 when the type
      *> is not one the table knows.
           MOVE 0 TO WS-LIMIT-IDX
           PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
                   UNTIL WS-TYPE-IDX > WS-LIMIT-ENTRY-MAX
               IF WL-RECORD-TYPE(WS-TYPE-IDX) = WS-LOOKUP-TYPE
                   AND WS-LIMIT-IDX = 0
                   MOVE WS-TYPE-IDX TO WS-LIMIT-IDX
               END-IF
           END-PERFORM.

       OPEN-APPROVAL-OUTPUTS.
      *> LINE SEQUENTIAL EXTEND does not create a missing file --
      *> status 35 means no history yet, so each log starts with
      *> OPEN OUTPUT, same as TRUNCMNT always did.  Nothing may be
      *> applied that cannot be logged, so any other failure stops
      *> the run before the first decision.
           OPEN EXTEND PENDING-HISTORY-FILE
           IF WS-PENDHST-STATUS = "35"
               OPEN OUTPUT PENDING-HISTORY-FILE
           END-IF
           OPEN EXTEND MAINT-LOG-FILE
           IF WS-MAINTLOG-STATUS = "35"
               OPEN OUTPUT MAINT-LOG-FILE
           END-IF
           OPEN EXTEND CUST-LOG-FILE
           IF WS-CUSTLOG-STATUS = "35"
               OPEN OUTPUT CUST-LOG-FILE
           END-IF
           OPEN EXTEND CORRECTION-FILE
           IF WS-CORR-STATUS = "35"
               OPEN OUTPUT CORRECTION-FILE
           END-IF
           OPEN OUTPUT PENDING-NEW-FILE
           IF WS-PENDHST-STATUS NOT = "00"
               OR WS-MAINTLOG-STATUS NOT = "00"
               OR WS-CUSTLOG-STATUS NOT = "00"
               OR WS-CORR-STATUS NOT = "00"
               OR WS-PENDNEW-STATUS NOT = "00"
               DISPLAY "Error: log open status TRUNCPENDHST="
                       WS-PENDHST-STATUS " TRUNCMNTLOG="
                       WS-MAINTLOG-STATUS " CUSTMNTLOG="
                       WS-CUSTLOG-STATUS " TRUNCCORR="
                       WS-CORR-STATUS " TRUNCPENDNEW="
                       WS-PENDNEW-STATUS " - approval run aborted."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT APRV-RPT-FILE.

       PROCESS-QUEUE-ENTRY.
           MOVE PENDING-CHANGE-RECORD TO WS-PENDING-CHANGE
           MOVE "N" TO WS-KEEP-SWITCH
           MOVE SPACES TO WS-FAIL-REASON
           PERFORM FIND-DECISION
           PERFORM DESCRIBE-CHANGE

      *> The request date is the first eight bytes of the request
      *> timestamp; one that is not a date cannot be aged and is
      *> treated as expired rather than kept forever.
           MOVE 0 TO WS-REQUEST-INT
           IF PD-REQUEST-TIMESTAMP(1:8) IS NUMERIC
               MOVE PD-REQUEST-TIMESTAMP(1:8) TO WS-REQUEST-DATE
               IF WS-REQUEST-DATE >= 16010101
                   COMPUTE WS-REQUEST-INT =
                           FUNCTION INTEGER-OF-DATE(WS-REQUEST-DATE)
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN NOT PD-PENDING
      *> Only open proposals belong on the queue; anything else is
      *> moved to the history as it stands.
                   MOVE "CLOSED" TO WS-DISPOSITION
                   PERFORM CLOSE-QUEUE-ENTRY
               WHEN WS-REQUEST-INT < WS-EXPIRY-INT
                   PERFORM EXPIRE-ENTRY
               WHEN WS-DECN-FOUND-IDX = 0
                   MOVE "Y" TO WS-KEEP-SWITCH
               WHEN PD-MAKER-ID = WS-CHECKER-ID
                   PERFORM REFUSE-OWN-DECISION
               WHEN WS-DECN-ACTION(WS-DECN-FOUND-IDX) = "D"
                   PERFORM DECLINE-ENTRY
               WHEN WS-DECN-ACTION(WS-DECN-FOUND-IDX) = "A"
                   PERFORM APPLY-APPROVED-ENTRY
               WHEN OTHER
                   MOVE "Y" TO WS-KEEP-SWITCH
                   ADD 1 TO WS-REFUSED-COUNT
                   MOVE "REFUSED" TO WS-DISPOSITION
                   MOVE "decision code not A or D - still pending"
                       TO WS-FAIL-REASON
                   PERFORM WRITE-DECISION-LINE
           END-EVALUATE

      *> A closed proposal has already gone to the history.
           IF WS-KEEP-PENDING
               MOVE "P" TO PD-STATUS
               PERFORM CARRY-QUEUE-ENTRY
               IF NOT WS-QUEUE-CARRYABLE
                   MOVE SPACES TO WS-ABORT-REASON
                   STRING "TRUNCPENDNEW write status="
                              DELIMITED BY SIZE
                          WS-PENDNEW-STATUS DELIMITED BY SIZE
                       INTO WS-ABORT-REASON
                   PERFORM ABORT-APPROVAL-RUN
               END-IF
           END-IF.

       CARRY-QUEUE-ENTRY.
           WRITE PENDING-NEW-RECORD FROM WS-PENDING-CHANGE
           IF WS-PENDNEW-STATUS = "00"
               ADD 1 TO WS-NEW-QUEUE-COUNT
           ELSE
               MOVE "N" TO WS-QUEUE-SWITCH
           END-IF
           MOVE "N" TO WS-IN-HAND-SWITCH.

       FIND-DECISION.
           MOVE 0 TO WS-DECN-FOUND-IDX
           PERFORM VARYING WS-DECN-IDX FROM 1 BY 1
                   UNTIL WS-DECN-IDX > WS-DECN-COUNT
               IF WS-DECN-ID(WS-DECN-IDX) = PD-CHANGE-ID
                   AND WS-DECN-FOUND-IDX = 0
                   MOVE WS-DECN-IDX TO WS-DECN-FOUND-IDX
                   SET WS-DECN-USED(WS-DECN-IDX) TO TRUE
               END-IF
           END-PERFORM.

       DESCRIBE-CHANGE.
      *> One short line of what the proposal would do, for the
      *> report -- the checker's worklist shows this next to the id.
           MOVE SPACES TO WS-CHANGE-DESC
           EVALUATE TRUE
               WHEN PD-LIMIT-CHANGE
                   STRING "limit " DELIMITED BY SIZE
                          PD-LIMIT-TYPE DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          PD-OLD-LIMIT DELIMITED BY SIZE
                          " to " DELIMITED BY SIZE
                          PD-NEW-LIMIT DELIMITED BY SIZE
                       INTO WS-CHANGE-DESC
               WHEN PD-CUSTOMER-CHANGE
                   STRING "customer " DELIMITED BY SIZE
                          PD-CUST-ACTION DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          PD-CUST-KEY DELIMITED BY SIZE
                       INTO WS-CHANGE-DESC
               WHEN PD-CORRECTION-CHANGE
                   STRING "correction " DELIMITED BY SIZE
                          PD-CORR-ACTION DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          PD-CORR-KEY DELIMITED BY SIZE
                       INTO WS-CHANGE-DESC
               WHEN OTHER
                   STRING "unknown change type " DELIMITED BY SIZE
                          PD-CHANGE-TYPE DELIMITED BY SIZE
                       INTO WS-CHANGE-DESC
           END-EVALUATE.

       EXPIRE-ENTRY.
      *> A decision that arrives for an expired proposal is not
      *> acted on -- the maker re-proposes against today's state.
           ADD 1 TO WS-EXPIRED-COUNT
           SET PD-EXPIRED TO TRUE
           MOVE "EXPIRED" TO WS-DISPOSITION
           MOVE WS-EXPIRY-DAYS TO WS-ED-DAYS
           MOVE SPACES TO WS-FAIL-REASON
           STRING "unanswered after" DELIMITED BY SIZE
                  WS-ED-DAYS DELIMITED BY SIZE
                  " days" DELIMITED BY SIZE
               INTO WS-FAIL-REASON
           MOVE WS-FAIL-REASON TO PD-DECISION-NOTE
           PERFORM CLOSE-QUEUE-ENTRY.

       REFUSE-OWN-DECISION.
      *> The control itself: nobody checks their own change.  The
      *> proposal stays open for a different user to decide.
           MOVE "Y" TO WS-KEEP-SWITCH
           ADD 1 TO WS-REFUSED-COUNT
           MOVE "REFUSED" TO WS-DISPOSITION
           MOVE "checker is the maker - still pending"
               TO WS-FAIL-REASON
           PERFORM WRITE-DECISION-LINE.

       DECLINE-ENTRY.
           ADD 1 TO WS-DECLINED-COUNT
           SET PD-DECLINED TO TRUE
           MOVE "DECLINED" TO WS-DISPOSITION
           MOVE WS-CHECKER-ID TO PD-CHECKER-ID
           MOVE WS-DECN-NOTE(WS-DECN-FOUND-IDX) TO PD-DECISION-NOTE
           MOVE PD-DECISION-NOTE TO WS-FAIL-REASON
           PERFORM CLOSE-QUEUE-ENTRY.

       APPLY-APPROVED-ENTRY.
           MOVE WS-CHECKER-ID TO PD-CHECKER-ID
           EVALUATE TRUE
               WHEN PD-LIMIT-CHANGE
                   PERFORM APPLY-LIMIT-CHANGE
               WHEN PD-CUSTOMER-CHANGE
                   PERFORM APPLY-CUSTOMER-CHANGE
               WHEN PD-CORRECTION-CHANGE
                   PERFORM APPLY-CORRECTION-CHANGE
               WHEN OTHER
                   MOVE "unknown change type" TO WS-FAIL-REASON
           END-EVALUATE

           IF WS-FAIL-REASON = SPACES
               ADD 1 TO WS-APPLIED-COUNT
               SET PD-APPROVED TO TRUE
               MOVE "APPLIED" TO WS-DISPOSITION
               MOVE WS-DECN-NOTE(WS-DECN-FOUND-IDX)
                   TO PD-DECISION-NOTE
           ELSE
               ADD 1 TO WS-FAILED-COUNT
               SET PD-FAILED TO TRUE
               MOVE "FAILED" TO WS-DISPOSITION
               MOVE WS-FAIL-REASON TO PD-DECISION-NOTE
           END-IF
           PERFORM CLOSE-QUEUE-ENTRY.

       APPLY-LIMIT-CHANGE.
           MOVE PD-LIMIT-TYPE TO WS-LOOKUP-TYPE
           PERFORM FIND-LIMIT-ENTRY
           IF WS-LIMIT-IDX = 0
               MOVE "unknown record type" TO WS-FAIL-REASON
           ELSE
               IF PD-NEW-LIMIT IS NOT NUMERIC OR PD-NEW-LIMIT = 0
                   MOVE "new limit not a number above zero"
                       TO WS-FAIL-REASON
               ELSE
      *> Log before the table changes -- the same order TRUNCMNT
      *> kept, so an unlogged limit can never reach LIMITCF.
                   MOVE WL-MAX-LENGTH(WS-LIMIT-IDX) TO WS-OLD-LIMIT
                   MOVE WS-RUN-TIMESTAMP TO ML-TIMESTAMP
                   MOVE PD-MAKER-ID TO ML-USER-ID
                   MOVE WS-CHECKER-ID TO ML-CHECKER-ID
                   MOVE WL-FIELD-NAME(WS-LIMIT-IDX) TO ML-FIELD-NAME
                   MOVE WS-OLD-LIMIT TO ML-OLD-LIMIT
                   MOVE PD-NEW-LIMIT TO ML-NEW-LIMIT
                   WRITE MAINT-LOG-RECORD
                   IF WS-MAINTLOG-STATUS NOT = "00"
                       MOVE SPACES TO WS-ABORT-REASON
                       STRING "TRUNCMNTLOG write status="
                                  DELIMITED BY SIZE
                              WS-MAINTLOG-STATUS DELIMITED BY SIZE
                              " type " DELIMITED BY SIZE
                              PD-LIMIT-TYPE DELIMITED BY SIZE
                           INTO WS-ABORT-REASON
                       PERFORM ABORT-APPROVAL-RUN
                   END-IF
                   MOVE PD-NEW-LIMIT TO WL-MAX-LENGTH(WS-LIMIT-IDX)
                   MOVE "Y" TO WS-LIMITS-CHANGED-SWITCH
               END-IF
           END-IF.

       APPLY-CUSTOMER-CHANGE.
           IF NOT WS-CUSTMST-OPEN
               PERFORM OPEN-CUSTOMER-MASTER
           END-IF
           PERFORM LOOK-UP-MASTER-KEY
           EVALUATE PD-CUST-ACTION
               WHEN "A"
                   IF WS-KEY-ON-MASTER
                       MOVE "key already on master" TO WS-FAIL-REASON
                   ELSE
                       MOVE PD-CUST-KEY TO CM-CUSTOMER-KEY
                       MOVE PD-CUST-NAME TO CM-CUSTOMER-NAME
                       WRITE CUSTOMER-MASTER-RECORD
                           INVALID KEY
                               PERFORM ABORT-ON-MASTER-ERROR
                       END-WRITE
                   END-IF
               WHEN "C"
                   IF NOT WS-KEY-ON-MASTER
                       MOVE "key not on master" TO WS-FAIL-REASON
                   ELSE
                       MOVE PD-CUST-KEY TO CM-CUSTOMER-KEY
                       MOVE PD-CUST-NAME TO CM-CUSTOMER-NAME
                       REWRITE CUSTOMER-MASTER-RECORD
                           INVALID KEY
                               PERFORM ABORT-ON-MASTER-ERROR
                       END-REWRITE
                   END-IF
               WHEN "D"
                   IF NOT WS-KEY-ON-MASTER
                       MOVE "key not on master" TO WS-FAIL-REASON
                   ELSE
                       MOVE PD-CUST-KEY TO CM-CUSTOMER-KEY
                       DELETE CUSTOMER-MASTER-FILE
                           INVALID KEY
                               PERFORM ABORT-ON-MASTER-ERROR
                       END-DELETE
                   END-IF
               WHEN OTHER
                   MOVE "invalid action code" TO WS-FAIL-REASON
           END-EVALUATE
      *> A hard I/O error (status 30/9x) executes neither the
      *> INVALID KEY nor the NOT INVALID KEY phrase -- without this
      *> test a failed update would be counted and logged as applied.
           IF WS-FAIL-REASON = SPACES
               IF WS-CUSTMST-STATUS NOT = "00"
                   PERFORM ABORT-ON-MASTER-ERROR
               END-IF
               PERFORM WRITE-CUST-LOG
           END-IF.

       OPEN-CUSTOMER-MASTER.
      *> Opened on the first approved master change only.  Status 35
      *> means there is no master yet -- the build case, as it always
      *> was in CUSTMNT -- so create it, then close/reopen I-O so the
      *> apply runs identically whether the file existed or not.  A
      *> master that cannot be opened for update stops the run:
      *> applying nothing more is safe, applying half a batch is not.
           OPEN I-O CUSTOMER-MASTER-FILE
           IF WS-CUSTMST-STATUS = "35"
               OPEN OUTPUT CUSTOMER-MASTER-FILE
               CLOSE CUSTOMER-MASTER-FILE
               OPEN I-O CUSTOMER-MASTER-FILE
               DISPLAY "TRUNCAPRV: CUSTMST not found - new master "
                       "created."
           END-IF
           IF WS-CUSTMST-STATUS NOT = "00"
               MOVE SPACES TO WS-ABORT-REASON
               STRING "CUSTMST open status=" DELIMITED BY SIZE
                      WS-CUSTMST-STATUS DELIMITED BY SIZE
                   INTO WS-ABORT-REASON
               PERFORM ABORT-APPROVAL-RUN
           END-IF
           MOVE "Y" TO WS-CUSTMST-SWITCH.

       LOOK-UP-MASTER-KEY.
      *> INVALID KEY covers a key genuinely absent (status 23).  Any
      *> other non-zero status is an I/O problem with the master, not
      *> a verdict on the key, and the run stops.  The status test
      *> sits after END-READ because a hard I/O error executes
      *> neither the INVALID KEY nor the NOT INVALID KEY phrase.
           MOVE "N" TO WS-KEY-FOUND-SWITCH
           MOVE SPACES TO WS-OLD-NAME
           MOVE PD-CUST-KEY TO CM-CUSTOMER-KEY
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-KEY-FOUND-SWITCH
                   MOVE CM-CUSTOMER-NAME TO WS-OLD-NAME
           END-READ
           IF WS-CUSTMST-STATUS NOT = "00"
               AND WS-CUSTMST-STATUS NOT = "23"
               MOVE SPACES TO WS-ABORT-REASON
               STRING "CUSTMST read status=" DELIMITED BY SIZE
                      WS-CUSTMST-STATUS DELIMITED BY SIZE
                      " key=" DELIMITED BY SIZE
                      PD-CUST-KEY DELIMITED BY SIZE
                   INTO WS-ABORT-REASON
               PERFORM ABORT-APPROVAL-RUN
           END-IF.

       ABORT-ON-MASTER-ERROR.
      *> An update the lookup said was legal just failed anyway: the
      *> master and this run disagree about its own contents, and
      *> nothing applied after this point could be trusted.  The
      *> proposal goes back on the queue still pending; the rerun's
      *> own lookup decides whether it is still legal.
           MOVE SPACES TO WS-ABORT-REASON
           STRING "CUSTMST update status=" DELIMITED BY SIZE
                  WS-CUSTMST-STATUS DELIMITED BY SIZE
                  " key=" DELIMITED BY SIZE
                  PD-CUST-KEY DELIMITED BY SIZE
               INTO WS-ABORT-REASON
           PERFORM ABORT-APPROVAL-RUN.

       WRITE-CUST-LOG.
           MOVE WS-RUN-TIMESTAMP TO CU-TIMESTAMP
           MOVE PD-MAKER-ID TO CU-USER-ID
           MOVE WS-CHECKER-ID TO CU-CHECKER-ID
           MOVE PD-CUST-ACTION TO CU-ACTION-CODE
           MOVE PD-CUST-KEY TO CU-CUSTOMER-KEY
           MOVE WS-OLD-NAME TO CU-OLD-NAME
           IF PD-CUST-ACTION = "D"
               MOVE SPACES TO CU-NEW-NAME
           ELSE
               MOVE PD-CUST-NAME TO CU-NEW-NAME
           END-IF
           WRITE CUST-LOG-RECORD
      *> The master has the change already: the proposal goes back
      *> on the queue as applied, so the next run closes it to the
      *> history instead of applying it again.
           IF WS-CUSTLOG-STATUS NOT = "00"
               SET PD-APPROVED TO TRUE
               MOVE WS-RUN-TIMESTAMP TO PD-DECISION-TIMESTAMP
               MOVE "applied - CUSTMNTLOG row not written"
                   TO PD-DECISION-NOTE
               MOVE SPACES TO WS-ABORT-REASON
               STRING "CUSTMNTLOG write status=" DELIMITED BY SIZE
                      WS-CUSTLOG-STATUS DELIMITED BY SIZE
                      " key=" DELIMITED BY SIZE
                      PD-CUST-KEY DELIMITED BY SIZE
                      " applied, not logged" DELIMITED BY SIZE
                   INTO WS-ABORT-REASON
               PERFORM ABORT-APPROVAL-RUN
           END-IF.

       APPLY-CORRECTION-CHANGE.
      *> Released to the feed TRUNCREP reads; TRUNCREP makes its own
      *> checks against the reject when it applies it.
           IF PD-CORR-ACTION NOT = "R" AND PD-CORR-ACTION NOT = "S"
               MOVE "invalid action code" TO WS-FAIL-REASON
           ELSE
               MOVE PD-CORR-KEY TO CR-RECORD-KEY
               MOVE PD-CORR-ACTION TO CR-ACTION-CODE
               MOVE PD-CORR-STRING TO CR-NEW-STRING
               WRITE CORRECTION-RECORD
               IF WS-CORR-STATUS NOT = "00"
                   MOVE SPACES TO WS-ABORT-REASON
                   STRING "TRUNCCORR write status=" DELIMITED BY SIZE
                          WS-CORR-STATUS DELIMITED BY SIZE
                          " key=" DELIMITED BY SIZE
                          PD-CORR-KEY DELIMITED BY SIZE
                       INTO WS-ABORT-REASON
                   PERFORM ABORT-APPROVAL-RUN
               END-IF
           END-IF.

       CLOSE-QUEUE-ENTRY.
      *> The decided proposal leaves the queue for the history, with
      *> the decision time, and is listed on the report.  If the
      *> history cannot take it, it goes back on the queue with its
      *> decision and the next run moves it across (see NOT
      *> PD-PENDING in PROCESS-QUEUE-ENTRY).
           MOVE WS-RUN-TIMESTAMP TO PD-DECISION-TIMESTAMP
           MOVE WS-PENDING-CHANGE TO PENDING-HISTORY-RECORD
           WRITE PENDING-HISTORY-RECORD
           PERFORM WRITE-DECISION-LINE
           IF WS-PENDHST-STATUS NOT = "00"
               MOVE SPACES TO WS-ABORT-REASON
               STRING "TRUNCPENDHST write status=" DELIMITED BY SIZE
                      WS-PENDHST-STATUS DELIMITED BY SIZE
                      " change id " DELIMITED BY SIZE
                      PD-CHANGE-ID DELIMITED BY SIZE
                   INTO WS-ABORT-REASON
               PERFORM ABORT-APPROVAL-RUN
           END-IF
           MOVE "N" TO WS-IN-HAND-SWITCH.

       WRITE-DECISION-LINE.
           MOVE SPACES TO APRV-RPT-LINE
           STRING WS-DISPOSITION DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PD-CHANGE-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PD-MAKER-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CHANGE-DESC DELIMITED BY SIZE
               INTO APRV-RPT-LINE
           WRITE APRV-RPT-LINE
           IF WS-FAIL-REASON NOT = SPACES
               MOVE SPACES TO APRV-RPT-LINE
               STRING "          - " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-FAIL-REASON TRAILING)
                          DELIMITED BY SIZE
                   INTO APRV-RPT-LINE
               WRITE APRV-RPT-LINE
           END-IF.

       REPORT-UNMATCHED-DECISIONS.
      *> A decision quoting an id that is not on the queue -- mis-
      *> keyed, or already decided by an earlier run -- is listed so
      *> the checker knows it did nothing.
           PERFORM VARYING WS-DECN-IDX FROM 1 BY 1
                   UNTIL WS-DECN-IDX > WS-DECN-COUNT
               IF NOT WS-DECN-USED(WS-DECN-IDX)
                   ADD 1 TO WS-UNMATCHED-COUNT
                   MOVE SPACES TO APRV-RPT-LINE
                   STRING "UNMATCHED " DELIMITED BY SIZE
                          WS-DECN-ID(WS-DECN-IDX) DELIMITED BY SIZE
                          " - no open proposal with this id"
                              DELIMITED BY SIZE
                       INTO APRV-RPT-LINE
                   WRITE APRV-RPT-LINE
               END-IF
           END-PERFORM.

       ABORT-APPROVAL-RUN.
      *> Every decision already acted on is on the master, a log and
      *> the history; the books are finished to match before the run
      *> stops, so the rerun picks up exactly where this one ended.
           DISPLAY "Error: " FUNCTION TRIM(WS-ABORT-REASON TRAILING)
                   " - approval run aborted."
           IF WS-QUEUE-CARRYABLE
               PERFORM CARRY-REST-OF-QUEUE
           END-IF
           MOVE SPACES TO APRV-RPT-LINE
           WRITE APRV-RPT-LINE
           MOVE SPACES TO APRV-RPT-LINE
           STRING "RUN ABORTED - " DELIMITED BY SIZE
                  WS-ABORT-REASON DELIMITED BY SIZE
               INTO APRV-RPT-LINE
           WRITE APRV-RPT-LINE
           PERFORM FINISH-APPROVAL-RUN
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       CARRY-REST-OF-QUEUE.
      *> The proposal in hand goes back as it stands -- still pending
      *> if it was not applied, with its decision if it was -- and
      *> every proposal not yet read goes back untouched.
           IF WS-ENTRY-IN-HAND
               PERFORM CARRY-QUEUE-ENTRY
           END-IF
           PERFORM UNTIL WS-END-OF-INPUT
                   OR NOT WS-QUEUE-CARRYABLE
               READ PENDING-CHANGE-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-QUEUE-READ-COUNT
                       MOVE PENDING-CHANGE-RECORD
                           TO WS-PENDING-CHANGE
                       PERFORM CARRY-QUEUE-ENTRY
               END-READ
               IF WS-PEND-STATUS NOT = "00"
                   AND WS-PEND-STATUS NOT = "10"
                   MOVE "N" TO WS-QUEUE-SWITCH
               END-IF
           END-PERFORM
           MOVE "N" TO WS-EOF-SWITCH
           CLOSE PENDING-CHANGE-FILE.

       FINISH-APPROVAL-RUN.
      *> Limit rows are only rewritten when something was applied;
      *> every applied change is already on TRUNCMNTLOG, so there is
      *> never an unlogged limit sitting in the control file.
           IF WS-LIMITS-CHANGED
               PERFORM UPDATE-LIMIT-FILE
           END-IF
           CLOSE PENDING-NEW-FILE
           IF WS-QUEUE-CARRYABLE
               PERFORM REPLACE-PENDING-QUEUE
           ELSE
               DISPLAY "Error: TRUNCPEND left as it was - proposals "
                       "this run decided are on TRUNCPENDHST with "
                       "decision time " WS-RUN-TIMESTAMP(1:14)
                       " and must be taken off TRUNCPEND before the "
                       "rerun."
           END-IF
           PERFORM WRITE-APPROVAL-SUMMARY

           CLOSE PENDING-HISTORY-FILE
                 MAINT-LOG-FILE
                 CUST-LOG-FILE
                 CORRECTION-FILE
                 APRV-RPT-FILE
           IF WS-CUSTMST-OPEN
               CLOSE CUSTOMER-MASTER-FILE
           END-IF.

       UPDATE-LIMIT-FILE.
      *> Rewrite the whole file, one row per type, so a change to one
      *> type never drops another type's row.
           OPEN OUTPUT LIMIT-CONTROL-FILE
           IF WS-LIMITCF-STATUS NOT = "00"
               AND WS-LIMITCF-STATUS NOT = "05"
               PERFORM REPORT-LIMIT-FILE-FAILURE
           ELSE
               PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
                       UNTIL WS-TYPE-IDX > WS-LIMIT-ENTRY-MAX
                       OR WS-LIMITCF-FAILED
                   MOVE WL-RECORD-TYPE(WS-TYPE-IDX) TO LC-RECORD-TYPE
                   MOVE WL-MAX-LENGTH(WS-TYPE-IDX) TO LC-MAX-LENGTH
                   MOVE WL-FIELD-NAME(WS-TYPE-IDX) TO LC-FIELD-NAME
                   WRITE LIMIT-CONTROL-RECORD
                   IF WS-LIMITCF-STATUS NOT = "00"
                       PERFORM REPORT-LIMIT-FILE-FAILURE
                   END-IF
               END-PERFORM
               CLOSE LIMIT-CONTROL-FILE
           END-IF.

       REPORT-LIMIT-FILE-FAILURE.
      *> The approved limits are logged and their proposals closed,
      *> so the queue is still replaced; LIMITCF is put right by hand
      *> from the rows shown.
           MOVE "Y" TO WS-LIMITCF-FAIL-SWITCH
           DISPLAY "Error: LIMITCF status=" WS-LIMITCF-STATUS
                   " - not rewritten, key these rows in by hand:"
           PERFORM VARYING WS-LIMIT-IDX FROM 1 BY 1
                   UNTIL WS-LIMIT-IDX > WS-LIMIT-ENTRY-MAX
               DISPLAY "  " WL-RECORD-TYPE(WS-LIMIT-IDX)
                       " " WL-MAX-LENGTH(WS-LIMIT-IDX)
                       " " WL-FIELD-NAME(WS-LIMIT-IDX)
           END-PERFORM
           MOVE SPACES TO APRV-RPT-LINE
           STRING "LIMITCF NOT REWRITTEN - approved limits are on "
                      DELIMITED BY SIZE
                  "TRUNCMNTLOG, see the console" DELIMITED BY SIZE
               INTO APRV-RPT-LINE
           WRITE APRV-RPT-LINE.

       REPLACE-PENDING-QUEUE.
      *> TRUNCPENDNEW holds exactly the proposals that stay on the
      *> queue; it replaces TRUNCPEND, every write checked and the
      *> total proved, and each open proposal is listed as the
      *> checker's worklist for the next decision file.
           MOVE 0 TO WS-COPIED-COUNT
           OPEN INPUT PENDING-NEW-FILE
           IF WS-PENDNEW-STATUS NOT = "00"
               PERFORM ABORT-QUEUE-REPLACEMENT
           END-IF
           OPEN OUTPUT PENDING-CHANGE-FILE
           IF WS-PEND-STATUS NOT = "00"
               AND WS-PEND-STATUS NOT = "05"
               PERFORM ABORT-QUEUE-REPLACEMENT
           END-IF
           MOVE SPACES TO APRV-RPT-LINE
           WRITE APRV-RPT-LINE
           MOVE SPACES TO APRV-RPT-LINE
           STRING "Still pending:" DELIMITED BY SIZE
               INTO APRV-RPT-LINE
           WRITE APRV-RPT-LINE
           PERFORM UNTIL WS-END-OF-INPUT
               READ PENDING-NEW-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       PERFORM COPY-BACK-QUEUE-ENTRY
               END-READ
               IF WS-PENDNEW-STATUS NOT = "00"
                   AND WS-PENDNEW-STATUS NOT = "10"
                   PERFORM ABORT-QUEUE-REPLACEMENT
               END-IF
           END-PERFORM
           MOVE "N" TO WS-EOF-SWITCH
           CLOSE PENDING-NEW-FILE
                 PENDING-CHANGE-FILE
           IF WS-COPIED-COUNT NOT = WS-NEW-QUEUE-COUNT
               PERFORM ABORT-QUEUE-REPLACEMENT
           END-IF.

       COPY-BACK-QUEUE-ENTRY.
      *> A proposal carried back with its decision by an aborted run
      *> is listed as one the next run closes, not as pending.
           MOVE PENDING-NEW-RECORD TO WS-PENDING-CHANGE
           WRITE PENDING-CHANGE-RECORD FROM WS-PENDING-CHANGE
           IF WS-PEND-STATUS NOT = "00"
               PERFORM ABORT-QUEUE-REPLACEMENT
           END-IF
           ADD 1 TO WS-COPIED-COUNT
           IF PD-PENDING
               ADD 1 TO WS-STILL-PENDING-COUNT
               MOVE "PENDING" TO WS-DISPOSITION
           ELSE
               MOVE "TO CLOSE" TO WS-DISPOSITION
           END-IF
           MOVE SPACES TO WS-FAIL-REASON
           PERFORM DESCRIBE-CHANGE
           PERFORM WRITE-DECISION-LINE.

       ABORT-QUEUE-REPLACEMENT.
      *> Everything else is done; only the copy back is not.
           DISPLAY "Error: TRUNCPEND rewrite status=" WS-PEND-STATUS
                   " TRUNCPENDNEW status=" WS-PENDNEW-STATUS
                   " after " WS-COPIED-COUNT " of " WS-NEW-QUEUE-COUNT
                   " proposals - TRUNCPENDNEW holds the queue, copy "
                   "it to TRUNCPEND before any maker job or approval "
                   "run."
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       WRITE-APPROVAL-SUMMARY.
           MOVE SPACES TO APRV-RPT-LINE
           WRITE APRV-RPT-LINE

           MOVE WS-QUEUE-READ-COUNT TO WS-ED-COUNT
           MOVE SPACES TO APRV-RPT-LINE
           STRING "Proposals on queue.......: " DELIMITED BY SIZE
                  WS-ED-COUNT DELIMITED BY SIZE
               INTO APRV-RPT-LINE
           WRITE APRV-RPT-LINE

           MOVE WS-APPLIED-COUNT TO WS-ED-COUNT
           MOVE SPACES TO APRV-RPT-LINE
           STRING "Approved and applied.....: " DELIMITED BY SIZE
                  WS-ED-COUNT DELIMITED BY SIZE
               INTO APRV-RPT-LINE
           WRITE APRV-RPT-LINE

           MOVE WS-FAILED-COUNT TO WS-ED-COUNT
           MOVE SPACES TO APRV-RPT-LINE
           STRING "Approved, failed to apply: " DELIMITED BY SIZE
                  WS-ED-COUNT DELIMITED BY SIZE
               INTO APRV-RPT-LINE
           WRITE APRV-RPT-LINE

           MOVE WS-DECLINED-COUNT TO WS-ED-COUNT
           MOVE SPACES TO APRV-RPT-LINE
           STRING "Declined.................: " DELIMITED BY SIZE
                  WS-ED-COUNT DELIMITED BY SIZE
               INTO APRV-RPT-LINE
           WRITE APRV-RPT-LINE

           MOVE WS-EXPIRED-COUNT TO WS-ED-COUNT
           MOVE SPACES TO APRV-RPT-LINE
           STRING "Expired..................: " DELIMITED BY SIZE
                  WS-ED-COUNT DELIMITED BY SIZE
               INTO APRV-RPT-LINE
           WRITE APRV-RPT-LINE

           MOVE WS-REFUSED-COUNT TO WS-ED-COUNT
           MOVE SPACES TO APRV-RPT-LINE
           STRING "Decisions refused........: " DELIMITED BY SIZE
                  WS-ED-COUNT DELIMITED BY SIZE
               INTO APRV-RPT-LINE
           WRITE APRV-RPT-LINE

           MOVE WS-UNMATCHED-COUNT TO WS-ED-COUNT
           MOVE SPACES TO APRV-RPT-LINE
           STRING "Decisions unmatched......: " DELIMITED BY SIZE
                  WS-ED-COUNT DELIMITED BY SIZE
               INTO APRV-RPT-LINE
           WRITE APRV-RPT-LINE

           IF WS-DECN-NOT-READ-COUNT > 0
               MOVE WS-DECN-NOT-READ-COUNT TO WS-ED-COUNT
               MOVE SPACES TO APRV-RPT-LINE
               STRING "Decisions not read.......: " DELIMITED BY SIZE
                      WS-ED-COUNT DELIMITED BY SIZE
                      "  (table full - still pending)"
                          DELIMITED BY SIZE
                   INTO APRV-RPT-LINE
               WRITE APRV-RPT-LINE
           END-IF

           MOVE WS-STILL-PENDING-COUNT TO WS-ED-COUNT
           MOVE SPACES TO APRV-RPT-LINE
           STRING "Still pending............: " DELIMITED BY SIZE
                  WS-ED-COUNT DELIMITED BY SIZE
               INTO APRV-RPT-LINE
           WRITE APRV-RPT-LINE.
