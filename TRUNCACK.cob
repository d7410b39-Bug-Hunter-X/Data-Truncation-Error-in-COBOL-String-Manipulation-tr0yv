       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRUNCACK.
      *> Downstream acknowledgment reconciliation.
      *> TRUNCOUTR, TRUNCOUTS, TRUNCOUTI and TRUNCEXTOUT (and the
      *> single-byte TRUNCSBOUT copies) go out every night, but
      *> nothing on this side proved the receivers loaded them --
      *> the first anyone heard of a failed load was a branch
      *> asking where its remark went.  Each receiver now sends back
      *> an acknowledgment (see ACKREC): the count and key hash it
      *> received, and every key it refused.  TRUNCDST, TRUNCEXT and
      *> TRUNCXLIT record what they cut on the outbound register
      *> TRUNCSENT (see SENTREC); this pass matches each ack in
      *> TRUNCACKIN against the register row for the same file and
      *> file date and lists:
      *>   - every file sent with its status: BALANCED, MISMATCH
      *>     (count or hash differs from the trailer sent), MISSING
      *>     (no ack by the cutoff) or AWAITING (no ack yet, cutoff
      *>     not reached);
      *>   - acks for a file or date that was never sent;
      *>   - every refused key, grouped by record type.
      *> The received count is what arrived, refused keys included,
      *> so a file can balance and still have refusals to work.
      *> Invoke with a PARM of "[yyyymmdd] [hhmm]": the file date to
      *> reconcile (default the latest date on the register) and the
      *> ack cutoff time of day (default none -- the scheduler runs
      *> the job at the cutoff, so an ack not in by then is missing).
      *> Read-only against the register and the acks.
      *> Return code: 0 = every file acknowledged and balanced,
      *> 4 = refused keys, unmatched acks or acks still awaited
      *> before the cutoff, 8 = an ack missing at the cutoff or out
      *> of balance (page on-call), 16 = nothing on the register to
      *> reconcile or register unreadable.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SENT-REGISTER-FILE ASSIGN TO "TRUNCSENT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SENT-STATUS.

           SELECT OPTIONAL ACK-FILE ASSIGN TO "TRUNCACKIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACK-STATUS.

           SELECT ACK-RPT-FILE ASSIGN TO "TRUNCACK-RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SENT-REGISTER-FILE.
       01  SENT-REGISTER-RECORD.
           COPY SENTREC.

       FD  ACK-FILE.
       01  ACK-RECORD.
           COPY ACKREC.

       FD  ACK-RPT-FILE.
       01  ACK-RPT-LINE                PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-SENT-STATUS              PIC X(2) VALUE "00".
       01  WS-ACK-STATUS               PIC X(2) VALUE "00".

       01  WS-EOF-SWITCH               PIC X(1) VALUE "N".
           88  WS-END-OF-INPUT         VALUE "Y".

       01  WS-ACKS-SWITCH              PIC X(1) VALUE "N".
           88  WS-ACKS-PRESENT         VALUE "Y".

       01  WS-PARM-STRING              PIC X(80) VALUE SPACES.
       01  WS-PARM-TOKEN-1             PIC X(8) VALUE SPACES.
       01  WS-PARM-TOKEN-2             PIC X(8) VALUE SPACES.
       01  WS-PARM-TOKEN               PIC X(8) VALUE SPACES.
       01  WS-TOKEN-LEN                PIC 9(4) COMP VALUE 0.

      *> Zero until a date is given on the PARM or taken from the
      *> register; WS-CUTOFF-TIME zero means no cutoff was given.
       01  WS-RECON-DATE               PIC 9(8) VALUE 0.
       01  WS-DATE-GIVEN-SWITCH        PIC X(1) VALUE "N".
           88  WS-DATE-GIVEN           VALUE "Y".
       01  WS-CUTOFF-TIME              PIC 9(4) VALUE 0.
       01  WS-CUTOFF-SWITCH            PIC X(1) VALUE "N".
           88  WS-BEFORE-CUTOFF        VALUE "Y".
       01  WS-RUN-TIMESTAMP            PIC X(21) VALUE SPACES.
       01  WS-RUN-TIME                 PIC 9(4) VALUE 0.

      *> The files sent for the date being reconciled, one slot per
      *> file name -- a re-cut replaces the earlier row, since the
      *> receiver is expected to ack the file it actually loaded.
       01  WS-SENT-MAX                 PIC 9(4) COMP VALUE 10.
       01  WS-SENT-USED                PIC 9(4) COMP VALUE 0.
       01  WS-SENT-TABLE.
           05  WS-SENT-ENTRY OCCURS 10 TIMES.
               10  WS-ST-FILE-NAME     PIC X(12).
               10  WS-ST-SENT-COUNT    PIC 9(9).
               10  WS-ST-SENT-HASH     PIC 9(18).
               10  WS-ST-SENT-TS       PIC X(21).
               10  WS-ST-ACK-SWITCH    PIC X(1).
                   88  WS-ST-ACKED     VALUE "Y".
               10  WS-ST-ACK-COUNT     PIC 9(9).
               10  WS-ST-ACK-HASH      PIC 9(18).
               10  WS-ST-ACK-TS        PIC X(14).
               10  WS-ST-REFUSED       PIC 9(9) COMP.
       01  WS-SENT-IDX                 PIC 9(4) COMP VALUE 0.
       01  WS-FOUND-IDX                PIC 9(4) COMP VALUE 0.
       01  WS-LOOKUP-NAME              PIC X(12) VALUE SPACES.

      *> Refused-key listing order.  The fourth slot collects any
      *> type the receiver reported that is not one of ours.
       01  WS-TYPE-LIST                PIC X(3) VALUE "RSI".
       01  WS-TYPE-NAMES.
           05  FILLER                  PIC X(22)
                   VALUE "Customer remarks (R)  ".
           05  FILLER                  PIC X(22)
                   VALUE "Shipping instr. (S)   ".
           05  FILLER                  PIC X(22)
                   VALUE "Invoice notes (I)     ".
           05  FILLER                  PIC X(22)
                   VALUE "Other record types    ".
       01  WS-TYPE-NAME-TABLE REDEFINES WS-TYPE-NAMES.
           05  WS-TYPE-NAME            PIC X(22) OCCURS 4 TIMES.
       01  WS-TYPE-REFUSED-TABLE.
           05  WS-TYPE-REFUSED         PIC 9(9) COMP OCCURS 4 TIMES.
       01  WS-TYPE-IDX                 PIC 9(4) COMP VALUE 0.
       01  WS-KEY-TYPE-IDX             PIC 9(4) COMP VALUE 0.
       01  WS-SCAN-IDX                 PIC 9(4) COMP VALUE 0.

       01  WS-ACK-COUNTERS.
           05  WS-SENT-COUNT           PIC 9(9) COMP VALUE 0.
           05  WS-BALANCED-COUNT       PIC 9(9) COMP VALUE 0.
           05  WS-MISMATCH-COUNT       PIC 9(9) COMP VALUE 0.
           05  WS-MISSING-COUNT        PIC 9(9) COMP VALUE 0.
           05  WS-AWAITING-COUNT       PIC 9(9) COMP VALUE 0.
           05  WS-UNMATCHED-COUNT      PIC 9(9) COMP VALUE 0.
           05  WS-REFUSED-COUNT        PIC 9(9) COMP VALUE 0.

       01  WS-ACK-EDIT-FIELDS.
           05  WS-ED-COUNT             PIC ZZZZZZZZ9.
           05  WS-ED-COUNT-2           PIC ZZZZZZZZ9.

       01  WS-FINAL-RC                 PIC 9(2) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-PARM-STRING FROM COMMAND-LINE
           PERFORM PARSE-ACK-PARM

           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
           MOVE WS-RUN-TIMESTAMP(9:4) TO WS-RUN-TIME
           IF WS-CUTOFF-TIME > 0 AND WS-RUN-TIME < WS-CUTOFF-TIME
               MOVE "Y" TO WS-CUTOFF-SWITCH
           END-IF

           PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
                   UNTIL WS-TYPE-IDX > 4
               MOVE 0 TO WS-TYPE-REFUSED(WS-TYPE-IDX)
           END-PERFORM

           PERFORM LOAD-SENT-REGISTER
           IF WS-SENT-USED = 0
               DISPLAY "Error: no files on TRUNCSENT for file date "
                       WS-RECON-DATE " - nothing to reconcile."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT ACK-RPT-FILE
           MOVE SPACES TO ACK-RPT-LINE
           STRING "Downstream Acknowledgment Reconciliation - file "
                       DELIMITED BY SIZE
                  "date " DELIMITED BY SIZE
                  WS-RECON-DATE DELIMITED BY SIZE
               INTO ACK-RPT-LINE
           WRITE ACK-RPT-LINE
           MOVE SPACES TO ACK-RPT-LINE
           WRITE ACK-RPT-LINE

           PERFORM MATCH-ACKNOWLEDGMENTS
           PERFORM REPORT-SENT-FILES
           IF WS-ACKS-PRESENT
               PERFORM REPORT-REFUSED-KEYS
           END-IF
           PERFORM WRITE-ACK-SUMMARY

           CLOSE ACK-RPT-FILE

           EVALUATE TRUE
               WHEN WS-MISSING-COUNT > 0 OR WS-MISMATCH-COUNT > 0
                   MOVE 8 TO WS-FINAL-RC
               WHEN WS-REFUSED-COUNT > 0 OR WS-UNMATCHED-COUNT > 0
                       OR WS-AWAITING-COUNT > 0
                   MOVE 4 TO WS-FINAL-RC
               WHEN OTHER
                   MOVE 0 TO WS-FINAL-RC
           END-EVALUATE
           DISPLAY "TRUNCACK: date=" WS-RECON-DATE
                   " sent=" WS-SENT-COUNT
                   " balanced=" WS-BALANCED-COUNT
                   " mismatched=" WS-MISMATCH-COUNT
                   " missing=" WS-MISSING-COUNT
                   " refused=" WS-REFUSED-COUNT
                   " rc=" WS-FINAL-RC
           MOVE WS-FINAL-RC TO RETURN-CODE
           STOP RUN.

       PARSE-ACK-PARM.
      *> TRUNCHSKP-style token parse: an 8-digit token is the file
      *> date, a 4-digit token the cutoff; anything else is warned
      *> about and ignored rather than silently guessed at.
           UNSTRING WS-PARM-STRING DELIMITED BY ALL SPACES
               INTO WS-PARM-TOKEN-1 WS-PARM-TOKEN-2
           MOVE WS-PARM-TOKEN-1 TO WS-PARM-TOKEN
           PERFORM PARSE-ACK-TOKEN
           MOVE WS-PARM-TOKEN-2 TO WS-PARM-TOKEN
           PERFORM PARSE-ACK-TOKEN.

       PARSE-ACK-TOKEN.
           IF WS-PARM-TOKEN NOT = SPACES
               MOVE FUNCTION LENGTH
                       (FUNCTION TRIM(WS-PARM-TOKEN TRAILING))
                   TO WS-TOKEN-LEN
               EVALUATE TRUE
                   WHEN WS-TOKEN-LEN = 8
                           AND WS-PARM-TOKEN(1:8) IS NUMERIC
                       MOVE WS-PARM-TOKEN(1:8) TO WS-RECON-DATE
                       MOVE "Y" TO WS-DATE-GIVEN-SWITCH
                   WHEN WS-TOKEN-LEN = 4
                           AND WS-PARM-TOKEN(1:4) IS NUMERIC
                           AND WS-PARM-TOKEN(1:2) < "24"
                           AND WS-PARM-TOKEN(3:2) < "60"
                       MOVE WS-PARM-TOKEN(1:4) TO WS-CUTOFF-TIME
                   WHEN OTHER
                       DISPLAY "Warning: PARM token """
                               FUNCTION TRIM(WS-PARM-TOKEN TRAILING)
                               """ is neither a yyyymmdd date nor an "
                               "hhmm cutoff - ignored"
               END-EVALUATE
           END-IF.

       LOAD-SENT-REGISTER.
      *> Keep the rows for the date asked for -- or, with no date on
      *> the PARM, for the latest date on the register, restarting
      *> the table whenever a later date turns up.
           OPEN INPUT SENT-REGISTER-FILE
           IF WS-SENT-STATUS NOT = "00"
               IF WS-SENT-STATUS = "05"
                   DISPLAY "Error: TRUNCSENT not present - nothing "
                           "has been sent to reconcile."
               ELSE
                   DISPLAY "Error: TRUNCSENT open status="
                           WS-SENT-STATUS " - reconciliation aborted."
               END-IF
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-END-OF-INPUT
               READ SENT-REGISTER-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       PERFORM STORE-SENT-ROW
               END-READ
           END-PERFORM
           MOVE "N" TO WS-EOF-SWITCH
           CLOSE SENT-REGISTER-FILE.

       STORE-SENT-ROW.
           IF NOT WS-DATE-GIVEN AND SN-FILE-DATE > WS-RECON-DATE
               MOVE SN-FILE-DATE TO WS-RECON-DATE
               MOVE 0 TO WS-SENT-USED
           END-IF
           IF SN-FILE-DATE = WS-RECON-DATE
               MOVE SN-FILE-NAME TO WS-LOOKUP-NAME
               PERFORM FIND-SENT-ENTRY
               IF WS-FOUND-IDX = 0
                   IF WS-SENT-USED < WS-SENT-MAX
                       ADD 1 TO WS-SENT-USED
                       MOVE WS-SENT-USED TO WS-FOUND-IDX
                   ELSE
                       DISPLAY "Warning: more than " WS-SENT-MAX
                               " files sent for " WS-RECON-DATE
                               " - " SN-FILE-NAME " not reconciled"
                   END-IF
               END-IF
               IF WS-FOUND-IDX > 0
                   MOVE SN-FILE-NAME
                       TO WS-ST-FILE-NAME(WS-FOUND-IDX)
                   MOVE SN-RECORD-COUNT
                       TO WS-ST-SENT-COUNT(WS-FOUND-IDX)
                   MOVE SN-KEY-HASH
                       TO WS-ST-SENT-HASH(WS-FOUND-IDX)
                   MOVE SN-SENT-TIMESTAMP
                       TO WS-ST-SENT-TS(WS-FOUND-IDX)
                   MOVE "N" TO WS-ST-ACK-SWITCH(WS-FOUND-IDX)
                   MOVE 0 TO WS-ST-ACK-COUNT(WS-FOUND-IDX)
                   MOVE 0 TO WS-ST-ACK-HASH(WS-FOUND-IDX)
                   MOVE SPACES TO WS-ST-ACK-TS(WS-FOUND-IDX)
                   MOVE 0 TO WS-ST-REFUSED(WS-FOUND-IDX)
               END-IF
           END-IF.

       FIND-SENT-ENTRY.
      *> Leaves WS-FOUND-IDX at the slot for WS-LOOKUP-NAME, or 0.
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING WS-SENT-IDX FROM 1 BY 1
                   UNTIL WS-SENT-IDX > WS-SENT-USED
               IF WS-ST-FILE-NAME(WS-SENT-IDX) = WS-LOOKUP-NAME
                   AND WS-FOUND-IDX = 0
                   MOVE WS-SENT-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM.

       MATCH-ACKNOWLEDGMENTS.
      *> "05" = no acks have arrived at all: every file sent is
      *> reported missing (or awaiting), nothing else to match.
           OPEN INPUT ACK-FILE
           IF WS-ACK-STATUS = "00"
               MOVE "Y" TO WS-ACKS-SWITCH
               PERFORM UNTIL WS-END-OF-INPUT
                   READ ACK-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           PERFORM MATCH-ACK-RECORD
                   END-READ
               END-PERFORM
               MOVE "N" TO WS-EOF-SWITCH
           ELSE
               IF WS-ACK-STATUS NOT = "05"
                   DISPLAY "Warning: TRUNCACKIN open status="
                           WS-ACK-STATUS
                           " - every file treated as unacknowledged"
               END-IF
           END-IF
           CLOSE ACK-FILE.

       MATCH-ACK-RECORD.
      *> Acks for other file dates belong to other nights' runs and
      *> are passed over without comment.
           IF AK-FILE-DATE = WS-RECON-DATE
               MOVE AK-FILE-NAME TO WS-LOOKUP-NAME
               PERFORM FIND-SENT-ENTRY
               EVALUATE TRUE
                   WHEN AK-SUMMARY AND WS-FOUND-IDX > 0
                       MOVE "Y" TO WS-ST-ACK-SWITCH(WS-FOUND-IDX)
                       MOVE AK-RECEIVED-COUNT
                           TO WS-ST-ACK-COUNT(WS-FOUND-IDX)
                       MOVE AK-RECEIVED-HASH
                           TO WS-ST-ACK-HASH(WS-FOUND-IDX)
                       MOVE AK-ACK-TIMESTAMP
                           TO WS-ST-ACK-TS(WS-FOUND-IDX)
                   WHEN AK-SUMMARY
                       ADD 1 TO WS-UNMATCHED-COUNT
                       MOVE SPACES TO ACK-RPT-LINE
                       STRING "UNMATCHED " DELIMITED BY SIZE
                              AK-FILE-NAME DELIMITED BY SIZE
                              " - ack for a file not sent on "
                                  DELIMITED BY SIZE
                              WS-RECON-DATE DELIMITED BY SIZE
                           INTO ACK-RPT-LINE
                       WRITE ACK-RPT-LINE
                   WHEN AK-REFUSED-KEY
                       ADD 1 TO WS-REFUSED-COUNT
                       PERFORM FIND-KEY-TYPE-SLOT
                       ADD 1 TO WS-TYPE-REFUSED(WS-KEY-TYPE-IDX)
                       IF WS-FOUND-IDX > 0
                           ADD 1 TO WS-ST-REFUSED(WS-FOUND-IDX)
                       END-IF
                   WHEN OTHER
                       DISPLAY "Warning: TRUNCACKIN record type """
                               AK-RECORD-TYPE """ for "
                               AK-FILE-NAME " ignored"
               END-EVALUATE
           END-IF.

       FIND-KEY-TYPE-SLOT.
      *> Slot 1-3 for R/S/I in listing order, 4 for anything else.
           MOVE 4 TO WS-KEY-TYPE-IDX
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > 3
               IF WS-TYPE-LIST(WS-SCAN-IDX:1) = AK-KEY-TYPE
                   MOVE WS-SCAN-IDX TO WS-KEY-TYPE-IDX
               END-IF
           END-PERFORM.

       REPORT-SENT-FILES.
           PERFORM VARYING WS-SENT-IDX FROM 1 BY 1
                   UNTIL WS-SENT-IDX > WS-SENT-USED
               ADD 1 TO WS-SENT-COUNT
               PERFORM REPORT-SENT-FILE
           END-PERFORM.

       REPORT-SENT-FILE.
           MOVE WS-ST-SENT-COUNT(WS-SENT-IDX) TO WS-ED-COUNT
           MOVE SPACES TO ACK-RPT-LINE
           EVALUATE TRUE
               WHEN NOT WS-ST-ACKED(WS-SENT-IDX) AND WS-BEFORE-CUTOFF
                   ADD 1 TO WS-AWAITING-COUNT
                   STRING "AWAITING  " DELIMITED BY SIZE
                          WS-ST-FILE-NAME(WS-SENT-IDX)
                              DELIMITED BY SIZE
                          " sent " DELIMITED BY SIZE
                          WS-ED-COUNT DELIMITED BY SIZE
                          " - no ack yet, cutoff " DELIMITED BY SIZE
                          WS-CUTOFF-TIME DELIMITED BY SIZE
                       INTO ACK-RPT-LINE
                   WRITE ACK-RPT-LINE
               WHEN NOT WS-ST-ACKED(WS-SENT-IDX)
                   ADD 1 TO WS-MISSING-COUNT
                   STRING "MISSING   " DELIMITED BY SIZE
                          WS-ST-FILE-NAME(WS-SENT-IDX)
                              DELIMITED BY SIZE
                          " sent " DELIMITED BY SIZE
                          WS-ED-COUNT DELIMITED BY SIZE
                          " - no acknowledgment received"
                              DELIMITED BY SIZE
                       INTO ACK-RPT-LINE
                   WRITE ACK-RPT-LINE
               WHEN WS-ST-ACK-COUNT(WS-SENT-IDX)
                       = WS-ST-SENT-COUNT(WS-SENT-IDX)
                   AND WS-ST-ACK-HASH(WS-SENT-IDX)
                       = WS-ST-SENT-HASH(WS-SENT-IDX)
                   ADD 1 TO WS-BALANCED-COUNT
                   STRING "BALANCED  " DELIMITED BY SIZE
                          WS-ST-FILE-NAME(WS-SENT-IDX)
                              DELIMITED BY SIZE
                          " sent " DELIMITED BY SIZE
                          WS-ED-COUNT DELIMITED BY SIZE
                          " acked " DELIMITED BY SIZE
                          WS-ST-ACK-TS(WS-SENT-IDX) DELIMITED BY SIZE
                       INTO ACK-RPT-LINE
                   WRITE ACK-RPT-LINE
               WHEN OTHER
                   ADD 1 TO WS-MISMATCH-COUNT
                   MOVE WS-ST-ACK-COUNT(WS-SENT-IDX) TO WS-ED-COUNT-2
                   STRING "MISMATCH  " DELIMITED BY SIZE
                          WS-ST-FILE-NAME(WS-SENT-IDX)
                              DELIMITED BY SIZE
                          " sent " DELIMITED BY SIZE
                          WS-ED-COUNT DELIMITED BY SIZE
                          " received " DELIMITED BY SIZE
                          WS-ED-COUNT-2 DELIMITED BY SIZE
                       INTO ACK-RPT-LINE
                   WRITE ACK-RPT-LINE
                   MOVE SPACES TO ACK-RPT-LINE
                   STRING "          key hash sent " DELIMITED BY SIZE
                          WS-ST-SENT-HASH(WS-SENT-IDX)
                              DELIMITED BY SIZE
                          " received " DELIMITED BY SIZE
                          WS-ST-ACK-HASH(WS-SENT-IDX)
                              DELIMITED BY SIZE
                       INTO ACK-RPT-LINE
                   WRITE ACK-RPT-LINE
           END-EVALUATE
           IF WS-ST-REFUSED(WS-SENT-IDX) > 0
               MOVE WS-ST-REFUSED(WS-SENT-IDX) TO WS-ED-COUNT
               MOVE SPACES TO ACK-RPT-LINE
               STRING "          keys refused by receiver: "
                          DELIMITED BY SIZE
                      WS-ED-COUNT DELIMITED BY SIZE
                   INTO ACK-RPT-LINE
               WRITE ACK-RPT-LINE
           END-IF.

       REPORT-REFUSED-KEYS.
      *> One pass of the ack file per record type, so each type's
      *> refused keys are listed together for the team that owns
      *> that receiver.  Types with nothing refused are skipped.
           PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
                   UNTIL WS-TYPE-IDX > 4
               IF WS-TYPE-REFUSED(WS-TYPE-IDX) > 0
                   PERFORM LIST-REFUSED-FOR-TYPE
               END-IF
           END-PERFORM.

       LIST-REFUSED-FOR-TYPE.
           MOVE SPACES TO ACK-RPT-LINE
           WRITE ACK-RPT-LINE
           MOVE WS-TYPE-REFUSED(WS-TYPE-IDX) TO WS-ED-COUNT
           MOVE SPACES TO ACK-RPT-LINE
           STRING "Refused keys - " DELIMITED BY SIZE
                  WS-TYPE-NAME(WS-TYPE-IDX) DELIMITED BY SIZE
                  WS-ED-COUNT DELIMITED BY SIZE
               INTO ACK-RPT-LINE
           WRITE ACK-RPT-LINE
           OPEN INPUT ACK-FILE
           PERFORM UNTIL WS-END-OF-INPUT
               READ ACK-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       IF AK-REFUSED-KEY
                           AND AK-FILE-DATE = WS-RECON-DATE
                           PERFORM FIND-KEY-TYPE-SLOT
                           IF WS-KEY-TYPE-IDX = WS-TYPE-IDX
                               PERFORM WRITE-REFUSED-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE "N" TO WS-EOF-SWITCH
           CLOSE ACK-FILE.

       WRITE-REFUSED-LINE.
           MOVE SPACES TO ACK-RPT-LINE
           STRING "  " DELIMITED BY SIZE
                  AK-KEY DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AK-KEY-TYPE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AK-FILE-NAME DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AK-REFUSE-REASON DELIMITED BY SIZE
               INTO ACK-RPT-LINE
           WRITE ACK-RPT-LINE.

       WRITE-ACK-SUMMARY.
           MOVE SPACES TO ACK-RPT-LINE
           WRITE ACK-RPT-LINE

           MOVE WS-SENT-COUNT TO WS-ED-COUNT
           MOVE SPACES TO ACK-RPT-LINE
           STRING "Files sent...............: " DELIMITED BY SIZE
                  WS-ED-COUNT DELIMITED BY SIZE
               INTO ACK-RPT-LINE
           WRITE ACK-RPT-LINE

           MOVE WS-BALANCED-COUNT TO WS-ED-COUNT
           MOVE SPACES TO ACK-RPT-LINE
           STRING "Acked and balanced.......: " DELIMITED BY SIZE
                  WS-ED-COUNT DELIMITED BY SIZE
               INTO ACK-RPT-LINE
           WRITE ACK-RPT-LINE

           MOVE WS-MISMATCH-COUNT TO WS-ED-COUNT
           MOVE SPACES TO ACK-RPT-LINE
           STRING "Count or hash mismatch...: " DELIMITED BY SIZE
                  WS-ED-COUNT DELIMITED BY SIZE
               INTO ACK-RPT-LINE
           WRITE ACK-RPT-LINE

           MOVE WS-MISSING-COUNT TO WS-ED-COUNT
           MOVE SPACES TO ACK-RPT-LINE
           STRING "Ack missing at cutoff....: " DELIMITED BY SIZE
                  WS-ED-COUNT DELIMITED BY SIZE
               INTO ACK-RPT-LINE
           WRITE ACK-RPT-LINE

           MOVE WS-AWAITING-COUNT TO WS-ED-COUNT
           MOVE SPACES TO ACK-RPT-LINE
           STRING "Ack awaited (pre-cutoff).: " DELIMITED BY SIZE
                  WS-ED-COUNT DELIMITED BY SIZE
               INTO ACK-RPT-LINE
           WRITE ACK-RPT-LINE

           MOVE WS-UNMATCHED-COUNT TO WS-ED-COUNT
           MOVE SPACES TO ACK-RPT-LINE
           STRING "Acks matching no file....: " DELIMITED BY SIZE
                  WS-ED-COUNT DELIMITED BY SIZE
               INTO ACK-RPT-LINE
           WRITE ACK-RPT-LINE

           MOVE WS-REFUSED-COUNT TO WS-ED-COUNT
           MOVE SPACES TO ACK-RPT-LINE
           STRING "Keys refused.............: " DELIMITED BY SIZE
                  WS-ED-COUNT DELIMITED BY SIZE
               INTO ACK-RPT-LINE
           WRITE ACK-RPT-LINE.
