       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRUNCFDBK.
      *> Nightly reject feedback file for the upstream sender.
      *> Until now the sender only learned of a reject when someone
      *> mailed it a picture of TRUNCREJ, so the same keys kept
      *> coming back wrong.  Run after TRUNCREP and TRUNCAGE, this
      *> pass reads tonight's fresh rejects (TRUNCREJ) and the
      *> rejects still circling after repair (TRUNCREREJ) and writes
      *> TRUNCFDBK in the same quoted, comma-delimited convention as
      *> TRUNCEXTOUT, so the sender can load it without a person in
      *> the loop.  Every line has the same nine fields:
      *>   "REJECT",key,type,reason code,reason in words,
      *>       source length,limit,days open,NEW or CHANGED
      *>   "RESOLVED",key,type,reason code,reason in words,
      *>       blank,blank,days it was open,PASSED/REPAIRED/CLOSED
      *> and the last line is the count trailer
      *>   "TRAILER",lines,reject lines,resolved lines.
      *> Days open come from the aging ledger TRUNCAGEINV (see
      *> AGINVREC), counted the way TRUNCAGE counts them.  What the
      *> sender has been told is kept on TRUNCFBSTATE (see FBSTREC):
      *> an open reject is sent once, and again only when its type,
      *> length, limit or ledger episode changes; a key the sender
      *> was told about whose ledger entry has since closed is sent
      *> once as RESOLVED so the sender can close its side.  A
      *> reject that was rejected and repaired in the same night is
      *> already closed on the ledger and is not sent at all.
      *> A same-day rerun rebuilds the same file: lines sent today
      *> are sent again rather than suppressed.
      *> Return code: 0 = feedback written, 16 = ledger or sent
      *> state unusable -- nothing written, nothing recorded -- or
      *> TRUNCFDBK could not be written, in which case the sent
      *> state is left as it was so tomorrow's file carries tonight's
      *> lines, or TRUNCFBSTATE could not be rewritten after it was.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL AGE-INV-FILE ASSIGN TO "TRUNCAGEINV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INV-STATUS.

           SELECT OPTIONAL TRUNC-REJECT-FILE ASSIGN TO "TRUNCREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.

           SELECT OPTIONAL RESIDUAL-REJECT-FILE ASSIGN TO "TRUNCREREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.

           SELECT OPTIONAL FEEDBACK-STATE-FILE
               ASSIGN TO "TRUNCFBSTATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATE-STATUS.

           SELECT FEEDBACK-FILE ASSIGN TO "TRUNCFDBK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FDBK-STATUS.

           SELECT FDBK-RPT-FILE ASSIGN TO "TRUNCFDBK-RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  AGE-INV-FILE.
       01  AGE-INV-RECORD.
           COPY AGINVREC.

       FD  TRUNC-REJECT-FILE.
       01  TRUNC-REJECT-RECORD.
           COPY RJCTREC.

      *> TRUNCREP's residual layout -- see the FD in TRUNCREP.
       FD  RESIDUAL-REJECT-FILE.
       01  RESIDUAL-REJECT-RECORD.
           05  RR-RECORD-TYPE          PIC X(1).
           05  RR-RECORD-KEY           PIC X(10).
           05  RR-SOURCE-STRING        PIC X(200).
           05  RR-SOURCE-LENGTH        PIC 9(4).
           05  RR-LIMIT-VALUE          PIC 9(4).
           05  RR-REJECT-REASON        PIC X(2).

       FD  FEEDBACK-STATE-FILE.
       01  FEEDBACK-STATE-RECORD.
           COPY FBSTREC.

       FD  FEEDBACK-FILE.
       01  FEEDBACK-LINE               PIC X(200).

       FD  FDBK-RPT-FILE.
       01  FDBK-RPT-LINE               PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-INV-STATUS               PIC X(2) VALUE "00".
       01  WS-FEED-STATUS              PIC X(2) VALUE "00".
       01  WS-STATE-STATUS             PIC X(2) VALUE "00".
       01  WS-FDBK-STATUS              PIC X(2) VALUE "00".

       01  WS-EOF-SWITCH               PIC X(1) VALUE "N".
           88  WS-END-OF-INPUT         VALUE "Y".

       01  WS-TODAY                    PIC 9(8) VALUE 0.

      *> The aging ledger as TRUNCAGE left it tonight -- read only.
      *> Same 2000-entry capacity as TRUNCAGE's own table, so any
      *> ledger TRUNCAGE could write fits here.
       01  WS-INV-MAX                  PIC 9(4) COMP VALUE 2000.
       01  WS-INV-COUNT                PIC 9(4) COMP VALUE 0.
       01  WS-INV-IDX                  PIC 9(4) COMP VALUE 0.
       01  WS-INV-TABLE.
           05  WS-INV-ENTRY OCCURS 2000 TIMES.
               10  WS-INV-KEY          PIC X(10).
               10  WS-INV-REASON       PIC X(2).
               10  WS-INV-FIRST-SEEN   PIC 9(8).
               10  WS-INV-DISP         PIC X(8).
               10  WS-INV-STATUS-BYTE  PIC X(1).
                   88  WS-INV-OPEN      VALUE "O".
                   88  WS-INV-CLOSED    VALUE "C".
               10  WS-INV-CLOSED-DATE  PIC 9(8).

      *> What the sender has been told, loaded from TRUNCFBSTATE and
      *> rewritten whole at end of run, the way TRUNCAGE rewrites
      *> its ledger.  The tonight switch marks an entry already
      *> dealt with this run, since a key still circling can appear
      *> on both TRUNCREJ and TRUNCREREJ.
       01  WS-ST-MAX                   PIC 9(4) COMP VALUE 2000.
       01  WS-ST-COUNT                 PIC 9(4) COMP VALUE 0.
       01  WS-ST-IDX                   PIC 9(4) COMP VALUE 0.
       01  WS-SCAN-IDX                 PIC 9(4) COMP VALUE 0.
       01  WS-ST-TABLE.
           05  WS-ST-ENTRY OCCURS 2000 TIMES.
               10  WS-ST-KEY           PIC X(10).
               10  WS-ST-REASON        PIC X(2).
               10  WS-ST-TYPE          PIC X(1).
               10  WS-ST-LENGTH        PIC 9(4).
               10  WS-ST-LIMIT         PIC 9(4).
               10  WS-ST-FIRST-SEEN    PIC 9(8).
               10  WS-ST-STATUS-BYTE   PIC X(1).
                   88  WS-ST-OPEN       VALUE "O".
                   88  WS-ST-RESOLVED   VALUE "R".
               10  WS-ST-SENT-DATE     PIC 9(8).
               10  WS-ST-SENT-AS       PIC X(8).
               10  WS-ST-TONIGHT-SWITCH PIC X(1).
                   88  WS-ST-SEEN-TONIGHT VALUE "Y".
               10  WS-ST-DROP-SWITCH   PIC X(1).
                   88  WS-ST-DROPPED    VALUE "Y".

      *> The reject in hand, from whichever feed it was read.
       01  WS-REJ-KEY                  PIC X(10) VALUE SPACES.
       01  WS-REJ-REASON               PIC X(2) VALUE SPACES.
       01  WS-REJ-TYPE                 PIC X(1) VALUE SPACE.
       01  WS-REJ-LENGTH               PIC 9(4) VALUE 0.
       01  WS-REJ-LIMIT                PIC 9(4) VALUE 0.
       01  WS-REJ-FIRST-SEEN           PIC 9(8) VALUE 0.
       01  WS-SEND-AS                  PIC X(8) VALUE SPACES.

       01  WS-SEND-SWITCH              PIC X(1) VALUE "N".
           88  WS-SEND-LINE            VALUE "Y".
       01  WS-CLOSED-TONIGHT-SWITCH    PIC X(1) VALUE "N".
           88  WS-CLOSED-TONIGHT       VALUE "Y".

       01  WS-DAYS-OPEN                PIC S9(5) COMP VALUE 0.
       01  WS-DAYS-FIELD               PIC 9(5) VALUE 0.
       01  WS-REASON-CODE              PIC X(2) VALUE SPACES.
       01  WS-REASON-TEXT              PIC X(30) VALUE SPACES.

      *> Delimited-line builder, as in TRUNCEXT: WS-OUT-POS is the
      *> next free byte; APPEND-QUOTED-FIELD copies
      *> WS-FIELD-VALUE(1:WS-FIELD-LEN) between quotes, doubling
      *> any embedded quote.
       01  WS-OUT-LINE                 PIC X(200) VALUE SPACES.
       01  WS-OUT-POS                  PIC 9(4) COMP VALUE 1.
       01  WS-FIELD-VALUE              PIC X(40) VALUE SPACES.
       01  WS-FIELD-LEN                PIC 9(4) COMP VALUE 0.
       01  WS-FIELD-IDX                PIC 9(4) COMP VALUE 0.

       01  WS-FDBK-COUNTERS.
           05  WS-REJECTS-READ         PIC 9(9) COMP VALUE 0.
           05  WS-DUPLICATE-COUNT      PIC 9(9) COMP VALUE 0.
           05  WS-NEW-COUNT            PIC 9(9) COMP VALUE 0.
           05  WS-CHANGED-COUNT        PIC 9(9) COMP VALUE 0.
           05  WS-SUPPRESSED-COUNT     PIC 9(9) COMP VALUE 0.
           05  WS-SAME-NIGHT-COUNT     PIC 9(9) COMP VALUE 0.
           05  WS-RESOLVED-COUNT       PIC 9(9) COMP VALUE 0.
           05  WS-UNTRACKED-COUNT      PIC 9(9) COMP VALUE 0.
           05  WS-STATE-WRITTEN        PIC 9(9) COMP VALUE 0.
       01  WS-REJECT-LINES             PIC 9(9) VALUE 0.
       01  WS-RESOLVED-LINES           PIC 9(9) VALUE 0.
       01  WS-TOTAL-LINES              PIC 9(9) VALUE 0.

       01  WS-FDBK-EDIT-FIELDS.
           05  WS-ED-COUNT             PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY

           PERFORM LOAD-AGING-LEDGER
           PERFORM LOAD-SENT-STATE

           OPEN OUTPUT FEEDBACK-FILE
           PERFORM CHECK-FEEDBACK-STATUS
           PERFORM SEND-FRESH-REJECTS
           PERFORM SEND-RESIDUAL-REJECTS
           PERFORM SEND-RESOLVED-KEYS
           PERFORM WRITE-FEEDBACK-TRAILER
           CLOSE FEEDBACK-FILE

           PERFORM REWRITE-SENT-STATE

           OPEN OUTPUT FDBK-RPT-FILE
           PERFORM WRITE-FEEDBACK-SUMMARY
           CLOSE FDBK-RPT-FILE

           DISPLAY "TRUNCFDBK: rejects sent=" WS-REJECT-LINES
                   " resolved sent=" WS-RESOLVED-LINES
                   " already sent=" WS-SUPPRESSED-COUNT
           MOVE 0 TO RETURN-CODE
           STOP RUN.

       LOAD-AGING-LEDGER.
      *> The ledger is what turns a reject into "days open" and what
      *> says a key has been resolved.  Without it every key told
      *> to the sender would look resolved, so a missing or
      *> unreadable ledger stops the run -- TRUNCAGE has to have run
      *> first.
           OPEN INPUT AGE-INV-FILE
           IF WS-INV-STATUS NOT = "00"
               DISPLAY "Error: TRUNCAGEINV open status="
                       WS-INV-STATUS " - run TRUNCAGE first, "
                       "feedback aborted."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-END-OF-INPUT
               READ AGE-INV-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       PERFORM STORE-LEDGER-ENTRY
               END-READ
           END-PERFORM
           MOVE "N" TO WS-EOF-SWITCH
           CLOSE AGE-INV-FILE.

       STORE-LEDGER-ENTRY.
           IF WS-INV-COUNT >= WS-INV-MAX
               DISPLAY "Error: ledger table full at key="
                       AG-RECORD-KEY " - feedback aborted."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-INV-COUNT
           MOVE AG-RECORD-KEY TO WS-INV-KEY(WS-INV-COUNT)
           MOVE AG-REJECT-REASON TO WS-INV-REASON(WS-INV-COUNT)
           MOVE AG-FIRST-SEEN TO WS-INV-FIRST-SEEN(WS-INV-COUNT)
           MOVE AG-LAST-DISP TO WS-INV-DISP(WS-INV-COUNT)
           MOVE AG-STATUS TO WS-INV-STATUS-BYTE(WS-INV-COUNT)
           MOVE AG-CLOSED-DATE TO WS-INV-CLOSED-DATE(WS-INV-COUNT).

       LOAD-SENT-STATE.
      *> "05" = no feedback ever sent -- the first night starts with
      *> nothing told.  Any other failure, or a table overflow,
      *> stops the run: rewriting a partly loaded state would forget
      *> what the sender was told and resend it all tomorrow.
           OPEN INPUT FEEDBACK-STATE-FILE
           IF WS-STATE-STATUS NOT = "00"
               AND WS-STATE-STATUS NOT = "05"
               DISPLAY "Error: TRUNCFBSTATE open status="
                       WS-STATE-STATUS " - feedback aborted."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-STATE-STATUS = "00"
               PERFORM UNTIL WS-END-OF-INPUT
                   READ FEEDBACK-STATE-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           PERFORM STORE-STATE-ENTRY
                   END-READ
               END-PERFORM
               MOVE "N" TO WS-EOF-SWITCH
           END-IF
           CLOSE FEEDBACK-STATE-FILE.

       STORE-STATE-ENTRY.
           IF WS-ST-COUNT >= WS-ST-MAX
               DISPLAY "Error: sent-state table full at key="
                       FS-RECORD-KEY " - feedback aborted."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-ST-COUNT
           MOVE FS-RECORD-KEY TO WS-ST-KEY(WS-ST-COUNT)
           MOVE FS-REJECT-REASON TO WS-ST-REASON(WS-ST-COUNT)
           MOVE FS-RECORD-TYPE TO WS-ST-TYPE(WS-ST-COUNT)
           MOVE FS-SOURCE-LENGTH TO WS-ST-LENGTH(WS-ST-COUNT)
           MOVE FS-LIMIT-VALUE TO WS-ST-LIMIT(WS-ST-COUNT)
           MOVE FS-FIRST-SEEN TO WS-ST-FIRST-SEEN(WS-ST-COUNT)
           MOVE FS-SENT-STATUS TO WS-ST-STATUS-BYTE(WS-ST-COUNT)
           MOVE FS-SENT-DATE TO WS-ST-SENT-DATE(WS-ST-COUNT)
           MOVE FS-SENT-AS TO WS-ST-SENT-AS(WS-ST-COUNT)
           MOVE "N" TO WS-ST-TONIGHT-SWITCH(WS-ST-COUNT)
           MOVE "N" TO WS-ST-DROP-SWITCH(WS-ST-COUNT).

       SEND-FRESH-REJECTS.
      *> Fresh rejects first, so a key on both feeds is described by
      *> tonight's TRUNCCHK values rather than the residual copy.
           OPEN INPUT TRUNC-REJECT-FILE
           IF WS-FEED-STATUS = "00"
               PERFORM UNTIL WS-END-OF-INPUT
                   READ TRUNC-REJECT-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           IF TR-RECORD-TYPE NOT = "H"
                               AND TR-RECORD-TYPE NOT = "T"
                               MOVE TR-RECORD-KEY TO WS-REJ-KEY
                               MOVE TR-REJECT-REASON TO WS-REJ-REASON
                               MOVE TR-RECORD-TYPE TO WS-REJ-TYPE
                               MOVE TR-SOURCE-LENGTH TO WS-REJ-LENGTH
                               MOVE TR-LIMIT-VALUE TO WS-REJ-LIMIT
                               PERFORM FEED-BACK-REJECT
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "N" TO WS-EOF-SWITCH
           END-IF
           CLOSE TRUNC-REJECT-FILE.

       SEND-RESIDUAL-REJECTS.
           OPEN INPUT RESIDUAL-REJECT-FILE
           IF WS-FEED-STATUS = "00"
               PERFORM UNTIL WS-END-OF-INPUT
                   READ RESIDUAL-REJECT-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           IF RR-RECORD-TYPE NOT = "H"
                               AND RR-RECORD-TYPE NOT = "T"
                               MOVE RR-RECORD-KEY TO WS-REJ-KEY
                               MOVE RR-REJECT-REASON TO WS-REJ-REASON
                               MOVE RR-RECORD-TYPE TO WS-REJ-TYPE
                               MOVE RR-SOURCE-LENGTH TO WS-REJ-LENGTH
                               MOVE RR-LIMIT-VALUE TO WS-REJ-LIMIT
                               PERFORM FEED-BACK-REJECT
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "N" TO WS-EOF-SWITCH
           END-IF
           CLOSE RESIDUAL-REJECT-FILE.

       FEED-BACK-REJECT.
      *> Decide whether the sender hears about this reject tonight:
      *>   - already dealt with this run (on both feeds): skip;
      *>   - closed on the ledger tonight: repaired the same night
      *>     it was rejected, nothing to tell;
      *>   - never told, or told it was resolved: NEW;
      *>   - told, but type, length, limit or episode differ:
      *>     CHANGED;
      *>   - told exactly this before today: suppressed.  Told
      *>     exactly this today is a rerun, and goes again as it
      *>     went the first time.
           ADD 1 TO WS-REJECTS-READ
           MOVE "N" TO WS-SEND-SWITCH
           PERFORM FIND-STATE-ENTRY
           IF WS-ST-IDX > 0
               IF WS-ST-SEEN-TONIGHT(WS-ST-IDX)
                   ADD 1 TO WS-DUPLICATE-COUNT
               ELSE
                   PERFORM JUDGE-TOLD-REJECT
               END-IF
           ELSE
               PERFORM JUDGE-UNTOLD-REJECT
           END-IF
           IF WS-SEND-LINE
               PERFORM WRITE-REJECT-LINE
           END-IF.

       JUDGE-TOLD-REJECT.
      *> Closed tonight is left for SEND-RESOLVED-KEYS, which tells
      *> the sender the key it holds as open is now resolved.
           PERFORM FIND-LEDGER-EPISODE
           IF WS-CLOSED-TONIGHT
               ADD 1 TO WS-SAME-NIGHT-COUNT
           ELSE
               MOVE "Y" TO WS-ST-TONIGHT-SWITCH(WS-ST-IDX)
               PERFORM JUDGE-STILL-OPEN-REJECT
           END-IF.

       JUDGE-STILL-OPEN-REJECT.
           EVALUATE TRUE
               WHEN WS-ST-RESOLVED(WS-ST-IDX)
                   MOVE "NEW" TO WS-SEND-AS
                   ADD 1 TO WS-NEW-COUNT
                   MOVE "Y" TO WS-SEND-SWITCH
               WHEN WS-ST-TYPE(WS-ST-IDX) NOT = WS-REJ-TYPE
                 OR WS-ST-LENGTH(WS-ST-IDX) NOT = WS-REJ-LENGTH
                 OR WS-ST-LIMIT(WS-ST-IDX) NOT = WS-REJ-LIMIT
                 OR WS-ST-FIRST-SEEN(WS-ST-IDX) NOT = WS-REJ-FIRST-SEEN
                   MOVE "CHANGED" TO WS-SEND-AS
                   ADD 1 TO WS-CHANGED-COUNT
                   MOVE "Y" TO WS-SEND-SWITCH
               WHEN WS-ST-SENT-DATE(WS-ST-IDX) = WS-TODAY
                   MOVE WS-ST-SENT-AS(WS-ST-IDX) TO WS-SEND-AS
                   IF WS-SEND-AS = "CHANGED"
                       ADD 1 TO WS-CHANGED-COUNT
                   ELSE
                       ADD 1 TO WS-NEW-COUNT
                   END-IF
                   MOVE "Y" TO WS-SEND-SWITCH
               WHEN OTHER
                   ADD 1 TO WS-SUPPRESSED-COUNT
           END-EVALUATE
           IF WS-SEND-LINE
               MOVE WS-REJ-TYPE TO WS-ST-TYPE(WS-ST-IDX)
               MOVE WS-REJ-LENGTH TO WS-ST-LENGTH(WS-ST-IDX)
               MOVE WS-REJ-LIMIT TO WS-ST-LIMIT(WS-ST-IDX)
               MOVE WS-REJ-FIRST-SEEN TO WS-ST-FIRST-SEEN(WS-ST-IDX)
               MOVE "O" TO WS-ST-STATUS-BYTE(WS-ST-IDX)
               MOVE WS-TODAY TO WS-ST-SENT-DATE(WS-ST-IDX)
               MOVE WS-SEND-AS TO WS-ST-SENT-AS(WS-ST-IDX)
           END-IF.

       JUDGE-UNTOLD-REJECT.
           PERFORM FIND-LEDGER-EPISODE
           IF WS-CLOSED-TONIGHT
               ADD 1 TO WS-SAME-NIGHT-COUNT
           ELSE
               MOVE "NEW" TO WS-SEND-AS
               ADD 1 TO WS-NEW-COUNT
               MOVE "Y" TO WS-SEND-SWITCH
               PERFORM ADD-STATE-ENTRY
           END-IF.

       ADD-STATE-ENTRY.
      *> A full table still sends the line -- the sender must hear
      *> about the reject -- but it cannot be remembered, so it will
      *> be sent again tomorrow; the summary counts these.
           IF WS-ST-COUNT >= WS-ST-MAX
               ADD 1 TO WS-UNTRACKED-COUNT
               DISPLAY "Warning: sent-state table full, key="
                       WS-REJ-KEY " will be resent"
           ELSE
               ADD 1 TO WS-ST-COUNT
               MOVE WS-REJ-KEY TO WS-ST-KEY(WS-ST-COUNT)
               MOVE WS-REJ-REASON TO WS-ST-REASON(WS-ST-COUNT)
               MOVE WS-REJ-TYPE TO WS-ST-TYPE(WS-ST-COUNT)
               MOVE WS-REJ-LENGTH TO WS-ST-LENGTH(WS-ST-COUNT)
               MOVE WS-REJ-LIMIT TO WS-ST-LIMIT(WS-ST-COUNT)
               MOVE WS-REJ-FIRST-SEEN TO WS-ST-FIRST-SEEN(WS-ST-COUNT)
               MOVE "O" TO WS-ST-STATUS-BYTE(WS-ST-COUNT)
               MOVE WS-TODAY TO WS-ST-SENT-DATE(WS-ST-COUNT)
               MOVE WS-SEND-AS TO WS-ST-SENT-AS(WS-ST-COUNT)
               MOVE "Y" TO WS-ST-TONIGHT-SWITCH(WS-ST-COUNT)
               MOVE "N" TO WS-ST-DROP-SWITCH(WS-ST-COUNT)
           END-IF.

       FIND-STATE-ENTRY.
           MOVE 0 TO WS-ST-IDX
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-ST-COUNT
               IF WS-ST-IDX = 0
                   AND WS-ST-KEY(WS-SCAN-IDX) = WS-REJ-KEY
                   AND WS-ST-REASON(WS-SCAN-IDX) = WS-REJ-REASON
                   MOVE WS-SCAN-IDX TO WS-ST-IDX
               END-IF
           END-PERFORM.

       FIND-LEDGER-EPISODE.
      *> The open ledger entry for the reject gives its episode's
      *> first-seen date.  With no open entry, a closed one dated
      *> today means the reject was repaired or passed tonight.  A
      *> reject the ledger never tracked (TRUNCAGE warns when its
      *> table is full) counts from today, as TRUNCAGE would.
           MOVE WS-TODAY TO WS-REJ-FIRST-SEEN
           MOVE "N" TO WS-CLOSED-TONIGHT-SWITCH
           MOVE 0 TO WS-INV-IDX
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-INV-COUNT
               IF WS-INV-KEY(WS-SCAN-IDX) = WS-REJ-KEY
                   AND WS-INV-REASON(WS-SCAN-IDX) = WS-REJ-REASON
                   PERFORM NOTE-LEDGER-EPISODE
               END-IF
           END-PERFORM
           IF WS-INV-IDX > 0
               MOVE "N" TO WS-CLOSED-TONIGHT-SWITCH
           END-IF.

       NOTE-LEDGER-EPISODE.
           IF WS-INV-OPEN(WS-SCAN-IDX)
               IF WS-INV-IDX = 0
                   MOVE WS-SCAN-IDX TO WS-INV-IDX
                   MOVE WS-INV-FIRST-SEEN(WS-SCAN-IDX)
                       TO WS-REJ-FIRST-SEEN
               END-IF
           ELSE
               IF WS-INV-CLOSED-DATE(WS-SCAN-IDX) = WS-TODAY
                   MOVE "Y" TO WS-CLOSED-TONIGHT-SWITCH
               END-IF
           END-IF.

       WRITE-REJECT-LINE.
           COMPUTE WS-DAYS-OPEN =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY)
                   - FUNCTION INTEGER-OF-DATE(WS-REJ-FIRST-SEEN)
                   + 1
           MOVE WS-DAYS-OPEN TO WS-DAYS-FIELD
           MOVE WS-REJ-REASON TO WS-REASON-CODE
           PERFORM SPELL-OUT-REASON

           MOVE SPACES TO WS-OUT-LINE
           MOVE 1 TO WS-OUT-POS
           MOVE "REJECT" TO WS-FIELD-VALUE
           MOVE 6 TO WS-FIELD-LEN
           PERFORM APPEND-QUOTED-FIELD
           PERFORM APPEND-SEPARATOR
           MOVE WS-REJ-KEY TO WS-FIELD-VALUE
           MOVE 10 TO WS-FIELD-LEN
           PERFORM APPEND-QUOTED-FIELD
           PERFORM APPEND-SEPARATOR
           MOVE WS-REJ-TYPE TO WS-FIELD-VALUE
           MOVE 1 TO WS-FIELD-LEN
           PERFORM APPEND-QUOTED-FIELD
           PERFORM APPEND-SEPARATOR
           PERFORM APPEND-REASON-FIELDS
           MOVE WS-REJ-LENGTH TO WS-FIELD-VALUE
           MOVE 4 TO WS-FIELD-LEN
           PERFORM APPEND-QUOTED-FIELD
           PERFORM APPEND-SEPARATOR
           MOVE WS-REJ-LIMIT TO WS-FIELD-VALUE
           MOVE 4 TO WS-FIELD-LEN
           PERFORM APPEND-QUOTED-FIELD
           PERFORM APPEND-SEPARATOR
           MOVE WS-DAYS-FIELD TO WS-FIELD-VALUE
           MOVE 5 TO WS-FIELD-LEN
           PERFORM APPEND-QUOTED-FIELD
           PERFORM APPEND-SEPARATOR
           PERFORM APPEND-STATUS-FIELD
           WRITE FEEDBACK-LINE FROM WS-OUT-LINE
           PERFORM CHECK-FEEDBACK-STATUS
           ADD 1 TO WS-REJECT-LINES.

       SEND-RESOLVED-KEYS.
      *> Every key the sender still holds as open whose ledger entry
      *> is no longer open has been resolved since it was told:
      *> send it once as RESOLVED and remember that.  Resolutions
      *> sent on an earlier day are done with and drop off the
      *> state; ones sent today are sent again on a rerun.
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                   UNTIL WS-ST-IDX > WS-ST-COUNT
               EVALUATE TRUE
                   WHEN WS-ST-RESOLVED(WS-ST-IDX)
                       AND WS-ST-SENT-DATE(WS-ST-IDX) < WS-TODAY
                       MOVE "Y" TO WS-ST-DROP-SWITCH(WS-ST-IDX)
                   WHEN WS-ST-RESOLVED(WS-ST-IDX)
                       PERFORM WRITE-RESOLVED-LINE
                   WHEN WS-ST-SEEN-TONIGHT(WS-ST-IDX)
                       CONTINUE
                   WHEN OTHER
                       PERFORM CHECK-STILL-OPEN
               END-EVALUATE
           END-PERFORM.

       CHECK-STILL-OPEN.
           MOVE 0 TO WS-INV-IDX
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-INV-COUNT
               IF WS-INV-IDX = 0
                   AND WS-INV-OPEN(WS-SCAN-IDX)
                   AND WS-INV-KEY(WS-SCAN-IDX) = WS-ST-KEY(WS-ST-IDX)
                   AND WS-INV-REASON(WS-SCAN-IDX)
                       = WS-ST-REASON(WS-ST-IDX)
                   MOVE WS-SCAN-IDX TO WS-INV-IDX
               END-IF
           END-PERFORM
           IF WS-INV-IDX = 0
               MOVE "R" TO WS-ST-STATUS-BYTE(WS-ST-IDX)
               MOVE WS-TODAY TO WS-ST-SENT-DATE(WS-ST-IDX)
               PERFORM WRITE-RESOLVED-LINE
               MOVE WS-SEND-AS TO WS-ST-SENT-AS(WS-ST-IDX)
           END-IF.

       WRITE-RESOLVED-LINE.
      *> The closed ledger entry for the episode the sender was told
      *> about supplies how it closed and how long it was open; if
      *> it has already been purged from the ledger the line says
      *> CLOSED with the days left blank.
           MOVE 0 TO WS-INV-IDX
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-INV-COUNT
               IF WS-INV-CLOSED(WS-SCAN-IDX)
                   AND WS-INV-KEY(WS-SCAN-IDX) = WS-ST-KEY(WS-ST-IDX)
                   AND WS-INV-REASON(WS-SCAN-IDX)
                       = WS-ST-REASON(WS-ST-IDX)
                   AND WS-INV-FIRST-SEEN(WS-SCAN-IDX)
                       = WS-ST-FIRST-SEEN(WS-ST-IDX)
                   MOVE WS-SCAN-IDX TO WS-INV-IDX
               END-IF
           END-PERFORM
           ADD 1 TO WS-RESOLVED-COUNT
           MOVE WS-ST-REASON(WS-ST-IDX) TO WS-REASON-CODE
           PERFORM SPELL-OUT-REASON

           MOVE SPACES TO WS-OUT-LINE
           MOVE 1 TO WS-OUT-POS
           MOVE "RESOLVED" TO WS-FIELD-VALUE
           MOVE 8 TO WS-FIELD-LEN
           PERFORM APPEND-QUOTED-FIELD
           PERFORM APPEND-SEPARATOR
           MOVE WS-ST-KEY(WS-ST-IDX) TO WS-FIELD-VALUE
           MOVE 10 TO WS-FIELD-LEN
           PERFORM APPEND-QUOTED-FIELD
           PERFORM APPEND-SEPARATOR
           MOVE WS-ST-TYPE(WS-ST-IDX) TO WS-FIELD-VALUE
           MOVE 1 TO WS-FIELD-LEN
           PERFORM APPEND-QUOTED-FIELD
           PERFORM APPEND-SEPARATOR
           PERFORM APPEND-REASON-FIELDS
           MOVE 0 TO WS-FIELD-LEN
           PERFORM APPEND-QUOTED-FIELD
           PERFORM APPEND-SEPARATOR
           PERFORM APPEND-QUOTED-FIELD
           PERFORM APPEND-SEPARATOR
           IF WS-INV-IDX > 0
               COMPUTE WS-DAYS-OPEN =
                       FUNCTION INTEGER-OF-DATE
                           (WS-INV-CLOSED-DATE(WS-INV-IDX))
                       - FUNCTION INTEGER-OF-DATE
                           (WS-INV-FIRST-SEEN(WS-INV-IDX))
                       + 1
               MOVE WS-DAYS-OPEN TO WS-DAYS-FIELD
               MOVE WS-DAYS-FIELD TO WS-FIELD-VALUE
               MOVE 5 TO WS-FIELD-LEN
               MOVE WS-INV-DISP(WS-INV-IDX) TO WS-SEND-AS
           ELSE
               MOVE 0 TO WS-FIELD-LEN
               MOVE "CLOSED" TO WS-SEND-AS
           END-IF
           PERFORM APPEND-QUOTED-FIELD
           PERFORM APPEND-SEPARATOR
           PERFORM APPEND-STATUS-FIELD
           WRITE FEEDBACK-LINE FROM WS-OUT-LINE
           PERFORM CHECK-FEEDBACK-STATUS
           ADD 1 TO WS-RESOLVED-LINES.

       APPEND-REASON-FIELDS.
           MOVE WS-REASON-CODE TO WS-FIELD-VALUE
           MOVE 2 TO WS-FIELD-LEN
           PERFORM APPEND-QUOTED-FIELD
           PERFORM APPEND-SEPARATOR
           MOVE WS-REASON-TEXT TO WS-FIELD-VALUE
           MOVE FUNCTION LENGTH
                   (FUNCTION TRIM(WS-REASON-TEXT TRAILING))
               TO WS-FIELD-LEN
           PERFORM APPEND-QUOTED-FIELD
           PERFORM APPEND-SEPARATOR.

       APPEND-STATUS-FIELD.
           MOVE WS-SEND-AS TO WS-FIELD-VALUE
           MOVE FUNCTION LENGTH
                   (FUNCTION TRIM(WS-SEND-AS TRAILING))
               TO WS-FIELD-LEN
           PERFORM APPEND-QUOTED-FIELD.

       SPELL-OUT-REASON.
      *> Same wording as TRUNCAGE's report -- the sender reads the
      *> words, not the RJCTREC codes.
           EVALUATE WS-REASON-CODE
               WHEN "LN"
                   MOVE "string over length limit" TO WS-REASON-TEXT
               WHEN "FM"
                   MOVE "input record format" TO WS-REASON-TEXT
               WHEN "TY"
                   MOVE "unknown record type" TO WS-REASON-TEXT
               WHEN "KY"
                   MOVE "key not on customer master"
                       TO WS-REASON-TEXT
               WHEN "SQ"
                   MOVE "key out of sequence" TO WS-REASON-TEXT
               WHEN "DU"
                   MOVE "duplicate key" TO WS-REASON-TEXT
               WHEN "CN"
                   MOVE "content check failure" TO WS-REASON-TEXT
               WHEN OTHER
                   MOVE "unknown reason" TO WS-REASON-TEXT
           END-EVALUATE.

       APPEND-QUOTED-FIELD.
      *> Opening quote, the field bytes with every embedded quote
      *> doubled, closing quote -- TRUNCEXT's convention.
           MOVE QUOTE TO WS-OUT-LINE(WS-OUT-POS:1)
           ADD 1 TO WS-OUT-POS
           PERFORM VARYING WS-FIELD-IDX FROM 1 BY 1
                   UNTIL WS-FIELD-IDX > WS-FIELD-LEN
               IF WS-FIELD-VALUE(WS-FIELD-IDX:1) = QUOTE
                   MOVE QUOTE TO WS-OUT-LINE(WS-OUT-POS:1)
                   ADD 1 TO WS-OUT-POS
               END-IF
               MOVE WS-FIELD-VALUE(WS-FIELD-IDX:1)
                   TO WS-OUT-LINE(WS-OUT-POS:1)
               ADD 1 TO WS-OUT-POS
           END-PERFORM
           MOVE QUOTE TO WS-OUT-LINE(WS-OUT-POS:1)
           ADD 1 TO WS-OUT-POS.

       APPEND-SEPARATOR.
           MOVE "," TO WS-OUT-LINE(WS-OUT-POS:1)
           ADD 1 TO WS-OUT-POS.

       WRITE-FEEDBACK-TRAILER.
      *> Lines before the trailer, then how many of each kind, so
      *> the sender's loader can balance the file before applying
      *> it.
           COMPUTE WS-TOTAL-LINES =
                   WS-REJECT-LINES + WS-RESOLVED-LINES
           MOVE SPACES TO WS-OUT-LINE
           MOVE 1 TO WS-OUT-POS
           MOVE "TRAILER" TO WS-FIELD-VALUE
           MOVE 7 TO WS-FIELD-LEN
           PERFORM APPEND-QUOTED-FIELD
           PERFORM APPEND-SEPARATOR
           MOVE WS-TOTAL-LINES TO WS-FIELD-VALUE
           MOVE 9 TO WS-FIELD-LEN
           PERFORM APPEND-QUOTED-FIELD
           PERFORM APPEND-SEPARATOR
           MOVE WS-REJECT-LINES TO WS-FIELD-VALUE
           MOVE 9 TO WS-FIELD-LEN
           PERFORM APPEND-QUOTED-FIELD
           PERFORM APPEND-SEPARATOR
           MOVE WS-RESOLVED-LINES TO WS-FIELD-VALUE
           MOVE 9 TO WS-FIELD-LEN
           PERFORM APPEND-QUOTED-FIELD
           WRITE FEEDBACK-LINE FROM WS-OUT-LINE
           PERFORM CHECK-FEEDBACK-STATUS.

       CHECK-FEEDBACK-STATUS.
      *> Checked before the sent state is rewritten, so a feedback
      *> file that did not go out whole leaves TRUNCFBSTATE as it was
      *> and tomorrow's run sends these lines again.
           IF WS-FDBK-STATUS NOT = "00"
               DISPLAY "Error: TRUNCFDBK I/O status="
                       WS-FDBK-STATUS
                       " - feedback aborted, sent state not updated."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       REWRITE-SENT-STATE.
      *> Only after the feedback file is closed: if this rewrite is
      *> lost the worst case is tomorrow's file repeating tonight's
      *> lines, never a reject the sender was not told about.
           OPEN OUTPUT FEEDBACK-STATE-FILE
           IF WS-STATE-STATUS NOT = "00"
               AND WS-STATE-STATUS NOT = "05"
               DISPLAY "Error: TRUNCFBSTATE open status="
                       WS-STATE-STATUS
                       " - sent state not recorded, tomorrow's "
                       "feedback will repeat tonight's."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                   UNTIL WS-ST-IDX > WS-ST-COUNT
               IF NOT WS-ST-DROPPED(WS-ST-IDX)
                   PERFORM WRITE-STATE-ENTRY
               END-IF
           END-PERFORM
           CLOSE FEEDBACK-STATE-FILE.

       WRITE-STATE-ENTRY.
           MOVE WS-ST-KEY(WS-ST-IDX) TO FS-RECORD-KEY
           MOVE WS-ST-REASON(WS-ST-IDX) TO FS-REJECT-REASON
           MOVE WS-ST-TYPE(WS-ST-IDX) TO FS-RECORD-TYPE
           MOVE WS-ST-LENGTH(WS-ST-IDX) TO FS-SOURCE-LENGTH
           MOVE WS-ST-LIMIT(WS-ST-IDX) TO FS-LIMIT-VALUE
           MOVE WS-ST-FIRST-SEEN(WS-ST-IDX) TO FS-FIRST-SEEN
           MOVE WS-ST-STATUS-BYTE(WS-ST-IDX) TO FS-SENT-STATUS
           MOVE WS-ST-SENT-DATE(WS-ST-IDX) TO FS-SENT-DATE
           MOVE WS-ST-SENT-AS(WS-ST-IDX) TO FS-SENT-AS
           WRITE FEEDBACK-STATE-RECORD
           IF WS-STATE-STATUS NOT = "00"
               DISPLAY "Error: TRUNCFBSTATE write status="
                       WS-STATE-STATUS
                       " - sent state incomplete, feedback aborted."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-STATE-WRITTEN.

       WRITE-FEEDBACK-SUMMARY.
           MOVE SPACES TO FDBK-RPT-LINE
           STRING "Reject Feedback Summary" DELIMITED BY SIZE
               INTO FDBK-RPT-LINE
           WRITE FDBK-RPT-LINE

           MOVE WS-REJECTS-READ TO WS-ED-COUNT
           MOVE SPACES TO FDBK-RPT-LINE
           STRING "Rejects read             : " DELIMITED BY SIZE
                  WS-ED-COUNT DELIMITED BY SIZE
               INTO FDBK-RPT-LINE
           WRITE FDBK-RPT-LINE

           MOVE WS-DUPLICATE-COUNT TO WS-ED-COUNT
           MOVE SPACES TO FDBK-RPT-LINE
           STRING "  on both feeds          : " DELIMITED BY SIZE
                  WS-ED-COUNT DELIMITED BY SIZE
               INTO FDBK-RPT-LINE
           WRITE FDBK-RPT-LINE

           MOVE WS-SAME-NIGHT-COUNT TO WS-ED-COUNT
           MOVE SPACES TO FDBK-RPT-LINE
           STRING "  resolved same night    : " DELIMITED BY SIZE
                  WS-ED-COUNT DELIMITED BY SIZE
               INTO FDBK-RPT-LINE
           WRITE FDBK-RPT-LINE

           MOVE WS-SUPPRESSED-COUNT TO WS-ED-COUNT
           MOVE SPACES TO FDBK-RPT-LINE
           STRING "  already sent, unchanged: " DELIMITED BY SIZE
                  WS-ED-COUNT DELIMITED BY SIZE
               INTO FDBK-RPT-LINE
           WRITE FDBK-RPT-LINE

           MOVE WS-NEW-COUNT TO WS-ED-COUNT
           MOVE SPACES TO FDBK-RPT-LINE
           STRING "Rejects sent as new      : " DELIMITED BY SIZE
                  WS-ED-COUNT DELIMITED BY SIZE
               INTO FDBK-RPT-LINE
           WRITE FDBK-RPT-LINE

           MOVE WS-CHANGED-COUNT TO WS-ED-COUNT
           MOVE SPACES TO FDBK-RPT-LINE
           STRING "Rejects sent as changed  : " DELIMITED BY SIZE
                  WS-ED-COUNT DELIMITED BY SIZE
               INTO FDBK-RPT-LINE
           WRITE FDBK-RPT-LINE

           MOVE WS-RESOLVED-COUNT TO WS-ED-COUNT
           MOVE SPACES TO FDBK-RPT-LINE
           STRING "Keys sent as resolved    : " DELIMITED BY SIZE
                  WS-ED-COUNT DELIMITED BY SIZE
               INTO FDBK-RPT-LINE
           WRITE FDBK-RPT-LINE

           MOVE WS-TOTAL-LINES TO WS-ED-COUNT
           MOVE SPACES TO FDBK-RPT-LINE
           STRING "Feedback lines (trailer) : " DELIMITED BY SIZE
                  WS-ED-COUNT DELIMITED BY SIZE
               INTO FDBK-RPT-LINE
           WRITE FDBK-RPT-LINE

           MOVE WS-STATE-WRITTEN TO WS-ED-COUNT
           MOVE SPACES TO FDBK-RPT-LINE
           STRING "Sent-state entries kept  : " DELIMITED BY SIZE
                  WS-ED-COUNT DELIMITED BY SIZE
               INTO FDBK-RPT-LINE
           WRITE FDBK-RPT-LINE

           IF WS-UNTRACKED-COUNT > 0
               MOVE WS-UNTRACKED-COUNT TO WS-ED-COUNT
               MOVE SPACES TO FDBK-RPT-LINE
               STRING "Not tracked (table full) : " DELIMITED BY SIZE
                      WS-ED-COUNT DELIMITED BY SIZE
                   INTO FDBK-RPT-LINE
               WRITE FDBK-RPT-LINE
           END-IF.
