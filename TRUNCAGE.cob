      *> rejects bucketed at 1-3, 4-7 and 8+ days, with every 8+ day
      *> entry listed by key and flagged for escalation so a reject
      *> can no longer circle for weeks with no owner.
      *> Before any feed is applied the ledger as loaded is written
      *> to TRUNCAGEPRE (see AGPREREC), so TRUNCBKOUT can put it back
      *> if the night has to be backed out.
      *> Return code: 0 = no open rejects, 4 = open rejects
      *> present, 8 = escalation bucket occupied.
       ENVIRONMENT DIVISION.
           SELECT AGE-RPT-FILE ASSIGN TO "TRUNCAGE-RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AGE-PRE-FILE ASSIGN TO "TRUNCAGEPRE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AGE-INV-FILE.
       FD  AGE-RPT-FILE.
       01  AGE-RPT-LINE                PIC X(80).

       FD  AGE-PRE-FILE.
       01  AGE-PRE-RECORD.
           COPY AGPREREC.

       WORKING-STORAGE SECTION.
       01  WS-INV-STATUS               PIC X(2) VALUE "00".
       01  WS-FEED-STATUS              PIC X(2) VALUE "00".
       01  WS-PRE-STATUS               PIC X(2) VALUE "00".

       01  WS-EOF-SWITCH               PIC X(1) VALUE "N".
           88  WS-END-OF-INPUT         VALUE "Y".
               TO WS-PURGE-CUTOFF

           PERFORM LOAD-INVENTORY
           PERFORM SAVE-PRE-IMAGE
           PERFORM APPLY-PASSED-RECORDS
           PERFORM APPLY-FRESH-REJECTS
           PERFORM APPLY-REPAIRED-RECORDS
                   TO WS-INV-CLOSED-DATE(WS-INV-COUNT)
           END-IF.

       SAVE-PRE-IMAGE.
      *> The ledger as loaded, before tonight touches it.  A ledger
      *> change with no pre-image behind it could never be backed
      *> out, so a pre-image that cannot be written stops the run
      *> while TRUNCAGEINV is still untouched.
           OPEN OUTPUT AGE-PRE-FILE
           PERFORM CHECK-PRE-STATUS
           MOVE SPACES TO AGE-PRE-RECORD
           SET AP-HEADER-ROW TO TRUE
           MOVE FUNCTION CURRENT-DATE TO AP-TAKEN-TIMESTAMP
           MOVE WS-INV-COUNT TO AP-ENTRY-COUNT
           WRITE AGE-PRE-RECORD
           PERFORM CHECK-PRE-STATUS
           PERFORM VARYING WS-INV-IDX FROM 1 BY 1
                   UNTIL WS-INV-IDX > WS-INV-COUNT
               MOVE WS-INV-KEY(WS-INV-IDX) TO AG-RECORD-KEY
               MOVE WS-INV-REASON(WS-INV-IDX) TO AG-REJECT-REASON
               MOVE WS-INV-FIRST-SEEN(WS-INV-IDX) TO AG-FIRST-SEEN
               MOVE WS-INV-CYCLES(WS-INV-IDX) TO AG-CYCLE-COUNT
               MOVE WS-INV-DISP(WS-INV-IDX) TO AG-LAST-DISP
               MOVE WS-INV-STATUS-BYTE(WS-INV-IDX) TO AG-STATUS
               MOVE WS-INV-CLOSED-DATE(WS-INV-IDX)
                   TO AG-CLOSED-DATE
               SET AP-ENTRY-ROW TO TRUE
               MOVE AGE-INV-RECORD TO AP-ROW-DATA
               WRITE AGE-PRE-RECORD
               PERFORM CHECK-PRE-STATUS
           END-PERFORM
           CLOSE AGE-PRE-FILE.

       CHECK-PRE-STATUS.
           IF WS-PRE-STATUS NOT = "00"
               DISPLAY "Error: TRUNCAGEPRE I/O status="
                       WS-PRE-STATUS " - aging run aborted."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       FIND-OPEN-ENTRY.
      *> Locate the open inventory entry for WS-LOOKUP-KEY (and
      *> WS-LOOKUP-REASON unless it is LOW-VALUES, the match-any
