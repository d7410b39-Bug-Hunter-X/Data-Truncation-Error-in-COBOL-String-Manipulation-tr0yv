       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRUNCAUDXL.
      *> Load of the indexed audit store TRUNCAUDX (see AUDXREC) from
      *> the line-sequential audit history.  Run once to build the
      *> store from the live TRUNCAUDT and the TRUNCAUDTARC archive,
      *> and again for each further dated archive to be brought in
      *> (mapped in the usual way, DD_TRUNCAUDTARC=...).  From then
      *> on it runs every night as one serial step after the last
      *> TRUNCCHK partition ends -- the partitions run side by side
      *> and do not write the store themselves -- once for each
      *> partition's TRUNCAUDT (DD_TRUNCAUDT=TRUNCAUDT01 and so on),
      *> so TRUNCLKP can read one key's events and TRUNCTRND one
      *> date range's instead of the whole history.
      *> An event already in the store (same record key, timestamp
      *> and numbers) is counted, not loaded twice, so reading the
      *> whole of TRUNCAUDT again each night, or rerunning a night,
      *> loads only what is new.
      *> The disposition report is the reconciliation proof: for each
      *> input file, records read = loaded + already in the store +
      *> not loaded, and the store's own record count after the run
      *> must equal its count before plus everything loaded.  A record
      *> not loaded -- its key and timestamp already indexed with
      *> different numbers -- is listed individually.
      *> Return code: 0 = every record read is in the store and the
      *> counts reconcile, 8 = records listed as not loaded, 16 = the
      *> store could not be opened or the counts do not reconcile.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL TRUNC-AUDIT-FILE ASSIGN TO "TRUNCAUDT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT OPTIONAL AUDIT-ARCHIVE-FILE ASSIGN TO "TRUNCAUDTARC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT AUDIT-INDEX-FILE ASSIGN TO "TRUNCAUDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AX-AUDIT-KEY
               ALTERNATE RECORD KEY IS AX-TIMESTAMP WITH DUPLICATES
               FILE STATUS IS WS-AUDX-STATUS.

           SELECT LOAD-RPT-FILE ASSIGN TO "TRUNCAUDXL-RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  TRUNC-AUDIT-FILE.
       01  TRUNC-AUDIT-RECORD.
           COPY AUDTREC.

       FD  AUDIT-ARCHIVE-FILE.
       01  AUDIT-ARCHIVE-RECORD.
           05  AA-TIMESTAMP            PIC X(21).
           05  AA-RECORD-KEY           PIC X(10).
           05  AA-SOURCE-LENGTH        PIC 9(4).
           05  AA-LIMIT-VALUE          PIC 9(4).

       FD  AUDIT-INDEX-FILE.
       01  AUDIT-INDEX-RECORD.
           COPY AUDXREC.

       FD  LOAD-RPT-FILE.
       01  LOAD-RPT-LINE               PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-AUDIT-STATUS             PIC X(2) VALUE "00".
       01  WS-ARCHIVE-STATUS           PIC X(2) VALUE "00".
       01  WS-AUDX-STATUS              PIC X(2) VALUE "00".

       01  WS-EOF-SWITCH               PIC X(1) VALUE "N".
           88  WS-END-OF-INPUT         VALUE "Y".

      *> Per-input disposition counts: entry 1 is TRUNCAUDT, entry 2
      *> TRUNCAUDTARC.
       01  WS-SRC-IDX                  PIC 9(4) COMP VALUE 0.
       01  WS-SOURCE-TABLE.
           05  WS-SOURCE-ENTRY OCCURS 2 TIMES.
               10  WS-SRC-NAME         PIC X(12).
               10  WS-SRC-OPEN-STATUS  PIC X(2).
               10  WS-SRC-READ         PIC 9(9) COMP.
               10  WS-SRC-LOADED       PIC 9(9) COMP.
               10  WS-SRC-PRESENT      PIC 9(9) COMP.
               10  WS-SRC-MISSED       PIC 9(9) COMP.

      *> The event in hand, kept while the store is probed for a
      *> record already holding its key.
       01  WS-LOAD-EVENT.
           05  WS-LOAD-KEY             PIC X(10).
           05  WS-LOAD-STAMP           PIC X(21).
           05  WS-LOAD-LENGTH          PIC 9(4).
           05  WS-LOAD-LIMIT           PIC 9(4).

       01  WS-INDEX-BEFORE             PIC 9(9) COMP VALUE 0.
       01  WS-INDEX-AFTER              PIC 9(9) COMP VALUE 0.
       01  WS-INDEX-COUNT              PIC 9(9) COMP VALUE 0.
       01  WS-TOTAL-READ               PIC 9(9) COMP VALUE 0.
       01  WS-TOTAL-LOADED             PIC 9(9) COMP VALUE 0.
       01  WS-TOTAL-PRESENT            PIC 9(9) COMP VALUE 0.
       01  WS-TOTAL-MISSED             PIC 9(9) COMP VALUE 0.

       01  WS-RECONCILED-SWITCH        PIC X(1) VALUE "Y".
           88  WS-COUNTS-RECONCILED    VALUE "Y".

       01  WS-LOAD-EDIT-FIELDS.
           05  WS-ED-COUNT             PIC ZZZZZZZZ9.
           05  WS-ED-LENGTH            PIC ZZZ9.
           05  WS-ED-LIMIT             PIC ZZZ9.

       01  WS-FINAL-RC                 PIC 9(2) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE SPACES TO WS-SOURCE-TABLE
           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
                   UNTIL WS-SRC-IDX > 2
               MOVE 0 TO WS-SRC-READ(WS-SRC-IDX)
               MOVE 0 TO WS-SRC-LOADED(WS-SRC-IDX)
               MOVE 0 TO WS-SRC-PRESENT(WS-SRC-IDX)
               MOVE 0 TO WS-SRC-MISSED(WS-SRC-IDX)
           END-PERFORM
           MOVE "TRUNCAUDT" TO WS-SRC-NAME(1)
           MOVE "TRUNCAUDTARC" TO WS-SRC-NAME(2)

           PERFORM OPEN-AUDIT-INDEX
           PERFORM COUNT-INDEX-RECORDS
           MOVE WS-INDEX-COUNT TO WS-INDEX-BEFORE

           OPEN OUTPUT LOAD-RPT-FILE
           MOVE SPACES TO LOAD-RPT-LINE
           STRING "Indexed Audit Store Load and Reconciliation"
                   DELIMITED BY SIZE
               INTO LOAD-RPT-LINE
           WRITE LOAD-RPT-LINE
           MOVE SPACES TO LOAD-RPT-LINE
           WRITE LOAD-RPT-LINE

           MOVE 1 TO WS-SRC-IDX
           PERFORM LOAD-AUDIT-FILE
           MOVE 2 TO WS-SRC-IDX
           PERFORM LOAD-ARCHIVE-FILE

           PERFORM COUNT-INDEX-RECORDS
           MOVE WS-INDEX-COUNT TO WS-INDEX-AFTER
           CLOSE AUDIT-INDEX-FILE

           PERFORM RECONCILE-COUNTS
           PERFORM WRITE-LOAD-SUMMARY
           CLOSE LOAD-RPT-FILE

           EVALUATE TRUE
               WHEN NOT WS-COUNTS-RECONCILED
                   MOVE 16 TO WS-FINAL-RC
               WHEN WS-TOTAL-MISSED > 0
                   MOVE 8 TO WS-FINAL-RC
               WHEN OTHER
                   MOVE 0 TO WS-FINAL-RC
           END-EVALUATE
           DISPLAY "TRUNCAUDXL: read=" WS-TOTAL-READ
                   " loaded=" WS-TOTAL-LOADED
                   " present=" WS-TOTAL-PRESENT
                   " not-loaded=" WS-TOTAL-MISSED
                   " reconciled=" WS-RECONCILED-SWITCH
                   " rc=" WS-FINAL-RC
           MOVE WS-FINAL-RC TO RETURN-CODE
           STOP RUN.

       OPEN-AUDIT-INDEX.
      *> The first run creates the store; every later run adds to it.
           OPEN I-O AUDIT-INDEX-FILE
           IF WS-AUDX-STATUS = "35"
               OPEN OUTPUT AUDIT-INDEX-FILE
               IF WS-AUDX-STATUS = "00"
                   CLOSE AUDIT-INDEX-FILE
                   OPEN I-O AUDIT-INDEX-FILE
               END-IF
           END-IF
           IF WS-AUDX-STATUS NOT = "00"
               DISPLAY "Error: TRUNCAUDX open status="
                       WS-AUDX-STATUS " - run aborted."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       COUNT-INDEX-RECORDS.
      *> The store's own count, read end to end by primary key -- the
      *> independent side of the reconciliation.
           MOVE 0 TO WS-INDEX-COUNT
           MOVE LOW-VALUES TO AX-AUDIT-KEY
           START AUDIT-INDEX-FILE KEY IS NOT LESS THAN AX-AUDIT-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-SWITCH
           END-START
           PERFORM UNTIL WS-END-OF-INPUT
               READ AUDIT-INDEX-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-INDEX-COUNT
               END-READ
           END-PERFORM
           MOVE "N" TO WS-EOF-SWITCH.

       LOAD-AUDIT-FILE.
           OPEN INPUT TRUNC-AUDIT-FILE
           MOVE WS-AUDIT-STATUS TO WS-SRC-OPEN-STATUS(WS-SRC-IDX)
           IF WS-AUDIT-STATUS = "00"
               PERFORM UNTIL WS-END-OF-INPUT
                   READ TRUNC-AUDIT-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           MOVE TA-RECORD-KEY TO WS-LOAD-KEY
                           MOVE TA-TIMESTAMP TO WS-LOAD-STAMP
                           MOVE TA-SOURCE-LENGTH TO WS-LOAD-LENGTH
                           MOVE TA-LIMIT-VALUE TO WS-LOAD-LIMIT
                           PERFORM LOAD-AUDIT-EVENT
                   END-READ
               END-PERFORM
               MOVE "N" TO WS-EOF-SWITCH
           END-IF
           CLOSE TRUNC-AUDIT-FILE.

       LOAD-ARCHIVE-FILE.
           OPEN INPUT AUDIT-ARCHIVE-FILE
           MOVE WS-ARCHIVE-STATUS TO WS-SRC-OPEN-STATUS(WS-SRC-IDX)
           IF WS-ARCHIVE-STATUS = "00"
               PERFORM UNTIL WS-END-OF-INPUT
                   READ AUDIT-ARCHIVE-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           MOVE AA-RECORD-KEY TO WS-LOAD-KEY
                           MOVE AA-TIMESTAMP TO WS-LOAD-STAMP
                           MOVE AA-SOURCE-LENGTH TO WS-LOAD-LENGTH
                           MOVE AA-LIMIT-VALUE TO WS-LOAD-LIMIT
                           PERFORM LOAD-AUDIT-EVENT
                   END-READ
               END-PERFORM
               MOVE "N" TO WS-EOF-SWITCH
           END-IF
           CLOSE AUDIT-ARCHIVE-FILE.

       LOAD-AUDIT-EVENT.
      *> "02" is a good write whose timestamp matches another event's
      *> on the date path.  "22" means the key and timestamp are
      *> already in the store: the same event loaded by an earlier
      *> run of this job is simply counted as already present; one
      *> with different numbers is a different event that cannot go
      *> in, and is listed.
           ADD 1 TO WS-SRC-READ(WS-SRC-IDX)
           MOVE WS-LOAD-KEY TO AX-RECORD-KEY
           MOVE WS-LOAD-STAMP TO AX-TIMESTAMP
           MOVE WS-LOAD-LENGTH TO AX-SOURCE-LENGTH
           MOVE WS-LOAD-LIMIT TO AX-LIMIT-VALUE
           WRITE AUDIT-INDEX-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE
           EVALUATE WS-AUDX-STATUS
               WHEN "00"
               WHEN "02"
                   ADD 1 TO WS-SRC-LOADED(WS-SRC-IDX)
               WHEN "22"
                   PERFORM CHECK-INDEXED-EVENT
               WHEN OTHER
                   PERFORM LIST-MISSED-EVENT
           END-EVALUATE.

       CHECK-INDEXED-EVENT.
           READ AUDIT-INDEX-FILE
               KEY IS AX-AUDIT-KEY
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-AUDX-STATUS = "00"
               AND AX-SOURCE-LENGTH = WS-LOAD-LENGTH
               AND AX-LIMIT-VALUE = WS-LOAD-LIMIT
               ADD 1 TO WS-SRC-PRESENT(WS-SRC-IDX)
           ELSE
               PERFORM LIST-MISSED-EVENT
           END-IF.

       LIST-MISSED-EVENT.
           ADD 1 TO WS-SRC-MISSED(WS-SRC-IDX)
           MOVE WS-LOAD-LENGTH TO WS-ED-LENGTH
           MOVE WS-LOAD-LIMIT TO WS-ED-LIMIT
           MOVE SPACES TO LOAD-RPT-LINE
           STRING "NOT LOADED " DELIMITED BY SIZE
                  WS-SRC-NAME(WS-SRC-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-LOAD-KEY DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-LOAD-STAMP(1:16) DELIMITED BY SIZE
                  " len " DELIMITED BY SIZE
                  WS-ED-LENGTH DELIMITED BY SIZE
                  " lim " DELIMITED BY SIZE
                  WS-ED-LIMIT DELIMITED BY SIZE
                  " st " DELIMITED BY SIZE
                  WS-AUDX-STATUS DELIMITED BY SIZE
               INTO LOAD-RPT-LINE
           WRITE LOAD-RPT-LINE.

       RECONCILE-COUNTS.
      *> Two checks, both required: every input record is accounted
      *> for, and the store grew by exactly what was loaded.
           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
                   UNTIL WS-SRC-IDX > 2
               ADD WS-SRC-READ(WS-SRC-IDX) TO WS-TOTAL-READ
               ADD WS-SRC-LOADED(WS-SRC-IDX) TO WS-TOTAL-LOADED
               ADD WS-SRC-PRESENT(WS-SRC-IDX) TO WS-TOTAL-PRESENT
               ADD WS-SRC-MISSED(WS-SRC-IDX) TO WS-TOTAL-MISSED
               IF WS-SRC-READ(WS-SRC-IDX) NOT =
                       WS-SRC-LOADED(WS-SRC-IDX)
                       + WS-SRC-PRESENT(WS-SRC-IDX)
                       + WS-SRC-MISSED(WS-SRC-IDX)
                   MOVE "N" TO WS-RECONCILED-SWITCH
               END-IF
           END-PERFORM
           IF WS-INDEX-AFTER NOT = WS-INDEX-BEFORE + WS-TOTAL-LOADED
               MOVE "N" TO WS-RECONCILED-SWITCH
           END-IF.

       WRITE-LOAD-SUMMARY.
           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
                   UNTIL WS-SRC-IDX > 2
               PERFORM WRITE-SOURCE-SUMMARY
           END-PERFORM

           MOVE SPACES TO LOAD-RPT-LINE
           WRITE LOAD-RPT-LINE
           MOVE WS-INDEX-BEFORE TO WS-ED-COUNT
           MOVE SPACES TO LOAD-RPT-LINE
           STRING "TRUNCAUDX before load....: " DELIMITED BY SIZE
                  WS-ED-COUNT DELIMITED BY SIZE
               INTO LOAD-RPT-LINE
           WRITE LOAD-RPT-LINE

           MOVE WS-TOTAL-LOADED TO WS-ED-COUNT
           MOVE SPACES TO LOAD-RPT-LINE
           STRING "  plus records loaded....: " DELIMITED BY SIZE
                  WS-ED-COUNT DELIMITED BY SIZE
               INTO LOAD-RPT-LINE
           WRITE LOAD-RPT-LINE

           MOVE WS-INDEX-AFTER TO WS-ED-COUNT
           MOVE SPACES TO LOAD-RPT-LINE
           STRING "TRUNCAUDX after load.....: " DELIMITED BY SIZE
                  WS-ED-COUNT DELIMITED BY SIZE
               INTO LOAD-RPT-LINE
           WRITE LOAD-RPT-LINE

           MOVE SPACES TO LOAD-RPT-LINE
           WRITE LOAD-RPT-LINE
           MOVE SPACES TO LOAD-RPT-LINE
           EVALUATE TRUE
               WHEN NOT WS-COUNTS-RECONCILED
                   STRING "** COUNTS DO NOT RECONCILE - TRUNCAUDX "
                              DELIMITED BY SIZE
                          "MUST NOT BE RELIED ON **" DELIMITED BY SIZE
                       INTO LOAD-RPT-LINE
               WHEN WS-TOTAL-MISSED > 0
                   STRING "** RECONCILED, BUT RECORDS LISTED ABOVE "
                              DELIMITED BY SIZE
                          "WERE NOT LOADED **" DELIMITED BY SIZE
                       INTO LOAD-RPT-LINE
               WHEN OTHER
                   STRING "Reconciled: every record read is in "
                              DELIMITED BY SIZE
                          "TRUNCAUDX." DELIMITED BY SIZE
                       INTO LOAD-RPT-LINE
           END-EVALUATE
           WRITE LOAD-RPT-LINE.

       WRITE-SOURCE-SUMMARY.
           MOVE SPACES TO LOAD-RPT-LINE
           WRITE LOAD-RPT-LINE
           MOVE SPACES TO LOAD-RPT-LINE
           IF WS-SRC-OPEN-STATUS(WS-SRC-IDX) = "00"
               STRING WS-SRC-NAME(WS-SRC-IDX) DELIMITED BY SPACE
                      ":" DELIMITED BY SIZE
                   INTO LOAD-RPT-LINE
           ELSE
               STRING WS-SRC-NAME(WS-SRC-IDX) DELIMITED BY SPACE
                      ": not read, open status=" DELIMITED BY SIZE
                      WS-SRC-OPEN-STATUS(WS-SRC-IDX) DELIMITED BY SIZE
                   INTO LOAD-RPT-LINE
           END-IF
           WRITE LOAD-RPT-LINE

           MOVE WS-SRC-READ(WS-SRC-IDX) TO WS-ED-COUNT
           MOVE SPACES TO LOAD-RPT-LINE
           STRING "  Records read...........: " DELIMITED BY SIZE
                  WS-ED-COUNT DELIMITED BY SIZE
               INTO LOAD-RPT-LINE
           WRITE LOAD-RPT-LINE

           MOVE WS-SRC-LOADED(WS-SRC-IDX) TO WS-ED-COUNT
           MOVE SPACES TO LOAD-RPT-LINE
           STRING "  Loaded.................: " DELIMITED BY SIZE
                  WS-ED-COUNT DELIMITED BY SIZE
               INTO LOAD-RPT-LINE
           WRITE LOAD-RPT-LINE

           MOVE WS-SRC-PRESENT(WS-SRC-IDX) TO WS-ED-COUNT
           MOVE SPACES TO LOAD-RPT-LINE
           STRING "  Already in TRUNCAUDX...: " DELIMITED BY SIZE
                  WS-ED-COUNT DELIMITED BY SIZE
               INTO LOAD-RPT-LINE
           WRITE LOAD-RPT-LINE

           MOVE WS-SRC-MISSED(WS-SRC-IDX) TO WS-ED-COUNT
           MOVE SPACES TO LOAD-RPT-LINE
           STRING "  Not loaded.............: " DELIMITED BY SIZE
                  WS-ED-COUNT DELIMITED BY SIZE
               INTO LOAD-RPT-LINE
           WRITE LOAD-RPT-LINE.
