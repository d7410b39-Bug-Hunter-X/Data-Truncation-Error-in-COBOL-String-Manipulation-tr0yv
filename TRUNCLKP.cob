      *> truncation history from TRUNCAUDT.  Every file is optional
      *> -- whatever is mapped in for the cycle being asked about is
      *> what gets searched.
      *> The truncation history is read by key from the indexed
      *> audit store TRUNCAUDX (see AUDXREC) -- only the asked keys'
      *> events, oldest first, however long the history has grown.
      *> When the store cannot be opened the lookup says so and
      *> falls back to reading TRUNCAUDT end to end, as it always
      *> used to.
      *> Read-only pass -- touches nothing but its own report file.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.

           SELECT AUDIT-INDEX-FILE ASSIGN TO "TRUNCAUDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AX-AUDIT-KEY
               ALTERNATE RECORD KEY IS AX-TIMESTAMP WITH DUPLICATES
               FILE STATUS IS WS-AUDX-STATUS.

           SELECT LOOKUP-RPT-FILE ASSIGN TO "TRUNCLKP-RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       01  TRUNC-AUDIT-RECORD.
           COPY AUDTREC.

       FD  AUDIT-INDEX-FILE.
       01  AUDIT-INDEX-RECORD.
           COPY AUDXREC.

       FD  LOOKUP-RPT-FILE.
       01  LOOKUP-RPT-LINE             PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FEED-STATUS              PIC X(2) VALUE "00".
       01  WS-AUDX-STATUS              PIC X(2) VALUE "00".

       01  WS-EOF-SWITCH               PIC X(1) VALUE "N".
           88  WS-END-OF-INPUT         VALUE "Y".
       SEARCH-AUDIT-FILE.
      *> The audit file is history, not tonight's position: keep the
      *> event count and the newest event's numbers for the story.
           OPEN INPUT AUDIT-INDEX-FILE
           IF WS-AUDX-STATUS = "00"
               PERFORM VARYING WS-KEY-IDX FROM 1 BY 1
                       UNTIL WS-KEY-IDX > WS-KEY-COUNT
                   PERFORM READ-KEY-AUDIT-HISTORY
               END-PERFORM
               CLOSE AUDIT-INDEX-FILE
           ELSE
               DISPLAY "Warning: TRUNCAUDX open status="
                       WS-AUDX-STATUS
                       " - reading TRUNCAUDT in full instead"
               PERFORM SCAN-AUDIT-FILE
           END-IF.

       READ-KEY-AUDIT-HISTORY.
      *> Position on the asked key's oldest event (low-values under
      *> the timestamp half of the key) and read forward until the
      *> record key changes; the last one read is the newest.
           MOVE WS-ASK-KEY(WS-KEY-IDX) TO AX-RECORD-KEY
           MOVE LOW-VALUES TO AX-TIMESTAMP
           MOVE "N" TO WS-EOF-SWITCH
           START AUDIT-INDEX-FILE KEY IS NOT LESS THAN AX-AUDIT-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-SWITCH
           END-START
           PERFORM UNTIL WS-END-OF-INPUT
               READ AUDIT-INDEX-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       IF AX-RECORD-KEY NOT = WS-ASK-KEY(WS-KEY-IDX)
                           MOVE "Y" TO WS-EOF-SWITCH
                       ELSE
                           ADD 1 TO WS-ASK-AUD-COUNT(WS-KEY-IDX)
                           MOVE AX-TIMESTAMP
                               TO WS-ASK-AUD-STAMP(WS-KEY-IDX)
                           MOVE AX-SOURCE-LENGTH
                               TO WS-ASK-AUD-LENGTH(WS-KEY-IDX)
                           MOVE AX-LIMIT-VALUE
                               TO WS-ASK-AUD-LIMIT(WS-KEY-IDX)
                       END-IF
               END-READ
           END-PERFORM
           MOVE "N" TO WS-EOF-SWITCH.

       SCAN-AUDIT-FILE.
           OPEN INPUT TRUNC-AUDIT-FILE
           IF WS-FEED-STATUS = "00"
               PERFORM UNTIL WS-END-OF-INPUT
