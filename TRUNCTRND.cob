      *> the distribution of how far over the limit failures land, and
      *> event counts/rates before and after each logged limit change
      *> so a TRUNCMNT change can be judged by what it actually did.
      *> Invoke with an optional PARM of "[yyyymmdd] [yyyymmdd]" to
      *> report one day or a from/to range of audit history
      *> (default: the whole history).  The events are read by date
      *> from the indexed audit store TRUNCAUDX (see AUDXREC), so a
      *> month's report reads that month and nothing before it; when
      *> the store cannot be opened the run says so, reads TRUNCAUDT
      *> end to end and keeps only the events in range.
      *> Read-only month-end reporting pass -- touches nothing but its
      *> own report file.
       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT AUDIT-INDEX-FILE ASSIGN TO "TRUNCAUDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AX-AUDIT-KEY
               ALTERNATE RECORD KEY IS AX-TIMESTAMP WITH DUPLICATES
               FILE STATUS IS WS-AUDX-STATUS.

           SELECT OPTIONAL MAINT-LOG-FILE ASSIGN TO "TRUNCMNTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAINTLOG-STATUS.
       01  TRUNC-AUDIT-RECORD.
           COPY AUDTREC.

       FD  AUDIT-INDEX-FILE.
       01  AUDIT-INDEX-RECORD.
           COPY AUDXREC.

       FD  MAINT-LOG-FILE.
       01  MAINT-LOG-RECORD.
           COPY MNTLOGREC.

       WORKING-STORAGE SECTION.
       01  WS-AUDIT-STATUS             PIC X(2) VALUE "00".
       01  WS-AUDX-STATUS              PIC X(2) VALUE "00".
       01  WS-MAINTLOG-STATUS          PIC X(2) VALUE "00".

       01  WS-EOF-SWITCH               PIC X(1) VALUE "N".
           88  WS-END-OF-INPUT         VALUE "Y".

       01  WS-PARM-STRING              PIC X(80) VALUE SPACES.
       01  WS-PARM-TOKEN-TABLE.
           05  WS-PARM-TOKEN           PIC X(20) OCCURS 2 TIMES.
       01  WS-PARM-IDX                 PIC 9(4) COMP VALUE 0.
       01  WS-TOKEN-LEN                PIC 9(4) COMP VALUE 0.
       01  WS-FROM-DATE                PIC 9(8) VALUE 0.
       01  WS-TO-DATE                  PIC 9(8) VALUE 99999999.
       01  WS-HISTORY-SOURCE           PIC X(9) VALUE "TRUNCAUDX".

      *> One entry per calendar day seen in the audit history, in
      *> arrival (chronological) order.  A year-plus of nightly runs
      *> fits; overflow is warned about rather than silently dropped.
               10  WS-CHG-BEFORE-DAYS  PIC 9(4) COMP.
               10  WS-CHG-AFTER-DAYS   PIC 9(4) COMP.

      *> How far over the limit the failures land.  A source length of
      *> 9999 is the record-format sentinel written for oversized
      *> input lines, not a measured length -- bucketed separately so
      *> it can't distort the distribution.

       01  WS-EVENT-TOTAL              PIC 9(9) COMP VALUE 0.
       01  WS-EVENT-DATE               PIC X(8) VALUE SPACES.
       01  WS-EVENT-DATE-N REDEFINES WS-EVENT-DATE
                                       PIC 9(8).

      *> The event being tallied, from whichever file it was read.
       01  WS-EVENT-KEY                PIC X(10) VALUE SPACES.
       01  WS-EVENT-LENGTH             PIC 9(4) VALUE 0.
       01  WS-EVENT-LIMIT              PIC 9(4) VALUE 0.
       01  WS-RATE                     PIC 9(5)V99 VALUE 0.

       01  WS-TREND-EDIT-FIELDS.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-PARM-STRING FROM COMMAND-LINE
           PERFORM PARSE-DATE-RANGE
           PERFORM LOAD-AUDIT-HISTORY
           PERFORM LOAD-MAINT-LOG
           PERFORM COUNT-BEFORE-AFTER

           STOP RUN.

       PARSE-DATE-RANGE.
      *> Same PARM as TRUNCXREG: one date reports that day alone,
      *> two are from and to, and a token that is not eight digits
      *> is warned about and ignored, so the report widens rather
      *> than silently narrowing.
           MOVE SPACES TO WS-PARM-TOKEN-TABLE
           UNSTRING WS-PARM-STRING DELIMITED BY ALL SPACES
               INTO WS-PARM-TOKEN(1) WS-PARM-TOKEN(2)
           PERFORM VARYING WS-PARM-IDX FROM 1 BY 1
                   UNTIL WS-PARM-IDX > 2
               IF WS-PARM-TOKEN(WS-PARM-IDX) NOT = SPACES
                   PERFORM APPLY-DATE-TOKEN
               END-IF
           END-PERFORM
           IF WS-PARM-TOKEN(2) = SPACES
               AND WS-FROM-DATE > 0
               MOVE WS-FROM-DATE TO WS-TO-DATE
           END-IF
           IF WS-FROM-DATE > WS-TO-DATE
               DISPLAY "Warning: from date " WS-FROM-DATE
                       " after to date " WS-TO-DATE
                       " - reporting the whole history"
               MOVE 0 TO WS-FROM-DATE
               MOVE 99999999 TO WS-TO-DATE
           END-IF.

       APPLY-DATE-TOKEN.
           MOVE FUNCTION LENGTH
                   (FUNCTION TRIM(WS-PARM-TOKEN(WS-PARM-IDX)
                                  TRAILING))
               TO WS-TOKEN-LEN
           IF WS-TOKEN-LEN = 8
               AND WS-PARM-TOKEN(WS-PARM-IDX)(1:8) IS NUMERIC
               IF WS-PARM-IDX = 1
                   MOVE WS-PARM-TOKEN(WS-PARM-IDX)(1:8)
                       TO WS-FROM-DATE
               ELSE
                   MOVE WS-PARM-TOKEN(WS-PARM-IDX)(1:8)
                       TO WS-TO-DATE
               END-IF
           ELSE
               DISPLAY "Warning: date PARM """
                       FUNCTION TRIM(WS-PARM-TOKEN(WS-PARM-IDX)
                                     TRAILING)
                       """ not yyyymmdd - ignored"
           END-IF.

       LOAD-AUDIT-HISTORY.
           OPEN INPUT AUDIT-INDEX-FILE
           IF WS-AUDX-STATUS = "00"
               PERFORM READ-INDEXED-HISTORY
               CLOSE AUDIT-INDEX-FILE
           ELSE
               DISPLAY "Warning: TRUNCAUDX open status="
                       WS-AUDX-STATUS
                       " - reading TRUNCAUDT in full instead"
               MOVE "TRUNCAUDT" TO WS-HISTORY-SOURCE
               PERFORM SCAN-AUDIT-FILE
           END-IF.

       READ-INDEXED-HISTORY.
      *> Position by the date path on the first event of the from
      *> date and read forward in timestamp order; the first event
      *> dated after the to date ends the range.
           MOVE LOW-VALUES TO AX-TIMESTAMP
           MOVE WS-FROM-DATE TO AX-TIMESTAMP(1:8)
           START AUDIT-INDEX-FILE KEY IS NOT LESS THAN AX-TIMESTAMP
               INVALID KEY
                   MOVE "Y" TO WS-EOF-SWITCH
           END-START
           PERFORM UNTIL WS-END-OF-INPUT
               READ AUDIT-INDEX-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       MOVE AX-TIMESTAMP(1:8) TO WS-EVENT-DATE
                       IF WS-EVENT-DATE-N > WS-TO-DATE
                           MOVE "Y" TO WS-EOF-SWITCH
                       ELSE
                           MOVE AX-RECORD-KEY TO WS-EVENT-KEY
                           MOVE AX-SOURCE-LENGTH TO WS-EVENT-LENGTH
                           MOVE AX-LIMIT-VALUE TO WS-EVENT-LIMIT
                           PERFORM TALLY-AUDIT-EVENT
                       END-IF
               END-READ
           END-PERFORM
           MOVE "N" TO WS-EOF-SWITCH.

       SCAN-AUDIT-FILE.
           OPEN INPUT TRUNC-AUDIT-FILE
           IF WS-AUDIT-STATUS = "00"
               PERFORM UNTIL WS-END-OF-INPUT
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           PERFORM TALLY-SCANNED-EVENT
                   END-READ
               END-PERFORM
               MOVE "N" TO WS-EOF-SWITCH
           END-IF
           CLOSE TRUNC-AUDIT-FILE.

       TALLY-SCANNED-EVENT.
      *> TA-TIMESTAMP carries FUNCTION CURRENT-DATE; the first eight
      *> characters are the calendar day.
           MOVE TA-TIMESTAMP(1:8) TO WS-EVENT-DATE
           IF WS-EVENT-DATE-N NOT < WS-FROM-DATE
               AND WS-EVENT-DATE-N NOT > WS-TO-DATE
               MOVE TA-RECORD-KEY TO WS-EVENT-KEY
               MOVE TA-SOURCE-LENGTH TO WS-EVENT-LENGTH
               MOVE TA-LIMIT-VALUE TO WS-EVENT-LIMIT
               PERFORM TALLY-AUDIT-EVENT
           END-IF.

       TALLY-AUDIT-EVENT.
      *> WS-EVENT-DATE and the WS-EVENT- fields are set by the read.
           ADD 1 TO WS-EVENT-TOTAL
           PERFORM TALLY-EVENT-DAY
           PERFORM TALLY-EVENT-KEY
           PERFORM TALLY-EVENT-OVERAGE.
           MOVE 0 TO WS-KEY-IDX
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-KEY-COUNT
               IF WS-KEY-VALUE(WS-SCAN-IDX) = WS-EVENT-KEY
                   AND WS-KEY-IDX = 0
                   MOVE WS-SCAN-IDX TO WS-KEY-IDX
               END-IF
           ELSE
               IF WS-KEY-COUNT >= WS-KEY-MAX
                   DISPLAY "Warning: key table full, key="
                           WS-EVENT-KEY " not tallied"
               ELSE
                   ADD 1 TO WS-KEY-COUNT
                   MOVE WS-EVENT-KEY TO WS-KEY-VALUE(WS-KEY-COUNT)
                   MOVE 1 TO WS-KEY-EVENTS(WS-KEY-COUNT)
               END-IF
           END-IF.

       TALLY-EVENT-OVERAGE.
           IF WS-EVENT-LENGTH = 9999
               ADD 1 TO WS-OVER-FORMAT
           ELSE
               COMPUTE WS-OVERAGE =
                       WS-EVENT-LENGTH - WS-EVENT-LIMIT
               EVALUATE TRUE
                   WHEN WS-OVERAGE <= 10
                       ADD 1 TO WS-OVER-1-10
               INTO TREND-RPT-LINE
           WRITE TREND-RPT-LINE

           MOVE SPACES TO TREND-RPT-LINE
           IF WS-FROM-DATE = 0 AND WS-TO-DATE = 99999999
               STRING "Date range...............: " DELIMITED BY SIZE
                      "whole history" DELIMITED BY SIZE
                   INTO TREND-RPT-LINE
           ELSE
               STRING "Date range...............: " DELIMITED BY SIZE
                      WS-FROM-DATE DELIMITED BY SIZE
                      " to " DELIMITED BY SIZE
                      WS-TO-DATE DELIMITED BY SIZE
                   INTO TREND-RPT-LINE
           END-IF
           WRITE TREND-RPT-LINE

           MOVE SPACES TO TREND-RPT-LINE
           STRING "History read from........: " DELIMITED BY SIZE
                  WS-HISTORY-SOURCE DELIMITED BY SIZE
               INTO TREND-RPT-LINE
           WRITE TREND-RPT-LINE

           MOVE WS-EVENT-TOTAL TO WS-ED-COUNT
           MOVE SPACES TO TREND-RPT-LINE
           STRING "Audit events in history..: " DELIMITED BY SIZE
