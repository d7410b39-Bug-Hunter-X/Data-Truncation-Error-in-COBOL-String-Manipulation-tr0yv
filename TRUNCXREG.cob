       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRUNCXREG.
      *> Day-by-day listing of the inbound transmission register
      *> TRUNCXMIT: what was received, by which step and partition,
      *> and when.  XMITCHK appends one row per file a step accepts,
      *> in acceptance order, so the register arrives already in run
      *> date order and each date is a simple control break -- one
      *> line per accepted file (time accepted, step, partition,
      *> CTLREC file date, record count and key hash, and the
      *> override user for a deliberate rerun), then a day total.
      *> A TRUNCBKOUT backout row is listed as VOIDED with the user
      *> who ran the backout, and is not counted as a file received.
      *> Invoke with an optional PARM of "[yyyymmdd] [yyyymmdd]" to
      *> list one run date or a from/to range (default: the whole
      *> register).
      *> Return code: 0 = listed, 4 = the listing includes override
      *> reruns, which operations should be able to account for.
      *> Read-only reporting pass -- touches nothing but its own
      *> report file.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL XMIT-REGISTER-FILE ASSIGN TO "TRUNCXMIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XMIT-STATUS.

           SELECT XREG-RPT-FILE ASSIGN TO "TRUNCXREG-RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  XMIT-REGISTER-FILE.
       01  XMIT-REGISTER-RECORD.
           COPY XMITREC.

       FD  XREG-RPT-FILE.
       01  XREG-RPT-LINE               PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-XMIT-STATUS              PIC X(2) VALUE "00".

       01  WS-EOF-SWITCH               PIC X(1) VALUE "N".
           88  WS-END-OF-INPUT         VALUE "Y".

       01  WS-PARM-STRING              PIC X(80) VALUE SPACES.
       01  WS-PARM-TOKEN-TABLE.
           05  WS-PARM-TOKEN           PIC X(20) OCCURS 2 TIMES.
       01  WS-PARM-IDX                 PIC 9(4) COMP VALUE 0.
       01  WS-TOKEN-LEN                PIC 9(4) COMP VALUE 0.
       01  WS-FROM-DATE                PIC 9(8) VALUE 0.
       01  WS-TO-DATE                  PIC 9(8) VALUE 99999999.

      *> Control-break state: the run date being listed and its
      *> running totals, rolled into the grand totals at each break.
       01  WS-CURRENT-DATE             PIC 9(8) VALUE 0.
       01  WS-DAY-FILES                PIC 9(9) COMP VALUE 0.
       01  WS-DAY-RECORDS              PIC 9(12) COMP VALUE 0.
       01  WS-DAY-RERUNS               PIC 9(9) COMP VALUE 0.
       01  WS-TOTAL-DAYS               PIC 9(9) COMP VALUE 0.
       01  WS-TOTAL-FILES              PIC 9(9) COMP VALUE 0.
       01  WS-TOTAL-RECORDS            PIC 9(12) COMP VALUE 0.
       01  WS-TOTAL-RERUNS             PIC 9(9) COMP VALUE 0.
       01  WS-REGISTER-ROWS            PIC 9(9) COMP VALUE 0.

       01  WS-XREG-EDIT-FIELDS.
           05  WS-ED-COUNT             PIC ZZZZZZZZ9.
           05  WS-ED-RECORDS           PIC ZZZZZZZZZZZ9.
           05  WS-ED-RERUNS            PIC ZZZZZZZZ9.
           05  WS-ED-TIME              PIC X(8).

       01  WS-FINAL-RC                 PIC 9(2) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-PARM-STRING FROM COMMAND-LINE
           PERFORM PARSE-DATE-RANGE

           OPEN OUTPUT XREG-RPT-FILE
           PERFORM WRITE-REPORT-HEADING
           PERFORM LIST-REGISTER
           PERFORM WRITE-REPORT-TOTALS
           CLOSE XREG-RPT-FILE

           IF WS-TOTAL-RERUNS > 0
               MOVE 4 TO WS-FINAL-RC
           END-IF
           DISPLAY "TRUNCXREG: days=" WS-TOTAL-DAYS
                   " files=" WS-TOTAL-FILES
                   " reruns=" WS-TOTAL-RERUNS
                   " rc=" WS-FINAL-RC
           MOVE WS-FINAL-RC TO RETURN-CODE
           STOP RUN.

       PARSE-DATE-RANGE.
      *> One date lists that run date alone; two are from and to.
      *> Same posture as TRUNCWKLY's window PARM: a token that is
      *> not eight digits is warned about and ignored, so the
      *> listing widens rather than silently narrowing.
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
                       " - listing the whole register"
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

       LIST-REGISTER.
           OPEN INPUT XMIT-REGISTER-FILE
           IF WS-XMIT-STATUS = "00"
               PERFORM UNTIL WS-END-OF-INPUT
                   READ XMIT-REGISTER-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           ADD 1 TO WS-REGISTER-ROWS
                           IF XR-RUN-DATE >= WS-FROM-DATE
                               AND XR-RUN-DATE <= WS-TO-DATE
                               PERFORM LIST-REGISTER-ROW
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "N" TO WS-EOF-SWITCH
               IF WS-CURRENT-DATE > 0
                   PERFORM WRITE-DAY-TOTAL
               END-IF
           ELSE
               DISPLAY "TRUNCXREG: TRUNCXMIT open status="
                       WS-XMIT-STATUS " - no register to list"
           END-IF
           CLOSE XMIT-REGISTER-FILE.

       LIST-REGISTER-ROW.
           IF XR-RUN-DATE NOT = WS-CURRENT-DATE
               IF WS-CURRENT-DATE > 0
                   PERFORM WRITE-DAY-TOTAL
               END-IF
               PERFORM START-NEW-DAY
           END-IF
           IF NOT XR-BACKOUT-ROW
               ADD 1 TO WS-DAY-FILES
               ADD XR-RECORD-COUNT TO WS-DAY-RECORDS
           END-IF
           IF XR-OVERRIDE-RERUN
               ADD 1 TO WS-DAY-RERUNS
           END-IF

      *> CURRENT-DATE layout: hhmmss at 9, shown as hh:mm:ss.
           STRING XR-ACCEPT-TIMESTAMP(9:2) DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  XR-ACCEPT-TIMESTAMP(11:2) DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  XR-ACCEPT-TIMESTAMP(13:2) DELIMITED BY SIZE
               INTO WS-ED-TIME
           MOVE XR-RECORD-COUNT TO WS-ED-COUNT
           MOVE SPACES TO XREG-RPT-LINE
           STRING "  " DELIMITED BY SIZE
                  WS-ED-TIME DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  XR-STAGE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  XR-PARTITION-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  XR-FILE-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-ED-COUNT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  XR-KEY-HASH DELIMITED BY SIZE
               INTO XREG-RPT-LINE
           IF XR-OVERRIDE-RERUN
               STRING FUNCTION TRIM(XREG-RPT-LINE TRAILING)
                          DELIMITED BY SIZE
                      " RERUN by " DELIMITED BY SIZE
                      XR-OVERRIDE-USER DELIMITED BY SIZE
                   INTO XREG-RPT-LINE
           END-IF
           IF XR-BACKOUT-ROW
               STRING FUNCTION TRIM(XREG-RPT-LINE TRAILING)
                          DELIMITED BY SIZE
                      " VOIDED by " DELIMITED BY SIZE
                      XR-OVERRIDE-USER DELIMITED BY SIZE
                   INTO XREG-RPT-LINE
           END-IF
           WRITE XREG-RPT-LINE.

       START-NEW-DAY.
           MOVE XR-RUN-DATE TO WS-CURRENT-DATE
           MOVE 0 TO WS-DAY-FILES
           MOVE 0 TO WS-DAY-RECORDS
           MOVE 0 TO WS-DAY-RERUNS
           ADD 1 TO WS-TOTAL-DAYS
           MOVE SPACES TO XREG-RPT-LINE
           WRITE XREG-RPT-LINE
           MOVE SPACES TO XREG-RPT-LINE
           STRING "Run date " DELIMITED BY SIZE
                  WS-CURRENT-DATE DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
               INTO XREG-RPT-LINE
           WRITE XREG-RPT-LINE.

       WRITE-DAY-TOTAL.
           ADD WS-DAY-FILES TO WS-TOTAL-FILES
           ADD WS-DAY-RECORDS TO WS-TOTAL-RECORDS
           ADD WS-DAY-RERUNS TO WS-TOTAL-RERUNS
           MOVE WS-DAY-FILES TO WS-ED-COUNT
           MOVE WS-DAY-RECORDS TO WS-ED-RECORDS
           MOVE WS-DAY-RERUNS TO WS-ED-RERUNS
           MOVE SPACES TO XREG-RPT-LINE
           STRING "  Day total  files: " DELIMITED BY SIZE
                  WS-ED-COUNT DELIMITED BY SIZE
                  "  records: " DELIMITED BY SIZE
                  WS-ED-RECORDS DELIMITED BY SIZE
                  "  reruns: " DELIMITED BY SIZE
                  WS-ED-RERUNS DELIMITED BY SIZE
               INTO XREG-RPT-LINE
           WRITE XREG-RPT-LINE.

       WRITE-REPORT-HEADING.
           MOVE SPACES TO XREG-RPT-LINE
           STRING "Inbound Transmission Register Listing"
                      DELIMITED BY SIZE
               INTO XREG-RPT-LINE
           WRITE XREG-RPT-LINE

           MOVE SPACES TO XREG-RPT-LINE
           IF WS-FROM-DATE = 0 AND WS-TO-DATE = 99999999
               STRING "Run dates                : all"
                          DELIMITED BY SIZE
                   INTO XREG-RPT-LINE
           ELSE
               STRING "Run dates                : " DELIMITED BY SIZE
                      WS-FROM-DATE DELIMITED BY SIZE
                      " to " DELIMITED BY SIZE
                      WS-TO-DATE DELIMITED BY SIZE
                   INTO XREG-RPT-LINE
           END-IF
           WRITE XREG-RPT-LINE

           MOVE SPACES TO XREG-RPT-LINE
           STRING "Per file (time / step / partition / file date "
                      DELIMITED BY SIZE
                  "/ records / key hash):" DELIMITED BY SIZE
               INTO XREG-RPT-LINE
           WRITE XREG-RPT-LINE.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO XREG-RPT-LINE
           WRITE XREG-RPT-LINE

           MOVE WS-REGISTER-ROWS TO WS-ED-COUNT
           MOVE SPACES TO XREG-RPT-LINE
           STRING "Register rows read       : " DELIMITED BY SIZE
                  WS-ED-COUNT DELIMITED BY SIZE
               INTO XREG-RPT-LINE
           WRITE XREG-RPT-LINE

           MOVE WS-TOTAL-DAYS TO WS-ED-COUNT
           MOVE SPACES TO XREG-RPT-LINE
           STRING "Run dates listed         : " DELIMITED BY SIZE
                  WS-ED-COUNT DELIMITED BY SIZE
               INTO XREG-RPT-LINE
           WRITE XREG-RPT-LINE

           MOVE WS-TOTAL-FILES TO WS-ED-COUNT
           MOVE SPACES TO XREG-RPT-LINE
           STRING "Files accepted           : " DELIMITED BY SIZE
                  WS-ED-COUNT DELIMITED BY SIZE
               INTO XREG-RPT-LINE
           WRITE XREG-RPT-LINE

           MOVE WS-TOTAL-RECORDS TO WS-ED-RECORDS
           MOVE SPACES TO XREG-RPT-LINE
           STRING "Records accepted         : " DELIMITED BY SIZE
                  WS-ED-RECORDS DELIMITED BY SIZE
               INTO XREG-RPT-LINE
           WRITE XREG-RPT-LINE

           MOVE WS-TOTAL-RERUNS TO WS-ED-COUNT
           MOVE SPACES TO XREG-RPT-LINE
           STRING "Override reruns          : " DELIMITED BY SIZE
                  WS-ED-COUNT DELIMITED BY SIZE
               INTO XREG-RPT-LINE
           WRITE XREG-RPT-LINE.
