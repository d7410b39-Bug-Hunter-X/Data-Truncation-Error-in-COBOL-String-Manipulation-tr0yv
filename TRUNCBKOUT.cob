       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRUNCBKOUT.
      *> Backout of a bad nightly cycle.  When upstream sends a wrong
      *> TRUNCIN that still balances, every trailer check passes and
      *> the night runs to completion -- TRUNCDLT rolls TRUNCBASE
      *> forward, TRUNCAGE opens and closes TRUNCAGEINV entries from
      *> the bad TRUNCOUT and TRUNCREJ, and TRUNCCHK leaves that
      *> night's rows on TRUNCHIST, TRUNCAUDT and TRUNCRST.  Given
      *> the run date, this job puts each of those files back to its
      *> state before that night so the corrected file can be rerun
      *> as if the bad night never happened:
      *>   - TRUNCBASE is restored from TRUNCBASEPRE, the baseline
      *>     TRUNCDLT read that night (see BASEPREREC), provided the
      *>     pre-image was taken that night -- between the end of the
      *>     previous night's run and the start of this one -- and
      *>     its trailer proves it complete;
      *>   - TRUNCAGEINV is restored from TRUNCAGEPRE, the ledger as
      *>     TRUNCAGE loaded it (see AGPREREC), provided it was taken
      *>     after that night's run started and its entry count
      *>     balances;
      *>   - TRUNCAUDT and TRUNCRST records stamped at or after the
      *>     night's first TRUNCCHK start, and the TRUNCHIST rows for
      *>     the run date, are removed from the live files and kept,
      *>     in their original layouts, on the backout archives
      *>     TRUNCAUDTBKO, TRUNCRSTBKO and TRUNCHISTBKO;
      *>   - each TRUNCAUDT event removed is deleted by key from the
      *>     indexed audit store TRUNCAUDX (see AUDXREC) -- it is
      *>     already kept on TRUNCAUDTBKO, so nothing is archived
      *>     twice.  A store not built yet has nothing to back out;
      *>   - the night's receipts on the transmission register
      *>     TRUNCXMIT (see XMITREC) are voided by appending a
      *>     backout row for each, so XMITCHK accepts the corrected
      *>     re-send as new even when it carries the same file date,
      *>     count and key hash.
      *> A pre-image that does not belong to the night (the step did
      *> not run, or has run again since) leaves that file as it is
      *> and says so on the report.
      *> A partitioned night (see TRUNCSPLT) is backed out one
      *> partition at a time, with "PART=n" on the PARM and that
      *> partition's TRUNCAUDT and TRUNCRST mapped in exactly as
      *> for its TRUNCCHK run.  Only that partition's TRUNCHIST rows
      *> and TRUNCXMIT receipts are removed, so the backouts of the
      *> other partitions still find the night.  TRUNCBASE and
      *> TRUNCAGEINV belong to the whole night: the first
      *> partition's backout restores them, and the others restore
      *> them again from the same pre-images, which changes nothing.
      *> Only the latest night on TRUNCHIST can be backed out: the
      *> pre-images are one generation deep, and undoing an older
      *> night would also discard every night run on top of it.
      *> A live file is only ever replaced from a finished work file
      *> whose record count has been proved: the split is written to
      *> the work file, the work file is read back and counted
      *> against the records kept, the replacement is noted on the
      *> control file TRUNCBKOCTL, and only then is the live file
      *> rewritten, every write checked.  A backout that stops while
      *> a live file is being rewritten leaves that note behind, and
      *> the next run finishes the replacement from the work file
      *> before doing anything else -- never re-splitting a half-
      *> written live file.  The records backed out are held on a
      *> staging file (TRUNCAUDTSTG, TRUNCRSTSTG, TRUNCHISTSTG) and
      *> only appended to their archive once the live file is whole;
      *> the append is noted on TRUNCBKOCTL with the archive's count
      *> before it, so a run that stops part way through is finished
      *> by the next one with only the records not yet appended, and
      *> a run that stops before it re-splits and restages from
      *> scratch -- the archives never get the night twice.
      *> TRUNCBASE and TRUNCAGEINV are rebuilt
      *> from their pre-images, which a failed restore leaves
      *> untouched, and their restored counts are proved the same
      *> way.  TRUNCHIST is done last, so a backout that stops part
      *> way can simply be run again -- the night is still on the
      *> history, and every step above repeats harmlessly.  Once it
      *> completes, the night (or partition) is gone from TRUNCHIST
      *> and a second backout of the same date is refused.
      *> TRUNCBKOUT-RPT shows each file before and after.
      *> Invoke with a PARM of "yyyymmdd userid [PART=n]", e.g.
      *> "20240315 JSMITH"; the user id is recorded on the report,
      *> the console and the TRUNCXMIT backout rows so the backout
      *> has an owner.
      *> Return code: 0 = night backed out, 4 = backed out but a
      *> pre-image could not be used or TRUNCXMIT could not be
      *> updated (see report), 16 = refused or aborted.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RUN-HISTORY-FILE ASSIGN TO "TRUNCHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT HISTORY-BACKOUT-FILE ASSIGN TO "TRUNCHISTBKO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BKO-STATUS.

           SELECT HISTORY-WORK-FILE ASSIGN TO "TRUNCHISTWRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.

           SELECT HISTORY-STAGE-FILE ASSIGN TO "TRUNCHISTSTG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.

           SELECT OPTIONAL TRUNC-AUDIT-FILE ASSIGN TO "TRUNCAUDT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT AUDIT-BACKOUT-FILE ASSIGN TO "TRUNCAUDTBKO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BKO-STATUS.

           SELECT AUDIT-INDEX-FILE ASSIGN TO "TRUNCAUDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AX-AUDIT-KEY
               ALTERNATE RECORD KEY IS AX-TIMESTAMP WITH DUPLICATES
               FILE STATUS IS WS-AUDX-STATUS.

           SELECT AUDIT-WORK-FILE ASSIGN TO "TRUNCAUDTWRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.

           SELECT AUDIT-STAGE-FILE ASSIGN TO "TRUNCAUDTSTG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.

           SELECT OPTIONAL RESTART-FILE ASSIGN TO "TRUNCRST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESTART-STATUS.

           SELECT RESTART-BACKOUT-FILE ASSIGN TO "TRUNCRSTBKO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BKO-STATUS.

           SELECT RESTART-WORK-FILE ASSIGN TO "TRUNCRSTWRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.

           SELECT RESTART-STAGE-FILE ASSIGN TO "TRUNCRSTSTG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.

           SELECT OPTIONAL BASELINE-FILE ASSIGN TO "TRUNCBASE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BASE-STATUS.

           SELECT OPTIONAL BASELINE-PRIOR-FILE
               ASSIGN TO "TRUNCBASEPRE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRE-STATUS.

           SELECT OPTIONAL AGE-INV-FILE ASSIGN TO "TRUNCAGEINV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INV-STATUS.

           SELECT OPTIONAL AGE-PRE-FILE ASSIGN TO "TRUNCAGEPRE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRE-STATUS.

           SELECT OPTIONAL XMIT-REGISTER-FILE ASSIGN TO "TRUNCXMIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XMIT-STATUS.

           SELECT OPTIONAL BACKOUT-CONTROL-FILE
               ASSIGN TO "TRUNCBKOCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

           SELECT BKOUT-RPT-FILE ASSIGN TO "TRUNCBKOUT-RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-HISTORY-FILE.
       01  RUN-HISTORY-RECORD.
           COPY HISTREC.

       FD  HISTORY-BACKOUT-FILE.
       01  HISTORY-BACKOUT-RECORD      PIC X(100).

       FD  HISTORY-WORK-FILE.
       01  HISTORY-WORK-RECORD         PIC X(100).

       FD  HISTORY-STAGE-FILE.
       01  HISTORY-STAGE-RECORD        PIC X(100).

       FD  TRUNC-AUDIT-FILE.
       01  TRUNC-AUDIT-RECORD.
           COPY AUDTREC.

       FD  AUDIT-BACKOUT-FILE.
       01  AUDIT-BACKOUT-RECORD        PIC X(39).

       FD  AUDIT-WORK-FILE.
       01  AUDIT-WORK-RECORD           PIC X(39).

       FD  AUDIT-STAGE-FILE.
       01  AUDIT-STAGE-RECORD          PIC X(39).

       FD  AUDIT-INDEX-FILE.
       01  AUDIT-INDEX-RECORD.
           COPY AUDXREC.

       FD  RESTART-FILE.
       01  RESTART-RECORD.
           COPY RSTRTREC.

       FD  RESTART-BACKOUT-FILE.
       01  RESTART-BACKOUT-RECORD      PIC X(40).

       FD  RESTART-WORK-FILE.
       01  RESTART-WORK-RECORD         PIC X(40).

       FD  RESTART-STAGE-FILE.
       01  RESTART-STAGE-RECORD        PIC X(40).

       FD  BASELINE-FILE.
       01  BASELINE-RECORD.
           05  BA-RECORD-TYPE          PIC X(1).
           05  BA-RECORD-KEY           PIC X(10).
           05  BA-CONT-SEQ             PIC 9(2).
           05  BA-SOURCE-STRING        PIC X(200).

       FD  BASELINE-PRIOR-FILE.
       01  BASELINE-PRIOR-RECORD.
           COPY BASEPREREC.

       FD  AGE-INV-FILE.
       01  AGE-INV-RECORD.
           COPY AGINVREC.

       FD  AGE-PRE-FILE.
       01  AGE-PRE-RECORD.
           COPY AGPREREC.

       FD  XMIT-REGISTER-FILE.
       01  XMIT-REGISTER-RECORD.
           COPY XMITREC.

      *> One row while a live file is being rewritten from its work
      *> file, or an archive appended to from its staging file, none
      *> otherwise -- see the note at the top.  For a live file the
      *> count is the records it must receive; for an archive, the
      *> records it held before the append.
       FD  BACKOUT-CONTROL-FILE.
       01  BACKOUT-CONTROL-RECORD.
           05  BC-FILE-NAME            PIC X(12).
           05  BC-RECORD-COUNT         PIC 9(9).
           05  BC-PARTITION-ID         PIC X(1).
           05  BC-RUN-DATE             PIC 9(8).
           05  BC-USER-ID              PIC X(8).
           05  BC-NOTED-TIMESTAMP      PIC X(21).

       FD  BKOUT-RPT-FILE.
       01  BKOUT-RPT-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-HISTORY-STATUS           PIC X(2) VALUE "00".
       01  WS-AUDIT-STATUS             PIC X(2) VALUE "00".
       01  WS-AUDX-STATUS              PIC X(2) VALUE "00".
       01  WS-RESTART-STATUS           PIC X(2) VALUE "00".
       01  WS-BASE-STATUS              PIC X(2) VALUE "00".
       01  WS-INV-STATUS               PIC X(2) VALUE "00".
       01  WS-PRE-STATUS               PIC X(2) VALUE "00".
       01  WS-BKO-STATUS               PIC X(2) VALUE "00".
       01  WS-WORK-STATUS              PIC X(2) VALUE "00".
       01  WS-XMIT-STATUS              PIC X(2) VALUE "00".
       01  WS-CTL-STATUS               PIC X(2) VALUE "00".
       01  WS-RPT-STATUS               PIC X(2) VALUE "00".

       01  WS-EOF-SWITCH               PIC X(1) VALUE "N".
           88  WS-END-OF-INPUT         VALUE "Y".

       01  WS-PARM-STRING              PIC X(80) VALUE SPACES.
       01  WS-PARM-TOKEN               PIC X(8) VALUE SPACES.
       01  WS-TOKEN-LEN                PIC 9(4) COMP VALUE 0.
       01  WS-USER-ID                  PIC X(8) VALUE SPACES.
       01  WS-PARM-PART                PIC X(8) VALUE SPACES.
       01  WS-BKO-PARTITION            PIC X(1) VALUE SPACE.
       01  WS-BACKOUT-DATE             PIC 9(8) VALUE 0.
       01  WS-RUN-TIMESTAMP            PIC X(21) VALUE SPACES.

      *> What TRUNCHIST says about the night: the earliest TRUNCCHK
      *> start on the run date, the latest end before it, and the
      *> latest run date on file (which must be the run date).
       01  WS-NIGHT-START              PIC X(21) VALUE HIGH-VALUES.
       01  WS-PREV-END                 PIC X(21) VALUE LOW-VALUES.
       01  WS-LATEST-RUN-DATE          PIC 9(8) VALUE 0.
      *> Runs on the date for the partition being backed out (blank
      *> for an unpartitioned night), and for any other partition.
       01  WS-NIGHT-RUNS               PIC 9(9) COMP VALUE 0.
       01  WS-OTHER-PART-RUNS          PIC 9(9) COMP VALUE 0.

      *> Live-file replacement: the record count the work file must
      *> hold and the live file must receive, and the note of a
      *> replacement left unfinished by an earlier run.
       01  WS-EXPECTED-COUNT           PIC 9(9) COMP VALUE 0.
       01  WS-COPIED-COUNT             PIC 9(9) COMP VALUE 0.
       01  WS-PENDING-FILE             PIC X(12) VALUE SPACES.
       01  WS-PENDING-PART             PIC X(1) VALUE SPACE.
       01  WS-PENDING-DATE             PIC 9(8) VALUE 0.
       01  WS-FINISHED-FILE            PIC X(12) VALUE SPACES.
       01  WS-FINISHED-COUNT           PIC 9(9) COMP VALUE 0.
      *> Archive append: records on the archive now, records on the
      *> staging file read so far, and how many of those the archive
      *> already holds from an append that stopped part way.
       01  WS-ARCHIVE-COUNT            PIC 9(9) COMP VALUE 0.
       01  WS-STAGE-COUNT              PIC 9(9) COMP VALUE 0.
       01  WS-STAGE-SKIP               PIC 9(9) COMP VALUE 0.

       01  WS-AUDX-SWITCH              PIC X(1) VALUE "N".
           88  WS-AUDX-OPEN            VALUE "Y".

      *> The night's receipts on TRUNCXMIT still in force, by
      *> transmission identity.  A night registers one per step and
      *> partition, so a small table is ample.
       01  WS-VOID-FLOOR               PIC 9(8) VALUE 0.
       01  WS-VOID-FLOOR-X REDEFINES WS-VOID-FLOOR
                                       PIC X(8).
       01  WS-RCPT-MAX                 PIC 9(4) COMP VALUE 20.
       01  WS-RCPT-COUNT               PIC 9(4) COMP VALUE 0.
       01  WS-RCPT-IDX                 PIC 9(4) COMP VALUE 0.
       01  WS-SCAN-IDX                 PIC 9(4) COMP VALUE 0.
       01  WS-RCPT-TABLE.
           05  WS-RCPT-ENTRY OCCURS 20 TIMES.
               10  WS-RCPT-STAGE       PIC X(10).
               10  WS-RCPT-PARTITION   PIC X(1).
               10  WS-RCPT-FILE-DATE   PIC 9(8).
               10  WS-RCPT-RECORDS     PIC 9(9).
               10  WS-RCPT-KEY-HASH    PIC 9(18).
               10  WS-RCPT-STATE       PIC X(1).
                   88  WS-RCPT-IN-FORCE VALUE "Y".
       01  WS-XMIT-UPDATE-SWITCH       PIC X(1) VALUE "Y".
           88  WS-XMIT-UPDATABLE       VALUE "Y".

      *> Pre-image checks -- set by the CHECK- paragraphs, tested by
      *> the RESTORE- paragraphs.
       01  WS-PRE-USABLE-SWITCH        PIC X(1) VALUE "N".
           88  WS-PRE-USABLE           VALUE "Y".
       01  WS-PRE-TRAILER-SWITCH       PIC X(1) VALUE "N".
           88  WS-PRE-TRAILER-SEEN     VALUE "Y".
       01  WS-PRE-TIMESTAMP            PIC X(21) VALUE SPACES.
       01  WS-PRE-DATA-COUNT           PIC 9(9) COMP VALUE 0.
       01  WS-PRE-TRL-COUNT            PIC 9(9) VALUE 0.
       01  WS-SKIP-REASON              PIC X(50) VALUE SPACES.

       01  WS-CONTROL-RECORD.
           COPY CTLREC.

       01  WS-BKOUT-COUNTERS.
           05  WS-BASE-BEFORE          PIC 9(9) COMP VALUE 0.
           05  WS-BASE-AFTER           PIC 9(9) COMP VALUE 0.
           05  WS-BASE-DATE-BEFORE     PIC 9(8) VALUE 0.
           05  WS-BASE-DATE-AFTER      PIC 9(8) VALUE 0.
           05  WS-INV-BEFORE           PIC 9(9) COMP VALUE 0.
           05  WS-INV-AFTER            PIC 9(9) COMP VALUE 0.
           05  WS-INV-OPEN-BEFORE      PIC 9(9) COMP VALUE 0.
           05  WS-INV-OPEN-AFTER       PIC 9(9) COMP VALUE 0.
           05  WS-AUDIT-BEFORE         PIC 9(9) COMP VALUE 0.
           05  WS-AUDIT-BACKED-OUT     PIC 9(9) COMP VALUE 0.
           05  WS-AUDIT-AFTER          PIC 9(9) COMP VALUE 0.
           05  WS-AUDX-BACKED-OUT      PIC 9(9) COMP VALUE 0.
           05  WS-AUDX-NOT-FOUND       PIC 9(9) COMP VALUE 0.
           05  WS-XMIT-BEFORE          PIC 9(9) COMP VALUE 0.
           05  WS-XMIT-VOIDED          PIC 9(9) COMP VALUE 0.
           05  WS-RESTART-BEFORE       PIC 9(9) COMP VALUE 0.
           05  WS-RESTART-BACKED-OUT   PIC 9(9) COMP VALUE 0.
           05  WS-RESTART-AFTER        PIC 9(9) COMP VALUE 0.
           05  WS-HISTORY-BEFORE       PIC 9(9) COMP VALUE 0.
           05  WS-HISTORY-BACKED-OUT   PIC 9(9) COMP VALUE 0.
           05  WS-HISTORY-AFTER        PIC 9(9) COMP VALUE 0.
           05  WS-SKIP-COUNT           PIC 9(9) COMP VALUE 0.

      *> One before/after report line: label, then both values.
       01  WS-RPT-LABEL                PIC X(27) VALUE SPACES.
       01  WS-RPT-BEFORE               PIC 9(9) VALUE 0.
       01  WS-RPT-AFTER                PIC 9(9) VALUE 0.

       01  WS-BKOUT-EDIT-FIELDS.
           05  WS-ED-COUNT             PIC ZZZZZZZZ9.
           05  WS-ED-BEFORE            PIC ZZZZZZZZ9.
           05  WS-ED-AFTER             PIC ZZZZZZZZ9.

       01  WS-FINAL-RC                 PIC 9(2) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-PARM-STRING FROM COMMAND-LINE
           PERFORM PARSE-BACKOUT-PARM
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP

           PERFORM FINISH-PENDING-REPLACEMENT
           PERFORM SCAN-RUN-HISTORY
           DISPLAY "TRUNCBKOUT: backing out run date " WS-BACKOUT-DATE
                   " partition " WS-BKO-PARTITION
                   " for " WS-USER-ID ", night started "
                   WS-NIGHT-START(1:14)

           OPEN OUTPUT BKOUT-RPT-FILE
           MOVE SPACES TO BKOUT-RPT-LINE
           STRING "Nightly Cycle Backout Report"
                   DELIMITED BY SIZE
               INTO BKOUT-RPT-LINE
           WRITE BKOUT-RPT-LINE
           MOVE SPACES TO BKOUT-RPT-LINE
           STRING "Run date backed out.......: " DELIMITED BY SIZE
                  WS-BACKOUT-DATE DELIMITED BY SIZE
                  "  night start " DELIMITED BY SIZE
                  WS-NIGHT-START(1:14) DELIMITED BY SIZE
               INTO BKOUT-RPT-LINE
           WRITE BKOUT-RPT-LINE
           MOVE SPACES TO BKOUT-RPT-LINE
           STRING "Backed out by.............: " DELIMITED BY SIZE
                  WS-USER-ID DELIMITED BY SIZE
                  "  at " DELIMITED BY SIZE
                  WS-RUN-TIMESTAMP(1:14) DELIMITED BY SIZE
               INTO BKOUT-RPT-LINE
           WRITE BKOUT-RPT-LINE
           IF WS-BKO-PARTITION NOT = SPACE
               MOVE SPACES TO BKOUT-RPT-LINE
               STRING "Partition.................: " DELIMITED BY SIZE
                      WS-BKO-PARTITION DELIMITED BY SIZE
                   INTO BKOUT-RPT-LINE
               WRITE BKOUT-RPT-LINE
           END-IF
           IF WS-FINISHED-FILE NOT = SPACES
               PERFORM WRITE-FINISHED-LINE
           END-IF

           PERFORM RESTORE-BASELINE
           PERFORM RESTORE-AGING-LEDGER
           PERFORM BACK-OUT-AUDIT-TRAIL
           PERFORM BACK-OUT-CHECKPOINTS
           PERFORM VOID-NIGHT-RECEIPTS
           PERFORM BACK-OUT-RUN-HISTORY
           PERFORM WRITE-BKOUT-SUMMARY

           CLOSE BKOUT-RPT-FILE

           IF WS-SKIP-COUNT > 0
               MOVE 4 TO WS-FINAL-RC
           END-IF
           DISPLAY "TRUNCBKOUT: run date " WS-BACKOUT-DATE
                   " audit=" WS-AUDIT-BACKED-OUT
                   " indexed=" WS-AUDX-BACKED-OUT
                   " receipts=" WS-XMIT-VOIDED
                   " checkpoints=" WS-RESTART-BACKED-OUT
                   " history=" WS-HISTORY-BACKED-OUT
                   " not restored=" WS-SKIP-COUNT
                   " rc=" WS-FINAL-RC
           MOVE WS-FINAL-RC TO RETURN-CODE
           STOP RUN.

       PARSE-BACKOUT-PARM.
      *> Neither token has a default: guessing the night to undo, or
      *> undoing it anonymously, is not something to do on a typo.
           MOVE SPACES TO WS-PARM-TOKEN
           UNSTRING WS-PARM-STRING DELIMITED BY ALL SPACES
               INTO WS-PARM-TOKEN WS-USER-ID WS-PARM-PART
           MOVE 0 TO WS-TOKEN-LEN
           IF WS-PARM-TOKEN NOT = SPACES
               MOVE FUNCTION LENGTH
                       (FUNCTION TRIM(WS-PARM-TOKEN TRAILING))
                   TO WS-TOKEN-LEN
           END-IF
           IF WS-TOKEN-LEN NOT = 8
               OR WS-PARM-TOKEN IS NOT NUMERIC
               OR WS-USER-ID = SPACES
               DISPLAY "TRUNCBKOUT: PARM of ""yyyymmdd userid"" "
                       "required - nothing backed out."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-PARM-TOKEN TO WS-BACKOUT-DATE
           IF WS-PARM-PART NOT = SPACES
               IF WS-PARM-PART(1:5) = "PART="
                   AND WS-PARM-PART(6:1) NOT = SPACE
                   AND WS-PARM-PART(7:2) = SPACES
                   MOVE WS-PARM-PART(6:1) TO WS-BKO-PARTITION
               ELSE
                   DISPLAY "TRUNCBKOUT: third PARM token must be "
                           """PART=n"" - nothing backed out."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       FINISH-PENDING-REPLACEMENT.
      *> A note on TRUNCBKOCTL means an earlier run stopped while
      *> rewriting a live file, which is now short.  It is finished
      *> from the work file before anything reads that live file.
           MOVE SPACES TO WS-PENDING-FILE
           OPEN INPUT BACKOUT-CONTROL-FILE
           IF WS-CTL-STATUS NOT = "00"
               AND WS-CTL-STATUS NOT = "05"
               DISPLAY "Error: TRUNCBKOCTL open status="
                       WS-CTL-STATUS " - nothing backed out."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-CTL-STATUS = "00"
               READ BACKOUT-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE BC-FILE-NAME TO WS-PENDING-FILE
                       MOVE BC-RECORD-COUNT TO WS-EXPECTED-COUNT
                       MOVE BC-PARTITION-ID TO WS-PENDING-PART
                       MOVE BC-RUN-DATE TO WS-PENDING-DATE
               END-READ
           END-IF
           CLOSE BACKOUT-CONTROL-FILE
           IF WS-PENDING-FILE NOT = SPACES
               PERFORM FINISH-REPLACEMENT
           END-IF.

       FINISH-REPLACEMENT.
      *> The live and work files mapped in must be the ones the
      *> stopped run was using, so the PARM must be the same.
           IF WS-PENDING-DATE NOT = WS-BACKOUT-DATE
               OR WS-PENDING-PART NOT = WS-BKO-PARTITION
               DISPLAY "Error: the backout of run date "
                       WS-PENDING-DATE " partition " WS-PENDING-PART
                       " stopped while rewriting "
                       FUNCTION TRIM(WS-PENDING-FILE TRAILING)
                       " - rerun it with that PARM first, nothing"
                       " backed out."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "TRUNCBKOUT: finishing the interrupted rewrite of "
                   FUNCTION TRIM(WS-PENDING-FILE TRAILING)
                   " from its work file"
           MOVE WS-PENDING-FILE TO WS-FINISHED-FILE
           EVALUATE WS-PENDING-FILE
               WHEN "TRUNCAUDT"
                   PERFORM REPLACE-AUDIT-FILE
               WHEN "TRUNCRST"
                   PERFORM REPLACE-RESTART-FILE
               WHEN "TRUNCHIST"
                   PERFORM REPLACE-HISTORY-FILE
               WHEN "TRUNCAUDTBKO"
                   PERFORM APPEND-AUDIT-STAGE
                   PERFORM CLEAR-REPLACEMENT-PENDING
               WHEN "TRUNCRSTBKO"
                   PERFORM APPEND-RESTART-STAGE
                   PERFORM CLEAR-REPLACEMENT-PENDING
               WHEN "TRUNCHISTBKO"
                   PERFORM APPEND-HISTORY-STAGE
                   PERFORM CLEAR-REPLACEMENT-PENDING
               WHEN OTHER
                   DISPLAY "Error: TRUNCBKOCTL names unknown file "
                           WS-PENDING-FILE " - nothing backed out."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           MOVE WS-COPIED-COUNT TO WS-FINISHED-COUNT
      *> TRUNCHIST is rewritten last, so once it is whole and its
      *> archive appended to, the night is fully backed out -- add
      *> that to the stopped run's report.
           IF WS-FINISHED-FILE = "TRUNCHIST"
               OR WS-FINISHED-FILE = "TRUNCHISTBKO"
               OPEN EXTEND BKOUT-RPT-FILE
               IF WS-RPT-STATUS NOT = "00"
                   OPEN OUTPUT BKOUT-RPT-FILE
               END-IF
               PERFORM WRITE-FINISHED-LINE
               MOVE SPACES TO BKOUT-RPT-LINE
               STRING "Backout of run date " DELIMITED BY SIZE
                      WS-BACKOUT-DATE DELIMITED BY SIZE
                      " completed by " DELIMITED BY SIZE
                      WS-USER-ID DELIMITED BY SIZE
                   INTO BKOUT-RPT-LINE
               WRITE BKOUT-RPT-LINE
               CLOSE BKOUT-RPT-FILE
               DISPLAY "TRUNCBKOUT: run date " WS-BACKOUT-DATE
                       " backout completed rc=00"
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF.

       WRITE-FINISHED-LINE.
           MOVE WS-FINISHED-COUNT TO WS-ED-COUNT
           MOVE SPACES TO BKOUT-RPT-LINE
           STRING "Interrupted rewrite.......: " DELIMITED BY SIZE
                  WS-FINISHED-FILE DELIMITED BY SPACE
                  " finished, " DELIMITED BY SIZE
                  WS-ED-COUNT DELIMITED BY SIZE
                  " records" DELIMITED BY SIZE
               INTO BKOUT-RPT-LINE
           WRITE BKOUT-RPT-LINE.

       SCAN-RUN-HISTORY.
      *> One row per TRUNCCHK run (per partition on a partitioned
      *> night).  The night must be on file and must be the latest
      *> one -- see the note at the top.
           OPEN INPUT RUN-HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = "00"
               DISPLAY "Error: TRUNCHIST open status="
                       WS-HISTORY-STATUS
                       " - no run history, nothing backed out."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-END-OF-INPUT
               READ RUN-HISTORY-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       PERFORM TALLY-HISTORY-ROW
               END-READ
           END-PERFORM
           MOVE "N" TO WS-EOF-SWITCH
           CLOSE RUN-HISTORY-FILE

           IF WS-BKO-PARTITION = SPACE
               AND WS-OTHER-PART-RUNS > 0
               DISPLAY "Error: run date " WS-BACKOUT-DATE
                       " was partitioned - back out each partition "
                       "with PART=n, nothing backed out."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-NIGHT-RUNS = 0
               DISPLAY "Error: no TRUNCHIST run for " WS-BACKOUT-DATE
                       " partition " WS-BKO-PARTITION
                       " - not run, or already backed out."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-LATEST-RUN-DATE > WS-BACKOUT-DATE
               DISPLAY "Error: TRUNCHIST has runs up to "
                       WS-LATEST-RUN-DATE " - only the latest night "
                       "can be backed out, nothing backed out."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       TALLY-HISTORY-ROW.
      *> A DUPXMIT row is a run that found TRUNCIN already on the
      *> TRUNCXMIT register and stopped before touching anything, so
      *> it neither makes a later night nor moves the night's window.
           ADD 1 TO WS-HISTORY-BEFORE
           IF HS-COMPLETION-STATE NOT = "DUPXMIT"
               PERFORM TALLY-PROCESSING-RUN
           END-IF.

       TALLY-PROCESSING-RUN.
           IF HS-RUN-DATE > WS-LATEST-RUN-DATE
               MOVE HS-RUN-DATE TO WS-LATEST-RUN-DATE
           END-IF
      *> The night starts with its first run of any partition.
           IF HS-RUN-DATE = WS-BACKOUT-DATE
               IF HS-PARTITION-ID = WS-BKO-PARTITION
                   ADD 1 TO WS-NIGHT-RUNS
               ELSE
                   ADD 1 TO WS-OTHER-PART-RUNS
               END-IF
               IF HS-START-TIME(1:16) < WS-NIGHT-START(1:16)
                   MOVE HS-START-TIME TO WS-NIGHT-START
               END-IF
           END-IF
           IF HS-RUN-DATE < WS-BACKOUT-DATE
               AND HS-END-TIME(1:16) > WS-PREV-END(1:16)
               MOVE HS-END-TIME TO WS-PREV-END
           END-IF.

       RESTORE-BASELINE.
           PERFORM COUNT-BASELINE
           MOVE WS-BASE-AFTER TO WS-BASE-BEFORE
           MOVE WS-BASE-DATE-AFTER TO WS-BASE-DATE-BEFORE
           PERFORM CHECK-BASELINE-PRE
           IF WS-PRE-USABLE
               PERFORM COPY-BASELINE-PRE-BACK
               PERFORM COUNT-BASELINE
               IF WS-BASE-AFTER NOT = WS-PRE-DATA-COUNT
                   DISPLAY "Error: TRUNCBASE holds " WS-BASE-AFTER
                           " records after restore, "
                           WS-PRE-DATA-COUNT " expected - "
                           "TRUNCBASEPRE is unchanged, rerun the "
                           "backout."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           ELSE
               MOVE "TRUNCBASE not restored:" TO WS-RPT-LABEL
               PERFORM WRITE-SKIP-LINE
           END-IF

           MOVE "TRUNCBASE records........:" TO WS-RPT-LABEL
           MOVE WS-BASE-BEFORE TO WS-RPT-BEFORE
           MOVE WS-BASE-AFTER TO WS-RPT-AFTER
           PERFORM WRITE-BEFORE-AFTER
           MOVE "TRUNCBASE file date......:" TO WS-RPT-LABEL
           MOVE WS-BASE-DATE-BEFORE TO WS-RPT-BEFORE
           MOVE WS-BASE-DATE-AFTER TO WS-RPT-AFTER
           PERFORM WRITE-BEFORE-AFTER.

       COUNT-BASELINE.
      *> Data records and header file date of TRUNCBASE as it
      *> stands, counted into the AFTER fields -- RESTORE-BASELINE
      *> copies the first count to BEFORE.
           MOVE 0 TO WS-BASE-AFTER
           MOVE 0 TO WS-BASE-DATE-AFTER
           OPEN INPUT BASELINE-FILE
           IF WS-BASE-STATUS = "00"
               PERFORM UNTIL WS-END-OF-INPUT
                   READ BASELINE-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           EVALUATE BA-RECORD-TYPE
                               WHEN "H"
                                   MOVE BASELINE-RECORD
                                       TO WS-CONTROL-RECORD
                                   MOVE TC-FILE-DATE
                                       TO WS-BASE-DATE-AFTER
                               WHEN "T"
                                   CONTINUE
                               WHEN OTHER
                                   ADD 1 TO WS-BASE-AFTER
                           END-EVALUATE
                   END-READ
               END-PERFORM
               MOVE "N" TO WS-EOF-SWITCH
           END-IF
           CLOSE BASELINE-FILE.

       CHECK-BASELINE-PRE.
      *> TRUNCDLT runs ahead of TRUNCCHK, so a pre-image taken that
      *> night is stamped after the previous night's run ended and
      *> no later than this night's first TRUNCCHK start.  Anything
      *> else is a pre-image from some other night -- the delta pass
      *> did not run this night, and TRUNCBASE was never touched.
      *> A pre-image from the night must also be whole: header,
      *> data and a trailer whose count matches, the same proof
      *> TRUNCDLT demanded when it read the baseline.
           MOVE "N" TO WS-PRE-USABLE-SWITCH
           MOVE "N" TO WS-PRE-TRAILER-SWITCH
           MOVE SPACES TO WS-PRE-TIMESTAMP
           MOVE 0 TO WS-PRE-DATA-COUNT
           MOVE 0 TO WS-PRE-TRL-COUNT
           OPEN INPUT BASELINE-PRIOR-FILE
           IF WS-PRE-STATUS NOT = "00"
               MOVE "no TRUNCBASEPRE - delta pass not run"
                   TO WS-SKIP-REASON
               CLOSE BASELINE-PRIOR-FILE
           ELSE
               READ BASELINE-PRIOR-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       IF BP-STAMP-ROW
                           MOVE BP-TAKEN-TIMESTAMP
                               TO WS-PRE-TIMESTAMP
                       END-IF
               END-READ
               PERFORM UNTIL WS-END-OF-INPUT
                   READ BASELINE-PRIOR-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           PERFORM TALLY-BASELINE-PRE-ROW
                   END-READ
               END-PERFORM
               MOVE "N" TO WS-EOF-SWITCH
               CLOSE BASELINE-PRIOR-FILE
               EVALUATE TRUE
                   WHEN WS-PRE-TIMESTAMP = SPACES
                       MOVE "TRUNCBASEPRE has no stamp row"
                           TO WS-SKIP-REASON
                   WHEN WS-PRE-TIMESTAMP(1:16) <= WS-PREV-END(1:16)
                     OR WS-PRE-TIMESTAMP(1:16) > WS-NIGHT-START(1:16)
                       MOVE "delta pass not run that night"
                           TO WS-SKIP-REASON
                   WHEN NOT WS-PRE-TRAILER-SEEN
                     OR WS-PRE-TRL-COUNT NOT = WS-PRE-DATA-COUNT
                       MOVE "TRUNCBASEPRE incomplete - restore by hand"
                           TO WS-SKIP-REASON
                       ADD 1 TO WS-SKIP-COUNT
                   WHEN OTHER
                       MOVE "Y" TO WS-PRE-USABLE-SWITCH
               END-EVALUATE
           END-IF.

       TALLY-BASELINE-PRE-ROW.
           EVALUATE BP-RECORD-TYPE
               WHEN "H"
                   CONTINUE
               WHEN "T"
                   MOVE BP-RECORD-DATA TO WS-CONTROL-RECORD
                   MOVE TC-RECORD-COUNT TO WS-PRE-TRL-COUNT
                   MOVE "Y" TO WS-PRE-TRAILER-SWITCH
               WHEN OTHER
                   ADD 1 TO WS-PRE-DATA-COUNT
           END-EVALUATE.

       COPY-BASELINE-PRE-BACK.
      *> The pre-image has just been read through cleanly, so it is
      *> the proven copy TRUNCBASE is rebuilt from; the stamp row is
      *> the pre-image's own and is not carried back.
           OPEN INPUT BASELINE-PRIOR-FILE
           IF WS-PRE-STATUS NOT = "00"
               DISPLAY "Error: TRUNCBASEPRE open status="
                       WS-PRE-STATUS " - backout aborted."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT BASELINE-FILE
           IF WS-BASE-STATUS NOT = "00"
               AND WS-BASE-STATUS NOT = "05"
               PERFORM ABORT-PRE-IMAGE-RESTORE
           END-IF
           PERFORM UNTIL WS-END-OF-INPUT
               READ BASELINE-PRIOR-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       IF NOT BP-STAMP-ROW
                           WRITE BASELINE-RECORD FROM BP-RECORD-DATA
                           IF WS-BASE-STATUS NOT = "00"
                               PERFORM ABORT-PRE-IMAGE-RESTORE
                           END-IF
                       END-IF
               END-READ
               IF WS-PRE-STATUS NOT = "00"
                   AND WS-PRE-STATUS NOT = "10"
                   DISPLAY "Error: TRUNCBASEPRE read status="
                           WS-PRE-STATUS " - TRUNCBASE incomplete, "
                           "backout aborted."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-PERFORM
           MOVE "N" TO WS-EOF-SWITCH
           CLOSE BASELINE-PRIOR-FILE
                 BASELINE-FILE.

       RESTORE-AGING-LEDGER.
           PERFORM COUNT-AGING-LEDGER
           MOVE WS-INV-AFTER TO WS-INV-BEFORE
           MOVE WS-INV-OPEN-AFTER TO WS-INV-OPEN-BEFORE
           PERFORM CHECK-AGING-PRE
           IF WS-PRE-USABLE
               PERFORM COPY-AGING-PRE-BACK
               PERFORM COUNT-AGING-LEDGER
               IF WS-INV-AFTER NOT = WS-PRE-DATA-COUNT
                   DISPLAY "Error: TRUNCAGEINV holds " WS-INV-AFTER
                           " entries after restore, "
                           WS-PRE-DATA-COUNT " expected - "
                           "TRUNCAGEPRE is unchanged, rerun the "
                           "backout."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           ELSE
               MOVE "TRUNCAGEINV not restored:" TO WS-RPT-LABEL
               PERFORM WRITE-SKIP-LINE
           END-IF

           MOVE "TRUNCAGEINV entries......:" TO WS-RPT-LABEL
           MOVE WS-INV-BEFORE TO WS-RPT-BEFORE
           MOVE WS-INV-AFTER TO WS-RPT-AFTER
           PERFORM WRITE-BEFORE-AFTER
           MOVE "TRUNCAGEINV open entries.:" TO WS-RPT-LABEL
           MOVE WS-INV-OPEN-BEFORE TO WS-RPT-BEFORE
           MOVE WS-INV-OPEN-AFTER TO WS-RPT-AFTER
           PERFORM WRITE-BEFORE-AFTER.

       COUNT-AGING-LEDGER.
           MOVE 0 TO WS-INV-AFTER
           MOVE 0 TO WS-INV-OPEN-AFTER
           OPEN INPUT AGE-INV-FILE
           IF WS-INV-STATUS = "00"
               PERFORM UNTIL WS-END-OF-INPUT
                   READ AGE-INV-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           ADD 1 TO WS-INV-AFTER
                           IF AG-STATUS-OPEN
                               ADD 1 TO WS-INV-OPEN-AFTER
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "N" TO WS-EOF-SWITCH
           END-IF
           CLOSE AGE-INV-FILE.

       CHECK-AGING-PRE.
      *> TRUNCAGE runs after TRUNCCHK, so a pre-image taken that
      *> night is stamped at or after the night's first TRUNCCHK
      *> start; an older one means aging has not run since, and the
      *> ledger still is what it was before the night.
           MOVE "N" TO WS-PRE-USABLE-SWITCH
           MOVE SPACES TO WS-PRE-TIMESTAMP
           MOVE 0 TO WS-PRE-DATA-COUNT
           MOVE 0 TO WS-PRE-TRL-COUNT
           OPEN INPUT AGE-PRE-FILE
           IF WS-PRE-STATUS NOT = "00"
               MOVE "no TRUNCAGEPRE - aging not run"
                   TO WS-SKIP-REASON
               CLOSE AGE-PRE-FILE
           ELSE
               PERFORM UNTIL WS-END-OF-INPUT
                   READ AGE-PRE-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           IF AP-HEADER-ROW
                               MOVE AP-TAKEN-TIMESTAMP
                                   TO WS-PRE-TIMESTAMP
                               MOVE AP-ENTRY-COUNT
                                   TO WS-PRE-TRL-COUNT
                           ELSE
                               ADD 1 TO WS-PRE-DATA-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "N" TO WS-EOF-SWITCH
               CLOSE AGE-PRE-FILE
               EVALUATE TRUE
                   WHEN WS-PRE-TIMESTAMP = SPACES
                       MOVE "TRUNCAGEPRE has no header row"
                           TO WS-SKIP-REASON
                       ADD 1 TO WS-SKIP-COUNT
                   WHEN WS-PRE-TIMESTAMP(1:16) < WS-NIGHT-START(1:16)
                       MOVE "aging not run since that night started"
                           TO WS-SKIP-REASON
                   WHEN WS-PRE-TRL-COUNT NOT = WS-PRE-DATA-COUNT
                       MOVE "TRUNCAGEPRE incomplete - restore by hand"
                           TO WS-SKIP-REASON
                       ADD 1 TO WS-SKIP-COUNT
                   WHEN OTHER
                       MOVE "Y" TO WS-PRE-USABLE-SWITCH
               END-EVALUATE
           END-IF.

       COPY-AGING-PRE-BACK.
           OPEN INPUT AGE-PRE-FILE
           IF WS-PRE-STATUS NOT = "00"
               DISPLAY "Error: TRUNCAGEPRE open status="
                       WS-PRE-STATUS " - backout aborted."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT AGE-INV-FILE
           IF WS-INV-STATUS NOT = "00"
               AND WS-INV-STATUS NOT = "05"
               PERFORM ABORT-PRE-IMAGE-RESTORE
           END-IF
           PERFORM UNTIL WS-END-OF-INPUT
               READ AGE-PRE-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       IF AP-ENTRY-ROW
                           WRITE AGE-INV-RECORD FROM AP-ROW-DATA
                           IF WS-INV-STATUS NOT = "00"
                               PERFORM ABORT-PRE-IMAGE-RESTORE
                           END-IF
                       END-IF
               END-READ
               IF WS-PRE-STATUS NOT = "00"
                   AND WS-PRE-STATUS NOT = "10"
                   DISPLAY "Error: TRUNCAGEPRE read status="
                           WS-PRE-STATUS " - TRUNCAGEINV incomplete, "
                           "backout aborted."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-PERFORM
           MOVE "N" TO WS-EOF-SWITCH
           CLOSE AGE-PRE-FILE
                 AGE-INV-FILE.

       ABORT-PRE-IMAGE-RESTORE.
      *> The pre-image is only read, so a rerun rebuilds the file
      *> from the same copy.
           DISPLAY "Error: TRUNCBASE/TRUNCAGEINV write status="
                   WS-BASE-STATUS "/" WS-INV-STATUS
                   " during restore - pre-image unchanged, rerun the "
                   "backout."
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       BACK-OUT-AUDIT-TRAIL.
      *> Same two-pass split as TRUNCHSKP's ROLL-AUDIT-HISTORY: the
      *> night's events to the staging file, the rest to the work
      *> file, which replaces the live file only once the split is
      *> complete and counted (REPLACE-AUDIT-FILE); the staged events
      *> then go to the backout archive.
           OPEN INPUT TRUNC-AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "TRUNCBKOUT: TRUNCAUDT open status="
                       WS-AUDIT-STATUS " - no audit trail to back out"
               CLOSE TRUNC-AUDIT-FILE
           ELSE
               PERFORM OPEN-AUDIT-INDEX
               OPEN OUTPUT AUDIT-STAGE-FILE
               PERFORM CHECK-WORK-STATUS
               OPEN OUTPUT AUDIT-WORK-FILE
               PERFORM CHECK-WORK-STATUS
               PERFORM UNTIL WS-END-OF-INPUT
                   READ TRUNC-AUDIT-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           PERFORM SPLIT-AUDIT-RECORD
                   END-READ
               END-PERFORM
               MOVE "N" TO WS-EOF-SWITCH
               CLOSE TRUNC-AUDIT-FILE
                     AUDIT-STAGE-FILE
                     AUDIT-WORK-FILE
               IF WS-AUDX-OPEN
                   CLOSE AUDIT-INDEX-FILE
               END-IF
               MOVE WS-AUDIT-AFTER TO WS-EXPECTED-COUNT
               PERFORM REPLACE-AUDIT-FILE
           END-IF

           MOVE "TRUNCAUDT records........:" TO WS-RPT-LABEL
           MOVE WS-AUDIT-BEFORE TO WS-RPT-BEFORE
           MOVE WS-AUDIT-AFTER TO WS-RPT-AFTER
           PERFORM WRITE-BEFORE-AFTER
           IF WS-AUDX-STATUS = "35"
               MOVE "TRUNCAUDX not backed out:" TO WS-RPT-LABEL
               MOVE "store not built - nothing to back out"
                   TO WS-SKIP-REASON
               PERFORM WRITE-SKIP-LINE
           ELSE
               MOVE WS-AUDX-BACKED-OUT TO WS-ED-BEFORE
               MOVE WS-AUDX-NOT-FOUND TO WS-ED-AFTER
               MOVE SPACES TO BKOUT-RPT-LINE
               STRING "TRUNCAUDX events deleted..: " DELIMITED BY SIZE
                      WS-ED-BEFORE DELIMITED BY SIZE
                      "  not on store " DELIMITED BY SIZE
                      WS-ED-AFTER DELIMITED BY SIZE
                   INTO BKOUT-RPT-LINE
               WRITE BKOUT-RPT-LINE
           END-IF.

       OPEN-AUDIT-INDEX.
      *> TRUNCAUDX is not mapped per partition, so each event is
      *> deleted by its own key as it leaves TRUNCAUDT: a partition's
      *> backout takes out that partition's events and no others.
           MOVE "N" TO WS-AUDX-SWITCH
           OPEN I-O AUDIT-INDEX-FILE
           IF WS-AUDX-STATUS NOT = "35"
               PERFORM CHECK-AUDIT-INDEX-STATUS
               MOVE "Y" TO WS-AUDX-SWITCH
           END-IF.

       SPLIT-AUDIT-RECORD.
           ADD 1 TO WS-AUDIT-BEFORE
           IF TA-TIMESTAMP(1:16) >= WS-NIGHT-START(1:16)
               WRITE AUDIT-STAGE-RECORD FROM TRUNC-AUDIT-RECORD
               PERFORM CHECK-WORK-STATUS
               ADD 1 TO WS-AUDIT-BACKED-OUT
               IF WS-AUDX-OPEN
                   PERFORM DELETE-INDEXED-EVENT
               END-IF
           ELSE
               WRITE AUDIT-WORK-RECORD FROM TRUNC-AUDIT-RECORD
               PERFORM CHECK-WORK-STATUS
               ADD 1 TO WS-AUDIT-AFTER
           END-IF.

       DELETE-INDEXED-EVENT.
      *> "23" -- not on the store: never indexed, or deleted by a
      *> backout that stopped before TRUNCAUDT was rewritten.
           MOVE TA-RECORD-KEY TO AX-RECORD-KEY
           MOVE TA-TIMESTAMP TO AX-TIMESTAMP
           DELETE AUDIT-INDEX-FILE RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE
           IF WS-AUDX-STATUS = "23"
               ADD 1 TO WS-AUDX-NOT-FOUND
           ELSE
               PERFORM CHECK-AUDIT-INDEX-STATUS
               ADD 1 TO WS-AUDX-BACKED-OUT
           END-IF.

       CHECK-AUDIT-INDEX-STATUS.
      *> Stopping here leaves TRUNCAUDT and TRUNCHIST untouched, so
      *> the backout can be run again once the store is available.
           IF WS-AUDX-STATUS NOT = "00"
               DISPLAY "Error: TRUNCAUDX I/O status="
                       WS-AUDX-STATUS " - backout aborted."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       REPLACE-AUDIT-FILE.
           MOVE "TRUNCAUDT" TO WS-PENDING-FILE
           PERFORM COUNT-AUDIT-WORK
           PERFORM NOTE-REPLACEMENT-PENDING
           PERFORM COPY-AUDIT-WORK-BACK
      *> The live file is whole; the note moves on to the archive.
           MOVE "TRUNCAUDTBKO" TO WS-PENDING-FILE
           PERFORM COUNT-AUDIT-ARCHIVE
           MOVE WS-ARCHIVE-COUNT TO WS-EXPECTED-COUNT
           PERFORM NOTE-REPLACEMENT-PENDING
           PERFORM APPEND-AUDIT-STAGE
           PERFORM CLEAR-REPLACEMENT-PENDING.

       COUNT-AUDIT-ARCHIVE.
      *> "35" -- no archive yet, nothing on it.
           MOVE 0 TO WS-ARCHIVE-COUNT
           OPEN INPUT AUDIT-BACKOUT-FILE
           IF WS-BKO-STATUS NOT = "35"
               PERFORM CHECK-BACKOUT-STATUS
               PERFORM UNTIL WS-END-OF-INPUT
                   READ AUDIT-BACKOUT-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           ADD 1 TO WS-ARCHIVE-COUNT
                   END-READ
                   IF WS-BKO-STATUS NOT = "10"
                       PERFORM CHECK-BACKOUT-STATUS
                   END-IF
               END-PERFORM
               MOVE "N" TO WS-EOF-SWITCH
               CLOSE AUDIT-BACKOUT-FILE
           END-IF.

       APPEND-AUDIT-STAGE.
      *> WS-EXPECTED-COUNT is the archive's count before the append
      *> began; staged records already past it are not written again.
           PERFORM COUNT-AUDIT-ARCHIVE
           PERFORM CHECK-ARCHIVE-BASE
           MOVE 0 TO WS-STAGE-COUNT
           MOVE 0 TO WS-COPIED-COUNT
           OPEN INPUT AUDIT-STAGE-FILE
           PERFORM CHECK-WORK-STATUS
           OPEN EXTEND AUDIT-BACKOUT-FILE
           IF WS-BKO-STATUS = "35"
               OPEN OUTPUT AUDIT-BACKOUT-FILE
           END-IF
           PERFORM CHECK-BACKOUT-STATUS
           PERFORM UNTIL WS-END-OF-INPUT
               READ AUDIT-STAGE-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-STAGE-COUNT
                       IF WS-STAGE-COUNT > WS-STAGE-SKIP
                           WRITE AUDIT-BACKOUT-RECORD
                               FROM AUDIT-STAGE-RECORD
                           PERFORM CHECK-BACKOUT-STATUS
                           ADD 1 TO WS-COPIED-COUNT
                       END-IF
               END-READ
               IF WS-WORK-STATUS NOT = "10"
                   PERFORM CHECK-WORK-STATUS
               END-IF
           END-PERFORM
           MOVE "N" TO WS-EOF-SWITCH
           CLOSE AUDIT-STAGE-FILE
                 AUDIT-BACKOUT-FILE.

       COUNT-AUDIT-WORK.
           MOVE 0 TO WS-COPIED-COUNT
           OPEN INPUT AUDIT-WORK-FILE
           PERFORM CHECK-WORK-STATUS
           PERFORM UNTIL WS-END-OF-INPUT
               READ AUDIT-WORK-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-COPIED-COUNT
               END-READ
               IF WS-WORK-STATUS NOT = "00"
                   AND WS-WORK-STATUS NOT = "10"
                   PERFORM CHECK-WORK-STATUS
               END-IF
           END-PERFORM
           MOVE "N" TO WS-EOF-SWITCH
           CLOSE AUDIT-WORK-FILE
           PERFORM CHECK-WORK-COUNT.

       COPY-AUDIT-WORK-BACK.
      *> Every write to the live file is checked and counted; a
      *> short copy leaves the TRUNCBKOCTL note for the next run.
           MOVE 0 TO WS-COPIED-COUNT
           OPEN INPUT AUDIT-WORK-FILE
           PERFORM CHECK-WORK-STATUS
           OPEN OUTPUT TRUNC-AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = "00"
               AND WS-AUDIT-STATUS NOT = "05"
               PERFORM ABORT-REPLACEMENT
           END-IF
           PERFORM UNTIL WS-END-OF-INPUT
               READ AUDIT-WORK-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       WRITE TRUNC-AUDIT-RECORD
                           FROM AUDIT-WORK-RECORD
                       IF WS-AUDIT-STATUS NOT = "00"
                           PERFORM ABORT-REPLACEMENT
                       END-IF
                       ADD 1 TO WS-COPIED-COUNT
               END-READ
               IF WS-WORK-STATUS NOT = "00"
                   AND WS-WORK-STATUS NOT = "10"
                   PERFORM ABORT-REPLACEMENT
               END-IF
           END-PERFORM
           MOVE "N" TO WS-EOF-SWITCH
           CLOSE AUDIT-WORK-FILE
                 TRUNC-AUDIT-FILE
           IF WS-COPIED-COUNT NOT = WS-EXPECTED-COUNT
               PERFORM ABORT-REPLACEMENT
           END-IF.

       BACK-OUT-CHECKPOINTS.
           OPEN INPUT RESTART-FILE
           IF WS-RESTART-STATUS NOT = "00"
               DISPLAY "TRUNCBKOUT: TRUNCRST open status="
                       WS-RESTART-STATUS " - no checkpoints to back out"
               CLOSE RESTART-FILE
           ELSE
               OPEN OUTPUT RESTART-STAGE-FILE
               PERFORM CHECK-WORK-STATUS
               OPEN OUTPUT RESTART-WORK-FILE
               PERFORM CHECK-WORK-STATUS
               PERFORM UNTIL WS-END-OF-INPUT
                   READ RESTART-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           PERFORM SPLIT-RESTART-RECORD
                   END-READ
               END-PERFORM
               MOVE "N" TO WS-EOF-SWITCH
               CLOSE RESTART-FILE
                     RESTART-STAGE-FILE
                     RESTART-WORK-FILE
               MOVE WS-RESTART-AFTER TO WS-EXPECTED-COUNT
               PERFORM REPLACE-RESTART-FILE
           END-IF

           MOVE "TRUNCRST checkpoints.....:" TO WS-RPT-LABEL
           MOVE WS-RESTART-BEFORE TO WS-RPT-BEFORE
           MOVE WS-RESTART-AFTER TO WS-RPT-AFTER
           PERFORM WRITE-BEFORE-AFTER.

       SPLIT-RESTART-RECORD.
           ADD 1 TO WS-RESTART-BEFORE
           IF TS-CHECKPOINT-TIME(1:16) >= WS-NIGHT-START(1:16)
               WRITE RESTART-STAGE-RECORD FROM RESTART-RECORD
               PERFORM CHECK-WORK-STATUS
               ADD 1 TO WS-RESTART-BACKED-OUT
           ELSE
               WRITE RESTART-WORK-RECORD FROM RESTART-RECORD
               PERFORM CHECK-WORK-STATUS
               ADD 1 TO WS-RESTART-AFTER
           END-IF.

       REPLACE-RESTART-FILE.
           MOVE "TRUNCRST" TO WS-PENDING-FILE
           PERFORM COUNT-RESTART-WORK
           PERFORM NOTE-REPLACEMENT-PENDING
           PERFORM COPY-RESTART-WORK-BACK
      *> As in REPLACE-AUDIT-FILE.
           MOVE "TRUNCRSTBKO" TO WS-PENDING-FILE
           PERFORM COUNT-RESTART-ARCHIVE
           MOVE WS-ARCHIVE-COUNT TO WS-EXPECTED-COUNT
           PERFORM NOTE-REPLACEMENT-PENDING
           PERFORM APPEND-RESTART-STAGE
           PERFORM CLEAR-REPLACEMENT-PENDING.

       COUNT-RESTART-ARCHIVE.
           MOVE 0 TO WS-ARCHIVE-COUNT
           OPEN INPUT RESTART-BACKOUT-FILE
           IF WS-BKO-STATUS NOT = "35"
               PERFORM CHECK-BACKOUT-STATUS
               PERFORM UNTIL WS-END-OF-INPUT
                   READ RESTART-BACKOUT-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           ADD 1 TO WS-ARCHIVE-COUNT
                   END-READ
                   IF WS-BKO-STATUS NOT = "10"
                       PERFORM CHECK-BACKOUT-STATUS
                   END-IF
               END-PERFORM
               MOVE "N" TO WS-EOF-SWITCH
               CLOSE RESTART-BACKOUT-FILE
           END-IF.

       APPEND-RESTART-STAGE.
      *> As in APPEND-AUDIT-STAGE.
           PERFORM COUNT-RESTART-ARCHIVE
           PERFORM CHECK-ARCHIVE-BASE
           MOVE 0 TO WS-STAGE-COUNT
           MOVE 0 TO WS-COPIED-COUNT
           OPEN INPUT RESTART-STAGE-FILE
           PERFORM CHECK-WORK-STATUS
           OPEN EXTEND RESTART-BACKOUT-FILE
           IF WS-BKO-STATUS = "35"
               OPEN OUTPUT RESTART-BACKOUT-FILE
           END-IF
           PERFORM CHECK-BACKOUT-STATUS
           PERFORM UNTIL WS-END-OF-INPUT
               READ RESTART-STAGE-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-STAGE-COUNT
                       IF WS-STAGE-COUNT > WS-STAGE-SKIP
                           WRITE RESTART-BACKOUT-RECORD
                               FROM RESTART-STAGE-RECORD
                           PERFORM CHECK-BACKOUT-STATUS
                           ADD 1 TO WS-COPIED-COUNT
                       END-IF
               END-READ
               IF WS-WORK-STATUS NOT = "10"
                   PERFORM CHECK-WORK-STATUS
               END-IF
           END-PERFORM
           MOVE "N" TO WS-EOF-SWITCH
           CLOSE RESTART-STAGE-FILE
                 RESTART-BACKOUT-FILE.

       COUNT-RESTART-WORK.
           MOVE 0 TO WS-COPIED-COUNT
           OPEN INPUT RESTART-WORK-FILE
           PERFORM CHECK-WORK-STATUS
           PERFORM UNTIL WS-END-OF-INPUT
               READ RESTART-WORK-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-COPIED-COUNT
               END-READ
               IF WS-WORK-STATUS NOT = "00"
                   AND WS-WORK-STATUS NOT = "10"
                   PERFORM CHECK-WORK-STATUS
               END-IF
           END-PERFORM
           MOVE "N" TO WS-EOF-SWITCH
           CLOSE RESTART-WORK-FILE
           PERFORM CHECK-WORK-COUNT.

       COPY-RESTART-WORK-BACK.
      *> Guards as in COPY-AUDIT-WORK-BACK.
           MOVE 0 TO WS-COPIED-COUNT
           OPEN INPUT RESTART-WORK-FILE
           PERFORM CHECK-WORK-STATUS
           OPEN OUTPUT RESTART-FILE
           IF WS-RESTART-STATUS NOT = "00"
               AND WS-RESTART-STATUS NOT = "05"
               PERFORM ABORT-REPLACEMENT
           END-IF
           PERFORM UNTIL WS-END-OF-INPUT
               READ RESTART-WORK-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       WRITE RESTART-RECORD
                           FROM RESTART-WORK-RECORD
                       IF WS-RESTART-STATUS NOT = "00"
                           PERFORM ABORT-REPLACEMENT
                       END-IF
                       ADD 1 TO WS-COPIED-COUNT
               END-READ
               IF WS-WORK-STATUS NOT = "00"
                   AND WS-WORK-STATUS NOT = "10"
                   PERFORM ABORT-REPLACEMENT
               END-IF
           END-PERFORM
           MOVE "N" TO WS-EOF-SWITCH
           CLOSE RESTART-WORK-FILE
                 RESTART-FILE
           IF WS-COPIED-COUNT NOT = WS-EXPECTED-COUNT
               PERFORM ABORT-REPLACEMENT
           END-IF.

       VOID-NIGHT-RECEIPTS.
      *> The night's receipts are the rows accepted after the
      *> previous night's last run ended (TRUNCSPLT and TRUNCDLT
      *> register ahead of TRUNCCHK), and no earlier than the day
      *> before the run date -- so a short TRUNCHIST can never reach
      *> back to older nights.  For a partition, its own TRUNCCHK
      *> receipts plus the night-wide ones; those are voided by the
      *> first partition backed out and found voided by the rest.
           COMPUTE WS-VOID-FLOOR = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-BACKOUT-DATE) - 1)
           MOVE 0 TO WS-RCPT-COUNT
           OPEN INPUT XMIT-REGISTER-FILE
           IF WS-XMIT-STATUS = "00"
               PERFORM UNTIL WS-END-OF-INPUT
                   READ XMIT-REGISTER-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           PERFORM NOTE-REGISTER-ROW
                   END-READ
                   IF WS-XMIT-STATUS NOT = "00"
                       AND WS-XMIT-STATUS NOT = "10"
                       MOVE "Y" TO WS-EOF-SWITCH
                       MOVE "N" TO WS-XMIT-UPDATE-SWITCH
                   END-IF
               END-PERFORM
               MOVE "N" TO WS-EOF-SWITCH
           ELSE
               IF WS-XMIT-STATUS NOT = "05"
                   MOVE "N" TO WS-XMIT-UPDATE-SWITCH
               END-IF
           END-IF
           CLOSE XMIT-REGISTER-FILE

           PERFORM VARYING WS-RCPT-IDX FROM 1 BY 1
                   UNTIL WS-RCPT-IDX > WS-RCPT-COUNT
               IF WS-RCPT-IN-FORCE(WS-RCPT-IDX)
                   ADD 1 TO WS-XMIT-BEFORE
               END-IF
           END-PERFORM
           IF WS-XMIT-UPDATABLE AND WS-XMIT-BEFORE > 0
               PERFORM APPEND-BACKOUT-ROWS
           END-IF

           MOVE "TRUNCXMIT receipts.......:" TO WS-RPT-LABEL
           MOVE WS-XMIT-BEFORE TO WS-RPT-BEFORE
           COMPUTE WS-RPT-AFTER = WS-XMIT-BEFORE - WS-XMIT-VOIDED
           PERFORM WRITE-BEFORE-AFTER
           IF NOT WS-XMIT-UPDATABLE
               DISPLAY "Warning: TRUNCXMIT status=" WS-XMIT-STATUS
                       " - night's receipts not voided, the re-send "
                       "needs RERUN=userid from XMITAUTH"
               MOVE "TRUNCXMIT not updated:" TO WS-RPT-LABEL
               MOVE "re-send needs RERUN=userid from XMITAUTH"
                   TO WS-SKIP-REASON
               PERFORM WRITE-SKIP-LINE
               ADD 1 TO WS-SKIP-COUNT
           END-IF.

       NOTE-REGISTER-ROW.
      *> A backout row voids every receipt of its identity before
      *> it; a receipt after it (an override rerun) is in force again.
           PERFORM FIND-RECEIPT-ENTRY
           IF XR-BACKOUT-ROW
               IF WS-RCPT-IDX > 0
                   MOVE "N" TO WS-RCPT-STATE(WS-RCPT-IDX)
               END-IF
           ELSE
               IF XR-ACCEPT-TIMESTAMP(1:16) > WS-PREV-END(1:16)
                   AND XR-ACCEPT-TIMESTAMP(1:8) >= WS-VOID-FLOOR-X
                   AND (XR-PARTITION-ID = WS-BKO-PARTITION
                        OR XR-PARTITION-ID = SPACE)
                   PERFORM HOLD-NIGHT-RECEIPT
               END-IF
           END-IF.

       HOLD-NIGHT-RECEIPT.
           IF WS-RCPT-IDX = 0
               IF WS-RCPT-COUNT >= WS-RCPT-MAX
                   DISPLAY "Warning: receipt table full, "
                           XR-STAGE " " XR-FILE-DATE " not voided"
                   MOVE "N" TO WS-XMIT-UPDATE-SWITCH
               ELSE
                   ADD 1 TO WS-RCPT-COUNT
                   MOVE WS-RCPT-COUNT TO WS-RCPT-IDX
                   MOVE XR-STAGE TO WS-RCPT-STAGE(WS-RCPT-IDX)
                   MOVE XR-PARTITION-ID
                       TO WS-RCPT-PARTITION(WS-RCPT-IDX)
                   MOVE XR-FILE-DATE TO WS-RCPT-FILE-DATE(WS-RCPT-IDX)
                   MOVE XR-RECORD-COUNT TO WS-RCPT-RECORDS(WS-RCPT-IDX)
                   MOVE XR-KEY-HASH TO WS-RCPT-KEY-HASH(WS-RCPT-IDX)
               END-IF
           END-IF
           IF WS-RCPT-IDX > 0
               MOVE "Y" TO WS-RCPT-STATE(WS-RCPT-IDX)
           END-IF.

       FIND-RECEIPT-ENTRY.
      *> Same identity as XMITCHK matches on: step, partition, file
      *> date, trailer count and key hash.
           MOVE 0 TO WS-RCPT-IDX
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-RCPT-COUNT
                   OR WS-RCPT-IDX > 0
               IF WS-RCPT-STAGE(WS-SCAN-IDX) = XR-STAGE
                   AND WS-RCPT-PARTITION(WS-SCAN-IDX) = XR-PARTITION-ID
                   AND WS-RCPT-FILE-DATE(WS-SCAN-IDX) = XR-FILE-DATE
                   AND WS-RCPT-RECORDS(WS-SCAN-IDX) = XR-RECORD-COUNT
                   AND WS-RCPT-KEY-HASH(WS-SCAN-IDX) = XR-KEY-HASH
                   MOVE WS-SCAN-IDX TO WS-RCPT-IDX
               END-IF
           END-PERFORM.

       APPEND-BACKOUT-ROWS.
      *> Appended, never rewritten: a failure part way leaves the
      *> register whole, and a rerun finds the rows already written
      *> and voids only what is left.
           OPEN EXTEND XMIT-REGISTER-FILE
           IF WS-XMIT-STATUS NOT = "00"
               AND WS-XMIT-STATUS NOT = "05"
               MOVE "N" TO WS-XMIT-UPDATE-SWITCH
           ELSE
               PERFORM VARYING WS-RCPT-IDX FROM 1 BY 1
                       UNTIL WS-RCPT-IDX > WS-RCPT-COUNT
                       OR NOT WS-XMIT-UPDATABLE
                   IF WS-RCPT-IN-FORCE(WS-RCPT-IDX)
                       PERFORM WRITE-BACKOUT-ROW
                   END-IF
               END-PERFORM
               CLOSE XMIT-REGISTER-FILE
           END-IF.

       WRITE-BACKOUT-ROW.
           MOVE SPACES TO XMIT-REGISTER-RECORD
           MOVE WS-RCPT-STAGE(WS-RCPT-IDX) TO XR-STAGE
           MOVE WS-RCPT-PARTITION(WS-RCPT-IDX) TO XR-PARTITION-ID
           MOVE WS-RCPT-FILE-DATE(WS-RCPT-IDX) TO XR-FILE-DATE
           MOVE WS-RCPT-RECORDS(WS-RCPT-IDX) TO XR-RECORD-COUNT
           MOVE WS-RCPT-KEY-HASH(WS-RCPT-IDX) TO XR-KEY-HASH
           MOVE FUNCTION CURRENT-DATE TO XR-ACCEPT-TIMESTAMP
           MOVE XR-ACCEPT-TIMESTAMP(1:8) TO XR-RUN-DATE
           MOVE WS-USER-ID TO XR-OVERRIDE-USER
           SET XR-BACKOUT-ROW TO TRUE
           WRITE XMIT-REGISTER-RECORD
           IF WS-XMIT-STATUS = "00"
               ADD 1 TO WS-XMIT-VOIDED
           ELSE
               MOVE "N" TO WS-XMIT-UPDATE-SWITCH
           END-IF.

       BACK-OUT-RUN-HISTORY.
      *> Last of all -- while the night's rows are still on
      *> TRUNCHIST the backout can be run again after a failure.
           OPEN INPUT RUN-HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = "00"
               DISPLAY "Error: TRUNCHIST open status="
                       WS-HISTORY-STATUS " - backout aborted."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT HISTORY-STAGE-FILE
           PERFORM CHECK-WORK-STATUS
           OPEN OUTPUT HISTORY-WORK-FILE
           PERFORM CHECK-WORK-STATUS
           PERFORM UNTIL WS-END-OF-INPUT
               READ RUN-HISTORY-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       PERFORM SPLIT-HISTORY-RECORD
               END-READ
           END-PERFORM
           MOVE "N" TO WS-EOF-SWITCH
           CLOSE RUN-HISTORY-FILE
                 HISTORY-STAGE-FILE
                 HISTORY-WORK-FILE
           MOVE WS-HISTORY-AFTER TO WS-EXPECTED-COUNT
           PERFORM REPLACE-HISTORY-FILE

           MOVE "TRUNCHIST runs...........:" TO WS-RPT-LABEL
           MOVE WS-HISTORY-BEFORE TO WS-RPT-BEFORE
           MOVE WS-HISTORY-AFTER TO WS-RPT-AFTER
           PERFORM WRITE-BEFORE-AFTER.

       SPLIT-HISTORY-RECORD.
      *> Only the partition being backed out -- the other
      *> partitions' rows stay for their own backouts.
           IF HS-RUN-DATE = WS-BACKOUT-DATE
               AND HS-PARTITION-ID = WS-BKO-PARTITION
               WRITE HISTORY-STAGE-RECORD FROM RUN-HISTORY-RECORD
               PERFORM CHECK-WORK-STATUS
               ADD 1 TO WS-HISTORY-BACKED-OUT
           ELSE
               WRITE HISTORY-WORK-RECORD FROM RUN-HISTORY-RECORD
               PERFORM CHECK-WORK-STATUS
               ADD 1 TO WS-HISTORY-AFTER
           END-IF.

       REPLACE-HISTORY-FILE.
           MOVE "TRUNCHIST" TO WS-PENDING-FILE
           PERFORM COUNT-HISTORY-WORK
           PERFORM NOTE-REPLACEMENT-PENDING
           PERFORM COPY-HISTORY-WORK-BACK
      *> As in REPLACE-AUDIT-FILE.
           MOVE "TRUNCHISTBKO" TO WS-PENDING-FILE
           PERFORM COUNT-HISTORY-ARCHIVE
           MOVE WS-ARCHIVE-COUNT TO WS-EXPECTED-COUNT
           PERFORM NOTE-REPLACEMENT-PENDING
           PERFORM APPEND-HISTORY-STAGE
           PERFORM CLEAR-REPLACEMENT-PENDING.

       COUNT-HISTORY-ARCHIVE.
           MOVE 0 TO WS-ARCHIVE-COUNT
           OPEN INPUT HISTORY-BACKOUT-FILE
           IF WS-BKO-STATUS NOT = "35"
               PERFORM CHECK-BACKOUT-STATUS
               PERFORM UNTIL WS-END-OF-INPUT
                   READ HISTORY-BACKOUT-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           ADD 1 TO WS-ARCHIVE-COUNT
                   END-READ
                   IF WS-BKO-STATUS NOT = "10"
                       PERFORM CHECK-BACKOUT-STATUS
                   END-IF
               END-PERFORM
               MOVE "N" TO WS-EOF-SWITCH
               CLOSE HISTORY-BACKOUT-FILE
           END-IF.

       APPEND-HISTORY-STAGE.
      *> As in APPEND-AUDIT-STAGE.
           PERFORM COUNT-HISTORY-ARCHIVE
           PERFORM CHECK-ARCHIVE-BASE
           MOVE 0 TO WS-STAGE-COUNT
           MOVE 0 TO WS-COPIED-COUNT
           OPEN INPUT HISTORY-STAGE-FILE
           PERFORM CHECK-WORK-STATUS
           OPEN EXTEND HISTORY-BACKOUT-FILE
           IF WS-BKO-STATUS = "35"
               OPEN OUTPUT HISTORY-BACKOUT-FILE
           END-IF
           PERFORM CHECK-BACKOUT-STATUS
           PERFORM UNTIL WS-END-OF-INPUT
               READ HISTORY-STAGE-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-STAGE-COUNT
                       IF WS-STAGE-COUNT > WS-STAGE-SKIP
                           WRITE HISTORY-BACKOUT-RECORD
                               FROM HISTORY-STAGE-RECORD
                           PERFORM CHECK-BACKOUT-STATUS
                           ADD 1 TO WS-COPIED-COUNT
                       END-IF
               END-READ
               IF WS-WORK-STATUS NOT = "10"
                   PERFORM CHECK-WORK-STATUS
               END-IF
           END-PERFORM
           MOVE "N" TO WS-EOF-SWITCH
           CLOSE HISTORY-STAGE-FILE
                 HISTORY-BACKOUT-FILE.

       CHECK-ARCHIVE-BASE.
      *> Appends only ever add to the archive, so it can hold no
      *> fewer records than when this one was noted.
           IF WS-ARCHIVE-COUNT < WS-EXPECTED-COUNT
               DISPLAY "Error: "
                       FUNCTION TRIM(WS-PENDING-FILE TRAILING)
                       " holds " WS-ARCHIVE-COUNT " records, fewer "
                       "than the " WS-EXPECTED-COUNT " it held when "
                       "the append began - backout aborted."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WS-STAGE-SKIP = WS-ARCHIVE-COUNT - WS-EXPECTED-COUNT.

       COUNT-HISTORY-WORK.
           MOVE 0 TO WS-COPIED-COUNT
           OPEN INPUT HISTORY-WORK-FILE
           PERFORM CHECK-WORK-STATUS
           PERFORM UNTIL WS-END-OF-INPUT
               READ HISTORY-WORK-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-COPIED-COUNT
               END-READ
               IF WS-WORK-STATUS NOT = "00"
                   AND WS-WORK-STATUS NOT = "10"
                   PERFORM CHECK-WORK-STATUS
               END-IF
           END-PERFORM
           MOVE "N" TO WS-EOF-SWITCH
           CLOSE HISTORY-WORK-FILE
           PERFORM CHECK-WORK-COUNT.

       COPY-HISTORY-WORK-BACK.
      *> Guards as in COPY-AUDIT-WORK-BACK.
           MOVE 0 TO WS-COPIED-COUNT
           OPEN INPUT HISTORY-WORK-FILE
           PERFORM CHECK-WORK-STATUS
           OPEN OUTPUT RUN-HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = "00"
               AND WS-HISTORY-STATUS NOT = "05"
               PERFORM ABORT-REPLACEMENT
           END-IF
           PERFORM UNTIL WS-END-OF-INPUT
               READ HISTORY-WORK-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       WRITE RUN-HISTORY-RECORD
                           FROM HISTORY-WORK-RECORD
                       IF WS-HISTORY-STATUS NOT = "00"
                           PERFORM ABORT-REPLACEMENT
                       END-IF
                       ADD 1 TO WS-COPIED-COUNT
               END-READ
               IF WS-WORK-STATUS NOT = "00"
                   AND WS-WORK-STATUS NOT = "10"
                   PERFORM ABORT-REPLACEMENT
               END-IF
           END-PERFORM
           MOVE "N" TO WS-EOF-SWITCH
           CLOSE HISTORY-WORK-FILE
                 RUN-HISTORY-FILE
           IF WS-COPIED-COUNT NOT = WS-EXPECTED-COUNT
               PERFORM ABORT-REPLACEMENT
           END-IF.

       CHECK-WORK-COUNT.
      *> The work file must hold exactly the records kept before it
      *> may replace the live file, which is still whole here.
           IF WS-COPIED-COUNT NOT = WS-EXPECTED-COUNT
               DISPLAY "Error: work copy of "
                       FUNCTION TRIM(WS-PENDING-FILE TRAILING)
                       " holds " WS-COPIED-COUNT " records, "
                       WS-EXPECTED-COUNT " expected - live file "
                       "left as it was, backout aborted."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       NOTE-REPLACEMENT-PENDING.
           OPEN OUTPUT BACKOUT-CONTROL-FILE
           IF WS-CTL-STATUS = "00" OR WS-CTL-STATUS = "05"
               MOVE WS-PENDING-FILE TO BC-FILE-NAME
               MOVE WS-EXPECTED-COUNT TO BC-RECORD-COUNT
               MOVE WS-BKO-PARTITION TO BC-PARTITION-ID
               MOVE WS-BACKOUT-DATE TO BC-RUN-DATE
               MOVE WS-USER-ID TO BC-USER-ID
               MOVE FUNCTION CURRENT-DATE TO BC-NOTED-TIMESTAMP
               WRITE BACKOUT-CONTROL-RECORD
           END-IF
           IF WS-CTL-STATUS NOT = "00"
               DISPLAY "Error: TRUNCBKOCTL status=" WS-CTL-STATUS
                       " - live file left as it was, backout aborted."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE BACKOUT-CONTROL-FILE.

       CLEAR-REPLACEMENT-PENDING.
      *> The live file is whole again: an empty TRUNCBKOCTL.
           OPEN OUTPUT BACKOUT-CONTROL-FILE
           CLOSE BACKOUT-CONTROL-FILE
           MOVE SPACES TO WS-PENDING-FILE.

       ABORT-REPLACEMENT.
      *> The live file is short.  The TRUNCBKOCTL note stays, and the
      *> next run finishes the rewrite from the work file first.
           DISPLAY "Error: rewrite of "
                   FUNCTION TRIM(WS-PENDING-FILE TRAILING)
                   " stopped after " WS-COPIED-COUNT " of "
                   WS-EXPECTED-COUNT " records - rerun TRUNCBKOUT "
                   "with the same PARM to finish it from the work "
                   "file; do not delete the work file."
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       CHECK-WORK-STATUS.
      *> Any work-file failure must stop the job before a copy-back
      *> truncates a live file against an incomplete work copy.
           IF WS-WORK-STATUS NOT = "00"
               DISPLAY "Error: work file I/O status="
                       WS-WORK-STATUS " - backout aborted."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       CHECK-BACKOUT-STATUS.
      *> The records are safe on the staging file and the append is
      *> noted on TRUNCBKOCTL, so the rerun finishes it.
           IF WS-BKO-STATUS NOT = "00"
               DISPLAY "Error: backout archive I/O status="
                       WS-BKO-STATUS " - backout aborted; rerun "
                       "TRUNCBKOUT with the same PARM to finish the "
                       "archive from its staging file."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       WRITE-BEFORE-AFTER.
           MOVE WS-RPT-BEFORE TO WS-ED-BEFORE
           MOVE WS-RPT-AFTER TO WS-ED-AFTER
           MOVE SPACES TO BKOUT-RPT-LINE
           STRING WS-RPT-LABEL DELIMITED BY SIZE
                  " before " DELIMITED BY SIZE
                  WS-ED-BEFORE DELIMITED BY SIZE
                  "  after " DELIMITED BY SIZE
                  WS-ED-AFTER DELIMITED BY SIZE
               INTO BKOUT-RPT-LINE
           WRITE BKOUT-RPT-LINE.

       WRITE-SKIP-LINE.
           MOVE SPACES TO BKOUT-RPT-LINE
           STRING WS-RPT-LABEL DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SKIP-REASON TRAILING)
                      DELIMITED BY SIZE
               INTO BKOUT-RPT-LINE
           WRITE BKOUT-RPT-LINE.

       WRITE-BKOUT-SUMMARY.
           MOVE WS-AUDIT-BACKED-OUT TO WS-ED-COUNT
           MOVE SPACES TO BKOUT-RPT-LINE
           STRING "Audit events backed out...: " DELIMITED BY SIZE
                  WS-ED-COUNT DELIMITED BY SIZE
               INTO BKOUT-RPT-LINE
           WRITE BKOUT-RPT-LINE

           MOVE WS-AUDX-BACKED-OUT TO WS-ED-COUNT
           MOVE SPACES TO BKOUT-RPT-LINE
           STRING "Indexed events deleted....: " DELIMITED BY SIZE
                  WS-ED-COUNT DELIMITED BY SIZE
               INTO BKOUT-RPT-LINE
           WRITE BKOUT-RPT-LINE

           MOVE WS-XMIT-VOIDED TO WS-ED-COUNT
           MOVE SPACES TO BKOUT-RPT-LINE
           STRING "Receipts voided...........: " DELIMITED BY SIZE
                  WS-ED-COUNT DELIMITED BY SIZE
               INTO BKOUT-RPT-LINE
           WRITE BKOUT-RPT-LINE

           MOVE WS-RESTART-BACKED-OUT TO WS-ED-COUNT
           MOVE SPACES TO BKOUT-RPT-LINE
           STRING "Checkpoints backed out....: " DELIMITED BY SIZE
                  WS-ED-COUNT DELIMITED BY SIZE
               INTO BKOUT-RPT-LINE
           WRITE BKOUT-RPT-LINE

           MOVE WS-HISTORY-BACKED-OUT TO WS-ED-COUNT
           MOVE SPACES TO BKOUT-RPT-LINE
           STRING "History rows backed out...: " DELIMITED BY SIZE
                  WS-ED-COUNT DELIMITED BY SIZE
               INTO BKOUT-RPT-LINE
           WRITE BKOUT-RPT-LINE

           MOVE WS-SKIP-COUNT TO WS-ED-COUNT
           MOVE SPACES TO BKOUT-RPT-LINE
           STRING "Pre-images unusable.......: " DELIMITED BY SIZE
                  WS-ED-COUNT DELIMITED BY SIZE
               INTO BKOUT-RPT-LINE
           WRITE BKOUT-RPT-LINE.
