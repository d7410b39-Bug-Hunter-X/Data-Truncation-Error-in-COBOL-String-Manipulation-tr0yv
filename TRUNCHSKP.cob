      *>     physical file the same way (DD_TRUNCAUDTARC=...);
      *>   - the restart file is cleared, but only when the status
      *>     record proves the last run completed -- a killed or
      *>     abended run still owns its checkpoints, and a DUPXMIT
      *>     stop has overwritten the record of whichever run does;
      *>   - a disposition report lists what was archived, what was
      *>     retained, and what was purged.
      *> Invoke with a PARM of "nnn" retention days (default 30).
           05  MA-FIELD-NAME           PIC X(30).
           05  MA-OLD-LIMIT            PIC 9(4).
           05  MA-NEW-LIMIT            PIC 9(4).
           05  MA-CHECKER-ID           PIC X(8).

       FD  MAINT-WORK-FILE.
       01  MAINT-WORK-RECORD           PIC X(75).

       FD  RESTART-FILE.
       01  RESTART-RECORD.
      *> so every checkpoint on TRUNCRST has been consumed.  A
      *> KILLED or ABENDED state -- or no status record at all --
      *> means a restart may still need those checkpoints, and
      *> housekeeping must not touch anything.  DUPXMIT proves
      *> nothing either way: the re-sent file was refused before any
      *> checkpoint was read, and the record it replaced is gone.
           MOVE "N" TO WS-STATUS-FOUND-SWITCH
           OPEN INPUT RUN-STATUS-FILE
           IF WS-STATUS-STATUS NOT = "00"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF ST-STATE-KILLED OR ST-STATE-ABENDED OR ST-STATE-DUPXMIT
               DISPLAY "Error: last run state "
                       FUNCTION TRIM(ST-COMPLETION-STATE TRAILING)
                       " - checkpoints still live, housekeeping "
