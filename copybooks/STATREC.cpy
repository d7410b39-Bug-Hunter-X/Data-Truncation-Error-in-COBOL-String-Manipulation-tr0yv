      *> every completion path -- clean, graded, killed, or abended --
      *> so the scheduler can test counts and completion state before
      *> releasing dependent jobs instead of an operator eyeballing
      *> TRUNCRECON at 3 a.m.  DUPXMIT means the step found TRUNCIN
      *> already on the TRUNCXMIT register and stopped without
      *> processing it (see XMITCHK).
           05  ST-COMPLETION-CODE      PIC 9(2).
           05  ST-COMPLETION-STATE     PIC X(8).
               88  ST-STATE-CLEAN       VALUE "CLEAN".
               88  ST-STATE-WARNLVL     VALUE "WARNLVL".
               88  ST-STATE-KILLED      VALUE "KILLED".
               88  ST-STATE-ABENDED     VALUE "ABENDED".
               88  ST-STATE-DUPXMIT     VALUE "DUPXMIT".
           05  ST-RECORDS-READ         PIC 9(9).
           05  ST-RECORDS-PASSED       PIC 9(9).
           05  ST-RECORDS-REJECTED     PIC 9(9).
