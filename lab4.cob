      *    - RUN-TO-RUN BALANCING VS CRSMAINT     *
      *    - RUN-CONTROL PARAMETER CARD           *
      *    - WEEKLY ROOM SCHEDULE GRID REPORT     *
      *    - WAITS ON CRSRECON, NOT REGPOST       *
      *********************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       005-CHECK-RUN-LOG.
           ACCEPT CYCLE-DATE FROM DATE YYYYMMDD.
           PERFORM 007-LOAD-RUN-LOG.
           MOVE 'CRSRECON' TO RL-LOOKUP-PROGRAM.
           PERFORM 011-FIND-RUNLOG-ENTRY.
           IF NOT RUNLOG-FOUND
                   OR RL-T-DATE (RL-I) NOT = CYCLE-DATE
                   OR RL-T-STATUS (RL-I) NOT = 'C'
               DISPLAY 'LAB4 RUN STOPPED - CRSRECON HAS NOT'
                   ' COMPLETED FOR CYCLE ' CYCLE-DATE
               STOP RUN
           END-IF.
