      *    LISTING RUN.  ACTIVITY FOR A COURSE    *
      *    THE CATALOG DOES NOT CARRY CANNOT BE   *
      *    PRICED AND IS DIVERTED TO THE AUDIT    *
      *    REPORT.  THE RUN WAITS ON THE CYCLE    *
      *    RUN LOG UNTIL THE NIGHT'S              *
      *    RECONCILIATION (CRSRECON) HAS          *
      *    COMPLETED CLEAN, SO NOTHING IS BILLED  *
      *    FROM FILES THAT DO NOT AGREE.          *
      *********************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT BILLING-FILE ASSIGN TO 'DA-S-BILLING'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-FILE ASSIGN TO 'UR-S-BILLAUD'.
           SELECT OPTIONAL RUNLOG-FILE ASSIGN TO 'DA-S-RUNLOG'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  POSTACT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-REC PIC X(132).
       FD  RUNLOG-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RUNLOG-PHYS-REC PIC X(20).
       WORKING-STORAGE SECTION.
       01  MISC.
           03 PACT-EOF PIC X VALUE 'N'.
           03 DETAIL-CT PIC 9(7) VALUE 0.
           03 HASH-AMT PIC S9(9)V99 VALUE 0.
      *********************************************
      *    NIGHTLY CYCLE RUN LOG - LOADED AT      *
      *    START OF JOB TO ENFORCE THE CYCLE      *
      *    SEQUENCE, STAMPED STARTED, AND         *
      *    STAMPED COMPLETE AT NORMAL END OF      *
      *    JOB                                    *
      *********************************************
       01  RUNLOG-CONTROL.
           03 RUNLOG-EOF PIC X VALUE 'N'.
               88 NO-MORE-RUNLOG VALUE 'Y'.
           03 RUNLOG-CT PIC 99 VALUE 0.
           03 RL-I PIC 99 VALUE 0.
           03 RUNLOG-FOUND-SW PIC X VALUE 'N'.
               88 RUNLOG-FOUND VALUE 'Y'.
           03 RL-LOOKUP-PROGRAM PIC X(8) VALUE SPACES.
           03 RL-NEW-STATUS PIC X VALUE SPACE.
           03 CYCLE-DATE PIC 9(8) VALUE 0.
       01  RUNLOG-DATA.
           COPY "runlrec.cpy".
       01  RUNLOG-TABLE.
           03 RUNLOG-ENTRY OCCURS 10 TIMES.
               05 RL-T-PROGRAM PIC X(8).
               05 RL-T-DATE PIC 9(8).
               05 RL-T-STATUS PIC X.
      *********************************************
      *    POSTED-ACTIVITY INPUT RECORD -         *
      *    SHARED WITH REGPOST                    *
      *********************************************
      *    BALANCED TRAILER                       *
      *********************************************
       000-MAINLINE.
           PERFORM 050-CHECK-RUN-LOG.
           PERFORM 010-READ-BILL-PARM.
           OPEN INPUT POSTACT-FILE
                OUTPUT BILLING-FILE
           CLOSE POSTACT-FILE
                 BILLING-FILE
                 AUDIT-FILE.
           PERFORM 950-STAMP-RUN-COMPLETE.
           STOP RUN.
      *********************************************
      *    READ THE PER-CREDIT RATE CARD - A      *
               STOP RUN
           END-IF.
      *********************************************
      *    CHECK THE NIGHTLY CYCLE RUN LOG -      *
      *    REFUSE TO START UNLESS THE             *
      *    PREDECESSOR COMPLETED FOR TODAY'S      *
      *    CYCLE, THEN STAMP THIS RUN STARTED     *
      *********************************************
       050-CHECK-RUN-LOG.
           ACCEPT CYCLE-DATE FROM DATE YYYYMMDD.
           PERFORM 052-LOAD-RUN-LOG.
           MOVE 'CRSRECON' TO RL-LOOKUP-PROGRAM.
           PERFORM 055-FIND-RUNLOG-ENTRY.
           IF NOT RUNLOG-FOUND
                   OR RL-T-DATE (RL-I) NOT = CYCLE-DATE
                   OR RL-T-STATUS (RL-I) NOT = 'C'
               DISPLAY 'TUIBILL RUN STOPPED - CRSRECON HAS NOT'
                   ' COMPLETED FOR CYCLE ' CYCLE-DATE
               STOP RUN
           END-IF.
           MOVE 'S' TO RL-NEW-STATUS.
           PERFORM 058-STAMP-RUN-LOG.
       052-LOAD-RUN-LOG.
           MOVE 0 TO RUNLOG-CT.
           MOVE 'N' TO RUNLOG-EOF.
           OPEN INPUT RUNLOG-FILE.
           PERFORM 053-READ-RUNLOG-FILE.
           PERFORM 054-STORE-RUNLOG-ENTRY
               UNTIL NO-MORE-RUNLOG.
           CLOSE RUNLOG-FILE.
       053-READ-RUNLOG-FILE.
           READ RUNLOG-FILE INTO RUNLOG-DATA
               AT END MOVE 'Y' TO RUNLOG-EOF.
       054-STORE-RUNLOG-ENTRY.
           IF RUNLOG-CT < 10
               ADD 1 TO RUNLOG-CT
               MOVE RL-PROGRAM TO RL-T-PROGRAM (RUNLOG-CT)
               MOVE RL-RUN-DATE TO RL-T-DATE (RUNLOG-CT)
               MOVE RL-STATUS TO RL-T-STATUS (RUNLOG-CT)
           END-IF.
           PERFORM 053-READ-RUNLOG-FILE.
      *********************************************
      *    LOOK RL-LOOKUP-PROGRAM UP IN THE RUN   *
      *    LOG TABLE - RL-I POINTS AT THE MATCH   *
      *    WHEN FOUND                             *
      *********************************************
       055-FIND-RUNLOG-ENTRY.
           MOVE 'N' TO RUNLOG-FOUND-SW.
           MOVE 1 TO RL-I.
           PERFORM 056-CHECK-ONE-RUNLOG-ENTRY
               UNTIL RL-I > RUNLOG-CT OR RUNLOG-FOUND.
       056-CHECK-ONE-RUNLOG-ENTRY.
           IF RL-T-PROGRAM (RL-I) = RL-LOOKUP-PROGRAM
               MOVE 'Y' TO RUNLOG-FOUND-SW
           ELSE
               ADD 1 TO RL-I
           END-IF.
      *********************************************
      *    STAMP THIS PROGRAM'S RUN LOG ENTRY     *
      *    WITH TODAY'S DATE AND RL-NEW-STATUS    *
      *    AND REWRITE THE WHOLE LOG FILE         *
      *********************************************
       058-STAMP-RUN-LOG.
           MOVE 'TUIBILL' TO RL-LOOKUP-PROGRAM.
           PERFORM 055-FIND-RUNLOG-ENTRY.
           IF NOT RUNLOG-FOUND
               ADD 1 TO RUNLOG-CT
               MOVE RUNLOG-CT TO RL-I
               MOVE 'TUIBILL' TO RL-T-PROGRAM (RL-I)
           END-IF.
           MOVE CYCLE-DATE TO RL-T-DATE (RL-I).
           MOVE RL-NEW-STATUS TO RL-T-STATUS (RL-I).
           OPEN OUTPUT RUNLOG-FILE.
           PERFORM 059-WRITE-ONE-RUNLOG-ENTRY
               VARYING RL-I FROM 1 BY 1
               UNTIL RL-I > RUNLOG-CT.
           CLOSE RUNLOG-FILE.
       059-WRITE-ONE-RUNLOG-ENTRY.
           MOVE SPACES TO RUNLOG-DATA.
           MOVE RL-T-PROGRAM (RL-I) TO RL-PROGRAM.
           MOVE RL-T-DATE (RL-I) TO RL-RUN-DATE.
           MOVE RL-T-STATUS (RL-I) TO RL-STATUS.
           WRITE RUNLOG-PHYS-REC FROM RUNLOG-DATA.
      *********************************************
      *    PRICE ONE POSTED-ACTIVITY RECORD       *
      *********************************************
       100-BILLING-LOOP.
               AT END
                   MOVE 'Y' TO PACT-EOF
           END-READ.
      *********************************************
      *    NORMAL END OF JOB - STAMP THIS RUN     *
      *    COMPLETE ON THE CYCLE RUN LOG          *
      *********************************************
       950-STAMP-RUN-COMPLETE.
           MOVE 'C' TO RL-NEW-STATUS.
           PERFORM 058-STAMP-RUN-LOG.
