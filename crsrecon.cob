       IDENTIFICATION DIVISION.
       PROGRAM-ID. crsrecon.
      *********************************************
      *    NIGHTLY CROSS-FILE RECONCILIATION RUN  *
      *    RUNS AFTER REGPOST AND CRSCANCL AND    *
      *    PROVES THE FILES THE CYCLE KEEPS       *
      *    AGREE WITH ONE ANOTHER BEFORE THE      *
      *    LISTING AND BILLING RUNS USE THEM.     *
      *    FOR EVERY SECTION ON THE INDEXED       *
      *    COURSE MASTER THE DA-S-ENROLL COUNT    *
      *    MUST EQUAL C-CLASSLIMIT MINUS          *
      *    C-SEATS-REMAINING.  THE WAITLIST       *
      *    DA-S-WAITLIST MUST NOT HOLD A STUDENT  *
      *    ALREADY SEATED IN THE SECTION, NOR     *
      *    ANYONE WAITING ON A SECTION WITH A     *
      *    SEAT OPEN UNLESS REGPOST PASSED THEM   *
      *    OVER FOR A REASON (W-PASS-REASON) -    *
      *    THOSE ARE LISTED FOR INFORMATION AND   *
      *    ARE NOT BREAKS.  EVERY ENROLLMENT AND  *
      *    WAITLIST ROW MUST NAME A SECTION       *
      *    STILL ON DA-S-COURSE AND A STUDENT ON  *
      *    DA-S-STUDMAST, AND EVERY SECTION'S     *
      *    C-INSTRUCTOR MUST BE ON DA-S-INSTMAST  *
      *    (BLANK MEANS NOT YET ASSIGNED) AND     *
      *    ITS C-LOCATION ON DA-S-ROOMMAST.       *
      *                                           *
      *    EACH KIND OF BREAK IS LISTED UNDER     *
      *    ITS OWN HEADING WITH A COUNT, AND A    *
      *    SUMMARY OF THE COUNTS CLOSES THE       *
      *    REPORT.  ANY BREAK AT ALL STAMPS THIS  *
      *    RUN FAILED ('F') ON THE CYCLE RUN      *
      *    LOG INSTEAD OF COMPLETE, SO LAB4 AND   *
      *    TUIBILL, WHICH WAIT ON THIS RUN, DO    *
      *    NOT START ON INCONSISTENT DATA.        *
      *********************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COURSE-MASTER ASSIGN TO 'DA-S-COURSE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-COURSE-KEY.
           SELECT OPTIONAL ENROLL-FILE ASSIGN TO 'DA-S-ENROLL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-ENROLL-KEY
               ALTERNATE RECORD KEY IS EM-STUDENT-ID
                   WITH DUPLICATES.
           SELECT OPTIONAL WAIT-FILE ASSIGN TO 'DA-S-WAITLIST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WM-WAIT-KEY
               ALTERNATE RECORD KEY IS WM-STUDENT-ID
                   WITH DUPLICATES.
           SELECT STUD-FILE ASSIGN TO 'DA-S-STUDMAST'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT INST-FILE ASSIGN TO 'DA-S-INSTMAST'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ROOM-FILE ASSIGN TO 'DA-S-ROOMMAST'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUNLOG-FILE ASSIGN TO 'DA-S-RUNLOG'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RECON-FILE ASSIGN TO 'UR-S-RECONRPT'.
       DATA DIVISION.
       FILE SECTION.
       FD  COURSE-MASTER
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  COURSE-MASTER-REC.
           03 CM-COURSE-KEY PIC X(10).
           03 FILLER PIC X(70).
       FD  ENROLL-FILE
           RECORD CONTAINS 40 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  ENROLL-MASTER-REC.
           03 EM-ENROLL-KEY.
               05 EM-COURSE-KEY PIC X(10).
               05 EM-STUDENT-ID PIC X(9).
           03 FILLER PIC X(21).
       FD  WAIT-FILE
           RECORD CONTAINS 40 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  WAIT-MASTER-REC.
           03 WM-WAIT-KEY.
               05 WM-COURSE-KEY PIC X(10).
               05 WM-STUDENT-ID PIC X(9).
           03 FILLER PIC X(21).
       FD  STUD-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  STUD-MASTER-REC PIC X(40).
       FD  INST-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  INST-MASTER-REC PIC X(40).
       FD  ROOM-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  ROOM-MASTER-REC PIC X(40).
       FD  RUNLOG-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RUNLOG-PHYS-REC PIC X(20).
       FD  RECON-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RECON-REC PIC X(132).
       WORKING-STORAGE SECTION.
       01  MISC.
           03 ENROLL-EOF PIC X VALUE 'N'.
               88 NO-MORE-ENROLL VALUE 'Y'.
           03 WAIT-EOF PIC X VALUE 'N'.
               88 NO-MORE-WAIT VALUE 'Y'.
           03 STUD-EOF PIC X VALUE 'N'.
               88 NO-MORE-STUD VALUE 'Y'.
           03 INST-EOF PIC X VALUE 'N'.
               88 NO-MORE-INST VALUE 'Y'.
           03 ROOM-EOF PIC X VALUE 'N'.
               88 NO-MORE-ROOM VALUE 'Y'.
           03 SWEEP-EOF PIC X VALUE 'N'.
               88 NO-MORE-SWEEP VALUE 'Y'.
           03 MASTER-FOUND-SW PIC X VALUE 'N'.
               88 MASTER-FOUND VALUE 'Y'.
           03 SEATED-FOUND-SW PIC X VALUE 'N'.
               88 SEATED-FOUND VALUE 'Y'.
           03 STUD-FOUND-SW PIC X VALUE 'N'.
               88 STUD-FOUND VALUE 'Y'.
           03 INST-FOUND-SW PIC X VALUE 'N'.
               88 INST-FOUND VALUE 'Y'.
           03 ROOM-FOUND-SW PIC X VALUE 'N'.
               88 ROOM-FOUND VALUE 'Y'.
           03 ST-I PIC 9(4) VALUE 0.
           03 IN-I PIC 9(4) VALUE 0.
           03 RM-I PIC 9(4) VALUE 0.
           03 SECTION-ENROLL-CT PIC 9(4) VALUE 0.
           03 SECTION-SEATS-TAKEN PIC S9(4) VALUE 0.
           03 PREV-COURSE PIC X(10) VALUE SPACES.
           03 PREV-FOUND-SW PIC X VALUE 'N'.
               88 PREV-FOUND VALUE 'Y'.
           03 LOOKUP-COURSE PIC X(10) VALUE SPACES.
           03 LOOKUP-STUDENT PIC X(9) VALUE SPACES.
           03 SECTION-CT PIC 9(5) VALUE 0.
      *********************************************
      *    BREAK COUNTS BY TYPE, AND THE TOTAL    *
      *    THAT DECIDES HOW THE RUN LOG IS        *
      *    STAMPED                                *
      *********************************************
       01  BREAK-COUNTS.
           03 SEAT-COUNT-BRK-CT PIC 9(5) VALUE 0.
           03 SEATED-WAIT-BRK-CT PIC 9(5) VALUE 0.
           03 OPEN-WAIT-BRK-CT PIC 9(5) VALUE 0.
           03 ORPHAN-ENROLL-BRK-CT PIC 9(5) VALUE 0.
           03 ORPHAN-WAIT-BRK-CT PIC 9(5) VALUE 0.
           03 UNKNOWN-STUD-BRK-CT PIC 9(5) VALUE 0.
           03 UNKNOWN-INST-BRK-CT PIC 9(5) VALUE 0.
           03 UNKNOWN-ROOM-BRK-CT PIC 9(5) VALUE 0.
           03 TOTAL-BRK-CT PIC 9(6) VALUE 0.
           03 TYPE-BRK-CT PIC 9(5) VALUE 0.
           03 PASSED-WAIT-CT PIC 9(5) VALUE 0.
      *********************************************
      *    NIGHTLY CYCLE RUN LOG - LOADED AT      *
      *    START OF JOB TO ENFORCE THE CYCLE      *
      *    SEQUENCE, STAMPED STARTED, AND         *
      *    STAMPED COMPLETE OR FAILED AT END OF   *
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
      *    DESCRIPTION OF THE COURSE MASTER       *
      *    RECORD LAYOUT - SHARED WITH LAB4       *
      *********************************************
       01  COURSE-DATA.
           COPY "coursrec.cpy".
      *********************************************
      *    ENROLLMENT DETAIL INPUT RECORD -       *
      *    SHARED WITH REGPOST                    *
      *********************************************
       01  ENROLL-DATA.
           COPY "enrlrec.cpy".
      *********************************************
      *    WAITLIST INPUT RECORD - SHARED WITH    *
      *    REGPOST                                *
      *********************************************
       01  WAIT-DATA.
           COPY "wlstrec.cpy".
      *********************************************
      *    STUDENT MASTER INPUT RECORD AND        *
      *    TABLE OF STUDENT IDS                   *
      *********************************************
       01  STUD-DATA.
           COPY "studrec.cpy".
       01  STUD-TABLE-CTL.
           03 STUD-CT PIC 9(4) VALUE 0.
           03 STUD-OVERFLOW-CT PIC 9(5) VALUE 0.
       01  STUD-TABLE.
           03 STUD-TABLE-ENTRY OCCURS 1000 TIMES.
               05 ST-ID PIC X(9).
      *********************************************
      *    INSTRUCTOR MASTER INPUT RECORD AND     *
      *    TABLE OF INSTRUCTOR IDS                *
      *********************************************
       01  INST-DATA.
           COPY "instrec.cpy".
       01  INST-TABLE-CTL.
           03 INST-CT PIC 9(4) VALUE 0.
           03 INST-OVERFLOW-CT PIC 9(5) VALUE 0.
       01  INST-TABLE.
           03 INST-TABLE-ENTRY OCCURS 200 TIMES.
               05 IN-ID PIC X(5).
      *********************************************
      *    ROOM MASTER INPUT RECORD AND TABLE OF  *
      *    ROOM LOCATIONS                         *
      *********************************************
       01  ROOM-DATA.
           COPY "roomrec.cpy".
       01  ROOM-TABLE-CTL.
           03 ROOM-CT PIC 9(4) VALUE 0.
           03 ROOM-OVERFLOW-CT PIC 9(5) VALUE 0.
       01  ROOM-TABLE.
           03 ROOM-TABLE-ENTRY OCCURS 200 TIMES.
               05 RM-LOCATION PIC X(5).
      *********************************************
      *    DESCRIPTION OF RECONCILIATION REPORT   *
      *    LINES                                  *
      *********************************************
       01  RECON-HEADING.
           03 FILLER               PIC X(10)   VALUE SPACES.
           03 FILLER               PIC X(40)
               VALUE 'NIGHTLY FILE RECONCILIATION FOR CYCLE'.
           03 RH-CYCLE-DATE         PIC 9(8).
       01  RECON-TYPE-HEADING.
           03 FILLER               PIC X(10)   VALUE SPACES.
           03 FILLER               PIC X(4)    VALUE '*** '.
           03 RT-TITLE              PIC X(45).
       01  RECON-COLUMN-HEADING.
           03 FILLER               PIC X(14)   VALUE SPACES.
           03 FILLER               PIC X(12)   VALUE 'COURSE'.
           03 FILLER               PIC X(11)   VALUE 'STUDENT'.
           03 FILLER               PIC X(12)   VALUE 'VALUE'.
           03 FILLER               PIC X(6)    VALUE 'DETAIL'.
       01  RECON-DATA.
           03 FILLER               PIC X(14)   VALUE SPACES.
           03 RC-COURSE             PIC X(10).
           03 FILLER               PIC X(2)    VALUE SPACES.
           03 RC-STUDENT            PIC X(9).
           03 FILLER               PIC X(2)    VALUE SPACES.
           03 RC-VALUE              PIC X(10).
           03 FILLER               PIC X(2)    VALUE SPACES.
           03 RC-DETAIL             PIC X(40).
       01  RECON-TYPE-FOOTER.
           03 FILLER               PIC X(14)   VALUE SPACES.
           03 RF-COUNT              PIC ZZZZ9.
           03 FILLER               PIC X(7)    VALUE ' BREAKS'.
       01  RECON-NOTE-FOOTER.
           03 FILLER               PIC X(14)   VALUE SPACES.
           03 RN-COUNT              PIC ZZZZ9.
           03 FILLER               PIC X(37)
               VALUE ' LISTED FOR INFORMATION - NOT BREAKS'.
       01  RECON-SUMMARY-HEADING.
           03 FILLER               PIC X(10)   VALUE SPACES.
           03 FILLER               PIC X(30)
               VALUE 'RECONCILIATION SUMMARY'.
       01  RECON-SUMMARY-LINE.
           03 FILLER               PIC X(14)   VALUE SPACES.
           03 RS-TITLE              PIC X(45).
           03 RS-COUNT              PIC ZZZZZ9.
       01  RECON-SECTION-LINE.
           03 FILLER               PIC X(14)   VALUE SPACES.
           03 FILLER               PIC X(45)
               VALUE 'SECTIONS CHECKED'.
           03 RSC-SECTION-CT        PIC ZZZZZ9.
       01  RECON-STATUS-LINE.
           03 FILLER               PIC X(10)   VALUE SPACES.
           03 RST-STATUS            PIC X(60).
      *********************************************
      *    DETAIL REMARKS FOR THE SEAT COUNT AND  *
      *    WAITLIST BREAKS                        *
      *********************************************
       01  COUNT-REMARK.
           03 FILLER               PIC X(9)    VALUE 'ENROLLED '.
           03 CR-ENROLLED           PIC ZZZ9.
           03 FILLER               PIC X(13)   VALUE ' SEATS TAKEN '.
           03 CR-TAKEN              PIC -ZZZ9.
       01  POSITION-REMARK.
           03 FILLER               PIC X(9)    VALUE 'POSITION '.
           03 PR-POSITION           PIC ZZZ9.
           03 FILLER               PIC X(12)   VALUE ' SEATS OPEN '.
           03 PR-SEATS-OPEN         PIC ZZ9.
      *********************************************
      *    WARNING LINE WHEN A TABLE FILLED ON    *
      *    LOAD - THE RECONCILIATION OF THAT      *
      *    FILE IS INCOMPLETE                     *
      *********************************************
       01  TABLE-OVERFLOW-WARNING.
           03 FILLER               PIC X(10)   VALUE SPACES.
           03 FILLER               PIC X(14)   VALUE '*** WARNING -'.
           03 TOW-OVERFLOW-CT       PIC ZZZZ9.
           03 FILLER               PIC X(1)    VALUE SPACES.
           03 TOW-TABLE-NAME        PIC X(18).
           03 FILLER               PIC X(40)
               VALUE 'RECORDS EXCEEDED THE TABLE LIMIT AND'.
           03 FILLER               PIC X(20)
               VALUE ' WERE NOT CHECKED'.
       PROCEDURE DIVISION.
      *********************************************
      *    MAINLINE - LOAD THE MASTER FILE        *
      *    TABLES, RUN EACH RECONCILIATION PASS   *
      *    UNDER ITS OWN HEADING, AND STAMP THE   *
      *    RUN LOG BY THE RESULT                  *
      *********************************************
       000-MAINLINE.
           PERFORM 050-CHECK-RUN-LOG.
           OPEN INPUT COURSE-MASTER
                      ENROLL-FILE
                      WAIT-FILE.
           OPEN OUTPUT RECON-FILE.
           PERFORM 240-LOAD-STUDENTS.
           PERFORM 260-LOAD-INSTRUCTORS.
           PERFORM 280-LOAD-ROOMS.
           MOVE CYCLE-DATE TO RH-CYCLE-DATE.
           WRITE RECON-REC FROM RECON-HEADING
               AFTER ADVANCING 1.
           MOVE SPACES TO RECON-REC.
           WRITE RECON-REC
               AFTER ADVANCING 1.
           PERFORM 100-OVERFLOW-WARNINGS.
           PERFORM 300-SEAT-COUNT-PASS.
           PERFORM 320-SEATED-WAIT-PASS.
           PERFORM 330-OPEN-WAIT-PASS.
           PERFORM 332-PASSED-WAIT-PASS.
           PERFORM 340-ORPHAN-ENROLL-PASS.
           PERFORM 345-ORPHAN-WAIT-PASS.
           PERFORM 350-UNKNOWN-STUDENT-PASS.
           PERFORM 360-UNKNOWN-INST-PASS.
           PERFORM 370-UNKNOWN-ROOM-PASS.
           PERFORM 940-SUMMARY-LINES.
           CLOSE COURSE-MASTER
                 ENROLL-FILE
                 WAIT-FILE
                 RECON-FILE.
           IF TOTAL-BRK-CT > 0
               DISPLAY 'CRSRECON FOUND ' TOTAL-BRK-CT
                   ' BREAKS - RUN STAMPED FAILED FOR CYCLE '
                   CYCLE-DATE
               PERFORM 955-STAMP-RUN-FAILED
           ELSE
               PERFORM 950-STAMP-RUN-COMPLETE
           END-IF.
           STOP RUN.
      *********************************************
      *    CHECK THE NIGHTLY CYCLE RUN LOG -      *
      *    REFUSE TO START UNLESS THE             *
      *    PREDECESSOR COMPLETED FOR TODAY'S      *
      *    CYCLE, THEN STAMP THIS RUN STARTED     *
      *********************************************
       050-CHECK-RUN-LOG.
           ACCEPT CYCLE-DATE FROM DATE YYYYMMDD.
           PERFORM 052-LOAD-RUN-LOG.
           MOVE 'REGPOST' TO RL-LOOKUP-PROGRAM.
           PERFORM 055-FIND-RUNLOG-ENTRY.
           IF NOT RUNLOG-FOUND
                   OR RL-T-DATE (RL-I) NOT = CYCLE-DATE
                   OR RL-T-STATUS (RL-I) NOT = 'C'
               DISPLAY 'CRSRECON RUN STOPPED - REGPOST HAS NOT'
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
           MOVE 'CRSRECON' TO RL-LOOKUP-PROGRAM.
           PERFORM 055-FIND-RUNLOG-ENTRY.
           IF NOT RUNLOG-FOUND
               ADD 1 TO RUNLOG-CT
               MOVE RUNLOG-CT TO RL-I
               MOVE 'CRSRECON' TO RL-T-PROGRAM (RL-I)
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
      *    WARN WHEN ANY TABLE FILLED ON LOAD     *
      *********************************************
       100-OVERFLOW-WARNINGS.
           IF STUD-OVERFLOW-CT > 0
               MOVE STUD-OVERFLOW-CT TO TOW-OVERFLOW-CT
               MOVE 'STUDENT MASTER' TO TOW-TABLE-NAME
               PERFORM 105-OVERFLOW-WARNING-LINE
           END-IF.
           IF INST-OVERFLOW-CT > 0
               MOVE INST-OVERFLOW-CT TO TOW-OVERFLOW-CT
               MOVE 'INSTRUCTOR MASTER' TO TOW-TABLE-NAME
               PERFORM 105-OVERFLOW-WARNING-LINE
           END-IF.
           IF ROOM-OVERFLOW-CT > 0
               MOVE ROOM-OVERFLOW-CT TO TOW-OVERFLOW-CT
               MOVE 'ROOM MASTER' TO TOW-TABLE-NAME
               PERFORM 105-OVERFLOW-WARNING-LINE
           END-IF.
       105-OVERFLOW-WARNING-LINE.
           WRITE RECON-REC FROM TABLE-OVERFLOW-WARNING
               AFTER ADVANCING 1 LINE.
      *********************************************
      *    LOAD THE STUDENT MASTER IDS INTO THE   *
      *    STUDENT TABLE                          *
      *********************************************
       240-LOAD-STUDENTS.
           OPEN INPUT STUD-FILE.
           PERFORM 245-READ-STUD-FILE.
           PERFORM 247-STORE-STUD-ENTRY
               UNTIL NO-MORE-STUD.
           CLOSE STUD-FILE.
       245-READ-STUD-FILE.
           READ STUD-FILE INTO STUD-DATA
               AT END MOVE 'Y' TO STUD-EOF.
       247-STORE-STUD-ENTRY.
           IF STUD-CT < 1000
               ADD 1 TO STUD-CT
               MOVE S-STUDENT-ID TO ST-ID (STUD-CT)
           ELSE
               ADD 1 TO STUD-OVERFLOW-CT
           END-IF.
           PERFORM 245-READ-STUD-FILE.
      *********************************************
      *    LOAD THE INSTRUCTOR MASTER IDS INTO    *
      *    THE INSTRUCTOR TABLE                   *
      *********************************************
       260-LOAD-INSTRUCTORS.
           OPEN INPUT INST-FILE.
           PERFORM 265-READ-INST-FILE.
           PERFORM 267-STORE-INST-ENTRY
               UNTIL NO-MORE-INST.
           CLOSE INST-FILE.
       265-READ-INST-FILE.
           READ INST-FILE INTO INST-DATA
               AT END MOVE 'Y' TO INST-EOF.
       267-STORE-INST-ENTRY.
           IF INST-CT < 200
               ADD 1 TO INST-CT
               MOVE I-INSTRUCTOR-ID TO IN-ID (INST-CT)
           ELSE
               ADD 1 TO INST-OVERFLOW-CT
           END-IF.
           PERFORM 265-READ-INST-FILE.
      *********************************************
      *    LOAD THE ROOM MASTER LOCATIONS INTO    *
      *    THE ROOM TABLE                         *
      *********************************************
       280-LOAD-ROOMS.
           OPEN INPUT ROOM-FILE.
           PERFORM 285-READ-ROOM-FILE.
           PERFORM 287-STORE-ROOM-ENTRY
               UNTIL NO-MORE-ROOM.
           CLOSE ROOM-FILE.
       285-READ-ROOM-FILE.
           READ ROOM-FILE INTO ROOM-DATA
               AT END MOVE 'Y' TO ROOM-EOF.
       287-STORE-ROOM-ENTRY.
           IF ROOM-CT < 200
               ADD 1 TO ROOM-CT
               MOVE R-LOCATION TO RM-LOCATION (ROOM-CT)
           ELSE
               ADD 1 TO ROOM-OVERFLOW-CT
           END-IF.
           PERFORM 285-READ-ROOM-FILE.
      *********************************************
      *    SEAT COUNT PASS - EVERY SECTION'S      *
      *    ENROLLMENT ROWS MUST NUMBER            *
      *    C-CLASSLIMIT MINUS C-SEATS-REMAINING   *
      *********************************************
       300-SEAT-COUNT-PASS.
           MOVE 'ENROLLMENT COUNT NOT EQUAL TO SEATS TAKEN'
               TO RT-TITLE.
           PERFORM 920-TYPE-HEADING.
           PERFORM 800-START-MASTER-SWEEP.
           PERFORM 305-CHECK-ONE-SECTION-COUNT
               UNTIL NO-MORE-SWEEP.
           MOVE SEAT-COUNT-BRK-CT TO TYPE-BRK-CT.
           PERFORM 930-TYPE-FOOTER.
       305-CHECK-ONE-SECTION-COUNT.
           ADD 1 TO SECTION-CT.
           MOVE 0 TO SECTION-ENROLL-CT.
           PERFORM 306-START-SECTION-ENROLL.
           PERFORM 307-COUNT-ONE-ENROLL-ENTRY
               UNTIL NO-MORE-ENROLL.
           COMPUTE SECTION-SEATS-TAKEN =
               C-CLASSLIMIT - C-SEATS-REMAINING.
           IF SECTION-ENROLL-CT NOT = SECTION-SEATS-TAKEN
               ADD 1 TO SEAT-COUNT-BRK-CT
               MOVE SPACES TO RECON-DATA
               MOVE C-COURSE TO RC-COURSE
               MOVE SECTION-ENROLL-CT TO CR-ENROLLED
               MOVE SECTION-SEATS-TAKEN TO CR-TAKEN
               MOVE COUNT-REMARK TO RC-DETAIL
               PERFORM 910-RECON-DETAIL-LINE
           END-IF.
           PERFORM 810-READ-NEXT-MASTER.
       306-START-SECTION-ENROLL.
           MOVE 'N' TO ENROLL-EOF.
           MOVE C-COURSE TO EM-COURSE-KEY.
           MOVE LOW-VALUES TO EM-STUDENT-ID.
           START ENROLL-FILE KEY NOT < EM-ENROLL-KEY
               INVALID KEY
                   MOVE 'Y' TO ENROLL-EOF
           END-START.
       307-COUNT-ONE-ENROLL-ENTRY.
           READ ENROLL-FILE NEXT RECORD INTO ENROLL-DATA
               AT END
                   MOVE 'Y' TO ENROLL-EOF
               NOT AT END
                   IF E-COURSE = C-COURSE
                       ADD 1 TO SECTION-ENROLL-CT
                   ELSE
                       MOVE 'Y' TO ENROLL-EOF
                   END-IF
           END-READ.
      *********************************************
      *    WAITLIST ENTRIES FOR STUDENTS ALREADY  *
      *    SEATED IN THE SAME SECTION             *
      *********************************************
       320-SEATED-WAIT-PASS.
           MOVE 'WAITLISTED STUDENT ALREADY SEATED IN SECTION'
               TO RT-TITLE.
           PERFORM 920-TYPE-HEADING.
           PERFORM 840-START-WAIT-SWEEP.
           PERFORM 325-CHECK-ONE-SEATED-WAITER
               UNTIL NO-MORE-WAIT.
           MOVE SEATED-WAIT-BRK-CT TO TYPE-BRK-CT.
           PERFORM 930-TYPE-FOOTER.
       325-CHECK-ONE-SEATED-WAITER.
           PERFORM 327-CHECK-WAITER-SEATED.
           IF SEATED-FOUND
               ADD 1 TO SEATED-WAIT-BRK-CT
               MOVE SPACES TO RECON-DATA
               MOVE W-COURSE TO RC-COURSE
               MOVE W-STUDENT-ID TO RC-STUDENT
               MOVE 0 TO PR-SEATS-OPEN
               MOVE W-POSITION TO PR-POSITION
               MOVE POSITION-REMARK (1:13) TO RC-DETAIL
               PERFORM 910-RECON-DETAIL-LINE
           END-IF.
           PERFORM 845-READ-NEXT-WAIT.
      *********************************************
      *    IS THE CURRENT WAITER ALSO ON THE      *
      *    ENROLLMENT FILE UNDER THE SAME         *
      *    COURSE KEY AND STUDENT ID              *
      *********************************************
       327-CHECK-WAITER-SEATED.
           MOVE 'N' TO SEATED-FOUND-SW.
           MOVE W-COURSE TO EM-COURSE-KEY.
           MOVE W-STUDENT-ID TO EM-STUDENT-ID.
           READ ENROLL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO SEATED-FOUND-SW
           END-READ.
      *********************************************
      *    WAITLIST ENTRIES ON SECTIONS THAT      *
      *    STILL HAVE A SEAT OPEN AND NO          *
      *    PASS-OVER REASON - THE DRAW-DOWN       *
      *    SHOULD HAVE SEATED THEM.  A WAITER     *
      *    REGPOST PASSED OVER FOR A HOLD, A      *
      *    TIME CLASH, OR AN OVER-MAXIMUM LOAD    *
      *    IS LISTED BY 332 INSTEAD               *
      *********************************************
       330-OPEN-WAIT-PASS.
           MOVE 'WAITLIST ENTRY ON SECTION WITH OPEN SEATS'
               TO RT-TITLE.
           PERFORM 920-TYPE-HEADING.
           PERFORM 840-START-WAIT-SWEEP.
           PERFORM 335-CHECK-ONE-OPEN-WAITER
               UNTIL NO-MORE-WAIT.
           MOVE OPEN-WAIT-BRK-CT TO TYPE-BRK-CT.
           PERFORM 930-TYPE-FOOTER.
       335-CHECK-ONE-OPEN-WAITER.
           MOVE W-COURSE TO LOOKUP-COURSE.
           PERFORM 820-READ-MASTER-BY-KEY.
           IF MASTER-FOUND AND C-SEATS-REMAINING > 0
                   AND W-PASS-REASON = SPACE
               ADD 1 TO OPEN-WAIT-BRK-CT
               MOVE SPACES TO RECON-DATA
               MOVE W-COURSE TO RC-COURSE
               MOVE W-STUDENT-ID TO RC-STUDENT
               MOVE W-POSITION TO PR-POSITION
               MOVE C-SEATS-REMAINING TO PR-SEATS-OPEN
               MOVE POSITION-REMARK TO RC-DETAIL
               PERFORM 910-RECON-DETAIL-LINE
           END-IF.
           PERFORM 845-READ-NEXT-WAIT.
      *********************************************
      *    WAITERS ON SECTIONS WITH A SEAT OPEN   *
      *    THAT REGPOST PASSED OVER FOR A         *
      *    REASON - THE SEAT STAYS OPEN UNTIL     *
      *    SOMEONE ELIGIBLE IS IN LINE, SO THESE  *
      *    ARE LISTED FOR THE REGISTRAR BUT ARE   *
      *    NOT COUNTED AS BREAKS                  *
      *********************************************
       332-PASSED-WAIT-PASS.
           MOVE 'WAITER PASSED OVER ON SECTION WITH OPEN SEATS'
               TO RT-TITLE.
           PERFORM 920-TYPE-HEADING.
           PERFORM 840-START-WAIT-SWEEP.
           PERFORM 337-CHECK-ONE-PASSED-WAITER
               UNTIL NO-MORE-WAIT.
           MOVE PASSED-WAIT-CT TO RN-COUNT.
           WRITE RECON-REC FROM RECON-NOTE-FOOTER
               AFTER ADVANCING 1 LINE.
       337-CHECK-ONE-PASSED-WAITER.
           MOVE W-COURSE TO LOOKUP-COURSE.
           PERFORM 820-READ-MASTER-BY-KEY.
           IF MASTER-FOUND AND C-SEATS-REMAINING > 0
                   AND W-PASS-REASON NOT = SPACE
               ADD 1 TO PASSED-WAIT-CT
               MOVE SPACES TO RECON-DATA
               MOVE W-COURSE TO RC-COURSE
               MOVE W-STUDENT-ID TO RC-STUDENT
               EVALUATE TRUE
                   WHEN W-PASSED-FOR-HOLD
                       MOVE 'HOLD' TO RC-VALUE
                   WHEN W-PASSED-FOR-CLASH
                       MOVE 'TIME CLASH' TO RC-VALUE
                   WHEN W-PASSED-FOR-LOAD
                       MOVE 'MAX LOAD' TO RC-VALUE
                   WHEN OTHER
                       MOVE W-PASS-REASON TO RC-VALUE
               END-EVALUATE
               MOVE W-POSITION TO PR-POSITION
               MOVE C-SEATS-REMAINING TO PR-SEATS-OPEN
               MOVE POSITION-REMARK TO RC-DETAIL
               PERFORM 910-RECON-DETAIL-LINE
           END-IF.
           PERFORM 845-READ-NEXT-WAIT.
      *********************************************
      *    ENROLLMENT ROWS WHOSE SECTION IS NO    *
      *    LONGER ON THE COURSE MASTER - THE      *
      *    FILE IS READ IN KEY ORDER, SO THE      *
      *    MASTER IS READ ONCE PER COURSE KEY     *
      *********************************************
       340-ORPHAN-ENROLL-PASS.
           MOVE 'ENROLLMENT ROW COURSE KEY NOT ON DA-S-COURSE'
               TO RT-TITLE.
           PERFORM 920-TYPE-HEADING.
           MOVE HIGH-VALUES TO PREV-COURSE.
           PERFORM 830-START-ENROLL-SWEEP.
           PERFORM 342-CHECK-ONE-ENROLL-ROW
               UNTIL NO-MORE-ENROLL.
           MOVE ORPHAN-ENROLL-BRK-CT TO TYPE-BRK-CT.
           PERFORM 930-TYPE-FOOTER.
       342-CHECK-ONE-ENROLL-ROW.
           MOVE E-COURSE TO LOOKUP-COURSE.
           PERFORM 348-CHECK-COURSE-ON-MASTER.
           IF NOT PREV-FOUND
               ADD 1 TO ORPHAN-ENROLL-BRK-CT
               MOVE SPACES TO RECON-DATA
               MOVE E-COURSE TO RC-COURSE
               MOVE E-STUDENT-ID TO RC-STUDENT
               MOVE 'NO MATCHING MASTER RECORD' TO RC-DETAIL
               PERFORM 910-RECON-DETAIL-LINE
           END-IF.
           PERFORM 835-READ-NEXT-ENROLL.
      *********************************************
      *    WAITLIST ROWS WHOSE SECTION IS NO      *
      *    LONGER ON THE COURSE MASTER            *
      *********************************************
       345-ORPHAN-WAIT-PASS.
           MOVE 'WAITLIST ROW COURSE KEY NOT ON DA-S-COURSE'
               TO RT-TITLE.
           PERFORM 920-TYPE-HEADING.
           MOVE HIGH-VALUES TO PREV-COURSE.
           PERFORM 840-START-WAIT-SWEEP.
           PERFORM 347-CHECK-ONE-WAIT-ROW
               UNTIL NO-MORE-WAIT.
           MOVE ORPHAN-WAIT-BRK-CT TO TYPE-BRK-CT.
           PERFORM 930-TYPE-FOOTER.
       347-CHECK-ONE-WAIT-ROW.
           MOVE W-COURSE TO LOOKUP-COURSE.
           PERFORM 348-CHECK-COURSE-ON-MASTER.
           IF NOT PREV-FOUND
               ADD 1 TO ORPHAN-WAIT-BRK-CT
               MOVE SPACES TO RECON-DATA
               MOVE W-COURSE TO RC-COURSE
               MOVE W-STUDENT-ID TO RC-STUDENT
               MOVE 'NO MATCHING MASTER RECORD' TO RC-DETAIL
               PERFORM 910-RECON-DETAIL-LINE
           END-IF.
           PERFORM 845-READ-NEXT-WAIT.
      *********************************************
      *    IS LOOKUP-COURSE ON THE MASTER - THE   *
      *    ANSWER FOR THE PREVIOUS KEY IS KEPT    *
      *    IN PREV-FOUND-SW AND REUSED WHILE THE  *
      *    KEY DOES NOT CHANGE                    *
      *********************************************
       348-CHECK-COURSE-ON-MASTER.
           IF LOOKUP-COURSE NOT = PREV-COURSE
               PERFORM 820-READ-MASTER-BY-KEY
               MOVE LOOKUP-COURSE TO PREV-COURSE
               MOVE MASTER-FOUND-SW TO PREV-FOUND-SW
           END-IF.
      *********************************************
      *    ENROLLMENT AND WAITLIST ROWS WHOSE     *
      *    STUDENT IS NOT ON THE STUDENT MASTER - *
      *    THE VALUE COLUMN SAYS WHICH FILE       *
      *********************************************
       350-UNKNOWN-STUDENT-PASS.
           MOVE 'STUDENT ID NOT ON DA-S-STUDMAST' TO RT-TITLE.
           PERFORM 920-TYPE-HEADING.
           PERFORM 830-START-ENROLL-SWEEP.
           PERFORM 352-CHECK-ONE-ENROLL-STUDENT
               UNTIL NO-MORE-ENROLL.
           PERFORM 840-START-WAIT-SWEEP.
           PERFORM 354-CHECK-ONE-WAIT-STUDENT
               UNTIL NO-MORE-WAIT.
           MOVE UNKNOWN-STUD-BRK-CT TO TYPE-BRK-CT.
           PERFORM 930-TYPE-FOOTER.
       352-CHECK-ONE-ENROLL-STUDENT.
           MOVE E-STUDENT-ID TO LOOKUP-STUDENT.
           PERFORM 500-FIND-STUDENT.
           IF NOT STUD-FOUND
               ADD 1 TO UNKNOWN-STUD-BRK-CT
               MOVE SPACES TO RECON-DATA
               MOVE E-COURSE TO RC-COURSE
               MOVE E-STUDENT-ID TO RC-STUDENT
               MOVE 'ENROLLMENT' TO RC-VALUE
               MOVE 'STUDENT ID NOT ON STUDENT MASTER'
                   TO RC-DETAIL
               PERFORM 910-RECON-DETAIL-LINE
           END-IF.
           PERFORM 835-READ-NEXT-ENROLL.
       354-CHECK-ONE-WAIT-STUDENT.
           MOVE W-STUDENT-ID TO LOOKUP-STUDENT.
           PERFORM 500-FIND-STUDENT.
           IF NOT STUD-FOUND
               ADD 1 TO UNKNOWN-STUD-BRK-CT
               MOVE SPACES TO RECON-DATA
               MOVE W-COURSE TO RC-COURSE
               MOVE W-STUDENT-ID TO RC-STUDENT
               MOVE 'WAITLIST' TO RC-VALUE
               MOVE 'STUDENT ID NOT ON STUDENT MASTER'
                   TO RC-DETAIL
               PERFORM 910-RECON-DETAIL-LINE
           END-IF.
           PERFORM 845-READ-NEXT-WAIT.
      *********************************************
      *    SECTIONS WHOSE INSTRUCTOR IS NOT ON    *
      *    THE INSTRUCTOR MASTER - BLANK MEANS    *
      *    NOT YET ASSIGNED AND IS NOT A BREAK,   *
      *    THE SAME RULE LAB4 USES                *
      *********************************************
       360-UNKNOWN-INST-PASS.
           MOVE 'C-INSTRUCTOR NOT ON DA-S-INSTMAST' TO RT-TITLE.
           PERFORM 920-TYPE-HEADING.
           PERFORM 800-START-MASTER-SWEEP.
           PERFORM 365-CHECK-ONE-SECTION-INST
               UNTIL NO-MORE-SWEEP.
           MOVE UNKNOWN-INST-BRK-CT TO TYPE-BRK-CT.
           PERFORM 930-TYPE-FOOTER.
       365-CHECK-ONE-SECTION-INST.
           IF C-INSTRUCTOR NOT = SPACES
               PERFORM 520-FIND-INSTRUCTOR
               IF NOT INST-FOUND
                   ADD 1 TO UNKNOWN-INST-BRK-CT
                   MOVE SPACES TO RECON-DATA
                   MOVE C-COURSE TO RC-COURSE
                   MOVE C-INSTRUCTOR TO RC-VALUE
                   MOVE 'INSTRUCTOR NOT ON INSTRUCTOR MASTER'
                       TO RC-DETAIL
                   PERFORM 910-RECON-DETAIL-LINE
               END-IF
           END-IF.
           PERFORM 810-READ-NEXT-MASTER.
      *********************************************
      *    SECTIONS WHOSE LOCATION IS NOT ON THE  *
      *    ROOM MASTER                            *
      *********************************************
       370-UNKNOWN-ROOM-PASS.
           MOVE 'C-LOCATION NOT ON DA-S-ROOMMAST' TO RT-TITLE.
           PERFORM 920-TYPE-HEADING.
           PERFORM 800-START-MASTER-SWEEP.
           PERFORM 375-CHECK-ONE-SECTION-ROOM
               UNTIL NO-MORE-SWEEP.
           MOVE UNKNOWN-ROOM-BRK-CT TO TYPE-BRK-CT.
           PERFORM 930-TYPE-FOOTER.
       375-CHECK-ONE-SECTION-ROOM.
           PERFORM 540-FIND-ROOM.
           IF NOT ROOM-FOUND
               ADD 1 TO UNKNOWN-ROOM-BRK-CT
               MOVE SPACES TO RECON-DATA
               MOVE C-COURSE TO RC-COURSE
               MOVE C-LOCATION TO RC-VALUE
               MOVE 'LOCATION NOT ON ROOM MASTER' TO RC-DETAIL
               PERFORM 910-RECON-DETAIL-LINE
           END-IF.
           PERFORM 810-READ-NEXT-MASTER.
      *********************************************
      *    LOOK LOOKUP-STUDENT UP IN THE STUDENT  *
      *    TABLE                                  *
      *********************************************
       500-FIND-STUDENT.
           MOVE 'N' TO STUD-FOUND-SW.
           MOVE 1 TO ST-I.
           PERFORM 505-CHECK-ONE-STUDENT
               UNTIL ST-I > STUD-CT OR STUD-FOUND.
       505-CHECK-ONE-STUDENT.
           IF ST-ID (ST-I) = LOOKUP-STUDENT
               MOVE 'Y' TO STUD-FOUND-SW
           ELSE
               ADD 1 TO ST-I
           END-IF.
      *********************************************
      *    LOOK THE CURRENT SECTION'S             *
      *    C-INSTRUCTOR UP IN THE INSTRUCTOR      *
      *    TABLE                                  *
      *********************************************
       520-FIND-INSTRUCTOR.
           MOVE 'N' TO INST-FOUND-SW.
           MOVE 1 TO IN-I.
           PERFORM 525-CHECK-ONE-INSTRUCTOR
               UNTIL IN-I > INST-CT OR INST-FOUND.
       525-CHECK-ONE-INSTRUCTOR.
           IF IN-ID (IN-I) = C-INSTRUCTOR
               MOVE 'Y' TO INST-FOUND-SW
           ELSE
               ADD 1 TO IN-I
           END-IF.
      *********************************************
      *    LOOK THE CURRENT SECTION'S C-LOCATION  *
      *    UP IN THE ROOM TABLE                   *
      *********************************************
       540-FIND-ROOM.
           MOVE 'N' TO ROOM-FOUND-SW.
           MOVE 1 TO RM-I.
           PERFORM 545-CHECK-ONE-ROOM
               UNTIL RM-I > ROOM-CT OR ROOM-FOUND.
       545-CHECK-ONE-ROOM.
           IF RM-LOCATION (RM-I) = C-LOCATION
               MOVE 'Y' TO ROOM-FOUND-SW
           ELSE
               ADD 1 TO RM-I
           END-IF.
      *********************************************
      *    POSITION AT THE FIRST MASTER RECORD    *
      *    AND READ IT INTO COURSE-DATA           *
      *********************************************
       800-START-MASTER-SWEEP.
           MOVE 'N' TO SWEEP-EOF.
           MOVE LOW-VALUES TO CM-COURSE-KEY.
           START COURSE-MASTER KEY NOT < CM-COURSE-KEY
               INVALID KEY
                   MOVE 'Y' TO SWEEP-EOF
           END-START.
           IF NOT NO-MORE-SWEEP
               PERFORM 810-READ-NEXT-MASTER
           END-IF.
      *********************************************
      *    READ THE NEXT MASTER RECORD IN KEY     *
      *    ORDER INTO COURSE-DATA                 *
      *********************************************
       810-READ-NEXT-MASTER.
           READ COURSE-MASTER NEXT RECORD INTO COURSE-DATA
               AT END
                   MOVE 'Y' TO SWEEP-EOF
           END-READ.
      *********************************************
      *    POSITION AT THE FIRST ENROLLMENT ROW   *
      *    AND READ IT INTO ENROLL-DATA           *
      *********************************************
       830-START-ENROLL-SWEEP.
           MOVE 'N' TO ENROLL-EOF.
           MOVE LOW-VALUES TO EM-ENROLL-KEY.
           START ENROLL-FILE KEY NOT < EM-ENROLL-KEY
               INVALID KEY
                   MOVE 'Y' TO ENROLL-EOF
           END-START.
           IF NOT NO-MORE-ENROLL
               PERFORM 835-READ-NEXT-ENROLL
           END-IF.
      *********************************************
      *    READ THE NEXT ENROLLMENT ROW IN KEY    *
      *    ORDER INTO ENROLL-DATA                 *
      *********************************************
       835-READ-NEXT-ENROLL.
           READ ENROLL-FILE NEXT RECORD INTO ENROLL-DATA
               AT END
                   MOVE 'Y' TO ENROLL-EOF
           END-READ.
      *********************************************
      *    POSITION AT THE FIRST WAITLIST ROW     *
      *    AND READ IT INTO WAIT-DATA             *
      *********************************************
       840-START-WAIT-SWEEP.
           MOVE 'N' TO WAIT-EOF.
           MOVE LOW-VALUES TO WM-WAIT-KEY.
           START WAIT-FILE KEY NOT < WM-WAIT-KEY
               INVALID KEY
                   MOVE 'Y' TO WAIT-EOF
           END-START.
           IF NOT NO-MORE-WAIT
               PERFORM 845-READ-NEXT-WAIT
           END-IF.
      *********************************************
      *    READ THE NEXT WAITLIST ROW IN KEY      *
      *    ORDER INTO WAIT-DATA                   *
      *********************************************
       845-READ-NEXT-WAIT.
           READ WAIT-FILE NEXT RECORD INTO WAIT-DATA
               AT END
                   MOVE 'Y' TO WAIT-EOF
           END-READ.
      *********************************************
      *    READ THE MASTER RECORD NAMED BY        *
      *    LOOKUP-COURSE INTO COURSE-DATA         *
      *********************************************
       820-READ-MASTER-BY-KEY.
           MOVE 'N' TO MASTER-FOUND-SW.
           MOVE LOOKUP-COURSE TO CM-COURSE-KEY.
           READ COURSE-MASTER INTO COURSE-DATA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO MASTER-FOUND-SW
           END-READ.
      *********************************************
      *    PRINT ONE BREAK DETAIL LINE            *
      *********************************************
       910-RECON-DETAIL-LINE.
           WRITE RECON-REC FROM RECON-DATA
               AFTER ADVANCING 1 LINE.
      *********************************************
      *    HEADING FOR ONE TYPE OF BREAK - THE    *
      *    CALLER MOVES THE TITLE TO RT-TITLE     *
      *********************************************
       920-TYPE-HEADING.
           MOVE SPACES TO RECON-REC.
           WRITE RECON-REC
               AFTER ADVANCING 1.
           WRITE RECON-REC FROM RECON-TYPE-HEADING
               AFTER ADVANCING 1 LINE.
           WRITE RECON-REC FROM RECON-COLUMN-HEADING
               AFTER ADVANCING 1 LINE.
      *********************************************
      *    COUNT LINE CLOSING ONE TYPE OF BREAK - *
      *    THE CALLER MOVES THE COUNT TO          *
      *    TYPE-BRK-CT                            *
      *********************************************
       930-TYPE-FOOTER.
           MOVE TYPE-BRK-CT TO RF-COUNT.
           WRITE RECON-REC FROM RECON-TYPE-FOOTER
               AFTER ADVANCING 1 LINE.
           ADD TYPE-BRK-CT TO TOTAL-BRK-CT.
      *********************************************
      *    SUMMARY OF THE BREAK COUNTS BY TYPE    *
      *    AND THE RESULT STAMPED ON THE RUN LOG  *
      *********************************************
       940-SUMMARY-LINES.
           MOVE SPACES TO RECON-REC.
           WRITE RECON-REC
               AFTER ADVANCING 1.
           WRITE RECON-REC FROM RECON-SUMMARY-HEADING
               AFTER ADVANCING 1 LINE.
           MOVE SECTION-CT TO RSC-SECTION-CT.
           WRITE RECON-REC FROM RECON-SECTION-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'ENROLLMENT COUNT NOT EQUAL TO SEATS TAKEN'
               TO RS-TITLE.
           MOVE SEAT-COUNT-BRK-CT TO RS-COUNT.
           PERFORM 945-SUMMARY-LINE.
           MOVE 'WAITLISTED STUDENT ALREADY SEATED' TO RS-TITLE.
           MOVE SEATED-WAIT-BRK-CT TO RS-COUNT.
           PERFORM 945-SUMMARY-LINE.
           MOVE 'WAITLIST ENTRY ON SECTION WITH OPEN SEATS'
               TO RS-TITLE.
           MOVE OPEN-WAIT-BRK-CT TO RS-COUNT.
           PERFORM 945-SUMMARY-LINE.
           MOVE 'ENROLLMENT ROW COURSE KEY NOT ON MASTER'
               TO RS-TITLE.
           MOVE ORPHAN-ENROLL-BRK-CT TO RS-COUNT.
           PERFORM 945-SUMMARY-LINE.
           MOVE 'WAITLIST ROW COURSE KEY NOT ON MASTER'
               TO RS-TITLE.
           MOVE ORPHAN-WAIT-BRK-CT TO RS-COUNT.
           PERFORM 945-SUMMARY-LINE.
           MOVE 'STUDENT ID NOT ON STUDENT MASTER' TO RS-TITLE.
           MOVE UNKNOWN-STUD-BRK-CT TO RS-COUNT.
           PERFORM 945-SUMMARY-LINE.
           MOVE 'INSTRUCTOR NOT ON INSTRUCTOR MASTER' TO RS-TITLE.
           MOVE UNKNOWN-INST-BRK-CT TO RS-COUNT.
           PERFORM 945-SUMMARY-LINE.
           MOVE 'LOCATION NOT ON ROOM MASTER' TO RS-TITLE.
           MOVE UNKNOWN-ROOM-BRK-CT TO RS-COUNT.
           PERFORM 945-SUMMARY-LINE.
           MOVE 'TOTAL BREAKS' TO RS-TITLE.
           MOVE TOTAL-BRK-CT TO RS-COUNT.
           PERFORM 945-SUMMARY-LINE.
           MOVE 'PASSED OVER ON OPEN SECTION - NOT A BREAK'
               TO RS-TITLE.
           MOVE PASSED-WAIT-CT TO RS-COUNT.
           PERFORM 945-SUMMARY-LINE.
           MOVE SPACES TO RECON-REC.
           WRITE RECON-REC
               AFTER ADVANCING 1.
           IF TOTAL-BRK-CT > 0
               MOVE 'BREAKS FOUND - RUN LOG STAMPED FAILED'
                   TO RST-STATUS
           ELSE
               MOVE 'FILES IN AGREEMENT - RUN LOG STAMPED COMPLETE'
                   TO RST-STATUS
           END-IF.
           WRITE RECON-REC FROM RECON-STATUS-LINE
               AFTER ADVANCING 1 LINE.
       945-SUMMARY-LINE.
           WRITE RECON-REC FROM RECON-SUMMARY-LINE
               AFTER ADVANCING 1 LINE.
      *********************************************
      *    NORMAL END OF JOB WITH NO BREAKS -     *
      *    STAMP THIS RUN COMPLETE                *
      *********************************************
       950-STAMP-RUN-COMPLETE.
           MOVE 'C' TO RL-NEW-STATUS.
           PERFORM 058-STAMP-RUN-LOG.
      *********************************************
      *    BREAKS FOUND - STAMP THIS RUN FAILED   *
      *    SO ITS SUCCESSORS WILL NOT START       *
      *********************************************
       955-STAMP-RUN-FAILED.
           MOVE 'F' TO RL-NEW-STATUS.
           PERFORM 058-STAMP-RUN-LOG.
