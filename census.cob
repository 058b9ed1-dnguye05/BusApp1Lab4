       IDENTIFICATION DIVISION.
       PROGRAM-ID. census.
      *********************************************
      *    CENSUS-DATE ENROLLMENT SNAPSHOT AND    *
      *    OFFICIAL ENROLLMENT STATISTICS         *
      *    FREEZES THE TERM'S ENROLLMENT AS OF    *
      *    THE CENSUS DATE SO THE OFFICIAL        *
      *    FIGURES CAN BE REPRODUCED LONG AFTER   *
      *    DA-S-ENROLL AND THE COURSE MASTER      *
      *    HAVE MOVED ON.                         *
      *                                           *
      *    THE FIRST RUN FOR A TERM COPIES EVERY  *
      *    ENROLLMENT DETAIL RECORD, JOINED TO    *
      *    THE SECTION'S C-TERM, THE CATALOG      *
      *    CREDIT HOURS, AND THE STUDENT'S        *
      *    S-STANDING, TO THE DATED SNAPSHOT      *
      *    FILE DA-S-CENSUS.  ONCE THAT FILE      *
      *    HOLDS A TERM'S SNAPSHOT IT IS NEVER    *
      *    WRITTEN AGAIN - A LATER RUN FOR THE    *
      *    SAME TERM REPRODUCES THE FIGURES FROM  *
      *    IT, AND A RUN FOR ANOTHER TERM IS      *
      *    STOPPED UNTIL A NEW SNAPSHOT FILE IS   *
      *    ALLOCATED.                             *
      *                                           *
      *    FROM THE SNAPSHOT THE STATISTICS       *
      *    REPORT UR-S-CENSRPT GIVES HEADCOUNT,   *
      *    SEAT COUNT, AND STUDENT CREDIT HOURS   *
      *    BY DEPARTMENT (C-ABB) AND BY CLASS     *
      *    STANDING, FULL-TIME AND PART-TIME      *
      *    COUNTS, AND FTE, AND THE SAME TOTALS   *
      *    ARE WRITTEN IN FIXED FORMAT TO         *
      *    DA-S-CENSXTR FOR THE STATE REPORTING   *
      *    SUBMISSION.                            *
      *                                           *
      *    THE PARAMETER CARD DA-S-CENSPARM       *
      *    CARRIES THE CENSUS TERM, THE           *
      *    FULL-TIME CREDIT-HOUR THRESHOLD        *
      *    (DEFAULT 12), AND THE FTE DIVISOR      *
      *    (DEFAULT 15).                          *
      *********************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COURSE-MASTER ASSIGN TO 'DA-S-COURSE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-COURSE-KEY.
           SELECT OPTIONAL ENROLL-FILE ASSIGN TO 'DA-S-ENROLL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EM-ENROLL-KEY
               ALTERNATE RECORD KEY IS EM-STUDENT-ID
                   WITH DUPLICATES.
           SELECT STUD-FILE ASSIGN TO 'DA-S-STUDMAST'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CATALOG-FILE ASSIGN TO 'DA-S-CATALOG'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PARM-FILE ASSIGN TO 'DA-S-CENSPARM'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SNAP-FILE ASSIGN TO 'DA-S-CENSUS'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXTRACT-FILE ASSIGN TO 'DA-S-CENSXTR'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO 'UR-S-CENSRPT'.
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
       FD  STUD-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  STUD-MASTER-REC PIC X(40).
       FD  CATALOG-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  CATALOG-MASTER-REC PIC X(40).
       FD  PARM-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  PARM-REC PIC X(20).
       FD  SNAP-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  SNAP-PHYS-REC PIC X(40).
       FD  EXTRACT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  EXTRACT-PHYS-REC PIC X(80).
       FD  REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REPORT-REC PIC X(132).
       WORKING-STORAGE SECTION.
       01  MISC.
           03 ENROLL-EOF PIC X VALUE 'N'.
               88 NO-MORE-ENROLL VALUE 'Y'.
           03 SNAP-EOF PIC X VALUE 'N'.
               88 NO-MORE-SNAP VALUE 'Y'.
           03 STUD-EOF PIC X VALUE 'N'.
               88 NO-MORE-STUD VALUE 'Y'.
           03 CATALOG-EOF PIC X VALUE 'N'.
               88 NO-MORE-CATALOG VALUE 'Y'.
           03 PARM-EOF PIC X VALUE 'N'.
           03 MASTER-FOUND-SW PIC X VALUE 'N'.
               88 MASTER-FOUND VALUE 'Y'.
           03 CATALOG-FOUND-SW PIC X VALUE 'N'.
               88 CATALOG-FOUND VALUE 'Y'.
           03 STUD-FOUND-SW PIC X VALUE 'N'.
               88 STUD-FOUND VALUE 'Y'.
           03 DEPT-FOUND-SW PIC X VALUE 'N'.
               88 DEPT-FOUND VALUE 'Y'.
           03 STANDING-FOUND-SW PIC X VALUE 'N'.
               88 STANDING-FOUND VALUE 'Y'.
           03 CENSTUD-FOUND-SW PIC X VALUE 'N'.
               88 CENSTUD-FOUND VALUE 'Y'.
           03 STANDING-PAST-SW PIC X VALUE 'N'.
               88 STANDING-PAST VALUE 'Y'.
           03 SNAPSHOT-SW PIC X VALUE 'N'.
               88 SNAPSHOT-TAKEN-THIS-RUN VALUE 'Y'.
           03 CA-I PIC 9(4) VALUE 0.
           03 ST-I PIC 9(4) VALUE 0.
           03 DP-I PIC 9(4) VALUE 0.
           03 SD-I PIC 9(4) VALUE 0.
           03 SD-J PIC 9(4) VALUE 0.
           03 SS-I PIC 9(4) VALUE 0.
           03 CYCLE-DATE PIC 9(8) VALUE 0.
           03 CENSUS-DATE PIC 9(8) VALUE 0.
           03 LOOKUP-STANDING PIC XX VALUE SPACES.
           03 SNAP-WRITTEN-CT PIC 9(5) VALUE 0.
           03 NO-MASTER-CT PIC 9(5) VALUE 0.
           03 WRONG-TERM-CT PIC 9(5) VALUE 0.
           03 NO-CATALOG-CT PIC 9(5) VALUE 0.
           03 NO-STUDENT-CT PIC 9(5) VALUE 0.
           03 TOTAL-SEATS PIC 9(7) VALUE 0.
           03 TOTAL-SCH PIC 9(7) VALUE 0.
           03 TOTAL-FT-CT PIC 9(7) VALUE 0.
           03 TOTAL-PT-CT PIC 9(7) VALUE 0.
           03 TOTAL-FTE PIC 9(5)V99 VALUE 0.
           03 EXTRACT-CT PIC 9(7) VALUE 0.
      *********************************************
      *    THE CENSUS TERM, FULL-TIME THRESHOLD,  *
      *    AND FTE DIVISOR, FROM THE PARAMETER    *
      *    CARD                                   *
      *********************************************
       01  CENS-PARM-DATA.
           03 CP-TERM PIC X(5).
           03 CP-FT-HOURS PIC 99.
           03 CP-FTE-DIVISOR PIC 99.
           03 FILLER PIC X(11).
      *********************************************
      *    ENROLLMENT DETAIL INPUT RECORD         *
      *********************************************
       01  ENROLL-DATA.
           COPY "enrlrec.cpy".
      *********************************************
      *    COURSE MASTER RECORD READ BY KEY FOR   *
      *    THE SECTION'S C-TERM                   *
      *********************************************
       01  COURSE-DATA.
           COPY "coursrec.cpy".
      *********************************************
      *    CENSUS SNAPSHOT RECORD                 *
      *********************************************
       01  SNAP-DATA.
           COPY "censrec.cpy".
      *********************************************
      *    STUDENT MASTER INPUT RECORD AND TABLE  *
      *    OF STUDENT STANDINGS                   *
      *********************************************
       01  STUD-DATA.
           COPY "studrec.cpy".
       01  STUD-TABLE-CTL.
           03 STUD-CT PIC 9(4) VALUE 0.
           03 STUD-OVERFLOW-CT PIC 9(5) VALUE 0.
       01  STUD-TABLE.
           03 STUD-TABLE-ENTRY OCCURS 1000 TIMES.
               05 ST-ID PIC X(9).
               05 ST-STANDING PIC XX.
      *********************************************
      *    CATALOG MASTER INPUT RECORD AND TABLE  *
      *    OF CREDIT HOURS                        *
      *********************************************
       01  CATALOG-DATA.
           COPY "catlrec.cpy".
       01  CATALOG-TABLE-CTL.
           03 CATALOG-CT PIC 9(4) VALUE 0.
           03 CATALOG-OVERFLOW-CT PIC 9(5) VALUE 0.
       01  CATALOG-TABLE.
           03 CATALOG-TABLE-ENTRY OCCURS 500 TIMES.
               05 CA-COURSE PIC X(7).
               05 CA-CREDIT-HOURS PIC 99.
      *********************************************
      *    DEPARTMENT TOTALS - FILLED IN THE      *
      *    SNAPSHOT'S COURSE ORDER, SO ALREADY    *
      *    IN C-ABB ORDER                         *
      *********************************************
       01  DEPT-TABLE-CTL.
           03 DEPT-CT PIC 9(4) VALUE 0.
           03 DEPT-OVERFLOW-CT PIC 9(5) VALUE 0.
       01  DEPT-TABLE.
           03 DEPT-TABLE-ENTRY OCCURS 100 TIMES.
               05 DP-ABB PIC XXX.
               05 DP-HEADCOUNT PIC 9(5).
               05 DP-SEATS PIC 9(5).
               05 DP-SCH PIC 9(7).
      *********************************************
      *    CLASS STANDING TOTALS - KEPT IN        *
      *    S-STANDING ORDER AS ENTRIES ARE ADDED  *
      *********************************************
       01  STANDING-TABLE-CTL.
           03 STANDING-CT PIC 9(4) VALUE 0.
           03 STANDING-OVERFLOW-CT PIC 9(5) VALUE 0.
       01  STANDING-TABLE.
           03 STANDING-TABLE-ENTRY OCCURS 20 TIMES.
               05 SD-STANDING PIC XX.
               05 SD-HEADCOUNT PIC 9(5).
               05 SD-SEATS PIC 9(5).
               05 SD-SCH PIC 9(7).
               05 SD-FT-CT PIC 9(5).
               05 SD-PT-CT PIC 9(5).
      *********************************************
      *    ONE ENTRY PER DISTINCT STUDENT ON THE  *
      *    SNAPSHOT - TOTAL HOURS FOR THE         *
      *    FULL-TIME TEST, AND THE LAST C-ABB     *
      *    THE STUDENT WAS COUNTED IN SO EACH     *
      *    STUDENT COUNTS ONCE PER DEPARTMENT     *
      *********************************************
       01  CENSTUD-TABLE-CTL.
           03 CENSTUD-CT PIC 9(4) VALUE 0.
           03 CENSTUD-OVERFLOW-CT PIC 9(5) VALUE 0.
       01  CENSTUD-TABLE.
           03 CENSTUD-TABLE-ENTRY OCCURS 2000 TIMES.
               05 SS-ID PIC X(9).
               05 SS-STANDING PIC XX.
               05 SS-HOURS PIC 9(3).
               05 SS-LAST-ABB PIC XXX.
      *********************************************
      *    STATE REPORTING EXTRACT RECORDS -      *
      *    ONE HEADER, ONE RECORD PER DEPARTMENT  *
      *    AND PER STANDING, AND A TOTAL RECORD   *
      *    CARRYING THE RECORD COUNT              *
      *********************************************
       01  XH-HEADER-DATA.
           03 XH-RECORD-TYPE PIC X VALUE 'H'.
           03 XH-TERM PIC X(5).
           03 XH-CENSUS-DATE PIC 9(8).
           03 XH-FT-HOURS PIC 99.
           03 XH-FTE-DIVISOR PIC 99.
           03 FILLER PIC X(62) VALUE SPACES.
       01  XD-DEPT-DATA.
           03 XD-RECORD-TYPE PIC X VALUE 'D'.
           03 XD-ABB PIC XXX.
           03 XD-HEADCOUNT PIC 9(7).
           03 XD-SEATS PIC 9(7).
           03 XD-SCH PIC 9(7).
           03 FILLER PIC X(55) VALUE SPACES.
       01  XS-STANDING-DATA.
           03 XS-RECORD-TYPE PIC X VALUE 'S'.
           03 XS-STANDING PIC XX.
           03 XS-HEADCOUNT PIC 9(7).
           03 XS-SEATS PIC 9(7).
           03 XS-SCH PIC 9(7).
           03 XS-FT-CT PIC 9(7).
           03 XS-PT-CT PIC 9(7).
           03 FILLER PIC X(42) VALUE SPACES.
       01  XT-TOTAL-DATA.
           03 XT-RECORD-TYPE PIC X VALUE 'T'.
           03 XT-HEADCOUNT PIC 9(7).
           03 XT-SEATS PIC 9(7).
           03 XT-SCH PIC 9(7).
           03 XT-FT-CT PIC 9(7).
           03 XT-PT-CT PIC 9(7).
           03 XT-FTE PIC 9(5)V99.
           03 XT-RECORD-COUNT PIC 9(7).
           03 FILLER PIC X(30) VALUE SPACES.
      *********************************************
      *    DESCRIPTION OF REPORT PRINT LINES      *
      *********************************************
       01  CR-HEADING1.
           03 FILLER               PIC X(10)   VALUE SPACES.
           03 FILLER               PIC X(33)
               VALUE 'OFFICIAL CENSUS ENROLLMENT - TERM'.
           03 FILLER               PIC X       VALUE SPACE.
           03 CR-H-TERM             PIC X(5).
           03 FILLER               PIC X(14)   VALUE '  CENSUS DATE '.
           03 CR-H-CENSUS-DATE      PIC 9(8).
       01  CR-HEADING2.
           03 FILLER               PIC X(10)   VALUE SPACES.
           03 CR-H-SOURCE           PIC X(40).
       01  CR-SECTION-HEADING.
           03 FILLER               PIC X(10)   VALUE SPACES.
           03 CR-S-TITLE            PIC X(12).
           03 FILLER               PIC X(11)   VALUE ' HEADCOUNT'.
           03 FILLER               PIC X(9)    VALUE '    SEATS'.
           03 FILLER               PIC X(11)   VALUE '        SCH'.
           03 CR-S-FT-TITLE         PIC X(11).
           03 CR-S-PT-TITLE         PIC X(11).
       01  CR-DETAIL.
           03 FILLER               PIC X(10)   VALUE SPACES.
           03 CR-D-GROUP            PIC X(12).
           03 FILLER               PIC X(4)    VALUE SPACES.
           03 CR-D-HEADCOUNT        PIC ZZZZZZ9.
           03 FILLER               PIC X(2)    VALUE SPACES.
           03 CR-D-SEATS            PIC ZZZZZZ9.
           03 FILLER               PIC X(4)    VALUE SPACES.
           03 CR-D-SCH              PIC ZZZZZZ9.
           03 FILLER               PIC X(4)    VALUE SPACES.
           03 CR-D-FT               PIC ZZZZZZ9.
           03 FILLER               PIC X(4)    VALUE SPACES.
           03 CR-D-PT               PIC ZZZZZZ9.
       01  CR-DEPT-DETAIL.
           03 FILLER               PIC X(10)   VALUE SPACES.
           03 CR-DD-ABB             PIC X(12).
           03 FILLER               PIC X(4)    VALUE SPACES.
           03 CR-DD-HEADCOUNT       PIC ZZZZZZ9.
           03 FILLER               PIC X(2)    VALUE SPACES.
           03 CR-DD-SEATS           PIC ZZZZZZ9.
           03 FILLER               PIC X(4)    VALUE SPACES.
           03 CR-DD-SCH             PIC ZZZZZZ9.
       01  CR-FTE-LINE.
           03 FILLER               PIC X(10)   VALUE SPACES.
           03 FILLER               PIC X(20)
               VALUE 'FTE (SCH DIVIDED BY'.
           03 CR-F-DIVISOR          PIC Z9.
           03 FILLER               PIC X(3)    VALUE ')  '.
           03 CR-F-FTE              PIC ZZZZ9.99.
       01  CR-THRESHOLD-LINE.
           03 FILLER               PIC X(10)   VALUE SPACES.
           03 FILLER               PIC X(32)
               VALUE 'FULL-TIME AT CREDIT HOURS OF AT'.
           03 FILLER               PIC X(6)    VALUE 'LEAST '.
           03 CR-T-FT-HOURS         PIC Z9.
       01  CR-EXCEPTION-LINE.
           03 FILLER               PIC X(10)   VALUE SPACES.
           03 CR-E-COUNT            PIC ZZZZ9.
           03 FILLER               PIC X(2)    VALUE SPACES.
           03 CR-E-TEXT             PIC X(50).
       01  CR-EMPTY-LINE.
           03 FILLER               PIC X(10)   VALUE SPACES.
           03 FILLER               PIC X(40)   VALUE
               'NO ENROLLMENT ON THE CENSUS SNAPSHOT'.
      *********************************************
      *    WARNING LINE WHEN A TABLE FILLED -     *
      *    THE FIGURES ARE INCOMPLETE AND MUST    *
      *    NOT BE SUBMITTED                       *
      *********************************************
       01  TABLE-OVERFLOW-WARNING.
           03 FILLER               PIC X(10)   VALUE SPACES.
           03 FILLER               PIC X(14)   VALUE '*** WARNING -'.
           03 TOW-OVERFLOW-CT       PIC ZZZZ9.
           03 FILLER               PIC X(1)    VALUE SPACES.
           03 TOW-TABLE-NAME        PIC X(18).
           03 FILLER               PIC X(40)
               VALUE 'ENTRIES EXCEEDED THE TABLE LIMIT AND'.
           03 FILLER               PIC X(20)
               VALUE ' WERE NOT COUNTED'.
       PROCEDURE DIVISION.
      *********************************************
      *    MAINLINE - TAKE THE SNAPSHOT IF THE    *
      *    TERM HAS NONE YET, THEN PRODUCE THE    *
      *    STATISTICS AND STATE EXTRACT FROM THE  *
      *    SNAPSHOT                               *
      *********************************************
       000-MAINLINE.
           ACCEPT CYCLE-DATE FROM DATE YYYYMMDD.
           PERFORM 010-READ-CENS-PARM.
           PERFORM 100-CHECK-SNAPSHOT.
           IF SNAPSHOT-TAKEN-THIS-RUN
               PERFORM 200-LOAD-CATALOG
               PERFORM 220-LOAD-STUDENTS
               PERFORM 300-TAKE-SNAPSHOT
           END-IF.
           PERFORM 400-TALLY-SNAPSHOT.
           PERFORM 450-ROLL-UP-ONE-STUDENT
               VARYING SS-I FROM 1 BY 1
               UNTIL SS-I > CENSTUD-CT.
           IF CP-FTE-DIVISOR > 0
               COMPUTE TOTAL-FTE ROUNDED = TOTAL-SCH / CP-FTE-DIVISOR
           END-IF.
           OPEN OUTPUT REPORT-FILE
                       EXTRACT-FILE.
           PERFORM 900-REPORT-HEADING.
           PERFORM 910-DEPT-SECTION.
           PERFORM 920-STANDING-SECTION.
           PERFORM 930-SUMMARY-LINES.
           PERFORM 700-WRITE-EXTRACT.
           CLOSE REPORT-FILE
                 EXTRACT-FILE.
           DISPLAY 'CENSUS TERM ' CP-TERM ' CENSUS DATE ' CENSUS-DATE.
           DISPLAY 'CENSUS SNAPSHOT RECORDS ' TOTAL-SEATS.
           STOP RUN.
      *********************************************
      *    READ AND CHECK THE PARAMETER CARD -    *
      *    THE CENSUS TERM IS REQUIRED, THE       *
      *    THRESHOLD AND DIVISOR DEFAULT          *
      *********************************************
       010-READ-CENS-PARM.
           OPEN INPUT PARM-FILE.
           READ PARM-FILE INTO CENS-PARM-DATA
               AT END
                   MOVE 'Y' TO PARM-EOF
                   MOVE SPACES TO CENS-PARM-DATA
           END-READ.
           CLOSE PARM-FILE.
           IF CP-TERM = SPACES
               DISPLAY 'CENSUS RUN STOPPED - CENSUS TERM REQUIRED'
                   ' ON DA-S-CENSPARM'
               STOP RUN
           END-IF.
           IF CP-FT-HOURS NOT NUMERIC
               MOVE 12 TO CP-FT-HOURS
           ELSE
               IF CP-FT-HOURS = 0
                   MOVE 12 TO CP-FT-HOURS
               END-IF
           END-IF.
           IF CP-FTE-DIVISOR NOT NUMERIC
               MOVE 15 TO CP-FTE-DIVISOR
           ELSE
               IF CP-FTE-DIVISOR = 0
                   MOVE 15 TO CP-FTE-DIVISOR
               END-IF
           END-IF.
      *********************************************
      *    LOOK AT THE SNAPSHOT FILE - EMPTY      *
      *    MEANS TAKE THE SNAPSHOT NOW, THE       *
      *    CENSUS TERM MEANS REPRODUCE FROM IT,   *
      *    ANY OTHER TERM STOPS THE RUN RATHER    *
      *    THAN OVERWRITE A FROZEN SNAPSHOT       *
      *********************************************
       100-CHECK-SNAPSHOT.
           OPEN INPUT SNAP-FILE.
           PERFORM 810-READ-SNAP.
           CLOSE SNAP-FILE.
           IF NO-MORE-SNAP
               MOVE 'Y' TO SNAPSHOT-SW
               MOVE CYCLE-DATE TO CENSUS-DATE
           ELSE
               IF CS-TERM NOT = CP-TERM
                   DISPLAY 'CENSUS RUN STOPPED - DA-S-CENSUS HOLDS'
                       ' THE SNAPSHOT FOR TERM ' CS-TERM
                       ' - ALLOCATE A NEW SNAPSHOT FILE'
                   STOP RUN
               END-IF
               MOVE CS-CENSUS-DATE TO CENSUS-DATE
           END-IF.
           MOVE 'N' TO SNAP-EOF.
      *********************************************
      *    LOAD THE CATALOG MASTER INTO THE       *
      *    CATALOG TABLE                          *
      *********************************************
       200-LOAD-CATALOG.
           OPEN INPUT CATALOG-FILE.
           PERFORM 205-READ-CATALOG-FILE.
           PERFORM 207-STORE-CATALOG-ENTRY
               UNTIL NO-MORE-CATALOG.
           CLOSE CATALOG-FILE.
       205-READ-CATALOG-FILE.
           READ CATALOG-FILE INTO CATALOG-DATA
               AT END MOVE 'Y' TO CATALOG-EOF.
       207-STORE-CATALOG-ENTRY.
           IF CATALOG-CT < 500
               ADD 1 TO CATALOG-CT
               MOVE CAT-COURSE TO CA-COURSE (CATALOG-CT)
               MOVE CAT-CREDIT-HOURS TO CA-CREDIT-HOURS (CATALOG-CT)
           ELSE
               ADD 1 TO CATALOG-OVERFLOW-CT
           END-IF.
           PERFORM 205-READ-CATALOG-FILE.
      *********************************************
      *    LOAD THE STUDENT MASTER INTO THE       *
      *    STUDENT TABLE                          *
      *********************************************
       220-LOAD-STUDENTS.
           OPEN INPUT STUD-FILE.
           PERFORM 225-READ-STUD-FILE.
           PERFORM 227-STORE-STUD-ENTRY
               UNTIL NO-MORE-STUD.
           CLOSE STUD-FILE.
       225-READ-STUD-FILE.
           READ STUD-FILE INTO STUD-DATA
               AT END MOVE 'Y' TO STUD-EOF.
       227-STORE-STUD-ENTRY.
           IF STUD-CT < 1000
               ADD 1 TO STUD-CT
               MOVE S-STUDENT-ID TO ST-ID (STUD-CT)
               MOVE S-STANDING TO ST-STANDING (STUD-CT)
           ELSE
               ADD 1 TO STUD-OVERFLOW-CT
           END-IF.
           PERFORM 225-READ-STUD-FILE.
      *********************************************
      *    COPY THE ENROLLMENT DETAIL TO THE      *
      *    SNAPSHOT, JOINED TO C-TERM, CREDIT     *
      *    HOURS, AND S-STANDING.  A ROW WHOSE    *
      *    SECTION IS GONE FROM THE MASTER OR IS  *
      *    NOT IN THE CENSUS TERM IS LEFT OUT     *
      *    AND COUNTED ON THE REPORT              *
      *********************************************
       300-TAKE-SNAPSHOT.
           OPEN INPUT ENROLL-FILE
                      COURSE-MASTER
                OUTPUT SNAP-FILE.
           PERFORM 800-READ-ENROLL.
           PERFORM 310-SNAP-ONE-ENROLLMENT
               UNTIL NO-MORE-ENROLL.
           CLOSE ENROLL-FILE
                 COURSE-MASTER
                 SNAP-FILE.
       310-SNAP-ONE-ENROLLMENT.
           MOVE E-COURSE TO CM-COURSE-KEY.
           PERFORM 820-READ-MASTER-BY-KEY.
           IF NOT MASTER-FOUND
               ADD 1 TO NO-MASTER-CT
           ELSE
               IF C-TERM NOT = CP-TERM
                   ADD 1 TO WRONG-TERM-CT
               ELSE
                   MOVE SPACES TO SNAP-DATA
                   MOVE CENSUS-DATE TO CS-CENSUS-DATE
                   MOVE C-TERM TO CS-TERM
                   MOVE E-COURSE TO CS-COURSE
                   MOVE E-STUDENT-ID TO CS-STUDENT-ID
                   PERFORM 500-FIND-CATALOG
                   IF CATALOG-FOUND
                       MOVE CA-CREDIT-HOURS (CA-I)
                           TO CS-CREDIT-HOURS
                   ELSE
                       MOVE 0 TO CS-CREDIT-HOURS
                       ADD 1 TO NO-CATALOG-CT
                   END-IF
                   PERFORM 520-FIND-STUDENT
                   IF STUD-FOUND
                       MOVE ST-STANDING (ST-I) TO CS-STANDING
                   ELSE
                       ADD 1 TO NO-STUDENT-CT
                   END-IF
                   WRITE SNAP-PHYS-REC FROM SNAP-DATA
                   ADD 1 TO SNAP-WRITTEN-CT
               END-IF
           END-IF.
           PERFORM 800-READ-ENROLL.
      *********************************************
      *    ACCUMULATE THE STATISTICS FROM THE     *
      *    SNAPSHOT ONLY, NEVER FROM THE LIVE     *
      *    FILES, SO A RERUN GIVES THE SAME       *
      *    FIGURES                                *
      *********************************************
       400-TALLY-SNAPSHOT.
           OPEN INPUT SNAP-FILE.
           PERFORM 810-READ-SNAP.
           PERFORM 410-TALLY-ONE-ROW
               UNTIL NO-MORE-SNAP.
           CLOSE SNAP-FILE.
       410-TALLY-ONE-ROW.
           ADD 1 TO TOTAL-SEATS.
           ADD CS-CREDIT-HOURS TO TOTAL-SCH.
           PERFORM 540-FIND-DEPT.
           IF DEPT-FOUND
               ADD 1 TO DP-SEATS (DP-I)
               ADD CS-CREDIT-HOURS TO DP-SCH (DP-I)
           END-IF.
           MOVE CS-STANDING TO LOOKUP-STANDING.
           PERFORM 560-FIND-STANDING.
           IF STANDING-FOUND
               ADD 1 TO SD-SEATS (SD-I)
               ADD CS-CREDIT-HOURS TO SD-SCH (SD-I)
           END-IF.
           PERFORM 580-FIND-CENSUS-STUDENT.
           IF CENSTUD-FOUND
               ADD CS-CREDIT-HOURS TO SS-HOURS (SS-I)
               IF SS-LAST-ABB (SS-I) NOT = CS-ABB
                   MOVE CS-ABB TO SS-LAST-ABB (SS-I)
                   IF DEPT-FOUND
                       ADD 1 TO DP-HEADCOUNT (DP-I)
                   END-IF
               END-IF
           END-IF.
           PERFORM 810-READ-SNAP.
      *********************************************
      *    COUNT ONE DISTINCT STUDENT IN ITS      *
      *    STANDING'S HEADCOUNT AND AS FULL-TIME  *
      *    OR PART-TIME BY TOTAL CREDIT HOURS     *
      *********************************************
       450-ROLL-UP-ONE-STUDENT.
           MOVE SS-STANDING (SS-I) TO LOOKUP-STANDING.
           PERFORM 560-FIND-STANDING.
           IF SS-HOURS (SS-I) < CP-FT-HOURS
               ADD 1 TO TOTAL-PT-CT
               IF STANDING-FOUND
                   ADD 1 TO SD-PT-CT (SD-I)
               END-IF
           ELSE
               ADD 1 TO TOTAL-FT-CT
               IF STANDING-FOUND
                   ADD 1 TO SD-FT-CT (SD-I)
               END-IF
           END-IF.
           IF STANDING-FOUND
               ADD 1 TO SD-HEADCOUNT (SD-I)
           END-IF.
      *********************************************
      *    LOOK THE SECTION'S C-ABB PLUS C-NUMB   *
      *    UP IN THE CATALOG TABLE - CA-I POINTS  *
      *    AT THE MATCH WHEN FOUND                *
      *********************************************
       500-FIND-CATALOG.
           MOVE 'N' TO CATALOG-FOUND-SW.
           MOVE 1 TO CA-I.
           PERFORM 505-CHECK-ONE-CATALOG-ENTRY
               UNTIL CA-I > CATALOG-CT OR CATALOG-FOUND.
       505-CHECK-ONE-CATALOG-ENTRY.
           IF CA-COURSE (CA-I) (1:3) = E-ABB
                   AND CA-COURSE (CA-I) (4:4) = E-NUMB
               MOVE 'Y' TO CATALOG-FOUND-SW
           ELSE
               ADD 1 TO CA-I
           END-IF.
      *********************************************
      *    LOOK THE ENROLLED STUDENT UP IN THE    *
      *    STUDENT TABLE                          *
      *********************************************
       520-FIND-STUDENT.
           MOVE 'N' TO STUD-FOUND-SW.
           MOVE 1 TO ST-I.
           PERFORM 525-CHECK-ONE-STUDENT
               UNTIL ST-I > STUD-CT OR STUD-FOUND.
       525-CHECK-ONE-STUDENT.
           IF ST-ID (ST-I) = E-STUDENT-ID
               MOVE 'Y' TO STUD-FOUND-SW
           ELSE
               ADD 1 TO ST-I
           END-IF.
      *********************************************
      *    FIND THE SNAPSHOT ROW'S DEPARTMENT -   *
      *    ROWS ARRIVE IN COURSE ORDER, SO A NEW  *
      *    C-ABB IS ALWAYS ADDED AT THE END       *
      *********************************************
       540-FIND-DEPT.
           MOVE 'N' TO DEPT-FOUND-SW.
           IF DEPT-CT > 0
               IF DP-ABB (DEPT-CT) = CS-ABB
                   MOVE 'Y' TO DEPT-FOUND-SW
                   MOVE DEPT-CT TO DP-I
               END-IF
           END-IF.
           IF NOT DEPT-FOUND
               IF DEPT-CT < 100
                   ADD 1 TO DEPT-CT
                   MOVE DEPT-CT TO DP-I
                   MOVE CS-ABB TO DP-ABB (DP-I)
                   MOVE 0 TO DP-HEADCOUNT (DP-I)
                   MOVE 0 TO DP-SEATS (DP-I)
                   MOVE 0 TO DP-SCH (DP-I)
                   MOVE 'Y' TO DEPT-FOUND-SW
               ELSE
                   ADD 1 TO DEPT-OVERFLOW-CT
               END-IF
           END-IF.
      *********************************************
      *    FIND LOOKUP-STANDING IN THE STANDING   *
      *    TABLE, ADDING IT IN ORDER WHEN NEW     *
      *********************************************
       560-FIND-STANDING.
           MOVE 'N' TO STANDING-FOUND-SW.
           MOVE 'N' TO STANDING-PAST-SW.
           MOVE 1 TO SD-I.
           PERFORM 565-CHECK-ONE-STANDING
               UNTIL SD-I > STANDING-CT OR STANDING-FOUND
                   OR STANDING-PAST.
           IF NOT STANDING-FOUND
               IF STANDING-CT < 20
                   PERFORM 570-INSERT-STANDING
               ELSE
                   ADD 1 TO STANDING-OVERFLOW-CT
               END-IF
           END-IF.
       565-CHECK-ONE-STANDING.
           IF SD-STANDING (SD-I) = LOOKUP-STANDING
               MOVE 'Y' TO STANDING-FOUND-SW
           ELSE
               IF SD-STANDING (SD-I) > LOOKUP-STANDING
                   MOVE 'Y' TO STANDING-PAST-SW
               ELSE
                   ADD 1 TO SD-I
               END-IF
           END-IF.
      *********************************************
      *    OPEN A SLOT AT SD-I BY SHIFTING THE    *
      *    HIGHER STANDINGS DOWN ONE ENTRY        *
      *********************************************
       570-INSERT-STANDING.
           PERFORM 575-SHIFT-ONE-STANDING
               VARYING SD-J FROM STANDING-CT BY -1
               UNTIL SD-J < SD-I.
           ADD 1 TO STANDING-CT.
           MOVE LOOKUP-STANDING TO SD-STANDING (SD-I).
           MOVE 0 TO SD-HEADCOUNT (SD-I).
           MOVE 0 TO SD-SEATS (SD-I).
           MOVE 0 TO SD-SCH (SD-I).
           MOVE 0 TO SD-FT-CT (SD-I).
           MOVE 0 TO SD-PT-CT (SD-I).
           MOVE 'Y' TO STANDING-FOUND-SW.
       575-SHIFT-ONE-STANDING.
           MOVE STANDING-TABLE-ENTRY (SD-J)
               TO STANDING-TABLE-ENTRY (SD-J + 1).
      *********************************************
      *    FIND THE SNAPSHOT ROW'S STUDENT IN     *
      *    THE DISTINCT-STUDENT TABLE, ADDING     *
      *    THE STUDENT WHEN NEW                   *
      *********************************************
       580-FIND-CENSUS-STUDENT.
           MOVE 'N' TO CENSTUD-FOUND-SW.
           MOVE 1 TO SS-I.
           PERFORM 585-CHECK-ONE-CENSUS-STUDENT
               UNTIL SS-I > CENSTUD-CT OR CENSTUD-FOUND.
           IF NOT CENSTUD-FOUND
               IF CENSTUD-CT < 2000
                   ADD 1 TO CENSTUD-CT
                   MOVE CENSTUD-CT TO SS-I
                   MOVE CS-STUDENT-ID TO SS-ID (SS-I)
                   MOVE CS-STANDING TO SS-STANDING (SS-I)
                   MOVE 0 TO SS-HOURS (SS-I)
                   MOVE SPACES TO SS-LAST-ABB (SS-I)
                   MOVE 'Y' TO CENSTUD-FOUND-SW
               ELSE
                   ADD 1 TO CENSTUD-OVERFLOW-CT
               END-IF
           END-IF.
       585-CHECK-ONE-CENSUS-STUDENT.
           IF SS-ID (SS-I) = CS-STUDENT-ID
               MOVE 'Y' TO CENSTUD-FOUND-SW
           ELSE
               ADD 1 TO SS-I
           END-IF.
      *********************************************
      *    WRITE THE STATE REPORTING EXTRACT -    *
      *    HEADER, DEPARTMENTS, STANDINGS, AND    *
      *    THE TOTAL RECORD                       *
      *********************************************
       700-WRITE-EXTRACT.
           MOVE CP-TERM TO XH-TERM.
           MOVE CENSUS-DATE TO XH-CENSUS-DATE.
           MOVE CP-FT-HOURS TO XH-FT-HOURS.
           MOVE CP-FTE-DIVISOR TO XH-FTE-DIVISOR.
           WRITE EXTRACT-PHYS-REC FROM XH-HEADER-DATA.
           ADD 1 TO EXTRACT-CT.
           PERFORM 710-WRITE-DEPT-EXTRACT
               VARYING DP-I FROM 1 BY 1
               UNTIL DP-I > DEPT-CT.
           PERFORM 720-WRITE-STANDING-EXTRACT
               VARYING SD-I FROM 1 BY 1
               UNTIL SD-I > STANDING-CT.
           ADD 1 TO EXTRACT-CT.
           MOVE CENSTUD-CT TO XT-HEADCOUNT.
           MOVE TOTAL-SEATS TO XT-SEATS.
           MOVE TOTAL-SCH TO XT-SCH.
           MOVE TOTAL-FT-CT TO XT-FT-CT.
           MOVE TOTAL-PT-CT TO XT-PT-CT.
           MOVE TOTAL-FTE TO XT-FTE.
           MOVE EXTRACT-CT TO XT-RECORD-COUNT.
           WRITE EXTRACT-PHYS-REC FROM XT-TOTAL-DATA.
       710-WRITE-DEPT-EXTRACT.
           MOVE DP-ABB (DP-I) TO XD-ABB.
           MOVE DP-HEADCOUNT (DP-I) TO XD-HEADCOUNT.
           MOVE DP-SEATS (DP-I) TO XD-SEATS.
           MOVE DP-SCH (DP-I) TO XD-SCH.
           WRITE EXTRACT-PHYS-REC FROM XD-DEPT-DATA.
           ADD 1 TO EXTRACT-CT.
       720-WRITE-STANDING-EXTRACT.
           MOVE SD-STANDING (SD-I) TO XS-STANDING.
           MOVE SD-HEADCOUNT (SD-I) TO XS-HEADCOUNT.
           MOVE SD-SEATS (SD-I) TO XS-SEATS.
           MOVE SD-SCH (SD-I) TO XS-SCH.
           MOVE SD-FT-CT (SD-I) TO XS-FT-CT.
           MOVE SD-PT-CT (SD-I) TO XS-PT-CT.
           WRITE EXTRACT-PHYS-REC FROM XS-STANDING-DATA.
           ADD 1 TO EXTRACT-CT.
      *********************************************
      *    READ THE ENROLLMENT DETAIL             *
      *********************************************
       800-READ-ENROLL.
           READ ENROLL-FILE INTO ENROLL-DATA
               AT END
                   MOVE 'Y' TO ENROLL-EOF
           END-READ.
      *********************************************
      *    READ THE CENSUS SNAPSHOT               *
      *********************************************
       810-READ-SNAP.
           READ SNAP-FILE INTO SNAP-DATA
               AT END
                   MOVE 'Y' TO SNAP-EOF
           END-READ.
      *********************************************
      *    READ THE MASTER RECORD NAMED BY        *
      *    CM-COURSE-KEY INTO COURSE-DATA         *
      *********************************************
       820-READ-MASTER-BY-KEY.
           MOVE 'N' TO MASTER-FOUND-SW.
           READ COURSE-MASTER INTO COURSE-DATA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO MASTER-FOUND-SW
           END-READ.
      *********************************************
      *    PRINT THE REPORT HEADINGS AND ANY      *
      *    TABLE OVERFLOW WARNINGS                *
      *********************************************
       900-REPORT-HEADING.
           MOVE CP-TERM TO CR-H-TERM.
           MOVE CENSUS-DATE TO CR-H-CENSUS-DATE.
           WRITE REPORT-REC FROM CR-HEADING1
               AFTER ADVANCING 1.
           IF SNAPSHOT-TAKEN-THIS-RUN
               MOVE 'SNAPSHOT TAKEN THIS RUN' TO CR-H-SOURCE
           ELSE
               MOVE 'REPRODUCED FROM THE FROZEN SNAPSHOT'
                   TO CR-H-SOURCE
           END-IF.
           WRITE REPORT-REC FROM CR-HEADING2
               AFTER ADVANCING 1.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC
               AFTER ADVANCING 1.
           IF CATALOG-OVERFLOW-CT > 0
               MOVE CATALOG-OVERFLOW-CT TO TOW-OVERFLOW-CT
               MOVE 'CATALOG' TO TOW-TABLE-NAME
               WRITE REPORT-REC FROM TABLE-OVERFLOW-WARNING
                   AFTER ADVANCING 1 LINE
           END-IF.
           IF STUD-OVERFLOW-CT > 0
               MOVE STUD-OVERFLOW-CT TO TOW-OVERFLOW-CT
               MOVE 'STUDENT MASTER' TO TOW-TABLE-NAME
               WRITE REPORT-REC FROM TABLE-OVERFLOW-WARNING
                   AFTER ADVANCING 1 LINE
           END-IF.
           IF DEPT-OVERFLOW-CT > 0
               MOVE DEPT-OVERFLOW-CT TO TOW-OVERFLOW-CT
               MOVE 'DEPARTMENT' TO TOW-TABLE-NAME
               WRITE REPORT-REC FROM TABLE-OVERFLOW-WARNING
                   AFTER ADVANCING 1 LINE
           END-IF.
           IF STANDING-OVERFLOW-CT > 0
               MOVE STANDING-OVERFLOW-CT TO TOW-OVERFLOW-CT
               MOVE 'CLASS STANDING' TO TOW-TABLE-NAME
               WRITE REPORT-REC FROM TABLE-OVERFLOW-WARNING
                   AFTER ADVANCING 1 LINE
           END-IF.
           IF CENSTUD-OVERFLOW-CT > 0
               MOVE CENSTUD-OVERFLOW-CT TO TOW-OVERFLOW-CT
               MOVE 'CENSUS STUDENT' TO TOW-TABLE-NAME
               WRITE REPORT-REC FROM TABLE-OVERFLOW-WARNING
                   AFTER ADVANCING 1 LINE
           END-IF.
      *********************************************
      *    PRINT THE TOTALS BY DEPARTMENT         *
      *********************************************
       910-DEPT-SECTION.
           MOVE 'DEPARTMENT' TO CR-S-TITLE.
           MOVE SPACES TO CR-S-FT-TITLE.
           MOVE SPACES TO CR-S-PT-TITLE.
           WRITE REPORT-REC FROM CR-SECTION-HEADING
               AFTER ADVANCING 1.
           IF DEPT-CT = 0
               WRITE REPORT-REC FROM CR-EMPTY-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           PERFORM 915-DEPT-LINE
               VARYING DP-I FROM 1 BY 1
               UNTIL DP-I > DEPT-CT.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC
               AFTER ADVANCING 1.
       915-DEPT-LINE.
           MOVE DP-ABB (DP-I) TO CR-DD-ABB.
           MOVE DP-HEADCOUNT (DP-I) TO CR-DD-HEADCOUNT.
           MOVE DP-SEATS (DP-I) TO CR-DD-SEATS.
           MOVE DP-SCH (DP-I) TO CR-DD-SCH.
           WRITE REPORT-REC FROM CR-DEPT-DETAIL
               AFTER ADVANCING 1 LINE.
      *********************************************
      *    PRINT THE TOTALS BY CLASS STANDING -   *
      *    A BLANK STANDING IS A STUDENT NOT ON   *
      *    THE STUDENT MASTER AT CENSUS           *
      *********************************************
       920-STANDING-SECTION.
           MOVE 'STANDING' TO CR-S-TITLE.
           MOVE '  FULL-TIME' TO CR-S-FT-TITLE.
           MOVE '  PART-TIME' TO CR-S-PT-TITLE.
           WRITE REPORT-REC FROM CR-SECTION-HEADING
               AFTER ADVANCING 1.
           PERFORM 925-STANDING-LINE
               VARYING SD-I FROM 1 BY 1
               UNTIL SD-I > STANDING-CT.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC
               AFTER ADVANCING 1.
       925-STANDING-LINE.
           IF SD-STANDING (SD-I) = SPACES
               MOVE 'UNKNOWN' TO CR-D-GROUP
           ELSE
               MOVE SD-STANDING (SD-I) TO CR-D-GROUP
           END-IF.
           MOVE SD-HEADCOUNT (SD-I) TO CR-D-HEADCOUNT.
           MOVE SD-SEATS (SD-I) TO CR-D-SEATS.
           MOVE SD-SCH (SD-I) TO CR-D-SCH.
           MOVE SD-FT-CT (SD-I) TO CR-D-FT.
           MOVE SD-PT-CT (SD-I) TO CR-D-PT.
           WRITE REPORT-REC FROM CR-DETAIL
               AFTER ADVANCING 1 LINE.
      *********************************************
      *    PRINT THE INSTITUTION TOTALS, FTE,     *
      *    AND - WHEN THE SNAPSHOT WAS TAKEN      *
      *    THIS RUN - THE ROWS LEFT OUT OF IT     *
      *********************************************
       930-SUMMARY-LINES.
           MOVE 'ALL STUDENTS' TO CR-D-GROUP.
           MOVE CENSTUD-CT TO CR-D-HEADCOUNT.
           MOVE TOTAL-SEATS TO CR-D-SEATS.
           MOVE TOTAL-SCH TO CR-D-SCH.
           MOVE TOTAL-FT-CT TO CR-D-FT.
           MOVE TOTAL-PT-CT TO CR-D-PT.
           WRITE REPORT-REC FROM CR-DETAIL
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC
               AFTER ADVANCING 1.
           MOVE CP-FT-HOURS TO CR-T-FT-HOURS.
           WRITE REPORT-REC FROM CR-THRESHOLD-LINE
               AFTER ADVANCING 1 LINE.
           MOVE CP-FTE-DIVISOR TO CR-F-DIVISOR.
           MOVE TOTAL-FTE TO CR-F-FTE.
           WRITE REPORT-REC FROM CR-FTE-LINE
               AFTER ADVANCING 1 LINE.
           IF SNAPSHOT-TAKEN-THIS-RUN
               MOVE SPACES TO REPORT-REC
               WRITE REPORT-REC
                   AFTER ADVANCING 1
               MOVE NO-MASTER-CT TO CR-E-COUNT
               MOVE 'ENROLLMENT ROWS LEFT OUT - SECTION NOT ON MASTER'
                   TO CR-E-TEXT
               WRITE REPORT-REC FROM CR-EXCEPTION-LINE
                   AFTER ADVANCING 1 LINE
               MOVE WRONG-TERM-CT TO CR-E-COUNT
               MOVE 'ENROLLMENT ROWS LEFT OUT - NOT THE CENSUS TERM'
                   TO CR-E-TEXT
               WRITE REPORT-REC FROM CR-EXCEPTION-LINE
                   AFTER ADVANCING 1 LINE
               MOVE NO-CATALOG-CT TO CR-E-COUNT
               MOVE 'ROWS SNAPPED WITH 0 HOURS - COURSE NOT IN CATALOG'
                   TO CR-E-TEXT
               WRITE REPORT-REC FROM CR-EXCEPTION-LINE
                   AFTER ADVANCING 1 LINE
               MOVE NO-STUDENT-CT TO CR-E-COUNT
               MOVE 'ROWS SNAPPED WITH NO STANDING - NOT ON STUDENT MAS'
                   TO CR-E-TEXT
               WRITE REPORT-REC FROM CR-EXCEPTION-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
