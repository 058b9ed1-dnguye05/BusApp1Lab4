       IDENTIFICATION DIVISION.
       PROGRAM-ID. grdpost.
      *********************************************
      *    END-OF-TERM GRADE POSTING PROGRAM      *
      *    READS THE GRADE ROSTER TURNAROUND      *
      *    FILE DA-S-GRADRTN AS THE INSTRUCTORS   *
      *    RETURNED IT (THE ROSTER RUN'S          *
      *    DA-S-GRADROST WITH GR-GRADE FILLED     *
      *    IN), EDITS EACH GRADE, AND POSTS IT    *
      *    WITH THE SECTION'S C-TERM AND THE      *
      *    CATALOG CREDIT HOURS AND TITLE TO THE  *
      *    INDEXED STUDENT ACADEMIC HISTORY       *
      *    MASTER DA-S-ACADHIST.  A GRADE FOR A   *
      *    STUDENT, TERM, AND SECTION ALREADY ON  *
      *    THE HISTORY REPLACES THE OLD ONE AND   *
      *    IS LOGGED AS A GRADE CHANGE.  A LINE   *
      *    LEFT WITHOUT A GRADE IS LISTED AS      *
      *    MISSING SO THE REGISTRAR CAN CHASE     *
      *    THE INSTRUCTOR, AND A LINE THAT FAILS  *
      *    AN EDIT IS REJECTED - NEITHER TOUCHES  *
      *    THE HISTORY.  EVERY LINE IS LOGGED ON  *
      *    THE AUDIT REPORT.                      *
      *                                           *
      *    GRADES ACCEPTED -                      *
      *      A A- B+ B B- C+ C C- D+ D D- F       *
      *        COUNT IN THE GPA; ALL BUT F EARN   *
      *        THE HOURS                          *
      *      P   PASS - HOURS EARNED, NOT IN GPA  *
      *      I   INCOMPLETE - HOURS ATTEMPTED,    *
      *          NOT EARNED, NOT IN GPA           *
      *      W   WITHDRAWN - RECORDED ONLY, NO    *
      *          HOURS ATTEMPTED OR EARNED        *
      *********************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRADRTN-FILE ASSIGN TO 'DA-S-GRADRTN'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL HISTORY-MASTER ASSIGN TO 'DA-S-ACADHIST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AM-KEY.
           SELECT STUD-FILE ASSIGN TO 'DA-S-STUDMAST'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CATALOG-FILE ASSIGN TO 'DA-S-CATALOG'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-FILE ASSIGN TO 'UR-S-GRADAUD'.
       DATA DIVISION.
       FILE SECTION.
       FD  GRADRTN-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  GRADRTN-PHYS-REC PIC X(80).
       FD  HISTORY-MASTER
           RECORD CONTAINS 60 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  HISTORY-MASTER-REC.
           03 AM-KEY PIC X(24).
           03 FILLER PIC X(36).
       FD  STUD-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  STUD-MASTER-REC PIC X(40).
       FD  CATALOG-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  CATALOG-MASTER-REC PIC X(40).
       FD  AUDIT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-REC PIC X(132).
       WORKING-STORAGE SECTION.
       01  MISC.
           03 GRADE-EOF PIC X VALUE 'N'.
               88 NO-MORE-GRADES VALUE 'Y'.
           03 STUD-EOF PIC X VALUE 'N'.
               88 NO-MORE-STUD VALUE 'Y'.
           03 CATALOG-EOF PIC X VALUE 'N'.
               88 NO-MORE-CATALOG VALUE 'Y'.
           03 ST-I PIC 9(4) VALUE 0.
           03 STUD-FOUND-SW PIC X VALUE 'N'.
               88 STUD-FOUND VALUE 'Y'.
           03 CA-I PIC 9(4) VALUE 0.
           03 CATALOG-FOUND-SW PIC X VALUE 'N'.
               88 CATALOG-FOUND VALUE 'Y'.
           03 GRADE-VALID-SW PIC X VALUE 'N'.
               88 GRADE-VALID VALUE 'Y'.
           03 HISTORY-FOUND-SW PIC X VALUE 'N'.
               88 HISTORY-FOUND VALUE 'Y'.
           03 GRADE-POINTS PIC 9V9 VALUE 0.
           03 GRADE-ATTEMPTED-SW PIC X VALUE 'N'.
           03 GRADE-EARNED-SW PIC X VALUE 'N'.
           03 GRADE-IN-GPA-SW PIC X VALUE 'N'.
           03 OLD-GRADE PIC XX VALUE SPACES.
           03 POSTED-CT PIC 9(5) VALUE 0.
           03 CHANGED-CT PIC 9(5) VALUE 0.
           03 REJECTED-CT PIC 9(5) VALUE 0.
           03 MISSING-CT PIC 9(5) VALUE 0.
      *********************************************
      *    GRADE ROSTER TURNAROUND RECORD -       *
      *    SHARED WITH THE ROSTER RUN             *
      *********************************************
       01  GRADE-ROSTER-DATA.
           COPY "grdrrec.cpy".
      *********************************************
      *    STUDENT ACADEMIC HISTORY RECORD -      *
      *    SHARED WITH THE TRANSCRIPT PRINT       *
      *********************************************
       01  HISTORY-DATA.
           COPY "acadrec.cpy".
      *********************************************
      *    STUDENT MASTER INPUT RECORD AND        *
      *    IN-MEMORY TABLE - EVERY GRADE'S        *
      *    STUDENT MUST BE ON IT                  *
      *********************************************
       01  STUD-DATA.
           COPY "studrec.cpy".
       01  STUD-TABLE-CTL.
           03 STUD-CT PIC 9(4) VALUE 0.
           03 STUD-OVERFLOW-CT PIC 9(5) VALUE 0.
       01  STUD-TABLE.
           03 STUD-TABLE-ENTRY OCCURS 1000 TIMES.
               05 ST-ID PIC X(9).
               05 ST-NAME PIC X(20).
      *********************************************
      *    CATALOG MASTER INPUT RECORD AND        *
      *    IN-MEMORY TABLE - SUPPLIES THE CREDIT  *
      *    HOURS AND OFFICIAL TITLE POSTED WITH   *
      *    EACH GRADE                             *
      *********************************************
       01  CATALOG-DATA.
           COPY "catlrec.cpy".
       01  CATALOG-TABLE-CTL.
           03 CATALOG-CT PIC 9(4) VALUE 0.
           03 CATALOG-OVERFLOW-CT PIC 9(5) VALUE 0.
       01  CATALOG-TABLE.
           03 CATALOG-TABLE-ENTRY OCCURS 500 TIMES.
               05 CA-COURSE PIC X(7).
               05 CA-TITLE PIC X(20).
               05 CA-CREDIT-HOURS PIC 99.
      *********************************************
      *    DESCRIPTION OF AUDIT REPORT LINES      *
      *********************************************
       01  AUDIT-HEADING.
           03 FILLER               PIC X(10)   VALUE SPACES.
           03 FILLER               PIC X(26)
               VALUE 'GRADE POSTING AUDIT REPORT'.
       01  AUDIT-DATA.
           03 FILLER               PIC X(10)   VALUE SPACES.
           03 AU-ACTION             PIC X(8).
           03 FILLER               PIC X(2)    VALUE SPACES.
           03 AU-STUDENT            PIC X(9).
           03 FILLER               PIC X(2)    VALUE SPACES.
           03 AU-TERM               PIC X(5).
           03 FILLER               PIC X(2)    VALUE SPACES.
           03 AU-COURSE             PIC X(10).
           03 FILLER               PIC X(2)    VALUE SPACES.
           03 AU-GRADE              PIC XX.
           03 FILLER               PIC X(2)    VALUE SPACES.
           03 AU-RESULT             PIC X(40).
       01  AUDIT-TOTALS.
           03 FILLER               PIC X(10)   VALUE SPACES.
           03 FILLER               PIC X(14)   VALUE 'GRADES POSTED'.
           03 AU-POSTED             PIC ZZZZ9.
           03 FILLER               PIC X(4)    VALUE SPACES.
           03 FILLER               PIC X(15)   VALUE 'GRADES CHANGED'.
           03 AU-CHANGED            PIC ZZZZ9.
           03 FILLER               PIC X(4)    VALUE SPACES.
           03 FILLER               PIC X(9)    VALUE 'REJECTED'.
           03 AU-REJECTED           PIC ZZZZ9.
           03 FILLER               PIC X(4)    VALUE SPACES.
           03 FILLER               PIC X(8)    VALUE 'MISSING'.
           03 AU-MISSING            PIC ZZZZ9.
       01  GRADE-CHANGE-REMARK.
           03 FILLER               PIC X(22)
               VALUE 'GRADE CHANGED FROM'.
           03 GC-OLD-GRADE          PIC XX.
      *********************************************
      *    WARNING LINES WHEN THE STUDENT OR      *
      *    CATALOG TABLE FILLED ON LOAD           *
      *********************************************
       01  STUD-OVERFLOW-WARNING.
           03 FILLER               PIC X(10)   VALUE SPACES.
           03 FILLER               PIC X(14)   VALUE '*** WARNING -'.
           03 SOW-OVERFLOW-CT       PIC ZZZZ9.
           03 FILLER               PIC X(46)
               VALUE ' STUDENT MASTER RECORDS EXCEEDED THE TABLE'.
           03 FILLER               PIC X(30)
               VALUE ' LIMIT AND CANNOT BE VALIDATED'.
       01  CATALOG-OVERFLOW-WARNING.
           03 FILLER               PIC X(10)   VALUE SPACES.
           03 FILLER               PIC X(14)   VALUE '*** WARNING -'.
           03 COW-OVERFLOW-CT       PIC ZZZZ9.
           03 FILLER               PIC X(44)
               VALUE ' CATALOG RECORDS EXCEEDED THE TABLE LIMIT'.
           03 FILLER               PIC X(26)
               VALUE ' AND CANNOT BE MATCHED'.
       PROCEDURE DIVISION.
      *********************************************
      *    MAINLINE - EDIT AND POST EACH          *
      *    RETURNED GRADE ROSTER LINE             *
      *********************************************
       000-MAINLINE.
           OPEN INPUT GRADRTN-FILE
                I-O HISTORY-MASTER
                OUTPUT AUDIT-FILE.
           PERFORM 200-LOAD-STUDENTS.
           PERFORM 250-LOAD-CATALOG.
           WRITE AUDIT-REC FROM AUDIT-HEADING
               AFTER ADVANCING 1.
           MOVE SPACES TO AUDIT-REC.
           WRITE AUDIT-REC
               AFTER ADVANCING 1.
           IF STUD-OVERFLOW-CT > 0
               MOVE STUD-OVERFLOW-CT TO SOW-OVERFLOW-CT
               WRITE AUDIT-REC FROM STUD-OVERFLOW-WARNING
                   AFTER ADVANCING 1 LINE
           END-IF.
           IF CATALOG-OVERFLOW-CT > 0
               MOVE CATALOG-OVERFLOW-CT TO COW-OVERFLOW-CT
               WRITE AUDIT-REC FROM CATALOG-OVERFLOW-WARNING
                   AFTER ADVANCING 1 LINE
           END-IF.
           PERFORM 810-READ-GRADRTN.
           PERFORM 100-POST-LOOP
               UNTIL NO-MORE-GRADES.
           PERFORM 900-AUDIT-TOTALS-LINE.
           CLOSE GRADRTN-FILE
                 HISTORY-MASTER
                 AUDIT-FILE.
           STOP RUN.
      *********************************************
      *    EDIT ONE RETURNED GRADE AND POST IT,   *
      *    OR LIST IT AS MISSING OR REJECTED      *
      *********************************************
       100-POST-LOOP.
           MOVE GR-STUDENT-ID TO AU-STUDENT.
           MOVE GR-TERM TO AU-TERM.
           MOVE GR-COURSE TO AU-COURSE.
           MOVE GR-GRADE TO AU-GRADE.
           PERFORM 300-FIND-STUDENT.
           PERFORM 320-FIND-CATALOG-ENTRY.
           PERFORM 340-EDIT-GRADE.
           EVALUATE TRUE
               WHEN GR-GRADE = SPACES
                   ADD 1 TO MISSING-CT
                   MOVE 'MISSING' TO AU-ACTION
                   MOVE 'NO GRADE ENTERED - NOT POSTED'
                       TO AU-RESULT
               WHEN NOT STUD-FOUND
                   ADD 1 TO REJECTED-CT
                   MOVE 'REJECT' TO AU-ACTION
                   MOVE 'STUDENT ID NOT ON STUDENT MASTER'
                       TO AU-RESULT
               WHEN GR-TERM = SPACES
                   ADD 1 TO REJECTED-CT
                   MOVE 'REJECT' TO AU-ACTION
                   MOVE 'NO TERM - SECTION NOT ON COURSE MASTER'
                       TO AU-RESULT
               WHEN NOT CATALOG-FOUND
                   ADD 1 TO REJECTED-CT
                   MOVE 'REJECT' TO AU-ACTION
                   MOVE 'COURSE NOT IN CATALOG - NO CREDIT HOURS'
                       TO AU-RESULT
               WHEN NOT GRADE-VALID
                   ADD 1 TO REJECTED-CT
                   MOVE 'REJECT' TO AU-ACTION
                   MOVE 'INVALID GRADE' TO AU-RESULT
               WHEN OTHER
                   PERFORM 400-POST-GRADE
           END-EVALUATE.
           PERFORM 910-AUDIT-DETAIL-LINE.
           PERFORM 810-READ-GRADRTN.
      *********************************************
      *    LOAD THE STUDENT MASTER INTO THE       *
      *    STUDENT TABLE                          *
      *********************************************
       200-LOAD-STUDENTS.
           OPEN INPUT STUD-FILE.
           PERFORM 205-READ-STUD-FILE.
           PERFORM 207-STORE-STUD-ENTRY
               UNTIL NO-MORE-STUD.
           CLOSE STUD-FILE.
       205-READ-STUD-FILE.
           READ STUD-FILE INTO STUD-DATA
               AT END MOVE 'Y' TO STUD-EOF.
       207-STORE-STUD-ENTRY.
           IF STUD-CT < 1000
               ADD 1 TO STUD-CT
               MOVE S-STUDENT-ID TO ST-ID (STUD-CT)
               MOVE S-NAME TO ST-NAME (STUD-CT)
           ELSE
               ADD 1 TO STUD-OVERFLOW-CT
           END-IF.
           PERFORM 205-READ-STUD-FILE.
      *********************************************
      *    LOAD THE CATALOG MASTER INTO THE       *
      *    CATALOG TABLE                          *
      *********************************************
       250-LOAD-CATALOG.
           OPEN INPUT CATALOG-FILE.
           PERFORM 255-READ-CATALOG-FILE.
           PERFORM 257-STORE-CATALOG-ENTRY
               UNTIL NO-MORE-CATALOG.
           CLOSE CATALOG-FILE.
       255-READ-CATALOG-FILE.
           READ CATALOG-FILE INTO CATALOG-DATA
               AT END MOVE 'Y' TO CATALOG-EOF.
       257-STORE-CATALOG-ENTRY.
           IF CATALOG-CT < 500
               ADD 1 TO CATALOG-CT
               MOVE CAT-COURSE TO CA-COURSE (CATALOG-CT)
               MOVE CAT-TITLE TO CA-TITLE (CATALOG-CT)
               MOVE CAT-CREDIT-HOURS TO CA-CREDIT-HOURS (CATALOG-CT)
           ELSE
               ADD 1 TO CATALOG-OVERFLOW-CT
           END-IF.
           PERFORM 255-READ-CATALOG-FILE.
      *********************************************
      *    LOOK THE GRADE LINE'S STUDENT UP IN    *
      *    THE STUDENT TABLE                      *
      *********************************************
       300-FIND-STUDENT.
           MOVE 'N' TO STUD-FOUND-SW.
           MOVE 1 TO ST-I.
           PERFORM 305-CHECK-ONE-STUDENT
               UNTIL ST-I > STUD-CT OR STUD-FOUND.
       305-CHECK-ONE-STUDENT.
           IF ST-ID (ST-I) = GR-STUDENT-ID
               MOVE 'Y' TO STUD-FOUND-SW
           ELSE
               ADD 1 TO ST-I
           END-IF.
      *********************************************
      *    LOOK THE GRADE LINE'S COURSE NUMBER    *
      *    UP IN THE CATALOG TABLE - CA-I POINTS  *
      *    AT THE MATCH WHEN FOUND                *
      *********************************************
       320-FIND-CATALOG-ENTRY.
           MOVE 'N' TO CATALOG-FOUND-SW.
           MOVE 1 TO CA-I.
           PERFORM 325-CHECK-ONE-CATALOG-ENTRY
               UNTIL CA-I > CATALOG-CT OR CATALOG-FOUND.
       325-CHECK-ONE-CATALOG-ENTRY.
           IF CA-COURSE (CA-I) (1:3) = GR-ABB
                   AND CA-COURSE (CA-I) (4:4) = GR-NUMB
               MOVE 'Y' TO CATALOG-FOUND-SW
           ELSE
               ADD 1 TO CA-I
           END-IF.
      *********************************************
      *    EDIT THE GRADE AND SET ITS QUALITY     *
      *    POINTS PER CREDIT HOUR AND WHETHER     *
      *    ITS HOURS ARE ATTEMPTED, EARNED, AND   *
      *    COUNTED IN THE GPA                     *
      *********************************************
       340-EDIT-GRADE.
           MOVE 'Y' TO GRADE-VALID-SW.
           MOVE 0 TO GRADE-POINTS.
           MOVE 'Y' TO GRADE-ATTEMPTED-SW.
           MOVE 'Y' TO GRADE-EARNED-SW.
           MOVE 'Y' TO GRADE-IN-GPA-SW.
           EVALUATE GR-GRADE
               WHEN 'A '
                   MOVE 4.0 TO GRADE-POINTS
               WHEN 'A-'
                   MOVE 3.7 TO GRADE-POINTS
               WHEN 'B+'
                   MOVE 3.3 TO GRADE-POINTS
               WHEN 'B '
                   MOVE 3.0 TO GRADE-POINTS
               WHEN 'B-'
                   MOVE 2.7 TO GRADE-POINTS
               WHEN 'C+'
                   MOVE 2.3 TO GRADE-POINTS
               WHEN 'C '
                   MOVE 2.0 TO GRADE-POINTS
               WHEN 'C-'
                   MOVE 1.7 TO GRADE-POINTS
               WHEN 'D+'
                   MOVE 1.3 TO GRADE-POINTS
               WHEN 'D '
                   MOVE 1.0 TO GRADE-POINTS
               WHEN 'D-'
                   MOVE 0.7 TO GRADE-POINTS
               WHEN 'F '
                   MOVE 'N' TO GRADE-EARNED-SW
               WHEN 'P '
                   MOVE 'N' TO GRADE-IN-GPA-SW
               WHEN 'I '
                   MOVE 'N' TO GRADE-EARNED-SW
                   MOVE 'N' TO GRADE-IN-GPA-SW
               WHEN 'W '
                   MOVE 'N' TO GRADE-ATTEMPTED-SW
                   MOVE 'N' TO GRADE-EARNED-SW
                   MOVE 'N' TO GRADE-IN-GPA-SW
               WHEN OTHER
                   MOVE 'N' TO GRADE-VALID-SW
           END-EVALUATE.
      *********************************************
      *    BUILD THE HISTORY RECORD AND WRITE IT, *
      *    OR REWRITE THE ONE ALREADY ON THE      *
      *    HISTORY FOR THE SAME STUDENT, TERM,    *
      *    AND SECTION AS A GRADE CHANGE          *
      *********************************************
       400-POST-GRADE.
           MOVE SPACES TO HISTORY-DATA.
           MOVE GR-STUDENT-ID TO AH-STUDENT-ID.
           MOVE GR-TERM TO AH-TERM.
           MOVE GR-COURSE TO AH-COURSE.
           PERFORM 820-READ-HISTORY-BY-KEY.
           MOVE CA-TITLE (CA-I) TO AH-TITLE.
           MOVE GR-GRADE TO AH-GRADE.
           MOVE 0 TO AH-ATTEMPTED-HOURS.
           MOVE 0 TO AH-EARNED-HOURS.
           MOVE 0 TO AH-GPA-HOURS.
           MOVE 0 TO AH-QUALITY-POINTS.
           IF GRADE-ATTEMPTED-SW = 'Y'
               MOVE CA-CREDIT-HOURS (CA-I) TO AH-ATTEMPTED-HOURS
           END-IF.
           IF GRADE-EARNED-SW = 'Y'
               MOVE CA-CREDIT-HOURS (CA-I) TO AH-EARNED-HOURS
           END-IF.
           IF GRADE-IN-GPA-SW = 'Y'
               MOVE CA-CREDIT-HOURS (CA-I) TO AH-GPA-HOURS
               COMPUTE AH-QUALITY-POINTS =
                   CA-CREDIT-HOURS (CA-I) * GRADE-POINTS
           END-IF.
           IF HISTORY-FOUND
               PERFORM 830-REWRITE-HISTORY
               ADD 1 TO CHANGED-CT
               MOVE 'CHANGE' TO AU-ACTION
               MOVE OLD-GRADE TO GC-OLD-GRADE
               MOVE GRADE-CHANGE-REMARK TO AU-RESULT
           ELSE
               PERFORM 840-WRITE-HISTORY
               ADD 1 TO POSTED-CT
               MOVE 'POST' TO AU-ACTION
               MOVE 'POSTED' TO AU-RESULT
           END-IF.
      *********************************************
      *    READ THE RETURNED GRADE ROSTER FILE    *
      *********************************************
       810-READ-GRADRTN.
           READ GRADRTN-FILE INTO GRADE-ROSTER-DATA
               AT END
                   MOVE 'Y' TO GRADE-EOF
           END-READ.
      *********************************************
      *    LOOK FOR A HISTORY RECORD ALREADY      *
      *    POSTED UNDER THE KEY BUILT IN          *
      *    HISTORY-DATA - WHEN FOUND IT IS READ   *
      *    INTO HISTORY-DATA AND ITS GRADE KEPT   *
      *    IN OLD-GRADE FOR THE AUDIT             *
      *********************************************
       820-READ-HISTORY-BY-KEY.
           MOVE 'N' TO HISTORY-FOUND-SW.
           MOVE SPACES TO OLD-GRADE.
           MOVE AH-KEY TO AM-KEY.
           READ HISTORY-MASTER INTO HISTORY-DATA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO HISTORY-FOUND-SW
                   MOVE AH-GRADE TO OLD-GRADE
           END-READ.
       830-REWRITE-HISTORY.
           MOVE HISTORY-DATA TO HISTORY-MASTER-REC.
           REWRITE HISTORY-MASTER-REC.
       840-WRITE-HISTORY.
           MOVE HISTORY-DATA TO HISTORY-MASTER-REC.
           WRITE HISTORY-MASTER-REC.
      *********************************************
      *    PRINT ONE AUDIT DETAIL LINE            *
      *********************************************
       910-AUDIT-DETAIL-LINE.
           WRITE AUDIT-REC FROM AUDIT-DATA
               AFTER ADVANCING 1 LINE.
      *********************************************
      *    PRINT THE FINAL AUDIT TOTALS LINE      *
      *********************************************
       900-AUDIT-TOTALS-LINE.
           MOVE SPACES TO AUDIT-REC.
           WRITE AUDIT-REC
               AFTER ADVANCING 1.
           MOVE POSTED-CT TO AU-POSTED.
           MOVE CHANGED-CT TO AU-CHANGED.
           MOVE REJECTED-CT TO AU-REJECTED.
           MOVE MISSING-CT TO AU-MISSING.
           WRITE AUDIT-REC FROM AUDIT-TOTALS
               AFTER ADVANCING 1.
