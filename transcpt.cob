       IDENTIFICATION DIVISION.
       PROGRAM-ID. transcpt.
      *********************************************
      *    STUDENT TRANSCRIPT PRINT PROGRAM       *
      *    READS THE INDEXED STUDENT ACADEMIC     *
      *    HISTORY MASTER DA-S-ACADHIST IN KEY    *
      *    ORDER (STUDENT, TERM, COURSE) AND      *
      *    PRINTS ONE TRANSCRIPT PER STUDENT,     *
      *    EACH STARTING ON A NEW PAGE - THE      *
      *    STUDENT'S NAME AND STANDING FROM THE   *
      *    STUDENT MASTER, THEN TERM BY TERM      *
      *    EVERY COURSE GRADED WITH ITS TITLE,    *
      *    GRADE, AND ATTEMPTED AND EARNED        *
      *    HOURS, A TERM TOTALS LINE WITH THE     *
      *    TERM GPA, AND A CUMULATIVE TOTALS      *
      *    LINE WITH THE OVERALL GPA AT THE END   *
      *    OF THE STUDENT.  THE GPA IS THE        *
      *    QUALITY POINTS OVER THE GPA HOURS      *
      *    GRDPOST WORKED OUT WHEN THE GRADES     *
      *    WERE POSTED.                           *
      *********************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL HISTORY-MASTER ASSIGN TO 'DA-S-ACADHIST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AM-KEY.
           SELECT STUD-FILE ASSIGN TO 'DA-S-STUDMAST'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TRANSCPT-FILE ASSIGN TO 'UR-S-TRANSCPT'.
       DATA DIVISION.
       FILE SECTION.
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
       FD  TRANSCPT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  TRANSCPT-REC PIC X(132).
       WORKING-STORAGE SECTION.
       01  MISC.
           03 HISTORY-EOF PIC X VALUE 'N'.
               88 NO-MORE-HISTORY VALUE 'Y'.
           03 STUD-EOF PIC X VALUE 'N'.
               88 NO-MORE-STUD VALUE 'Y'.
           03 ST-I PIC 9(4) VALUE 0.
           03 STUD-FOUND-SW PIC X VALUE 'N'.
               88 STUD-FOUND VALUE 'Y'.
           03 FIRST-STUDENT-SW PIC X VALUE 'Y'.
               88 FIRST-STUDENT VALUE 'Y'.
           03 PREV-STUDENT PIC X(9) VALUE SPACES.
           03 PREV-TERM PIC X(5) VALUE SPACES.
           03 STUDENT-CT PIC 9(5) VALUE 0.
      *********************************************
      *    TERM AND CUMULATIVE ACCUMULATORS FOR   *
      *    THE STUDENT BEING PRINTED              *
      *********************************************
       01  TRANSCRIPT-TOTALS.
           03 TERM-ATTEMPTED PIC 9(3) VALUE 0.
           03 TERM-EARNED PIC 9(3) VALUE 0.
           03 TERM-GPA-HOURS PIC 9(3) VALUE 0.
           03 TERM-QUALITY-POINTS PIC 9(4)V9 VALUE 0.
           03 CUM-ATTEMPTED PIC 9(4) VALUE 0.
           03 CUM-EARNED PIC 9(4) VALUE 0.
           03 CUM-GPA-HOURS PIC 9(4) VALUE 0.
           03 CUM-QUALITY-POINTS PIC 9(5)V9 VALUE 0.
           03 GPA-WORK PIC 9V99 VALUE 0.
      *********************************************
      *    STUDENT ACADEMIC HISTORY RECORD -      *
      *    SHARED WITH GRDPOST                    *
      *********************************************
       01  HISTORY-DATA.
           COPY "acadrec.cpy".
      *********************************************
      *    STUDENT MASTER INPUT RECORD AND        *
      *    IN-MEMORY TABLE - SUPPLIES THE NAME    *
      *    AND STANDING AT THE TOP OF EACH        *
      *    TRANSCRIPT                             *
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
               05 ST-STANDING PIC XX.
      *********************************************
      *    DESCRIPTION OF TRANSCRIPT LINES        *
      *********************************************
       01  TRANSCPT-HEADING.
           03 FILLER               PIC X(10)   VALUE SPACES.
           03 FILLER               PIC X(27)
               VALUE 'STUDENT ACADEMIC TRANSCRIPT'.
       01  TRANSCPT-STUDENT-LINE.
           03 FILLER               PIC X(10)   VALUE SPACES.
           03 FILLER               PIC X(9)    VALUE 'STUDENT'.
           03 TS-STUDENT            PIC X(9).
           03 FILLER               PIC X(2)    VALUE SPACES.
           03 TS-NAME               PIC X(20).
           03 FILLER               PIC X(2)    VALUE SPACES.
           03 FILLER               PIC X(9)    VALUE 'STANDING'.
           03 TS-STANDING           PIC XX.
       01  TRANSCPT-TERM-LINE.
           03 FILLER               PIC X(10)   VALUE SPACES.
           03 FILLER               PIC X(5)    VALUE 'TERM'.
           03 TT-TERM               PIC X(5).
       01  TRANSCPT-COLUMN-LINE.
           03 FILLER               PIC X(14)   VALUE SPACES.
           03 FILLER               PIC X(12)   VALUE 'COURSE'.
           03 FILLER               PIC X(22)   VALUE 'TITLE'.
           03 FILLER               PIC X(7)    VALUE 'GRADE'.
           03 FILLER               PIC X(11)   VALUE 'ATTEMPTED'.
           03 FILLER               PIC X(6)    VALUE 'EARNED'.
       01  TRANSCPT-COURSE-LINE.
           03 FILLER               PIC X(14)   VALUE SPACES.
           03 TC-COURSE             PIC X(10).
           03 FILLER               PIC X(2)    VALUE SPACES.
           03 TC-TITLE              PIC X(20).
           03 FILLER               PIC X(3)    VALUE SPACES.
           03 TC-GRADE              PIC XX.
           03 FILLER               PIC X(8)    VALUE SPACES.
           03 TC-ATTEMPTED          PIC Z9.
           03 FILLER               PIC X(8)    VALUE SPACES.
           03 TC-EARNED             PIC Z9.
       01  TRANSCPT-TERM-FOOTER.
           03 FILLER               PIC X(14)   VALUE SPACES.
           03 FILLER               PIC X(12)   VALUE 'TERM TOTALS'.
           03 FILLER               PIC X(32)   VALUE SPACES.
           03 TF-ATTEMPTED          PIC ZZ9.
           03 FILLER               PIC X(7)    VALUE SPACES.
           03 TF-EARNED             PIC ZZ9.
           03 FILLER               PIC X(4)    VALUE SPACES.
           03 FILLER               PIC X(9)    VALUE 'TERM GPA'.
           03 TF-GPA                PIC 9.99.
       01  TRANSCPT-CUM-FOOTER.
           03 FILLER               PIC X(10)   VALUE SPACES.
           03 FILLER               PIC X(16)   VALUE 'CUMULATIVE'.
           03 FILLER               PIC X(31)   VALUE SPACES.
           03 CF-ATTEMPTED          PIC ZZZ9.
           03 FILLER               PIC X(6)    VALUE SPACES.
           03 CF-EARNED             PIC ZZZ9.
           03 FILLER               PIC X(4)    VALUE SPACES.
           03 FILLER               PIC X(9)    VALUE 'OVERALL'.
           03 CF-GPA                PIC 9.99.
       01  TRANSCPT-END-LINE.
           03 FILLER               PIC X(10)   VALUE SPACES.
           03 FILLER               PIC X(21)
               VALUE 'TRANSCRIPTS PRINTED'.
           03 TE-STUDENT-CT         PIC ZZZZ9.
       PROCEDURE DIVISION.
      *********************************************
      *    MAINLINE - ONE PASS OVER THE HISTORY   *
      *    WITH CONTROL BREAKS ON STUDENT AND     *
      *    TERM                                   *
      *********************************************
       000-MAINLINE.
           OPEN INPUT HISTORY-MASTER
                OUTPUT TRANSCPT-FILE.
           PERFORM 050-LOAD-STUDENTS.
           PERFORM 810-READ-HISTORY.
           PERFORM 100-TRANSCRIPT-LOOP
               UNTIL NO-MORE-HISTORY.
           IF PREV-STUDENT NOT = SPACES
               PERFORM 300-TERM-FOOTER
               PERFORM 400-STUDENT-FOOTER
           END-IF.
           MOVE STUDENT-CT TO TE-STUDENT-CT.
           IF FIRST-STUDENT
               WRITE TRANSCPT-REC FROM TRANSCPT-END-LINE
                   AFTER ADVANCING 1
           ELSE
               WRITE TRANSCPT-REC FROM TRANSCPT-END-LINE
                   AFTER ADVANCING PAGE
           END-IF.
           CLOSE HISTORY-MASTER
                 TRANSCPT-FILE.
           STOP RUN.
      *********************************************
      *    PRINT ONE GRADED COURSE, BREAKING TO   *
      *    A NEW STUDENT PAGE OR TERM AS THE KEY  *
      *    CHANGES                                *
      *********************************************
       100-TRANSCRIPT-LOOP.
           IF AH-STUDENT-ID NOT = PREV-STUDENT
               IF PREV-STUDENT NOT = SPACES
                   PERFORM 300-TERM-FOOTER
                   PERFORM 400-STUDENT-FOOTER
               END-IF
               PERFORM 200-STUDENT-HEADER
               PERFORM 250-TERM-HEADER
           ELSE
               IF AH-TERM NOT = PREV-TERM
                   PERFORM 300-TERM-FOOTER
                   PERFORM 250-TERM-HEADER
               END-IF
           END-IF.
           MOVE AH-COURSE TO TC-COURSE.
           MOVE AH-TITLE TO TC-TITLE.
           MOVE AH-GRADE TO TC-GRADE.
           MOVE AH-ATTEMPTED-HOURS TO TC-ATTEMPTED.
           MOVE AH-EARNED-HOURS TO TC-EARNED.
           WRITE TRANSCPT-REC FROM TRANSCPT-COURSE-LINE
               AFTER ADVANCING 1 LINE.
           ADD AH-ATTEMPTED-HOURS TO TERM-ATTEMPTED.
           ADD AH-EARNED-HOURS TO TERM-EARNED.
           ADD AH-GPA-HOURS TO TERM-GPA-HOURS.
           ADD AH-QUALITY-POINTS TO TERM-QUALITY-POINTS.
           PERFORM 810-READ-HISTORY.
      *********************************************
      *    LOAD THE STUDENT MASTER INTO THE       *
      *    STUDENT TABLE                          *
      *********************************************
       050-LOAD-STUDENTS.
           OPEN INPUT STUD-FILE.
           PERFORM 055-READ-STUD-FILE.
           PERFORM 057-STORE-STUD-ENTRY
               UNTIL NO-MORE-STUD.
           CLOSE STUD-FILE.
       055-READ-STUD-FILE.
           READ STUD-FILE INTO STUD-DATA
               AT END MOVE 'Y' TO STUD-EOF.
       057-STORE-STUD-ENTRY.
           IF STUD-CT < 1000
               ADD 1 TO STUD-CT
               MOVE S-STUDENT-ID TO ST-ID (STUD-CT)
               MOVE S-NAME TO ST-NAME (STUD-CT)
               MOVE S-STANDING TO ST-STANDING (STUD-CT)
           ELSE
               ADD 1 TO STUD-OVERFLOW-CT
           END-IF.
           PERFORM 055-READ-STUD-FILE.
      *********************************************
      *    LOOK THE HISTORY RECORD'S STUDENT UP   *
      *    IN THE STUDENT TABLE - AN UNKNOWN ID   *
      *    PRINTS WITH A BLANK NAME AND STANDING  *
      *********************************************
       150-FIND-STUDENT.
           MOVE 'N' TO STUD-FOUND-SW.
           MOVE SPACES TO TS-NAME.
           MOVE SPACES TO TS-STANDING.
           MOVE 1 TO ST-I.
           PERFORM 155-CHECK-ONE-STUDENT
               UNTIL ST-I > STUD-CT OR STUD-FOUND.
       155-CHECK-ONE-STUDENT.
           IF ST-ID (ST-I) = AH-STUDENT-ID
               MOVE 'Y' TO STUD-FOUND-SW
               MOVE ST-NAME (ST-I) TO TS-NAME
               MOVE ST-STANDING (ST-I) TO TS-STANDING
           ELSE
               ADD 1 TO ST-I
           END-IF.
      *********************************************
      *    START A NEW STUDENT'S TRANSCRIPT ON A  *
      *    NEW PAGE                               *
      *********************************************
       200-STUDENT-HEADER.
           IF FIRST-STUDENT
               MOVE 'N' TO FIRST-STUDENT-SW
               WRITE TRANSCPT-REC FROM TRANSCPT-HEADING
                   AFTER ADVANCING 1
           ELSE
               WRITE TRANSCPT-REC FROM TRANSCPT-HEADING
                   AFTER ADVANCING PAGE
           END-IF.
           MOVE SPACES TO TRANSCPT-REC.
           WRITE TRANSCPT-REC
               AFTER ADVANCING 1.
           MOVE AH-STUDENT-ID TO TS-STUDENT.
           PERFORM 150-FIND-STUDENT.
           WRITE TRANSCPT-REC FROM TRANSCPT-STUDENT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE AH-STUDENT-ID TO PREV-STUDENT.
           MOVE 0 TO CUM-ATTEMPTED.
           MOVE 0 TO CUM-EARNED.
           MOVE 0 TO CUM-GPA-HOURS.
           MOVE 0 TO CUM-QUALITY-POINTS.
           ADD 1 TO STUDENT-CT.
      *********************************************
      *    START A NEW TERM UNDER THE STUDENT     *
      *********************************************
       250-TERM-HEADER.
           MOVE SPACES TO TRANSCPT-REC.
           WRITE TRANSCPT-REC
               AFTER ADVANCING 1.
           MOVE AH-TERM TO TT-TERM.
           WRITE TRANSCPT-REC FROM TRANSCPT-TERM-LINE
               AFTER ADVANCING 1 LINE.
           WRITE TRANSCPT-REC FROM TRANSCPT-COLUMN-LINE
               AFTER ADVANCING 1 LINE.
           MOVE AH-TERM TO PREV-TERM.
           MOVE 0 TO TERM-ATTEMPTED.
           MOVE 0 TO TERM-EARNED.
           MOVE 0 TO TERM-GPA-HOURS.
           MOVE 0 TO TERM-QUALITY-POINTS.
      *********************************************
      *    PRINT THE TERM TOTALS AND TERM GPA,    *
      *    AND ROLL THE TERM INTO THE STUDENT'S   *
      *    CUMULATIVE TOTALS                      *
      *********************************************
       300-TERM-FOOTER.
           MOVE TERM-ATTEMPTED TO TF-ATTEMPTED.
           MOVE TERM-EARNED TO TF-EARNED.
           MOVE 0 TO GPA-WORK.
           IF TERM-GPA-HOURS > 0
               COMPUTE GPA-WORK ROUNDED =
                   TERM-QUALITY-POINTS / TERM-GPA-HOURS
           END-IF.
           MOVE GPA-WORK TO TF-GPA.
           WRITE TRANSCPT-REC FROM TRANSCPT-TERM-FOOTER
               AFTER ADVANCING 1 LINE.
           ADD TERM-ATTEMPTED TO CUM-ATTEMPTED.
           ADD TERM-EARNED TO CUM-EARNED.
           ADD TERM-GPA-HOURS TO CUM-GPA-HOURS.
           ADD TERM-QUALITY-POINTS TO CUM-QUALITY-POINTS.
      *********************************************
      *    PRINT THE STUDENT'S CUMULATIVE TOTALS  *
      *    AND OVERALL GPA                        *
      *********************************************
       400-STUDENT-FOOTER.
           MOVE SPACES TO TRANSCPT-REC.
           WRITE TRANSCPT-REC
               AFTER ADVANCING 1.
           MOVE CUM-ATTEMPTED TO CF-ATTEMPTED.
           MOVE CUM-EARNED TO CF-EARNED.
           MOVE 0 TO GPA-WORK.
           IF CUM-GPA-HOURS > 0
               COMPUTE GPA-WORK ROUNDED =
                   CUM-QUALITY-POINTS / CUM-GPA-HOURS
           END-IF.
           MOVE GPA-WORK TO CF-GPA.
           WRITE TRANSCPT-REC FROM TRANSCPT-CUM-FOOTER
               AFTER ADVANCING 1 LINE.
      *********************************************
      *    READ THE NEXT HISTORY RECORD IN KEY    *
      *    ORDER                                  *
      *********************************************
       810-READ-HISTORY.
           READ HISTORY-MASTER NEXT RECORD INTO HISTORY-DATA
               AT END
                   MOVE 'Y' TO HISTORY-EOF
           END-READ.
