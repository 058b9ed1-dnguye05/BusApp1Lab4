      *    CLASS ROSTER REPORT PROGRAM            *
      *    READS THE ENROLLMENT DETAIL FILE       *
      *    DA-S-ENROLL REGPOST MAINTAINS (ONE     *
      *    RECORD PER SEATED STUDENT, INDEXED BY  *
      *    COURSE KEY PLUS STUDENT ID AND READ    *
      *    HERE IN KEY ORDER) AND PRINTS A CLASS  *
      *    LIST PER SECTION FOR THE INSTRUCTORS,  *
      *    WITH THE SECTION'S TITLE, DAYS, TIME,  *
      *    AND ROOM PULLED FROM THE INDEXED       *
      *    COURSE MASTER BY KEYED READ, BROKEN    *
      *    BY DEPARTMENT ON C-ABB THE WAY LAB4    *
      *    BREAKS THE LISTING.  AN ENROLLMENT     *
      *    ENTRY WHOSE SECTION IS NO LONGER ON    *
      *    THE MASTER IS FLAGGED RATHER THAN      *
      *    DROPPED.                               *
      *                                           *
      *    THE SAME PASS WRITES THE GRADE ROSTER  *
      *    TURNAROUND FILE DA-S-GRADROST, ONE     *
      *    RECORD PER SEATED STUDENT WITH THE     *
      *    SECTION'S C-TERM AND A BLANK GRADE     *
      *    FOR THE INSTRUCTOR TO FILL IN AND      *
      *    RETURN TO GRDPOST AT END OF TERM.      *
      *********************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
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
           SELECT ROSTER-FILE ASSIGN TO 'UR-S-ROSTER'.
           SELECT GRADROST-FILE ASSIGN TO 'DA-S-GRADROST'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  COURSE-MASTER
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
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  ROSTER-REC PIC X(132).
       FD  GRADROST-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  GRADROST-PHYS-REC PIC X(80).
       WORKING-STORAGE SECTION.
       01  MISC.
           03 ENROLL-EOF PIC X VALUE 'N'.
           03 SECTION-CT PIC 9(4) VALUE 0.
           03 DEPT-CT PIC 9(5) VALUE 0.
           03 GRAND-CT PIC 9(5) VALUE 0.
           03 SECT-TERM PIC X(5) VALUE SPACES.
           03 SECT-TITLE PIC X(20) VALUE SPACES.
           03 STUD-EOF PIC X VALUE 'N'.
               88 NO-MORE-STUD VALUE 'Y'.
           03 ST-I PIC 9(4) VALUE 0.
       01  ENROLL-DATA.
           COPY "enrlrec.cpy".
      *********************************************
      *    GRADE ROSTER TURNAROUND RECORD -       *
      *    SHARED WITH GRDPOST                    *
      *********************************************
       01  GRADE-ROSTER-DATA.
           COPY "grdrrec.cpy".
      *********************************************
      *    STUDENT MASTER INPUT RECORD AND        *
      *    IN-MEMORY TABLE - SUPPLIES THE NAME    *
      *    PRINTED BESIDE EACH ENROLLED ID        *
       000-MAINLINE.
           OPEN INPUT COURSE-MASTER
                      ENROLL-FILE
                OUTPUT ROSTER-FILE
                       GRADROST-FILE.
           PERFORM 050-LOAD-STUDENTS.
           WRITE ROSTER-REC FROM ROSTER-HEADING
               AFTER ADVANCING 1.
               AFTER ADVANCING 1 LINE.
           CLOSE COURSE-MASTER
                 ENROLL-FILE
                 ROSTER-FILE
                 GRADROST-FILE.
           STOP RUN.
      *********************************************
      *    LIST ONE ENROLLED STUDENT, BREAKING    *
           PERFORM 150-FIND-STUDENT-NAME.
           WRITE ROSTER-REC FROM ROSTER-STUDENT-LINE
               AFTER ADVANCING 1 LINE.
           PERFORM 500-WRITE-GRADE-ROSTER.
           ADD 1 TO SECTION-CT.
           ADD 1 TO DEPT-CT.
           ADD 1 TO GRAND-CT.
      *********************************************
       200-SECTION-HEADER.
           PERFORM 820-READ-MASTER-BY-KEY.
           MOVE SPACES TO SECT-TERM.
           MOVE SPACES TO SECT-TITLE.
           IF MASTER-FOUND
               MOVE C-TERM TO SECT-TERM
               MOVE C-TITLE TO SECT-TITLE
               MOVE C-COURSE TO RS-COURSE
               MOVE C-TITLE TO RS-TITLE
               MOVE C-DAYS TO RS-DAYS
               AFTER ADVANCING 1.
           MOVE 0 TO DEPT-CT.
      *********************************************
      *    WRITE THE CURRENT STUDENT'S GRADE      *
      *    ROSTER TURNAROUND RECORD, GRADE LEFT   *
      *    BLANK.  A SECTION NO LONGER ON THE     *
      *    MASTER GOES OUT WITH A BLANK TERM AND  *
      *    TITLE, AND GRDPOST REJECTS ITS GRADES  *
      *********************************************
       500-WRITE-GRADE-ROSTER.
           MOVE SPACES TO GRADE-ROSTER-DATA.
           MOVE E-COURSE TO GR-COURSE.
           MOVE SECT-TERM TO GR-TERM.
           MOVE E-STUDENT-ID TO GR-STUDENT-ID.
           MOVE RL-NAME TO GR-NAME.
           MOVE SECT-TITLE TO GR-TITLE.
           WRITE GRADROST-PHYS-REC FROM GRADE-ROSTER-DATA.
      *********************************************
      *    READ THE ENROLLMENT DETAIL FILE        *
      *********************************************
       810-READ-ENROLL.
