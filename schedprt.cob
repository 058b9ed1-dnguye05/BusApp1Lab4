       IDENTIFICATION DIVISION.
       PROGRAM-ID. schedprt.
      *********************************************
      *    STUDENT CLASS SCHEDULE AND             *
      *    REGISTRATION CONFIRMATION PRINT        *
      *    ANSWERS "WHAT IS THIS STUDENT TAKING"  *
      *    THE WAY THE ROSTER RUN ANSWERS "WHO    *
      *    IS IN THIS SECTION".  THE STUDENT      *
      *    MASTER IS READ IN STUDENT ID ORDER     *
      *    AND EACH STUDENT'S ENTRIES ARE READ    *
      *    FROM THE INDEXED ENROLLMENT DETAIL     *
      *    DA-S-ENROLL AND WAITLIST DA-S-WAITLIST *
      *    ON THEIR STUDENT ID ALTERNATE KEY.     *
      *    EACH STUDENT GETS ONE CONFIRMATION     *
      *    PAGE WITH S-NAME AND S-STANDING,       *
      *    EVERY SEATED SECTION'S TITLE, DAYS,    *
      *    TIME, BUILDING/ROOM, AND INSTRUCTOR    *
      *    FROM THE INDEXED COURSE MASTER WITH    *
      *    ITS CATALOG CREDIT HOURS,              *
      *    EVERY WAITLIST POSITION THE STUDENT    *
      *    HOLDS, AND THE TOTAL CREDIT HOURS      *
      *    SEATED.                                *
      *                                           *
      *    NIGHTLY, ONLY STUDENTS WITH ACTIVITY   *
      *    ON THAT NIGHT'S POSTED-ACTIVITY FILE   *
      *    DA-S-POSTACT GET A PAGE.  AT THE       *
      *    START OF TERM THE PARAMETER CARD       *
      *    DA-S-SCHEDPARM CAN ASK FOR A PAGE FOR  *
      *    EVERY STUDENT SEATED OR WAITING IN     *
      *    ANY SECTION.                           *
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
           SELECT CATALOG-FILE ASSIGN TO 'DA-S-CATALOG'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL POSTACT-FILE ASSIGN TO 'DA-S-POSTACT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PARM-FILE ASSIGN TO 'DA-S-SCHEDPARM'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SCHED-FILE ASSIGN TO 'UR-S-SCHEDCNF'.
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
       FD  CATALOG-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  CATALOG-MASTER-REC PIC X(40).
       FD  POSTACT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  POSTACT-PHYS-REC PIC X(40).
       FD  PARM-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  PARM-REC PIC X(20).
       FD  SCHED-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  SCHED-REC PIC X(132).
       WORKING-STORAGE SECTION.
       01  MISC.
           03 STUD-EOF PIC X VALUE 'N'.
               88 NO-MORE-STUD VALUE 'Y'.
           03 ENROLL-EOF PIC X VALUE 'N'.
               88 NO-MORE-ENROLL VALUE 'Y'.
           03 WAIT-EOF PIC X VALUE 'N'.
               88 NO-MORE-WAIT VALUE 'Y'.
           03 CATALOG-EOF PIC X VALUE 'N'.
               88 NO-MORE-CATALOG VALUE 'Y'.
           03 PACT-EOF PIC X VALUE 'N'.
               88 NO-MORE-PACT VALUE 'Y'.
           03 MASTER-FOUND-SW PIC X VALUE 'N'.
               88 MASTER-FOUND VALUE 'Y'.
           03 CATALOG-FOUND-SW PIC X VALUE 'N'.
               88 CATALOG-FOUND VALUE 'Y'.
           03 ACTIVE-FOUND-SW PIC X VALUE 'N'.
               88 ACTIVE-FOUND VALUE 'Y'.
           03 PRINT-STUDENT-SW PIC X VALUE 'N'.
               88 PRINT-STUDENT VALUE 'Y'.
           03 FIRST-PAGE-SW PIC X VALUE 'Y'.
               88 FIRST-PAGE VALUE 'Y'.
           03 CA-I PIC 9(4) VALUE 0.
           03 AC-I PIC 9(4) VALUE 0.
           03 SEATED-CT PIC 9(3) VALUE 0.
           03 WAITING-CT PIC 9(3) VALUE 0.
           03 STUDENT-HOURS PIC 9(3) VALUE 0.
           03 PAGE-CT PIC 9(5) VALUE 0.
           03 RUN-DATE PIC 9(8) VALUE 0.
      *********************************************
      *    RUN PARAMETER CARD - 'Y' IN            *
      *    SP-PRINT-ALL-SW PRINTS A PAGE FOR      *
      *    EVERY STUDENT SEATED OR WAITING, NOT   *
      *    JUST THOSE WITH ACTIVITY TONIGHT.  NO  *
      *    CARD, OR ANYTHING BUT 'Y', GIVES THE   *
      *    NIGHTLY ACTIVITY-ONLY RUN              *
      *********************************************
       01  SCHED-PARM-DATA.
           03 SP-PRINT-ALL-SW PIC X VALUE 'N'.
               88 PRINT-ALL-STUDENTS VALUE 'Y'.
           03 FILLER PIC X(19) VALUE SPACES.
      *********************************************
      *    DESCRIPTION OF THE COURSE MASTER       *
      *    RECORD LAYOUT - SHARED WITH LAB4       *
      *********************************************
       01  COURSE-DATA.
           COPY "coursrec.cpy".
      *********************************************
      *    STUDENT MASTER INPUT RECORD - READ IN  *
      *    STUDENT ID ORDER, ONE PAGE PER         *
      *    STUDENT SELECTED                       *
      *********************************************
       01  STUD-DATA.
           COPY "studrec.cpy".
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
      *    POSTED-ACTIVITY INPUT RECORD AND THE   *
      *    TABLE OF STUDENTS WITH ACTIVITY        *
      *    TONIGHT - EACH STUDENT IS KEPT ONCE    *
      *********************************************
       01  PACT-DATA.
           COPY "pactrec.cpy".
       01  ACTIVE-TABLE-CTL.
           03 ACTIVE-CT PIC 9(4) VALUE 0.
           03 ACTIVE-OVERFLOW-CT PIC 9(5) VALUE 0.
       01  ACTIVE-TABLE.
           03 ACTIVE-TABLE-ENTRY OCCURS 2000 TIMES.
               05 AC-STUDENT-ID PIC X(9).
      *********************************************
      *    CATALOG MASTER INPUT RECORD AND        *
      *    IN-MEMORY TABLE - SUPPLIES EACH        *
      *    SEATED SECTION'S CREDIT HOURS          *
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
      *    DESCRIPTION OF CONFIRMATION PAGE LINES *
      *********************************************
       01  SCHED-HEADING.
           03 FILLER               PIC X(10)   VALUE SPACES.
           03 FILLER               PIC X(44)
               VALUE 'REGISTRATION CONFIRMATION AND CLASS SCHEDULE'.
           03 FILLER               PIC X(4)    VALUE SPACES.
           03 FILLER               PIC X(6)    VALUE 'AS OF'.
           03 SH-RUN-DATE           PIC 9(8).
       01  SCHED-STUDENT-LINE.
           03 FILLER               PIC X(10)   VALUE SPACES.
           03 FILLER               PIC X(9)    VALUE 'STUDENT'.
           03 SS-STUDENT            PIC X(9).
           03 FILLER               PIC X(2)    VALUE SPACES.
           03 SS-NAME               PIC X(20).
           03 FILLER               PIC X(2)    VALUE SPACES.
           03 FILLER               PIC X(9)    VALUE 'STANDING'.
           03 SS-STANDING           PIC XX.
       01  SCHED-SEATED-HEADING.
           03 FILLER               PIC X(10)   VALUE SPACES.
           03 FILLER               PIC X(15)   VALUE 'SEATED SECTIONS'.
       01  SCHED-SEATED-COLUMNS.
           03 FILLER               PIC X(14)   VALUE SPACES.
           03 FILLER               PIC X(12)   VALUE 'COURSE'.
           03 FILLER               PIC X(22)   VALUE 'TITLE'.
           03 FILLER               PIC X(7)    VALUE 'DAYS'.
           03 FILLER               PIC X(7)    VALUE 'TIME'.
           03 FILLER               PIC X(8)    VALUE 'ROOM'.
           03 FILLER               PIC X(7)    VALUE 'INSTR'.
           03 FILLER               PIC X(5)    VALUE 'HOURS'.
       01  SCHED-SEATED-LINE.
           03 FILLER               PIC X(14)   VALUE SPACES.
           03 SL-COURSE             PIC X(10).
           03 FILLER               PIC X(2)    VALUE SPACES.
           03 SL-TITLE              PIC X(20).
           03 FILLER               PIC X(2)    VALUE SPACES.
           03 SL-DAYS               PIC X(6).
           03 FILLER               PIC X       VALUE SPACES.
           03 SL-HOUR               PIC Z9.
           03 FILLER               PIC X       VALUE ':'.
           03 SL-MIN                PIC 99.
           03 FILLER               PIC X(2)    VALUE SPACES.
           03 SL-BUILDING           PIC XX.
           03 FILLER               PIC X       VALUE SPACES.
           03 SL-ROOM               PIC XXX.
           03 FILLER               PIC X(2)    VALUE SPACES.
           03 SL-INSTRUCTOR         PIC X(5).
           03 FILLER               PIC X(4)    VALUE SPACES.
           03 SL-HOURS              PIC Z9.
       01  SCHED-MISSING-LINE.
           03 FILLER               PIC X(14)   VALUE SPACES.
           03 SM-COURSE             PIC X(10).
           03 FILLER               PIC X(2)    VALUE SPACES.
           03 FILLER               PIC X(33)
               VALUE 'SECTION NOT ON THE COURSE MASTER'.
       01  SCHED-WAIT-HEADING.
           03 FILLER               PIC X(10)   VALUE SPACES.
           03 FILLER               PIC X(19)
               VALUE 'WAITLISTED SECTIONS'.
       01  SCHED-WAIT-LINE.
           03 FILLER               PIC X(14)   VALUE SPACES.
           03 WLN-COURSE            PIC X(10).
           03 FILLER               PIC X(2)    VALUE SPACES.
           03 WLN-TITLE             PIC X(20).
           03 FILLER               PIC X(2)    VALUE SPACES.
           03 FILLER               PIC X(9)    VALUE 'POSITION'.
           03 WLN-POSITION          PIC ZZZ9.
       01  SCHED-NONE-LINE.
           03 FILLER               PIC X(14)   VALUE SPACES.
           03 FILLER               PIC X(4)    VALUE 'NONE'.
       01  SCHED-HOURS-LINE.
           03 FILLER               PIC X(10)   VALUE SPACES.
           03 FILLER               PIC X(20)
               VALUE 'TOTAL CREDIT HOURS'.
           03 SHL-HOURS             PIC ZZ9.
       01  SCHED-END-LINE.
           03 FILLER               PIC X(10)   VALUE SPACES.
           03 FILLER               PIC X(23)
               VALUE 'CONFIRMATIONS PRINTED'.
           03 SE-PAGE-CT            PIC ZZZZ9.
      *********************************************
      *    WARNING LINE WHEN A TABLE FILLED ON    *
      *    LOAD - THE PAGES PRINTED MAY BE        *
      *    MISSING SECTIONS OR STUDENTS           *
      *********************************************
       01  TABLE-OVERFLOW-WARNING.
           03 FILLER               PIC X(10)   VALUE SPACES.
           03 FILLER               PIC X(14)   VALUE '*** WARNING -'.
           03 TOW-OVERFLOW-CT       PIC ZZZZ9.
           03 FILLER               PIC X(1)    VALUE SPACES.
           03 TOW-TABLE-NAME        PIC X(14).
           03 FILLER               PIC X(40)
               VALUE 'RECORDS EXCEEDED THE TABLE LIMIT AND'.
           03 FILLER               PIC X(20)
               VALUE ' WERE NOT PRINTED'.
       PROCEDURE DIVISION.
      *********************************************
      *    MAINLINE - ONE PASS OVER THE STUDENT   *
      *    MASTER, ONE PAGE PER STUDENT SELECTED  *
      *********************************************
       000-MAINLINE.
           PERFORM 010-READ-SCHED-PARM.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT COURSE-MASTER
                      ENROLL-FILE
                      WAIT-FILE
                      STUD-FILE
                OUTPUT SCHED-FILE.
           PERFORM 240-LOAD-ACTIVITY.
           PERFORM 260-LOAD-CATALOG.
           PERFORM 810-READ-STUD.
           PERFORM 100-STUDENT-LOOP
               UNTIL NO-MORE-STUD.
           PERFORM 900-END-OF-RUN-LINES.
           CLOSE COURSE-MASTER
                 ENROLL-FILE
                 WAIT-FILE
                 STUD-FILE
                 SCHED-FILE.
           STOP RUN.
      *********************************************
      *    READ THE RUN PARAMETER CARD, IF ANY    *
      *********************************************
       010-READ-SCHED-PARM.
           OPEN INPUT PARM-FILE.
           READ PARM-FILE INTO SCHED-PARM-DATA
               AT END
                   CONTINUE
           END-READ.
           CLOSE PARM-FILE.
           IF SP-PRINT-ALL-SW NOT = 'Y'
               MOVE 'N' TO SP-PRINT-ALL-SW
           END-IF.
      *********************************************
      *    DECIDE WHETHER THE CURRENT STUDENT     *
      *    GETS A PAGE AND PRINT IT               *
      *********************************************
       100-STUDENT-LOOP.
           MOVE 'N' TO PRINT-STUDENT-SW.
           IF PRINT-ALL-STUDENTS
               PERFORM 150-COUNT-STUDENT-SECTIONS
               IF SEATED-CT > 0 OR WAITING-CT > 0
                   MOVE 'Y' TO PRINT-STUDENT-SW
               END-IF
           ELSE
               PERFORM 170-FIND-ACTIVITY
               IF ACTIVE-FOUND
                   MOVE 'Y' TO PRINT-STUDENT-SW
               END-IF
           END-IF.
           IF PRINT-STUDENT
               PERFORM 300-PRINT-CONFIRMATION
           END-IF.
           PERFORM 810-READ-STUD.
      *********************************************
      *    COUNT THE CURRENT STUDENT'S SEATED     *
      *    AND WAITLISTED SECTIONS                *
      *********************************************
       150-COUNT-STUDENT-SECTIONS.
           MOVE 0 TO SEATED-CT.
           MOVE 0 TO WAITING-CT.
           PERFORM 200-START-STUDENT-ENROLL.
           PERFORM 155-COUNT-ONE-ENROLL-ENTRY
               UNTIL NO-MORE-ENROLL.
           PERFORM 220-START-STUDENT-WAIT.
           PERFORM 157-COUNT-ONE-WAIT-ENTRY
               UNTIL NO-MORE-WAIT.
       155-COUNT-ONE-ENROLL-ENTRY.
           PERFORM 205-READ-STUDENT-ENROLL.
           IF NOT NO-MORE-ENROLL
               ADD 1 TO SEATED-CT
           END-IF.
       157-COUNT-ONE-WAIT-ENTRY.
           PERFORM 225-READ-STUDENT-WAIT.
           IF NOT NO-MORE-WAIT
               ADD 1 TO WAITING-CT
           END-IF.
      *********************************************
      *    DID THE CURRENT STUDENT HAVE POSTED    *
      *    ACTIVITY TONIGHT                       *
      *********************************************
       170-FIND-ACTIVITY.
           MOVE 'N' TO ACTIVE-FOUND-SW.
           MOVE 1 TO AC-I.
           PERFORM 175-CHECK-ONE-ACTIVITY
               UNTIL AC-I > ACTIVE-CT OR ACTIVE-FOUND.
       175-CHECK-ONE-ACTIVITY.
           IF AC-STUDENT-ID (AC-I) = S-STUDENT-ID
               MOVE 'Y' TO ACTIVE-FOUND-SW
           ELSE
               ADD 1 TO AC-I
           END-IF.
      *********************************************
      *    POSITION THE ENROLLMENT DETAIL AT THE  *
      *    CURRENT STUDENT'S FIRST SEATED         *
      *    SECTION BY THE STUDENT ID ALTERNATE    *
      *    KEY, AND READ THE STUDENT'S ENTRIES    *
      *    ONE AT A TIME UNTIL THE ID CHANGES     *
      *********************************************
       200-START-STUDENT-ENROLL.
           MOVE 'N' TO ENROLL-EOF.
           MOVE S-STUDENT-ID TO EM-STUDENT-ID.
           START ENROLL-FILE KEY IS = EM-STUDENT-ID
               INVALID KEY
                   MOVE 'Y' TO ENROLL-EOF
           END-START.
       205-READ-STUDENT-ENROLL.
           READ ENROLL-FILE NEXT RECORD INTO ENROLL-DATA
               AT END
                   MOVE 'Y' TO ENROLL-EOF
               NOT AT END
                   IF E-STUDENT-ID NOT = S-STUDENT-ID
                       MOVE 'Y' TO ENROLL-EOF
                   END-IF
           END-READ.
      *********************************************
      *    THE SAME FOR THE WAITLIST - POSITION   *
      *    AT THE CURRENT STUDENT'S FIRST         *
      *    WAITLIST ENTRY AND READ THE STUDENT'S  *
      *    ENTRIES UNTIL THE ID CHANGES           *
      *********************************************
       220-START-STUDENT-WAIT.
           MOVE 'N' TO WAIT-EOF.
           MOVE S-STUDENT-ID TO WM-STUDENT-ID.
           START WAIT-FILE KEY IS = WM-STUDENT-ID
               INVALID KEY
                   MOVE 'Y' TO WAIT-EOF
           END-START.
       225-READ-STUDENT-WAIT.
           READ WAIT-FILE NEXT RECORD INTO WAIT-DATA
               AT END
                   MOVE 'Y' TO WAIT-EOF
               NOT AT END
                   IF W-STUDENT-ID NOT = S-STUDENT-ID
                       MOVE 'Y' TO WAIT-EOF
                   END-IF
           END-READ.
      *********************************************
      *    LOAD THE STUDENTS WITH ACTIVITY ON     *
      *    TONIGHT'S POSTED-ACTIVITY FILE, ONE    *
      *    TABLE ENTRY PER STUDENT                *
      *********************************************
       240-LOAD-ACTIVITY.
           OPEN INPUT POSTACT-FILE.
           PERFORM 245-READ-POSTACT-FILE.
           PERFORM 247-STORE-ACTIVITY-ENTRY
               UNTIL NO-MORE-PACT.
           CLOSE POSTACT-FILE.
       245-READ-POSTACT-FILE.
           READ POSTACT-FILE INTO PACT-DATA
               AT END MOVE 'Y' TO PACT-EOF.
       247-STORE-ACTIVITY-ENTRY.
           MOVE PA-STUDENT-ID TO S-STUDENT-ID.
           PERFORM 170-FIND-ACTIVITY.
           IF NOT ACTIVE-FOUND
               IF ACTIVE-CT < 2000
                   ADD 1 TO ACTIVE-CT
                   MOVE PA-STUDENT-ID TO AC-STUDENT-ID (ACTIVE-CT)
               ELSE
                   ADD 1 TO ACTIVE-OVERFLOW-CT
               END-IF
           END-IF.
           PERFORM 245-READ-POSTACT-FILE.
      *********************************************
      *    LOAD THE CATALOG MASTER INTO THE       *
      *    CATALOG TABLE                          *
      *********************************************
       260-LOAD-CATALOG.
           OPEN INPUT CATALOG-FILE.
           PERFORM 265-READ-CATALOG-FILE.
           PERFORM 267-STORE-CATALOG-ENTRY
               UNTIL NO-MORE-CATALOG.
           CLOSE CATALOG-FILE.
       265-READ-CATALOG-FILE.
           READ CATALOG-FILE INTO CATALOG-DATA
               AT END MOVE 'Y' TO CATALOG-EOF.
       267-STORE-CATALOG-ENTRY.
           IF CATALOG-CT < 500
               ADD 1 TO CATALOG-CT
               MOVE CAT-COURSE TO CA-COURSE (CATALOG-CT)
               MOVE CAT-TITLE TO CA-TITLE (CATALOG-CT)
               MOVE CAT-CREDIT-HOURS TO CA-CREDIT-HOURS (CATALOG-CT)
           ELSE
               ADD 1 TO CATALOG-OVERFLOW-CT
           END-IF.
           PERFORM 265-READ-CATALOG-FILE.
      *********************************************
      *    PRINT ONE STUDENT'S CONFIRMATION PAGE  *
      *********************************************
       300-PRINT-CONFIRMATION.
           MOVE RUN-DATE TO SH-RUN-DATE.
           IF FIRST-PAGE
               MOVE 'N' TO FIRST-PAGE-SW
               WRITE SCHED-REC FROM SCHED-HEADING
                   AFTER ADVANCING 1
           ELSE
               WRITE SCHED-REC FROM SCHED-HEADING
                   AFTER ADVANCING PAGE
           END-IF.
           ADD 1 TO PAGE-CT.
           MOVE SPACES TO SCHED-REC.
           WRITE SCHED-REC
               AFTER ADVANCING 1.
           MOVE S-STUDENT-ID TO SS-STUDENT.
           MOVE S-NAME TO SS-NAME.
           MOVE S-STANDING TO SS-STANDING.
           WRITE SCHED-REC FROM SCHED-STUDENT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO SCHED-REC.
           WRITE SCHED-REC
               AFTER ADVANCING 1.
           WRITE SCHED-REC FROM SCHED-SEATED-HEADING
               AFTER ADVANCING 1 LINE.
           WRITE SCHED-REC FROM SCHED-SEATED-COLUMNS
               AFTER ADVANCING 1 LINE.
           MOVE 0 TO SEATED-CT.
           MOVE 0 TO STUDENT-HOURS.
           PERFORM 200-START-STUDENT-ENROLL.
           PERFORM 320-SEATED-SECTION-LINE
               UNTIL NO-MORE-ENROLL.
           IF SEATED-CT = 0
               WRITE SCHED-REC FROM SCHED-NONE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           MOVE SPACES TO SCHED-REC.
           WRITE SCHED-REC
               AFTER ADVANCING 1.
           WRITE SCHED-REC FROM SCHED-WAIT-HEADING
               AFTER ADVANCING 1 LINE.
           MOVE 0 TO WAITING-CT.
           PERFORM 220-START-STUDENT-WAIT.
           PERFORM 340-WAITLIST-LINE
               UNTIL NO-MORE-WAIT.
           IF WAITING-CT = 0
               WRITE SCHED-REC FROM SCHED-NONE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           MOVE SPACES TO SCHED-REC.
           WRITE SCHED-REC
               AFTER ADVANCING 1.
           MOVE STUDENT-HOURS TO SHL-HOURS.
           WRITE SCHED-REC FROM SCHED-HOURS-LINE
               AFTER ADVANCING 1 LINE.
      *********************************************
      *    ONE LINE PER SECTION THE STUDENT IS    *
      *    SEATED IN, FROM THE COURSE MASTER,     *
      *    WITH THE CATALOG CREDIT HOURS ADDED    *
      *    INTO THE STUDENT'S TOTAL               *
      *********************************************
       320-SEATED-SECTION-LINE.
           PERFORM 205-READ-STUDENT-ENROLL.
           IF NOT NO-MORE-ENROLL
               ADD 1 TO SEATED-CT
               PERFORM 400-FIND-CATALOG-ENTRY
               MOVE E-COURSE TO CM-COURSE-KEY
               PERFORM 820-READ-MASTER-BY-KEY
               IF MASTER-FOUND
                   MOVE C-COURSE TO SL-COURSE
                   MOVE C-TITLE TO SL-TITLE
                   MOVE C-DAYS TO SL-DAYS
                   MOVE C-STARTING-HOUR TO SL-HOUR
                   MOVE C-STARTING-MIN TO SL-MIN
                   MOVE C-BUILDING TO SL-BUILDING
                   MOVE C-ROOM TO SL-ROOM
                   MOVE C-INSTRUCTOR TO SL-INSTRUCTOR
                   MOVE 0 TO SL-HOURS
                   IF CATALOG-FOUND
                       MOVE CA-CREDIT-HOURS (CA-I) TO SL-HOURS
                       ADD CA-CREDIT-HOURS (CA-I) TO STUDENT-HOURS
                   END-IF
                   WRITE SCHED-REC FROM SCHED-SEATED-LINE
                       AFTER ADVANCING 1 LINE
               ELSE
                   MOVE E-COURSE TO SM-COURSE
                   WRITE SCHED-REC FROM SCHED-MISSING-LINE
                       AFTER ADVANCING 1 LINE
               END-IF
           END-IF.
      *********************************************
      *    ONE LINE PER WAITLIST POSITION THE     *
      *    STUDENT HOLDS                          *
      *********************************************
       340-WAITLIST-LINE.
           PERFORM 225-READ-STUDENT-WAIT.
           IF NOT NO-MORE-WAIT
               ADD 1 TO WAITING-CT
               MOVE W-COURSE TO WLN-COURSE
               MOVE SPACES TO WLN-TITLE
               MOVE W-COURSE TO CM-COURSE-KEY
               PERFORM 820-READ-MASTER-BY-KEY
               IF MASTER-FOUND
                   MOVE C-TITLE TO WLN-TITLE
               END-IF
               MOVE W-POSITION TO WLN-POSITION
               WRITE SCHED-REC FROM SCHED-WAIT-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
      *********************************************
      *    LOOK THE SEATED SECTION'S COURSE       *
      *    NUMBER UP IN THE CATALOG TABLE - CA-I  *
      *    POINTS AT THE MATCH WHEN FOUND         *
      *********************************************
       400-FIND-CATALOG-ENTRY.
           MOVE 'N' TO CATALOG-FOUND-SW.
           MOVE 1 TO CA-I.
           PERFORM 405-CHECK-ONE-CATALOG-ENTRY
               UNTIL CA-I > CATALOG-CT OR CATALOG-FOUND.
       405-CHECK-ONE-CATALOG-ENTRY.
           IF CA-COURSE (CA-I) = E-COURSE (1:7)
               MOVE 'Y' TO CATALOG-FOUND-SW
           ELSE
               ADD 1 TO CA-I
           END-IF.
      *********************************************
      *    READ THE STUDENT MASTER                *
      *********************************************
       810-READ-STUD.
           READ STUD-FILE INTO STUD-DATA
               AT END
                   MOVE 'Y' TO STUD-EOF
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
      *    CLOSE THE RUN WITH THE PAGE COUNT AND  *
      *    ANY TABLE OVERFLOW WARNINGS            *
      *********************************************
       900-END-OF-RUN-LINES.
           MOVE PAGE-CT TO SE-PAGE-CT.
           IF FIRST-PAGE
               WRITE SCHED-REC FROM SCHED-END-LINE
                   AFTER ADVANCING 1
           ELSE
               WRITE SCHED-REC FROM SCHED-END-LINE
                   AFTER ADVANCING PAGE
           END-IF.
           IF ACTIVE-OVERFLOW-CT > 0
               MOVE ACTIVE-OVERFLOW-CT TO TOW-OVERFLOW-CT
               MOVE 'ACTIVITY' TO TOW-TABLE-NAME
               WRITE SCHED-REC FROM TABLE-OVERFLOW-WARNING
                   AFTER ADVANCING 1 LINE
           END-IF.
           IF CATALOG-OVERFLOW-CT > 0
               MOVE CATALOG-OVERFLOW-CT TO TOW-OVERFLOW-CT
               MOVE 'CATALOG' TO TOW-TABLE-NAME
               WRITE SCHED-REC FROM TABLE-OVERFLOW-WARNING
                   AFTER ADVANCING 1 LINE
           END-IF.
