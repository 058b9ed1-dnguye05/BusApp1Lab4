      *    RE-SEATED WHERE, WHO WAS DROPPED       *
      *    OUTRIGHT, AND WHOSE WAITLIST ENTRY     *
      *    WAS CANCELLED, SO THE REGISTRAR CAN    *
      *    SEND THE LETTERS.  EVERY RE-SEAT AND   *
      *    DROP ALSO GOES ON THE STUDENT          *
      *    NOTIFICATION FILE DA-S-CANNOTIF FOR    *
      *    THE CAMPUS MAIL/EMAIL VENDOR, WITH     *
      *    S-NAME FROM THE STUDENT MASTER, BOTH   *
      *    SECTIONS' TITLES, AND THE MEETING      *
      *    TIME AND ROOM, ENDED BY A COUNT        *
      *    TRAILER.                               *
      *                                           *
      *    DROPS AND RE-SEATS ARE APPENDED TO     *
      *    THE POSTED-ACTIVITY EXTRACT            *
      *    REWRITTEN AT END OF JOB SO THE         *
      *    LISTING RUN STAYS IN BALANCE.  RUN     *
      *    AFTER REGPOST AND BEFORE TUIBILL.      *
      *                                           *
      *    THE ENROLLMENT AND WAITLIST FILES ARE  *
      *    INDEXED BY COURSE KEY PLUS STUDENT ID  *
      *    AND ARE UPDATED IN PLACE BY KEY.       *
      *    EVERY DELETE AND WRITE AGAINST THEM IS *
      *    JOURNALED ON DA-S-CRSJRNL WITH THE     *
      *    MASTER UPDATES SO CRSBKOUT CAN BACK    *
      *    OUT A FAILED RUN.                      *
      *********************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT CANCEL-FILE ASSIGN TO 'DA-S-CANCEL'
               ORGANIZATION IS LINE SEQUENTIAL.
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
           SELECT NOTIFY-FILE ASSIGN TO 'DA-S-CANCLNOT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL POSTACT-FILE ASSIGN TO 'DA-S-POSTACT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-FILE ASSIGN TO 'UR-S-CANCLAUD'.
           SELECT STUD-FILE ASSIGN TO 'DA-S-STUDMAST'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT VENDNOTE-FILE ASSIGN TO 'DA-S-CANNOTIF'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL JRNL-FILE ASSIGN TO 'DA-S-CRSJRNL'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CTL-FILE ASSIGN TO 'DA-S-COURSECTL'
           LABEL RECORDS ARE STANDARD.
       01  CANCEL-PHYS-REC PIC X(20).
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
       FD  NOTIFY-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-REC PIC X(132).
       FD  STUD-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  STUD-MASTER-REC PIC X(40).
       FD  VENDNOTE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  VENDNOTE-PHYS-REC PIC X(120).
       FD  CTL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       FD  JRNL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  JRNL-PHYS-REC PIC X(120).
       WORKING-STORAGE SECTION.
       01  MISC.
           03 CANCEL-EOF PIC X VALUE 'N'.
           03 ALT-EOF PIC X VALUE 'N'.
               88 NO-MORE-ALT VALUE 'Y'.
           03 ALT-COURSE PIC X(10) VALUE SPACES.
           03 ALT-SEATED-SW PIC X VALUE 'N'.
               88 ALT-ALREADY-SEATED VALUE 'Y'.
           03 EN-NEW-COURSE PIC X(10) VALUE SPACES.
           03 EN-NEW-STUDENT PIC X(9) VALUE SPACES.
           03 CANCELLED-CT PIC 9(5) VALUE 0.
           03 NOTFOUND-CT PIC 9(5) VALUE 0.
           03 RESEATED-CT PIC 9(5) VALUE 0.
           03 WAITCANC-CT PIC 9(5) VALUE 0.
           03 JRNL-SAVED-IMAGE PIC X(80) VALUE SPACES.
           03 CANCEL-SAVED-IMAGE PIC X(80) VALUE SPACES.
           03 CANCEL-TITLE PIC X(20) VALUE SPACES.
           03 CANCEL-DAYS PIC X(6) VALUE SPACES.
           03 CANCEL-STARTING-TIME PIC X(4) VALUE SPACES.
           03 CANCEL-LOCATION PIC X(5) VALUE SPACES.
           03 STUD-EOF PIC X VALUE 'N'.
               88 NO-MORE-STUD VALUE 'Y'.
           03 ST-I PIC 9(4) VALUE 0.
           03 STUD-FOUND-SW PIC X VALUE 'N'.
               88 STUD-FOUND VALUE 'Y'.
           03 STUD-LOOKUP-ID PIC X(9) VALUE SPACES.
           03 STUD-LOOKUP-NAME PIC X(20) VALUE SPACES.
           03 VENDNOTE-CT PIC 9(7) VALUE 0.
      *********************************************
      *    DESCRIPTION OF THE COURSE MASTER       *
      *    RECORD LAYOUT - SHARED WITH LAB4       *
      *********************************************
      *    BEFORE-IMAGE JOURNAL RECORD -          *
      *    APPENDED ON EVERY MASTER REWRITE AND   *
      *    DELETE AND EVERY ENROLLMENT AND        *
      *    WAITLIST WRITE OR DELETE SO CRSBKOUT   *
      *    CAN RESTORE ALL THREE FILES AFTER A    *
      *    FAILED RUN                             *
      *********************************************
       01  JRNL-DATA.
           COPY "jrnlrec.cpy".
           03 CN-COURSE PIC X(10).
           03 FILLER PIC X(10).
      *********************************************
      *    ENROLLMENT DETAIL RECORD - SHARED      *
      *    WITH REGPOST                           *
      *********************************************
       01  ENROLL-DATA.
           COPY "enrlrec.cpy".
      *********************************************
      *    WAITLIST RECORD - SHARED WITH REGPOST  *
      *********************************************
       01  WAIT-DATA.
           COPY "wlstrec.cpy".
      *********************************************
      *    POSTED-ACTIVITY EXTRACT RECORD -       *
      *    SHARED WITH REGPOST AND TUIBILL,       *
           03 NT-NEW-COURSE PIC X(10).
           03 FILLER PIC X(3).
      *********************************************
      *    STUDENT MASTER INPUT RECORD AND        *
      *    IN-MEMORY TABLE - SUPPLIES S-NAME FOR  *
      *    THE VENDOR NOTIFICATION RECORDS        *
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
      *    STUDENT NOTIFICATION INTERFACE DETAIL  *
      *    RECORD - SHARED WITH REGPOST, ONE PER  *
      *    RE-SEAT OR DROP, FOR THE CAMPUS        *
      *    MAIL/EMAIL VENDOR                      *
      *********************************************
       01  VENDNOTE-DATA.
           COPY "notfrec.cpy".
      *********************************************
      *    NOTIFICATION INTERFACE TRAILER         *
      *    RECORD - DETAIL COUNT, WRITTEN LAST    *
      *    SO THE VENDOR CAN BALANCE              *
      *********************************************
       01  VENDNOTE-TRAILER-DATA.
           03 VX-RECORD-TYPE PIC X VALUE 'T'.
           03 VX-RECORD-COUNT PIC 9(7).
           03 FILLER PIC X(112) VALUE SPACES.
      *********************************************
      *    WARNING LINE WHEN THE 1000-ENTRY       *
      *    STUDENT TABLE FILLED ON LOAD - THE     *
      *    OVERFLOW STUDENTS' NOTIFICATIONS GO    *
      *    OUT WITHOUT A NAME                     *
      *********************************************
       01  STUD-OVERFLOW-WARNING.
           03 FILLER               PIC X(10)   VALUE SPACES.
           03 FILLER               PIC X(14)   VALUE '*** WARNING -'.
           03 SOW-OVERFLOW-CT       PIC ZZZZ9.
           03 FILLER               PIC X(46)
               VALUE ' STUDENT MASTER RECORDS EXCEEDED THE TABLE'.
           03 FILLER               PIC X(30)
               VALUE ' LIMIT AND HAVE NO NAME'.
      *********************************************
      *    DESCRIPTION OF AUDIT REPORT LINES      *
      *********************************************
       PROCEDURE DIVISION.
      *********************************************
      *    MAINLINE - UNWIND EACH CANCELLED       *
      *    SECTION, THEN REWRITE THE CONTROL      *
      *    RECORD                                 *
      *********************************************
       000-MAINLINE.
           OPEN I-O COURSE-MASTER.
           OPEN INPUT CANCEL-FILE.
           OPEN OUTPUT NOTIFY-FILE.
           OPEN OUTPUT VENDNOTE-FILE.
           OPEN OUTPUT AUDIT-FILE.
           OPEN EXTEND POSTACT-FILE.
           OPEN I-O ENROLL-FILE.
           OPEN I-O WAIT-FILE.
           OPEN EXTEND JRNL-FILE.
           MOVE SPACES TO JRNL-DATA.
           WRITE AUDIT-REC FROM AUDIT-HEADING
               AFTER ADVANCING 1.
           MOVE SPACES TO AUDIT-REC.
           WRITE AUDIT-REC
               AFTER ADVANCING 1.
           PERFORM 270-LOAD-STUDENTS.
           IF STUD-OVERFLOW-CT > 0
               MOVE STUD-OVERFLOW-CT TO SOW-OVERFLOW-CT
               WRITE AUDIT-REC FROM STUD-OVERFLOW-WARNING
                   AFTER ADVANCING 1 LINE
           END-IF.
           PERFORM 810-READ-CANCEL.
           PERFORM 100-CANCEL-LOOP
               UNTIL NO-MORE-CANCEL.
           PERFORM 875-WRITE-VENDNOTE-TRAILER.
           PERFORM 900-AUDIT-TOTALS-LINE.
           PERFORM 730-CONTROL-SWEEP.
           CLOSE COURSE-MASTER
                 CANCEL-FILE
                 NOTIFY-FILE
                 VENDNOTE-FILE
                 AUDIT-FILE
                 POSTACT-FILE
                 ENROLL-FILE
                 WAIT-FILE
                 JRNL-FILE.
           STOP RUN.
      *********************************************
           END-IF.
           PERFORM 810-READ-CANCEL.
      *********************************************
      *    LOAD THE STUDENT MASTER INTO THE       *
      *    STUDENT TABLE FOR THE NAME ON THE      *
      *    VENDOR NOTIFICATION RECORDS            *
      *********************************************
       270-LOAD-STUDENTS.
           OPEN INPUT STUD-FILE.
           PERFORM 275-READ-STUD-FILE.
           PERFORM 277-STORE-STUD-ENTRY
               UNTIL NO-MORE-STUD.
           CLOSE STUD-FILE.
       275-READ-STUD-FILE.
           READ STUD-FILE INTO STUD-DATA
               AT END MOVE 'Y' TO STUD-EOF.
       277-STORE-STUD-ENTRY.
           IF STUD-CT < 1000
               ADD 1 TO STUD-CT
               MOVE S-STUDENT-ID TO ST-ID (STUD-CT)
               MOVE S-NAME TO ST-NAME (STUD-CT)
           ELSE
               ADD 1 TO STUD-OVERFLOW-CT
           END-IF.
           PERFORM 275-READ-STUD-FILE.
      *********************************************
      *    LOOK STUD-LOOKUP-ID UP IN THE STUDENT  *
      *    TABLE - THE NAME COMES BACK IN         *
      *    STUD-LOOKUP-NAME, SPACES WHEN THE ID   *
      *    IS UNKNOWN                             *
      *********************************************
       280-FIND-STUDENT.
           MOVE 'N' TO STUD-FOUND-SW.
           MOVE SPACES TO STUD-LOOKUP-NAME.
           MOVE 1 TO ST-I.
           PERFORM 285-CHECK-ONE-STUDENT
               UNTIL ST-I > STUD-CT OR STUD-FOUND.
       285-CHECK-ONE-STUDENT.
           IF ST-ID (ST-I) = STUD-LOOKUP-ID
               MOVE 'Y' TO STUD-FOUND-SW
               MOVE ST-NAME (ST-I) TO STUD-LOOKUP-NAME
           ELSE
               ADD 1 TO ST-I
           END-IF.
      *********************************************
      *    DROP EVERY STUDENT ENROLLED IN THE     *
      *    CANCELLED SECTION AND TRY TO RE-SEAT   *
      *    EACH ONE.  EACH PASS STARTS AT THE     *
      *    CANCELLED COURSE KEY AND TAKES THE     *
      *    FIRST RECORD LEFT, SO THE DELETES AND  *
      *    THE RE-SEAT WRITES NEVER DISTURB AN    *
      *    OPEN READ POSITION                     *
      *********************************************
       300-UNWIND-ENROLLMENTS.
           MOVE 'N' TO ENROLL-EOF.
           PERFORM 310-DROP-FIRST-ENROLLMENT
               UNTIL NO-MORE-ENROLL.
       310-DROP-FIRST-ENROLLMENT.
           MOVE CN-COURSE TO EM-COURSE-KEY.
           MOVE LOW-VALUES TO EM-STUDENT-ID.
           START ENROLL-FILE KEY NOT < EM-ENROLL-KEY
               INVALID KEY
                   MOVE 'Y' TO ENROLL-EOF
           END-START.
           IF NOT NO-MORE-ENROLL
               READ ENROLL-FILE NEXT RECORD INTO ENROLL-DATA
                   AT END
                       MOVE 'Y' TO ENROLL-EOF
                   NOT AT END
                       IF E-COURSE NOT = CN-COURSE
                           MOVE 'Y' TO ENROLL-EOF
                       ELSE
                           PERFORM 315-DELETE-ENROLLMENT
                       END-IF
               END-READ
           END-IF.
       315-DELETE-ENROLLMENT.
           DELETE ENROLL-FILE RECORD.
           MOVE 'E' TO J-FILE-ID.
           MOVE 'DELETE' TO J-ACTION.
           MOVE E-COURSE TO J-COURSE-KEY.
           MOVE ENROLL-DATA TO J-BEFORE-IMAGE.
           PERFORM 855-JOURNAL-DETAIL-UPDATE.
           MOVE E-STUDENT-ID TO EN-NEW-STUDENT.
           PERFORM 320-RESEAT-STUDENT.
      *********************************************
      *    TRY TO SEAT THE DROPPED STUDENT IN     *
      *    ANOTHER OPEN SECTION OF THE SAME       *
               ADD 1 TO DROPPED-CT
           END-IF.
           WRITE NOTIFY-PHYS-REC FROM NOTIFY-DATA.
           PERFORM 340-VENDOR-NOTIFICATION.
           MOVE NT-STUDENT-ID TO AS-STUDENT.
           MOVE NT-DISPOSITION TO AS-DISPOSITION.
           MOVE NT-NEW-COURSE TO AS-NEW-COURSE.
      *    TOGETHER IN KEY ORDER, SO START AT     *
      *    THE COURSE NUMBER AND READ NEXT        *
      *    UNTIL IT CHANGES.  THE CANCELLED       *
      *    SECTION ITSELF IS SKIPPED, AND SO IS   *
      *    ANY SECTION THE STUDENT IS ALREADY     *
      *    SEATED IN                              *
      *********************************************
       330-FIND-OPEN-SECTION.
           MOVE 'N' TO ALT-FOUND-SW.
                   ELSE
                       IF C-COURSE NOT = CN-COURSE
                               AND C-SEATS-REMAINING > 0
                           PERFORM 337-CHECK-ALT-SEATED
                       END-IF
                   END-IF
           END-READ.
       337-CHECK-ALT-SEATED.
           MOVE 'N' TO ALT-SEATED-SW.
           MOVE C-COURSE TO EM-COURSE-KEY.
           MOVE EN-NEW-STUDENT TO EM-STUDENT-ID.
           READ ENROLL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO ALT-SEATED-SW
           END-READ.
           IF NOT ALT-ALREADY-SEATED
               MOVE 'Y' TO ALT-FOUND-SW
               MOVE C-COURSE TO ALT-COURSE
               MOVE COURSE-DATA TO JRNL-SAVED-IMAGE
           END-IF.
      *********************************************
      *    BUILD THE VENDOR NOTIFICATION RECORD   *
      *    FOR THE STUDENT JUST RE-SEATED OR      *
      *    DROPPED - A RE-SEAT CARRIES THE NEW    *
      *    SECTION (STILL IN COURSE-DATA) AND     *
      *    ITS MEETING TIME AND ROOM, A DROP      *
      *    CARRIES THE CANCELLED SECTION'S        *
      *********************************************
       340-VENDOR-NOTIFICATION.
           MOVE SPACES TO VENDNOTE-DATA.
           MOVE 'D' TO NF-RECORD-TYPE.
           MOVE EN-NEW-STUDENT TO NF-STUDENT-ID.
           MOVE EN-NEW-STUDENT TO STUD-LOOKUP-ID.
           PERFORM 280-FIND-STUDENT.
           MOVE STUD-LOOKUP-NAME TO NF-NAME.
           MOVE NT-DISPOSITION TO NF-EVENT-TYPE.
           MOVE CN-COURSE TO NF-OLD-COURSE.
           MOVE CANCEL-TITLE TO NF-OLD-TITLE.
           IF ALT-FOUND
               MOVE ALT-COURSE TO NF-NEW-COURSE
               MOVE C-TITLE TO NF-NEW-TITLE
               MOVE C-DAYS TO NF-DAYS
               MOVE C-STARTING-TIME TO NF-STARTING-TIME
               MOVE C-LOCATION TO NF-LOCATION
           ELSE
               MOVE CANCEL-DAYS TO NF-DAYS
               MOVE CANCEL-STARTING-TIME TO NF-STARTING-TIME
               MOVE CANCEL-LOCATION TO NF-LOCATION
           END-IF.
           PERFORM 870-WRITE-VENDOR-NOTICE.
      *********************************************
      *    RETIRE EVERY WAITLIST ENTRY FOR THE    *
      *    CANCELLED SECTION AND NOTE EACH ONE    *
      *    ON THE NOTIFICATION EXTRACT - EACH     *
      *    PASS STARTS AT THE CANCELLED COURSE    *
      *    KEY AND DELETES THE FIRST RECORD LEFT  *
      *********************************************
       400-RETIRE-WAITLIST.
           MOVE 'N' TO WAIT-EOF.
           PERFORM 410-RETIRE-FIRST-WAITER
               UNTIL NO-MORE-WAIT.
       410-RETIRE-FIRST-WAITER.
           MOVE CN-COURSE TO WM-COURSE-KEY.
           MOVE LOW-VALUES TO WM-STUDENT-ID.
           START WAIT-FILE KEY NOT < WM-WAIT-KEY
               INVALID KEY
                   MOVE 'Y' TO WAIT-EOF
           END-START.
           IF NOT NO-MORE-WAIT
               READ WAIT-FILE NEXT RECORD INTO WAIT-DATA
                   AT END
                       MOVE 'Y' TO WAIT-EOF
                   NOT AT END
                       IF W-COURSE NOT = CN-COURSE
                           MOVE 'Y' TO WAIT-EOF
                       ELSE
                           PERFORM 415-DELETE-WAITER
                       END-IF
               END-READ
           END-IF.
       415-DELETE-WAITER.
           DELETE WAIT-FILE RECORD.
           MOVE 'W' TO J-FILE-ID.
           MOVE 'DELETE' TO J-ACTION.
           MOVE W-COURSE TO J-COURSE-KEY.
           MOVE WAIT-DATA TO J-BEFORE-IMAGE.
           PERFORM 855-JOURNAL-DETAIL-UPDATE.
           MOVE SPACES TO NOTIFY-DATA.
           MOVE W-STUDENT-ID TO NT-STUDENT-ID.
           MOVE CN-COURSE TO NT-OLD-COURSE.
           MOVE 'WAITCANC' TO NT-DISPOSITION.
           WRITE NOTIFY-PHYS-REC FROM NOTIFY-DATA.
           MOVE NT-STUDENT-ID TO AS-STUDENT.
           MOVE NT-DISPOSITION TO AS-DISPOSITION.
           MOVE SPACES TO AS-NEW-COURSE.
           PERFORM 920-AUDIT-STUDENT-LINE.
           ADD 1 TO WAITCANC-CT.
      *********************************************
      *    DELETE THE CANCELLED MASTER RECORD     *
      *********************************************
                   PERFORM 850-JOURNAL-BEFORE-IMAGE
           END-DELETE.
      *********************************************
      *    WRITE THE ENROLLMENT RECORD FOR THE    *
      *    RE-SEATED STUDENT AND JOURNAL IT - 330 *
      *    ONLY OFFERS A SECTION THE STUDENT IS   *
      *    NOT ALREADY SEATED IN, SO THE KEY IS   *
      *    NEW                                    *
      *********************************************
       600-RECORD-ENROLLMENT.
           MOVE SPACES TO ENROLL-DATA.
           MOVE EN-NEW-COURSE TO E-COURSE.
           MOVE EN-NEW-STUDENT TO E-STUDENT-ID.
           WRITE ENROLL-MASTER-REC FROM ENROLL-DATA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'E' TO J-FILE-ID
                   MOVE 'WRITE' TO J-ACTION
                   MOVE E-COURSE TO J-COURSE-KEY
                   MOVE ENROLL-DATA TO J-BEFORE-IMAGE
                   PERFORM 855-JOURNAL-DETAIL-UPDATE
           END-WRITE.
      *********************************************
      *    END-OF-JOB CONTROL SWEEP - THE SAME    *
      *    SWEEP CRSMAINT AND REGPOST DO, SO THE  *
               NOT INVALID KEY
                   MOVE 'Y' TO MASTER-FOUND-SW
                   MOVE COURSE-DATA TO CANCEL-SAVED-IMAGE
                   MOVE C-TITLE TO CANCEL-TITLE
                   MOVE C-DAYS TO CANCEL-DAYS
                   MOVE C-STARTING-TIME TO CANCEL-STARTING-TIME
                   MOVE C-LOCATION TO CANCEL-LOCATION
           END-READ.
      *********************************************
      *    REWRITE THE MASTER RECORD JUST READ    *
           MOVE 'CRSCANCL' TO J-PROGRAM.
           MOVE CM-COURSE-KEY TO J-COURSE-KEY.
           MOVE JRNL-SAVED-IMAGE TO J-BEFORE-IMAGE.
           MOVE 'C' TO J-FILE-ID.
           WRITE JRNL-PHYS-REC FROM JRNL-DATA.
      *********************************************
      *    APPEND ONE JOURNAL RECORD FOR AN       *
      *    ENROLLMENT OR WAITLIST WRITE OR        *
      *    DELETE - THE CALLER SETS J-FILE-ID,    *
      *    J-ACTION, J-COURSE-KEY, AND THE        *
      *    RECORD IMAGE IN J-BEFORE-IMAGE         *
      *********************************************
       855-JOURNAL-DETAIL-UPDATE.
           MOVE 'CRSCANCL' TO J-PROGRAM.
           WRITE JRNL-PHYS-REC FROM JRNL-DATA.
      *********************************************
      *    APPEND ONE POSTED-ACTIVITY EXTRACT     *
       860-WRITE-POSTED-ACTIVITY.
           WRITE POSTACT-PHYS-REC FROM PACT-DATA.
      *********************************************
      *    WRITE ONE VENDOR NOTIFICATION RECORD   *
      *    - THE CALLER FILLS IN VENDNOTE-DATA    *
      *********************************************
       870-WRITE-VENDOR-NOTICE.
           WRITE VENDNOTE-PHYS-REC FROM VENDNOTE-DATA.
           ADD 1 TO VENDNOTE-CT.
      *********************************************
      *    WRITE THE COUNT TRAILER THAT CLOSES    *
      *    THE VENDOR NOTIFICATION FILE           *
      *********************************************
       875-WRITE-VENDNOTE-TRAILER.
           MOVE VENDNOTE-CT TO VX-RECORD-COUNT.
           WRITE VENDNOTE-PHYS-REC FROM VENDNOTE-TRAILER-DATA.
      *********************************************
      *    PRINT ONE AUDIT DETAIL LINE            *
      *********************************************
       910-AUDIT-DETAIL-LINE.
