       IDENTIFICATION DIVISION.
       PROGRAM-ID. enrlload.
      *********************************************
      *    ENROLLMENT AND WAITLIST LOAD PROGRAM   *
      *    ONE-TIME CONVERSION AND RELOAD         *
      *    UTILITY - READS THE SEQUENTIAL         *
      *    ENROLLMENT DETAIL FILE DA-S-ENROLLSEQ  *
      *    AND WAITLIST FILE DA-S-WAITSEQ (THE    *
      *    OLD FILE FORMATS, OR AN UNLOADED       *
      *    BACKUP) AND LOADS THEM INTO THE        *
      *    INDEXED FILES DA-S-ENROLL AND          *
      *    DA-S-WAITLIST, KEYED BY COURSE KEY     *
      *    PLUS STUDENT ID WITH AN ALTERNATE KEY  *
      *    ON STUDENT ID.                         *
      *                                           *
      *    THE OLD FILES ARE IN COURSE ORDER      *
      *    ONLY - STUDENTS WITHIN A SECTION ARE   *
      *    IN ARRIVAL ORDER, NOT STUDENT ID       *
      *    ORDER - SO UNLIKE CRSLOAD THE LOAD IS  *
      *    DONE BY RANDOM WRITE RATHER THAN IN    *
      *    KEY SEQUENCE.  A RECORD WHOSE KEY IS   *
      *    ALREADY LOADED (THE SAME STUDENT       *
      *    TWICE IN ONE SECTION) IS COUNTED,      *
      *    DISPLAYED, AND DROPPED.  W-POSITION    *
      *    IS CARRIED ACROSS UNCHANGED SO EVERY   *
      *    QUEUE KEEPS ITS ORDER.                 *
      *********************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SEQ-ENROLL-FILE ASSIGN TO 'DA-S-ENROLLSEQ'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SEQ-WAIT-FILE ASSIGN TO 'DA-S-WAITSEQ'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ENROLL-FILE ASSIGN TO 'DA-S-ENROLL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EM-ENROLL-KEY
               ALTERNATE RECORD KEY IS EM-STUDENT-ID
                   WITH DUPLICATES.
           SELECT WAIT-FILE ASSIGN TO 'DA-S-WAITLIST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WM-WAIT-KEY
               ALTERNATE RECORD KEY IS WM-STUDENT-ID
                   WITH DUPLICATES.
       DATA DIVISION.
       FILE SECTION.
       FD  SEQ-ENROLL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  SEQ-ENROLL-REC PIC X(40).
       FD  SEQ-WAIT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  SEQ-WAIT-REC PIC X(40).
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
       WORKING-STORAGE SECTION.
       01  MISC.
           03 ENROLL-EOF PIC X VALUE 'N'.
               88 NO-MORE-ENROLL VALUE 'Y'.
           03 WAIT-EOF PIC X VALUE 'N'.
               88 NO-MORE-WAIT VALUE 'Y'.
           03 ENROLL-LOADED-CT PIC 9(7) VALUE 0.
           03 ENROLL-DROPPED-CT PIC 9(7) VALUE 0.
           03 WAIT-LOADED-CT PIC 9(7) VALUE 0.
           03 WAIT-DROPPED-CT PIC 9(7) VALUE 0.
      *********************************************
      *    ENROLLMENT DETAIL RECORD LAYOUT -      *
      *    SHARED WITH REGPOST AND ROSTER         *
      *********************************************
       01  ENROLL-DATA.
           COPY "enrlrec.cpy".
      *********************************************
      *    WAITLIST RECORD LAYOUT - SHARED WITH   *
      *    REGPOST                                *
      *********************************************
       01  WAIT-DATA.
           COPY "wlstrec.cpy".
       PROCEDURE DIVISION.
      *********************************************
      *    MAINLINE                               *
      *********************************************
       000-MAINLINE.
           OPEN INPUT SEQ-ENROLL-FILE
                      SEQ-WAIT-FILE
                OUTPUT ENROLL-FILE
                       WAIT-FILE.
           PERFORM 810-READ-SEQ-ENROLL.
           PERFORM 100-LOAD-ENROLL-LOOP
               UNTIL NO-MORE-ENROLL.
           PERFORM 820-READ-SEQ-WAIT.
           PERFORM 200-LOAD-WAIT-LOOP
               UNTIL NO-MORE-WAIT.
           CLOSE SEQ-ENROLL-FILE
                 SEQ-WAIT-FILE
                 ENROLL-FILE
                 WAIT-FILE.
           DISPLAY 'ENRLLOAD ENROLLMENT LOADED  ' ENROLL-LOADED-CT.
           DISPLAY 'ENRLLOAD ENROLLMENT DROPPED ' ENROLL-DROPPED-CT.
           DISPLAY 'ENRLLOAD WAITLIST LOADED    ' WAIT-LOADED-CT.
           DISPLAY 'ENRLLOAD WAITLIST DROPPED   ' WAIT-DROPPED-CT.
           STOP RUN.
      *********************************************
      *    LOAD ONE ENROLLMENT RECORD INTO THE    *
      *    INDEXED ENROLLMENT FILE                *
      *********************************************
       100-LOAD-ENROLL-LOOP.
           MOVE ENROLL-DATA TO ENROLL-MASTER-REC.
           WRITE ENROLL-MASTER-REC
               INVALID KEY
                   ADD 1 TO ENROLL-DROPPED-CT
                   DISPLAY 'ENRLLOAD DUPLICATE ENROLLMENT KEY'
                       ' DROPPED ' EM-ENROLL-KEY
               NOT INVALID KEY
                   ADD 1 TO ENROLL-LOADED-CT
           END-WRITE.
           PERFORM 810-READ-SEQ-ENROLL.
      *********************************************
      *    LOAD ONE WAITLIST RECORD INTO THE      *
      *    INDEXED WAITLIST FILE                  *
      *********************************************
       200-LOAD-WAIT-LOOP.
           MOVE WAIT-DATA TO WAIT-MASTER-REC.
           WRITE WAIT-MASTER-REC
               INVALID KEY
                   ADD 1 TO WAIT-DROPPED-CT
                   DISPLAY 'ENRLLOAD DUPLICATE WAITLIST KEY'
                       ' DROPPED ' WM-WAIT-KEY
               NOT INVALID KEY
                   ADD 1 TO WAIT-LOADED-CT
           END-WRITE.
           PERFORM 820-READ-SEQ-WAIT.
      *********************************************
      *    READ THE SEQUENTIAL ENROLLMENT FILE    *
      *********************************************
       810-READ-SEQ-ENROLL.
           READ SEQ-ENROLL-FILE INTO ENROLL-DATA
               AT END
                   MOVE 'Y' TO ENROLL-EOF
           END-READ.
      *********************************************
      *    READ THE SEQUENTIAL WAITLIST FILE      *
      *********************************************
       820-READ-SEQ-WAIT.
           READ SEQ-WAIT-FILE INTO WAIT-DATA
               AT END
                   MOVE 'Y' TO WAIT-EOF
           END-READ.
