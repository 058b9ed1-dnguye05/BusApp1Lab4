      *    ENTRIES STAMPED BY THE PROGRAM THAT    *
      *    WROTE THE JOURNAL'S LAST ENTRY -       *
      *    APPLIED IN REVERSE ORDER, RESTORING    *
      *    DA-S-COURSE, DA-S-ENROLL, AND          *
      *    DA-S-WAITLIST TO THEIR STATE AT THE    *
      *    START OF THAT JOB.  UPDATES EARLIER    *
      *    PROGRAMS COMMITTED THIS CYCLE ARE      *
      *    LEFT STANDING, MATCHING WHAT THE RUN   *
      *    WRITE IS BACKED OUT BY DELETING THE    *
      *    KEY, A REWRITE BY PUTTING THE          *
      *    BEFORE-IMAGE BACK, AND A DELETE BY     *
      *    WRITING THE BEFORE-IMAGE BACK.  AN     *
      *    ENROLLMENT OR WAITLIST ENTRY (BY       *
      *    J-FILE-ID) CARRIES THE RECORD IMAGE    *
      *    ITSELF - A WRITE IS BACKED OUT BY      *
      *    DELETING THAT RECORD'S KEY, A DELETE   *
      *    BY WRITING THE RECORD BACK, AND A      *
      *    WAITLIST REWRITE (A PASS-OVER REASON   *
      *    MARKED BY REGPOST) BY REWRITING THE    *
      *    RECORD AS IT STOOD.  A                 *
      *    FRESH CONTROL RECORD IS SWEPT AND      *
      *    WRITTEN SO THE LISTING RUN BALANCES    *
      *    AGAINST THE RESTORED MASTER (THE       *
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
           SELECT OPTIONAL JRNL-FILE ASSIGN TO 'DA-S-CRSJRNL'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CTL-FILE ASSIGN TO 'DA-S-COURSECTL'
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
       FD  JRNL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  JRNL-PHYS-REC PIC X(120).
       FD  CTL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY "jrnlrec.cpy".
      *********************************************
      *    THE WHOLE JOURNAL HELD IN MEMORY SO    *
      *    IT CAN BE APPLIED LAST ENTRY FIRST.    *
      *    BESIDES THE COURSE MASTER REWRITES IT  *
      *    HOLDS AN ENTRY FOR EVERY ENROLLMENT    *
      *    AND WAITLIST WRITE, DELETE, AND        *
      *    REWRITE, SO IT IS SIZED FOR A PEAK     *
      *    REGISTRATION CYCLE -                   *
      *    A JOURNAL TOO BIG FOR THE TABLE        *
      *    STOPS THE RUN BEFORE THE MASTER IS     *
      *    TOUCHED, A PARTIAL BACKOUT WOULD BE    *
           03 JRNL-CT PIC 9(5) VALUE 0.
           03 JRNL-OVERFLOW-CT PIC 9(5) VALUE 0.
       01  JRNL-TABLE.
           03 JRNL-TABLE-ENTRY OCCURS 20000 TIMES.
               05 JT-PROGRAM PIC X(8).
               05 JT-ACTION PIC X(8).
               05 JT-COURSE-KEY PIC X(10).
               05 JT-BEFORE-IMAGE PIC X(80).
               05 JT-FILE-ID PIC X.
               05 JT-OPERATOR-ID PIC X(8).
       PROCEDURE DIVISION.
      *********************************************
      *    MAINLINE - LOAD THE JOURNAL, FIND      *
           END-IF.
           PERFORM 250-FIND-FAILED-JOB-TAIL.
           OPEN I-O COURSE-MASTER.
           OPEN I-O ENROLL-FILE.
           OPEN I-O WAIT-FILE.
           PERFORM 100-BACKOUT-ONE-ENTRY
               VARYING JR-I FROM JRNL-CT BY -1
               UNTIL JR-I < BACKOUT-START.
           PERFORM 700-CONTROL-SWEEP.
           CLOSE COURSE-MASTER
                 ENROLL-FILE
                 WAIT-FILE.
           PERFORM 750-TRIM-JOURNAL.
           DISPLAY 'CRSBKOUT JOURNAL RECORDS READ ' JRNL-CT.
           DISPLAY 'CRSBKOUT BACKED OUT JOB       ' FAILED-PROGRAM.
           STOP RUN.
      *********************************************
      *    BACK OUT ONE JOURNALED UPDATE          *
      *    AGAINST THE FILE J-FILE-ID NAMED       *
      *********************************************
       100-BACKOUT-ONE-ENTRY.
           EVALUATE JT-FILE-ID (JR-I)
               WHEN 'E'
                   PERFORM 600-BACKOUT-ENROLL-ENTRY
               WHEN 'W'
                   PERFORM 650-BACKOUT-WAIT-ENTRY
               WHEN OTHER
                   PERFORM 150-BACKOUT-COURSE-ENTRY
           END-EVALUATE.
       150-BACKOUT-COURSE-ENTRY.
           EVALUATE JT-ACTION (JR-I)
               WHEN 'WRITE'
                   PERFORM 300-BACKOUT-WRITE
                   ADD 1 TO BACKED-OUT-CT
           END-WRITE.
      *********************************************
      *    AN ENROLLMENT JOURNAL ENTRY CARRIES    *
      *    THE RECORD ITSELF - A WRITE IS BACKED  *
      *    OUT BY DELETING ITS KEY, A DELETE BY   *
      *    WRITING THE RECORD BACK                *
      *********************************************
       600-BACKOUT-ENROLL-ENTRY.
           MOVE JT-BEFORE-IMAGE (JR-I) TO ENROLL-MASTER-REC.
           EVALUATE JT-ACTION (JR-I)
               WHEN 'WRITE'
                   DELETE ENROLL-FILE RECORD
                       INVALID KEY
                           ADD 1 TO MISMATCH-CT
                           DISPLAY 'CRSBKOUT ENROLL WRITE BACKOUT KEY'
                               ' NOT FOUND ' EM-ENROLL-KEY
                       NOT INVALID KEY
                           ADD 1 TO BACKED-OUT-CT
                   END-DELETE
               WHEN 'DELETE'
                   WRITE ENROLL-MASTER-REC
                       INVALID KEY
                           ADD 1 TO MISMATCH-CT
                           DISPLAY 'CRSBKOUT ENROLL DELETE BACKOUT KEY'
                               ' EXISTS ' EM-ENROLL-KEY
                       NOT INVALID KEY
                           ADD 1 TO BACKED-OUT-CT
                   END-WRITE
               WHEN OTHER
                   ADD 1 TO MISMATCH-CT
                   DISPLAY 'CRSBKOUT UNKNOWN JOURNAL ACTION '
                       JT-ACTION (JR-I) ' ENROLL ' EM-ENROLL-KEY
           END-EVALUATE.
      *********************************************
      *    A WAITLIST JOURNAL ENTRY IS BACKED     *
      *    OUT THE SAME WAY AS AN ENROLLMENT      *
      *    ENTRY - THE DELETED RECORD GOES BACK   *
      *    WITH ITS ORIGINAL W-POSITION, SO THE   *
      *    QUEUE ORDER IS RESTORED, AND A         *
      *    REWRITTEN RECORD GETS ITS OLD          *
      *    PASS-OVER REASON BACK                  *
      *********************************************
       650-BACKOUT-WAIT-ENTRY.
           MOVE JT-BEFORE-IMAGE (JR-I) TO WAIT-MASTER-REC.
           EVALUATE JT-ACTION (JR-I)
               WHEN 'WRITE'
                   DELETE WAIT-FILE RECORD
                       INVALID KEY
                           ADD 1 TO MISMATCH-CT
                           DISPLAY 'CRSBKOUT WAIT WRITE BACKOUT KEY'
                               ' NOT FOUND ' WM-WAIT-KEY
                       NOT INVALID KEY
                           ADD 1 TO BACKED-OUT-CT
                   END-DELETE
               WHEN 'DELETE'
                   WRITE WAIT-MASTER-REC
                       INVALID KEY
                           ADD 1 TO MISMATCH-CT
                           DISPLAY 'CRSBKOUT WAIT DELETE BACKOUT KEY'
                               ' EXISTS ' WM-WAIT-KEY
                       NOT INVALID KEY
                           ADD 1 TO BACKED-OUT-CT
                   END-WRITE
               WHEN 'REWRITE'
                   REWRITE WAIT-MASTER-REC
                       INVALID KEY
                           ADD 1 TO MISMATCH-CT
                           DISPLAY 'CRSBKOUT WAIT REWRITE BACKOUT KEY'
                               ' NOT FOUND ' WM-WAIT-KEY
                       NOT INVALID KEY
                           ADD 1 TO BACKED-OUT-CT
                   END-REWRITE
               WHEN OTHER
                   ADD 1 TO MISMATCH-CT
                   DISPLAY 'CRSBKOUT UNKNOWN JOURNAL ACTION '
                       JT-ACTION (JR-I) ' WAIT ' WM-WAIT-KEY
           END-EVALUATE.
      *********************************************
      *    LOAD THE JOURNAL FILE INTO THE         *
      *    JOURNAL TABLE                          *
      *********************************************
           READ JRNL-FILE INTO JRNL-DATA
               AT END MOVE 'Y' TO JRNL-EOF.
       207-STORE-JRNL-ENTRY.
           IF JRNL-CT < 20000
               ADD 1 TO JRNL-CT
               MOVE J-PROGRAM TO JT-PROGRAM (JRNL-CT)
               MOVE J-ACTION TO JT-ACTION (JRNL-CT)
               MOVE J-COURSE-KEY TO JT-COURSE-KEY (JRNL-CT)
               MOVE J-BEFORE-IMAGE TO JT-BEFORE-IMAGE (JRNL-CT)
               MOVE J-FILE-ID TO JT-FILE-ID (JRNL-CT)
               MOVE J-OPERATOR-ID TO JT-OPERATOR-ID (JRNL-CT)
           ELSE
               ADD 1 TO JRNL-OVERFLOW-CT
           END-IF.
           MOVE JT-ACTION (JR-I) TO J-ACTION.
           MOVE JT-COURSE-KEY (JR-I) TO J-COURSE-KEY.
           MOVE JT-BEFORE-IMAGE (JR-I) TO J-BEFORE-IMAGE.
           MOVE JT-FILE-ID (JR-I) TO J-FILE-ID.
           MOVE JT-OPERATOR-ID (JR-I) TO J-OPERATOR-ID.
           WRITE JRNL-PHYS-REC FROM JRNL-DATA.
      *********************************************
      *    READ THE MASTER RECORD MATCHING THE    *
