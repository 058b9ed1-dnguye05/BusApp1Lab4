      *    C-CLASSLIMIT AND C-SEATS-REMAINING)    *
      *    WHICH LAB4 CHECKS BEFORE TRUSTING THE  *
      *    FILE IT IS HANDED.                     *
      *                                           *
      *    EACH TRANSACTION CARRIES THE ID OF     *
      *    THE OPERATOR WHO KEYED IT (CRSEDIT     *
      *    HAS ALREADY CHECKED THE OPERATOR'S     *
      *    AUTHORITY).  THE ID IS PRINTED ON THE  *
      *    AUDIT LINE, STAMPED ON THE JOURNAL     *
      *    ENTRY, AND WRITTEN WITH THE RESULT TO  *
      *    THE INDEXED MAINTENANCE HISTORY        *
      *    DA-S-MAINTHST FOR THE CHANGES-BY-      *
      *    OPERATOR REPORT OPCHGRPT.              *
      *********************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL JRNL-FILE ASSIGN TO 'DA-S-CRSJRNL'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL HIST-FILE ASSIGN TO 'DA-S-MAINTHST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HF-KEY.
           SELECT OPTIONAL RUNLOG-FILE ASSIGN TO 'DA-S-RUNLOG'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FD  TRANS-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  TRANS-PHYS-REC PIC X(89).
       FD  AUDIT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       FD  JRNL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  JRNL-PHYS-REC PIC X(120).
       FD  HIST-FILE
           RECORD CONTAINS 100 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  HIST-MASTER-REC.
           03 HF-KEY PIC X(29).
           03 FILLER PIC X(71).
       FD  RUNLOG-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           03 MASTER-FOUND-SW PIC X VALUE 'N'.
               88 MASTER-FOUND VALUE 'Y'.
           03 JRNL-SAVED-IMAGE PIC X(80) VALUE SPACES.
           03 APPLIED-SW PIC X VALUE 'N'.
               88 TRANS-APPLIED VALUE 'Y'.
           03 TRANS-SEQ PIC 9(5) VALUE 0.
           03 RUN-TIME PIC 9(8) VALUE 0.
      *********************************************
      *    NIGHTLY CYCLE RUN LOG - LOADED AT      *
      *    START OF JOB TO ENFORCE THE CYCLE      *
      *********************************************
      *    DESCRIPTION OF ONE MAINTENANCE         *
      *    TRANSACTION - AN ACTION CODE FOLLOWED   *
      *    BY THE SAME FIELDS AS THE MASTER AND   *
      *    THE ID OF THE OPERATOR WHO KEYED IT    *
      *********************************************
       01  TRANS-DATA.
           03 TR-ACTION-CODE PIC X.
               88 TR-CHANGE VALUE 'C'.
               88 TR-DELETE VALUE 'D'.
           COPY "coursrec.cpy".
           03 TR-OPERATOR-ID PIC X(8).
      *********************************************
      *    BEFORE-IMAGE JOURNAL RECORD -          *
      *    APPENDED ON EVERY SUCCESSFUL WRITE,    *
       01  JRNL-DATA.
           COPY "jrnlrec.cpy".
      *********************************************
      *    MAINTENANCE HISTORY RECORD - ONE PER   *
      *    TRANSACTION, SHARED WITH OPCHGRPT      *
      *********************************************
       01  HIST-DATA.
           COPY "mhstrec.cpy".
      *********************************************
      *    SCRATCH RECORD FOR BUILDING A NEW      *
      *    MASTER RECORD FROM AN ADD TRANSACTION  *
      *********************************************
               VALUE 'COURSE-FILE MAINTENANCE AUDIT LOG'.
       01  AUDIT-DATA.
           03 FILLER               PIC X(10)   VALUE SPACES.
           03 AU-OPERATOR           PIC X(8).
           03 FILLER               PIC X(2)    VALUE SPACES.
           03 AU-ACTION             PIC X(8).
           03 FILLER               PIC X(2)    VALUE SPACES.
           03 AU-COURSE             PIC X(10).
      *********************************************
       000-MAINLINE.
           PERFORM 050-CHECK-RUN-LOG.
           ACCEPT RUN-TIME FROM TIME.
           OPEN I-O COURSE-MASTER
                    HIST-FILE.
           OPEN INPUT TRANS-FILE.
           OPEN OUTPUT AUDIT-FILE.
           OPEN EXTEND JRNL-FILE.
           CLOSE COURSE-MASTER
                 TRANS-FILE
                 AUDIT-FILE
                 JRNL-FILE
                 HIST-FILE.
           PERFORM 950-STAMP-RUN-COMPLETE.
           STOP RUN.
      *********************************************
      *    APPLY ONE TRANSACTION TO THE MASTER    *
      *********************************************
       100-APPLY-LOOP.
           MOVE 'N' TO APPLIED-SW.
           MOVE TR-OPERATOR-ID TO AU-OPERATOR.
           MOVE C-COURSE OF TRANS-DATA TO AU-COURSE.
           EVALUATE TRUE
               WHEN TR-ADD
                   MOVE 'INVALID ACTION CODE' TO AU-RESULT
           END-EVALUATE.
           PERFORM 910-AUDIT-DETAIL-LINE.
           PERFORM 860-WRITE-MAINT-HISTORY.
           PERFORM 820-READ-TRANS.
      *********************************************
      *    ADD - WRITE A NEW MASTER RECORD,       *
                       TO AU-RESULT
               NOT INVALID KEY
                   ADD 1 TO ADDED-CT
                   MOVE 'Y' TO APPLIED-SW
                   MOVE SPACES TO JRNL-SAVED-IMAGE
                   MOVE 'WRITE' TO J-ACTION
                   PERFORM 850-JOURNAL-BEFORE-IMAGE
                       MOVE 'REWRITE FAILED ON MASTER' TO AU-RESULT
                   NOT INVALID KEY
                       ADD 1 TO CHANGED-CT
                       MOVE 'Y' TO APPLIED-SW
                       MOVE 'REWRITE' TO J-ACTION
                       PERFORM 850-JOURNAL-BEFORE-IMAGE
                       MOVE 'APPLIED' TO AU-RESULT
                       MOVE 'NO MATCHING MASTER RECORD' TO AU-RESULT
                   NOT INVALID KEY
                       ADD 1 TO DELETED-CT
                       MOVE 'Y' TO APPLIED-SW
                       MOVE 'DELETE' TO J-ACTION
                       PERFORM 850-JOURNAL-BEFORE-IMAGE
                       MOVE 'APPLIED - SECTION RETIRED' TO AU-RESULT
           MOVE 'CRSMAINT' TO J-PROGRAM.
           MOVE CM-COURSE-KEY TO J-COURSE-KEY.
           MOVE JRNL-SAVED-IMAGE TO J-BEFORE-IMAGE.
           MOVE 'C' TO J-FILE-ID.
           MOVE TR-OPERATOR-ID TO J-OPERATOR-ID.
           WRITE JRNL-PHYS-REC FROM JRNL-DATA.
      *********************************************
      *    WRITE ONE MAINTENANCE HISTORY RECORD   *
      *    FOR THE TRANSACTION JUST AUDITED,      *
      *    KEYED ON OPERATOR, THIS RUN'S DATE     *
      *    AND TIME, AND ITS SEQUENCE IN THE RUN  *
      *********************************************
       860-WRITE-MAINT-HISTORY.
           ADD 1 TO TRANS-SEQ.
           MOVE SPACES TO HIST-DATA.
           MOVE TR-OPERATOR-ID TO MH-OPERATOR-ID.
           MOVE CYCLE-DATE TO MH-RUN-DATE.
           MOVE RUN-TIME TO MH-RUN-TIME.
           MOVE TRANS-SEQ TO MH-SEQ.
           MOVE AU-ACTION TO MH-ACTION.
           MOVE AU-COURSE TO MH-COURSE.
           MOVE APPLIED-SW TO MH-APPLIED-SW.
           MOVE AU-RESULT TO MH-RESULT.
           MOVE HIST-DATA TO HIST-MASTER-REC.
           WRITE HIST-MASTER-REC
               INVALID KEY
                   DISPLAY 'CRSMAINT DUPLICATE HISTORY KEY '
                       HF-KEY ' NOT WRITTEN'
           END-WRITE.
      *********************************************
      *    READ THE TRANSACTION FILE              *
      *********************************************
       820-READ-TRANS.
