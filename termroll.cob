       IDENTIFICATION DIVISION.
       PROGRAM-ID. termroll.
      *********************************************
      *    TERM ROLLOVER - SEEDS THE NEXT TERM'S  *
      *    SCHEDULE FROM A SOURCE TERM'S          *
      *    SECTIONS.  READS THE SOURCE TERM'S     *
      *    RECORDS FROM THE CURRENT COURSE        *
      *    MASTER DA-S-COURSE OR FROM THE         *
      *    COURSE HISTORY FILE DA-S-COURSEHIST    *
      *    AND WRITES ONE CRSMAINT ADD            *
      *    TRANSACTION PER SECTION CARRIED        *
      *    FORWARD, WITH C-TERM SET TO THE        *
      *    TARGET TERM, C-SEATS-REMAINING RESET   *
      *    TO C-CLASSLIMIT, AND C-TITLE           *
      *    REFRESHED FROM THE CATALOG MASTER      *
      *    DA-S-CATALOG.                          *
      *                                           *
      *    A SECTION IS DROPPED WHEN ITS COURSE   *
      *    IS NO LONGER IN THE CATALOG OR ITS     *
      *    C-LOCATION IS NO LONGER ON THE ROOM    *
      *    MASTER DA-S-ROOMMAST.  THE REVIEW      *
      *    LISTING UR-S-ROLLRPT SHOWS EVERY       *
      *    SECTION CARRIED OR DROPPED, AND WHY,   *
      *    WITH SUBTOTALS BY DEPARTMENT, FOR THE  *
      *    CHAIRS TO MARK UP - ONLY THEIR         *
      *    CHANGES ARE KEYED.                     *
      *                                           *
      *    THE SOURCE TERM, TARGET TERM, SOURCE   *
      *    FILE ('M' MASTER, 'H' HISTORY, MASTER  *
      *    IF BLANK), AND THE ID OF THE OPERATOR  *
      *    RUNNING THE ROLLOVER ARE READ FROM     *
      *    THE PARAMETER CARD FILE DA-S-ROLLPARM. *
      *    THE OPERATOR ID IS STAMPED ON EVERY    *
      *    TRANSACTION SO CRSEDIT CHECKS IT       *
      *    AGAINST THE AUTHORIZATION MASTER.      *
      *    THE OUTPUT DA-S-ROLLTRANS IS IN THE    *
      *    RAW TRANSACTION LAYOUT AND ASCENDING   *
      *    C-COURSE ORDER, READY TO BE RUN        *
      *    THROUGH CRSEDIT AS DA-S-TRANSRAW.      *
      *********************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COURSE-MASTER ASSIGN TO 'DA-S-COURSE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-COURSE-KEY.
           SELECT OPTIONAL HIST-FILE ASSIGN TO 'DA-S-COURSEHIST'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PARM-FILE ASSIGN TO 'DA-S-ROLLPARM'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CATALOG-FILE ASSIGN TO 'DA-S-CATALOG'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ROOM-FILE ASSIGN TO 'DA-S-ROOMMAST'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ROLL-TRANS-FILE ASSIGN TO 'DA-S-ROLLTRANS'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO 'UR-S-ROLLRPT'.
       DATA DIVISION.
       FILE SECTION.
       FD  COURSE-MASTER
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  COURSE-MASTER-REC.
           03 CM-COURSE-KEY PIC X(10).
           03 FILLER PIC X(70).
       FD  HIST-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  HIST-REC PIC X(80).
       FD  PARM-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  PARM-REC PIC X(20).
       FD  CATALOG-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  CATALOG-MASTER-REC PIC X(40).
       FD  ROOM-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  ROOM-MASTER-REC PIC X(40).
       FD  ROLL-TRANS-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  ROLL-TRANS-REC PIC X(89).
       FD  REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REPORT-REC PIC X(132).
       WORKING-STORAGE SECTION.
       01  MISC.
           03 SOURCE-EOF PIC X VALUE 'N'.
               88 NO-MORE-SOURCE VALUE 'Y'.
           03 PARM-EOF PIC X VALUE 'N'.
           03 CATALOG-EOF PIC X VALUE 'N'.
               88 NO-MORE-CATALOG VALUE 'Y'.
           03 ROOM-EOF PIC X VALUE 'N'.
               88 NO-MORE-ROOM VALUE 'Y'.
           03 CATALOG-FOUND-SW PIC X VALUE 'N'.
               88 CATALOG-FOUND VALUE 'Y'.
           03 ROOM-FOUND-SW PIC X VALUE 'N'.
               88 ROOM-FOUND VALUE 'Y'.
           03 CA-I PIC 9(4) VALUE 0.
           03 RM-I PIC 9(4) VALUE 0.
           03 PREV-ABB PIC XXX VALUE SPACES.
           03 DROP-REASON PIC X(30) VALUE SPACES.
           03 DEPT-CARRIED-CT PIC 9(5) VALUE 0.
           03 DEPT-DROPPED-CT PIC 9(5) VALUE 0.
           03 GRAND-READ-CT PIC 9(5) VALUE 0.
           03 GRAND-CARRIED-CT PIC 9(5) VALUE 0.
           03 GRAND-DROPPED-CT PIC 9(5) VALUE 0.
      *********************************************
      *    THE SOURCE TERM, TARGET TERM, SOURCE   *
      *    FILE, AND OPERATOR ID, FROM THE        *
      *    PARAMETER CARD                         *
      *********************************************
       01  ROLL-PARM-DATA.
           03 RP-SOURCE-TERM PIC X(5).
           03 RP-TARGET-TERM PIC X(5).
           03 RP-SOURCE-FILE PIC X.
               88 ROLL-FROM-MASTER VALUE 'M' ' '.
               88 ROLL-FROM-HISTORY VALUE 'H'.
           03 RP-OPERATOR-ID PIC X(8).
           03 FILLER PIC X.
      *********************************************
      *    SOURCE TERM SECTION - FROM THE MASTER  *
      *    OR THE HISTORY FILE, THE SAME SHARED   *
      *    LAYOUT EITHER WAY                      *
      *********************************************
       01  COURSE-DATA.
           COPY "coursrec.cpy".
      *********************************************
      *    DESCRIPTION OF ONE MAINTENANCE         *
      *    TRANSACTION - AN ACTION CODE FOLLOWED  *
      *    BY THE SAME FIELDS AS THE MASTER AND   *
      *    THE ID OF THE OPERATOR WHO KEYED IT,   *
      *    EXACTLY AS CRSEDIT AND CRSMAINT        *
      *    EXPECT IT                              *
      *********************************************
       01  TRANS-DATA.
           03 TR-ACTION-CODE PIC X.
               88 TR-ADD VALUE 'A'.
               88 TR-CHANGE VALUE 'C'.
               88 TR-DELETE VALUE 'D'.
           COPY "coursrec.cpy".
           03 TR-OPERATOR-ID PIC X(8).
      *********************************************
      *    CATALOG MASTER INPUT RECORD AND        *
      *    IN-MEMORY TABLE - THE SOURCE OF THE    *
      *    CURRENT OFFICIAL TITLE                 *
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
      *    DESCRIPTION OF REPORT PRINT LINES      *
      *********************************************
       01  RR-HEADING1.
           03 FILLER               PIC X(10)   VALUE SPACES.
           03 FILLER               PIC X(28)
               VALUE 'TERM ROLLOVER REVIEW - TERM '.
           03 RR-H-SOURCE-TERM      PIC X(5).
           03 FILLER               PIC X(6)    VALUE ' FROM '.
           03 RR-H-SOURCE-FILE      PIC X(15).
           03 FILLER               PIC X(9)    VALUE ' TO TERM '.
           03 RR-H-TARGET-TERM      PIC X(5).
       01  RR-COLUMN-HEADING.
           03 FILLER               PIC X(10)   VALUE SPACES.
           03 FILLER               PIC X(9)    VALUE 'ACTION'.
           03 FILLER               PIC X(12)   VALUE 'COURSE'.
           03 FILLER               PIC X(22)   VALUE 'TITLE'.
           03 FILLER               PIC X(8)    VALUE 'DAYS'.
           03 FILLER               PIC X(7)    VALUE 'TIME'.
           03 FILLER               PIC X(8)    VALUE 'ROOM'.
           03 FILLER               PIC X(7)    VALUE 'INSTR'.
           03 FILLER               PIC X(7)    VALUE 'LIMIT'.
           03 FILLER               PIC X(30)   VALUE 'REASON'.
       01  RR-DETAIL.
           03 FILLER               PIC X(10)   VALUE SPACES.
           03 RR-D-ACTION           PIC X(7).
           03 FILLER               PIC X(2)    VALUE SPACES.
           03 RR-D-COURSE           PIC X(10).
           03 FILLER               PIC X(2)    VALUE SPACES.
           03 RR-D-TITLE            PIC X(20).
           03 FILLER               PIC X(2)    VALUE SPACES.
           03 RR-D-DAYS             PIC X(6).
           03 FILLER               PIC X(2)    VALUE SPACES.
           03 RR-D-HOUR             PIC 99.
           03 FILLER               PIC X       VALUE ':'.
           03 RR-D-MIN              PIC 99.
           03 FILLER               PIC X(2)    VALUE SPACES.
           03 RR-D-BUILDING         PIC XX.
           03 FILLER               PIC X       VALUE SPACE.
           03 RR-D-ROOM             PIC XXX.
           03 FILLER               PIC X(2)    VALUE SPACES.
           03 RR-D-INSTRUCTOR       PIC X(5).
           03 FILLER               PIC X(2)    VALUE SPACES.
           03 RR-D-LIMIT            PIC ZZ9.
           03 FILLER               PIC X(4)    VALUE SPACES.
           03 RR-D-REASON           PIC X(30).
       01  RR-DEPT-FOOTER.
           03 FILLER               PIC X(10)   VALUE SPACES.
           03 FILLER               PIC X(7)    VALUE 'DEPT'.
           03 RR-F-ABB              PIC XXX.
           03 FILLER               PIC X(11)   VALUE '   CARRIED'.
           03 RR-F-CARRIED          PIC ZZZZ9.
           03 FILLER               PIC X(10)   VALUE '  DROPPED'.
           03 RR-F-DROPPED          PIC ZZZZ9.
       01  RR-GRAND-FOOTER.
           03 FILLER               PIC X(10)   VALUE SPACES.
           03 FILLER               PIC X(10)   VALUE 'ALL DEPTS'.
           03 FILLER               PIC X(8)    VALUE '   READ'.
           03 RR-G-READ             PIC ZZZZ9.
           03 FILLER               PIC X(11)   VALUE '   CARRIED'.
           03 RR-G-CARRIED          PIC ZZZZ9.
           03 FILLER               PIC X(10)   VALUE '  DROPPED'.
           03 RR-G-DROPPED          PIC ZZZZ9.
       01  RR-EMPTY-LINE.
           03 FILLER               PIC X(10)   VALUE SPACES.
           03 FILLER               PIC X(40)   VALUE
               'NO SECTIONS FOUND FOR THE SOURCE TERM'.
      *********************************************
      *    WARNING LINE WHEN A LOOKUP TABLE       *
      *    FILLED ON LOAD - SECTIONS FOR THE      *
      *    ENTRIES BEYOND THE LIMIT WILL BE       *
      *    DROPPED AND MUST BE KEYED BY HAND      *
      *********************************************
       01  TABLE-OVERFLOW-WARNING.
           03 FILLER               PIC X(10)   VALUE SPACES.
           03 FILLER               PIC X(14)   VALUE '*** WARNING -'.
           03 TOW-OVERFLOW-CT       PIC ZZZZ9.
           03 FILLER               PIC X(1)    VALUE SPACES.
           03 TOW-TABLE-NAME        PIC X(15).
           03 FILLER               PIC X(40)
               VALUE 'RECORDS EXCEEDED THE TABLE LIMIT AND'.
           03 FILLER               PIC X(20)
               VALUE ' CANNOT BE MATCHED'.
       PROCEDURE DIVISION.
      *********************************************
      *    MAINLINE - READ THE PARAMETER CARD,    *
      *    LOAD THE CATALOG AND ROOM TABLES, AND  *
      *    ROLL EVERY SOURCE-TERM SECTION         *
      *********************************************
       000-MAINLINE.
           PERFORM 010-READ-ROLL-PARM.
           PERFORM 200-LOAD-CATALOG.
           PERFORM 220-LOAD-ROOMS.
           IF ROLL-FROM-HISTORY
               OPEN INPUT HIST-FILE
           ELSE
               OPEN INPUT COURSE-MASTER
           END-IF.
           OPEN OUTPUT ROLL-TRANS-FILE
                       REPORT-FILE.
           PERFORM 900-REPORT-HEADING.
           PERFORM 800-READ-SOURCE.
           PERFORM 100-ROLL-LOOP
               UNTIL NO-MORE-SOURCE.
           IF PREV-ABB NOT = SPACES
               PERFORM 920-DEPT-FOOTER
           ELSE
               WRITE REPORT-REC FROM RR-EMPTY-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           PERFORM 930-GRAND-FOOTER.
           IF ROLL-FROM-HISTORY
               CLOSE HIST-FILE
           ELSE
               CLOSE COURSE-MASTER
           END-IF.
           CLOSE ROLL-TRANS-FILE
                 REPORT-FILE.
           DISPLAY 'TERMROLL SECTIONS READ    ' GRAND-READ-CT.
           DISPLAY 'TERMROLL SECTIONS CARRIED ' GRAND-CARRIED-CT.
           DISPLAY 'TERMROLL SECTIONS DROPPED ' GRAND-DROPPED-CT.
           STOP RUN.
      *********************************************
      *    READ AND CHECK THE PARAMETER CARD -    *
      *    A MISSING OR INCOMPLETE CARD STOPS     *
      *    THE RUN BEFORE ANY TRANSACTION IS      *
      *    WRITTEN                                *
      *********************************************
       010-READ-ROLL-PARM.
           OPEN INPUT PARM-FILE.
           READ PARM-FILE INTO ROLL-PARM-DATA
               AT END
                   MOVE 'Y' TO PARM-EOF
                   MOVE SPACES TO ROLL-PARM-DATA
           END-READ.
           CLOSE PARM-FILE.
           IF RP-SOURCE-TERM = SPACES OR RP-TARGET-TERM = SPACES
               DISPLAY 'TERMROLL RUN STOPPED - SOURCE AND TARGET'
                   ' TERM REQUIRED ON DA-S-ROLLPARM'
               STOP RUN
           END-IF.
           IF RP-SOURCE-TERM = RP-TARGET-TERM
               DISPLAY 'TERMROLL RUN STOPPED - TARGET TERM '
                   RP-TARGET-TERM ' IS THE SOURCE TERM'
               STOP RUN
           END-IF.
           IF NOT ROLL-FROM-MASTER AND NOT ROLL-FROM-HISTORY
               DISPLAY 'TERMROLL RUN STOPPED - SOURCE FILE CODE '
                   RP-SOURCE-FILE ' IS NOT M OR H'
               STOP RUN
           END-IF.
           IF RP-OPERATOR-ID = SPACES
               DISPLAY 'TERMROLL RUN STOPPED - OPERATOR ID'
                   ' REQUIRED ON DA-S-ROLLPARM'
               STOP RUN
           END-IF.
      *********************************************
      *    ROLL ONE SOURCE SECTION - DROP IT IF   *
      *    ITS COURSE LEFT THE CATALOG OR ITS     *
      *    ROOM LEFT THE ROOM MASTER, OTHERWISE   *
      *    WRITE THE ADD FOR THE TARGET TERM      *
      *********************************************
       100-ROLL-LOOP.
           ADD 1 TO GRAND-READ-CT.
           PERFORM 910-CHECK-DEPT-BREAK.
           MOVE SPACES TO DROP-REASON.
           PERFORM 500-FIND-CATALOG.
           IF NOT CATALOG-FOUND
               MOVE 'COURSE NOT IN CATALOG' TO DROP-REASON
           ELSE
               PERFORM 520-FIND-ROOM
               IF NOT ROOM-FOUND
                   MOVE 'ROOM NOT ON ROOM MASTER' TO DROP-REASON
               END-IF
           END-IF.
           IF DROP-REASON = SPACES
               PERFORM 300-CARRY-SECTION
           ELSE
               PERFORM 350-DROP-SECTION
           END-IF.
           PERFORM 800-READ-SOURCE.
      *********************************************
      *    BUILD AND WRITE THE ADD TRANSACTION    *
      *    FOR THE TARGET TERM.  A CATALOG TITLE  *
      *    THAT DIFFERS FROM THE SOURCE TITLE IS  *
      *    NOTED ON THE LISTING FOR THE CHAIRS    *
      *********************************************
       300-CARRY-SECTION.
           MOVE SPACES TO TRANS-DATA.
           MOVE 'A' TO TR-ACTION-CODE.
           MOVE C-COURSE OF COURSE-DATA TO C-COURSE OF TRANS-DATA.
           MOVE CA-TITLE (CA-I) TO C-TITLE OF TRANS-DATA.
           MOVE C-CLASSLIMIT OF COURSE-DATA
               TO C-CLASSLIMIT OF TRANS-DATA.
           MOVE C-CLASSLIMIT OF COURSE-DATA
               TO C-SEATS-REMAINING OF TRANS-DATA.
           MOVE C-STARTING-TIME OF COURSE-DATA
               TO C-STARTING-TIME OF TRANS-DATA.
           MOVE C-DAYS OF COURSE-DATA TO C-DAYS OF TRANS-DATA.
           MOVE C-LOCATION OF COURSE-DATA TO C-LOCATION OF TRANS-DATA.
           MOVE C-INSTRUCTOR OF COURSE-DATA
               TO C-INSTRUCTOR OF TRANS-DATA.
           MOVE RP-TARGET-TERM TO C-TERM OF TRANS-DATA.
           MOVE RP-OPERATOR-ID TO TR-OPERATOR-ID.
           WRITE ROLL-TRANS-REC FROM TRANS-DATA.
           ADD 1 TO DEPT-CARRIED-CT GRAND-CARRIED-CT.
           MOVE 'CARRY' TO RR-D-ACTION.
           IF C-TITLE OF TRANS-DATA = C-TITLE OF COURSE-DATA
               MOVE SPACES TO RR-D-REASON
           ELSE
               MOVE 'TITLE REFRESHED FROM CATALOG' TO RR-D-REASON
           END-IF.
           MOVE C-TITLE OF TRANS-DATA TO RR-D-TITLE.
           PERFORM 940-DETAIL-LINE.
      *********************************************
      *    LIST A DROPPED SECTION WITH THE        *
      *    REASON IT WAS NOT CARRIED FORWARD      *
      *********************************************
       350-DROP-SECTION.
           ADD 1 TO DEPT-DROPPED-CT GRAND-DROPPED-CT.
           MOVE 'DROP' TO RR-D-ACTION.
           MOVE DROP-REASON TO RR-D-REASON.
           MOVE C-TITLE OF COURSE-DATA TO RR-D-TITLE.
           PERFORM 940-DETAIL-LINE.
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
               MOVE CAT-TITLE TO CA-TITLE (CATALOG-CT)
           ELSE
               ADD 1 TO CATALOG-OVERFLOW-CT
           END-IF.
           PERFORM 205-READ-CATALOG-FILE.
      *********************************************
      *    LOAD THE ROOM MASTER LOCATIONS INTO    *
      *    THE ROOM TABLE                         *
      *********************************************
       220-LOAD-ROOMS.
           OPEN INPUT ROOM-FILE.
           PERFORM 225-READ-ROOM-FILE.
           PERFORM 227-STORE-ROOM-ENTRY
               UNTIL NO-MORE-ROOM.
           CLOSE ROOM-FILE.
       225-READ-ROOM-FILE.
           READ ROOM-FILE INTO ROOM-DATA
               AT END MOVE 'Y' TO ROOM-EOF.
       227-STORE-ROOM-ENTRY.
           IF ROOM-CT < 200
               ADD 1 TO ROOM-CT
               MOVE R-LOCATION TO RM-LOCATION (ROOM-CT)
           ELSE
               ADD 1 TO ROOM-OVERFLOW-CT
           END-IF.
           PERFORM 225-READ-ROOM-FILE.
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
           IF CA-COURSE (CA-I) (1:3) = C-ABB OF COURSE-DATA
                   AND CA-COURSE (CA-I) (4:4) = C-NUMB OF COURSE-DATA
               MOVE 'Y' TO CATALOG-FOUND-SW
           ELSE
               ADD 1 TO CA-I
           END-IF.
      *********************************************
      *    LOOK THE SECTION'S C-LOCATION UP IN    *
      *    THE ROOM TABLE                         *
      *********************************************
       520-FIND-ROOM.
           MOVE 'N' TO ROOM-FOUND-SW.
           MOVE 1 TO RM-I.
           PERFORM 525-CHECK-ONE-ROOM
               UNTIL RM-I > ROOM-CT OR ROOM-FOUND.
       525-CHECK-ONE-ROOM.
           IF RM-LOCATION (RM-I) = C-LOCATION OF COURSE-DATA
               MOVE 'Y' TO ROOM-FOUND-SW
           ELSE
               ADD 1 TO RM-I
           END-IF.
      *********************************************
      *    READ THE NEXT SOURCE-TERM SECTION,     *
      *    SKIPPING RECORDS FOR OTHER TERMS       *
      *********************************************
       800-READ-SOURCE.
           PERFORM 805-READ-ONE-SOURCE.
           PERFORM 805-READ-ONE-SOURCE
               UNTIL NO-MORE-SOURCE
                   OR C-TERM OF COURSE-DATA = RP-SOURCE-TERM.
       805-READ-ONE-SOURCE.
           IF NO-MORE-SOURCE
               CONTINUE
           ELSE
               IF ROLL-FROM-HISTORY
                   READ HIST-FILE INTO COURSE-DATA
                       AT END MOVE 'Y' TO SOURCE-EOF
                   END-READ
               ELSE
                   READ COURSE-MASTER NEXT RECORD INTO COURSE-DATA
                       AT END MOVE 'Y' TO SOURCE-EOF
                   END-READ
               END-IF
           END-IF.
      *********************************************
      *    PRINT THE REPORT HEADINGS AND ANY      *
      *    TABLE OVERFLOW WARNINGS                *
      *********************************************
       900-REPORT-HEADING.
           MOVE RP-SOURCE-TERM TO RR-H-SOURCE-TERM.
           MOVE RP-TARGET-TERM TO RR-H-TARGET-TERM.
           IF ROLL-FROM-HISTORY
               MOVE 'COURSE HISTORY' TO RR-H-SOURCE-FILE
           ELSE
               MOVE 'COURSE MASTER' TO RR-H-SOURCE-FILE
           END-IF.
           WRITE REPORT-REC FROM RR-HEADING1
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
           IF ROOM-OVERFLOW-CT > 0
               MOVE ROOM-OVERFLOW-CT TO TOW-OVERFLOW-CT
               MOVE 'ROOM MASTER' TO TOW-TABLE-NAME
               WRITE REPORT-REC FROM TABLE-OVERFLOW-WARNING
                   AFTER ADVANCING 1 LINE
           END-IF.
           WRITE REPORT-REC FROM RR-COLUMN-HEADING
               AFTER ADVANCING 1.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC
               AFTER ADVANCING 1.
      *********************************************
      *    DEPARTMENT CONTROL BREAK ON THE ABB    *
      *    OF THE SECTION ABOUT TO BE LISTED      *
      *********************************************
       910-CHECK-DEPT-BREAK.
           IF PREV-ABB = SPACES
               MOVE C-ABB OF COURSE-DATA TO PREV-ABB
           ELSE
               IF C-ABB OF COURSE-DATA NOT = PREV-ABB
                   PERFORM 920-DEPT-FOOTER
                   MOVE C-ABB OF COURSE-DATA TO PREV-ABB
               END-IF
           END-IF.
      *********************************************
      *    PRINT ONE DEPARTMENT SUBTOTAL LINE     *
      *    AND CLEAR THE DEPARTMENT TOTALS        *
      *********************************************
       920-DEPT-FOOTER.
           MOVE PREV-ABB TO RR-F-ABB.
           MOVE DEPT-CARRIED-CT TO RR-F-CARRIED.
           MOVE DEPT-DROPPED-CT TO RR-F-DROPPED.
           WRITE REPORT-REC FROM RR-DEPT-FOOTER
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC
               AFTER ADVANCING 1.
           MOVE 0 TO DEPT-CARRIED-CT.
           MOVE 0 TO DEPT-DROPPED-CT.
      *********************************************
      *    PRINT THE ALL-DEPARTMENTS TOTAL LINE   *
      *********************************************
       930-GRAND-FOOTER.
           MOVE GRAND-READ-CT TO RR-G-READ.
           MOVE GRAND-CARRIED-CT TO RR-G-CARRIED.
           MOVE GRAND-DROPPED-CT TO RR-G-DROPPED.
           WRITE REPORT-REC FROM RR-GRAND-FOOTER
               AFTER ADVANCING 1.
      *********************************************
      *    PRINT ONE CARRIED OR DROPPED SECTION - *
      *    ACTION, TITLE, AND REASON ARE SET BY   *
      *    THE CALLER, THE REST COMES FROM THE    *
      *    SOURCE SECTION                         *
      *********************************************
       940-DETAIL-LINE.
           MOVE C-COURSE OF COURSE-DATA TO RR-D-COURSE.
           MOVE C-DAYS OF COURSE-DATA TO RR-D-DAYS.
           MOVE C-STARTING-HOUR OF COURSE-DATA TO RR-D-HOUR.
           MOVE C-STARTING-MIN OF COURSE-DATA TO RR-D-MIN.
           MOVE C-BUILDING OF COURSE-DATA TO RR-D-BUILDING.
           MOVE C-ROOM OF COURSE-DATA TO RR-D-ROOM.
           MOVE C-INSTRUCTOR OF COURSE-DATA TO RR-D-INSTRUCTOR.
           MOVE C-CLASSLIMIT OF COURSE-DATA TO RR-D-LIMIT.
           WRITE REPORT-REC FROM RR-DETAIL
               AFTER ADVANCING 1 LINE.
