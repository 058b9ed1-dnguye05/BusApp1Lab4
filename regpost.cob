      *    POSTED DROP THAT FREES A SEAT DRAWS    *
      *    THE LOWEST-POSITION WAITING STUDENT    *
      *    INTO IT AUTOMATICALLY.  THE WAITLIST   *
      *    IS AN INDEXED FILE UPDATED IN PLACE    *
      *    BY KEY, AND A WAITLIST-DEPTH REPORT BY *
      *    SECTION AND DEPARTMENT IS PRODUCED     *
      *    FOR THE DEPARTMENT CHAIRS.  EVERY      *
      *    TRANSACTION, POSTED OR REJECTED OR     *
      *    REPORT.                                *
      *                                           *
      *    THE ENROLLMENT DETAIL FILE             *
      *    DA-S-ENROLL IS INDEXED THE SAME WAY    *
      *    AS THE WAITLIST - KEYED BY COURSE KEY  *
      *    PLUS STUDENT ID, WITH AN ALTERNATE     *
      *    KEY ON STUDENT ID THAT GIVES THE       *
      *    ELIGIBILITY CHECK BELOW A STUDENT'S    *
      *    SEATED SECTIONS - AND IS WRITTEN AND   *
      *    DELETED BY KEY AS SEATS ARE TAKEN AND  *
      *    FREED, SO THE ROSTER RUN CAN ANSWER    *
      *    WHO IS SEATED IN EACH SECTION.  EVERY  *
      *    ENROLLMENT AND WAITLIST WRITE AND      *
      *    DELETE IS JOURNALED ON DA-S-CRSJRNL    *
      *    ALONG WITH THE MASTER REWRITES, SO     *
      *    CRSBKOUT CAN BACK OUT A FAILED RUN.    *
      *                                           *
      *    BEFORE AN ADD TAKES A SEAT OR A        *
      *    WAITLIST SPOT, OR A WAITING STUDENT    *
      *    IS GRANTED A FREED SEAT, THE STUDENT'S *
      *    SEATED SECTIONS ARE CHECKED - AN ADD   *
      *    MEETING AT THE SAME TIME ON A SHARED   *
      *    DAY AS A SEATED SECTION, OR ONE THAT   *
      *    WOULD CARRY THE STUDENT'S CATALOG      *
      *    CREDIT HOURS PAST THE MAXIMUM LOAD     *
      *    FOR THEIR S-STANDING ON THE            *
      *    DA-S-LOADPARM CARDS, IS REJECTED.  A   *
      *    WAITING STUDENT WHO FAILS THE SAME     *
      *    CHECK IS PASSED OVER FOR THE NEXT IN   *
      *    LINE BUT KEEPS THEIR POSITION.         *
      *                                           *
      *    THE BURSAR'S HOLD FILE DA-S-HOLDS IS   *
      *    LOADED WITH THE STUDENT MASTER.  AN    *
      *    ADD OR WAITLIST GRANT FOR A STUDENT    *
      *    WHOSE HOLD HAS TAKEN EFFECT IS         *
      *    REFUSED THE SAME WAY, WITH THE HOLD    *
      *    TYPE ON THE AUDIT; DROPS STILL POST.   *
      *    A HOLD EXCEPTION REPORT FOR THE        *
      *    BURSAR LISTS EVERY TRANSACTION FROM A  *
      *    HELD STUDENT AND, AT END OF JOB, EVERY *
      *    SECTION A HELD STUDENT IS STILL        *
      *    SEATED IN.                             *
      *                                           *
      *    EVERY SEAT GRANTED OFF THE WAITLIST    *
      *    ALSO GOES ON THE STUDENT NOTIFICATION  *
      *    FILE DA-S-REGNOTIF FOR THE CAMPUS      *
      *    MAIL/EMAIL VENDOR, WITH THE SECTION'S  *
      *    TITLE, MEETING TIME, AND ROOM, ENDED   *
      *    BY A COUNT TRAILER.                    *
      *********************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-FILE ASSIGN TO 'UR-S-REGAUD'.
           SELECT OPTIONAL WAIT-FILE ASSIGN TO 'DA-S-WAITLIST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WM-WAIT-KEY
               ALTERNATE RECORD KEY IS WM-STUDENT-ID
                   WITH DUPLICATES.
           SELECT OPTIONAL ENROLL-FILE ASSIGN TO 'DA-S-ENROLL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-ENROLL-KEY
               ALTERNATE RECORD KEY IS EM-STUDENT-ID
                   WITH DUPLICATES.
           SELECT STUD-FILE ASSIGN TO 'DA-S-STUDMAST'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WAITRPT-FILE ASSIGN TO 'UR-S-WAITLST'.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUNLOG-FILE ASSIGN TO 'DA-S-RUNLOG'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CATALOG-FILE ASSIGN TO 'DA-S-CATALOG'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL LOADPARM-FILE ASSIGN TO 'DA-S-LOADPARM'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL HOLD-FILE ASSIGN TO 'DA-S-HOLDS'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HOLDRPT-FILE ASSIGN TO 'UR-S-HOLDEXC'.
           SELECT NOTIFY-FILE ASSIGN TO 'DA-S-REGNOTIF'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  COURSE-MASTER
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-REC PIC X(132).
       FD  WAIT-FILE
           RECORD CONTAINS 40 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  WAIT-MASTER-REC.
           03 WM-WAIT-KEY.
               05 WM-COURSE-KEY PIC X(10).
               05 WM-STUDENT-ID PIC X(9).
           03 FILLER PIC X(21).
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
       FD  JRNL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  JRNL-PHYS-REC PIC X(120).
       FD  RUNLOG-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RUNLOG-PHYS-REC PIC X(20).
       FD  CATALOG-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  CATALOG-MASTER-REC PIC X(40).
       FD  LOADPARM-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  LOADPARM-REC PIC X(20).
       FD  HOLD-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  HOLD-PHYS-REC PIC X(40).
       FD  HOLDRPT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  HOLDRPT-REC PIC X(132).
       FD  NOTIFY-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  NOTIFY-PHYS-REC PIC X(120).
       WORKING-STORAGE SECTION.
       01  MISC.
           03 REG-EOF PIC X VALUE 'N'.
           03 GRANTED-CT PIC 9(5) VALUE 0.
           03 WL-I PIC 9(4) VALUE 0.
           03 WL-J PIC 9(4) VALUE 0.
           03 WL-PLACED-SW PIC X VALUE 'N'.
               88 WL-PLACED VALUE 'Y'.
           03 WL-NEXT-POS PIC 9(4) VALUE 0.
           03 WL-GRANT-SW PIC X VALUE 'N'.
               88 WL-GRANT-PENDING VALUE 'Y'.
           03 WL-GRANT-POS PIC 9(4) VALUE 0.
           03 WL-FOUND-SW PIC X VALUE 'N'.
               88 WL-FOUND VALUE 'Y'.
           03 WL-REPORT-EOF PIC X VALUE 'N'.
               88 WL-REPORT-DONE VALUE 'Y'.
           03 WL-DEPT-CT PIC 9(5) VALUE 0.
           03 WL-GRAND-CT PIC 9(5) VALUE 0.
           03 WL-PREV-ABB PIC XXX VALUE SPACES.
           03 QUEUE-COURSE PIC X(10) VALUE SPACES.
           03 ENROLL-EOF PIC X VALUE 'N'.
               88 NO-MORE-ENROLL VALUE 'Y'.
           03 EN-NEW-COURSE PIC X(10) VALUE SPACES.
           03 EN-NEW-STUDENT PIC X(9) VALUE SPACES.
           03 STUD-EOF PIC X VALUE 'N'.
               88 STUD-FOUND VALUE 'Y'.
           03 STUD-LOOKUP-ID PIC X(9) VALUE SPACES.
           03 STUD-LOOKUP-NAME PIC X(20) VALUE SPACES.
           03 STUD-LOOKUP-STANDING PIC XX VALUE SPACES.
           03 CATALOG-EOF PIC X VALUE 'N'.
               88 NO-MORE-CATALOG VALUE 'Y'.
           03 CA-I PIC 9(4) VALUE 0.
           03 CATALOG-FOUND-SW PIC X VALUE 'N'.
               88 CATALOG-FOUND VALUE 'Y'.
           03 CAT-LOOKUP-COURSE PIC X(7) VALUE SPACES.
           03 CAT-LOOKUP-HOURS PIC 99 VALUE 0.
           03 LOADPARM-EOF PIC X VALUE 'N'.
               88 NO-MORE-LOADPARM VALUE 'Y'.
           03 LT-I PIC 99 VALUE 0.
           03 LOAD-FOUND-SW PIC X VALUE 'N'.
               88 LOAD-FOUND VALUE 'Y'.
           03 DEFAULT-MAX-HOURS PIC 99 VALUE 18.
           03 SEATED-FOUND-SW PIC X VALUE 'N'.
               88 SEATED-FOUND VALUE 'Y'.
           03 CLASH-REJECT-CT PIC 9(5) VALUE 0.
           03 LOAD-REJECT-CT PIC 9(5) VALUE 0.
           03 PASSED-OVER-CT PIC 9(5) VALUE 0.
           03 HOLD-REJECT-CT PIC 9(5) VALUE 0.
           03 HOLD-EOF PIC X VALUE 'N'.
               88 NO-MORE-HOLD VALUE 'Y'.
           03 HL-I PIC 9(4) VALUE 0.
           03 HOLD-FOUND-SW PIC X VALUE 'N'.
               88 HOLD-FOUND VALUE 'Y'.
           03 HOLD-LOOKUP-ID PIC X(9) VALUE SPACES.
           03 HOLD-LOOKUP-TYPE PIC X(4) VALUE SPACES.
           03 HOLD-LOOKUP-DATE PIC 9(8) VALUE 0.
           03 HOLD-ATTEMPT-CT PIC 9(5) VALUE 0.
           03 HOLD-SEATED-CT PIC 9(5) VALUE 0.
           03 NOTIFY-CT PIC 9(7) VALUE 0.
      *********************************************
      *    NIGHTLY CYCLE RUN LOG - LOADED AT      *
      *    START OF JOB TO ENFORCE THE CYCLE      *
           COPY "ctlrec.cpy".
      *********************************************
      *    BEFORE-IMAGE JOURNAL RECORD -          *
      *    APPENDED ON EVERY MASTER REWRITE AND   *
      *    EVERY ENROLLMENT AND WAITLIST WRITE    *
      *    OR DELETE SO CRSBKOUT CAN RESTORE ALL  *
      *    THREE FILES AFTER A FAILED RUN         *
      *********************************************
       01  JRNL-DATA.
           COPY "jrnlrec.cpy".
      *********************************************
      *    WAITLIST RECORD AND ONE SECTION'S      *
      *    QUEUE - THE FILE IS KEYED BY COURSE    *
      *    AND STUDENT ID, SO THE WAITERS FOR A   *
      *    SECTION ARE READ BY COURSE AND HELD    *
      *    HERE IN W-POSITION ORDER - THE FIRST   *
      *    ENTRY IS ALWAYS THE NEXT STUDENT IN    *
      *    LINE                                   *
      *********************************************
       01  WAIT-DATA.
           COPY "wlstrec.cpy".
       01  SECTION-QUEUE-CTL.
           03 SECTION-QUEUE-CT PIC 9(4) VALUE 0.
       01  SECTION-QUEUE.
           03 SECTION-QUEUE-ENTRY OCCURS 500 TIMES.
               05 SQ-STUDENT-ID PIC X(9).
               05 SQ-POSITION PIC 9(4).
      *********************************************
      *    ENROLLMENT DETAIL RECORD - ONE PER     *
      *    SEATED STUDENT.  POSTED ADDS AND       *
      *    WAITLIST GRANTS WRITE RECORDS, POSTED  *
      *    DROPS DELETE THEM                      *
      *********************************************
       01  ENROLL-DATA.
           COPY "enrlrec.cpy".
      *********************************************
      *    STUDENT MASTER INPUT RECORD AND        *
      *    IN-MEMORY TABLE - EVERY TRANSACTION'S  *
      *********************************************
       01  PACT-DATA.
           COPY "pactrec.cpy".
      *********************************************
      *    STUDENT NOTIFICATION INTERFACE DETAIL  *
      *    RECORD - ONE PER WAITLIST GRANT, FOR   *
      *    THE CAMPUS MAIL/EMAIL VENDOR           *
      *********************************************
       01  NOTIFY-DATA.
           COPY "notfrec.cpy".
      *********************************************
      *    NOTIFICATION INTERFACE TRAILER         *
      *    RECORD - DETAIL COUNT, WRITTEN LAST    *
      *    SO THE VENDOR CAN BALANCE              *
      *********************************************
       01  NOTIFY-TRAILER-DATA.
           03 NX-RECORD-TYPE PIC X VALUE 'T'.
           03 NX-RECORD-COUNT PIC 9(7).
           03 FILLER PIC X(112) VALUE SPACES.
       01  STUD-TABLE-CTL.
           03 STUD-CT PIC 9(4) VALUE 0.
           03 STUD-OVERFLOW-CT PIC 9(5) VALUE 0.
           03 STUD-TABLE-ENTRY OCCURS 1000 TIMES.
               05 ST-ID PIC X(9).
               05 ST-NAME PIC X(20).
               05 ST-STANDING PIC XX.
      *********************************************
      *    CATALOG MASTER INPUT RECORD AND        *
      *    IN-MEMORY TABLE - SUPPLIES THE CREDIT  *
      *    HOURS EACH SEATED SECTION AND EACH     *
      *    ADD COUNT TOWARD THE STUDENT'S LOAD    *
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
      *    MAXIMUM CREDIT LOAD CARDS - ONE CARD   *
      *    PER S-STANDING CLASS LEVEL CARRYING    *
      *    THE MOST CATALOG CREDIT HOURS A        *
      *    STUDENT AT THAT LEVEL MAY BE SEATED    *
      *    IN.  A CARD WITH A BLANK STANDING      *
      *    REPLACES THE DEFAULT USED FOR ANY      *
      *    LEVEL WITHOUT A CARD OF ITS OWN.  A    *
      *    CARD WITH NON-NUMERIC OR ZERO HOURS    *
      *    IS IGNORED                             *
      *********************************************
       01  LOAD-PARM-DATA.
           03 LP-STANDING PIC XX.
           03 LP-MAX-HOURS PIC 99.
           03 FILLER PIC X(16).
       01  LOAD-TABLE-CTL.
           03 LOAD-CT PIC 99 VALUE 0.
       01  LOAD-TABLE.
           03 LOAD-TABLE-ENTRY OCCURS 20 TIMES.
               05 LT-STANDING PIC XX.
               05 LT-MAX-HOURS PIC 99.
      *********************************************
      *    ADD ELIGIBILITY CHECK - THE STUDENT    *
      *    AND STANDING TO CHECK, THE SECTION'S   *
      *    MEETING TIME AND DAYS, THE LOAD        *
      *    BUILT UP FROM THE SEATED SECTIONS,     *
      *    AND THE REASON WHEN THE ADD FAILS.     *
      *    THE SECTION IN HAND IS HELD HERE       *
      *    WHILE THE SEATED SECTIONS ARE READ     *
      *    THROUGH COURSE-DATA                    *
      *********************************************
       01  ELIG-CONTROL.
           03 ELIG-SW PIC X VALUE 'Y'.
               88 ADD-ELIGIBLE VALUE 'Y'.
           03 ELIG-STUDENT-ID PIC X(9) VALUE SPACES.
           03 ELIG-STANDING PIC XX VALUE SPACES.
           03 ELIG-COURSE PIC X(10) VALUE SPACES.
           03 ELIG-START-TIME PIC X(4) VALUE SPACES.
           03 ELIG-LOAD-HOURS PIC 9(3) VALUE 0.
           03 ELIG-MAX-HOURS PIC 99 VALUE 0.
           03 ELIG-CLASH-SW PIC X VALUE 'N'.
               88 ELIG-CLASH-FOUND VALUE 'Y'.
           03 ELIG-CLASH-COURSE PIC X(10) VALUE SPACES.
           03 ELIG-REASON PIC X(26) VALUE SPACES.
           03 ELIG-SEATED-SW PIC X VALUE 'N'.
               88 ELIG-ALREADY-SEATED VALUE 'Y'.
           03 ELIG-FAIL-TYPE PIC X VALUE SPACE.
               88 ELIG-FAIL-HOLD VALUE 'H'.
               88 ELIG-FAIL-CLASH VALUE 'C'.
               88 ELIG-FAIL-LOAD VALUE 'L'.
           03 HELD-COURSE-DATA PIC X(80) VALUE SPACES.
           03 DAY-STR1 PIC X(6) VALUE SPACES.
           03 DAY-STR2 PIC X(6) VALUE SPACES.
           03 DAY-IDX PIC 9 VALUE 0.
           03 DAY-IDX2 PIC 9 VALUE 0.
           03 DAY-OVERLAP-SW PIC X VALUE 'N'.
               88 DAY-OVERLAP VALUE 'Y'.
      *********************************************
      *    BURSAR HOLD INPUT RECORD AND           *
      *    IN-MEMORY TABLE - ONLY HOLDS ALREADY   *
      *    IN EFFECT ON THE CYCLE DATE ARE        *
      *    KEPT                                   *
      *********************************************
       01  HOLD-DATA.
           COPY "holdrec.cpy".
       01  HOLD-TABLE-CTL.
           03 HOLD-CT PIC 9(4) VALUE 0.
           03 HOLD-OVERFLOW-CT PIC 9(5) VALUE 0.
       01  HOLD-TABLE.
           03 HOLD-TABLE-ENTRY OCCURS 1000 TIMES.
               05 HL-STUDENT-ID PIC X(9).
               05 HL-HOLD-TYPE PIC X(4).
               05 HL-EFFECTIVE-DATE PIC 9(8).
       01  ELIG-HOLD-REMARK.
           03 FILLER               PIC X(22)
               VALUE 'FINANCIAL HOLD - TYPE '.
           03 EH-HOLD-TYPE          PIC X(4).
       01  ELIG-CLASH-REMARK.
           03 FILLER               PIC X(16)
               VALUE 'TIME CLASH WITH '.
           03 EC-COURSE             PIC X(10).
       01  ELIG-LOAD-REMARK.
           03 FILLER               PIC X(24)
               VALUE 'OVER MAX CREDIT LOAD OF '.
           03 EL-MAX-HOURS          PIC Z9.
      *********************************************
      *    WAITING STUDENTS PASSED OVER BY THE    *
      *    DROP BEING POSTED - HELD UNTIL THE     *
      *    DROP'S OWN AUDIT LINE IS PRINTED, THEN *
      *    LISTED UNDER IT                        *
      *********************************************
       01  PASS-TABLE-CTL.
           03 PASS-CT PIC 99 VALUE 0.
           03 PS-I PIC 99 VALUE 0.
       01  PASS-TABLE.
           03 PASS-TABLE-ENTRY OCCURS 50 TIMES.
               05 PS-STUDENT-ID PIC X(9).
               05 PS-REASON PIC X(26).
       01  PASS-REMARK.
           03 FILLER               PIC X(14)
               VALUE 'PASSED OVER - '.
           03 PR-REASON             PIC X(26).
      *********************************************
      *    DESCRIPTION OF ONE REGISTRATION        *
      *    TRANSACTION - STUDENT ID, COURSE KEY,  *
           03 FILLER               PIC X(4)    VALUE SPACES.
           03 FILLER               PIC X(13)   VALUE 'SEATS GRANTED'.
           03 AU-GRANTED            PIC ZZZZ9.
           03 FILLER               PIC X(4)    VALUE SPACES.
           03 FILLER               PIC X(12)   VALUE 'PASSED OVER'.
           03 AU-PASSED-OVER        PIC ZZZZ9.
       01  AUDIT-TOTALS3.
           03 FILLER               PIC X(10)   VALUE SPACES.
           03 FILLER               PIC X(13)   VALUE 'TIME CLASHES'.
           03 AU-CLASH-REJECT       PIC ZZZZ9.
           03 FILLER               PIC X(4)    VALUE SPACES.
           03 FILLER               PIC X(13)   VALUE 'OVER MAX LOAD'.
           03 AU-LOAD-REJECT        PIC ZZZZ9.
           03 FILLER               PIC X(4)    VALUE SPACES.
           03 FILLER               PIC X(13)   VALUE 'ON HOLD'.
           03 AU-HOLD-REJECT        PIC ZZZZ9.
       01  AUDIT-CONTROL-LINE.
           03 FILLER               PIC X(10)   VALUE SPACES.
           03 FILLER               PIC X(17)
               VALUE 'GRANTED FREED SEAT FROM POS   '.
           03 WL-G-POS              PIC ZZZ9.
      *********************************************
      *    WARNING LINE WHEN THE 1000-ENTRY       *
      *    STUDENT TABLE FILLED ON LOAD - IDS     *
      *    BEYOND THE LIMIT CANNOT BE VALIDATED   *
           03 FILLER               PIC X(30)
               VALUE ' LIMIT AND CANNOT BE VALIDATED'.
      *********************************************
      *    WARNING LINE WHEN THE 500-ENTRY        *
      *    CATALOG TABLE FILLED ON LOAD - HOURS   *
      *    FOR COURSES BEYOND THE LIMIT COUNT AS  *
      *    ZERO TOWARD THE STUDENT'S LOAD         *
      *********************************************
       01  CATALOG-OVERFLOW-WARNING.
           03 FILLER               PIC X(10)   VALUE SPACES.
           03 FILLER               PIC X(14)   VALUE '*** WARNING -'.
           03 COW-OVERFLOW-CT       PIC ZZZZ9.
           03 FILLER               PIC X(44)
               VALUE ' CATALOG RECORDS EXCEEDED THE TABLE LIMIT'.
           03 FILLER               PIC X(26)
               VALUE ' AND CANNOT BE MATCHED'.
      *********************************************
      *    WARNING LINE WHEN THE 1000-ENTRY       *
      *    HOLD TABLE FILLED ON LOAD - HOLDS      *
      *    BEYOND THE LIMIT ARE NOT ENFORCED      *
      *********************************************
       01  HOLD-OVERFLOW-WARNING.
           03 FILLER               PIC X(10)   VALUE SPACES.
           03 FILLER               PIC X(14)   VALUE '*** WARNING -'.
           03 HOW-OVERFLOW-CT       PIC ZZZZ9.
           03 FILLER               PIC X(44)
               VALUE ' BURSAR HOLD RECORDS EXCEEDED THE TABLE'.
           03 FILLER               PIC X(30)
               VALUE ' LIMIT AND ARE NOT ENFORCED'.
      *********************************************
      *    DESCRIPTION OF HOLD EXCEPTION REPORT   *
      *    LINES                                  *
      *********************************************
       01  HXRPT-HEADING.
           03 FILLER               PIC X(10)   VALUE SPACES.
           03 FILLER               PIC X(28)
               VALUE 'BURSAR HOLD EXCEPTION REPORT'.
       01  HXRPT-ATTEMPT-HEADING.
           03 FILLER               PIC X(10)   VALUE SPACES.
           03 FILLER               PIC X(40)
               VALUE 'HELD STUDENTS WHO ATTEMPTED REGISTRATION'.
       01  HXRPT-SEATED-HEADING.
           03 FILLER               PIC X(10)   VALUE SPACES.
           03 FILLER               PIC X(40)
               VALUE 'HELD STUDENTS STILL SEATED IN A SECTION'.
       01  HXRPT-DATA.
           03 FILLER               PIC X(14)   VALUE SPACES.
           03 HX-STUDENT            PIC X(9).
           03 FILLER               PIC X(2)    VALUE SPACES.
           03 HX-NAME               PIC X(20).
           03 FILLER               PIC X(2)    VALUE SPACES.
           03 HX-HOLD-TYPE          PIC X(4).
           03 FILLER               PIC X(2)    VALUE SPACES.
           03 HX-EFFECTIVE-DATE     PIC 9(8).
           03 FILLER               PIC X(2)    VALUE SPACES.
           03 HX-ACTION             PIC X(8).
           03 FILLER               PIC X(2)    VALUE SPACES.
           03 HX-COURSE             PIC X(10).
           03 FILLER               PIC X(2)    VALUE SPACES.
           03 HX-RESULT             PIC X(40).
       01  HXRPT-ATTEMPT-FOOTER.
           03 FILLER               PIC X(10)   VALUE SPACES.
           03 FILLER               PIC X(24)
               VALUE 'TRANSACTIONS FROM HELD'.
           03 HX-ATTEMPT-CT         PIC ZZZZ9.
       01  HXRPT-SEATED-FOOTER.
           03 FILLER               PIC X(10)   VALUE SPACES.
           03 FILLER               PIC X(24)
               VALUE 'SEATS HELD STUDENTS HOLD'.
           03 HX-SEATED-CT          PIC ZZZZ9.
      *********************************************
      *    DESCRIPTION OF WAITLIST DEPTH REPORT   *
      *    LINES                                  *
      *********************************************
           OPEN INPUT REG-FILE.
           OPEN OUTPUT AUDIT-FILE.
           OPEN OUTPUT WAITRPT-FILE.
           OPEN OUTPUT HOLDRPT-FILE.
           OPEN OUTPUT POSTACT-FILE.
           OPEN OUTPUT NOTIFY-FILE.
           OPEN I-O WAIT-FILE.
           OPEN I-O ENROLL-FILE.
           OPEN EXTEND JRNL-FILE.
           MOVE SPACES TO JRNL-DATA.
           PERFORM 550-LOAD-STUDENTS.
           PERFORM 560-LOAD-HOLDS.
           PERFORM 500-LOAD-CATALOG.
           PERFORM 520-LOAD-MAX-LOADS.
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
           IF HOLD-OVERFLOW-CT > 0
               MOVE HOLD-OVERFLOW-CT TO HOW-OVERFLOW-CT
               WRITE AUDIT-REC FROM HOLD-OVERFLOW-WARNING
                   AFTER ADVANCING 1 LINE
           END-IF.
           PERFORM 670-HOLD-REPORT-HEADING.
           PERFORM 820-READ-REG.
           PERFORM 100-POST-LOOP
               UNTIL NO-MORE-REG.
           PERFORM 900-AUDIT-TOTALS-LINE.
           PERFORM 750-WAITLIST-REPORT.
           PERFORM 690-HELD-SEATED-REPORT.
           PERFORM 875-WRITE-NOTIFY-TRAILER.
           PERFORM 720-CONTROL-SWEEP.
           CLOSE COURSE-MASTER
                 REG-FILE
                 AUDIT-FILE
                 WAITRPT-FILE
                 HOLDRPT-FILE
                 POSTACT-FILE
                 NOTIFY-FILE
                 WAIT-FILE
                 ENROLL-FILE
                 JRNL-FILE.
           PERFORM 950-STAMP-RUN-COMPLETE.
           STOP RUN.
               END-IF
           END-IF.
           PERFORM 910-AUDIT-DETAIL-LINE.
           MOVE RG-STUDENT-ID TO HOLD-LOOKUP-ID.
           PERFORM 580-FIND-HOLD.
           IF HOLD-FOUND
               PERFORM 680-HOLD-ATTEMPT-LINE
           END-IF.
           IF WL-GRANT-PENDING
               PERFORM 660-GRANT-AUDIT-LINE
           END-IF.
           IF PASS-CT > 0
               PERFORM 665-PASSED-OVER-LINES
           END-IF.
           PERFORM 820-READ-REG.
      *********************************************
      *    MASTER RECORD IN HAND - ADJUST ITS     *
      *    REJECT THE REQUEST                     *
      *********************************************
       300-APPLY-REG-TRANS.
           IF RG-REG-ADD
               MOVE RG-STUDENT-ID TO ELIG-STUDENT-ID
               MOVE STUD-LOOKUP-STANDING TO ELIG-STANDING
               PERFORM 400-CHECK-ADD-ELIGIBLE
           END-IF.
           EVALUATE TRUE
               WHEN RG-REG-ADD AND NOT ADD-ELIGIBLE
                   ADD 1 TO REJECTED-CT
                   IF ELIG-FAIL-HOLD
                       ADD 1 TO HOLD-REJECT-CT
                   END-IF
                   IF ELIG-FAIL-CLASH
                       ADD 1 TO CLASH-REJECT-CT
                   END-IF
                   IF ELIG-FAIL-LOAD
                       ADD 1 TO LOAD-REJECT-CT
                   END-IF
                   MOVE 'REJECT' TO AU-ACTION
                   MOVE ELIG-REASON TO AU-RESULT
               WHEN RG-REG-ADD AND C-SEATS-REMAINING > 0
                   SUBTRACT 1 FROM C-SEATS-REMAINING
                   PERFORM 830-REWRITE-MASTER
                   MOVE 'INVALID ACTION CODE' TO AU-RESULT
           END-EVALUATE.
      *********************************************
      *    CAN ELIG-STUDENT-ID TAKE A SEAT IN     *
      *    THE SECTION IN COURSE-DATA - READ THE  *
      *    STUDENT'S ENROLLMENT RECORDS THROUGH   *
      *    THE STUDENT-ID ALTERNATE KEY,          *
      *    TOTALLING THEIR CATALOG CREDIT HOURS   *
      *    AND READING EACH SEATED SECTION TO     *
      *    LOOK FOR A TIME CLASH.  TWO SECTIONS   *
      *    CLASH WHEN THEY START AT THE SAME      *
      *    HOUR AND MINUTE ON A SHARED DAY, THE   *
      *    SAME RULE LAB4'S CONFLICT AUDIT USES.  *
      *    A STUDENT UNDER A BURSAR HOLD IS       *
      *    REFUSED BEFORE ANY OF THAT IS DONE,    *
      *    AND A STUDENT ALREADY SEATED IN THE    *
      *    SECTION IS REFUSED OUTRIGHT.           *
      *    COURSE-DATA IS PUT BACK AS IT WAS      *
      *    BEFORE RETURNING.  ADD-ELIGIBLE IS     *
      *    OFF AND ELIG-REASON CARRIES THE        *
      *    REASON WHEN THE ADD MUST NOT POST,     *
      *    WITH ELIG-FAIL-TYPE SAYING WHICH       *
      *    CHECK FAILED.  NOTHING IS COUNTED      *
      *    HERE - A WAITER PASSED OVER IS         *
      *    COUNTED ONLY AS PASSED OVER            *
      *********************************************
       400-CHECK-ADD-ELIGIBLE.
           MOVE 'Y' TO ELIG-SW.
           MOVE SPACES TO ELIG-REASON.
           MOVE SPACE TO ELIG-FAIL-TYPE.
           MOVE 'N' TO ELIG-CLASH-SW.
           MOVE ELIG-STUDENT-ID TO HOLD-LOOKUP-ID.
           PERFORM 580-FIND-HOLD.
           IF HOLD-FOUND
               MOVE 'N' TO ELIG-SW
               MOVE 'H' TO ELIG-FAIL-TYPE
               MOVE HOLD-LOOKUP-TYPE TO EH-HOLD-TYPE
               MOVE ELIG-HOLD-REMARK TO ELIG-REASON
           ELSE
               PERFORM 402-CHECK-SEATED-SECTIONS
           END-IF.
       402-CHECK-SEATED-SECTIONS.
           MOVE COURSE-DATA TO HELD-COURSE-DATA.
           MOVE C-COURSE TO ELIG-COURSE.
           MOVE C-STARTING-TIME TO ELIG-START-TIME.
           MOVE C-DAYS TO DAY-STR1.
           MOVE C-COURSE (1:7) TO CAT-LOOKUP-COURSE.
           PERFORM 440-FIND-CATALOG-HOURS.
           MOVE CAT-LOOKUP-HOURS TO ELIG-LOAD-HOURS.
           MOVE 'N' TO ELIG-SEATED-SW.
           MOVE 'N' TO ENROLL-EOF.
           MOVE ELIG-STUDENT-ID TO EM-STUDENT-ID.
           START ENROLL-FILE KEY IS = EM-STUDENT-ID
               INVALID KEY
                   MOVE 'Y' TO ENROLL-EOF
           END-START.
           PERFORM 410-CHECK-ONE-SEATED-ENTRY
               UNTIL NO-MORE-ENROLL OR ELIG-CLASH-FOUND.
           MOVE HELD-COURSE-DATA TO COURSE-DATA.
           IF ELIG-ALREADY-SEATED
               MOVE 'N' TO ELIG-SW
               MOVE 'ALREADY SEATED IN SECTION' TO ELIG-REASON
           ELSE
               PERFORM 405-CHECK-CLASH-AND-LOAD
           END-IF.
       405-CHECK-CLASH-AND-LOAD.
           IF ELIG-CLASH-FOUND
               MOVE 'N' TO ELIG-SW
               MOVE 'C' TO ELIG-FAIL-TYPE
               MOVE ELIG-CLASH-COURSE TO EC-COURSE
               MOVE ELIG-CLASH-REMARK TO ELIG-REASON
           ELSE
               PERFORM 450-FIND-MAX-LOAD
               IF ELIG-LOAD-HOURS > ELIG-MAX-HOURS
                   MOVE 'N' TO ELIG-SW
                   MOVE 'L' TO ELIG-FAIL-TYPE
                   MOVE ELIG-MAX-HOURS TO EL-MAX-HOURS
                   MOVE ELIG-LOAD-REMARK TO ELIG-REASON
               END-IF
           END-IF.
       410-CHECK-ONE-SEATED-ENTRY.
           READ ENROLL-FILE NEXT RECORD INTO ENROLL-DATA
               AT END
                   MOVE 'Y' TO ENROLL-EOF
               NOT AT END
                   IF E-STUDENT-ID NOT = ELIG-STUDENT-ID
                       MOVE 'Y' TO ENROLL-EOF
                   ELSE
                       PERFORM 412-CHECK-SEATED-SECTION
                   END-IF
           END-READ.
       412-CHECK-SEATED-SECTION.
           IF E-COURSE = ELIG-COURSE
               MOVE 'Y' TO ELIG-SEATED-SW
           ELSE
               MOVE E-COURSE (1:7) TO CAT-LOOKUP-COURSE
               PERFORM 440-FIND-CATALOG-HOURS
               ADD CAT-LOOKUP-HOURS TO ELIG-LOAD-HOURS
               PERFORM 815-READ-SEATED-SECTION
               IF SEATED-FOUND
                       AND C-STARTING-TIME = ELIG-START-TIME
                   MOVE C-DAYS TO DAY-STR2
                   PERFORM 430-CHECK-DAY-OVERLAP
                   IF DAY-OVERLAP
                       MOVE 'Y' TO ELIG-CLASH-SW
                       MOVE E-COURSE TO ELIG-CLASH-COURSE
                   END-IF
               END-IF
           END-IF.
      *********************************************
      *    C-DAYS IS A LEFT-JUSTIFIED LIST OF     *
      *    DAY CODES, NOT A FIXED WEEKDAY COLUMN  *
      *    LAYOUT, SO EVERY POSITION OF DAY-STR1  *
      *    IS CHECKED AGAINST EVERY POSITION OF   *
      *    DAY-STR2                               *
      *********************************************
       430-CHECK-DAY-OVERLAP.
           MOVE 'N' TO DAY-OVERLAP-SW.
           PERFORM 432-CHECK-DAY-OVERLAP-OUTER
               VARYING DAY-IDX FROM 1 BY 1
               UNTIL DAY-IDX > 6 OR DAY-OVERLAP.
       432-CHECK-DAY-OVERLAP-OUTER.
           IF DAY-STR1 (DAY-IDX:1) NOT = SPACE
               PERFORM 435-CHECK-ONE-DAY-OVERLAP
                   VARYING DAY-IDX2 FROM 1 BY 1
                   UNTIL DAY-IDX2 > 6 OR DAY-OVERLAP
           END-IF.
       435-CHECK-ONE-DAY-OVERLAP.
           IF DAY-STR1 (DAY-IDX:1) = DAY-STR2 (DAY-IDX2:1)
               MOVE 'Y' TO DAY-OVERLAP-SW
           END-IF.
      *********************************************
      *    LOOK CAT-LOOKUP-COURSE UP IN THE       *
      *    CATALOG TABLE - THE CREDIT HOURS COME  *
      *    BACK IN CAT-LOOKUP-HOURS, ZERO WHEN    *
      *    THE CATALOG DOES NOT CARRY THE COURSE  *
      *********************************************
       440-FIND-CATALOG-HOURS.
           MOVE 'N' TO CATALOG-FOUND-SW.
           MOVE 0 TO CAT-LOOKUP-HOURS.
           MOVE 1 TO CA-I.
           PERFORM 445-CHECK-ONE-CATALOG-ENTRY
               UNTIL CA-I > CATALOG-CT OR CATALOG-FOUND.
       445-CHECK-ONE-CATALOG-ENTRY.
           IF CA-COURSE (CA-I) = CAT-LOOKUP-COURSE
               MOVE 'Y' TO CATALOG-FOUND-SW
               MOVE CA-CREDIT-HOURS (CA-I) TO CAT-LOOKUP-HOURS
           ELSE
               ADD 1 TO CA-I
           END-IF.
      *********************************************
      *    LOOK ELIG-STANDING UP IN THE MAXIMUM   *
      *    LOAD TABLE - A LEVEL WITHOUT A CARD    *
      *    OF ITS OWN GETS THE DEFAULT            *
      *********************************************
       450-FIND-MAX-LOAD.
           MOVE 'N' TO LOAD-FOUND-SW.
           MOVE DEFAULT-MAX-HOURS TO ELIG-MAX-HOURS.
           MOVE 1 TO LT-I.
           PERFORM 455-CHECK-ONE-LOAD-ENTRY
               UNTIL LT-I > LOAD-CT OR LOAD-FOUND.
       455-CHECK-ONE-LOAD-ENTRY.
           IF LT-STANDING (LT-I) = ELIG-STANDING
               MOVE 'Y' TO LOAD-FOUND-SW
               MOVE LT-MAX-HOURS (LT-I) TO ELIG-MAX-HOURS
           ELSE
               ADD 1 TO LT-I
           END-IF.
      *********************************************
      *    LOAD THE CATALOG MASTER INTO THE       *
      *    CATALOG TABLE                          *
      *********************************************
       500-LOAD-CATALOG.
           OPEN INPUT CATALOG-FILE.
           PERFORM 505-READ-CATALOG-FILE.
           PERFORM 507-STORE-CATALOG-ENTRY
               UNTIL NO-MORE-CATALOG.
           CLOSE CATALOG-FILE.
       505-READ-CATALOG-FILE.
           READ CATALOG-FILE INTO CATALOG-DATA
               AT END MOVE 'Y' TO CATALOG-EOF.
       507-STORE-CATALOG-ENTRY.
           IF CATALOG-CT < 500
               ADD 1 TO CATALOG-CT
               MOVE CAT-COURSE TO CA-COURSE (CATALOG-CT)
               MOVE CAT-TITLE TO CA-TITLE (CATALOG-CT)
               MOVE CAT-CREDIT-HOURS TO CA-CREDIT-HOURS (CATALOG-CT)
           ELSE
               ADD 1 TO CATALOG-OVERFLOW-CT
           END-IF.
           PERFORM 505-READ-CATALOG-FILE.
      *********************************************
      *    LOAD THE MAXIMUM CREDIT LOAD CARDS     *
      *    INTO THE LOAD TABLE - NO CARDS AT ALL  *
      *    LEAVES EVERY LEVEL ON THE DEFAULT      *
      *********************************************
       520-LOAD-MAX-LOADS.
           OPEN INPUT LOADPARM-FILE.
           PERFORM 525-READ-LOADPARM-FILE.
           PERFORM 527-STORE-LOAD-ENTRY
               UNTIL NO-MORE-LOADPARM.
           CLOSE LOADPARM-FILE.
       525-READ-LOADPARM-FILE.
           READ LOADPARM-FILE INTO LOAD-PARM-DATA
               AT END MOVE 'Y' TO LOADPARM-EOF.
       527-STORE-LOAD-ENTRY.
           IF LP-MAX-HOURS NUMERIC AND LP-MAX-HOURS > 0
               IF LP-STANDING = SPACES
                   MOVE LP-MAX-HOURS TO DEFAULT-MAX-HOURS
               ELSE
                   IF LOAD-CT < 20
                       ADD 1 TO LOAD-CT
                       MOVE LP-STANDING TO LT-STANDING (LOAD-CT)
                       MOVE LP-MAX-HOURS TO LT-MAX-HOURS (LOAD-CT)
                   END-IF
               END-IF
           END-IF.
           PERFORM 525-READ-LOADPARM-FILE.
      *********************************************
      *    LOAD THE STUDENT MASTER INTO THE       *
      *    STUDENT TABLE FOR ID VALIDATION AND    *
      *    THE NAME ECHO ON THE REPORTS           *
               ADD 1 TO STUD-CT
               MOVE S-STUDENT-ID TO ST-ID (STUD-CT)
               MOVE S-NAME TO ST-NAME (STUD-CT)
               MOVE S-STANDING TO ST-STANDING (STUD-CT)
           ELSE
               ADD 1 TO STUD-OVERFLOW-CT
           END-IF.
           PERFORM 555-READ-STUD-FILE.
      *********************************************
      *    LOAD THE BURSAR'S HOLD FILE INTO THE   *
      *    HOLD TABLE - A HOLD DATED AFTER THE    *
      *    CYCLE DATE HAS NOT TAKEN EFFECT AND    *
      *    IS NOT KEPT                            *
      *********************************************
       560-LOAD-HOLDS.
           OPEN INPUT HOLD-FILE.
           PERFORM 565-READ-HOLD-FILE.
           PERFORM 567-STORE-HOLD-ENTRY
               UNTIL NO-MORE-HOLD.
           CLOSE HOLD-FILE.
       565-READ-HOLD-FILE.
           READ HOLD-FILE INTO HOLD-DATA
               AT END MOVE 'Y' TO HOLD-EOF.
       567-STORE-HOLD-ENTRY.
           IF HD-EFFECTIVE-DATE NOT > CYCLE-DATE
               IF HOLD-CT < 1000
                   ADD 1 TO HOLD-CT
                   MOVE HD-STUDENT-ID TO HL-STUDENT-ID (HOLD-CT)
                   MOVE HD-HOLD-TYPE TO HL-HOLD-TYPE (HOLD-CT)
                   MOVE HD-EFFECTIVE-DATE
                       TO HL-EFFECTIVE-DATE (HOLD-CT)
               ELSE
                   ADD 1 TO HOLD-OVERFLOW-CT
               END-IF
           END-IF.
           PERFORM 565-READ-HOLD-FILE.
      *********************************************
      *    LOOK HOLD-LOOKUP-ID UP IN THE HOLD     *
      *    TABLE - THE HOLD TYPE AND EFFECTIVE    *
      *    DATE COME BACK IN HOLD-LOOKUP-TYPE     *
      *    AND HOLD-LOOKUP-DATE                   *
      *********************************************
       580-FIND-HOLD.
           MOVE 'N' TO HOLD-FOUND-SW.
           MOVE SPACES TO HOLD-LOOKUP-TYPE.
           MOVE 0 TO HOLD-LOOKUP-DATE.
           MOVE 1 TO HL-I.
           PERFORM 585-CHECK-ONE-HOLD
               UNTIL HL-I > HOLD-CT OR HOLD-FOUND.
       585-CHECK-ONE-HOLD.
           IF HL-STUDENT-ID (HL-I) = HOLD-LOOKUP-ID
               MOVE 'Y' TO HOLD-FOUND-SW
               MOVE HL-HOLD-TYPE (HL-I) TO HOLD-LOOKUP-TYPE
               MOVE HL-EFFECTIVE-DATE (HL-I) TO HOLD-LOOKUP-DATE
           ELSE
               ADD 1 TO HL-I
           END-IF.
      *********************************************
      *    LOOK STUD-LOOKUP-ID UP IN THE STUDENT  *
      *    TABLE - THE NAME AND STANDING COME     *
      *    BACK IN STUD-LOOKUP-NAME AND           *
      *    STUD-LOOKUP-STANDING, SPACES WHEN THE  *
      *    ID IS UNKNOWN                          *
      *********************************************
       570-FIND-STUDENT.
           MOVE 'N' TO STUD-FOUND-SW.
           MOVE SPACES TO STUD-LOOKUP-NAME.
           MOVE SPACES TO STUD-LOOKUP-STANDING.
           MOVE 1 TO ST-I.
           PERFORM 575-CHECK-ONE-STUDENT
               UNTIL ST-I > STUD-CT OR STUD-FOUND.
           IF ST-ID (ST-I) = STUD-LOOKUP-ID
               MOVE 'Y' TO STUD-FOUND-SW
               MOVE ST-NAME (ST-I) TO STUD-LOOKUP-NAME
               MOVE ST-STANDING (ST-I) TO STUD-LOOKUP-STANDING
           ELSE
               ADD 1 TO ST-I
           END-IF.
      *********************************************
      *    ADD AGAINST A FULL SECTION - PLACE     *
      *    THE STUDENT ON THE WAITLIST AT THE     *
      *    NEXT POSITION FOR THE COURSE, ONE      *
      *    PAST THE HIGHEST POSITION ALREADY      *
      *    QUEUED.  A QUEUE ALREADY HOLDING 500   *
      *    STUDENTS TAKES NO MORE, AND A STUDENT  *
      *    ALREADY WAITING FOR THE SECTION        *
      *    CANNOT QUEUE TWICE - THE WAITLIST KEY  *
      *    IS COURSE KEY PLUS STUDENT ID          *
      *********************************************
       610-ADD-TO-WAITLIST.
           MOVE RG-COURSE TO QUEUE-COURSE.
           PERFORM 620-LOAD-SECTION-QUEUE.
           IF SECTION-QUEUE-CT >= 500
               ADD 1 TO REJECTED-CT
               MOVE 'REJECT' TO AU-ACTION
               MOVE 'SECTION FULL - WAITLIST ALSO FULL'
                   TO AU-RESULT
           ELSE
               MOVE SPACES TO WAIT-DATA
               MOVE RG-COURSE TO W-COURSE
               MOVE RG-STUDENT-ID TO W-STUDENT-ID
               MOVE WL-NEXT-POS TO W-POSITION
               WRITE WAIT-MASTER-REC FROM WAIT-DATA
                   INVALID KEY
                       ADD 1 TO REJECTED-CT
                       MOVE 'REJECT' TO AU-ACTION
                       MOVE 'SECTION FULL - ALREADY WAITLISTED'
                           TO AU-RESULT
                   NOT INVALID KEY
                       MOVE 'W' TO J-FILE-ID
                       MOVE 'WRITE' TO J-ACTION
                       MOVE W-COURSE TO J-COURSE-KEY
                       MOVE WAIT-DATA TO J-BEFORE-IMAGE
                       PERFORM 840-JOURNAL-DETAIL-UPDATE
                       ADD 1 TO WAITLISTED-CT
                       MOVE 'WAITLST' TO AU-ACTION
                       MOVE WL-NEXT-POS TO WL-W-POS
                       MOVE WL-WAIT-REMARK TO AU-RESULT
               END-WRITE
           END-IF.
      *********************************************
      *    LOAD THE QUEUE FOR QUEUE-COURSE INTO   *
      *    THE SECTION QUEUE TABLE IN POSITION    *
      *    ORDER - THE WAITLIST FILE IS KEYED BY  *
      *    COURSE AND STUDENT ID, SO START AT     *
      *    THE COURSE KEY, READ NEXT UNTIL IT     *
      *    CHANGES, AND PLACE EACH WAITER BY      *
      *    W-POSITION.  WL-NEXT-POS COMES BACK    *
      *    ONE PAST THE HIGHEST POSITION, OR 1    *
      *    FOR A FRESH QUEUE                      *
      *********************************************
       620-LOAD-SECTION-QUEUE.
           MOVE 0 TO SECTION-QUEUE-CT.
           MOVE 1 TO WL-NEXT-POS.
           MOVE 'N' TO WAIT-EOF.
           MOVE QUEUE-COURSE TO WM-COURSE-KEY.
           MOVE LOW-VALUES TO WM-STUDENT-ID.
           START WAIT-FILE KEY NOT < WM-WAIT-KEY
               INVALID KEY
                   MOVE 'Y' TO WAIT-EOF
           END-START.
           PERFORM 625-QUEUE-ONE-WAITER
               UNTIL NO-MORE-WAIT.
       625-QUEUE-ONE-WAITER.
           READ WAIT-FILE NEXT RECORD INTO WAIT-DATA
               AT END
                   MOVE 'Y' TO WAIT-EOF
               NOT AT END
                   IF W-COURSE NOT = QUEUE-COURSE
                       MOVE 'Y' TO WAIT-EOF
                   ELSE
                       PERFORM 630-PLACE-BY-POSITION
                   END-IF
           END-READ.
      *********************************************
      *    PLACE THE WAITER JUST READ IN THE      *
      *    SECTION QUEUE TABLE - SHIFT EVERY      *
      *    ENTRY WITH A HIGHER POSITION DOWN ONE  *
      *    AND STORE IT IN THE GAP.  610 NEVER    *
      *    LETS A QUEUE GROW PAST THE TABLE       *
      *********************************************
       630-PLACE-BY-POSITION.
           IF W-POSITION >= WL-NEXT-POS
               COMPUTE WL-NEXT-POS = W-POSITION + 1
           END-IF.
           IF SECTION-QUEUE-CT < 500
               ADD 1 TO SECTION-QUEUE-CT
               MOVE SECTION-QUEUE-CT TO WL-J
               MOVE 'N' TO WL-PLACED-SW
               PERFORM 635-SHIFT-ONE-WAITER
                   UNTIL WL-J = 1 OR WL-PLACED
               MOVE W-STUDENT-ID TO SQ-STUDENT-ID (WL-J)
               MOVE W-POSITION TO SQ-POSITION (WL-J)
           END-IF.
       635-SHIFT-ONE-WAITER.
           COMPUTE WL-I = WL-J - 1.
           IF SQ-POSITION (WL-I) > W-POSITION
               MOVE SECTION-QUEUE-ENTRY (WL-I)
                   TO SECTION-QUEUE-ENTRY (WL-J)
               SUBTRACT 1 FROM WL-J
           ELSE
               MOVE 'Y' TO WL-PLACED-SW
           END-IF.
      *********************************************
      *    A POSTED ADD OR WAITLIST GRANT SEATED  *
      *    A STUDENT - WRITE THE ENROLLMENT       *
      *    RECORD NAMED BY EN-NEW-COURSE AND      *
      *    EN-NEW-STUDENT AND JOURNAL IT.  THE    *
      *    ELIGIBILITY CHECK HAS ALREADY REFUSED  *
      *    A STUDENT SEATED IN THE SECTION, SO A  *
      *    DUPLICATE KEY MEANS THE RECORD IS      *
      *    ALREADY THERE AND NOTHING IS WRITTEN   *
      *********************************************
       643-RECORD-ENROLLMENT.
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
                   PERFORM 840-JOURNAL-DETAIL-UPDATE
           END-WRITE.
      *********************************************
      *    A WAITING STUDENT WAS GRANTED A SEAT - *
      *    DELETE THEIR WAITLIST RECORD FOR THE   *
      *    TRANSACTION'S SECTION AND JOURNAL THE  *
      *    RECORD AS IT STOOD                     *
      *********************************************
       645-RETIRE-WAIT-ENTRY.
           MOVE RG-COURSE TO WM-COURSE-KEY.
           MOVE SQ-STUDENT-ID (WL-I) TO WM-STUDENT-ID.
           READ WAIT-FILE INTO WAIT-DATA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DELETE WAIT-FILE RECORD
                   MOVE 'W' TO J-FILE-ID
                   MOVE 'DELETE' TO J-ACTION
                   MOVE W-COURSE TO J-COURSE-KEY
                   MOVE WAIT-DATA TO J-BEFORE-IMAGE
                   PERFORM 840-JOURNAL-DETAIL-UPDATE
           END-READ.
      *********************************************
      *    A POSTED DROP FREED THE STUDENT'S      *
      *    SEAT - DELETE THE MATCHING ENROLLMENT  *
      *    RECORD AND JOURNAL IT.  A DROP WITH NO *
      *    MATCHING RECORD STILL POSTS (THE       *
      *    DETAIL FILE ONLY CARRIES SEATS TAKEN   *
      *    SINCE IT WAS STARTED), IT JUST HAS     *
      *    NOTHING TO RETIRE                      *
      *********************************************
       648-RETIRE-ENROLLMENT.
           MOVE RG-COURSE TO EM-COURSE-KEY.
           MOVE RG-STUDENT-ID TO EM-STUDENT-ID.
           READ ENROLL-FILE INTO ENROLL-DATA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DELETE ENROLL-FILE RECORD
                   MOVE 'E' TO J-FILE-ID
                   MOVE 'DELETE' TO J-ACTION
                   MOVE E-COURSE TO J-COURSE-KEY
                   MOVE ENROLL-DATA TO J-BEFORE-IMAGE
                   PERFORM 840-JOURNAL-DETAIL-UPDATE
           END-READ.
      *********************************************
      *    A POSTED DROP LEFT AN OPEN SEAT -      *
      *    LOAD THE SECTION'S QUEUE IN POSITION   *
      *    ORDER, GIVE THE SEAT TO THE FIRST      *
      *    WAITER, AND DELETE THAT WAITLIST       *
      *    RECORD.  A DROP AGAINST AN             *
      *    OVERENROLLED SECTION ONLY EASES THE    *
      *    OVERENROLLMENT AND FREES NO SEAT, SO   *
      *    THE CALLER SKIPS THIS UNLESS SEATS     *
      *    REMAINING CAME UP POSITIVE.  A WAITING *
      *    STUDENT THE SEAT WOULD GIVE A TIME     *
      *    CLASH OR AN OVER-MAXIMUM LOAD IS       *
      *    PASSED OVER FOR THE NEXT IN LINE AND   *
      *    KEEPS THEIR POSITION, WITH THE REASON  *
      *    MARKED ON THEIR WAITLIST RECORD        *
      *********************************************
       650-DRAW-DOWN-WAITLIST.
           MOVE 'N' TO WL-FOUND-SW.
           MOVE 0 TO PASS-CT.
           MOVE RG-COURSE TO QUEUE-COURSE.
           PERFORM 620-LOAD-SECTION-QUEUE.
           PERFORM 655-CHECK-ONE-WAIT-ENTRY
               VARYING WL-I FROM 1 BY 1
               UNTIL WL-I > SECTION-QUEUE-CT OR WL-FOUND.
       655-CHECK-ONE-WAIT-ENTRY.
           MOVE SQ-STUDENT-ID (WL-I) TO STUD-LOOKUP-ID.
           PERFORM 570-FIND-STUDENT.
           MOVE SQ-STUDENT-ID (WL-I) TO ELIG-STUDENT-ID.
           MOVE STUD-LOOKUP-STANDING TO ELIG-STANDING.
           PERFORM 400-CHECK-ADD-ELIGIBLE.
           IF ADD-ELIGIBLE
               PERFORM 657-GRANT-WAITING-SEAT
           ELSE
               PERFORM 658-NOTE-PASSED-OVER
           END-IF.
       657-GRANT-WAITING-SEAT.
           MOVE 'Y' TO WL-FOUND-SW.
           PERFORM 645-RETIRE-WAIT-ENTRY.
           MOVE SQ-STUDENT-ID (WL-I) TO WL-GRANT-STUDENT.
           MOVE SQ-POSITION (WL-I) TO WL-GRANT-POS.
           MOVE 'Y' TO WL-GRANT-SW.
           SUBTRACT 1 FROM C-SEATS-REMAINING.
           ADD 1 TO GRANTED-CT.
           MOVE RG-COURSE TO EN-NEW-COURSE.
           MOVE SQ-STUDENT-ID (WL-I) TO EN-NEW-STUDENT.
           PERFORM 643-RECORD-ENROLLMENT.
           MOVE SPACES TO PACT-DATA.
           MOVE 'G' TO PA-ACTION-CODE.
           MOVE SQ-STUDENT-ID (WL-I) TO PA-STUDENT-ID.
           MOVE RG-COURSE TO PA-COURSE.
           PERFORM 860-WRITE-POSTED-ACTIVITY.
           MOVE SPACES TO NOTIFY-DATA.
           MOVE 'D' TO NF-RECORD-TYPE.
           MOVE SQ-STUDENT-ID (WL-I) TO NF-STUDENT-ID.
           MOVE STUD-LOOKUP-NAME TO NF-NAME.
           MOVE 'WAITGRNT' TO NF-EVENT-TYPE.
           MOVE RG-COURSE TO NF-NEW-COURSE.
           MOVE C-TITLE TO NF-NEW-TITLE.
           MOVE C-DAYS TO NF-DAYS.
           MOVE C-STARTING-TIME TO NF-STARTING-TIME.
           MOVE C-LOCATION TO NF-LOCATION.
           PERFORM 870-WRITE-NOTIFICATION.
       658-NOTE-PASSED-OVER.
           ADD 1 TO PASSED-OVER-CT.
           IF PASS-CT < 50
               ADD 1 TO PASS-CT
               MOVE SQ-STUDENT-ID (WL-I) TO PS-STUDENT-ID (PASS-CT)
               MOVE ELIG-REASON TO PS-REASON (PASS-CT)
           END-IF.
           IF ELIG-FAIL-TYPE NOT = SPACE
               PERFORM 659-MARK-PASSED-OVER
           END-IF.
      *********************************************
      *    MARK WHY THE WAITER WAS PASSED OVER    *
      *    ON THEIR WAITLIST RECORD SO CRSRECON   *
      *    KNOWS THE SEAT WAS LEFT OPEN FOR A     *
      *    REASON - REWRITTEN AND JOURNALED ONLY  *
      *    WHEN THE REASON CHANGES                *
      *********************************************
       659-MARK-PASSED-OVER.
           MOVE RG-COURSE TO WM-COURSE-KEY.
           MOVE SQ-STUDENT-ID (WL-I) TO WM-STUDENT-ID.
           READ WAIT-FILE INTO WAIT-DATA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF W-PASS-REASON NOT = ELIG-FAIL-TYPE
                       MOVE 'W' TO J-FILE-ID
                       MOVE 'REWRITE' TO J-ACTION
                       MOVE W-COURSE TO J-COURSE-KEY
                       MOVE WAIT-DATA TO J-BEFORE-IMAGE
                       MOVE ELIG-FAIL-TYPE TO W-PASS-REASON
                       REWRITE WAIT-MASTER-REC FROM WAIT-DATA
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               PERFORM 840-JOURNAL-DETAIL-UPDATE
                       END-REWRITE
                   END-IF
           END-READ.
      *********************************************
      *    SECOND AUDIT LINE FOR THE STUDENT      *
      *    DRAWN OFF THE WAITLIST BY THE DROP     *
      *    JUST POSTED                            *
           PERFORM 910-AUDIT-DETAIL-LINE.
           MOVE 'N' TO WL-GRANT-SW.
      *********************************************
      *    ONE AUDIT LINE PER WAITING STUDENT     *
      *    THE DROP JUST POSTED PASSED OVER,      *
      *    WITH THE REASON                        *
      *********************************************
       665-PASSED-OVER-LINES.
           PERFORM 667-PASSED-OVER-LINE
               VARYING PS-I FROM 1 BY 1
               UNTIL PS-I > PASS-CT.
           MOVE 0 TO PASS-CT.
       667-PASSED-OVER-LINE.
           MOVE 'WAITLST' TO AU-ACTION.
           MOVE SPACE TO AU-SOURCE.
           MOVE PS-STUDENT-ID (PS-I) TO AU-STUDENT.
           MOVE PS-STUDENT-ID (PS-I) TO STUD-LOOKUP-ID.
           PERFORM 570-FIND-STUDENT.
           MOVE STUD-LOOKUP-NAME TO AU-NAME.
           MOVE RG-COURSE TO AU-COURSE.
           MOVE PS-REASON (PS-I) TO PR-REASON.
           MOVE PASS-REMARK TO AU-RESULT.
           PERFORM 910-AUDIT-DETAIL-LINE.
      *********************************************
      *    HOLD EXCEPTION REPORT HEADINGS - THE   *
      *    ATTEMPT LINES FOLLOW AS THE            *
      *    TRANSACTIONS POST                      *
      *********************************************
       670-HOLD-REPORT-HEADING.
           WRITE HOLDRPT-REC FROM HXRPT-HEADING
               AFTER ADVANCING 1.
           MOVE SPACES TO HOLDRPT-REC.
           WRITE HOLDRPT-REC
               AFTER ADVANCING 1.
           IF HOLD-OVERFLOW-CT > 0
               MOVE HOLD-OVERFLOW-CT TO HOW-OVERFLOW-CT
               WRITE HOLDRPT-REC FROM HOLD-OVERFLOW-WARNING
                   AFTER ADVANCING 1 LINE
           END-IF.
           WRITE HOLDRPT-REC FROM HXRPT-ATTEMPT-HEADING
               AFTER ADVANCING 1 LINE.
      *********************************************
      *    THE TRANSACTION JUST LOGGED CAME FROM  *
      *    A HELD STUDENT - COPY ITS AUDIT LINE   *
      *    ONTO THE HOLD EXCEPTION REPORT         *
      *********************************************
       680-HOLD-ATTEMPT-LINE.
           MOVE SPACES TO HXRPT-DATA.
           MOVE RG-STUDENT-ID TO HX-STUDENT.
           MOVE AU-NAME TO HX-NAME.
           MOVE HOLD-LOOKUP-TYPE TO HX-HOLD-TYPE.
           MOVE HOLD-LOOKUP-DATE TO HX-EFFECTIVE-DATE.
           MOVE AU-ACTION TO HX-ACTION.
           MOVE RG-COURSE TO HX-COURSE.
           MOVE AU-RESULT TO HX-RESULT.
           WRITE HOLDRPT-REC FROM HXRPT-DATA
               AFTER ADVANCING 1 LINE.
           ADD 1 TO HOLD-ATTEMPT-CT.
      *********************************************
      *    END OF JOB - CLOSE OFF THE ATTEMPT     *
      *    LIST AND LIST EVERY SECTION EACH HELD  *
      *    STUDENT IS STILL SEATED IN, STUDENT BY *
      *    STUDENT, SO THE BURSAR CAN FOLLOW UP   *
      *********************************************
       690-HELD-SEATED-REPORT.
           MOVE HOLD-ATTEMPT-CT TO HX-ATTEMPT-CT.
           WRITE HOLDRPT-REC FROM HXRPT-ATTEMPT-FOOTER
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO HOLDRPT-REC.
           WRITE HOLDRPT-REC
               AFTER ADVANCING 1.
           WRITE HOLDRPT-REC FROM HXRPT-SEATED-HEADING
               AFTER ADVANCING 1 LINE.
           PERFORM 692-HELD-STUDENT-SEATS
               VARYING HL-I FROM 1 BY 1
               UNTIL HL-I > HOLD-CT.
           MOVE HOLD-SEATED-CT TO HX-SEATED-CT.
           WRITE HOLDRPT-REC FROM HXRPT-SEATED-FOOTER
               AFTER ADVANCING 1 LINE.
       692-HELD-STUDENT-SEATS.
           MOVE 'N' TO ENROLL-EOF.
           MOVE HL-STUDENT-ID (HL-I) TO EM-STUDENT-ID.
           START ENROLL-FILE KEY IS = EM-STUDENT-ID
               INVALID KEY
                   MOVE 'Y' TO ENROLL-EOF
           END-START.
           PERFORM 695-HELD-SEAT-LINE
               UNTIL NO-MORE-ENROLL.
       695-HELD-SEAT-LINE.
           READ ENROLL-FILE NEXT RECORD INTO ENROLL-DATA
               AT END
                   MOVE 'Y' TO ENROLL-EOF
               NOT AT END
                   IF E-STUDENT-ID NOT = HL-STUDENT-ID (HL-I)
                       MOVE 'Y' TO ENROLL-EOF
                   ELSE
                       PERFORM 697-PRINT-HELD-SEAT
                   END-IF
           END-READ.
       697-PRINT-HELD-SEAT.
           MOVE SPACES TO HXRPT-DATA.
           MOVE HL-STUDENT-ID (HL-I) TO HX-STUDENT.
           MOVE HL-STUDENT-ID (HL-I) TO STUD-LOOKUP-ID.
           PERFORM 570-FIND-STUDENT.
           MOVE STUD-LOOKUP-NAME TO HX-NAME.
           MOVE HL-HOLD-TYPE (HL-I) TO HX-HOLD-TYPE.
           MOVE HL-EFFECTIVE-DATE (HL-I) TO HX-EFFECTIVE-DATE.
           MOVE 'SEATED' TO HX-ACTION.
           MOVE E-COURSE TO HX-COURSE.
           WRITE HOLDRPT-REC FROM HXRPT-DATA
               AFTER ADVANCING 1 LINE.
           ADD 1 TO HOLD-SEATED-CT.
      *********************************************
      *    WAITLIST DEPTH REPORT - ONE LINE PER   *
      *    SECTION WITH WAITERS, WITH ITS QUEUE   *
      *    LISTED IN POSITION ORDER, AND          *
      *    DEPARTMENT AND GRAND TOTALS, SO THE    *
      *    CHAIRS CAN SEE WHERE TO OPEN NEW       *
      *    SECTIONS.  EACH PASS STARTS PAST THE   *
      *    LAST KEY OF THE SECTION JUST PRINTED   *
      *    TO FIND THE NEXT SECTION WITH A QUEUE  *
      *********************************************
       750-WAITLIST-REPORT.
           WRITE WAITRPT-REC FROM WLRPT-HEADING
           MOVE SPACES TO WAITRPT-REC.
           WRITE WAITRPT-REC
               AFTER ADVANCING 1.
           MOVE LOW-VALUES TO QUEUE-COURSE.
           MOVE SPACES TO WL-PREV-ABB.
           MOVE 0 TO WL-DEPT-CT.
           MOVE 0 TO WL-GRAND-CT.
           MOVE 'N' TO WL-REPORT-EOF.
           PERFORM 760-REPORT-ONE-SECTION
               UNTIL WL-REPORT-DONE.
           IF WL-PREV-ABB NOT = SPACES
               PERFORM 780-DEPT-DEPTH-LINE
           END-IF.
           MOVE WL-GRAND-CT TO WR-G-DEPTH.
           WRITE WAITRPT-REC FROM WLRPT-GRAND-FOOTER
               AFTER ADVANCING 1 LINE.
       760-REPORT-ONE-SECTION.
           MOVE QUEUE-COURSE TO WM-COURSE-KEY.
           MOVE HIGH-VALUES TO WM-STUDENT-ID.
           START WAIT-FILE KEY > WM-WAIT-KEY
               INVALID KEY
                   MOVE 'Y' TO WL-REPORT-EOF
           END-START.
           IF NOT WL-REPORT-DONE
               READ WAIT-FILE NEXT RECORD INTO WAIT-DATA
                   AT END
                       MOVE 'Y' TO WL-REPORT-EOF
               END-READ
           END-IF.
           IF NOT WL-REPORT-DONE
               MOVE W-COURSE TO QUEUE-COURSE
               PERFORM 620-LOAD-SECTION-QUEUE
               IF WL-PREV-ABB NOT = SPACES
                       AND QUEUE-COURSE (1:3) NOT = WL-PREV-ABB
                   PERFORM 780-DEPT-DEPTH-LINE
               END-IF
               MOVE QUEUE-COURSE (1:3) TO WL-PREV-ABB
               PERFORM 765-WAITING-STUDENT-LINE
                   VARYING WL-I FROM 1 BY 1
                   UNTIL WL-I > SECTION-QUEUE-CT
               PERFORM 770-SECTION-DEPTH-LINE
           END-IF.
      *********************************************
      *    ONE WAITING STUDENT UNDER THE          *
      *    READ THE QUEUE WITHOUT A LOOKUP        *
      *********************************************
       765-WAITING-STUDENT-LINE.
           MOVE SQ-POSITION (WL-I) TO WR-S-POS.
           MOVE SQ-STUDENT-ID (WL-I) TO WR-S-ID.
           MOVE SQ-STUDENT-ID (WL-I) TO STUD-LOOKUP-ID.
           PERFORM 570-FIND-STUDENT.
           MOVE STUD-LOOKUP-NAME TO WR-S-NAME.
           WRITE WAITRPT-REC FROM WLRPT-STUDENT-LINE
               AFTER ADVANCING 1 LINE.
       770-SECTION-DEPTH-LINE.
           MOVE QUEUE-COURSE TO WR-COURSE.
           MOVE SECTION-QUEUE-CT TO WR-DEPTH.
           WRITE WAITRPT-REC FROM WLRPT-DATA
               AFTER ADVANCING 1 LINE.
           ADD SECTION-QUEUE-CT TO WL-DEPT-CT.
           ADD SECTION-QUEUE-CT TO WL-GRAND-CT.
       780-DEPT-DEPTH-LINE.
           MOVE WL-PREV-ABB TO WR-F-ABB.
           MOVE WL-DEPT-CT TO WR-F-DEPTH.
               AFTER ADVANCING 1.
           MOVE WAITLISTED-CT TO AU-WAITLISTED.
           MOVE GRANTED-CT TO AU-GRANTED.
           MOVE PASSED-OVER-CT TO AU-PASSED-OVER.
           WRITE AUDIT-REC FROM AUDIT-TOTALS2
               AFTER ADVANCING 1.
           MOVE CLASH-REJECT-CT TO AU-CLASH-REJECT.
           MOVE LOAD-REJECT-CT TO AU-LOAD-REJECT.
           MOVE HOLD-REJECT-CT TO AU-HOLD-REJECT.
           WRITE AUDIT-REC FROM AUDIT-TOTALS3
               AFTER ADVANCING 1.
      *********************************************
      *    READ THE MASTER RECORD MATCHING THE    *
      *    CURRENT TRANSACTION KEY INTO           *
                   MOVE COURSE-DATA TO JRNL-SAVED-IMAGE
           END-READ.
      *********************************************
      *    READ ONE OF THE STUDENT'S SEATED       *
      *    SECTIONS INTO COURSE-DATA FOR THE      *
      *    TIME CLASH CHECK - THE SAVED           *
      *    BEFORE-IMAGE IS LEFT ALONE, IT         *
      *    BELONGS TO THE TRANSACTION'S SECTION   *
      *********************************************
       815-READ-SEATED-SECTION.
           MOVE 'N' TO SEATED-FOUND-SW.
           MOVE E-COURSE TO CM-COURSE-KEY.
           READ COURSE-MASTER INTO COURSE-DATA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO SEATED-FOUND-SW
           END-READ.
      *********************************************
      *    REWRITE THE MASTER RECORD JUST READ    *
      *    WITH THE POSTING APPLIED, JOURNALING   *
      *    THE BEFORE-IMAGE 810 SAVED AT READ     *
           MOVE 'REWRITE' TO J-ACTION.
           MOVE CM-COURSE-KEY TO J-COURSE-KEY.
           MOVE JRNL-SAVED-IMAGE TO J-BEFORE-IMAGE.
           MOVE 'C' TO J-FILE-ID.
           WRITE JRNL-PHYS-REC FROM JRNL-DATA.
      *********************************************
      *    JOURNAL ONE ENROLLMENT OR WAITLIST     *
      *    WRITE OR DELETE - THE CALLER SETS      *
      *    J-FILE-ID, J-ACTION, J-COURSE-KEY,     *
      *    AND THE RECORD IMAGE IN                *
      *    J-BEFORE-IMAGE                         *
      *********************************************
       840-JOURNAL-DETAIL-UPDATE.
           MOVE 'REGPOST' TO J-PROGRAM.
           WRITE JRNL-PHYS-REC FROM JRNL-DATA.
      *********************************************
      *    WRITE ONE POSTED-ACTIVITY EXTRACT      *
       860-WRITE-POSTED-ACTIVITY.
           WRITE POSTACT-PHYS-REC FROM PACT-DATA.
      *********************************************
      *    WRITE ONE STUDENT NOTIFICATION         *
      *    RECORD - THE CALLER FILLS IN           *
      *    NOTIFY-DATA                            *
      *********************************************
       870-WRITE-NOTIFICATION.
           WRITE NOTIFY-PHYS-REC FROM NOTIFY-DATA.
           ADD 1 TO NOTIFY-CT.
      *********************************************
      *    WRITE THE COUNT TRAILER THAT CLOSES    *
      *    THE NOTIFICATION FILE                  *
      *********************************************
       875-WRITE-NOTIFY-TRAILER.
           MOVE NOTIFY-CT TO NX-RECORD-COUNT.
           WRITE NOTIFY-PHYS-REC FROM NOTIFY-TRAILER-DATA.
      *********************************************
      *    READ THE REGISTRATION FILE             *
      *********************************************
       820-READ-REG.
               AT END
                   MOVE 'Y' TO REG-EOF
           END-READ.

