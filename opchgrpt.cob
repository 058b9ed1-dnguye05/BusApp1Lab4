       IDENTIFICATION DIVISION.
       PROGRAM-ID. opchgrpt.
      *********************************************
      *    COURSE CHANGES BY OPERATOR REPORT      *
      *    PERIODIC REPORT FOR THE REGISTRAR'S    *
      *    INTERNAL AUDIT REVIEW - READS THE      *
      *    INDEXED COURSE MAINTENANCE HISTORY     *
      *    DA-S-MAINTHST WRITTEN BY CRSMAINT IN   *
      *    KEY ORDER (OPERATOR, RUN DATE, RUN     *
      *    TIME, SEQUENCE) AND PRINTS EVERY       *
      *    MAINTENANCE TRANSACTION EACH OPERATOR  *
      *    KEYED IN THE PERIOD, APPLIED OR        *
      *    REJECTED, WITH THE OPERATOR'S NAME     *
      *    FROM THE AUTHORIZATION MASTER          *
      *    DA-S-OPERAUTH AND A FOOTER OF ADDS,    *
      *    CHANGES, DELETES, AND REJECTS.  AN     *
      *    OPERATOR NO LONGER ON THE MASTER IS    *
      *    STILL PRINTED AND FLAGGED.             *
      *                                           *
      *    THE PERIOD IS A FROM AND TO RUN DATE   *
      *    (YYYYMMDD) ON THE OPTIONAL PARAMETER   *
      *    CARD DA-S-OPCHPARM.  A BLANK DATE      *
      *    LEAVES THAT END OF THE PERIOD OPEN,    *
      *    SO NO CARD REPORTS THE WHOLE FILE.     *
      *    OFF-CYCLE - NOT ON THE RUN LOG.        *
      *********************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL HIST-FILE ASSIGN TO 'DA-S-MAINTHST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HF-KEY.
           SELECT OPTIONAL PARM-FILE ASSIGN TO 'DA-S-OPCHPARM'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUTH-FILE ASSIGN TO 'DA-S-OPERAUTH'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO 'UR-S-OPCHGRPT'.
       DATA DIVISION.
       FILE SECTION.
       FD  HIST-FILE
           RECORD CONTAINS 100 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  HIST-MASTER-REC.
           03 HF-KEY PIC X(29).
           03 FILLER PIC X(71).
       FD  PARM-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  PARM-REC PIC X(20).
       FD  AUTH-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  AUTH-MASTER-REC PIC X(40).
       FD  REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REPORT-REC PIC X(132).
       WORKING-STORAGE SECTION.
       01  MISC.
           03 HIST-EOF PIC X VALUE 'N'.
               88 NO-MORE-HIST VALUE 'Y'.
           03 PARM-EOF PIC X VALUE 'N'.
               88 NO-MORE-PARM VALUE 'Y'.
           03 AUTH-EOF PIC X VALUE 'N'.
               88 NO-MORE-AUTH VALUE 'Y'.
           03 OA-I PIC 9(4) VALUE 0.
           03 OPER-FOUND-SW PIC X VALUE 'N'.
               88 OPER-FOUND VALUE 'Y'.
           03 PREV-OPERATOR PIC X(8) VALUE SPACES.
           03 FIRST-OPERATOR-SW PIC X VALUE 'Y'.
               88 FIRST-OPERATOR VALUE 'Y'.
           03 FROM-DATE PIC 9(8) VALUE 0.
           03 TO-DATE PIC 9(8) VALUE 99999999.
      *********************************************
      *    OPERATOR AND GRAND TOTALS              *
      *********************************************
       01  REPORT-TOTALS.
           03 OPER-ADDED-CT PIC 9(5) VALUE 0.
           03 OPER-CHANGED-CT PIC 9(5) VALUE 0.
           03 OPER-DELETED-CT PIC 9(5) VALUE 0.
           03 OPER-REJECTED-CT PIC 9(5) VALUE 0.
           03 GRAND-OPERATOR-CT PIC 9(5) VALUE 0.
           03 GRAND-ADDED-CT PIC 9(5) VALUE 0.
           03 GRAND-CHANGED-CT PIC 9(5) VALUE 0.
           03 GRAND-DELETED-CT PIC 9(5) VALUE 0.
           03 GRAND-REJECTED-CT PIC 9(5) VALUE 0.
      *********************************************
      *    THE FROM AND TO RUN DATES, FROM THE    *
      *    PARAMETER CARD                         *
      *********************************************
       01  OPCH-PARM-DATA.
           03 OC-FROM-DATE PIC X(8).
           03 OC-TO-DATE PIC X(8).
           03 FILLER PIC X(4).
      *********************************************
      *    COURSE MAINTENANCE HISTORY RECORD -    *
      *    SHARED WITH CRSMAINT                   *
      *********************************************
       01  HIST-DATA.
           COPY "mhstrec.cpy".
      *********************************************
      *    OPERATOR AUTHORIZATION INPUT RECORD    *
      *    AND IN-MEMORY TABLE - SUPPLIES THE     *
      *    OPERATOR'S NAME                        *
      *********************************************
       01  AUTH-DATA.
           COPY "authrec.cpy".
       01  AUTH-TABLE-CTL.
           03 AUTH-CT PIC 9(4) VALUE 0.
           03 AUTH-OVERFLOW-CT PIC 9(5) VALUE 0.
       01  AUTH-TABLE.
           03 AUTH-TABLE-ENTRY OCCURS 1000 TIMES.
               05 OA-OPERATOR-ID PIC X(8).
               05 OA-NAME PIC X(20).
      *********************************************
      *    DESCRIPTION OF REPORT LINES            *
      *********************************************
       01  REPORT-HEADING.
           03 FILLER               PIC X(10)   VALUE SPACES.
           03 FILLER               PIC X(32)
               VALUE 'COURSE MAINTENANCE BY OPERATOR'.
           03 FILLER               PIC X(7)    VALUE 'PERIOD'.
           03 RH-FROM-DATE          PIC X(8).
           03 FILLER               PIC X(4)    VALUE ' TO '.
           03 RH-TO-DATE            PIC X(8).
       01  OPERATOR-LINE.
           03 FILLER               PIC X(10)   VALUE SPACES.
           03 FILLER               PIC X(9)    VALUE 'OPERATOR'.
           03 OL-OPERATOR           PIC X(8).
           03 FILLER               PIC X(2)    VALUE SPACES.
           03 OL-NAME               PIC X(32).
       01  COLUMN-LINE.
           03 FILLER               PIC X(14)   VALUE SPACES.
           03 FILLER               PIC X(10)   VALUE 'RUN DATE'.
           03 FILLER               PIC X(10)   VALUE 'RUN TIME'.
           03 FILLER               PIC X(10)   VALUE 'ACTION'.
           03 FILLER               PIC X(12)   VALUE 'COURSE'.
           03 FILLER               PIC X(10)   VALUE 'STATUS'.
           03 FILLER               PIC X(6)    VALUE 'RESULT'.
       01  DETAIL-LINE.
           03 FILLER               PIC X(14)   VALUE SPACES.
           03 DL-RUN-DATE           PIC 9(8).
           03 FILLER               PIC X(2)    VALUE SPACES.
           03 DL-RUN-TIME           PIC 9(8).
           03 FILLER               PIC X(2)    VALUE SPACES.
           03 DL-ACTION             PIC X(8).
           03 FILLER               PIC X(2)    VALUE SPACES.
           03 DL-COURSE             PIC X(10).
           03 FILLER               PIC X(2)    VALUE SPACES.
           03 DL-STATUS             PIC X(8).
           03 FILLER               PIC X(2)    VALUE SPACES.
           03 DL-RESULT             PIC X(40).
       01  OPERATOR-FOOTER.
           03 FILLER               PIC X(14)   VALUE SPACES.
           03 FILLER               PIC X(7)    VALUE 'ADDED'.
           03 OF-ADDED              PIC ZZZZ9.
           03 FILLER               PIC X(10)   VALUE '  CHANGED'.
           03 OF-CHANGED            PIC ZZZZ9.
           03 FILLER               PIC X(10)   VALUE '  DELETED'.
           03 OF-DELETED            PIC ZZZZ9.
           03 FILLER               PIC X(11)   VALUE '  REJECTED'.
           03 OF-REJECTED           PIC ZZZZ9.
       01  GRAND-TOTAL-LINE.
           03 FILLER               PIC X(10)   VALUE SPACES.
           03 FILLER               PIC X(10)   VALUE 'OPERATORS'.
           03 GT-OPERATORS          PIC ZZZZ9.
           03 FILLER               PIC X(9)    VALUE '  ADDED'.
           03 GT-ADDED              PIC ZZZZ9.
           03 FILLER               PIC X(10)   VALUE '  CHANGED'.
           03 GT-CHANGED            PIC ZZZZ9.
           03 FILLER               PIC X(10)   VALUE '  DELETED'.
           03 GT-DELETED            PIC ZZZZ9.
           03 FILLER               PIC X(11)   VALUE '  REJECTED'.
           03 GT-REJECTED           PIC ZZZZ9.
       01  NO-CHANGES-LINE.
           03 FILLER               PIC X(10)   VALUE SPACES.
           03 FILLER               PIC X(44)
               VALUE 'NO COURSE MAINTENANCE FOUND FOR THE PERIOD'.
       01  AUTH-OVERFLOW-WARNING.
           03 FILLER               PIC X(10)   VALUE SPACES.
           03 FILLER               PIC X(14)   VALUE '*** WARNING -'.
           03 AOW-OVERFLOW-CT       PIC ZZZZ9.
           03 FILLER               PIC X(44)
               VALUE ' AUTHORIZATION RECORDS EXCEEDED THE TABLE'.
           03 FILLER               PIC X(30)
               VALUE ' LIMIT - NAMES MAY BE MISSING'.
       PROCEDURE DIVISION.
      *********************************************
      *    MAINLINE - ONE PASS OVER THE HISTORY   *
      *    WITH A CONTROL BREAK ON OPERATOR       *
      *********************************************
       000-MAINLINE.
           PERFORM 010-READ-OPCH-PARM.
           PERFORM 050-LOAD-AUTHORIZATION.
           OPEN INPUT HIST-FILE
                OUTPUT REPORT-FILE.
           MOVE OC-FROM-DATE TO RH-FROM-DATE.
           MOVE OC-TO-DATE TO RH-TO-DATE.
           IF OC-FROM-DATE = SPACES
               MOVE 'START' TO RH-FROM-DATE
           END-IF.
           IF OC-TO-DATE = SPACES
               MOVE 'END' TO RH-TO-DATE
           END-IF.
           WRITE REPORT-REC FROM REPORT-HEADING
               AFTER ADVANCING 1.
           IF AUTH-OVERFLOW-CT > 0
               MOVE AUTH-OVERFLOW-CT TO AOW-OVERFLOW-CT
               WRITE REPORT-REC FROM AUTH-OVERFLOW-WARNING
                   AFTER ADVANCING 1 LINE
           END-IF.
           PERFORM 810-READ-HIST.
           PERFORM 100-REPORT-LOOP
               UNTIL NO-MORE-HIST.
           IF FIRST-OPERATOR
               MOVE SPACES TO REPORT-REC
               WRITE REPORT-REC
                   AFTER ADVANCING 1
               WRITE REPORT-REC FROM NO-CHANGES-LINE
                   AFTER ADVANCING 1 LINE
           ELSE
               PERFORM 400-OPERATOR-FOOTER
           END-IF.
           PERFORM 900-GRAND-TOTALS.
           CLOSE HIST-FILE
                 REPORT-FILE.
           STOP RUN.
      *********************************************
      *    READ THE PARAMETER CARD - NO CARD OR   *
      *    A BLANK DATE LEAVES THAT END OF THE    *
      *    PERIOD OPEN, A DATE THAT IS NOT        *
      *    NUMERIC STOPS THE RUN                  *
      *********************************************
       010-READ-OPCH-PARM.
           OPEN INPUT PARM-FILE.
           READ PARM-FILE INTO OPCH-PARM-DATA
               AT END
                   MOVE 'Y' TO PARM-EOF
                   MOVE SPACES TO OPCH-PARM-DATA
           END-READ.
           CLOSE PARM-FILE.
           IF OC-FROM-DATE NOT = SPACES
               IF OC-FROM-DATE IS NUMERIC
                   MOVE OC-FROM-DATE TO FROM-DATE
               ELSE
                   DISPLAY 'OPCHGRPT RUN STOPPED - FROM DATE '
                       OC-FROM-DATE ' IS NOT YYYYMMDD'
                   STOP RUN
               END-IF
           END-IF.
           IF OC-TO-DATE NOT = SPACES
               IF OC-TO-DATE IS NUMERIC
                   MOVE OC-TO-DATE TO TO-DATE
               ELSE
                   DISPLAY 'OPCHGRPT RUN STOPPED - TO DATE '
                       OC-TO-DATE ' IS NOT YYYYMMDD'
                   STOP RUN
               END-IF
           END-IF.
           IF FROM-DATE > TO-DATE
               DISPLAY 'OPCHGRPT RUN STOPPED - FROM DATE '
                   OC-FROM-DATE ' IS AFTER TO DATE ' OC-TO-DATE
               STOP RUN
           END-IF.
      *********************************************
      *    LOAD THE AUTHORIZATION MASTER INTO     *
      *    THE OPERATOR TABLE - ONE ENTRY PER     *
      *    RECORD, THE NAME IS THE SAME ON EACH   *
      *********************************************
       050-LOAD-AUTHORIZATION.
           OPEN INPUT AUTH-FILE.
           PERFORM 055-READ-AUTH-FILE.
           PERFORM 057-STORE-AUTH-ENTRY
               UNTIL NO-MORE-AUTH.
           CLOSE AUTH-FILE.
       055-READ-AUTH-FILE.
           READ AUTH-FILE INTO AUTH-DATA
               AT END MOVE 'Y' TO AUTH-EOF.
       057-STORE-AUTH-ENTRY.
           IF AUTH-CT < 1000
               ADD 1 TO AUTH-CT
               MOVE OP-OPERATOR-ID TO OA-OPERATOR-ID (AUTH-CT)
               MOVE OP-NAME TO OA-NAME (AUTH-CT)
           ELSE
               ADD 1 TO AUTH-OVERFLOW-CT
           END-IF.
           PERFORM 055-READ-AUTH-FILE.
      *********************************************
      *    PRINT ONE MAINTENANCE TRANSACTION IN   *
      *    THE PERIOD, BREAKING TO A NEW          *
      *    OPERATOR AS THE KEY CHANGES            *
      *********************************************
       100-REPORT-LOOP.
           IF MH-RUN-DATE NOT < FROM-DATE
                   AND MH-RUN-DATE NOT > TO-DATE
               IF MH-OPERATOR-ID NOT = PREV-OPERATOR
                       OR FIRST-OPERATOR
                   IF NOT FIRST-OPERATOR
                       PERFORM 400-OPERATOR-FOOTER
                   END-IF
                   PERFORM 200-OPERATOR-HEADER
               END-IF
               PERFORM 300-DETAIL-LINE
           END-IF.
           PERFORM 810-READ-HIST.
      *********************************************
      *    LOOK THE OPERATOR UP IN THE OPERATOR   *
      *    TABLE - AN OPERATOR NO LONGER ON THE   *
      *    MASTER IS FLAGGED IN PLACE OF A NAME   *
      *********************************************
       150-FIND-OPERATOR.
           MOVE 'N' TO OPER-FOUND-SW.
           MOVE '*** NOT ON AUTHORIZATION MASTER' TO OL-NAME.
           MOVE 1 TO OA-I.
           PERFORM 155-CHECK-ONE-OPERATOR
               UNTIL OA-I > AUTH-CT OR OPER-FOUND.
       155-CHECK-ONE-OPERATOR.
           IF OA-OPERATOR-ID (OA-I) = MH-OPERATOR-ID
               MOVE 'Y' TO OPER-FOUND-SW
               MOVE OA-NAME (OA-I) TO OL-NAME
           ELSE
               ADD 1 TO OA-I
           END-IF.
      *********************************************
      *    START A NEW OPERATOR                   *
      *********************************************
       200-OPERATOR-HEADER.
           MOVE 'N' TO FIRST-OPERATOR-SW.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC
               AFTER ADVANCING 1.
           MOVE MH-OPERATOR-ID TO OL-OPERATOR.
           PERFORM 150-FIND-OPERATOR.
           WRITE REPORT-REC FROM OPERATOR-LINE
               AFTER ADVANCING 1 LINE.
           WRITE REPORT-REC FROM COLUMN-LINE
               AFTER ADVANCING 1 LINE.
           MOVE MH-OPERATOR-ID TO PREV-OPERATOR.
           MOVE 0 TO OPER-ADDED-CT.
           MOVE 0 TO OPER-CHANGED-CT.
           MOVE 0 TO OPER-DELETED-CT.
           MOVE 0 TO OPER-REJECTED-CT.
           ADD 1 TO GRAND-OPERATOR-CT.
      *********************************************
      *    PRINT ONE TRANSACTION AND COUNT IT -   *
      *    ANYTHING CRSMAINT DID NOT APPLY IS A   *
      *    REJECT WHATEVER ITS ACTION             *
      *********************************************
       300-DETAIL-LINE.
           MOVE MH-RUN-DATE TO DL-RUN-DATE.
           MOVE MH-RUN-TIME TO DL-RUN-TIME.
           MOVE MH-ACTION TO DL-ACTION.
           MOVE MH-COURSE TO DL-COURSE.
           MOVE MH-RESULT TO DL-RESULT.
           IF MH-APPLIED
               MOVE 'APPLIED' TO DL-STATUS
               IF MH-ACTION = 'ADD'
                   ADD 1 TO OPER-ADDED-CT
               END-IF
               IF MH-ACTION = 'CHANGE'
                   ADD 1 TO OPER-CHANGED-CT
               END-IF
               IF MH-ACTION = 'DELETE'
                   ADD 1 TO OPER-DELETED-CT
               END-IF
           ELSE
               MOVE 'REJECTED' TO DL-STATUS
               ADD 1 TO OPER-REJECTED-CT
           END-IF.
           WRITE REPORT-REC FROM DETAIL-LINE
               AFTER ADVANCING 1 LINE.
      *********************************************
      *    PRINT THE OPERATOR'S COUNTS AND ROLL   *
      *    THEM INTO THE GRAND TOTALS             *
      *********************************************
       400-OPERATOR-FOOTER.
           MOVE OPER-ADDED-CT TO OF-ADDED.
           MOVE OPER-CHANGED-CT TO OF-CHANGED.
           MOVE OPER-DELETED-CT TO OF-DELETED.
           MOVE OPER-REJECTED-CT TO OF-REJECTED.
           WRITE REPORT-REC FROM OPERATOR-FOOTER
               AFTER ADVANCING 1 LINE.
           ADD OPER-ADDED-CT TO GRAND-ADDED-CT.
           ADD OPER-CHANGED-CT TO GRAND-CHANGED-CT.
           ADD OPER-DELETED-CT TO GRAND-DELETED-CT.
           ADD OPER-REJECTED-CT TO GRAND-REJECTED-CT.
      *********************************************
      *    PRINT THE GRAND TOTALS LINE            *
      *********************************************
       900-GRAND-TOTALS.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC
               AFTER ADVANCING 1.
           MOVE GRAND-OPERATOR-CT TO GT-OPERATORS.
           MOVE GRAND-ADDED-CT TO GT-ADDED.
           MOVE GRAND-CHANGED-CT TO GT-CHANGED.
           MOVE GRAND-DELETED-CT TO GT-DELETED.
           MOVE GRAND-REJECTED-CT TO GT-REJECTED.
           WRITE REPORT-REC FROM GRAND-TOTAL-LINE
               AFTER ADVANCING 1.
      *********************************************
      *    READ THE NEXT HISTORY RECORD IN KEY    *
      *    ORDER                                  *
      *********************************************
       810-READ-HIST.
           READ HIST-FILE NEXT RECORD INTO HIST-DATA
               AT END
                   MOVE 'Y' TO HIST-EOF
           END-READ.
