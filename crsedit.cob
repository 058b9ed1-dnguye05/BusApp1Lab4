      *    A SECTION CANNOT BE ADDED FOR A        *
      *    COURSE NUMBER THE CATALOG DOES NOT     *
      *    CARRY.                                 *
      *                                           *
      *    EVERY TRANSACTION CARRIES THE ID OF    *
      *    THE OPERATOR WHO KEYED IT.  THE        *
      *    OPERATOR MUST BE ON THE OPERATOR       *
      *    AUTHORIZATION MASTER DA-S-OPERAUTH     *
      *    WITH AUTHORITY FOR THE SECTION'S       *
      *    DEPARTMENT (C-ABB), AND A DELETE ALSO  *
      *    NEEDS THAT DEPARTMENT'S DELETE         *
      *    PERMISSION.  EACH FAILURE HAS ITS OWN  *
      *    REJECT REASON.                         *
      *********************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT REJECT-FILE ASSIGN TO 'UR-S-TRANSREJ'.
           SELECT CATALOG-FILE ASSIGN TO 'DA-S-CATALOG'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUTH-FILE ASSIGN TO 'DA-S-OPERAUTH'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUNLOG-FILE ASSIGN TO 'DA-S-RUNLOG'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FD  RAW-TRANS-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RAW-TRANS-REC PIC X(89).
       FD  CLEAN-TRANS-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  CLEAN-TRANS-REC PIC X(89).
       FD  REJECT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  CATALOG-MASTER-REC PIC X(40).
       FD  AUTH-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  AUTH-MASTER-REC PIC X(40).
       FD  RUNLOG-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           03 CA-I PIC 9(4) VALUE 0.
           03 CATALOG-FOUND-SW PIC X VALUE 'N'.
               88 CATALOG-FOUND VALUE 'Y'.
           03 AUTH-EOF PIC X VALUE 'N'.
               88 NO-MORE-AUTH VALUE 'Y'.
           03 OA-I PIC 9(4) VALUE 0.
           03 OPER-KNOWN-SW PIC X VALUE 'N'.
               88 OPER-KNOWN VALUE 'Y'.
           03 DEPT-AUTH-SW PIC X VALUE 'N'.
               88 DEPT-AUTHORIZED VALUE 'Y'.
           03 DELETE-AUTH-SW PIC X VALUE 'N'.
               88 DELETE-AUTHORIZED VALUE 'Y'.
      *********************************************
      *    CATALOG MASTER INPUT RECORD AND        *
      *    IN-MEMORY TABLE - AN ADD WHOSE C-ABB   *
               05 CA-TITLE PIC X(20).
               05 CA-CREDIT-HOURS PIC 99.
      *********************************************
      *    OPERATOR AUTHORIZATION MASTER INPUT    *
      *    RECORD AND IN-MEMORY TABLE - ONE       *
      *    ENTRY PER OPERATOR PER DEPARTMENT      *
      *********************************************
       01  AUTH-DATA.
           COPY "authrec.cpy".
       01  AUTH-TABLE-CTL.
           03 AUTH-CT PIC 9(4) VALUE 0.
           03 AUTH-OVERFLOW-CT PIC 9(5) VALUE 0.
       01  AUTH-TABLE.
           03 AUTH-TABLE-ENTRY OCCURS 1000 TIMES.
               05 OA-OPERATOR-ID PIC X(8).
               05 OA-ABB PIC XXX.
               05 OA-DELETE-AUTH PIC X.
      *********************************************
      *    NIGHTLY CYCLE RUN LOG - LOADED AT      *
      *    START OF JOB TO ENFORCE THE CYCLE      *
      *    SEQUENCE, STAMPED STARTED, AND         *
      *********************************************
      *    DESCRIPTION OF ONE MAINTENANCE         *
      *    TRANSACTION - AN ACTION CODE FOLLOWED  *
      *    BY THE SAME FIELDS AS THE MASTER AND   *
      *    THE ID OF THE OPERATOR WHO KEYED IT,   *
      *    EXACTLY AS CRSMAINT EXPECTS IT         *
      *********************************************
       01  TRANS-DATA.
               88 TR-CHANGE VALUE 'C'.
               88 TR-DELETE VALUE 'D'.
           COPY "coursrec.cpy".
           03 TR-OPERATOR-ID PIC X(8).
      *********************************************
      *    DESCRIPTION OF REJECT REPORT LINES     *
      *********************************************
           03 FILLER               PIC X(2)    VALUE SPACES.
           03 RJ-COURSE             PIC X(10).
           03 FILLER               PIC X(2)    VALUE SPACES.
           03 RJ-OPERATOR           PIC X(8).
           03 FILLER               PIC X(2)    VALUE SPACES.
           03 RJ-PREASON            PIC X(40).
      *********************************************
      *    WARNING LINE WHEN THE 500-ENTRY        *
               VALUE ' CATALOG RECORDS EXCEEDED THE TABLE LIMIT'.
           03 FILLER               PIC X(26)
               VALUE ' AND CANNOT BE MATCHED'.
      *********************************************
      *    WARNING LINE WHEN THE AUTHORIZATION    *
      *    TABLE FILLED ON LOAD - TRANSACTIONS    *
      *    FROM OPERATORS BEYOND THE LIMIT WILL   *
      *    REJECT AS UNKNOWN OR OUT OF AUTHORITY  *
      *********************************************
       01  AUTH-OVERFLOW-WARNING.
           03 FILLER               PIC X(10)   VALUE SPACES.
           03 FILLER               PIC X(14)   VALUE '*** WARNING -'.
           03 AOW-OVERFLOW-CT       PIC ZZZZ9.
           03 FILLER               PIC X(44)
               VALUE ' AUTHORIZATION RECORDS EXCEEDED THE TABLE'.
           03 FILLER               PIC X(26)
               VALUE ' LIMIT AND CANNOT MATCH'.
       01  REJECT-TOTALS.
           03 FILLER               PIC X(10)   VALUE SPACES.
           03 FILLER               PIC X(5)    VALUE 'READ'.
               WRITE REJECT-REC FROM CATALOG-OVERFLOW-WARNING
                   AFTER ADVANCING 1 LINE
           END-IF.
           PERFORM 220-LOAD-AUTHORIZATION.
           IF AUTH-OVERFLOW-CT > 0
               MOVE AUTH-OVERFLOW-CT TO AOW-OVERFLOW-CT
               WRITE REJECT-REC FROM AUTH-OVERFLOW-WARNING
                   AFTER ADVANCING 1 LINE
           END-IF.
           PERFORM 810-READ-TRANS.
           PERFORM 100-EDIT-LOOP
               UNTIL NO-MORE-TRANS.
      *********************************************
      *    VALIDATE ONE TRANSACTION - ACTION      *
      *    CODE, ASCENDING KEY SEQUENCE, THEN     *
      *    THE OPERATOR'S AUTHORITY FOR THE       *
      *    DEPARTMENT, THEN THE SAME FIELD RULES  *
      *    LAB4 APPLIES TO THE MASTER.  A         *
      *    TRANSACTION THAT FAILS THE SEQUENCE    *
      *    CHECK DOES NOT ADVANCE PREV-KEY, SO    *
      *    ONE STRAGGLER CANNOT CASCADE REJECTS   *
      *    ONTO THE REST OF THE FILE.             *
      *********************************************
       300-VALIDATE-TRANS.
           MOVE 'Y' TO VALID-TRANS-SW.
                   MOVE 'OUT OF SEQUENCE ON C-COURSE'
                       TO RJ-REASON
               ELSE
                   PERFORM 340-CHECK-OPERATOR-AUTHORITY
                   IF VALID-TRANS AND TR-ADD
                       PERFORM 320-CHECK-CATALOG
                   END-IF
                   IF VALID-TRANS AND NOT TR-DELETE
               ADD 1 TO CA-I
           END-IF.
      *********************************************
      *    LOAD THE OPERATOR AUTHORIZATION        *
      *    MASTER INTO THE AUTHORIZATION TABLE    *
      *********************************************
       220-LOAD-AUTHORIZATION.
           OPEN INPUT AUTH-FILE.
           PERFORM 225-READ-AUTH-FILE.
           PERFORM 227-STORE-AUTH-ENTRY
               UNTIL NO-MORE-AUTH.
           CLOSE AUTH-FILE.
       225-READ-AUTH-FILE.
           READ AUTH-FILE INTO AUTH-DATA
               AT END MOVE 'Y' TO AUTH-EOF.
       227-STORE-AUTH-ENTRY.
           IF AUTH-CT < 1000
               ADD 1 TO AUTH-CT
               MOVE OP-OPERATOR-ID TO OA-OPERATOR-ID (AUTH-CT)
               MOVE OP-ABB TO OA-ABB (AUTH-CT)
               MOVE OP-DELETE-AUTH TO OA-DELETE-AUTH (AUTH-CT)
           ELSE
               ADD 1 TO AUTH-OVERFLOW-CT
           END-IF.
           PERFORM 225-READ-AUTH-FILE.
      *********************************************
      *    THE OPERATOR MUST BE ON THE            *
      *    AUTHORIZATION MASTER AND HOLD THE      *
      *    SECTION'S DEPARTMENT (OR ALL           *
      *    DEPARTMENTS), AND A DELETE NEEDS THE   *
      *    DELETE PERMISSION ON AN ENTRY THAT     *
      *    GRANTS THE DEPARTMENT.  EVERY ENTRY    *
      *    IS LOOKED AT, SINCE ONE OPERATOR MAY   *
      *    HOLD THE DEPARTMENT BOTH ON ITS OWN    *
      *    AND THROUGH '***'                      *
      *********************************************
       340-CHECK-OPERATOR-AUTHORITY.
           MOVE 'N' TO OPER-KNOWN-SW.
           MOVE 'N' TO DEPT-AUTH-SW.
           MOVE 'N' TO DELETE-AUTH-SW.
           PERFORM 345-CHECK-ONE-AUTH-ENTRY
               VARYING OA-I FROM 1 BY 1
               UNTIL OA-I > AUTH-CT.
           IF NOT OPER-KNOWN
               MOVE 'N' TO VALID-TRANS-SW
               MOVE 'UNKNOWN OPERATOR ID' TO RJ-REASON
           ELSE
               IF NOT DEPT-AUTHORIZED
                   MOVE 'N' TO VALID-TRANS-SW
                   MOVE 'DEPARTMENT NOT IN OPERATOR AUTHORITY'
                       TO RJ-REASON
               ELSE
                   IF TR-DELETE AND NOT DELETE-AUTHORIZED
                       MOVE 'N' TO VALID-TRANS-SW
                       MOVE 'OPERATOR NOT AUTHORIZED FOR DELETES'
                           TO RJ-REASON
                   END-IF
               END-IF
           END-IF.
       345-CHECK-ONE-AUTH-ENTRY.
           IF OA-OPERATOR-ID (OA-I) = TR-OPERATOR-ID
                   AND TR-OPERATOR-ID NOT = SPACES
               MOVE 'Y' TO OPER-KNOWN-SW
               IF OA-ABB (OA-I) = C-ABB OR OA-ABB (OA-I) = '***'
                   MOVE 'Y' TO DEPT-AUTH-SW
                   IF OA-DELETE-AUTH (OA-I) = 'Y'
                       MOVE 'Y' TO DELETE-AUTH-SW
                   END-IF
               END-IF
           END-IF.
      *********************************************
      *    PRINT ONE REJECT DETAIL LINE           *
      *********************************************
       910-REJECT-LINE.
           ADD 1 TO REJECTED-CT.
           MOVE TR-ACTION-CODE TO RJ-ACTION.
           MOVE C-COURSE TO RJ-COURSE.
           MOVE TR-OPERATOR-ID TO RJ-OPERATOR.
           MOVE RJ-REASON TO RJ-PREASON.
           WRITE REJECT-REC FROM REJECT-DATA
               AFTER ADVANCING 1 LINE.
