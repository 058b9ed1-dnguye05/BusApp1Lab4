      *********************************************
      *    DESCRIPTION OF THE BEFORE-IMAGE        *
      *    JOURNAL RECORD LAYOUT - ONE RECORD     *
      *    PER SUCCESSFUL WRITE, REWRITE, OR      *
      *    DELETE AGAINST DA-S-COURSE,            *
      *    DA-S-ENROLL, OR DA-S-WAITLIST,         *
      *    APPENDED IN POSTING ORDER BY EVERY     *
      *    PROGRAM THAT UPDATES THOSE FILES.      *
      *    J-FILE-ID NAMES THE FILE - BLANK (AS   *
      *    ON ENTRIES WRITTEN BEFORE THE FIELD    *
      *    EXISTED) OR 'C' IS THE COURSE MASTER.  *
      *    FOR THE COURSE MASTER A WRITE CARRIES  *
      *    A BLANK BEFORE-IMAGE (THERE WAS NO     *
      *    PRIOR RECORD), A REWRITE OR DELETE     *
      *    CARRIES THE RECORD AS IT STOOD BEFORE  *
      *    THE UPDATE.  THE ENROLLMENT AND        *
      *    WAITLIST KEY (COURSE KEY PLUS STUDENT  *
      *    ID) IS LONGER THAN J-COURSE-KEY, SO    *
      *    FOR THOSE FILES A WRITE CARRIES THE    *
      *    RECORD WRITTEN IN J-BEFORE-IMAGE TO    *
      *    GIVE CRSBKOUT THE FULL KEY TO DELETE,  *
      *    AND J-COURSE-KEY HOLDS JUST THE        *
      *    COURSE KEY.  CRSBKOUT APPLIES THE      *
      *    FAILED JOB'S TAIL OF ENTRIES IN        *
      *    REVERSE TO RESTORE THE FILES AND       *
      *    REMOVES THAT TAIL FROM THE JOURNAL;    *
      *    THE OPERATOR CLEARS THE JOURNAL AT     *
      *    THE START OF EACH NIGHTLY CYCLE.       *
      *    J-OPERATOR-ID IS THE OPERATOR WHO      *
      *    KEYED THE MAINTENANCE TRANSACTION      *
      *    BEHIND A CRSMAINT ENTRY, BLANK ON      *
      *    ENTRIES FROM THE BATCH POSTING RUNS.   *
      *    DO NOT CODE A 01 LEVEL HERE, THE       *
      *    CALLING PROGRAM SUPPLIES IT.           *
      *********************************************
           03 J-PROGRAM PIC X(8).
           03 J-ACTION PIC X(8).
               88 J-ACTION-DELETE VALUE 'DELETE'.
           03 J-COURSE-KEY PIC X(10).
           03 J-BEFORE-IMAGE PIC X(80).
           03 J-FILE-ID PIC X.
               88 J-FILE-COURSE VALUE 'C' ' '.
               88 J-FILE-ENROLL VALUE 'E'.
               88 J-FILE-WAIT VALUE 'W'.
           03 FILLER PIC X(3).
           03 J-OPERATOR-ID PIC X(8).
           03 FILLER PIC X(2).
