      *********************************************
      *    DESCRIPTION OF THE STUDENT             *
      *    NOTIFICATION INTERFACE DETAIL RECORD   *
      *    LAYOUT - ONE RECORD PER STUDENT MOVED  *
      *    BY THE NIGHTLY CYCLE, FOR THE CAMPUS   *
      *    MAIL/EMAIL VENDOR.  REGPOST WRITES A   *
      *    WAITGRNT RECORD FOR EVERY SEAT GRANTED *
      *    OFF THE WAITLIST; CRSCANCL WRITES A    *
      *    RESEATED OR DROPPED RECORD FOR EVERY   *
      *    STUDENT UNSEATED BY A CANCELLATION.    *
      *    THE MEETING DAYS, TIME, AND ROOM ARE   *
      *    THE NEW SECTION'S, OR THE OLD          *
      *    SECTION'S WHEN THERE IS NO NEW ONE.    *
      *    EACH FILE ENDS WITH ONE TRAILER        *
      *    RECORD (RECORD TYPE 'T') CARRYING THE  *
      *    DETAIL COUNT.  DO NOT CODE A 01 LEVEL  *
      *    HERE, THE CALLING PROGRAM SUPPLIES IT. *
      *********************************************
           03 NF-RECORD-TYPE PIC X.
               88 NF-DETAIL-REC VALUE 'D'.
               88 NF-TRAILER-REC VALUE 'T'.
           03 NF-STUDENT-ID PIC X(9).
           03 NF-NAME PIC X(20).
           03 NF-EVENT-TYPE PIC X(8).
               88 NF-WAIT-GRANT VALUE 'WAITGRNT'.
               88 NF-RESEATED VALUE 'RESEATED'.
               88 NF-DROPPED VALUE 'DROPPED'.
           03 NF-OLD-COURSE PIC X(10).
           03 NF-OLD-TITLE PIC X(20).
           03 NF-NEW-COURSE PIC X(10).
           03 NF-NEW-TITLE PIC X(20).
           03 NF-DAYS PIC X(6).
           03 NF-STARTING-TIME.
               05 NF-STARTING-HOUR PIC 99.
               05 NF-STARTING-MIN PIC 99.
           03 NF-LOCATION.
               05 NF-BUILDING PIC XX.
               05 NF-ROOM PIC XXX.
           03 FILLER PIC X(7).
