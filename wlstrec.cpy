      *********************************************
      *    DESCRIPTION OF WAITLIST RECORD LAYOUT  *
      *    ONE RECORD PER WAITING STUDENT, HELD   *
      *    IN THE INDEXED FILE DA-S-WAITLIST      *
      *    KEYED BY W-COURSE PLUS W-STUDENT-ID,   *
      *    WITH AN ALTERNATE KEY (DUPLICATES      *
      *    ALLOWED) ON W-STUDENT-ID.  W-POSITION  *
      *    IS THE DATE-SEQUENCED QUEUE POSITION   *
      *    ASSIGNED IN ARRIVAL ORDER - IT IS NOT  *
      *    PART OF THE KEY, SO A SECTION'S QUEUE  *
      *    IS READ BY COURSE AND ORDERED ON       *
      *    W-POSITION BY THE READER.              *
      *    W-PASS-REASON IS SET BY REGPOST WHEN   *
      *    THE DRAW-DOWN PASSES THE STUDENT OVER  *
      *    FOR A FREED SEAT ('H' HOLD, 'C' TIME   *
      *    CLASH, 'L' OVER MAXIMUM LOAD) AND IS   *
      *    BLANK FOR A WAITER NEVER PASSED OVER,  *
      *    SO CRSRECON CAN TELL A SEAT LEFT OPEN  *
      *    FOR A REASON FROM A MISSED ONE.        *
      *    MAINTAINED BY REGPOST AND CRSCANCL.    *
      *    DO NOT CODE A 01 LEVEL HERE, THE       *
      *    CALLING PROGRAM SUPPLIES IT.           *
      *********************************************
           03 W-COURSE.
               05 W-ABB PIC XXX.
               05 W-SEC PIC XXX.
           03 W-STUDENT-ID PIC X(9).
           03 W-POSITION PIC 9(4).
           03 W-PASS-REASON PIC X.
               88 W-PASSED-FOR-HOLD VALUE 'H'.
               88 W-PASSED-FOR-CLASH VALUE 'C'.
               88 W-PASSED-FOR-LOAD VALUE 'L'.
           03 FILLER PIC X(16).
