      *********************************************
      *    DESCRIPTION OF ENROLLMENT DETAIL       *
      *    RECORD LAYOUT - ONE RECORD PER         *
      *    STUDENT SEATED IN A SECTION, HELD IN   *
      *    THE INDEXED FILE DA-S-ENROLL KEYED BY  *
      *    E-COURSE PLUS E-STUDENT-ID, WITH AN    *
      *    ALTERNATE KEY (DUPLICATES ALLOWED) ON  *
      *    E-STUDENT-ID.  MAINTAINED BY REGPOST   *
      *    AS IT POSTS ADDS, DROPS, AND WAITLIST  *
      *    GRANTS, AND BY CRSCANCL.  DO NOT CODE  *
      *    A 01 LEVEL HERE, THE CALLING PROGRAM   *
      *    SUPPLIES IT.                           *
      *********************************************
           03 E-COURSE.
               05 E-ABB PIC XXX.
