      *********************************************
      *    DESCRIPTION OF THE GRADE ROSTER        *
      *    TURNAROUND RECORD LAYOUT - ONE RECORD  *
      *    PER STUDENT SEATED IN A SECTION,       *
      *    WRITTEN BY THE ROSTER RUN WITH         *
      *    GR-GRADE BLANK.  THE INSTRUCTOR FILLS  *
      *    IN GR-GRADE AND THE FILE COMES BACK    *
      *    TO GRDPOST, WHICH EDITS THE GRADES     *
      *    AND POSTS THEM TO THE STUDENT          *
      *    ACADEMIC HISTORY MASTER.  THE NAME     *
      *    AND TITLE ARE CARRIED FOR THE          *
      *    INSTRUCTOR'S BENEFIT ONLY.  DO NOT     *
      *    CODE A 01 LEVEL HERE, THE CALLING      *
      *    PROGRAM SUPPLIES IT.                   *
      *********************************************
           03 GR-COURSE.
               05 GR-ABB PIC XXX.
               05 GR-NUMB PIC XXXX.
               05 GR-SEC PIC XXX.
           03 GR-TERM PIC X(5).
           03 GR-STUDENT-ID PIC X(9).
           03 GR-GRADE PIC XX.
           03 GR-NAME PIC X(20).
           03 GR-TITLE PIC X(20).
           03 FILLER PIC X(14).
