      *********************************************
      *    DESCRIPTION OF THE STUDENT ACADEMIC    *
      *    HISTORY MASTER RECORD LAYOUT - ONE     *
      *    RECORD PER STUDENT PER TERM PER        *
      *    SECTION GRADED, KEYED ON STUDENT ID,   *
      *    TERM, AND COURSE KEY SO A READ IN KEY  *
      *    ORDER COMES BACK STUDENT BY STUDENT    *
      *    AND TERM BY TERM.  POSTED BY GRDPOST   *
      *    FROM THE RETURNED GRADE ROSTERS WITH   *
      *    THE CATALOG CREDIT HOURS, AND READ BY  *
      *    THE TRANSCRIPT PRINT.  ATTEMPTED,      *
      *    EARNED, AND GPA HOURS AND THE QUALITY  *
      *    POINTS ARE WORKED OUT FROM THE GRADE   *
      *    AT POSTING TIME.  DO NOT CODE A 01     *
      *    LEVEL HERE, THE CALLING PROGRAM        *
      *    SUPPLIES IT.                           *
      *********************************************
           03 AH-KEY.
               05 AH-STUDENT-ID PIC X(9).
               05 AH-TERM PIC X(5).
               05 AH-COURSE.
                   07 AH-ABB PIC XXX.
                   07 AH-NUMB PIC XXXX.
                   07 AH-SEC PIC XXX.
           03 AH-TITLE PIC X(20).
           03 AH-GRADE PIC XX.
           03 AH-ATTEMPTED-HOURS PIC 99.
           03 AH-EARNED-HOURS PIC 99.
           03 AH-GPA-HOURS PIC 99.
           03 AH-QUALITY-POINTS PIC 999V9.
           03 FILLER PIC X(4).
