      *********************************************
      *    DESCRIPTION OF CENSUS SNAPSHOT RECORD  *
      *    LAYOUT - ONE RECORD PER STUDENT        *
      *    SEATED IN A SECTION ON THE CENSUS      *
      *    DATE, IN COURSE ORDER, CARRYING THE    *
      *    SECTION'S C-TERM, THE CATALOG CREDIT   *
      *    HOURS, AND THE STUDENT'S S-STANDING    *
      *    AS OF THAT DATE.  WRITTEN ONCE BY      *
      *    CENSUS AND NEVER UPDATED.  DO NOT      *
      *    CODE A 01 LEVEL HERE, THE CALLING      *
      *    PROGRAM SUPPLIES IT.                   *
      *********************************************
           03 CS-CENSUS-DATE PIC 9(8).
           03 CS-TERM PIC X(5).
           03 CS-COURSE.
               05 CS-ABB PIC XXX.
               05 CS-NUMB PIC XXXX.
               05 CS-SEC PIC XXX.
           03 CS-STUDENT-ID PIC X(9).
           03 CS-STANDING PIC XX.
           03 CS-CREDIT-HOURS PIC 99.
           03 FILLER PIC X(4).
