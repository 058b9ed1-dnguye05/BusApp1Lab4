      *********************************************
      *    DESCRIPTION OF THE BURSAR HOLD         *
      *    INTERFACE RECORD LAYOUT - ONE RECORD   *
      *    PER STUDENT THE BURSAR HAS PLACED A    *
      *    FINANCIAL HOLD ON, WITH THE HOLD TYPE  *
      *    AND THE DATE (YYYYMMDD) IT TAKES       *
      *    EFFECT.  THE BURSAR SENDS THE FULL     *
      *    FILE EACH NIGHT; A STUDENT WHOSE HOLD  *
      *    IS RELEASED IS SIMPLY LEFT OFF IT.     *
      *    REGPOST LOADS IT ALONGSIDE THE         *
      *    STUDENT MASTER.  DO NOT CODE A 01      *
      *    LEVEL HERE, THE CALLING PROGRAM        *
      *    SUPPLIES IT.                           *
      *********************************************
           03 HD-STUDENT-ID PIC X(9).
           03 HD-HOLD-TYPE PIC X(4).
           03 HD-EFFECTIVE-DATE PIC 9(8).
           03 FILLER PIC X(19).
