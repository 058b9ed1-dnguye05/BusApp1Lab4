      *********************************************
      *    DESCRIPTION OF OPERATOR AUTHORIZATION  *
      *    MASTER RECORD LAYOUT - ONE RECORD PER  *
      *    OPERATOR PER DEPARTMENT (C-ABB) THE    *
      *    OPERATOR MAY MAINTAIN, KEPT BY THE     *
      *    REGISTRAR'S OFFICE.  OP-DELETE-AUTH    *
      *    'Y' ALSO LETS THE OPERATOR RETIRE      *
      *    SECTIONS IN THAT DEPARTMENT - ADDS     *
      *    AND CHANGES NEED ONLY THE RECORD.  AN  *
      *    OP-ABB OF '***' COVERS EVERY           *
      *    DEPARTMENT.  AN OPERATOR WITH NO       *
      *    RECORD AT ALL IS UNKNOWN TO CRSEDIT.   *
      *    DO NOT CODE A 01 LEVEL HERE, THE       *
      *    CALLING PROGRAM SUPPLIES IT.           *
      *********************************************
           03 OP-OPERATOR-ID PIC X(8).
           03 OP-NAME PIC X(20).
           03 OP-ABB PIC XXX.
               88 OP-ALL-DEPARTMENTS VALUE '***'.
           03 OP-DELETE-AUTH PIC X.
               88 OP-MAY-DELETE VALUE 'Y'.
           03 FILLER PIC X(8).
