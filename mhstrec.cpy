      *********************************************
      *    DESCRIPTION OF THE COURSE MAINTENANCE  *
      *    HISTORY RECORD LAYOUT - ONE RECORD     *
      *    PER TRANSACTION CRSMAINT PROCESSES,    *
      *    APPLIED OR NOT, KEYED ON OPERATOR ID,  *
      *    RUN DATE, RUN TIME, AND SEQUENCE IN    *
      *    THE RUN SO A READ IN KEY ORDER COMES   *
      *    BACK OPERATOR BY OPERATOR IN THE       *
      *    ORDER THE CHANGES WERE MADE.  NEVER    *
      *    UPDATED - READ BY OPCHGRPT FOR THE     *
      *    REGISTRAR'S INTERNAL AUDIT REVIEW.     *
      *    MH-ACTION AND MH-RESULT ARE THE SAME   *
      *    WORDS THE UR-S-MAINTAUD LINE CARRIES.  *
      *    DO NOT CODE A 01 LEVEL HERE, THE       *
      *    CALLING PROGRAM SUPPLIES IT.           *
      *********************************************
           03 MH-KEY.
               05 MH-OPERATOR-ID PIC X(8).
               05 MH-RUN-DATE PIC 9(8).
               05 MH-RUN-TIME PIC 9(8).
               05 MH-SEQ PIC 9(5).
           03 MH-ACTION PIC X(8).
           03 MH-COURSE PIC X(10).
           03 MH-APPLIED-SW PIC X.
               88 MH-APPLIED VALUE 'Y'.
           03 MH-RESULT PIC X(40).
           03 FILLER PIC X(12).
