      *                        NO LIMIT) SO MESSAGES CAN BE KEYED
      *                        AHEAD OF TIME AND STALE ONES
      *                        DROPPED; TP-MESSAGE NARROWED TO 59
      *  15/10/26  MAINT       ADDED THE HEADER VIEW OF TEXT-
      *                        PORTION -- EACH 'H' RECORD NOW
      *                        OPENS A BATCH AND LEADS WITH THE
      *                        8-BYTE ORIGINATING OFFICE ID
      *                        (TP-ORIGINATOR)
      * ======================================================
      ******************************************************************
       01  PASS-ME-AROUND.
               10  TP-EXP-DATE       PIC X(8).
                   88  TP-NO-EXP-DATE      VALUE SPACES.
               10  TP-MESSAGE        PIC X(59).
           05  FILLER REDEFINES TEXT-PORTION.
               10  TP-ORIGINATOR     PIC X(8).
               10  FILLER            PIC X(71).
           05  RETURN-STATUS         PIC X(2)      VALUE '00'.
               88  RETURN-STATUS-OK      VALUE '00'.
           05  CHECKPOINT-RECORD-NBR PIC 9(8)      VALUE ZERO.
