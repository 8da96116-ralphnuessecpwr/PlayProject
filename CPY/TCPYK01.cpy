      ******************************************************************
      *    TCPYK01 -- HELD-MESSAGE RECORD, ONE ROW PER DETAIL RECORD
      *               TPROG01 KEPT BACK BECAUSE ITS TP-MESSAGE HIT AN
      *               ENTRY IN THE RESTRICTED-CONTENT SCREENING
      *               TABLE.  KEYED FOR THE SUPERVISOR BY BUSINESS
      *               DATE PLUS HOLD SEQUENCE WITHIN THE RUN; TPROG14
      *               APPROVES (RESUBMITS) OR KILLS EACH ONE BY THAT
      *               KEY.  THE IMAGE IS THE RECORD AS READ FROM
      *               INFILE (TYPE PLUS TEXT-PORTION, SEE TCPYB01).
      * ======================================================
      *                   MODIFICATION  LOG
      *
      *  DD/MM/YY  PROGRAMMER  CHANGES
      *  ********  **********  *******
      *  15/10/26  MAINT       NEW COPYBOOK
      * ======================================================
      ******************************************************************
       01  HELDMSG-REC.
           05  HLD-KEY.
               10  HLD-BUS-DATE      PIC X(8).
               10  HLD-SEQ           PIC 9(8).
           05  FILLER                PIC X(1).
           05  HLD-ORIGINATOR        PIC X(8).
           05  FILLER                PIC X(1).
           05  HLD-RECORD-NBR        PIC 9(8).
           05  FILLER                PIC X(1).
           05  HLD-CATEGORY          PIC X(8).
           05  FILLER                PIC X(1).
           05  HLD-PATTERN           PIC X(30).
           05  FILLER                PIC X(1).
           05  HLD-IMAGE.
               10  HLD-IMAGE-TYPE    PIC X(1).
               10  HLD-IMAGE-TEXT    PIC X(79).
