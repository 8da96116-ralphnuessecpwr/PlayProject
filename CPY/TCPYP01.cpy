      ******************************************************************
      *    TCPYP01 -- ELECTRONIC DELIVERY FEED LINES.  TPROG03 WRITES
      *               THE DSTFEED FILE (120 BYTES, FIELDS SEPARATED
      *               BY '|') FOR THE FILE-TRANSFER GATEWAY IN PLACE
      *               OF A PRINT FILE FOR EVERY DESTINATION WHOSE
      *               DST-DELIVERY-METHOD (TCPYF01) IS ELECTRONIC:
      *
      *                 H  ONE HEADER -- BUSINESS DATE AND WHEN
      *                    THE FEED WAS CREATED
      *                 D  ONE PER MESSAGE -- DESTINATION, MSG-KEY
      *                    (RUN DATE + SEQUENCE, AS ON MSGMASTR AND
      *                    AS RETURNED ON THE ACKNOWLEDGMENT),
      *                    PRIORITY, BUSINESS DATE AND TEXT.  A
      *                    BROADCAST MESSAGE CARRIES DEST '***'
      *                 R  ONE PER RECALL NOTICE -- SAME SHAPE AS D,
      *                    CARRYING THE RECALLED MESSAGE'S KEY;
      *                    A RECALLED BROADCAST CARRIES DEST '***'
      *                 T  ONE TRAILER -- D AND R COUNTS AND A HASH
      *                    TOTAL OF THE D-LINE SEQUENCE NUMBERS
      *
      *               A '|' IN THE MESSAGE TEXT IS SENT AS '/'.  A
      *               D LINE FROM AN EXTRACT ROW CUT BEFORE
      *               EX-MSG-SEQ EXISTED CARRIES A BLANK KEY AND IS
      *               LEFT OUT OF THE HASH.
      * ======================================================
      *                   MODIFICATION  LOG
      *
      *  DD/MM/YY  PROGRAMMER  CHANGES
      *  ********  **********  *******
      *  15/10/26  MAINT       NEW COPYBOOK
      *  15/10/26  MAINT       R LINE FOR A RECALLED BROADCAST
      *                        DOCUMENTED (DEST '***')
      * ======================================================
      ******************************************************************
       01  FEED-HEADER-LINE.
           05  FH-TYPE               PIC X(1)      VALUE 'H'.
           05  FILLER                PIC X(1)      VALUE '|'.
           05  FH-SOURCE             PIC X(8)      VALUE 'TPROG03'.
           05  FILLER                PIC X(1)      VALUE '|'.
           05  FH-BUS-DATE           PIC X(8).
           05  FILLER                PIC X(1)      VALUE '|'.
           05  FH-CREATE-DATE        PIC X(8).
           05  FILLER                PIC X(1)      VALUE '|'.
           05  FH-CREATE-TIME        PIC X(6).
           05  FILLER                PIC X(85)     VALUE SPACES.

       01  FEED-DETAIL-LINE.
           05  FE-TYPE               PIC X(1).
               88  FE-MESSAGE            VALUE 'D'.
               88  FE-RECALL-NOTICE      VALUE 'R'.
           05  FILLER                PIC X(1)      VALUE '|'.
           05  FE-DEST               PIC X(3).
           05  FILLER                PIC X(1)      VALUE '|'.
           05  FE-MSG-KEY.
               10  FE-KEY-DATE       PIC X(8).
               10  FE-KEY-SEQ        PIC X(8).
           05  FILLER                PIC X(1)      VALUE '|'.
           05  FE-PRIORITY           PIC X(1).
           05  FILLER                PIC X(1)      VALUE '|'.
           05  FE-BUS-DATE           PIC X(8).
           05  FILLER                PIC X(1)      VALUE '|'.
           05  FE-TEXT               PIC X(59).
           05  FILLER                PIC X(27)     VALUE SPACES.

       01  FEED-TRAILER-LINE.
           05  FT-TYPE               PIC X(1)      VALUE 'T'.
           05  FILLER                PIC X(1)      VALUE '|'.
           05  FT-DETAIL-CNT         PIC 9(8).
           05  FILLER                PIC X(1)      VALUE '|'.
           05  FT-RECALL-CNT         PIC 9(8).
           05  FILLER                PIC X(1)      VALUE '|'.
           05  FT-HASH               PIC 9(15).
           05  FILLER                PIC X(85)     VALUE SPACES.
