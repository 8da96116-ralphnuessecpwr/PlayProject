      *                        BEFORE THE EXTRACT IS WRITTEN, SO
      *                        THE DATES THEMSELVES DO NOT RIDE
      *                        ALONG
      *  15/10/26  MAINT       ADDED EX-GROUP-CODE -- THE
      *                        DISTRIBUTION GROUP A COPY WAS
      *                        EXPANDED FROM (SPACES FOR A
      *                        MESSAGE KEYED TO ITS DESTINATION
      *                        DIRECTLY) SO TPROG03 AND TPROG09
      *                        CAN COUNT GROUP COPIES (LRECL
      *                        71 -> 74, SEE TCONVR3J)
      *  15/10/26  MAINT       ADDED EX-MSG-SEQ -- THE MESSAGE MASTER
      *                        SEQUENCE NUMBER, SO EX-RUN-DATE PLUS
      *                        EX-MSG-SEQ IS THE MSG-KEY AND TPROG03
      *                        CAN CARRY IT ON THE ELECTRONIC FEED
      *                        (LRECL 74 -> 82, SEE TCONVR5J).
      *                        CONVERTED ROWS CARRY SPACES
      * ======================================================
      ******************************************************************
       01  EXTRACT-REC.
               88  EX-PRIORITY-FLASH     VALUE 'F'.
               88  EX-PRIORITY-URGENT    VALUE 'U'.
           05  EX-MSG-TEXT           PIC X(59).
           05  EX-GROUP-CODE         PIC X(3).
               88  EX-NOT-GROUP-COPY     VALUE SPACES.
           05  EX-MSG-SEQ            PIC X(8).
               88  EX-SEQ-NOT-KNOWN      VALUE SPACES.
