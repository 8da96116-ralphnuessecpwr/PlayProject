      *                        SET BY TPROG08 WHEN A DESTINATION
      *                        ACKNOWLEDGMENT (TCPYG01) CONFIRMS
      *                        DELIVERY OF THE MESSAGE
      *  15/10/26  MAINT       ADDED THE MSG-RECALLED STATUS --
      *                        SET BY THE TPROG02 RECALL COMMAND
      *                        WHEN A MESSAGE WENT OUT WRONG; THE
      *                        NEXT TPROG03 RUN SENDS THE
      *                        DESTINATION A RECALL NOTICE AND
      *                        TPROG08 STOPS CHASING ITS ACK
      *  15/10/26  MAINT       ADDED MSG-ACK-DATE/MSG-ACK-TIME --
      *                        THE DESTINATION'S RECEIPT STAMP
      *                        (ACK-RECV-DATE/TIME, TCPYG01) KEPT
      *                        BY TPROG08 WHEN IT SETS MSG-ACKED,
      *                        FOR THE TPROG15 SLA SCORECARD.
      *                        RECORD LENGTH 80 -> 96 (THE
      *                        CLUSTER MUST BE REDEFINED, SEE
      *                        TCONVR4J)
      * ======================================================
      ******************************************************************
       01  MSGMST-REC.
               88  MSG-ACTIVE            VALUE 'A'.
               88  MSG-DELETED           VALUE 'D'.
               88  MSG-ACKED             VALUE 'K'.
               88  MSG-RECALLED          VALUE 'R'.
           05  MSG-TEXT              PIC X(59).
           05  MSG-ACK-DATE          PIC X(8).
           05  MSG-ACK-TIME          PIC X(6).
           05  FILLER                PIC X(2).
