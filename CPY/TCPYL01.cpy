      ******************************************************************
      *    TCPYL01 -- CHARGEBACK GENERAL-LEDGER FEED RECORD, WRITTEN
      *               BY TPROG16 FOR FINANCE.  ONE 'H' HEADER ROW,
      *               ONE 'D' ROW PER DESTINATION BILLED FOR THE
      *               PERIOD (ITS OWN TRAFFIC PLUS ITS SHARE OF THE
      *               BROADCAST TRAFFIC) AND ONE 'T' TRAILER ROW
      *               CARRYING THE DETAIL COUNT AND GRAND TOTAL.
      *               AMOUNTS ARE UNSIGNED ZONED DECIMAL WITH TWO
      *               IMPLIED DECIMAL PLACES.
      * ======================================================
      *                   MODIFICATION  LOG
      *
      *  DD/MM/YY  PROGRAMMER  CHANGES
      *  ********  **********  *******
      *  15/10/26  MAINT       NEW COPYBOOK
      * ======================================================
      ******************************************************************
       01  GLFEED-REC.
           05  GL-REC-TYPE           PIC X(1).
               88  GL-HEADER             VALUE 'H'.
               88  GL-DETAIL             VALUE 'D'.
               88  GL-TRAILER            VALUE 'T'.
           05  GL-PERIOD-FROM        PIC X(8).
           05  GL-PERIOD-TO          PIC X(8).
           05  GL-BODY               PIC X(63).
           05  GL-HEADER-BODY REDEFINES GL-BODY.
               10  GL-SOURCE         PIC X(8).
               10  GL-CREATE-DATE    PIC X(8).
               10  FILLER            PIC X(47).
           05  GL-DETAIL-BODY REDEFINES GL-BODY.
               10  GL-DEST-CODE      PIC X(3).
               10  GL-ACCOUNT        PIC X(12).
               10  GL-MSG-COUNT      PIC 9(7).
               10  GL-DIRECT-AMT     PIC 9(9)V99.
               10  GL-BRD-SHARE-AMT  PIC 9(9)V99.
               10  GL-TOTAL-AMT      PIC 9(9)V99.
               10  FILLER            PIC X(8).
           05  GL-TRAILER-BODY REDEFINES GL-BODY.
               10  GL-DETAIL-COUNT   PIC 9(7).
               10  GL-GRAND-TOTAL    PIC 9(11)V99.
               10  FILLER            PIC X(43).
