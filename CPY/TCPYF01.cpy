      *               FILE NUMBER (1-5 = DSTOUT1-5, 0 = BROADCAST)
      *               AND PRINT-ROOM CONTACT.  MAINTAINED BY TPROG06;
      *               READ BY TPROG01 (DESTINATION EDIT) AND TPROG03
      *               (STABLE ROUTING).  A GROUP ROW (DST-IS-GROUP)
      *               NAMES UP TO TEN ORDINARY DESTINATION CODES IN
      *               PLACE OF THE CONTACT; TPROG01 FANS A GROUP-
      *               ADDRESSED MESSAGE OUT TO ITS ACTIVE MEMBERS.
      *               DST-DELIVERY-METHOD SAYS HOW TPROG03 DELIVERS
      *               TO AN ORDINARY DESTINATION -- PRINT FILE OR
      *               THE ELECTRONIC DSTFEED (TCPYP01).  A BLANK
      *               (ANY ROW WRITTEN BEFORE THE FIELD EXISTED)
      *               MEANS PRINT.
      * ======================================================
      *                   MODIFICATION  LOG
      *
      *  DD/MM/YY  PROGRAMMER  CHANGES
      *  ********  **********  *******
      *  02/09/26  MAINT       NEW COPYBOOK
      *  15/10/26  MAINT       ADDED DST-ENTRY-TYPE (GROUP ROWS)
      *                        AND THE DST-MEMBER LIST REDEFINING
      *                        DST-CONTACT ON A GROUP ROW
      *  15/10/26  MAINT       ADDED DST-DELIVERY-METHOD (PRINT OR
      *                        ELECTRONIC) OUT OF THE FILLER -- NO
      *                        CONVERSION, BLANK MEANS PRINT
      * ======================================================
      ******************************************************************
       01  DSTMST-REC.
           05  DST-FILE-NBR          PIC 9(1).
               88  DST-TO-BROADCAST      VALUE 0.
           05  DST-CONTACT           PIC X(30).
           05  DST-GROUP-MEMBERS REDEFINES DST-CONTACT.
               10  DST-MEMBER        OCCURS 10 TIMES
                                     PIC X(3).
           05  DST-STATUS            PIC X(1).
               88  DST-ACTIVE            VALUE 'A'.
               88  DST-RETIRED           VALUE 'R'.
           05  DST-ENTRY-TYPE        PIC X(1).
               88  DST-IS-DESTINATION    VALUE SPACE.
               88  DST-IS-GROUP          VALUE 'G'.
           05  DST-DELIVERY-METHOD   PIC X(1).
               88  DST-DELIVER-PRINT     VALUE 'P' SPACE.
               88  DST-DELIVER-ELECTRONIC VALUE 'E'.
           05  FILLER                PIC X(13).
