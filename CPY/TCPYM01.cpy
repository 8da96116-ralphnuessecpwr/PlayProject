      ******************************************************************
      *    TCPYM01 -- USER AUTHORIZATION (VSAM KSDS) RECORD, KEYED BY
      *               THE 8-BYTE USER ID.  ONE ROW PER USER WHO MAY
      *               RUN THE MAINTENANCE AND INQUIRY PROGRAMS, WITH
      *               ONE FLAG PER ACTION, IN THIS ORDER:
      *                 1 INQUIRE   TPROG02 INQUIRE/RANGE/JOURNAL,
      *                             TPROG10 I/R
      *                 2 DELETE    TPROG02 DELETE/RECALL
      *                 3 UNDELETE  TPROG02 UNDELETE
      *                 4 REPRINT   TPROG02 REPRINT, TPROG10 P
      *                 5 DSTADD    TPROG06 ADD/GROUP
      *                 6 DSTCHG    TPROG06 CHANGE/JOIN/LEAVE
      *                 7 DSTRET    TPROG06 RETIRE
      *                 8 CORDROP   TPROG07 DROP CORRECTION
      *                 9 CORREPL   TPROG07 REPLACE CORRECTION
      *               MAINTAINED BY TPROG18; CHECKED THROUGH TSUBR03
      *               (LINK AREA TCPYN01).  A REMOVED USER (AU-
      *               REMOVED) KEEPS THE ROW BUT NO ACTION.
      * ======================================================
      *                   MODIFICATION  LOG
      *
      *  DD/MM/YY  PROGRAMMER  CHANGES
      *  ********  **********  *******
      *  15/10/26  MAINT       NEW COPYBOOK
      * ======================================================
      ******************************************************************
       01  AUTH-REC.
           05  AU-KEY.
               10  AU-USERID         PIC X(8).
           05  AU-NAME               PIC X(30).
           05  AU-STATUS             PIC X(1).
               88  AU-ACTIVE             VALUE 'A'.
               88  AU-REMOVED            VALUE 'R'.
           05  AU-ACTION-FLAGS.
               10  AU-ACTION-FLAG    OCCURS 9 TIMES
                                     PIC X(1).
                   88  AU-ACTION-GRANTED VALUE 'Y'.
           05  AU-CHANGED-DATE       PIC X(10).
           05  AU-CHANGED-BY         PIC X(8).
           05  FILLER                PIC X(14).
