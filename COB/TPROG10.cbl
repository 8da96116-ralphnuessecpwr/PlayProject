      *      EACH MESSAGE SHOWS ITS DESTINATION, PRIORITY,
      *      STATUS AND TEXT.
      *
      *      I AND R NEED THE INQUIRE ACTION, AND P THE REPRINT
      *      ACTION, ON THE OPERATOR'S AUTHORIZATION ROW
      *      (TSUBR03).  A REFUSED REQUEST IS SHOWN ON THE SCREEN
      *      AND LOGGED AS A SECURITY VIOLATION (RC=4 AT END).
      *
      *      COPYLIBS   TCPYA01   (HEADER)
      *                 TCPYD01   (MESSAGE MASTER RECORD)
      *                 TCPYN01   (AUTHORIZATION LINK AREA)
      * ======================================================
      *                   MODIFICATION  LOG
      *
      *  DD/MM/YY  PROGRAMMER  CHANGES
      *  ********  **********  *******
      *  02/09/26  MAINT       NEW PROGRAM
      *  15/10/26  MAINT       MESSAGE MASTER RECORD LENGTH
      *                        80 -> 96 (ACK DATE/TIME ADDED TO
      *                        TCPYD01)
      *  15/10/26  MAINT       EACH REQUEST IS NOW CHECKED AGAINST THE
      *                        OPERATOR'S AUTHORIZATION ROW (TSUBR03)
      *                        -- A REFUSED REQUEST IS SHOWN, LOGGED
      *                        AS A SECURITY VIOLATION AND SKIPPED.
      *                        THE SESSION TOTALS COUNT REFUSALS AND
      *                        ANY REFUSAL ENDS THE SESSION RC=4
      * ======================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       FILE SECTION.

       FD  MSGFILE
           RECORD CONTAINS 96 CHARACTERS
           DATA RECORD IS MSGMST-REC.

       COPY TCPYD01.
           88  MASTER-IS-OPEN             VALUE 'Y'.
       01  WS-BROWSE-DONE-SW          PIC X(1)      VALUE 'N'.
           88  BROWSE-DONE                VALUE 'Y'.
       01  WS-AUTH-SW                 PIC X(1)      VALUE 'Y'.
           88  AUTHORITY-GRANTED          VALUE 'Y'.
       01  WS-RUN-USERID              PIC X(20)     VALUE SPACES.

      ****************************************************
      **** AUTHORIZATION LINK AREA -- TSUBR03 CHECKS EACH
      **** REQUEST AGAINST THE OPERATOR'S AUTHORIZATION ROW
      ****************************************************
       COPY TCPYN01.

      ****************************************************
      **** THE REQUEST LINE AND ITS CARVING
       01  WS-MAX-SCREEN-ROWS         PIC 9(2)      VALUE 18.
       01  WS-MSGS-SHOWN              PIC 9(8)      VALUE ZERO.
       01  WS-MSGS-REPRINTED          PIC 9(8)      VALUE ZERO.
       01  WS-REQUESTS-REFUSED        PIC 9(8)      VALUE ZERO.

      ****************************************************
      **** DISPLAY LINES
           MOVE WS-SYS-TIME(3:2) TO WS-RUN-MN.
           MOVE WS-SYS-TIME(5:2) TO WS-RUN-SS.

           DISPLAY 'USER' UPON ENVIRONMENT-NAME.
           ACCEPT WS-RUN-USERID FROM ENVIRONMENT-VALUE.

           OPEN INPUT MSGFILE.
           IF NOT MSGFILE-STATUS-OK THEN
              DISPLAY 'TPROG10: MESSAGE MASTER OPEN FAILED - '
           MOVE SPACES TO WS-REQUEST-LINE.
           ACCEPT WS-REQUEST-LINE.

           PERFORM 02050-CHECK-AUTHORITY.

           IF AUTHORITY-GRANTED THEN
              EVALUATE TRUE
                 WHEN RQ-QUIT
                    SET SESSION-DONE TO TRUE
                 WHEN RQ-INQUIRE
                    PERFORM 02100-DO-INQUIRE
                 WHEN RQ-RANGE
                    PERFORM 02200-DO-RANGE
                 WHEN RQ-REPRINT
                    PERFORM 02300-DO-REPRINT
                 WHEN OTHER
                    DISPLAY '*** UNRECOGNIZED REQUEST ***'
              END-EVALUATE
           END-IF.

       02050-CHECK-AUTHORITY.

      *    X AND AN UNRECOGNIZED REQUEST NEED NO AUTHORITY
           SET AUTHORITY-GRANTED TO TRUE.
           EVALUATE TRUE
              WHEN RQ-INQUIRE
              WHEN RQ-RANGE
                 SET AUA-ACTION-INQUIRE TO TRUE
              WHEN RQ-REPRINT
                 SET AUA-ACTION-REPRINT TO TRUE
              WHEN OTHER
                 MOVE ZERO TO AUA-ACTION
           END-EVALUATE.

           IF AUA-ACTION > 0 THEN
              MOVE WS-RUN-USERID TO AUA-USERID
              MOVE 'TPROG10' TO AUA-PROGRAM
              MOVE WS-REQUEST-LINE TO AUA-COMMAND
              CALL 'TSUBR03' USING AUTHORIZATION-AREA
              IF NOT AUA-RESULT-OK THEN
                 MOVE 'N' TO WS-AUTH-SW
                 ADD 1 TO WS-REQUESTS-REFUSED
                 DISPLAY '*** REFUSED - ' AUA-MESSAGE
              END-IF
           END-IF.

       02100-DO-INQUIRE.

           PERFORM 02600-READ-BY-KEY.
           IF MASTER-IS-OPEN THEN
              DISPLAY 'TPROG10 SESSION ENDED - SHOWN '
                 WS-MSGS-SHOWN ' REPRINTED ' WS-MSGS-REPRINTED
                 ' REFUSED ' WS-REQUESTS-REFUSED
              CLOSE MSGFILE
              CLOSE PRTFILE
           END-IF.
           IF WS-REQUESTS-REFUSED > 0 AND RETURN-CODE < 4 THEN
              MOVE 4 TO RETURN-CODE
           END-IF.
