      *      (A SINCE-FIXED DESTINATION DIRECTORY MAY CLEAR
      *      A BADDEST WITHOUT ANY RETYPING).
      *
      *      A DROP NEEDS THE CORDROP ACTION, AND A REPLACE THE
      *      CORREPL ACTION, ON THE RUNNING USER'S AUTHORIZATION
      *      ROW (TSUBR03).  A REFUSED CORRECTION IS REPORTED AND
      *      LOGGED AS A SECURITY VIOLATION, AND THE REJECT IS
      *      RE-EDITED AS IS (RC=4).
      *
      *      THE RPRRPT REPAIR REPORT SHOWS EVERY REJECT'S
      *      DISPOSITION (RESUBMIT/STILL BAD/DROPPED) AND ANY
      *      CORRECTION THAT MATCHED NO REJECT.
      *
      *      COPYLIBS   TCPYA01   (HEADER)
      *                 TCPYF01   (DESTINATION DIRECTORY RECORD)
      *                 TCPYN01   (AUTHORIZATION LINK AREA)
      * ======================================================
      *                   MODIFICATION  LOG
      *
      *                        ON A SECOND SUMMARY LINE.  REPAIR
      *                        DETAIL LINE TRIMMED TO THE
      *                        133-BYTE REPORT RECORD
      *  15/10/26  MAINT       DROP AND REPLACE CORRECTIONS NOW NEED
      *                        THE CORDROP/CORREPL ACTION ON THE
      *                        USER'S AUTHORIZATION ROW (TSUBR03) --
      *                        A REFUSED CORRECTION IS REPORTED,
      *                        LOGGED AS A SECURITY VIOLATION AND
      *                        THE REJECT RE-EDITED AS-IS.  REFUSALS
      *                        COUNT ON THE SECOND SUMMARY LINE AND
      *                        SET RC=4
      * ======================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           88  COR-EOF                    VALUE 'Y'.
       01  WS-CORFILE-STATUS          PIC X(2)      VALUE '00'.
           88  CORFILE-STATUS-OK          VALUE '00'.
       01  WS-RUN-USERID              PIC X(20)     VALUE SPACES.

      ****************************************************
      **** AUTHORIZATION LINK AREA -- TSUBR03 CHECKS EACH
      **** DROP/REPLACE AGAINST THE USER'S AUTHORIZATION ROW
      ****************************************************
       COPY TCPYN01.

      ****************************************************
      **** CORRECTION TABLE -- LOADED UP FRONT, MARKED AS
       01  WS-CORR-APPLIED            PIC 9(8)      VALUE ZERO.
       01  WS-CORR-BAD-ACTION         PIC 9(8)      VALUE ZERO.
       01  WS-CORR-UNMATCHED          PIC 9(8)      VALUE ZERO.
       01  WS-CORR-REFUSED            PIC 9(8)      VALUE ZERO.
       01  WS-TRAILER-COUNT           PIC 9(8)      VALUE ZERO.

      ****************************************************
               ' - REJECT RE-EDITED AS-IS'.
           05  FILLER                PIC X(45)     VALUE SPACES.

       01  WS-REFUSED-CORR-LINE.
           05  RF-CC                 PIC X(1)      VALUE ' '.
           05  FILLER                PIC X(2)      VALUE SPACES.
           05  RF-TEXT               PIC X(130).

       01  WS-UNMATCHED-LINE.
           05  UM-CC                 PIC X(1)      VALUE ' '.
           05  FILLER                PIC X(2)      VALUE SPACES.
           05  FILLER                PIC X(14)     VALUE
               '  BAD ACTION: '.
           05  S2-BAD-ACTION         PIC ZZ,ZZZ,ZZ9.
           05  FILLER                PIC X(11)     VALUE '  REFUSED: '.
           05  S2-REFUSED            PIC ZZ,ZZZ,ZZ9.
           05  FILLER                PIC X(55)     VALUE SPACES.

       PROCEDURE DIVISION.

           MOVE WS-SYS-TIME(3:2) TO WS-RUN-MN.
           MOVE WS-SYS-TIME(5:2) TO WS-RUN-SS.

           DISPLAY 'USER' UPON ENVIRONMENT-NAME.
           ACCEPT WS-RUN-USERID FROM ENVIRONMENT-VALUE.

           OPEN OUTPUT RPTFILE.
           PERFORM 07000-PRINT-HEADER-BLOCK.
           MOVE WS-RPT-TITLE-LINE TO REPORT-REC.
              MOVE ZERO TO WS-COR-FOUND-IX
           END-IF.

      *    A DROP OR REPLACE THE USER MAY NOT MAKE IS TREATED THE
      *    SAME WAY -- REPORTED, AND THE REJECT RE-EDITED AS-IS
           IF WS-COR-FOUND-IX > 0 THEN
              PERFORM 02050-CHECK-AUTHORITY
              IF NOT AUA-RESULT-OK THEN
                 MOVE ZERO TO WS-COR-FOUND-IX
              END-IF
           END-IF.

           IF WS-COR-FOUND-IX > 0
                 AND WS-COR-ACTION (WS-COR-FOUND-IX) = 'DROP' THEN
              ADD 1 TO WS-RECORDS-DROPPED

           PERFORM 02100-READ-REJECT.

       02050-CHECK-AUTHORITY.

           IF WS-COR-ACTION (WS-COR-FOUND-IX) = 'DROP' THEN
              SET AUA-ACTION-CORDROP TO TRUE
           ELSE
              SET AUA-ACTION-CORREPL TO TRUE
           END-IF.
           MOVE WS-RUN-USERID TO AUA-USERID.
           MOVE 'TPROG07' TO AUA-PROGRAM.
           MOVE SPACES TO AUA-COMMAND.
           STRING WS-COR-RECORD-NBR (WS-COR-FOUND-IX) ' '
                  WS-COR-ACTION (WS-COR-FOUND-IX)
              DELIMITED BY SIZE INTO AUA-COMMAND.
           CALL 'TSUBR03' USING AUTHORIZATION-AREA.
           IF NOT AUA-RESULT-OK THEN
              ADD 1 TO WS-CORR-REFUSED
              MOVE SPACES TO RF-TEXT
              STRING 'CORRECTION REFUSED, NBR '
                     WS-COR-RECORD-NBR (WS-COR-FOUND-IX)
                     ' - REJECT RE-EDITED AS-IS - '
                     AUA-MESSAGE
                 DELIMITED BY SIZE INTO RF-TEXT
              MOVE WS-REFUSED-CORR-LINE TO REPORT-REC
              WRITE REPORT-REC
           END-IF.

       02100-READ-REJECT.

           READ REJFILE
           WRITE REPORT-REC.
           MOVE WS-CORR-APPLIED TO S2-APPLIED.
           MOVE WS-CORR-BAD-ACTION TO S2-BAD-ACTION.
           MOVE WS-CORR-REFUSED TO S2-REFUSED.
           MOVE WS-SUMMARY-LINE-2 TO REPORT-REC.
           WRITE REPORT-REC.

           CLOSE RESFILE.
           CLOSE REJOUT.
           CLOSE RPTFILE.
           IF WS-CORR-REFUSED > 0 AND RETURN-CODE < 4 THEN
              MOVE 4 TO RETURN-CODE
           END-IF.
