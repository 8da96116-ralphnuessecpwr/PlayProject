      *                                     DELETED MESSAGE FROM
      *                                     ITS JOURNALED
      *                                     BEFORE-IMAGE
      *        RECALL   YYYYMMDD NNNNNNNN   RECALL A MESSAGE THAT
      *                                     WENT OUT WRONG -- THE
      *                                     NEXT TPROG03 RUN SENDS
      *                                     ITS DESTINATION A
      *                                     RECALL NOTICE
      *        REPRINT  YYYYMMDD NNNNNNNN   RE-PRINT ONE MESSAGE
      *                                     WITH ITS BANNER BLOCK
      *        JOURNAL  [YYYYMMDD]          JOURNAL INQUIRY --
      *                                     OR ONLY THOSE FOR
      *                                     ONE RUN DATE
      *
      *      EACH COMMAND IS CHECKED AGAINST THE RUNNING USER'S
      *      AUTHORIZATION ROW (TSUBR03) BEFORE IT IS ACTED ON --
      *      INQUIRE/RANGE/JOURNAL NEED INQUIRE, DELETE/RECALL
      *      NEED DELETE, UNDELETE NEEDS UNDELETE AND REPRINT
      *      NEEDS REPRINT.  A REFUSED COMMAND IS REPORTED, LOGGED
      *      AS A SECURITY VIOLATION AND SKIPPED (RC=4).
      *
      *      EVERY ACTION THAT CHANGES THE MASTER IS JOURNALED
      *      TO JRNFILE (TCPYH01) WITH THE BEFORE-IMAGE, THE
      *      USER AND A TIMESTAMP.
      *      COPYLIBS   TCPYA01   (HEADER)
      *                 TCPYD01   (MESSAGE MASTER RECORD)
      *                 TCPYH01   (MAINTENANCE JOURNAL RECORD)
      *                 TCPYN01   (AUTHORIZATION LINK AREA)
      * ======================================================
      *                   MODIFICATION  LOG
      *
      *                        THE MASTER UNJOURNALED
      *  02/09/26  MAINT       THE JOURNAL INQUIRY NOW CLOSES
      *                        WITH A ROWS-LISTED COUNT LINE
      *  15/10/26  MAINT       ADDED THE RECALL COMMAND -- MARKS
      *                        THE MESSAGE MSG-RECALLED (TCPYD01)
      *                        AND JOURNALS IT AS DELETE DOES.  A
      *                        DELETED OR ALREADY-RECALLED MESSAGE
      *                        IS REFUSED.  RECALLS COUNT ON A
      *                        SECOND SUMMARY LINE
      *  15/10/26  MAINT       MESSAGE MASTER RECORD LENGTH
      *                        80 -> 96 (ACK DATE/TIME ADDED TO
      *                        TCPYD01) -- THE JOURNAL BEFORE-
      *                        IMAGE STAYS THE FIRST 80 BYTES,
      *                        SO UNDELETE RESTORES THOSE AND
      *                        KEEPS THE ACK DATE/TIME
      *  15/10/26  MAINT       EACH COMMAND IS NOW CHECKED AGAINST THE
      *                        USER'S AUTHORIZATION ROW (TSUBR03) --
      *                        A REFUSED COMMAND IS REPORTED, LOGGED
      *                        AS A SECURITY VIOLATION AND SKIPPED.
      *                        REFUSALS COUNT ON THE SECOND SUMMARY
      *                        LINE AND SET RC=4
      * ======================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       FILE SECTION.

       FD  MSGFILE
           RECORD CONTAINS 96 CHARACTERS
           DATA RECORD IS MSGMST-REC.

       COPY TCPYD01.
       01  WS-CMD-SEQ-9 REDEFINES WS-CMD-SEQ-X
                                      PIC 9(8).
       01  WS-RANGE-END-DATE          PIC X(8)      VALUE SPACES.
       01  WS-AUTH-SW                 PIC X(1)      VALUE 'Y'.
           88  AUTHORITY-GRANTED          VALUE 'Y'.

      ****************************************************
      **** AUTHORIZATION LINK AREA -- TSUBR03 CHECKS EACH
      **** COMMAND AGAINST THE USER'S AUTHORIZATION ROW
      ****************************************************
       COPY TCPYN01.

      ****************************************************
      **** RUN CONTROL TOTALS
       01  WS-MSGS-SHOWN              PIC 9(8)      VALUE ZERO.
       01  WS-MSGS-DELETED            PIC 9(8)      VALUE ZERO.
       01  WS-MSGS-RESTORED           PIC 9(8)      VALUE ZERO.
       01  WS-MSGS-RECALLED           PIC 9(8)      VALUE ZERO.
       01  WS-JRN-ROWS-SHOWN          PIC 9(8)      VALUE ZERO.
       01  WS-NOT-FOUND-CNT           PIC 9(8)      VALUE ZERO.
       01  WS-BAD-COMMAND-CNT         PIC 9(8)      VALUE ZERO.
       01  WS-REFUSED-CNT             PIC 9(8)      VALUE ZERO.

      ****************************************************
      **** REPORT LINES
           05  BC-TEXT               PIC X(130)    VALUE
               '*** UNRECOGNIZED OR MALFORMED COMMAND ***'.

       01  WS-REFUSED-LINE.
           05  RF-CC                 PIC X(1)      VALUE ' '.
           05  FILLER                PIC X(2)      VALUE SPACES.
           05  RF-TEXT               PIC X(130).

       01  WS-DELETED-LINE.
           05  DL-CC                 PIC X(1)      VALUE ' '.
           05  FILLER                PIC X(2)      VALUE SPACES.
           05  AD-TEXT               PIC X(130)    VALUE
               '*** MESSAGE WAS ALREADY DELETED ***'.

       01  WS-RECALLED-LINE.
           05  RC-CC                 PIC X(1)      VALUE ' '.
           05  FILLER                PIC X(2)      VALUE SPACES.
           05  RC-TEXT               PIC X(130)    VALUE
               '*** MESSAGE RECALLED - NOTICE ON NEXT DISTRIBUTION ***'.

       01  WS-ALREADY-RCL-LINE.
           05  AC-CC                 PIC X(1)      VALUE ' '.
           05  FILLER                PIC X(2)      VALUE SPACES.
           05  AC-TEXT               PIC X(130)    VALUE
               '*** MESSAGE WAS ALREADY RECALLED ***'.

       01  WS-RCL-DELETED-LINE.
           05  RX-CC                 PIC X(1)      VALUE ' '.
           05  FILLER                PIC X(2)      VALUE SPACES.
           05  RX-TEXT               PIC X(130)    VALUE
               '*** MESSAGE IS DELETED - NOT RECALLED ***'.

       01  WS-RESTORED-LINE.
           05  RE-CC                 PIC X(1)      VALUE ' '.
           05  FILLER                PIC X(2)      VALUE SPACES.
           05  SU-ERRORS             PIC ZZ,ZZZ,ZZ9.
           05  FILLER                PIC X(7)      VALUE SPACES.

       01  WS-SUMMARY-LINE-2.
           05  S2-CC                 PIC X(1)      VALUE ' '.
           05  FILLER                PIC X(11)     VALUE 'RECALLED:  '.
           05  S2-RECALLED           PIC ZZ,ZZZ,ZZ9.
           05  FILLER                PIC X(11)     VALUE '  REFUSED: '.
           05  S2-REFUSED            PIC ZZ,ZZZ,ZZ9.
           05  FILLER                PIC X(90)     VALUE SPACES.

       PROCEDURE DIVISION.

       00000-MAIN-PROCEDURE.
           MOVE WS-COMMAND-ECHO-LINE TO REPORT-REC.
           WRITE REPORT-REC.

           PERFORM 02050-CHECK-AUTHORITY.

           IF AUTHORITY-GRANTED THEN
              EVALUATE CMD-VERB
                 WHEN 'INQUIRE'
                    PERFORM 02100-DO-INQUIRE
                 WHEN 'RANGE'
                    PERFORM 02200-DO-RANGE
                 WHEN 'DELETE'
                    PERFORM 02300-DO-DELETE
                 WHEN 'UNDELETE'
                    PERFORM 02350-DO-UNDELETE
                 WHEN 'RECALL'
                    PERFORM 02380-DO-RECALL
                 WHEN 'REPRINT'
                    PERFORM 02400-DO-REPRINT
                 WHEN 'JOURNAL'
                    PERFORM 02450-DO-JOURNAL
                 WHEN OTHER
                    ADD 1 TO WS-BAD-COMMAND-CNT
                    MOVE WS-BAD-COMMAND-LINE TO REPORT-REC
                    WRITE REPORT-REC
              END-EVALUATE
           END-IF.

           PERFORM 02500-READ-COMMAND.

       02050-CHECK-AUTHORITY.

      *    AN UNRECOGNIZED VERB NEEDS NO AUTHORITY -- IT IS
      *    REJECTED AS MALFORMED BY THE DISPATCH
           SET AUTHORITY-GRANTED TO TRUE.
           EVALUATE CMD-VERB
              WHEN 'INQUIRE'
              WHEN 'RANGE'
              WHEN 'JOURNAL'
                 SET AUA-ACTION-INQUIRE TO TRUE
              WHEN 'DELETE'
              WHEN 'RECALL'
                 SET AUA-ACTION-DELETE TO TRUE
              WHEN 'UNDELETE'
                 SET AUA-ACTION-UNDELETE TO TRUE
              WHEN 'REPRINT'
                 SET AUA-ACTION-REPRINT TO TRUE
              WHEN OTHER
                 MOVE ZERO TO AUA-ACTION
           END-EVALUATE.

           IF AUA-ACTION > 0 THEN
              MOVE WS-RUN-USERID TO AUA-USERID
              MOVE 'TPROG02' TO AUA-PROGRAM
              MOVE CE-COMMAND TO AUA-COMMAND
              CALL 'TSUBR03' USING AUTHORIZATION-AREA
              IF NOT AUA-RESULT-OK THEN
                 MOVE 'N' TO WS-AUTH-SW
                 ADD 1 TO WS-REFUSED-CNT
                 MOVE SPACES TO RF-TEXT
                 STRING '*** REFUSED - ' AUA-MESSAGE
                    DELIMITED BY SIZE INTO RF-TEXT
                 MOVE WS-REFUSED-LINE TO REPORT-REC
                 WRITE REPORT-REC
              END-IF
           END-IF.

       02100-DO-INQUIRE.

                 IF JRN-IMAGE-FOUND THEN
                    PERFORM 03000-WRITE-JOURNAL-ROW
                    IF JRN-WRITE-OK THEN
      *                THE JOURNAL IMAGE IS THE FIRST 80 BYTES; THE
      *                ACK DATE/TIME BEHIND IT IS LEFT AS IT STANDS
                       MOVE WS-JRN-SAVED-IMAGE TO MSGMST-REC(1:80)
                       REWRITE MSGMST-REC
                       ADD 1 TO WS-MSGS-RESTORED
                       MOVE WS-RESTORED-LINE TO REPORT-REC
                 END-IF
           END-READ.

       02380-DO-RECALL.

      *    A RECALLED MESSAGE STAYS ON THE MASTER (ITS KEY AND TEXT
      *    GO OUT ON THE RECALL NOTICE); THE JOURNAL ROW IS WHAT
      *    TPROG03 PICKS THE RECALL UP FROM
           PERFORM 02600-READ-BY-KEY.
           IF MSGFILE-STATUS-OK THEN
              EVALUATE TRUE
                 WHEN MSG-DELETED
                    ADD 1 TO WS-BAD-COMMAND-CNT
                    MOVE WS-RCL-DELETED-LINE TO REPORT-REC
                    WRITE REPORT-REC
                 WHEN MSG-RECALLED
                    MOVE WS-ALREADY-RCL-LINE TO REPORT-REC
                    WRITE REPORT-REC
                 WHEN OTHER
                    PERFORM 03000-WRITE-JOURNAL-ROW
                    IF JRN-WRITE-OK THEN
                       SET MSG-RECALLED TO TRUE
                       REWRITE MSGMST-REC
                       ADD 1 TO WS-MSGS-RECALLED
                       MOVE WS-RECALLED-LINE TO REPORT-REC
                       WRITE REPORT-REC
                       PERFORM 02700-PRINT-MESSAGE-DETAIL
                    END-IF
              END-EVALUATE
           END-IF.

       02400-DO-REPRINT.

           PERFORM 02600-READ-BY-KEY.

       02600-READ-BY-KEY.

      *    COMMON KEYED READ FOR INQUIRE/DELETE/RECALL/REPRINT --
      *    LEAVES WS-MSGFILE-STATUS '00' ONLY WHEN THE RECORD
      *    WAS FOUND, AND HAS ALREADY REPORTED OTHERWISE
           IF CMD-DATE NOT NUMERIC
           MOVE WS-BAD-COMMAND-CNT TO SU-ERRORS.
           MOVE WS-SUMMARY-LINE TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE WS-MSGS-RECALLED TO S2-RECALLED.
           MOVE WS-REFUSED-CNT TO S2-REFUSED.
           MOVE WS-SUMMARY-LINE-2 TO REPORT-REC.
           WRITE REPORT-REC.

       09000-TERMINATE.

           CLOSE MSGFILE.
           CLOSE CMDFILE.
           CLOSE RPTFILE.
           IF WS-REFUSED-CNT > 0 AND RETURN-CODE < 4 THEN
              MOVE 4 TO RETURN-CODE
           END-IF.
