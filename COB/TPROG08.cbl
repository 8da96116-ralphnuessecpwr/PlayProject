      *      HANDOFF; OTHER UNACKNOWLEDGED TRAFFIC IS
      *      REPORTED ONLY.
      *
      *      EACH CONFIRMING ACK'S RECEIPT DATE AND TIME ARE
      *      KEPT ON THE MASTER (MSG-ACK-DATE/MSG-ACK-TIME) FOR
      *      THE TPROG15 DELIVERY-TIME SCORECARD.
      *
      *      THE DATE COMES FROM PARM DATE=YYYYMMDD, ELSE THE
      *      CALENDAR CURRENT BUSINESS DAY, ELSE THE SYSTEM
      *      DATE -- THE SAME SELECTION TPROG03 USES.
      *      COPYLIBS   TCPYA01   (HEADER)
      *                 TCPYD01   (MESSAGE MASTER RECORD)
      *                 TCPYG01   (ACKNOWLEDGMENT RECORD)
      *                 TCPYJ01   (BATCH-CONTROL LINK AREA)
      * ======================================================
      *                   MODIFICATION  LOG
      *
      *                        ACK FILE IS VISIBLE AT A GLANCE)
      *  02/09/26  MAINT       ACKS-ON-DELETED COUNT ADDED TO
      *                        THE SECOND SUMMARY LINE
      *  15/10/26  MAINT       ACK MATCHING NOW CHECKS THE BATCH-
      *                        CONTROL FILE (TCPYI01) VIA TSUBR02
      *                        -- DISTRIBUTION MUST BE COMPLETE
      *                        FOR THE SELECTED DATE AND A DATE
      *                        ALREADY MATCHED CLEAN IS ONLY
      *                        REPEATED WITH PARM RERUN; A REFUSAL
      *                        PRINTS ON ACKRPT AND ENDS RC=24.
      *                        UNCONFIRMED FLASH/URGENT TRAFFIC
      *                        (RC=8) RECORDS THE STEP FAILED SO
      *                        IT CAN BE RUN AGAIN AS LATE ACKS
      *                        ARRIVE
      *  15/10/26  MAINT       RECALLED MESSAGES (TPROG02 RECALL)
      *                        ARE NO LONGER CHASED -- THEY ARE
      *                        COUNTED ON THE SECOND SUMMARY LINE
      *                        INSTEAD OF LISTED UNACKNOWLEDGED,
      *                        AND AN ACK FOR ONE IS AN EXCEPTION
      *                        LINE THAT LEAVES IT RECALLED
      *  15/10/26  MAINT       THE CONFIRMING ACK'S RECEIPT
      *                        DATE/TIME (ACK-RECV-DATE/TIME) IS
      *                        NOW KEPT ON THE MASTER ROW
      *                        (MSG-ACK-DATE/TIME, TCPYD01 80 ->
      *                        96) INSTEAD OF BEING DISCARDED
      * ======================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       FILE SECTION.

       FD  MSGFILE
           RECORD CONTAINS 96 CHARACTERS
           DATA RECORD IS MSGMST-REC.

       COPY TCPYD01.
       01  WS-CAL-EOF-SW              PIC X(1)      VALUE 'N'.
           88  CAL-EOF                    VALUE 'Y'.

      ****************************************************
      **** BATCH-CONTROL LINK AREA -- TSUBR02 KEEPS THE
      **** ACK-MATCH STEP'S ROW ON THE BATCH-CONTROL FILE
      ****************************************************
       COPY TCPYJ01.
       01  WS-RUN-USERID              PIC X(20)     VALUE SPACES.

      ****************************************************
      **** RUN CONTROL TOTALS
      ****************************************************
       01  WS-ACKS-ALREADY            PIC 9(8)      VALUE ZERO.
       01  WS-ACKS-NOT-FOUND          PIC 9(8)      VALUE ZERO.
       01  WS-ACKS-ON-DELETED         PIC 9(8)      VALUE ZERO.
       01  WS-ACKS-ON-RECALLED        PIC 9(8)      VALUE ZERO.
       01  WS-MSGS-RECALLED           PIC 9(8)      VALUE ZERO.
       01  WS-ACKS-WRONG-DEST         PIC 9(8)      VALUE ZERO.
       01  WS-MSGS-UNACKED            PIC 9(8)      VALUE ZERO.
       01  WS-FLASH-UNACKED           PIC 9(8)      VALUE ZERO.
               ' - RUN ENDS RC=8 ***'.
           05  FILLER                PIC X(57)     VALUE SPACES.

       01  WS-BCTL-REFUSED-LINE.
           05  BR-CC                 PIC X(1)      VALUE ' '.
           05  FILLER                PIC X(4)      VALUE '*** '.
           05  BR-MESSAGE            PIC X(60).
           05  FILLER                PIC X(68)     VALUE ' ***'.

       01  WS-OPEN-FAIL-LINE.
           05  OF-CC                 PIC X(1)      VALUE ' '.
           05  FILLER                PIC X(40)     VALUE

      *    A RE-SENT ACK FILE SHOWS UP AS ALREADY-ACKED; AN ACK
      *    LANDING ON A LOGICALLY DELETED MESSAGE IS ALSO AN
      *    EXCEPTION LINE ABOVE, AS IS ONE ON A RECALLED MESSAGE.
      *    RECALLED MESSAGES FOR THE DATE ARE NOT CHASED
       01  WS-SUMMARY-LINE-2.
           05  S2-CC                 PIC X(1)      VALUE ' '.
           05  FILLER                PIC X(16)     VALUE
           05  FILLER                PIC X(14)     VALUE
               '  ON DELETED: '.
           05  S2-ON-DELETED         PIC ZZ,ZZZ,ZZ9.
           05  FILLER                PIC X(15)     VALUE
               '  ON RECALLED: '.
           05  S2-ON-RECALLED        PIC ZZ,ZZZ,ZZ9.
           05  FILLER                PIC X(22)     VALUE
               '  RECALLED-NOT CHASED:'.
           05  S2-RECALLED           PIC ZZ,ZZZ,ZZ9.
           05  FILLER                PIC X(25)     VALUE SPACES.

       LINKAGE SECTION.
       01  WS-PARM-AREA.
           MOVE BODY-LINE TO REPORT-REC.
           WRITE REPORT-REC.

           PERFORM 01400-START-BATCH-CONTROL.
           IF NOT BCA-RESULT-OK THEN
              MOVE BCA-MESSAGE TO BR-MESSAGE
              MOVE WS-BCTL-REFUSED-LINE TO REPORT-REC
              WRITE REPORT-REC
              DISPLAY 'TPROG08: ' BCA-MESSAGE UPON CONSOLE
              CLOSE RPTFILE
              MOVE 24 TO RETURN-CODE
              GOBACK
           END-IF.

           OPEN I-O MSGFILE.
           IF NOT MSGFILE-STATUS-OK THEN
              MOVE WS-MSGFILE-STATUS TO OF-STATUS
              MOVE WS-OPEN-FAIL-LINE TO REPORT-REC
              WRITE REPORT-REC
              CLOSE RPTFILE
              MOVE 12 TO BCA-STEP-RC
              PERFORM 01450-END-BATCH-CONTROL
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT ACKFILE.
           PERFORM 02100-READ-ACK.

       01400-START-BATCH-CONTROL.

      *    DISTRIBUTION MUST BE COMPLETE FOR THE SELECTED DATE; A
      *    DATE ALREADY MATCHED CLEAN ONLY GOES AGAIN ON PARM RERUN
           DISPLAY 'USER' UPON ENVIRONMENT-NAME.
           ACCEPT WS-RUN-USERID FROM ENVIRONMENT-VALUE.
           MOVE 'N' TO BCA-RERUN-SW.
           COMPUTE WS-PARM-SCAN-MAX = WS-PARM-LEN - 4.
           IF WS-PARM-SCAN-MAX > 0 THEN
              PERFORM VARYING WS-PARM-IX FROM 1 BY 1
                       UNTIL WS-PARM-IX > WS-PARM-SCAN-MAX
                 IF WS-PARM-TEXT(WS-PARM-IX:5) = 'RERUN' THEN
                    SET BCA-RERUN-REQUESTED TO TRUE
                 END-IF
              END-PERFORM
           END-IF.
           SET BCA-ACTION-START TO TRUE.
           SET BCA-STEP-ACKMATCH TO TRUE.
           MOVE WS-SELECT-DATE TO BCA-BUS-DATE.
           MOVE WS-RUN-USERID TO BCA-USERID.
           CALL 'TSUBR02' USING BATCH-CONTROL-AREA.

       01450-END-BATCH-CONTROL.

      *    BCA-STEP-RC CARRIES THE STEP'S RETURN CODE -- ANYTHING
      *    BUT ZERO LEAVES THE STEP FAILED AND OPEN TO A RERUN
           IF BCA-STEP-RC = 0 THEN
              SET BCA-OUTCOME-COMPLETE TO TRUE
           ELSE
              SET BCA-OUTCOME-FAILED TO TRUE
           END-IF.
           SET BCA-ACTION-END TO TRUE.
           CALL 'TSUBR02' USING BATCH-CONTROL-AREA.
           IF NOT BCA-RESULT-OK THEN
              DISPLAY 'TPROG08: ' BCA-MESSAGE UPON CONSOLE
           END-IF.

       01500-GET-SELECT-DATE.

      *    PARM DATE=YYYYMMDD, ELSE THE CALENDAR CURRENT BUSINESS
      *    ONLY THE DESTINATION A MESSAGE WAS ROUTED TO CAN
      *    CONFIRM IT -- A MISMATCHED ACK IS AN EXCEPTION, NOT A
      *    RECEIPT.  BROADCAST MESSAGES (BLANK MSG-DEST-CODE)
      *    ACCEPT ANY DESTINATION'S ACK.  THE FIRST ACK TO CONFIRM
      *    A MESSAGE STAMPS ITS RECEIPT DATE/TIME ON THE MASTER
           EVALUATE TRUE
              WHEN MSG-DEST-CODE NOT = SPACES
                    AND ACK-DEST-CODE NOT = MSG-DEST-CODE
                 ADD 1 TO WS-ACKS-ON-DELETED
                 MOVE 'ACK RECEIVED FOR DELETED MESSAGE' TO AB-TEXT
                 PERFORM 02300-PRINT-ACK-EXCEPTION
              WHEN MSG-RECALLED
                 ADD 1 TO WS-ACKS-ON-RECALLED
                 MOVE 'ACK RECEIVED FOR RECALLED MESSAGE' TO AB-TEXT
                 PERFORM 02300-PRINT-ACK-EXCEPTION
              WHEN OTHER
                 SET MSG-ACKED TO TRUE
                 MOVE ACK-RECV-DATE TO MSG-ACK-DATE
                 MOVE ACK-RECV-TIME TO MSG-ACK-TIME
                 REWRITE MSGMST-REC
                 ADD 1 TO WS-MSGS-ACKED
           END-EVALUATE.
                 IF MSG-ACTIVE THEN
                    PERFORM 03200-PRINT-UNACKED-DETAIL
                 END-IF
                 IF MSG-RECALLED THEN
                    ADD 1 TO WS-MSGS-RECALLED
                 END-IF
              END-IF
           END-IF.

           WRITE REPORT-REC.
           MOVE WS-ACKS-ALREADY TO S2-ALREADY.
           MOVE WS-ACKS-ON-DELETED TO S2-ON-DELETED.
           MOVE WS-ACKS-ON-RECALLED TO S2-ON-RECALLED.
           MOVE WS-MSGS-RECALLED TO S2-RECALLED.
           MOVE WS-SUMMARY-LINE-2 TO REPORT-REC.
           WRITE REPORT-REC.

           CLOSE MSGFILE.
           CLOSE ACKFILE.
           CLOSE RPTFILE.
           MOVE ZERO TO BCA-STEP-RC.
           IF WS-FLASH-UNACKED > 0 THEN
              MOVE 8 TO BCA-STEP-RC
           END-IF.
           PERFORM 01450-END-BATCH-CONTROL.
           IF WS-FLASH-UNACKED > 0 THEN
              MOVE 8 TO RETURN-CODE
           END-IF.
