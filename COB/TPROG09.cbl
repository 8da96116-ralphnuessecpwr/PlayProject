      *          PRIOR AND THE DISTRIBUTED TOTAL)
      *        - THE AUDFILE ROW FOR THE RUN
      *      THE RECRPT BALANCING REPORT LISTS EVERY LEG AND
      *      THE VERDICT EXTRACT = MASTER LOADS = DISTRIBUTED,
      *      AND DISTRIBUTION GROUP COPIES ON THE EXTRACT =
      *      THE MANIFEST'S GROUP COPY ROWS.
      *      ANY MISMATCH, A MANIFEST FOR THE WRONG DATE OR A
      *      MISSING COMPLETE AUDIT ROW ENDS THE RUN WITH
      *      RETURN-CODE 8 SO THE SCHEDULER HOLDS THE
      *                 TCPYC01   (EXTRACT RECORD)
      *                 TCPYD01   (MESSAGE MASTER RECORD)
      *                 TCPYE01   (AUDIT RECORD)
      *                 TCPYJ01   (BATCH-CONTROL LINK AREA)
      * ======================================================
      *                   MODIFICATION  LOG
      *
      *  DD/MM/YY  PROGRAMMER  CHANGES
      *  ********  **********  *******
      *  02/09/26  MAINT       NEW PROGRAM
      *  15/10/26  MAINT       RECONCILIATION NOW CHECKS THE
      *                        BATCH-CONTROL FILE (TCPYI01) VIA
      *                        TSUBR02 -- DISTRIBUTION MUST BE
      *                        COMPLETE FOR THE SELECTED DATE AND
      *                        A DATE ALREADY RECONCILED IS ONLY
      *                        REPEATED WITH PARM RERUN; A REFUSAL
      *                        PRINTS ON RECRPT AND ENDS RC=24.
      *                        AN OUT-OF-BALANCE DAY RECORDS THE
      *                        STEP FAILED, SO THE CALENDAR ROLL
      *                        WAITS FOR A CLEAN RERUN
      *  15/10/26  MAINT       TPROG01'S PER-ORIGINATOR AUDFILE
      *                        ROWS (AR-ORIGINATOR-ROW) ARE LEFT
      *                        OUT OF THE AUDIT ECHO
      *  15/10/26  MAINT       DISTRIBUTION GROUP COPIES ARE A LEG
      *                        OF THEIR OWN -- EXTRACT RECORDS FOR
      *                        THE DATE CARRYING AN EX-GROUP-CODE
      *                        MUST EQUAL THE SUM OF THE TPROG03
      *                        'GROUP CPY' MANIFEST ROWS.  THE
      *                        COPIES ARE ALSO INSIDE THE EXTRACT,
      *                        MASTER AND DISTRIBUTED TOTALS
      *  15/10/26  MAINT       RECALLS ARE A LEG OF THEIR OWN --
      *                        MASTER ROWS FOR THE DATE NOW
      *                        RECALLED (STILL INSIDE THE LOADED
      *                        COUNT) AND THE RECALL NOTICES ON
      *                        THE TPROG03 'RECALLS' MANIFEST ROW
      *                        (NOT INSIDE THE DISTRIBUTED TOTAL).
      *                        NOTICES MAY BE FOR EARLIER DATES'
      *                        MESSAGES, SO BOTH ARE INFORMATION
      *                        ONLY AND CARRY NO VERDICT
      *  15/10/26  MAINT       MESSAGE MASTER RECORD LENGTH
      *                        80 -> 96 (ACK DATE/TIME ADDED TO
      *                        TCPYD01)
      *  15/10/26  MAINT       EXTRACT NOW 82 BYTES (EX-MSG-SEQ) -- NO
      *                        COUNTING CHANGE.  THE MANIFEST 'FEED
      *                        BRD' ROW (BROADCAST MESSAGES ALSO SENT
      *                        ON THE ELECTRONIC FEED) IS NOTED AS
      *                        COPIES, NOT EXTRA TRAFFIC
      *  15/10/26  MAINT       THE MANIFEST 'FEED RCL' ROW (BROADCAST
      *                        RECALL NOTICES ALSO SENT ON THE FEED)
      *                        IS NOTED AS COPIES OF THE RECALLS ROW
      * ======================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       COPY TCPYC01.

       FD  MSGFILE
           RECORD CONTAINS 96 CHARACTERS
           DATA RECORD IS MSGMST-REC.

       COPY TCPYD01.
       01  WS-CAL-EOF-SW              PIC X(1)      VALUE 'N'.
           88  CAL-EOF                    VALUE 'Y'.

      ****************************************************
      **** BATCH-CONTROL LINK AREA -- TSUBR02 KEEPS THE
      **** RECONCILIATION STEP'S ROW ON THE BATCH-CONTROL
      **** FILE
      ****************************************************
       COPY TCPYJ01.
       01  WS-RUN-USERID              PIC X(20)     VALUE SPACES.

      ****************************************************
      **** DE-EDITING WORK FIELDS (AS TPROG04)
      ****************************************************
       01  WS-EXTRACT-CNT             PIC 9(8)      VALUE ZERO.
       01  WS-MASTER-CNT              PIC 9(8)      VALUE ZERO.
       01  WS-MANIFEST-TOTAL          PIC 9(8)      VALUE ZERO.
       01  WS-EXTRACT-GROUP-CNT       PIC 9(8)      VALUE ZERO.
       01  WS-MANIFEST-GROUP-CNT      PIC 9(8)      VALUE ZERO.
       01  WS-MASTER-RECALLED-CNT     PIC 9(8)      VALUE ZERO.
       01  WS-MAN-TOTAL-SW            PIC X(1)      VALUE 'N'.
           88  MANIFEST-TOTAL-SEEN        VALUE 'Y'.
       01  WS-MAN-DATE-SW             PIC X(1)      VALUE 'N'.
           05  VD-VERDICT            PIC X(18).
           05  FILLER                PIC X(52)     VALUE SPACES.

       01  WS-BCTL-REFUSED-LINE.
           05  BR-CC                 PIC X(1)      VALUE ' '.
           05  FILLER                PIC X(4)      VALUE '*** '.
           05  BR-MESSAGE            PIC X(60).
           05  FILLER                PIC X(68)     VALUE ' ***'.

       01  WS-AUDIT-ECHO-LINE.
           05  AE-CC                 PIC X(1)      VALUE ' '.
           05  FILLER                PIC X(2)      VALUE SPACES.
           MOVE BODY-LINE TO REPORT-REC.
           WRITE REPORT-REC.

           PERFORM 01400-START-BATCH-CONTROL.
           IF NOT BCA-RESULT-OK THEN
              MOVE BCA-MESSAGE TO BR-MESSAGE
              MOVE WS-BCTL-REFUSED-LINE TO REPORT-REC
              WRITE REPORT-REC
              DISPLAY 'TPROG09: ' BCA-MESSAGE UPON CONSOLE
              CLOSE RPTFILE
              MOVE 24 TO RETURN-CODE
              GOBACK
           END-IF.

       01400-START-BATCH-CONTROL.

      *    DISTRIBUTION MUST BE COMPLETE FOR THE SELECTED DATE; A
      *    DATE ALREADY RECONCILED ONLY GOES AGAIN ON PARM RERUN
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
           SET BCA-STEP-RECON TO TRUE.
           MOVE WS-SELECT-DATE TO BCA-BUS-DATE.
           MOVE WS-RUN-USERID TO BCA-USERID.
           CALL 'TSUBR02' USING BATCH-CONTROL-AREA.

       01450-END-BATCH-CONTROL.

      *    AN OUT-OF-BALANCE DAY LEAVES THE STEP FAILED SO THE
      *    CALENDAR ROLL WAITS FOR A CLEAN RERUN
           IF RECON-MISMATCH THEN
              SET BCA-OUTCOME-FAILED TO TRUE
              MOVE 8 TO BCA-STEP-RC
           ELSE
              SET BCA-OUTCOME-COMPLETE TO TRUE
              MOVE ZERO TO BCA-STEP-RC
           END-IF.
           SET BCA-ACTION-END TO TRUE.
           CALL 'TSUBR02' USING BATCH-CONTROL-AREA.
           IF NOT BCA-RESULT-OK THEN
              DISPLAY 'TPROG09: ' BCA-MESSAGE UPON CONSOLE
           END-IF.

       01500-GET-SELECT-DATE.

      *    PARM DATE=YYYYMMDD, ELSE THE CALENDAR CURRENT BUSINESS
           MOVE WS-LEG-LINE TO REPORT-REC.
           WRITE REPORT-REC.

           MOVE 'EXTRACT GROUP COPIES              ' TO LG-NAME.
           MOVE WS-EXTRACT-GROUP-CNT TO LG-COUNT.
           MOVE 'INCLUDED IN EXTRACT RECORDS' TO LG-NOTE.
           MOVE WS-LEG-LINE TO REPORT-REC.
           WRITE REPORT-REC.

       02100-COUNT-ONE-EXTRACT-RECORD.

           READ EXTFILE
              NOT AT END
                 IF EX-RUN-DATE = WS-SELECT-DATE THEN
                    ADD 1 TO WS-EXTRACT-CNT
                    IF NOT EX-NOT-GROUP-COPY THEN
                       ADD 1 TO WS-EXTRACT-GROUP-CNT
                    END-IF
                 END-IF
           END-READ.

           MOVE WS-LEG-LINE TO REPORT-REC.
           WRITE REPORT-REC.

           MOVE 'MESSAGE MASTER ROWS RECALLED      ' TO LG-NAME.
           MOVE WS-MASTER-RECALLED-CNT TO LG-COUNT.
           MOVE 'INCLUDED IN ROWS LOADED' TO LG-NOTE.
           MOVE WS-LEG-LINE TO REPORT-REC.
           WRITE REPORT-REC.

       03100-COUNT-ONE-MASTER-ROW.

           READ MSGFILE NEXT RECORD
                 SET BROWSE-DONE TO TRUE
              ELSE
                 ADD 1 TO WS-MASTER-CNT
                 IF MSG-RECALLED THEN
                    ADD 1 TO WS-MASTER-RECALLED-CNT
                 END-IF
              END-IF
           END-IF.

              MOVE MAN-TARGET TO LG-NAME(14:9)
              MOVE WS-DEEDIT-OUT TO LG-COUNT
              MOVE SPACES TO LG-NOTE
              IF MAN-TARGET = 'RECALLS  ' THEN
                 MOVE 'NOT IN DISTRIBUTED TOTAL' TO LG-NOTE
              END-IF
              IF MAN-TARGET = 'FEED BRD ' THEN
                 MOVE 'COPIES OF BROADCAST ROW' TO LG-NOTE
              END-IF
              IF MAN-TARGET = 'FEED RCL ' THEN
                 MOVE 'COPIES OF RECALLS ROW' TO LG-NOTE
              END-IF
              MOVE WS-LEG-LINE TO REPORT-REC
              WRITE REPORT-REC
              IF MAN-DEST = 'ALL' THEN
                 SET MANIFEST-TOTAL-SEEN TO TRUE
                 MOVE WS-DEEDIT-OUT TO WS-MANIFEST-TOTAL
              END-IF
              IF MAN-TARGET = 'GROUP CPY' THEN
                 ADD WS-DEEDIT-OUT TO WS-MANIFEST-GROUP-CNT
              END-IF
           END-IF.

       04500-DEEDIT-ONE-FIELD.
              AT END
                 SET AUD-EOF TO TRUE
              NOT AT END
                 IF AR-RUN-DATE = WS-SELECT-DATE-ED
                       AND NOT AR-ORIGINATOR-ROW THEN
                    MOVE AR-RUN-TIME TO AE-TIME
                    MOVE AR-OUTCOME TO AE-OUTCOME
                    MOVE AR-RECORDS-READ-X TO AE-READ
           MOVE WS-VERDICT-LINE TO REPORT-REC.
           WRITE REPORT-REC.

           MOVE 'EXTRACT GROUP COPIES = MANIFEST GROUP COPIES'
              TO VD-TEXT.
           IF WS-EXTRACT-GROUP-CNT = WS-MANIFEST-GROUP-CNT THEN
              MOVE 'IN BALANCE' TO VD-VERDICT
           ELSE
              MOVE '*OUT OF BALANCE*' TO VD-VERDICT
              SET RECON-MISMATCH TO TRUE
           END-IF.
           MOVE WS-VERDICT-LINE TO REPORT-REC.
           WRITE REPORT-REC.

           MOVE 'MANIFEST CARRIES THE SELECTED BUSINESS DATE'
              TO VD-TEXT.
           IF MANIFEST-DATE-OK THEN
       09000-TERMINATE.

           CLOSE RPTFILE.
           PERFORM 01450-END-BATCH-CONTROL.
           IF RECON-MISMATCH THEN
              MOVE 8 TO RETURN-CODE
           END-IF.
