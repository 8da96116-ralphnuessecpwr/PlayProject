      *      THE CALENDAR PROOF REPORT.
      *
      *      COPYLIBS   TCPYA01   (HEADER)
      *                 TCPYJ01   (BATCH-CONTROL LINK AREA)
      * ======================================================
      *                   MODIFICATION  LOG
      *
      *  02/09/26  MAINT       NEW PROGRAM
      *  02/09/26  MAINT       PROOF TOTALS LINE TRIMMED TO THE
      *                        133-BYTE REPORT RECORD
      *  15/10/26  MAINT       MODE=ROLL NOW CHECKS THE BATCH-
      *                        CONTROL FILE (TCPYI01) VIA TSUBR02
      *                        -- THE DAY BEING ROLLED OFF MUST
      *                        HAVE ITS RECONCILIATION COMPLETE,
      *                        AND A DAY ALREADY ROLLED IS ONLY
      *                        ROLLED AGAIN WITH PARM RERUN.  A
      *                        REFUSAL WRITES NOTHING AND ENDS
      *                        RC=24; THE ROLL'S OUTCOME IS
      *                        RECORDED AT END.  REFUSAL REASON
      *                        WIDENED TO 60
      *  15/10/26  MAINT       NESTED IFS UNDER ELSE IN 03200 AND 09000
      *                        RE-INDENTED
      * ======================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  WS-NEXT-BUS-IX             PIC 9(3)      VALUE ZERO.
       01  WS-CAL-BAD-SW              PIC X(1)      VALUE 'N'.
           88  CALENDAR-REFUSED           VALUE 'Y'.
       01  WS-REFUSE-REASON           PIC X(60)     VALUE SPACES.

      ****************************************************
      **** BATCH-CONTROL LINK AREA -- TSUBR02 KEEPS THE
      **** ROLL STEP'S ROW ON THE BATCH-CONTROL FILE
      ****************************************************
       COPY TCPYJ01.
       01  WS-RUN-USERID              PIC X(20)     VALUE SPACES.
       01  WS-BCTL-STATE-SW           PIC X(1)      VALUE SPACE.
           88  BCTL-STEP-STARTED          VALUE 'S'.
           88  BCTL-STEP-REFUSED          VALUE 'R'.

      ****************************************************
      **** DAY-TYPE TOTALS FOR THE PROOF REPORT
           05  RF-CC                 PIC X(1)      VALUE ' '.
           05  FILLER                PIC X(25)     VALUE
               '*** CALENDAR REFUSED --  '.
           05  RF-REASON             PIC X(60).
           05  FILLER                PIC X(7)      VALUE '  ***'.
           05  FILLER                PIC X(40)     VALUE SPACES.

       LINKAGE SECTION.
       01  WS-PARM-AREA.
              END-IF
           END-PERFORM.

           IF WS-CURR-ROW-IX > 0 THEN
              PERFORM 03400-START-BATCH-CONTROL
           END-IF.

           IF WS-CURR-ROW-IX = 0 THEN
              SET CALENDAR-REFUSED TO TRUE
              MOVE 'CALIN HAS NO CURRENT BUSINESS DAY FLAGGED'
                 TO WS-REFUSE-REASON
           ELSE
              IF BCTL-STEP-STARTED THEN
                 MOVE ZERO TO WS-NEXT-BUS-IX
                 COMPUTE WS-CAL-IX = WS-CURR-ROW-IX + 1
                 PERFORM UNTIL WS-CAL-IX > WS-CAL-CNT
                             OR WS-NEXT-BUS-IX > 0
                    IF WS-CAL-TYPE (WS-CAL-IX) = 'B' THEN
                       MOVE WS-CAL-IX TO WS-NEXT-BUS-IX
                    END-IF
                    ADD 1 TO WS-CAL-IX
                 END-PERFORM
                 IF WS-NEXT-BUS-IX = 0 THEN
                    SET CALENDAR-REFUSED TO TRUE
                    MOVE 'NO NEXT BUSINESS DAY - BUILD NEXT YEAR'
                       TO WS-REFUSE-REASON
                 ELSE
                    MOVE SPACE TO WS-CAL-FLAG (WS-CURR-ROW-IX)
                    MOVE 'C' TO WS-CAL-FLAG (WS-NEXT-BUS-IX)
                 END-IF
              END-IF
           END-IF.

       03400-START-BATCH-CONTROL.

      *    THE DAY BEING ROLLED OFF MUST BE RECONCILED; A DAY
      *    ALREADY ROLLED ONLY GOES AGAIN ON PARM RERUN
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
           SET BCA-STEP-ROLL TO TRUE.
           MOVE WS-CAL-DATE (WS-CURR-ROW-IX) TO BCA-BUS-DATE.
           MOVE WS-RUN-USERID TO BCA-USERID.
           CALL 'TSUBR02' USING BATCH-CONTROL-AREA.
           IF BCA-RESULT-OK THEN
              SET BCTL-STEP-STARTED TO TRUE
           ELSE
              SET BCTL-STEP-REFUSED TO TRUE
              SET CALENDAR-REFUSED TO TRUE
              MOVE BCA-MESSAGE TO WS-REFUSE-REASON
           END-IF.

       03450-END-BATCH-CONTROL.

      *    A ROLL REFUSED AFTER THE STEP WAS STARTED (BAD CALIN,
      *    NO NEXT BUSINESS DAY) IS LEFT FAILED FOR A RERUN
           IF CALENDAR-REFUSED THEN
              SET BCA-OUTCOME-FAILED TO TRUE
              MOVE 12 TO BCA-STEP-RC
           ELSE
              SET BCA-OUTCOME-COMPLETE TO TRUE
              MOVE ZERO TO BCA-STEP-RC
           END-IF.
           SET BCA-ACTION-END TO TRUE.
           CALL 'TSUBR02' USING BATCH-CONTROL-AREA.
           IF NOT BCA-RESULT-OK THEN
              DISPLAY 'TPROG11: ' BCA-MESSAGE UPON CONSOLE
           END-IF.

       04000-VALIDATE-CALENDAR.

      *    THE SAME CONDITIONS THE DAILY RUNS ENFORCE: EXACTLY

           CLOSE CALOUT.
           CLOSE RPTFILE.
           IF BCTL-STEP-STARTED THEN
              PERFORM 03450-END-BATCH-CONTROL
           END-IF.
           IF BCTL-STEP-REFUSED THEN
              MOVE 24 TO RETURN-CODE
           ELSE
              IF CALENDAR-REFUSED THEN
                 MOVE 12 TO RETURN-CODE
              END-IF
           END-IF.
