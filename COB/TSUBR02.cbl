       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TSUBR02.
       AUTHOR.        COMPUWARE ISPW TRAINING.
       DATE-WRITTEN.  OCTOBER 15TH, 2026.
       DATE-COMPILED.

      ********************************************************
      * THIS PROGRAM IS A SUBPROGRAM CALLED BY THE NIGHTLY STEP
      *      PROGRAMS (TPROG01, TPROG03, TPROG08, TPROG09 AND
      *      TPROG11) TO KEEP THE BATCH-CONTROL ROW FOR THE
      *      BUSINESS DATE ON THEIR BEHALF.
      *
      *      A 'S' (START) CALL REFUSES THE STEP WHEN ITS
      *      PREDECESSOR IS NOT COMPLETE FOR THE DATE, OR WHEN
      *      THE STEP ITSELF IS ALREADY COMPLETE AND NO RERUN WAS
      *      ASKED FOR; OTHERWISE IT MARKS THE STEP STARTED.  AN
      *      'E' (END) CALL RECORDS THE STEP'S OUTCOME AND RETURN
      *      CODE.  THE CLUSTER IS OPENED AND CLOSED ON EVERY
      *      CALL SO THE ROW IS ON DISK BEFORE THE STEP GOES ON
      *      AND TPROG13 CAN INQUIRE WHILE A STEP IS RUNNING.
      *
      *      PREDECESSORS:  LOAD     -- NONE
      *                     DISTRIB  -- LOAD
      *                     ACKMATCH -- DISTRIB
      *                     RECON    -- DISTRIB
      *                     ROLL     -- RECON
      *
      *      COPYLIBS   TCPYI01   (BATCH-CONTROL RECORD)
      *                 TCPYJ01   (LINK AREA)
      * ======================================================
      *                   MODIFICATION  LOG
      *
      *  DD/MM/YY  PROGRAMMER  CHANGES
      *  ********  **********  *******
      *  15/10/26  MAINT       NEW PROGRAM
      * ======================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *****************************************************
      *  BCTFILE - VSAM KSDS BATCH-CONTROL FILE, KEYED BY
      *            BUSINESS DATE (SEE TCPYI01)
      *****************************************************
           SELECT BCTFILE  ASSIGN BCTLMSTR
             ORGANIZATION IS INDEXED
             ACCESS IS RANDOM
             RECORD KEY IS BC-KEY
             FILE STATUS IS WS-BCTFILE-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  BCTFILE
           RECORD CONTAINS 200 CHARACTERS
           DATA RECORD IS BCTL-REC.

       COPY TCPYI01.

       WORKING-STORAGE SECTION.

       01  WS-BCTFILE-STATUS  PIC X(2)      VALUE '00'.
           88  BCTFILE-STATUS-OK     VALUE '00'.
           88  BCTFILE-NOT-LOADED    VALUE '35'.

       01  WS-EMPTY-CLUSTER-SW PIC X(1)     VALUE 'N'.
           88  EMPTY-CLUSTER         VALUE 'Y'.

       01  WS-ROW-FOUND-SW    PIC X(1)      VALUE 'N'.
           88  ROW-FOUND             VALUE 'Y'.

       01  WS-STEP-IX         PIC 9(1)      VALUE ZERO.
       01  WS-PRED-IX         PIC 9(1)      VALUE ZERO.

       01  WS-SYS-DATE        PIC 9(6)      VALUE ZERO.
       01  WS-SYS-TIME        PIC 9(8)      VALUE ZERO.
       01  WS-NOW-DATE        PIC X(8)      VALUE SPACES.
       01  WS-NOW-TIME        PIC X(6)      VALUE SPACES.

      ****************************************************
      **** STEP NAMES AND PREDECESSORS, IN TCPYI01 ORDER
      ****************************************************
       01  WS-STEP-NAME-VALUES.
           05  FILLER         PIC X(8)      VALUE 'LOAD    '.
           05  FILLER         PIC X(8)      VALUE 'DISTRIB '.
           05  FILLER         PIC X(8)      VALUE 'ACKMATCH'.
           05  FILLER         PIC X(8)      VALUE 'RECON   '.
           05  FILLER         PIC X(8)      VALUE 'ROLL    '.
       01  WS-STEP-NAME-TABLE REDEFINES WS-STEP-NAME-VALUES.
           05  WS-STEP-NAME   OCCURS 5 TIMES
                              PIC X(8).

       01  WS-PRED-STEP-VALUES PIC X(5)     VALUE '01224'.
       01  WS-PRED-STEP-TABLE REDEFINES WS-PRED-STEP-VALUES.
           05  WS-PRED-STEP   OCCURS 5 TIMES
                              PIC 9(1).

       LINKAGE SECTION.
      ****************************************************
      **** A COPY MEMBER FOR THE LINKAGE AREA PARAMETERS
      ****************************************************
       COPY TCPYJ01.

       PROCEDURE DIVISION USING BATCH-CONTROL-AREA.

       0000-MAIN-PROCEDURE.

           MOVE '00' TO BCA-RESULT.
           MOVE SPACES TO BCA-MESSAGE.

           ACCEPT WS-SYS-DATE FROM DATE.
           ACCEPT WS-SYS-TIME FROM TIME.
           MOVE '20' TO WS-NOW-DATE(1:2).
           MOVE WS-SYS-DATE TO WS-NOW-DATE(3:6).
           MOVE WS-SYS-TIME(1:6) TO WS-NOW-TIME.

           EVALUATE TRUE
               WHEN BCA-ACTION-START
                   PERFORM 1000-START-STEP
               WHEN BCA-ACTION-END
                   PERFORM 2000-END-STEP
           END-EVALUATE.

           GOBACK.

       1000-START-STEP.

           PERFORM 3000-OPEN-CONTROL-FILE.
           IF BCA-RESULT-OK THEN
               PERFORM 3100-READ-CONTROL-ROW
               PERFORM 1100-CHECK-SEQUENCE
               IF BCA-RESULT-OK THEN
                   MOVE BCA-STEP TO WS-STEP-IX
                   IF BC-STEP-COMPLETE (WS-STEP-IX) THEN
                       SET BC-STEP-RERUN (WS-STEP-IX) TO TRUE
                   ELSE
                       SET BC-STEP-NORMAL (WS-STEP-IX) TO TRUE
                   END-IF
                   SET BC-STEP-STARTED (WS-STEP-IX) TO TRUE
                   MOVE ZERO TO BC-STEP-RC (WS-STEP-IX)
                   PERFORM 3300-STAMP-STEP-ENTRY
                   PERFORM 3200-SAVE-CONTROL-ROW
               END-IF
               CLOSE BCTFILE
           END-IF.

       1100-CHECK-SEQUENCE.

      *    THE PREDECESSOR MUST BE COMPLETE; A STEP ALREADY
      *    COMPLETE FOR THE DATE ONLY RUNS AGAIN ON REQUEST.  A
      *    STEP LEFT STARTED OR FAILED MAY ALWAYS BE RERUN
           MOVE BCA-STEP TO WS-STEP-IX.
           MOVE WS-PRED-STEP (WS-STEP-IX) TO WS-PRED-IX.
           IF WS-PRED-IX > 0 THEN
               IF NOT BC-STEP-COMPLETE (WS-PRED-IX) THEN
                   MOVE '10' TO BCA-RESULT
                   STRING 'STEP ' WS-STEP-NAME (WS-PRED-IX)
                          ' NOT COMPLETE FOR ' BCA-BUS-DATE
                          ' - ' WS-STEP-NAME (WS-STEP-IX)
                          ' REFUSED'
                      DELIMITED BY SIZE INTO BCA-MESSAGE
               END-IF
           END-IF.

           IF BCA-RESULT-OK
                 AND BC-STEP-COMPLETE (WS-STEP-IX)
                 AND NOT BCA-RERUN-REQUESTED THEN
               MOVE '20' TO BCA-RESULT
               STRING 'STEP ' WS-STEP-NAME (WS-STEP-IX)
                      ' ALREADY COMPLETE FOR ' BCA-BUS-DATE
                      ' - PARM RERUN TO REPEAT'
                  DELIMITED BY SIZE INTO BCA-MESSAGE
           END-IF.

       2000-END-STEP.

           PERFORM 3000-OPEN-CONTROL-FILE.
           IF BCA-RESULT-OK THEN
               PERFORM 3100-READ-CONTROL-ROW
               MOVE BCA-STEP TO WS-STEP-IX
               IF NOT ROW-FOUND THEN
                   SET BC-STEP-NORMAL (WS-STEP-IX) TO TRUE
               END-IF
               MOVE BCA-OUTCOME TO BC-STEP-STATUS (WS-STEP-IX)
               MOVE BCA-STEP-RC TO BC-STEP-RC (WS-STEP-IX)
               PERFORM 3300-STAMP-STEP-ENTRY
               PERFORM 3200-SAVE-CONTROL-ROW
               CLOSE BCTFILE
           END-IF.

       3000-OPEN-CONTROL-FILE.

      *    FIRST-EVER STEP AGAINST AN EMPTY CLUSTER -- PRIME IT IN
      *    OUTPUT MODE; THERE IS NO ROW TO READ YET
           MOVE 'N' TO WS-EMPTY-CLUSTER-SW.
           OPEN I-O BCTFILE.
           IF BCTFILE-NOT-LOADED THEN
               OPEN OUTPUT BCTFILE
               SET EMPTY-CLUSTER TO TRUE
           END-IF.
           IF NOT BCTFILE-STATUS-OK THEN
               MOVE '30' TO BCA-RESULT
               STRING 'BATCH CONTROL FILE OPEN FAILED - STATUS '
                      WS-BCTFILE-STATUS
                  DELIMITED BY SIZE INTO BCA-MESSAGE
           END-IF.

       3100-READ-CONTROL-ROW.

           MOVE 'N' TO WS-ROW-FOUND-SW.
           IF NOT EMPTY-CLUSTER THEN
               MOVE BCA-BUS-DATE TO BC-BUS-DATE
               READ BCTFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET ROW-FOUND TO TRUE
               END-READ
           END-IF.

           IF NOT ROW-FOUND THEN
               MOVE SPACES TO BCTL-REC
               MOVE BCA-BUS-DATE TO BC-BUS-DATE
               PERFORM VARYING WS-STEP-IX FROM 1 BY 1
                        UNTIL WS-STEP-IX > 5
                   MOVE ZERO TO BC-STEP-RC (WS-STEP-IX)
               END-PERFORM
           END-IF.

       3200-SAVE-CONTROL-ROW.

           IF ROW-FOUND THEN
               REWRITE BCTL-REC
           ELSE
               WRITE BCTL-REC
           END-IF.
           IF NOT BCTFILE-STATUS-OK THEN
               MOVE '30' TO BCA-RESULT
               STRING 'BATCH CONTROL FILE UPDATE FAILED - STATUS '
                      WS-BCTFILE-STATUS
                  DELIMITED BY SIZE INTO BCA-MESSAGE
           END-IF.

       3300-STAMP-STEP-ENTRY.

           MOVE BCA-STEP TO WS-STEP-IX.
           MOVE WS-NOW-DATE TO BC-STEP-DATE (WS-STEP-IX).
           MOVE WS-NOW-TIME TO BC-STEP-TIME (WS-STEP-IX).
           MOVE BCA-USERID TO BC-STEP-USERID (WS-STEP-IX).
