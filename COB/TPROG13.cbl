       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TPROG13.
       AUTHOR.        COMPUWARE ISPW TRAINING.
       DATE-WRITTEN.  OCTOBER 15TH, 2026.
       DATE-COMPILED.

      ********************************************************
      * THIS PROGRAM IS THE OPERATIONS INQUIRY AND OVERRIDE
      *      AGAINST THE BATCH-CONTROL FILE (VSAM KSDS, SEE
      *      TCPYI01) THAT THE NIGHTLY STEPS KEEP THROUGH
      *      TSUBR02.  COMMAND CARDS ON CMDFILE DRIVE IT:
      *
      *        INQUIRE  YYYYMMDD            EVERY STEP'S STATUS
      *                                     FOR ONE BUSINESS DATE
      *        LIST     YYYYMMDD YYYYMMDD   EVERY BUSINESS DATE
      *                                     IN A RANGE
      *        RESET    YYYYMMDD STEP       PUT A STEP BACK TO
      *                                     NOT-RUN -- IT MAY RUN
      *                                     AGAIN AND ITS
      *                                     SUCCESSOR WAITS FOR IT
      *        COMPLETE YYYYMMDD STEP       MARK A STEP COMPLETE
      *                                     BY HAND SO ITS
      *                                     SUCCESSOR MAY RUN
      *
      *      STEP IS ONE OF LOAD, DISTRIB, ACKMATCH, RECON, ROLL.
      *      RESET AND COMPLETE STAMP THE STEP WITH THE USER,
      *      DATE AND TIME AND FLAG IT AS AN OPERATOR OVERRIDE.
      *
      *      RESULTS GO TO THE RPTFILE PRINT FILE.
      *
      *      COPYLIBS   TCPYA01   (HEADER)
      *                 TCPYI01   (BATCH-CONTROL RECORD)
      * ======================================================
      *                   MODIFICATION  LOG
      *
      *  DD/MM/YY  PROGRAMMER  CHANGES
      *  ********  **********  *******
      *  15/10/26  MAINT       NEW PROGRAM
      *  15/10/26  MAINT       RESET NOW CHECKS THE REWRITE STATUS AS
      *                        COMPLETE DOES.  BAD-COMMAND LINE FIELDS
      *                        RENAMED BK- (BC- IS THE TCPYI01 ROW)
      *  15/10/26  MAINT       LOAD MODE ENDS AT THE FIRST ROW WRITTEN
      *                        -- THE FILE IS REOPENED I-O, SO A SEED
      *                        DECK MAY COMPLETE SEVERAL STEPS FOR ONE
      *                        DATE
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
             ACCESS IS DYNAMIC
             RECORD KEY IS BC-KEY
             FILE STATUS IS WS-BCTFILE-STATUS.

           SELECT CMDFILE  ASSIGN UT-S-CMDIN
             ORGANIZATION IS SEQUENTIAL
             ACCESS IS SEQUENTIAL.

           SELECT RPTFILE  ASSIGN UT-S-RPTOUT
             ORGANIZATION IS SEQUENTIAL
             ACCESS IS SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD  BCTFILE
           RECORD CONTAINS 200 CHARACTERS
           DATA RECORD IS BCTL-REC.

       COPY TCPYI01.

       FD  CMDFILE
           LABEL RECORDS OMITTED
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           DATA RECORD IS CMD-REC.

       01  CMD-REC.
           05  CMD-VERB          PIC X(8).
           05  FILLER            PIC X(1).
           05  CMD-DATE          PIC X(8).
           05  FILLER            PIC X(1).
           05  CMD-OPERAND       PIC X(8).
           05  FILLER            PIC X(54).

       FD  RPTFILE
           LABEL RECORDS OMITTED
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           DATA RECORD IS REPORT-REC.

       01  REPORT-REC            PIC X(133).

       WORKING-STORAGE SECTION.
      ****************************************************
      ****    THE DATA AREA COPYBOOK
      ****************************************************
       COPY TCPYA01.

      ****************************************************
      **** FILE STATUS AND EOF SWITCHES
      ****************************************************
       01  WS-BCTFILE-STATUS          PIC X(2)      VALUE '00'.
           88  BCTFILE-STATUS-OK          VALUE '00'.
           88  BCTFILE-NOT-LOADED         VALUE '35'.
       01  WS-CMD-EOF-SW              PIC X(1)      VALUE 'N'.
           88  CMD-EOF                    VALUE 'Y'.
       01  WS-BROWSE-DONE-SW          PIC X(1)      VALUE 'N'.
           88  BROWSE-DONE                VALUE 'Y'.
       01  WS-LOAD-MODE-SW            PIC X(1)      VALUE 'N'.
           88  INITIAL-LOAD-MODE          VALUE 'Y'.
       01  WS-ROW-FOUND-SW            PIC X(1)      VALUE 'N'.
           88  ROW-FOUND                  VALUE 'Y'.

      ****************************************************
      **** COMMAND WORK FIELDS
      ****************************************************
       01  WS-RUN-USERID              PIC X(20)     VALUE SPACES.
       01  WS-RANGE-END-DATE          PIC X(8)      VALUE SPACES.
       01  WS-STEP-IX                 PIC 9(1)      VALUE ZERO.
       01  WS-CMD-STEP-IX             PIC 9(1)      VALUE ZERO.
       01  WS-NOW-DATE                PIC X(8)      VALUE SPACES.
       01  WS-NOW-TIME                PIC X(6)      VALUE SPACES.

      ****************************************************
      **** STEP NAMES, IN TCPYI01 ORDER
      ****************************************************
       01  WS-STEP-NAME-VALUES.
           05  FILLER                PIC X(8)      VALUE 'LOAD    '.
           05  FILLER                PIC X(8)      VALUE 'DISTRIB '.
           05  FILLER                PIC X(8)      VALUE 'ACKMATCH'.
           05  FILLER                PIC X(8)      VALUE 'RECON   '.
           05  FILLER                PIC X(8)      VALUE 'ROLL    '.
       01  WS-STEP-NAME-TABLE REDEFINES WS-STEP-NAME-VALUES.
           05  WS-STEP-NAME OCCURS 5 TIMES
                                      PIC X(8).

      ****************************************************
      **** RUN CONTROL TOTALS
      ****************************************************
       01  WS-COMMANDS-READ           PIC 9(8)      VALUE ZERO.
       01  WS-ROWS-SHOWN              PIC 9(8)      VALUE ZERO.
       01  WS-STEPS-RESET             PIC 9(8)      VALUE ZERO.
       01  WS-STEPS-FORCED            PIC 9(8)      VALUE ZERO.
       01  WS-NOT-FOUND-CNT           PIC 9(8)      VALUE ZERO.
       01  WS-BAD-COMMAND-CNT         PIC 9(8)      VALUE ZERO.

      ****************************************************
      **** REPORT LINES
      ****************************************************
       01  WS-COMMAND-ECHO-LINE.
           05  CE-CC                 PIC X(1)      VALUE ' '.
           05  FILLER                PIC X(9)      VALUE 'COMMAND: '.
           05  CE-COMMAND            PIC X(26).
           05  FILLER                PIC X(97)     VALUE SPACES.

       01  WS-STEP-HEADING-LINE.
           05  SH-CC                 PIC X(1)      VALUE ' '.
           05  FILLER                PIC X(2)      VALUE SPACES.
           05  FILLER                PIC X(10)     VALUE 'BUS DATE  '.
           05  FILLER                PIC X(10)     VALUE 'STEP      '.
           05  FILLER                PIC X(10)     VALUE 'STATUS    '.
           05  FILLER                PIC X(4)      VALUE 'RC  '.
           05  FILLER                PIC X(10)     VALUE 'HOW       '.
           05  FILLER                PIC X(10)     VALUE 'DATE      '.
           05  FILLER                PIC X(8)      VALUE 'TIME    '.
           05  FILLER                PIC X(20)     VALUE 'USER'.
           05  FILLER                PIC X(48)     VALUE SPACES.

       01  WS-STEP-DETAIL-LINE.
           05  SD-CC                 PIC X(1)      VALUE ' '.
           05  FILLER                PIC X(2)      VALUE SPACES.
           05  SD-BUS-DATE           PIC X(8).
           05  FILLER                PIC X(2)      VALUE SPACES.
           05  SD-STEP               PIC X(8).
           05  FILLER                PIC X(2)      VALUE SPACES.
           05  SD-STATUS             PIC X(8).
           05  FILLER                PIC X(2)      VALUE SPACES.
           05  SD-RC                 PIC Z9.
           05  FILLER                PIC X(2)      VALUE SPACES.
           05  SD-HOW                PIC X(8).
           05  FILLER                PIC X(2)      VALUE SPACES.
           05  SD-DATE               PIC X(8).
           05  FILLER                PIC X(2)      VALUE SPACES.
           05  SD-TIME               PIC X(6).
           05  FILLER                PIC X(2)      VALUE SPACES.
           05  SD-USERID             PIC X(20).
           05  FILLER                PIC X(48)     VALUE SPACES.

       01  WS-NOT-FOUND-LINE.
           05  NF-CC                 PIC X(1)      VALUE ' '.
           05  FILLER                PIC X(2)      VALUE SPACES.
           05  NF-TEXT               PIC X(130)    VALUE
               '*** NO BATCH-CONTROL ROW FOR THIS BUSINESS DATE ***'.

       01  WS-BAD-COMMAND-LINE.
           05  BK-CC                 PIC X(1)      VALUE ' '.
           05  FILLER                PIC X(2)      VALUE SPACES.
           05  BK-TEXT               PIC X(130)    VALUE
               '*** UNRECOGNIZED OR MALFORMED COMMAND ***'.

       01  WS-RESET-LINE.
           05  RS-CC                 PIC X(1)      VALUE ' '.
           05  FILLER                PIC X(2)      VALUE SPACES.
           05  RS-TEXT               PIC X(130)    VALUE
               '*** STEP RESET TO NOT-RUN BY OPERATOR ***'.

       01  WS-FORCED-LINE.
           05  FC-CC                 PIC X(1)      VALUE ' '.
           05  FILLER                PIC X(2)      VALUE SPACES.
           05  FC-TEXT               PIC X(130)    VALUE
               '*** STEP MARKED COMPLETE BY OPERATOR ***'.

       01  WS-LOAD-MODE-LINE.
           05  LM-CC                 PIC X(1)      VALUE ' '.
           05  FILLER                PIC X(2)      VALUE SPACES.
           05  LM-TEXT               PIC X(130)    VALUE
               '*** EMPTY CONTROL FILE - LOAD MODE, COMPLETE ONLY ***'.

       01  WS-OPEN-FAIL-LINE.
           05  OF-CC                 PIC X(1)      VALUE ' '.
           05  FILLER                PIC X(40)     VALUE
               '*** BATCH CONTROL OPEN FAILED - STATUS  '.
           05  OF-STATUS             PIC X(2).
           05  FILLER                PIC X(22)     VALUE
               ' - RUN ABORTED ***'.
           05  FILLER                PIC X(68)     VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  SU-CC                 PIC X(1)      VALUE ' '.
           05  FILLER                PIC X(11)     VALUE 'COMMANDS:  '.
           05  SU-COMMANDS           PIC ZZ,ZZZ,ZZ9.
           05  FILLER                PIC X(9)      VALUE '  SHOWN: '.
           05  SU-SHOWN              PIC ZZ,ZZZ,ZZ9.
           05  FILLER                PIC X(9)      VALUE '  RESET: '.
           05  SU-RESET              PIC ZZ,ZZZ,ZZ9.
           05  FILLER                PIC X(12)     VALUE
               '  COMPLETED:'.
           05  SU-FORCED             PIC ZZ,ZZZ,ZZ9.
           05  FILLER                PIC X(13)     VALUE
               '  NOT FOUND: '.
           05  SU-NOT-FOUND          PIC ZZ,ZZZ,ZZ9.
           05  FILLER                PIC X(9)      VALUE '  ERRORS:'.
           05  SU-ERRORS             PIC ZZ,ZZZ,ZZ9.
           05  FILLER                PIC X(9)      VALUE SPACES.

       PROCEDURE DIVISION.

       00000-MAIN-PROCEDURE.

           PERFORM 01000-INITIALIZE.
           PERFORM 02000-PROCESS-COMMAND
              UNTIL CMD-EOF.
           PERFORM 08000-PRINT-SUMMARY.
           PERFORM 09000-TERMINATE.
           GOBACK.

       01000-INITIALIZE.

           ACCEPT WS-SYS-DATE FROM DATE.
           ACCEPT WS-SYS-TIME FROM TIME.
           MOVE 20 TO WS-RUN-CC.
           MOVE WS-SYS-DATE(1:2) TO WS-RUN-YY.
           MOVE WS-SYS-DATE(3:2) TO WS-RUN-MM.
           MOVE WS-SYS-DATE(5:2) TO WS-RUN-DD.
           MOVE WS-SYS-TIME(1:2) TO WS-RUN-HH.
           MOVE WS-SYS-TIME(3:2) TO WS-RUN-MN.
           MOVE WS-SYS-TIME(5:2) TO WS-RUN-SS.
           MOVE '20' TO WS-NOW-DATE(1:2).
           MOVE WS-SYS-DATE TO WS-NOW-DATE(3:6).
           MOVE WS-SYS-TIME(1:6) TO WS-NOW-TIME.

           DISPLAY 'USER' UPON ENVIRONMENT-NAME.
           ACCEPT WS-RUN-USERID FROM ENVIRONMENT-VALUE.

           OPEN OUTPUT RPTFILE.
           PERFORM 07000-PRINT-HEADER-BLOCK.

           OPEN I-O BCTFILE.
           IF BCTFILE-NOT-LOADED THEN
      *       NO STEP HAS RUN SINCE THE CLUSTER WAS DEFINED --
      *       OUTPUT MODE TAKES COMPLETE ONLY (TO SEED THE DAYS
      *       ALREADY RUN BEFORE THE CONTROL FILE EXISTED), AND
      *       ONLY UNTIL THE FIRST ROW IS WRITTEN (SEE 02460)
              OPEN OUTPUT BCTFILE
              SET INITIAL-LOAD-MODE TO TRUE
           END-IF.
           IF NOT BCTFILE-STATUS-OK THEN
              MOVE WS-BCTFILE-STATUS TO OF-STATUS
              MOVE WS-OPEN-FAIL-LINE TO REPORT-REC
              WRITE REPORT-REC
              CLOSE RPTFILE
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

           OPEN INPUT CMDFILE.
           PERFORM 02500-READ-COMMAND.

       02000-PROCESS-COMMAND.

           ADD 1 TO WS-COMMANDS-READ.
           MOVE SPACES TO CE-COMMAND.
           STRING CMD-VERB ' ' CMD-DATE ' ' CMD-OPERAND
              DELIMITED BY SIZE INTO CE-COMMAND.
           MOVE WS-COMMAND-ECHO-LINE TO REPORT-REC.
           WRITE REPORT-REC.

           EVALUATE CMD-VERB
              WHEN 'INQUIRE'
                 PERFORM 02100-DO-INQUIRE
              WHEN 'LIST'
                 PERFORM 02200-DO-LIST
              WHEN 'RESET'
                 PERFORM 02300-DO-RESET
              WHEN 'COMPLETE'
                 PERFORM 02400-DO-COMPLETE
              WHEN OTHER
                 ADD 1 TO WS-BAD-COMMAND-CNT
                 MOVE WS-BAD-COMMAND-LINE TO REPORT-REC
                 WRITE REPORT-REC
           END-EVALUATE.

           PERFORM 02500-READ-COMMAND.

       02100-DO-INQUIRE.

           IF INITIAL-LOAD-MODE THEN
              ADD 1 TO WS-BAD-COMMAND-CNT
              MOVE WS-LOAD-MODE-LINE TO REPORT-REC
              WRITE REPORT-REC
           ELSE
              PERFORM 02600-READ-BY-KEY
              IF ROW-FOUND THEN
                 PERFORM 02700-PRINT-CONTROL-ROW
              END-IF
           END-IF.

       02200-DO-LIST.

           IF INITIAL-LOAD-MODE THEN
              ADD 1 TO WS-BAD-COMMAND-CNT
              MOVE WS-LOAD-MODE-LINE TO REPORT-REC
              WRITE REPORT-REC
           ELSE
              IF CMD-DATE NOT NUMERIC
                    OR CMD-OPERAND NOT NUMERIC THEN
                 ADD 1 TO WS-BAD-COMMAND-CNT
                 MOVE WS-BAD-COMMAND-LINE TO REPORT-REC
                 WRITE REPORT-REC
              ELSE
                 MOVE CMD-OPERAND TO WS-RANGE-END-DATE
                 MOVE CMD-DATE TO BC-BUS-DATE
                 MOVE 'N' TO WS-BROWSE-DONE-SW
                 START BCTFILE KEY NOT < BC-KEY
                    INVALID KEY
                       SET BROWSE-DONE TO TRUE
                 END-START
                 PERFORM 02250-LIST-ONE-ROW
                    UNTIL BROWSE-DONE
              END-IF
           END-IF.

       02250-LIST-ONE-ROW.

           READ BCTFILE NEXT RECORD
              AT END
                 SET BROWSE-DONE TO TRUE
           END-READ.
           IF NOT BROWSE-DONE THEN
              IF NOT BCTFILE-STATUS-OK
                    OR BC-BUS-DATE > WS-RANGE-END-DATE THEN
                 SET BROWSE-DONE TO TRUE
              ELSE
                 PERFORM 02700-PRINT-CONTROL-ROW
              END-IF
           END-IF.

       02300-DO-RESET.

           IF INITIAL-LOAD-MODE THEN
              ADD 1 TO WS-BAD-COMMAND-CNT
              MOVE WS-LOAD-MODE-LINE TO REPORT-REC
              WRITE REPORT-REC
           ELSE
              PERFORM 02650-FIND-STEP
              IF WS-CMD-STEP-IX > 0 THEN
                 PERFORM 02600-READ-BY-KEY
                 IF ROW-FOUND THEN
                    MOVE SPACE TO BC-STEP-STATUS (WS-CMD-STEP-IX)
                    MOVE ZERO TO BC-STEP-RC (WS-CMD-STEP-IX)
                    PERFORM 02450-STAMP-OVERRIDE
                    REWRITE BCTL-REC
                    IF BCTFILE-STATUS-OK THEN
                       ADD 1 TO WS-STEPS-RESET
                       MOVE WS-RESET-LINE TO REPORT-REC
                       WRITE REPORT-REC
                       PERFORM 02700-PRINT-CONTROL-ROW
                    ELSE
                       ADD 1 TO WS-BAD-COMMAND-CNT
                       MOVE WS-BAD-COMMAND-LINE TO REPORT-REC
                       WRITE REPORT-REC
                    END-IF
                 END-IF
              END-IF
           END-IF.

       02400-DO-COMPLETE.

      *    A DATE WITH NO ROW YET GETS ONE, SO OPERATIONS CAN SEED
      *    A STEP THAT RAN BEFORE THE CONTROL FILE KNEW OF IT
           PERFORM 02650-FIND-STEP.
           IF WS-CMD-STEP-IX > 0 THEN
              IF INITIAL-LOAD-MODE THEN
                 MOVE 'N' TO WS-ROW-FOUND-SW
              ELSE
                 MOVE CMD-DATE TO BC-BUS-DATE
                 READ BCTFILE
                    INVALID KEY
                       MOVE 'N' TO WS-ROW-FOUND-SW
                    NOT INVALID KEY
                       SET ROW-FOUND TO TRUE
                 END-READ
              END-IF
              IF NOT ROW-FOUND THEN
                 MOVE SPACES TO BCTL-REC
                 MOVE CMD-DATE TO BC-BUS-DATE
                 PERFORM VARYING WS-STEP-IX FROM 1 BY 1
                          UNTIL WS-STEP-IX > 5
                    MOVE ZERO TO BC-STEP-RC (WS-STEP-IX)
                 END-PERFORM
              END-IF
              SET BC-STEP-COMPLETE (WS-CMD-STEP-IX) TO TRUE
              MOVE ZERO TO BC-STEP-RC (WS-CMD-STEP-IX)
              PERFORM 02450-STAMP-OVERRIDE
              IF ROW-FOUND THEN
                 REWRITE BCTL-REC
              ELSE
                 WRITE BCTL-REC
              END-IF
              IF BCTFILE-STATUS-OK THEN
                 ADD 1 TO WS-STEPS-FORCED
                 MOVE WS-FORCED-LINE TO REPORT-REC
                 WRITE REPORT-REC
                 PERFORM 02700-PRINT-CONTROL-ROW
                 IF INITIAL-LOAD-MODE THEN
                    PERFORM 02460-REOPEN-FOR-UPDATE
                 END-IF
              ELSE
                 ADD 1 TO WS-BAD-COMMAND-CNT
                 MOVE WS-BAD-COMMAND-LINE TO REPORT-REC
                 WRITE REPORT-REC
              END-IF
           END-IF.

       02450-STAMP-OVERRIDE.

           SET BC-STEP-OPERATOR (WS-CMD-STEP-IX) TO TRUE.
           MOVE WS-NOW-DATE TO BC-STEP-DATE (WS-CMD-STEP-IX).
           MOVE WS-NOW-TIME TO BC-STEP-TIME (WS-CMD-STEP-IX).
           MOVE WS-RUN-USERID TO BC-STEP-USERID (WS-CMD-STEP-IX).

       02460-REOPEN-FOR-UPDATE.

      *    THE CLUSTER IS LOADED ONCE IT HOLDS A ROW, SO THE REST
      *    OF THE DECK RUNS I-O -- A FURTHER COMPLETE FOR THE SAME
      *    DATE THEN READS AND REWRITES THAT ROW
           CLOSE BCTFILE.
           OPEN I-O BCTFILE.
           IF BCTFILE-STATUS-OK THEN
              MOVE 'N' TO WS-LOAD-MODE-SW
           ELSE
              MOVE WS-BCTFILE-STATUS TO OF-STATUS
              MOVE WS-OPEN-FAIL-LINE TO REPORT-REC
              WRITE REPORT-REC
              MOVE 12 TO RETURN-CODE
              SET CMD-EOF TO TRUE
           END-IF.

       02500-READ-COMMAND.

           READ CMDFILE
              AT END
                 SET CMD-EOF TO TRUE
           END-READ.

       02600-READ-BY-KEY.

      *    COMMON KEYED READ FOR INQUIRE/RESET -- LEAVES ROW-FOUND
      *    SET ONLY WHEN THE ROW WAS READ, AND HAS ALREADY
      *    REPORTED OTHERWISE
           MOVE 'N' TO WS-ROW-FOUND-SW.
           IF CMD-DATE NOT NUMERIC THEN
              ADD 1 TO WS-BAD-COMMAND-CNT
              MOVE WS-BAD-COMMAND-LINE TO REPORT-REC
              WRITE REPORT-REC
           ELSE
              MOVE CMD-DATE TO BC-BUS-DATE
              READ BCTFILE
                 INVALID KEY
                    ADD 1 TO WS-NOT-FOUND-CNT
                    MOVE WS-NOT-FOUND-LINE TO REPORT-REC
                    WRITE REPORT-REC
                    END-WRITE
                 NOT INVALID KEY
                    SET ROW-FOUND TO TRUE
              END-READ
           END-IF.

       02650-FIND-STEP.

      *    THE STEP OPERAND BY NAME -- LEAVES WS-CMD-STEP-IX ZERO
      *    (AND HAS REPORTED) WHEN THE CARD IS NO GOOD
           MOVE ZERO TO WS-CMD-STEP-IX.
           IF CMD-DATE NUMERIC THEN
              PERFORM VARYING WS-STEP-IX FROM 1 BY 1
                       UNTIL WS-STEP-IX > 5
                          OR WS-CMD-STEP-IX > 0
                 IF CMD-OPERAND = WS-STEP-NAME (WS-STEP-IX) THEN
                    MOVE WS-STEP-IX TO WS-CMD-STEP-IX
                 END-IF
              END-PERFORM
           END-IF.
           IF WS-CMD-STEP-IX = 0 THEN
              ADD 1 TO WS-BAD-COMMAND-CNT
              MOVE WS-BAD-COMMAND-LINE TO REPORT-REC
              WRITE REPORT-REC
           END-IF.

       02700-PRINT-CONTROL-ROW.

           MOVE WS-STEP-HEADING-LINE TO REPORT-REC.
           WRITE REPORT-REC.
           PERFORM VARYING WS-STEP-IX FROM 1 BY 1
                    UNTIL WS-STEP-IX > 5
              MOVE BC-BUS-DATE TO SD-BUS-DATE
              MOVE WS-STEP-NAME (WS-STEP-IX) TO SD-STEP
              EVALUATE TRUE
                 WHEN BC-STEP-STARTED (WS-STEP-IX)
                    MOVE 'STARTED ' TO SD-STATUS
                 WHEN BC-STEP-COMPLETE (WS-STEP-IX)
                    MOVE 'COMPLETE' TO SD-STATUS
                 WHEN BC-STEP-FAILED (WS-STEP-IX)
                    MOVE 'FAILED  ' TO SD-STATUS
                 WHEN OTHER
                    MOVE 'NOT RUN ' TO SD-STATUS
              END-EVALUATE
              EVALUATE TRUE
                 WHEN BC-STEP-RERUN (WS-STEP-IX)
                    MOVE 'RERUN   ' TO SD-HOW
                 WHEN BC-STEP-OPERATOR (WS-STEP-IX)
                    MOVE 'OPERATOR' TO SD-HOW
                 WHEN BC-STEP-NORMAL (WS-STEP-IX)
                    MOVE 'NORMAL  ' TO SD-HOW
                 WHEN OTHER
                    MOVE SPACES TO SD-HOW
              END-EVALUATE
              MOVE BC-STEP-RC (WS-STEP-IX) TO SD-RC
              MOVE BC-STEP-DATE (WS-STEP-IX) TO SD-DATE
              MOVE BC-STEP-TIME (WS-STEP-IX) TO SD-TIME
              MOVE BC-STEP-USERID (WS-STEP-IX) TO SD-USERID
              MOVE WS-STEP-DETAIL-LINE TO REPORT-REC
              WRITE REPORT-REC
           END-PERFORM.
           ADD 1 TO WS-ROWS-SHOWN.

       07000-PRINT-HEADER-BLOCK.

           ADD 1 TO WS-PAGE-COUNTER.
           MOVE WS-RUN-DATE TO HS-DATE.
           MOVE WS-RUN-TIME TO HS-TIME.
           MOVE WS-PAGE-COUNTER TO HS-PAGE.
           MOVE HEADER-STAMP-LINE TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE STAR-LINE-1 TO REPORT-REC.
           WRITE REPORT-REC.
           WRITE REPORT-REC.
           WRITE REPORT-REC.

       08000-PRINT-SUMMARY.

           MOVE SPACES TO BODY-TEXT.
           MOVE BODY-LINE TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE WS-COMMANDS-READ TO SU-COMMANDS.
           MOVE WS-ROWS-SHOWN TO SU-SHOWN.
           MOVE WS-STEPS-RESET TO SU-RESET.
           MOVE WS-STEPS-FORCED TO SU-FORCED.
           MOVE WS-NOT-FOUND-CNT TO SU-NOT-FOUND.
           MOVE WS-BAD-COMMAND-CNT TO SU-ERRORS.
           MOVE WS-SUMMARY-LINE TO REPORT-REC.
           WRITE REPORT-REC.

       09000-TERMINATE.

           CLOSE BCTFILE.
           CLOSE CMDFILE.
           CLOSE RPTFILE.
