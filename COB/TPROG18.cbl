       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TPROG18.
       AUTHOR.        COMPUWARE ISPW TRAINING.
       DATE-WRITTEN.  OCTOBER 15TH, 2026.
       DATE-COMPILED.

      ********************************************************
      * THIS PROGRAM MAINTAINS THE USER AUTHORIZATION FILE
      *      (VSAM KSDS, SEE TCPYM01) THAT TSUBR03 CHECKS FOR
      *      TPROG02, TPROG06, TPROG07 AND TPROG10.  COMMAND
      *      CARDS ON CMDFILE DRIVE IT:
      *
      *        ADD      UUUUUUUU [ACTION]   NAME...
      *                                     NEW USER, WITH ONE
      *                                     ACTION (OR ALL) OR
      *                                     NONE YET
      *        GRANT    UUUUUUUU ACTION     GIVE THE USER AN
      *                                     ACTION (OR ALL); A
      *                                     REMOVED USER IS
      *                                     REINSTATED
      *        REVOKE   UUUUUUUU ACTION     TAKE AN ACTION (OR
      *                                     ALL) AWAY
      *        REMOVE   UUUUUUUU            TAKE EVERY ACTION
      *                                     AWAY; THE ROW STAYS
      *                                     FOR THE RECORD
      *        LIST                         EVERY USER AND THE
      *                                     ACTIONS HELD
      *
      *      ACTIONS ARE INQUIRE, DELETE, UNDELETE, REPRINT,
      *      DSTADD, DSTCHG, DSTRET, CORDROP AND CORREPL (SEE
      *      TCPYM01 FOR THE COMMANDS EACH ONE COVERS).  EVERY
      *      CHANGE IS STAMPED WITH THE DATE AND THE USER WHO
      *      RAN THIS PROGRAM.  UPDATE ACCESS TO THE FILE (AND SO
      *      TO THIS JOB) IS HELD BY SECURITY ADMINISTRATION.
      *
      *      RESULTS GO TO THE RPTFILE PRINT FILE.
      *
      *      COPYLIBS   TCPYA01   (HEADER)
      *                 TCPYM01   (AUTHORIZATION RECORD)
      * ======================================================
      *                   MODIFICATION  LOG
      *
      *  DD/MM/YY  PROGRAMMER  CHANGES
      *  ********  **********  *******
      *  15/10/26  MAINT       NEW PROGRAM
      *  15/10/26  MAINT       A FAILED WRITE OR REWRITE OF AUTFILE IS
      *                        NOW REPORTED AND COUNTED AS AN ERROR.
      *                        RUN ENDS RC=8 ON ANY UPDATE FAILURE,
      *                        RC=4 ON ANY OTHER BAD COMMAND
      * ======================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT AUTFILE  ASSIGN AUTHMSTR
             ORGANIZATION IS INDEXED
             ACCESS IS DYNAMIC
             RECORD KEY IS AU-KEY
             FILE STATUS IS WS-AUTFILE-STATUS.

           SELECT CMDFILE  ASSIGN UT-S-CMDIN
             ORGANIZATION IS SEQUENTIAL
             ACCESS IS SEQUENTIAL.

           SELECT RPTFILE  ASSIGN UT-S-RPTOUT
             ORGANIZATION IS SEQUENTIAL
             ACCESS IS SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD  AUTFILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS AUTH-REC.

       COPY TCPYM01.

       FD  CMDFILE
           LABEL RECORDS OMITTED
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           DATA RECORD IS CMD-REC.

       01  CMD-REC.
           05  CMD-VERB          PIC X(8).
           05  FILLER            PIC X(1).
           05  CMD-USERID        PIC X(8).
           05  FILLER            PIC X(1).
           05  CMD-ACTION        PIC X(8).
           05  FILLER            PIC X(1).
           05  CMD-NAME          PIC X(30).
           05  FILLER            PIC X(23).

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
       01  WS-AUTFILE-STATUS          PIC X(2)      VALUE '00'.
           88  AUTFILE-STATUS-OK          VALUE '00'.
           88  AUTFILE-NOT-LOADED         VALUE '35'.
       01  WS-CMD-EOF-SW              PIC X(1)      VALUE 'N'.
           88  CMD-EOF                    VALUE 'Y'.
       01  WS-LOAD-MODE-SW            PIC X(1)      VALUE 'N'.
           88  INITIAL-LOAD-MODE          VALUE 'Y'.
       01  WS-BROWSE-DONE-SW          PIC X(1)      VALUE 'N'.
           88  BROWSE-DONE                VALUE 'Y'.
       01  WS-RUN-USERID              PIC X(20)     VALUE SPACES.

      ****************************************************
      **** ACTION NAMES, IN TCPYM01 FLAG ORDER (AS TSUBR03)
      ****************************************************
       01  WS-ACTION-NAME-VALUES.
           05  FILLER                PIC X(8)      VALUE 'INQUIRE '.
           05  FILLER                PIC X(8)      VALUE 'DELETE  '.
           05  FILLER                PIC X(8)      VALUE 'UNDELETE'.
           05  FILLER                PIC X(8)      VALUE 'REPRINT '.
           05  FILLER                PIC X(8)      VALUE 'DSTADD  '.
           05  FILLER                PIC X(8)      VALUE 'DSTCHG  '.
           05  FILLER                PIC X(8)      VALUE 'DSTRET  '.
           05  FILLER                PIC X(8)      VALUE 'CORDROP '.
           05  FILLER                PIC X(8)      VALUE 'CORREPL '.
       01  WS-ACTION-NAME-TABLE REDEFINES WS-ACTION-NAME-VALUES.
           05  WS-ACTION-NAME OCCURS 9 TIMES
                                      PIC X(8).

       01  WS-MAX-ACTIONS             PIC 9(1)      VALUE 9.
       01  WS-ACTION-IX               PIC 9(2)      VALUE ZERO.
       01  WS-ACTION-FOUND-IX         PIC 9(2)      VALUE ZERO.
       01  WS-ACTION-ALL-SW           PIC X(1)      VALUE 'N'.
           88  ACTION-IS-ALL              VALUE 'Y'.
       01  WS-ACTION-OK-SW            PIC X(1)      VALUE 'N'.
           88  ACTION-OK                  VALUE 'Y'.
       01  WS-NEW-FLAG                PIC X(1)      VALUE SPACE.

      ****************************************************
      **** RUN CONTROL TOTALS
      ****************************************************
       01  WS-COMMANDS-READ           PIC 9(8)      VALUE ZERO.
       01  WS-USERS-ADDED             PIC 9(8)      VALUE ZERO.
       01  WS-GRANTS                  PIC 9(8)      VALUE ZERO.
       01  WS-REVOKES                 PIC 9(8)      VALUE ZERO.
       01  WS-USERS-REMOVED           PIC 9(8)      VALUE ZERO.
       01  WS-BAD-COMMAND-CNT         PIC 9(8)      VALUE ZERO.
       01  WS-UPDATE-FAIL-CNT         PIC 9(8)      VALUE ZERO.

      ****************************************************
      **** REPORT LINES
      ****************************************************
       01  WS-COMMAND-ECHO-LINE.
           05  CE-CC                 PIC X(1)      VALUE ' '.
           05  FILLER                PIC X(9)      VALUE 'COMMAND: '.
           05  CE-COMMAND            PIC X(57).
           05  FILLER                PIC X(66)     VALUE SPACES.

       01  WS-USER-DETAIL-LINE.
           05  UD-CC                 PIC X(1)      VALUE ' '.
           05  FILLER                PIC X(1)      VALUE SPACES.
           05  UD-USERID             PIC X(8).
           05  FILLER                PIC X(1)      VALUE SPACES.
           05  UD-STATUS             PIC X(1).
           05  FILLER                PIC X(1)      VALUE SPACES.
           05  UD-NAME               PIC X(19).
           05  FILLER                PIC X(1)      VALUE SPACES.
           05  UD-ACTION-LIST.
               10  UD-ACTION-ENTRY   OCCURS 9 TIMES.
                   15  UD-ACTION     PIC X(8).
                   15  FILLER        PIC X(1).
           05  UD-CHANGED-DATE       PIC X(10).
           05  FILLER                PIC X(1)      VALUE SPACES.
           05  UD-CHANGED-BY         PIC X(8).

       01  WS-ADDED-LINE.
           05  AD-CC                 PIC X(1)      VALUE ' '.
           05  FILLER                PIC X(2)      VALUE SPACES.
           05  AD-TEXT               PIC X(130)    VALUE
               '*** USER ADDED ***'.

       01  WS-GRANTED-LINE.
           05  GR-CC                 PIC X(1)      VALUE ' '.
           05  FILLER                PIC X(2)      VALUE SPACES.
           05  GR-TEXT               PIC X(130)    VALUE
               '*** ACTION GRANTED ***'.

       01  WS-REVOKED-LINE.
           05  RV-CC                 PIC X(1)      VALUE ' '.
           05  FILLER                PIC X(2)      VALUE SPACES.
           05  RV-TEXT               PIC X(130)    VALUE
               '*** ACTION REVOKED ***'.

       01  WS-REMOVED-LINE.
           05  RM-CC                 PIC X(1)      VALUE ' '.
           05  FILLER                PIC X(2)      VALUE SPACES.
           05  RM-TEXT               PIC X(130)    VALUE
               '*** USER REMOVED - NO ACTIONS HELD ***'.

       01  WS-ALREADY-REM-LINE.
           05  AR-CC                 PIC X(1)      VALUE ' '.
           05  FILLER                PIC X(2)      VALUE SPACES.
           05  AR-TEXT               PIC X(130)    VALUE
               '*** USER WAS ALREADY REMOVED ***'.

       01  WS-BAD-ACTION-LINE.
           05  BA-CC                 PIC X(1)      VALUE ' '.
           05  FILLER                PIC X(2)      VALUE SPACES.
           05  BA-TEXT               PIC X(130)    VALUE
               '*** UNKNOWN ACTION ***'.

       01  WS-DUPLICATE-LINE.
           05  AE-CC                 PIC X(1)      VALUE ' '.
           05  FILLER                PIC X(2)      VALUE SPACES.
           05  AE-TEXT               PIC X(130)    VALUE
               '*** USER ALREADY EXISTS ***'.

       01  WS-LOAD-MODE-LINE.
           05  LM-CC                 PIC X(1)      VALUE ' '.
           05  FILLER                PIC X(2)      VALUE SPACES.
           05  LM-TEXT               PIC X(130)    VALUE
               '*** EMPTY AUTHORIZATION FILE - LOAD MODE, ADD ONLY ***'.

       01  WS-NOT-FOUND-LINE.
           05  NF-CC                 PIC X(1)      VALUE ' '.
           05  FILLER                PIC X(2)      VALUE SPACES.
           05  NF-TEXT               PIC X(130)    VALUE
               '*** USER NOT FOUND ***'.

       01  WS-BAD-COMMAND-LINE.
           05  BC-CC                 PIC X(1)      VALUE ' '.
           05  FILLER                PIC X(2)      VALUE SPACES.
           05  BC-TEXT               PIC X(130)    VALUE
               '*** UNRECOGNIZED OR MALFORMED COMMAND ***'.

       01  WS-OPEN-FAIL-LINE.
           05  OF-CC                 PIC X(1)      VALUE ' '.
           05  FILLER                PIC X(43)     VALUE
               '*** AUTHORIZATION FILE OPEN FAILED - STATUS'.
           05  FILLER                PIC X(1)      VALUE SPACE.
           05  OF-STATUS             PIC X(2).
           05  FILLER                PIC X(22)     VALUE
               ' - RUN ABORTED ***'.
           05  FILLER                PIC X(64)     VALUE SPACES.

       01  WS-UPDATE-FAIL-LINE.
           05  UF-CC                 PIC X(1)      VALUE ' '.
           05  FILLER                PIC X(2)      VALUE SPACES.
           05  FILLER                PIC X(45)     VALUE
               '*** AUTHORIZATION FILE UPDATE FAILED - STATUS'.
           05  FILLER                PIC X(1)      VALUE SPACE.
           05  UF-STATUS             PIC X(2).
           05  FILLER                PIC X(28)     VALUE
               ' - USER NOT CHANGED ***'.
           05  FILLER                PIC X(54)     VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  SU-CC                 PIC X(1)      VALUE ' '.
           05  FILLER                PIC X(11)     VALUE 'COMMANDS:  '.
           05  SU-COMMANDS           PIC ZZ,ZZZ,ZZ9.
           05  FILLER                PIC X(9)      VALUE '  ADDED: '.
           05  SU-ADDED              PIC ZZ,ZZZ,ZZ9.
           05  FILLER                PIC X(11)     VALUE '  GRANTED: '.
           05  SU-GRANTED            PIC ZZ,ZZZ,ZZ9.
           05  FILLER                PIC X(11)     VALUE '  REVOKED: '.
           05  SU-REVOKED            PIC ZZ,ZZZ,ZZ9.
           05  FILLER                PIC X(11)     VALUE '  REMOVED: '.
           05  SU-REMOVED            PIC ZZ,ZZZ,ZZ9.
           05  FILLER                PIC X(9)      VALUE '  ERRORS:'.
           05  SU-ERRORS             PIC ZZ,ZZZ,ZZ9.
           05  FILLER                PIC X(10)     VALUE SPACES.

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

           DISPLAY 'USER' UPON ENVIRONMENT-NAME.
           ACCEPT WS-RUN-USERID FROM ENVIRONMENT-VALUE.

           OPEN OUTPUT RPTFILE.
           PERFORM 07000-PRINT-HEADER-BLOCK.

           OPEN I-O AUTFILE.
           IF AUTFILE-NOT-LOADED THEN
      *       FIRST-EVER RUN AGAINST AN EMPTY CLUSTER -- OUTPUT
      *       MODE TAKES ADDS ONLY (AS TPROG06), SO THE FIRST DECK
      *       ADDS THE ADMINISTRATORS WITH THEIR ACTIONS ON THE
      *       ADD CARD
              OPEN OUTPUT AUTFILE
              SET INITIAL-LOAD-MODE TO TRUE
           END-IF.
           IF NOT AUTFILE-STATUS-OK THEN
              MOVE WS-AUTFILE-STATUS TO OF-STATUS
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
           MOVE CMD-REC TO CE-COMMAND.
           MOVE WS-COMMAND-ECHO-LINE TO REPORT-REC.
           WRITE REPORT-REC.

           EVALUATE CMD-VERB
              WHEN 'ADD'
                 PERFORM 02100-DO-ADD
              WHEN 'GRANT'
                 MOVE 'Y' TO WS-NEW-FLAG
                 PERFORM 02200-DO-GRANT-REVOKE
              WHEN 'REVOKE'
                 MOVE 'N' TO WS-NEW-FLAG
                 PERFORM 02200-DO-GRANT-REVOKE
              WHEN 'REMOVE'
                 PERFORM 02300-DO-REMOVE
              WHEN 'LIST'
                 PERFORM 02400-DO-LIST
              WHEN OTHER
                 ADD 1 TO WS-BAD-COMMAND-CNT
                 MOVE WS-BAD-COMMAND-LINE TO REPORT-REC
                 WRITE REPORT-REC
           END-EVALUATE.

           PERFORM 02500-READ-COMMAND.

       02100-DO-ADD.

      *    THE ACTION COLUMN MAY BE LEFT BLANK FOR A USER WHO IS
      *    TO BE GRANTED ACTIONS LATER
           IF CMD-USERID = SPACES THEN
              ADD 1 TO WS-BAD-COMMAND-CNT
              MOVE WS-BAD-COMMAND-LINE TO REPORT-REC
              WRITE REPORT-REC
           ELSE
              SET ACTION-OK TO TRUE
              IF CMD-ACTION NOT = SPACES THEN
                 PERFORM 02800-FIND-ACTION
              END-IF
              IF ACTION-OK THEN
                 MOVE SPACES TO AUTH-REC
                 MOVE CMD-USERID TO AU-USERID
                 MOVE CMD-NAME TO AU-NAME
                 SET AU-ACTIVE TO TRUE
                 MOVE ALL 'N' TO AU-ACTION-FLAGS
                 IF CMD-ACTION NOT = SPACES THEN
                    MOVE 'Y' TO WS-NEW-FLAG
                    PERFORM 02850-SET-ACTION-FLAGS
                 END-IF
                 PERFORM 02900-STAMP-CHANGE
                 WRITE AUTH-REC
                    INVALID KEY
                       ADD 1 TO WS-BAD-COMMAND-CNT
                       MOVE WS-DUPLICATE-LINE TO REPORT-REC
                       WRITE REPORT-REC
                       END-WRITE
                    NOT INVALID KEY
                       ADD 1 TO WS-USERS-ADDED
                       MOVE WS-ADDED-LINE TO REPORT-REC
                       WRITE REPORT-REC
                       END-WRITE
                       PERFORM 02700-PRINT-USER-DETAIL
                 END-WRITE
      *          A FAILURE OTHER THAN A DUPLICATE TAKES NEITHER
      *          BRANCH ABOVE
                 IF WS-AUTFILE-STATUS NOT < '30' THEN
                    PERFORM 02950-REPORT-UPDATE-FAIL
                 END-IF
              END-IF
           END-IF.

       02200-DO-GRANT-REVOKE.

           IF INITIAL-LOAD-MODE THEN
              ADD 1 TO WS-BAD-COMMAND-CNT
              MOVE WS-LOAD-MODE-LINE TO REPORT-REC
              WRITE REPORT-REC
           ELSE
              PERFORM 02210-CHANGE-ACTIONS
           END-IF.

       02210-CHANGE-ACTIONS.

      *    WS-NEW-FLAG IS 'Y' FOR GRANT, 'N' FOR REVOKE.  A GRANT
      *    REINSTATES A REMOVED USER WITH JUST THAT ACTION
           IF CMD-USERID = SPACES OR CMD-ACTION = SPACES THEN
              ADD 1 TO WS-BAD-COMMAND-CNT
              MOVE WS-BAD-COMMAND-LINE TO REPORT-REC
              WRITE REPORT-REC
           ELSE
              PERFORM 02800-FIND-ACTION
              IF ACTION-OK THEN
                 PERFORM 02600-READ-BY-KEY
                 IF AUTFILE-STATUS-OK THEN
                    IF WS-NEW-FLAG = 'Y' AND AU-REMOVED THEN
                       SET AU-ACTIVE TO TRUE
                    END-IF
                    PERFORM 02850-SET-ACTION-FLAGS
                    PERFORM 02900-STAMP-CHANGE
                    REWRITE AUTH-REC
                    IF NOT AUTFILE-STATUS-OK THEN
                       PERFORM 02950-REPORT-UPDATE-FAIL
                    ELSE
                       IF WS-NEW-FLAG = 'Y' THEN
                          ADD 1 TO WS-GRANTS
                          MOVE WS-GRANTED-LINE TO REPORT-REC
                       ELSE
                          ADD 1 TO WS-REVOKES
                          MOVE WS-REVOKED-LINE TO REPORT-REC
                       END-IF
                       WRITE REPORT-REC
                       PERFORM 02700-PRINT-USER-DETAIL
                    END-IF
                 END-IF
              END-IF
           END-IF.

       02300-DO-REMOVE.

           IF INITIAL-LOAD-MODE THEN
              ADD 1 TO WS-BAD-COMMAND-CNT
              MOVE WS-LOAD-MODE-LINE TO REPORT-REC
              WRITE REPORT-REC
           ELSE
              PERFORM 02310-REMOVE-USER
           END-IF.

       02310-REMOVE-USER.

           IF CMD-USERID = SPACES THEN
              ADD 1 TO WS-BAD-COMMAND-CNT
              MOVE WS-BAD-COMMAND-LINE TO REPORT-REC
              WRITE REPORT-REC
           ELSE
              PERFORM 02600-READ-BY-KEY
              IF AUTFILE-STATUS-OK THEN
                 IF AU-REMOVED THEN
                    MOVE WS-ALREADY-REM-LINE TO REPORT-REC
                    WRITE REPORT-REC
                 ELSE
                    SET AU-REMOVED TO TRUE
                    MOVE ALL 'N' TO AU-ACTION-FLAGS
                    PERFORM 02900-STAMP-CHANGE
                    REWRITE AUTH-REC
                    IF NOT AUTFILE-STATUS-OK THEN
                       PERFORM 02950-REPORT-UPDATE-FAIL
                    ELSE
                       ADD 1 TO WS-USERS-REMOVED
                       MOVE WS-REMOVED-LINE TO REPORT-REC
                       WRITE REPORT-REC
                       PERFORM 02700-PRINT-USER-DETAIL
                    END-IF
                 END-IF
              END-IF
           END-IF.

       02400-DO-LIST.

           IF INITIAL-LOAD-MODE THEN
              ADD 1 TO WS-BAD-COMMAND-CNT
              MOVE WS-LOAD-MODE-LINE TO REPORT-REC
              WRITE REPORT-REC
           ELSE
              MOVE LOW-VALUES TO AU-KEY
              MOVE 'N' TO WS-BROWSE-DONE-SW
              START AUTFILE KEY NOT < AU-KEY
                 INVALID KEY
                    SET BROWSE-DONE TO TRUE
              END-START
              PERFORM 02450-LIST-ONE-USER
                 UNTIL BROWSE-DONE
           END-IF.

       02450-LIST-ONE-USER.

           READ AUTFILE NEXT RECORD
              AT END
                 SET BROWSE-DONE TO TRUE
           END-READ.
           IF NOT BROWSE-DONE THEN
              IF NOT AUTFILE-STATUS-OK THEN
                 SET BROWSE-DONE TO TRUE
              ELSE
                 PERFORM 02700-PRINT-USER-DETAIL
              END-IF
           END-IF.

       02500-READ-COMMAND.

           READ CMDFILE
              AT END
                 SET CMD-EOF TO TRUE
           END-READ.

       02600-READ-BY-KEY.

      *    COMMON KEYED READ FOR GRANT/REVOKE/REMOVE -- LEAVES
      *    WS-AUTFILE-STATUS '00' ONLY WHEN THE RECORD WAS FOUND,
      *    AND HAS ALREADY REPORTED OTHERWISE
           MOVE CMD-USERID TO AU-USERID.
           READ AUTFILE
              INVALID KEY
                 ADD 1 TO WS-BAD-COMMAND-CNT
                 MOVE WS-NOT-FOUND-LINE TO REPORT-REC
                 WRITE REPORT-REC
           END-READ.

       02700-PRINT-USER-DETAIL.

           MOVE AU-USERID TO UD-USERID.
           MOVE AU-STATUS TO UD-STATUS.
           MOVE AU-NAME TO UD-NAME.
           MOVE SPACES TO UD-ACTION-LIST.
           PERFORM VARYING WS-ACTION-IX FROM 1 BY 1
                    UNTIL WS-ACTION-IX > WS-MAX-ACTIONS
              IF AU-ACTION-GRANTED (WS-ACTION-IX) THEN
                 MOVE WS-ACTION-NAME (WS-ACTION-IX)
                    TO UD-ACTION (WS-ACTION-IX)
              END-IF
           END-PERFORM.
           MOVE AU-CHANGED-DATE TO UD-CHANGED-DATE.
           MOVE AU-CHANGED-BY TO UD-CHANGED-BY.
           MOVE WS-USER-DETAIL-LINE TO REPORT-REC.
           WRITE REPORT-REC.

       02800-FIND-ACTION.

      *    CMD-ACTION MUST BE ONE OF THE TCPYM01 ACTIONS OR ALL
           MOVE 'N' TO WS-ACTION-OK-SW.
           MOVE 'N' TO WS-ACTION-ALL-SW.
           MOVE ZERO TO WS-ACTION-FOUND-IX.
           IF CMD-ACTION = 'ALL' THEN
              SET ACTION-IS-ALL TO TRUE
              SET ACTION-OK TO TRUE
           ELSE
              PERFORM VARYING WS-ACTION-IX FROM 1 BY 1
                       UNTIL WS-ACTION-IX > WS-MAX-ACTIONS
                          OR ACTION-OK
                 IF WS-ACTION-NAME (WS-ACTION-IX) = CMD-ACTION THEN
                    MOVE WS-ACTION-IX TO WS-ACTION-FOUND-IX
                    SET ACTION-OK TO TRUE
                 END-IF
              END-PERFORM
           END-IF.
           IF NOT ACTION-OK THEN
              ADD 1 TO WS-BAD-COMMAND-CNT
              MOVE WS-BAD-ACTION-LINE TO REPORT-REC
              WRITE REPORT-REC
           END-IF.

       02850-SET-ACTION-FLAGS.

           IF ACTION-IS-ALL THEN
              IF WS-NEW-FLAG = 'Y' THEN
                 MOVE ALL 'Y' TO AU-ACTION-FLAGS
              ELSE
                 MOVE ALL 'N' TO AU-ACTION-FLAGS
              END-IF
           ELSE
              MOVE WS-NEW-FLAG
                 TO AU-ACTION-FLAG (WS-ACTION-FOUND-IX)
           END-IF.

       02900-STAMP-CHANGE.

           MOVE WS-RUN-DATE TO AU-CHANGED-DATE.
           MOVE WS-RUN-USERID TO AU-CHANGED-BY.

       02950-REPORT-UPDATE-FAIL.

      *    COUNTED AS A BAD COMMAND FOR THE SUMMARY, AND AS AN
      *    UPDATE FAILURE FOR THE RETURN CODE
           ADD 1 TO WS-BAD-COMMAND-CNT.
           ADD 1 TO WS-UPDATE-FAIL-CNT.
           MOVE WS-AUTFILE-STATUS TO UF-STATUS.
           MOVE WS-UPDATE-FAIL-LINE TO REPORT-REC.
           WRITE REPORT-REC.

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
           MOVE WS-USERS-ADDED TO SU-ADDED.
           MOVE WS-GRANTS TO SU-GRANTED.
           MOVE WS-REVOKES TO SU-REVOKED.
           MOVE WS-USERS-REMOVED TO SU-REMOVED.
           MOVE WS-BAD-COMMAND-CNT TO SU-ERRORS.
           MOVE WS-SUMMARY-LINE TO REPORT-REC.
           WRITE REPORT-REC.

       09000-TERMINATE.

           CLOSE AUTFILE.
           CLOSE CMDFILE.
           CLOSE RPTFILE.
           IF WS-UPDATE-FAIL-CNT > 0 THEN
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WS-BAD-COMMAND-CNT > 0 THEN
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.
