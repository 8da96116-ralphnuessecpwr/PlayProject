       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TPROG19.
       AUTHOR.        COMPUWARE ISPW TRAINING.
       DATE-WRITTEN.  OCTOBER 15TH, 2026.
       DATE-COMPILED.

      ********************************************************
      * THIS PROGRAM PRINTS THE DAILY SECURITY VIOLATIONS
      *      REPORT FROM THE SECURITY-VIOLATION FILE (TCPYO01)
      *      THAT TSUBR03 APPENDS TO WHENEVER TPROG02, TPROG06,
      *      TPROG07 OR TPROG10 REFUSES AN ACTION.
      *
      *      EVERY VIOLATION FOR THE REPORT DATE IS LISTED IN
      *      THE ORDER IT HAPPENED -- WHEN, WHO, WHICH PROGRAM
      *      AND ACTION, WHY AND THE COMMAND AS KEYED -- THEN A
      *      COUNT PER USER AND A TOTAL.
      *
      *      PARM (OPTIONAL):
      *        DATE=YYYYMMDD  REPORT DATE (DEFAULT TODAY)
      *
      *      RC 4 = THERE WERE VIOLATIONS ON THE DATE; RC 12 =
      *      THE VIOLATION FILE WOULD NOT OPEN.
      *
      *      COPYLIBS   TCPYA01   (HEADER)
      *                 TCPYO01   (SECURITY-VIOLATION RECORD)
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

           SELECT VIOFILE  ASSIGN UT-S-SECVIOL
             ORGANIZATION IS SEQUENTIAL
             ACCESS IS SEQUENTIAL
             FILE STATUS IS WS-VIOFILE-STATUS.

           SELECT RPTFILE  ASSIGN UT-S-VIORPT
             ORGANIZATION IS SEQUENTIAL
             ACCESS IS SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD  VIOFILE
           LABEL RECORDS OMITTED
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           DATA RECORD IS SECVIOL-REC.

       COPY TCPYO01.

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
       01  WS-VIOFILE-STATUS          PIC X(2)      VALUE '00'.
           88  VIOFILE-STATUS-OK          VALUE '00'.
       01  WS-VIO-EOF-SW              PIC X(1)      VALUE 'N'.
           88  VIO-EOF                    VALUE 'Y'.

      ****************************************************
      **** PARM AND REPORT DATE
      ****************************************************
       01  WS-PARM-IX                 PIC 9(2)      VALUE ZERO.
       01  WS-PARM-SCAN-MAX           PIC S9(4)     VALUE ZERO.
       01  WS-REPORT-DATE-8           PIC X(8)      VALUE SPACES.
       01  WS-REPORT-DATE.
           05  WS-RPT-YYYY            PIC X(4).
           05  FILLER                 PIC X(1)      VALUE '/'.
           05  WS-RPT-MM              PIC X(2).
           05  FILLER                 PIC X(1)      VALUE '/'.
           05  WS-RPT-DD              PIC X(2).

      ****************************************************
      **** PER-USER COUNTS -- THE LAST ENTRY COLLECTS ANY
      **** USERS BEYOND THE TABLE
      ****************************************************
       01  WS-MAX-USERS               PIC 9(2)      VALUE 50.
       01  WS-USER-CNT                PIC 9(2)      VALUE ZERO.
       01  WS-USER-IX                 PIC 9(2)      VALUE ZERO.
       01  WS-USER-FOUND-IX           PIC 9(2)      VALUE ZERO.
       01  WS-USER-TABLE.
           05  WS-USER-ENTRY OCCURS 50 TIMES.
               10  WS-USR-USERID     PIC X(20).
               10  WS-USR-COUNT      PIC 9(8).

      ****************************************************
      **** RUN CONTROL TOTALS
      ****************************************************
       01  WS-VIOLATIONS-READ         PIC 9(8)      VALUE ZERO.
       01  WS-VIOLATIONS-LISTED       PIC 9(8)      VALUE ZERO.

      ****************************************************
      **** REPORT LINES
      ****************************************************
       01  WS-RPT-TITLE-LINE.
           05  T1-CC                 PIC X(1)      VALUE ' '.
           05  FILLER                PIC X(43)     VALUE
               'TPROG19 SECURITY VIOLATIONS REPORT FOR    '.
           05  T1-DATE               PIC X(10).
           05  FILLER                PIC X(79)     VALUE SPACES.

       01  WS-COLUMN-HEADING-LINE.
           05  CH-CC                 PIC X(1)      VALUE ' '.
           05  FILLER                PIC X(45)     VALUE
               '  TIME      USER ID              PROGRAM  ACT'.
           05  FILLER                PIC X(45)     VALUE
               'ION    WHY  COMMAND                          '.
           05  FILLER                PIC X(42)     VALUE SPACES.

       01  WS-VIOLATION-LINE.
           05  VL-CC                 PIC X(1)      VALUE ' '.
           05  FILLER                PIC X(2)      VALUE SPACES.
           05  VL-TIME               PIC X(8).
           05  FILLER                PIC X(2)      VALUE SPACES.
           05  VL-USERID             PIC X(20).
           05  FILLER                PIC X(1)      VALUE SPACES.
           05  VL-PROGRAM            PIC X(8).
           05  FILLER                PIC X(1)      VALUE SPACES.
           05  VL-ACTION             PIC X(8).
           05  FILLER                PIC X(2)      VALUE SPACES.
           05  VL-REASON             PIC X(2).
           05  FILLER                PIC X(3)      VALUE SPACES.
           05  VL-COMMAND            PIC X(40).
           05  FILLER                PIC X(2)      VALUE SPACES.
           05  VL-REASON-TEXT        PIC X(33).

       01  WS-NONE-LINE.
           05  NL-CC                 PIC X(1)      VALUE ' '.
           05  FILLER                PIC X(2)      VALUE SPACES.
           05  NL-TEXT               PIC X(130)    VALUE
               '*** NO SECURITY VIOLATIONS ON THIS DATE ***'.

       01  WS-USER-COUNT-LINE.
           05  UC-CC                 PIC X(1)      VALUE ' '.
           05  FILLER                PIC X(2)      VALUE SPACES.
           05  UC-USERID             PIC X(20).
           05  FILLER                PIC X(2)      VALUE SPACES.
           05  UC-COUNT              PIC ZZ,ZZZ,ZZ9.
           05  FILLER                PIC X(98)     VALUE SPACES.

       01  WS-OPEN-FAIL-LINE.
           05  OF-CC                 PIC X(1)      VALUE ' '.
           05  FILLER                PIC X(41)     VALUE
               '*** VIOLATION FILE OPEN FAILED - STATUS '.
           05  OF-STATUS             PIC X(2).
           05  FILLER                PIC X(22)     VALUE
               ' - RUN ABORTED ***'.
           05  FILLER                PIC X(67)     VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  SU-CC                 PIC X(1)      VALUE ' '.
           05  FILLER                PIC X(22)     VALUE
               'VIOLATION ROWS READ:  '.
           05  SU-READ               PIC ZZ,ZZZ,ZZ9.
           05  FILLER                PIC X(21)     VALUE
               '  ON THE REPORT DATE:'.
           05  SU-LISTED             PIC ZZ,ZZZ,ZZ9.
           05  FILLER                PIC X(09)     VALUE '  USERS: '.
           05  SU-USERS              PIC ZZ,ZZZ,ZZ9.
           05  FILLER                PIC X(50)     VALUE SPACES.

       LINKAGE SECTION.
       01  WS-PARM-AREA.
           05  WS-PARM-LEN             PIC S9(4) COMP.
           05  WS-PARM-TEXT            PIC X(80).

       PROCEDURE DIVISION USING WS-PARM-AREA.

       00000-MAIN-PROCEDURE.

           PERFORM 01000-INITIALIZE.
           PERFORM 02000-READ-ONE-VIOLATION
              UNTIL VIO-EOF.
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

           PERFORM 01100-GET-PARMS.
           IF WS-REPORT-DATE-8 = SPACES THEN
              MOVE WS-RUN-DATE TO WS-REPORT-DATE
           ELSE
              MOVE WS-REPORT-DATE-8(1:4) TO WS-RPT-YYYY
              MOVE WS-REPORT-DATE-8(5:2) TO WS-RPT-MM
              MOVE WS-REPORT-DATE-8(7:2) TO WS-RPT-DD
           END-IF.

           OPEN OUTPUT RPTFILE.
           PERFORM 07000-PRINT-HEADER-BLOCK.
           MOVE WS-REPORT-DATE TO T1-DATE.
           MOVE WS-RPT-TITLE-LINE TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO BODY-TEXT.
           MOVE BODY-LINE TO REPORT-REC.
           WRITE REPORT-REC.

           OPEN INPUT VIOFILE.
           IF NOT VIOFILE-STATUS-OK THEN
              MOVE WS-VIOFILE-STATUS TO OF-STATUS
              MOVE WS-OPEN-FAIL-LINE TO REPORT-REC
              WRITE REPORT-REC
              DISPLAY 'TPROG19: VIOLATION FILE OPEN FAILED - '
                 'STATUS ' WS-VIOFILE-STATUS UPON CONSOLE
              CLOSE RPTFILE
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

           MOVE WS-COLUMN-HEADING-LINE TO REPORT-REC.
           WRITE REPORT-REC.
           INITIALIZE WS-USER-TABLE.
           PERFORM 02500-READ-VIOLATION.

       01100-GET-PARMS.

           COMPUTE WS-PARM-SCAN-MAX = WS-PARM-LEN - 12.
           IF WS-PARM-SCAN-MAX > 0 THEN
              PERFORM VARYING WS-PARM-IX FROM 1 BY 1
                       UNTIL WS-PARM-IX > WS-PARM-SCAN-MAX
                 IF WS-PARM-TEXT(WS-PARM-IX:5) = 'DATE='
                       AND WS-PARM-TEXT(WS-PARM-IX + 5:8) NUMERIC
                    MOVE WS-PARM-TEXT(WS-PARM-IX + 5:8)
                       TO WS-REPORT-DATE-8
                 END-IF
              END-PERFORM
           END-IF.

       02000-READ-ONE-VIOLATION.

           ADD 1 TO WS-VIOLATIONS-READ.
           IF VI-DATE = WS-REPORT-DATE THEN
              ADD 1 TO WS-VIOLATIONS-LISTED
              PERFORM 02100-PRINT-VIOLATION
              PERFORM 02200-COUNT-FOR-USER
           END-IF.
           PERFORM 02500-READ-VIOLATION.

       02100-PRINT-VIOLATION.

           MOVE VI-TIME TO VL-TIME.
           MOVE VI-USERID TO VL-USERID.
           MOVE VI-PROGRAM TO VL-PROGRAM.
           MOVE VI-ACTION TO VL-ACTION.
           MOVE VI-REASON TO VL-REASON.
           MOVE VI-COMMAND TO VL-COMMAND.
           EVALUATE VI-REASON
              WHEN '10'
                 MOVE 'ACTION NOT GRANTED' TO VL-REASON-TEXT
              WHEN '20'
                 MOVE 'NOT ON THE AUTHORIZATION FILE'
                    TO VL-REASON-TEXT
              WHEN '25'
                 MOVE 'USER REMOVED' TO VL-REASON-TEXT
              WHEN '30'
                 MOVE 'AUTHORIZATION FILE UNREADABLE'
                    TO VL-REASON-TEXT
              WHEN OTHER
                 MOVE SPACES TO VL-REASON-TEXT
           END-EVALUATE.
           MOVE WS-VIOLATION-LINE TO REPORT-REC.
           WRITE REPORT-REC.

       02200-COUNT-FOR-USER.

      *    A FULL TABLE FOLDS ANY FURTHER USERS INTO *OTHERS*
           MOVE ZERO TO WS-USER-FOUND-IX.
           PERFORM VARYING WS-USER-IX FROM 1 BY 1
                    UNTIL WS-USER-IX > WS-USER-CNT
                       OR WS-USER-FOUND-IX > 0
              IF WS-USR-USERID (WS-USER-IX) = VI-USERID THEN
                 MOVE WS-USER-IX TO WS-USER-FOUND-IX
              END-IF
           END-PERFORM.
           IF WS-USER-FOUND-IX = 0 THEN
              IF WS-USER-CNT < WS-MAX-USERS THEN
                 ADD 1 TO WS-USER-CNT
                 MOVE WS-USER-CNT TO WS-USER-FOUND-IX
                 IF WS-USER-CNT = WS-MAX-USERS THEN
                    MOVE '*OTHERS*'
                       TO WS-USR-USERID (WS-USER-FOUND-IX)
                 ELSE
                    MOVE VI-USERID
                       TO WS-USR-USERID (WS-USER-FOUND-IX)
                 END-IF
              ELSE
                 MOVE WS-MAX-USERS TO WS-USER-FOUND-IX
              END-IF
           END-IF.
           ADD 1 TO WS-USR-COUNT (WS-USER-FOUND-IX).

       02500-READ-VIOLATION.

           READ VIOFILE
              AT END
                 SET VIO-EOF TO TRUE
           END-READ.

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

           IF WS-VIOLATIONS-LISTED = 0 THEN
              MOVE WS-NONE-LINE TO REPORT-REC
              WRITE REPORT-REC
           ELSE
              MOVE SPACES TO BODY-TEXT
              MOVE BODY-LINE TO REPORT-REC
              WRITE REPORT-REC
              MOVE 'VIOLATIONS BY USER' TO BODY-TEXT
              MOVE BODY-LINE TO REPORT-REC
              WRITE REPORT-REC
              PERFORM VARYING WS-USER-IX FROM 1 BY 1
                       UNTIL WS-USER-IX > WS-USER-CNT
                 MOVE WS-USR-USERID (WS-USER-IX) TO UC-USERID
                 MOVE WS-USR-COUNT (WS-USER-IX) TO UC-COUNT
                 MOVE WS-USER-COUNT-LINE TO REPORT-REC
                 WRITE REPORT-REC
              END-PERFORM
           END-IF.

           MOVE SPACES TO BODY-TEXT.
           MOVE BODY-LINE TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE WS-VIOLATIONS-READ TO SU-READ.
           MOVE WS-VIOLATIONS-LISTED TO SU-LISTED.
           MOVE WS-USER-CNT TO SU-USERS.
           MOVE WS-SUMMARY-LINE TO REPORT-REC.
           WRITE REPORT-REC.

       09000-TERMINATE.

           CLOSE VIOFILE.
           CLOSE RPTFILE.
           IF WS-VIOLATIONS-LISTED > 0 THEN
              MOVE 4 TO RETURN-CODE
           END-IF.
