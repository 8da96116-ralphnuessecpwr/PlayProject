       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TPROG15.
       AUTHOR.        COMPUWARE ISPW TRAINING.
       DATE-WRITTEN.  OCTOBER 15TH, 2026.
       DATE-COMPILED.

      ********************************************************
      * THIS PROGRAM IS THE MONTHLY DELIVERY-TIME SCORECARD.
      *      IT BROWSES ONE MONTH OF THE MESSAGE MASTER AND
      *      MEASURES, FOR EVERY MESSAGE, THE TIME FROM ITS
      *      DISTRIBUTION TO THE DESTINATION'S ACKNOWLEDGMENT:
      *        - DISTRIBUTED = THE DISTRIB STEP'S COMPLETION
      *          STAMP FOR THE MESSAGE'S BUSINESS DATE ON THE
      *          BATCH-CONTROL FILE (TCPYI01)
      *        - ACKNOWLEDGED = THE RECEIPT STAMP TPROG08 KEEPS
      *          ON THE MASTER (MSG-ACK-DATE/MSG-ACK-TIME)
      *      PER DESTINATION CODE AND PRIORITY CLASS (FLASH,
      *      URGENT, ROUTINE) IT REPORTS THE MESSAGE COUNTS,
      *      THE AVERAGE AND WORST MINUTES TO ACKNOWLEDGMENT
      *      AND THE PERCENTAGE CONFIRMED WITHIN THE TARGET
      *      WINDOW.  A MESSAGE STILL UNACKNOWLEDGED COUNTS AS
      *      OUTSIDE THE WINDOW.  DELETED AND RECALLED MESSAGES
      *      ARE NOT SCORED.  A DATE WITH NO DISTRIB STAMP, OR
      *      AN ACK WITH NO RECEIPT STAMP (ACKED BEFORE THE
      *      STAMP WAS KEPT), IS COUNTED BUT NOT TIMED.
      *
      *      THE SCORECARD IS FOLLOWED BY THE OFFICES THAT
      *      MISSED TARGET (PERCENTAGE WITHIN BELOW THE PARM
      *      PCT), WITH THEIR FLASH/URGENT MISSES BROKEN OUT,
      *      AND THEN BY EVERY FLASH/URGENT MESSAGE THAT MISSED
      *      THE WINDOW.
      *
      *      PARM (ANY ORDER, ALL OPTIONAL):
      *        MONTH=YYYYMM   MONTH TO SCORE (DEFAULT THE MONTH
      *                       BEFORE THE SYSTEM DATE)
      *        TGT=NNNN       TARGET WINDOW IN MINUTES (DEFAULT
      *                       0240)
      *        PCT=NNN        PERCENTAGE WITHIN THE WINDOW AN
      *                       OFFICE MUST REACH (DEFAULT 100)
      *
      *      COPYLIBS   TCPYA01   (HEADER)
      *                 TCPYD01   (MESSAGE MASTER RECORD)
      *                 TCPYI01   (BATCH-CONTROL RECORD)
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

           SELECT MSGFILE  ASSIGN MSGMASTR
             ORGANIZATION IS INDEXED
             ACCESS IS DYNAMIC
             RECORD KEY IS MSG-KEY
             FILE STATUS IS WS-MSGFILE-STATUS.

      *****************************************************
      *  BCTFILE - VSAM KSDS BATCH-CONTROL FILE, KEYED BY
      *            BUSINESS DATE (SEE TCPYI01); READ ONLY
      *****************************************************
           SELECT BCTFILE  ASSIGN BCTLMSTR
             ORGANIZATION IS INDEXED
             ACCESS IS DYNAMIC
             RECORD KEY IS BC-KEY
             FILE STATUS IS WS-BCTFILE-STATUS.

           SELECT RPTFILE  ASSIGN UT-S-SLARPT
             ORGANIZATION IS SEQUENTIAL
             ACCESS IS SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD  MSGFILE
           RECORD CONTAINS 96 CHARACTERS
           DATA RECORD IS MSGMST-REC.

       COPY TCPYD01.

       FD  BCTFILE
           RECORD CONTAINS 200 CHARACTERS
           DATA RECORD IS BCTL-REC.

       COPY TCPYI01.

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
       01  WS-MSGFILE-STATUS          PIC X(2)      VALUE '00'.
           88  MSGFILE-STATUS-OK          VALUE '00'.
       01  WS-BCTFILE-STATUS          PIC X(2)      VALUE '00'.
           88  BCTFILE-STATUS-OK          VALUE '00'.
       01  WS-BROWSE-DONE-SW          PIC X(1)      VALUE 'N'.
           88  BROWSE-DONE                VALUE 'Y'.
       01  WS-MISS-PASS-SW            PIC X(1)      VALUE 'N'.
           88  MISS-LISTING-PASS          VALUE 'Y'.

      ****************************************************
      **** RUN SELECTION -- THE MONTH, THE TARGET WINDOW
      **** AND THE PERCENTAGE AN OFFICE MUST REACH
      ****************************************************
       01  WS-PARM-IX                 PIC 9(2)      VALUE ZERO.
       01  WS-PARM-SCAN-MAX           PIC S9(4)     VALUE ZERO.
       01  WS-SELECT-MONTH            PIC X(6)      VALUE SPACES.
       01  WS-SELECT-MONTH-9 REDEFINES WS-SELECT-MONTH.
           05  WS-SELECT-YYYY         PIC 9(4).
           05  WS-SELECT-MM           PIC 9(2).
       01  WS-MONTH-START-DATE        PIC X(8)      VALUE SPACES.
       01  WS-MONTH-END-DATE          PIC X(8)      VALUE SPACES.
       01  WS-TARGET-X                PIC X(4)      VALUE '0240'.
       01  WS-TARGET-MINS REDEFINES WS-TARGET-X
                                      PIC 9(4).
       01  WS-PCT-X                   PIC X(3)      VALUE '100'.
       01  WS-PCT-REQUIRED REDEFINES WS-PCT-X
                                      PIC 9(3).
       01  WS-SYS-YYYY                PIC 9(4)      VALUE ZERO.
       01  WS-SYS-MM                  PIC 9(2)      VALUE ZERO.

      ****************************************************
      **** DISTRIBUTION STAMPS -- ONE PER DAY OF THE MONTH,
      **** FROM THE DISTRIB STEP OF THE BATCH-CONTROL ROW
      ****************************************************
       01  WS-BCT-PRESENT-SW          PIC X(1)      VALUE 'N'.
           88  BCT-PRESENT                VALUE 'Y'.
       01  WS-DAY-IX                  PIC 9(2)      VALUE ZERO.
       01  WS-DIST-TABLE.
           05  WS-DIST-DAY OCCURS 31 TIMES.
               10  WS-DIST-STAMP-SW  PIC X(1).
                   88  DIST-STAMPED      VALUE 'Y'.
               10  WS-DIST-DATE-INT  PIC 9(8).
               10  WS-DIST-MINUTE    PIC 9(4).

      ****************************************************
      **** THE MESSAGE UNDER MEASUREMENT
      ****************************************************
       01  WS-WORK-DATE-9             PIC 9(8)      VALUE ZERO.
       01  WS-WORK-TIME.
           05  WS-WORK-HH             PIC 9(2).
           05  WS-WORK-MN             PIC 9(2).
           05  WS-WORK-SS             PIC 9(2).
       01  WS-ACK-DATE-INT            PIC 9(8)      VALUE ZERO.
       01  WS-ACK-MINUTE              PIC 9(4)      VALUE ZERO.
       01  WS-ELAPSED-MINS            PIC S9(9)     VALUE ZERO.
       01  WS-CLS-IX                  PIC 9(1)      VALUE ZERO.
       01  WS-MSG-TIMED-SW            PIC X(1)      VALUE 'N'.
           88  MSG-TIMED                  VALUE 'Y'.
       01  WS-MSG-JUDGED-SW           PIC X(1)      VALUE 'N'.
           88  MSG-JUDGED                 VALUE 'Y'.
       01  WS-MSG-WITHIN-SW           PIC X(1)      VALUE 'N'.
           88  MSG-WITHIN                 VALUE 'Y'.

      ****************************************************
      **** SCORECARD TABLE -- ONE ENTRY PER DESTINATION
      **** CODE SEEN ON THE MASTER (BROADCAST INCLUDED), A
      **** CLASS ROW EACH FOR FLASH/URGENT/ROUTINE.  THE
      **** LAST ENTRY HOLDS THE ALL-DESTINATION TOTALS; A
      **** FULL TABLE FOLDS THE REST INTO '*OTHERS*'
      ****************************************************
       01  WS-MAX-DESTS               PIC 9(2)      VALUE 60.
       01  WS-TOTAL-IX                PIC 9(2)      VALUE 61.
       01  WS-DEST-CNT                PIC 9(2)      VALUE ZERO.
       01  WS-DS-IX                   PIC 9(2)      VALUE ZERO.
       01  WS-DS-FIND-IX              PIC 9(2)      VALUE ZERO.
       01  WS-SCORE-TABLE.
           05  WS-SCORE-ENTRY OCCURS 61 TIMES.
               10  WS-SC-DEST        PIC X(3).
               10  WS-SC-LABEL       PIC X(11).
               10  WS-SC-CLASS OCCURS 3 TIMES.
                   15  WS-SC-MSGS      PIC 9(7).
                   15  WS-SC-ACKED     PIC 9(7).
                   15  WS-SC-UNACKED   PIC 9(7).
                   15  WS-SC-NOT-TIMED PIC 9(7).
                   15  WS-SC-TIMED     PIC 9(7).
                   15  WS-SC-JUDGED    PIC 9(7).
                   15  WS-SC-WITHIN    PIC 9(7).
                   15  WS-SC-TOTAL-MIN PIC 9(11).
                   15  WS-SC-WORST-MIN PIC 9(7).

       01  WS-CLASS-NAME-VALUES.
           05  FILLER                PIC X(7)      VALUE 'FLASH  '.
           05  FILLER                PIC X(7)      VALUE 'URGENT '.
           05  FILLER                PIC X(7)      VALUE 'ROUTINE'.
       01  WS-CLASS-NAME-TABLE REDEFINES WS-CLASS-NAME-VALUES.
           05  WS-CLASS-NAME OCCURS 3 TIMES
                                      PIC X(7).

      ****************************************************
      **** REPORT WORK FIELDS AND RUN CONTROL TOTALS
      ****************************************************
       01  WS-AVG-MINS                PIC 9(7)V9    VALUE ZERO.
       01  WS-PCT-WITHIN              PIC 9(3)V9    VALUE ZERO.
       01  WS-OFFICE-JUDGED           PIC 9(7)      VALUE ZERO.
       01  WS-OFFICE-WITHIN           PIC 9(7)      VALUE ZERO.
       01  WS-OFFICE-FU-MISSED        PIC 9(7)      VALUE ZERO.
       01  WS-OFFICE-RT-MISSED        PIC 9(7)      VALUE ZERO.
       01  WS-MSGS-SCANNED            PIC 9(8)      VALUE ZERO.
       01  WS-MSGS-SKIPPED            PIC 9(8)      VALUE ZERO.
       01  WS-MSGS-NO-DIST            PIC 9(8)      VALUE ZERO.
       01  WS-MSGS-NO-ACK-STAMP       PIC 9(8)      VALUE ZERO.
       01  WS-OFFICES-MISSED          PIC 9(4)      VALUE ZERO.
       01  WS-FU-MISSES               PIC 9(8)      VALUE ZERO.

      ****************************************************
      **** REPORT LINES
      ****************************************************
       01  WS-RPT-TITLE-LINE.
           05  T1-CC                 PIC X(1)      VALUE ' '.
           05  FILLER                PIC X(38)     VALUE
               'TPROG15 DELIVERY-TIME SCORECARD  FOR '.
           05  T1-MONTH              PIC X(6).
           05  FILLER                PIC X(10)     VALUE
               '  TARGET '.
           05  T1-TARGET             PIC ZZZ9.
           05  FILLER                PIC X(17)     VALUE
               ' MINUTES  OFFICE '.
           05  T1-PCT                PIC ZZ9.
           05  FILLER                PIC X(54)     VALUE
               '% WITHIN'.

       01  WS-SECTION-LINE.
           05  SL-CC                 PIC X(1)      VALUE ' '.
           05  SL-TEXT               PIC X(132).

       01  WS-SCORE-HEADING.
           05  SH-CC                 PIC X(1)      VALUE ' '.
           05  FILLER                PIC X(2)      VALUE SPACES.
           05  FILLER                PIC X(11)     VALUE
               'DESTINATION'.
           05  FILLER                PIC X(2)      VALUE SPACES.
           05  FILLER                PIC X(7)      VALUE 'CLASS'.
           05  FILLER                PIC X(2)      VALUE SPACES.
           05  FILLER                PIC X(6)      VALUE '  MSGS'.
           05  FILLER                PIC X(2)      VALUE SPACES.
           05  FILLER                PIC X(6)      VALUE ' ACKED'.
           05  FILLER                PIC X(2)      VALUE SPACES.
           05  FILLER                PIC X(6)      VALUE 'UNACKD'.
           05  FILLER                PIC X(2)      VALUE SPACES.
           05  FILLER                PIC X(6)      VALUE 'UNTIMD'.
           05  FILLER                PIC X(2)      VALUE SPACES.
           05  FILLER                PIC X(9)      VALUE
               ' AVG MINS'.
           05  FILLER                PIC X(2)      VALUE SPACES.
           05  FILLER                PIC X(7)      VALUE 'WORST'.
           05  FILLER                PIC X(2)      VALUE SPACES.
           05  FILLER                PIC X(5)      VALUE '%WITH'.
           05  FILLER                PIC X(2)      VALUE SPACES.
           05  FILLER                PIC X(8)      VALUE 'VERDICT'.
           05  FILLER                PIC X(39)     VALUE SPACES.

       01  WS-SCORE-DETAIL-LINE.
           05  SD-CC                 PIC X(1)      VALUE ' '.
           05  FILLER                PIC X(2)      VALUE SPACES.
           05  SD-DEST               PIC X(11).
           05  FILLER                PIC X(2)      VALUE SPACES.
           05  SD-CLASS              PIC X(7).
           05  FILLER                PIC X(2)      VALUE SPACES.
           05  SD-MSGS               PIC ZZ,ZZ9.
           05  FILLER                PIC X(2)      VALUE SPACES.
           05  SD-ACKED              PIC ZZ,ZZ9.
           05  FILLER                PIC X(2)      VALUE SPACES.
           05  SD-UNACKED            PIC ZZ,ZZ9.
           05  FILLER                PIC X(2)      VALUE SPACES.
           05  SD-NOT-TIMED          PIC ZZ,ZZ9.
           05  FILLER                PIC X(2)      VALUE SPACES.
           05  SD-AVG                PIC ZZZ,ZZ9.9.
           05  FILLER                PIC X(2)      VALUE SPACES.
           05  SD-WORST              PIC ZZZ,ZZ9.
           05  FILLER                PIC X(2)      VALUE SPACES.
           05  SD-PCT                PIC ZZ9.9.
           05  FILLER                PIC X(2)      VALUE SPACES.
           05  SD-VERDICT            PIC X(8).
           05  FILLER                PIC X(39)     VALUE SPACES.

       01  WS-OFFICE-MISS-LINE.
           05  OM-CC                 PIC X(1)      VALUE ' '.
           05  FILLER                PIC X(2)      VALUE SPACES.
           05  OM-DEST               PIC X(11).
           05  FILLER                PIC X(2)      VALUE SPACES.
           05  FILLER                PIC X(8)      VALUE 'MISSED: '.
           05  OM-MISSED             PIC ZZ,ZZ9.
           05  FILLER                PIC X(23)     VALUE
               '  FLASH/URGENT MISSED: '.
           05  OM-FU-MISSED          PIC ZZ,ZZ9.
           05  FILLER                PIC X(18)     VALUE
               '  ROUTINE MISSED: '.
           05  OM-RT-MISSED          PIC ZZ,ZZ9.
           05  FILLER                PIC X(12)     VALUE
               '  % WITHIN: '.
           05  OM-PCT                PIC ZZ9.9.
           05  FILLER                PIC X(33)     VALUE SPACES.

       01  WS-FU-MISS-LINE.
           05  FM-CC                 PIC X(1)      VALUE ' '.
           05  FILLER                PIC X(2)      VALUE SPACES.
           05  FM-RUN-DATE           PIC X(8).
           05  FILLER                PIC X(1)      VALUE SPACES.
           05  FM-SEQ                PIC 9(8).
           05  FILLER                PIC X(2)      VALUE SPACES.
           05  FM-DEST               PIC X(3).
           05  FILLER                PIC X(2)      VALUE SPACES.
           05  FM-PRIORITY           PIC X(1).
           05  FILLER                PIC X(2)      VALUE SPACES.
           05  FM-STATUS             PIC X(10).
           05  FILLER                PIC X(2)      VALUE SPACES.
           05  FM-ELAPSED            PIC ZZZ,ZZ9 BLANK WHEN ZERO.
           05  FILLER                PIC X(2)      VALUE SPACES.
           05  FM-TEXT               PIC X(59).
           05  FILLER                PIC X(23)     VALUE SPACES.

       01  WS-NONE-LINE.
           05  NL-CC                 PIC X(1)      VALUE ' '.
           05  FILLER                PIC X(2)      VALUE SPACES.
           05  NL-TEXT               PIC X(130).

       01  WS-BCT-MISSING-LINE.
           05  BM-CC                 PIC X(1)      VALUE ' '.
           05  FILLER                PIC X(45)     VALUE
               '*** BATCH-CONTROL FILE NOT AVAILABLE - STATUS'.
           05  FILLER                PIC X(1)      VALUE SPACES.
           05  BM-STATUS             PIC X(2).
           05  FILLER                PIC X(84)     VALUE
               ' - NO DISTRIBUTION STAMPS, NOTHING TIMED ***'.

       01  WS-OPEN-FAIL-LINE.
           05  OF-CC                 PIC X(1)      VALUE ' '.
           05  FILLER                PIC X(40)     VALUE
               '*** MESSAGE MASTER OPEN FAILED - STATUS '.
           05  OF-STATUS             PIC X(2).
           05  FILLER                PIC X(22)     VALUE
               ' - RUN ABORTED ***'.
           05  FILLER                PIC X(68)     VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  SU-CC                 PIC X(1)      VALUE ' '.
           05  FILLER                PIC X(10)     VALUE 'SCANNED:  '.
           05  SU-SCANNED            PIC ZZ,ZZZ,ZZ9.
           05  FILLER                PIC X(20)     VALUE
               '  NOT SCORED DEL/RCL'.
           05  SU-SKIPPED            PIC ZZ,ZZZ,ZZ9.
           05  FILLER                PIC X(22)     VALUE
               '  NO DISTRIB STAMP:   '.
           05  SU-NO-DIST            PIC ZZ,ZZZ,ZZ9.
           05  FILLER                PIC X(20)     VALUE
               '  ACK NOT STAMPED:  '.
           05  SU-NO-ACK-STAMP       PIC ZZ,ZZZ,ZZ9.
           05  FILLER                PIC X(20)     VALUE SPACES.

       01  WS-SUMMARY-LINE-2.
           05  S2-CC                 PIC X(1)      VALUE ' '.
           05  FILLER                PIC X(18)     VALUE
               'OFFICES MISSED:   '.
           05  S2-OFFICES            PIC ZZZ9.
           05  FILLER                PIC X(26)     VALUE
               '  FLASH/URGENT MISSES:    '.
           05  S2-FU-MISSES          PIC ZZ,ZZZ,ZZ9.
           05  FILLER                PIC X(74)     VALUE SPACES.

       LINKAGE SECTION.
       01  WS-PARM-AREA.
           05  WS-PARM-LEN             PIC S9(4) COMP.
           05  WS-PARM-TEXT            PIC X(80).

       PROCEDURE DIVISION USING WS-PARM-AREA.

       00000-MAIN-PROCEDURE.

           PERFORM 01000-INITIALIZE.
           PERFORM 03000-BROWSE-MONTH.
           PERFORM 04000-PRINT-SCORECARD.
           PERFORM 05000-PRINT-OFFICE-MISSES.
           SET MISS-LISTING-PASS TO TRUE.
           PERFORM 06000-PRINT-FU-MISSES.
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

           OPEN OUTPUT RPTFILE.
           PERFORM 07000-PRINT-HEADER-BLOCK.
           MOVE WS-SELECT-MONTH TO T1-MONTH.
           MOVE WS-TARGET-MINS TO T1-TARGET.
           MOVE WS-PCT-REQUIRED TO T1-PCT.
           MOVE WS-RPT-TITLE-LINE TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO BODY-TEXT.
           MOVE BODY-LINE TO REPORT-REC.
           WRITE REPORT-REC.

           PERFORM VARYING WS-DS-IX FROM 1 BY 1
                    UNTIL WS-DS-IX > WS-TOTAL-IX
              PERFORM 03500-CLEAR-SCORE-ENTRY
           END-PERFORM.
           MOVE 'ALL DESTS' TO WS-SC-LABEL (WS-TOTAL-IX).

           PERFORM 02000-LOAD-DIST-STAMPS.

           OPEN INPUT MSGFILE.
           IF NOT MSGFILE-STATUS-OK THEN
              MOVE WS-MSGFILE-STATUS TO OF-STATUS
              MOVE WS-OPEN-FAIL-LINE TO REPORT-REC
              WRITE REPORT-REC
              DISPLAY 'TPROG15: MESSAGE MASTER OPEN FAILED - STATUS '
                 WS-MSGFILE-STATUS UPON CONSOLE
              CLOSE RPTFILE
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

       01100-GET-PARMS.

      *    MONTH=YYYYMM, TGT=NNNN AND PCT=NNN, IN ANY ORDER; A
      *    NON-NUMERIC VALUE LEAVES THE DEFAULT IN PLACE
           COMPUTE WS-PARM-SCAN-MAX = WS-PARM-LEN - 3.
           IF WS-PARM-SCAN-MAX > 0 THEN
              PERFORM VARYING WS-PARM-IX FROM 1 BY 1
                       UNTIL WS-PARM-IX > WS-PARM-SCAN-MAX
                 IF WS-PARM-TEXT(WS-PARM-IX:6) = 'MONTH='
                       AND WS-PARM-TEXT(WS-PARM-IX + 6:6) NUMERIC
                    MOVE WS-PARM-TEXT(WS-PARM-IX + 6:6)
                       TO WS-SELECT-MONTH
                 END-IF
                 IF WS-PARM-TEXT(WS-PARM-IX:4) = 'TGT='
                       AND WS-PARM-TEXT(WS-PARM-IX + 4:4) NUMERIC
                    MOVE WS-PARM-TEXT(WS-PARM-IX + 4:4)
                       TO WS-TARGET-X
                 END-IF
                 IF WS-PARM-TEXT(WS-PARM-IX:4) = 'PCT='
                       AND WS-PARM-TEXT(WS-PARM-IX + 4:3) NUMERIC
                    MOVE WS-PARM-TEXT(WS-PARM-IX + 4:3) TO WS-PCT-X
                 END-IF
              END-PERFORM
           END-IF.

      *    DEFAULT: THE MONTH BEFORE THE SYSTEM DATE -- THE
      *    SCORECARD RUNS ONCE THE MONTH IS OVER
           IF WS-SELECT-MONTH = SPACES THEN
              MOVE WS-RUN-YYYY TO WS-SYS-YYYY
              MOVE WS-RUN-MM TO WS-SYS-MM
              IF WS-SYS-MM = 1 THEN
                 COMPUTE WS-SELECT-YYYY = WS-SYS-YYYY - 1
                 MOVE 12 TO WS-SELECT-MM
              ELSE
                 MOVE WS-SYS-YYYY TO WS-SELECT-YYYY
                 COMPUTE WS-SELECT-MM = WS-SYS-MM - 1
              END-IF
           END-IF.

           IF WS-PCT-REQUIRED > 100 THEN
              MOVE 100 TO WS-PCT-REQUIRED
           END-IF.

           MOVE WS-SELECT-MONTH TO WS-MONTH-START-DATE(1:6).
           MOVE '01' TO WS-MONTH-START-DATE(7:2).
           MOVE WS-SELECT-MONTH TO WS-MONTH-END-DATE(1:6).
           MOVE '31' TO WS-MONTH-END-DATE(7:2).

       02000-LOAD-DIST-STAMPS.

      *    ONE BATCH-CONTROL ROW PER BUSINESS DATE; ONLY A
      *    COMPLETED DISTRIB STEP GIVES A DISTRIBUTION STAMP (A
      *    RERUN RESTAMPS IT, SO THE LATEST DISTRIBUTION COUNTS)
           PERFORM VARYING WS-DAY-IX FROM 1 BY 1
                    UNTIL WS-DAY-IX > 31
              MOVE 'N' TO WS-DIST-STAMP-SW (WS-DAY-IX)
           END-PERFORM.

           OPEN INPUT BCTFILE.
           IF BCTFILE-STATUS-OK THEN
              SET BCT-PRESENT TO TRUE
              MOVE WS-MONTH-START-DATE TO BC-BUS-DATE
              MOVE 'N' TO WS-BROWSE-DONE-SW
              START BCTFILE KEY NOT < BC-KEY
                 INVALID KEY
                    SET BROWSE-DONE TO TRUE
              END-START
              PERFORM 02100-LOAD-ONE-STAMP
                 UNTIL BROWSE-DONE
              CLOSE BCTFILE
           ELSE
              MOVE WS-BCTFILE-STATUS TO BM-STATUS
              MOVE WS-BCT-MISSING-LINE TO REPORT-REC
              WRITE REPORT-REC
              DISPLAY 'TPROG15: BATCH-CONTROL FILE NOT AVAILABLE -'
                 ' STATUS ' WS-BCTFILE-STATUS UPON CONSOLE
              MOVE 4 TO RETURN-CODE
           END-IF.

       02100-LOAD-ONE-STAMP.

           READ BCTFILE NEXT RECORD
              AT END
                 SET BROWSE-DONE TO TRUE
           END-READ.
           IF NOT BROWSE-DONE THEN
              IF NOT BCTFILE-STATUS-OK
                    OR BC-BUS-DATE > WS-MONTH-END-DATE THEN
                 SET BROWSE-DONE TO TRUE
              ELSE
                 IF BC-STEP-COMPLETE (2)
                       AND BC-BUS-DATE(7:2) NUMERIC
                       AND BC-STEP-DATE (2) NUMERIC
                       AND BC-STEP-TIME (2) NUMERIC THEN
                    MOVE BC-BUS-DATE(7:2) TO WS-DAY-IX
                    IF WS-DAY-IX > 0 AND WS-DAY-IX < 32 THEN
                       MOVE BC-STEP-DATE (2) TO WS-WORK-DATE-9
                       MOVE BC-STEP-TIME (2) TO WS-WORK-TIME
                       SET DIST-STAMPED (WS-DAY-IX) TO TRUE
                       COMPUTE WS-DIST-DATE-INT (WS-DAY-IX) =
                          FUNCTION INTEGER-OF-DATE(WS-WORK-DATE-9)
                       COMPUTE WS-DIST-MINUTE (WS-DAY-IX) =
                          WS-WORK-HH * 60 + WS-WORK-MN
                    END-IF
                 END-IF
              END-IF
           END-IF.

       03000-BROWSE-MONTH.

           MOVE WS-MONTH-START-DATE TO MSG-RUN-DATE.
           MOVE ZERO TO MSG-SEQ.
           MOVE 'N' TO WS-BROWSE-DONE-SW.
           START MSGFILE KEY NOT < MSG-KEY
              INVALID KEY
                 SET BROWSE-DONE TO TRUE
           END-START.
           PERFORM 03100-SCORE-ONE-MESSAGE
              UNTIL BROWSE-DONE.

       03100-SCORE-ONE-MESSAGE.

           READ MSGFILE NEXT RECORD
              AT END
                 SET BROWSE-DONE TO TRUE
           END-READ.
           IF NOT BROWSE-DONE THEN
              IF NOT MSGFILE-STATUS-OK
                    OR MSG-RUN-DATE > WS-MONTH-END-DATE THEN
                 SET BROWSE-DONE TO TRUE
              ELSE
                 IF MISS-LISTING-PASS THEN
                    IF MSG-PRIORITY = 'F' OR MSG-PRIORITY = 'U' THEN
                       IF MSG-ACTIVE OR MSG-ACKED THEN
                          PERFORM 03200-MEASURE-MESSAGE
                          IF MSG-JUDGED AND NOT MSG-WITHIN THEN
                             PERFORM 06100-PRINT-FU-MISS
                          END-IF
                       END-IF
                    END-IF
                 ELSE
                    ADD 1 TO WS-MSGS-SCANNED
                    IF MSG-ACTIVE OR MSG-ACKED THEN
                       PERFORM 03200-MEASURE-MESSAGE
                       PERFORM 03300-FIND-DEST-ENTRY
                       PERFORM 03400-ADD-TO-ENTRY
                       MOVE WS-TOTAL-IX TO WS-DS-IX
                       PERFORM 03400-ADD-TO-ENTRY
                    ELSE
                       ADD 1 TO WS-MSGS-SKIPPED
                    END-IF
                 END-IF
              END-IF
           END-IF.

       03200-MEASURE-MESSAGE.

      *    TIMED = DISTRIBUTED AND (IF ACKED) RECEIPT-STAMPED.
      *    JUDGED = TIMED AND ACKED, OR DISTRIBUTED AND STILL
      *    UNACKED (WHICH IS OUTSIDE THE WINDOW BY DEFINITION)
           MOVE 'N' TO WS-MSG-TIMED-SW.
           MOVE 'N' TO WS-MSG-JUDGED-SW.
           MOVE 'N' TO WS-MSG-WITHIN-SW.
           MOVE ZERO TO WS-ELAPSED-MINS.
           EVALUATE MSG-PRIORITY
              WHEN 'F'
                 MOVE 1 TO WS-CLS-IX
              WHEN 'U'
                 MOVE 2 TO WS-CLS-IX
              WHEN OTHER
                 MOVE 3 TO WS-CLS-IX
           END-EVALUATE.

           MOVE ZERO TO WS-DAY-IX.
           IF MSG-RUN-DATE(7:2) NUMERIC THEN
              MOVE MSG-RUN-DATE(7:2) TO WS-DAY-IX
           END-IF.
           IF WS-DAY-IX > 0 AND WS-DAY-IX < 32 THEN
              IF DIST-STAMPED (WS-DAY-IX) THEN
                 IF MSG-ACTIVE THEN
                    SET MSG-JUDGED TO TRUE
                 ELSE
                    IF MSG-ACK-DATE NUMERIC
                          AND MSG-ACK-TIME NUMERIC THEN
                       SET MSG-TIMED TO TRUE
                       SET MSG-JUDGED TO TRUE
                       PERFORM 03250-COMPUTE-ELAPSED
                    END-IF
                 END-IF
              END-IF
           END-IF.

       03250-COMPUTE-ELAPSED.

      *    AN ACK STAMPED AHEAD OF THE (LATEST) DISTRIBUTION --
      *    A DISTRIB RERUN AFTER THE OFFICE CONFIRMED -- IS
      *    TAKEN AS IMMEDIATE
           MOVE MSG-ACK-DATE TO WS-WORK-DATE-9.
           MOVE MSG-ACK-TIME TO WS-WORK-TIME.
           COMPUTE WS-ACK-DATE-INT =
              FUNCTION INTEGER-OF-DATE(WS-WORK-DATE-9).
           COMPUTE WS-ACK-MINUTE = WS-WORK-HH * 60 + WS-WORK-MN.
           COMPUTE WS-ELAPSED-MINS =
              (WS-ACK-DATE-INT - WS-DIST-DATE-INT (WS-DAY-IX))
                 * 1440
              + WS-ACK-MINUTE - WS-DIST-MINUTE (WS-DAY-IX).
           IF WS-ELAPSED-MINS < 0 THEN
              MOVE ZERO TO WS-ELAPSED-MINS
           END-IF.
           IF WS-ELAPSED-MINS NOT > WS-TARGET-MINS THEN
              SET MSG-WITHIN TO TRUE
           END-IF.

       03300-FIND-DEST-ENTRY.

           MOVE ZERO TO WS-DS-IX.
           PERFORM VARYING WS-DS-FIND-IX FROM 1 BY 1
                    UNTIL WS-DS-FIND-IX > WS-DEST-CNT
                       OR WS-DS-IX > 0
              IF WS-SC-DEST (WS-DS-FIND-IX) = MSG-DEST-CODE THEN
                 MOVE WS-DS-FIND-IX TO WS-DS-IX
              END-IF
           END-PERFORM.
           IF WS-DS-IX = 0 THEN
              IF WS-DEST-CNT < WS-MAX-DESTS THEN
                 ADD 1 TO WS-DEST-CNT
                 MOVE WS-DEST-CNT TO WS-DS-IX
                 MOVE MSG-DEST-CODE TO WS-SC-DEST (WS-DS-IX)
                 IF MSG-DEST-CODE = SPACES THEN
                    MOVE 'BROADCAST' TO WS-SC-LABEL (WS-DS-IX)
                 ELSE
                    MOVE MSG-DEST-CODE TO WS-SC-LABEL (WS-DS-IX)
                 END-IF
              ELSE
                 MOVE WS-MAX-DESTS TO WS-DS-IX
                 MOVE '*OTHERS*' TO WS-SC-LABEL (WS-DS-IX)
              END-IF
           END-IF.

       03400-ADD-TO-ENTRY.

           ADD 1 TO WS-SC-MSGS (WS-DS-IX WS-CLS-IX).
           IF MSG-ACKED THEN
              ADD 1 TO WS-SC-ACKED (WS-DS-IX WS-CLS-IX)
           ELSE
              ADD 1 TO WS-SC-UNACKED (WS-DS-IX WS-CLS-IX)
           END-IF.
           IF MSG-JUDGED THEN
              ADD 1 TO WS-SC-JUDGED (WS-DS-IX WS-CLS-IX)
           ELSE
              ADD 1 TO WS-SC-NOT-TIMED (WS-DS-IX WS-CLS-IX)
              IF WS-DS-IX = WS-TOTAL-IX THEN
                 IF MSG-ACKED AND WS-DAY-IX > 0 AND WS-DAY-IX < 32
                    IF DIST-STAMPED (WS-DAY-IX) THEN
                       ADD 1 TO WS-MSGS-NO-ACK-STAMP
                    ELSE
                       ADD 1 TO WS-MSGS-NO-DIST
                    END-IF
                 ELSE
                    ADD 1 TO WS-MSGS-NO-DIST
                 END-IF
              END-IF
           END-IF.
           IF MSG-TIMED THEN
              ADD 1 TO WS-SC-TIMED (WS-DS-IX WS-CLS-IX)
              ADD WS-ELAPSED-MINS
                 TO WS-SC-TOTAL-MIN (WS-DS-IX WS-CLS-IX)
              IF WS-ELAPSED-MINS >
                    WS-SC-WORST-MIN (WS-DS-IX WS-CLS-IX) THEN
                 MOVE WS-ELAPSED-MINS
                    TO WS-SC-WORST-MIN (WS-DS-IX WS-CLS-IX)
              END-IF
           END-IF.
           IF MSG-WITHIN THEN
              ADD 1 TO WS-SC-WITHIN (WS-DS-IX WS-CLS-IX)
           END-IF.

       03500-CLEAR-SCORE-ENTRY.

           MOVE SPACES TO WS-SC-DEST (WS-DS-IX).
           MOVE SPACES TO WS-SC-LABEL (WS-DS-IX).
           PERFORM VARYING WS-CLS-IX FROM 1 BY 1
                    UNTIL WS-CLS-IX > 3
              MOVE ZERO TO WS-SC-MSGS (WS-DS-IX WS-CLS-IX)
              MOVE ZERO TO WS-SC-ACKED (WS-DS-IX WS-CLS-IX)
              MOVE ZERO TO WS-SC-UNACKED (WS-DS-IX WS-CLS-IX)
              MOVE ZERO TO WS-SC-NOT-TIMED (WS-DS-IX WS-CLS-IX)
              MOVE ZERO TO WS-SC-TIMED (WS-DS-IX WS-CLS-IX)
              MOVE ZERO TO WS-SC-JUDGED (WS-DS-IX WS-CLS-IX)
              MOVE ZERO TO WS-SC-WITHIN (WS-DS-IX WS-CLS-IX)
              MOVE ZERO TO WS-SC-TOTAL-MIN (WS-DS-IX WS-CLS-IX)
              MOVE ZERO TO WS-SC-WORST-MIN (WS-DS-IX WS-CLS-IX)
           END-PERFORM.

       04000-PRINT-SCORECARD.

           MOVE WS-SCORE-HEADING TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO BODY-TEXT.
           MOVE BODY-LINE TO REPORT-REC.
           WRITE REPORT-REC.
           PERFORM VARYING WS-DS-IX FROM 1 BY 1
                    UNTIL WS-DS-IX > WS-DEST-CNT
              PERFORM 04100-PRINT-ONE-DEST
           END-PERFORM.
           MOVE SPACES TO BODY-TEXT.
           MOVE BODY-LINE TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE WS-TOTAL-IX TO WS-DS-IX.
           PERFORM 04100-PRINT-ONE-DEST.

       04100-PRINT-ONE-DEST.

      *    ONE LINE PER CLASS THE DESTINATION HAD TRAFFIC IN
           PERFORM VARYING WS-CLS-IX FROM 1 BY 1
                    UNTIL WS-CLS-IX > 3
              IF WS-SC-MSGS (WS-DS-IX WS-CLS-IX) > 0 THEN
                 PERFORM 04200-PRINT-SCORE-LINE
              END-IF
           END-PERFORM.

       04200-PRINT-SCORE-LINE.

           MOVE WS-SC-LABEL (WS-DS-IX) TO SD-DEST.
           MOVE WS-CLASS-NAME (WS-CLS-IX) TO SD-CLASS.
           MOVE WS-SC-MSGS (WS-DS-IX WS-CLS-IX) TO SD-MSGS.
           MOVE WS-SC-ACKED (WS-DS-IX WS-CLS-IX) TO SD-ACKED.
           MOVE WS-SC-UNACKED (WS-DS-IX WS-CLS-IX) TO SD-UNACKED.
           MOVE WS-SC-NOT-TIMED (WS-DS-IX WS-CLS-IX)
              TO SD-NOT-TIMED.
           MOVE ZERO TO WS-AVG-MINS.
           IF WS-SC-TIMED (WS-DS-IX WS-CLS-IX) > 0 THEN
              COMPUTE WS-AVG-MINS ROUNDED =
                 WS-SC-TOTAL-MIN (WS-DS-IX WS-CLS-IX)
                    / WS-SC-TIMED (WS-DS-IX WS-CLS-IX)
           END-IF.
           MOVE WS-AVG-MINS TO SD-AVG.
           MOVE WS-SC-WORST-MIN (WS-DS-IX WS-CLS-IX) TO SD-WORST.
           IF WS-SC-JUDGED (WS-DS-IX WS-CLS-IX) > 0 THEN
              COMPUTE WS-PCT-WITHIN ROUNDED =
                 WS-SC-WITHIN (WS-DS-IX WS-CLS-IX) * 100
                    / WS-SC-JUDGED (WS-DS-IX WS-CLS-IX)
              MOVE WS-PCT-WITHIN TO SD-PCT
              IF WS-PCT-WITHIN < WS-PCT-REQUIRED THEN
                 MOVE '*MISSED*' TO SD-VERDICT
              ELSE
                 MOVE 'MET' TO SD-VERDICT
              END-IF
           ELSE
              MOVE ZERO TO SD-PCT
              MOVE 'NO DATA' TO SD-VERDICT
           END-IF.
           MOVE WS-SCORE-DETAIL-LINE TO REPORT-REC.
           WRITE REPORT-REC.

       05000-PRINT-OFFICE-MISSES.

           MOVE SPACES TO BODY-TEXT.
           MOVE BODY-LINE TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE '*** OFFICES THAT MISSED TARGET ***' TO SL-TEXT.
           MOVE WS-SECTION-LINE TO REPORT-REC.
           WRITE REPORT-REC.
           PERFORM VARYING WS-DS-IX FROM 1 BY 1
                    UNTIL WS-DS-IX > WS-DEST-CNT
              PERFORM 05100-CHECK-ONE-OFFICE
           END-PERFORM.
           IF WS-OFFICES-MISSED = 0 THEN
              MOVE '*** EVERY OFFICE MET TARGET ***' TO NL-TEXT
              MOVE WS-NONE-LINE TO REPORT-REC
              WRITE REPORT-REC
           END-IF.

       05100-CHECK-ONE-OFFICE.

      *    AN OFFICE MISSES WHEN ITS JUDGED TRAFFIC, ALL CLASSES
      *    TOGETHER, FALLS BELOW THE REQUIRED PERCENTAGE; ITS
      *    FLASH/URGENT MISSES ARE SHOWN APART FROM ROUTINE
           MOVE ZERO TO WS-OFFICE-JUDGED.
           MOVE ZERO TO WS-OFFICE-WITHIN.
           PERFORM VARYING WS-CLS-IX FROM 1 BY 1
                    UNTIL WS-CLS-IX > 3
              ADD WS-SC-JUDGED (WS-DS-IX WS-CLS-IX)
                 TO WS-OFFICE-JUDGED
              ADD WS-SC-WITHIN (WS-DS-IX WS-CLS-IX)
                 TO WS-OFFICE-WITHIN
           END-PERFORM.
           COMPUTE WS-OFFICE-FU-MISSED =
              WS-SC-JUDGED (WS-DS-IX 1) - WS-SC-WITHIN (WS-DS-IX 1)
              + WS-SC-JUDGED (WS-DS-IX 2)
              - WS-SC-WITHIN (WS-DS-IX 2).
           COMPUTE WS-OFFICE-RT-MISSED =
              WS-SC-JUDGED (WS-DS-IX 3) - WS-SC-WITHIN (WS-DS-IX 3).
           IF WS-OFFICE-JUDGED > 0 THEN
              COMPUTE WS-PCT-WITHIN ROUNDED =
                 WS-OFFICE-WITHIN * 100 / WS-OFFICE-JUDGED
              IF WS-PCT-WITHIN < WS-PCT-REQUIRED THEN
                 ADD 1 TO WS-OFFICES-MISSED
                 MOVE WS-SC-LABEL (WS-DS-IX) TO OM-DEST
                 COMPUTE OM-MISSED =
                    WS-OFFICE-JUDGED - WS-OFFICE-WITHIN
                 MOVE WS-OFFICE-FU-MISSED TO OM-FU-MISSED
                 MOVE WS-OFFICE-RT-MISSED TO OM-RT-MISSED
                 MOVE WS-PCT-WITHIN TO OM-PCT
                 MOVE WS-OFFICE-MISS-LINE TO REPORT-REC
                 WRITE REPORT-REC
              END-IF
           END-IF.

       06000-PRINT-FU-MISSES.

      *    A SECOND PASS OVER THE MONTH LISTS EVERY FLASH/URGENT
      *    MESSAGE OUTSIDE THE WINDOW -- THE ONES THE PRINT-ROOM
      *    MANAGERS ARE CALLED IN ABOUT
           MOVE SPACES TO BODY-TEXT.
           MOVE BODY-LINE TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE '*** FLASH/URGENT MESSAGES OUTSIDE THE TARGET WINDOW'
              TO SL-TEXT.
           MOVE WS-SECTION-LINE TO REPORT-REC.
           WRITE REPORT-REC.
           PERFORM 03000-BROWSE-MONTH.
           IF WS-FU-MISSES = 0 THEN
              MOVE '*** NONE ***' TO NL-TEXT
              MOVE WS-NONE-LINE TO REPORT-REC
              WRITE REPORT-REC
           END-IF.

       06100-PRINT-FU-MISS.

           ADD 1 TO WS-FU-MISSES.
           MOVE MSG-RUN-DATE TO FM-RUN-DATE.
           MOVE MSG-SEQ TO FM-SEQ.
           MOVE MSG-DEST-CODE TO FM-DEST.
           MOVE MSG-PRIORITY TO FM-PRIORITY.
           IF MSG-ACTIVE THEN
              MOVE 'UNACKED' TO FM-STATUS
              MOVE ZERO TO FM-ELAPSED
           ELSE
              MOVE 'LATE MINS' TO FM-STATUS
              MOVE WS-ELAPSED-MINS TO FM-ELAPSED
           END-IF.
           MOVE MSG-TEXT TO FM-TEXT.
           MOVE WS-FU-MISS-LINE TO REPORT-REC.
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
           MOVE WS-MSGS-SCANNED TO SU-SCANNED.
           MOVE WS-MSGS-SKIPPED TO SU-SKIPPED.
           MOVE WS-MSGS-NO-DIST TO SU-NO-DIST.
           MOVE WS-MSGS-NO-ACK-STAMP TO SU-NO-ACK-STAMP.
           MOVE WS-SUMMARY-LINE TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE WS-OFFICES-MISSED TO S2-OFFICES.
           MOVE WS-FU-MISSES TO S2-FU-MISSES.
           MOVE WS-SUMMARY-LINE-2 TO REPORT-REC.
           WRITE REPORT-REC.

       09000-TERMINATE.

           CLOSE MSGFILE.
           CLOSE RPTFILE.
