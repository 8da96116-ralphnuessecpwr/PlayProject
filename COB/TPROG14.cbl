       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TPROG14.
       AUTHOR.        COMPUWARE ISPW TRAINING.
       DATE-WRITTEN.  OCTOBER 15TH, 2026.
       DATE-COMPILED.

      ********************************************************
      * THIS PROGRAM WORKS THE QUEUE OF MESSAGES TPROG01 HELD
      *      BACK BECAUSE THEIR TEXT HIT THE RESTRICTED-CONTENT
      *      SCREENING TABLE (HELDMSG, SEE TCPYK01).  A
      *      SUPERVISOR DECIDES EACH HELD MESSAGE BY ITS KEY ON
      *      A DECISION CARD (RLSIN):
      *        YYYYMMDDNNNNNNNN APPROVE
      *        YYYYMMDDNNNNNNNN KILL
      *      AN APPROVED MESSAGE IS WRITTEN TO THE RESUBMISSION
      *      DECK (RLSSUBM) IN THE INFILE LAYOUT, WITH A HEADER
      *      NAMING THE ORIGINATOR 'RELEASED' AND A CORRECT
      *      TRAILER COUNT.  TPROG01 LETS A DETAIL UNDER THAT
      *      HEADER SKIP THE SCREENING ONLY WHEN IT MATCHES THE
      *      APPROVE ROW JOURNALED HERE (AND NOT YET USED); ANY
      *      OTHER DETAIL IS SCREENED.  THE DECK IS
      *      READY TO FEED THE NEXT TPROG01 RUN.  A KILLED
      *      MESSAGE GOES NO FURTHER.  EVERY OTHER HELD MESSAGE
      *      ROLLS TO HELDOUT FOR A LATER PASS.
      *
      *      EVERY DECISION IS JOURNALED TO JRNFILE (TCPYH01)
      *      AS AN APPROVE OR KILL ROW WITH THE SUPERVISOR'S
      *      USER ID, THE DATE AND TIME AND THE HELD RECORD AS
      *      THE BEFORE-IMAGE.  IF THE JOURNAL CANNOT BE OPENED
      *      NOTHING IS DECIDED -- EVERY MESSAGE STAYS HELD AND
      *      THE STEP ENDS RC=8.
      *
      *      THE RLSRPT RELEASE REPORT SHOWS EVERY HELD
      *      MESSAGE'S DISPOSITION (APPROVED/KILLED/HELD), ANY
      *      CARD WITH AN ACTION OTHER THAN APPROVE OR KILL, AND
      *      ANY CARD THAT MATCHED NO HELD MESSAGE.
      *
      *      COPYLIBS   TCPYA01   (HEADER)
      *                 TCPYH01   (JOURNAL RECORD)
      *                 TCPYK01   (HELD-MESSAGE RECORD)
      * ======================================================
      *                   MODIFICATION  LOG
      *
      *  DD/MM/YY  PROGRAMMER  CHANGES
      *  ********  **********  *******
      *  15/10/26  MAINT       NEW PROGRAM
      *  15/10/26  MAINT       COMMENTS: TPROG01 NOW CHECKS EACH
      *                        'RELEASED' DETAIL AGAINST ITS APPROVE
      *                        JOURNAL ROW RATHER THAN TRUSTING THE
      *                        HEADER
      * ======================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT HLDFILE  ASSIGN UT-S-HELDMSG
             ORGANIZATION IS SEQUENTIAL
             ACCESS IS SEQUENTIAL.

           SELECT DECFILE  ASSIGN UT-S-RLSIN
             ORGANIZATION IS SEQUENTIAL
             ACCESS IS SEQUENTIAL
             FILE STATUS IS WS-DECFILE-STATUS.

           SELECT RESFILE  ASSIGN UT-S-RLSSUBM
             ORGANIZATION IS SEQUENTIAL
             ACCESS IS SEQUENTIAL.

           SELECT HLDOUT   ASSIGN UT-S-HELDOUT
             ORGANIZATION IS SEQUENTIAL
             ACCESS IS SEQUENTIAL.

      *****************************************************
      *  JRNFILE - APPEND-ONLY MAINTENANCE JOURNAL, OPENED
      *            EXTEND FOR ONE ROW PER DECISION
      *****************************************************
           SELECT JRNFILE  ASSIGN UT-S-JOURNAL
             ORGANIZATION IS SEQUENTIAL
             ACCESS IS SEQUENTIAL
             FILE STATUS IS WS-JRNFILE-STATUS.

           SELECT RPTFILE  ASSIGN UT-S-RLSRPT
             ORGANIZATION IS SEQUENTIAL
             ACCESS IS SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

      *****************************************************
      *  HLDFILE - THE HELD-MESSAGE QUEUE (TCPYK01)
      *****************************************************
       FD  HLDFILE
           LABEL RECORDS OMITTED
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           DATA RECORD IS HELDMSG-REC.

       COPY TCPYK01.

      *****************************************************
      *  DECFILE - ONE SUPERVISOR DECISION PER HELD KEY
      *****************************************************
       FD  DECFILE
           LABEL RECORDS OMITTED
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           DATA RECORD IS DECISION-REC.

       01  DECISION-REC.
           05  DEC-KEY.
               10  DEC-BUS-DATE   PIC X(8).
               10  DEC-SEQ        PIC 9(8).
           05  FILLER             PIC X(1).
           05  DEC-ACTION         PIC X(8).
           05  FILLER             PIC X(55).

      *****************************************************
      *  RESFILE - THE RESUBMISSION DECK IN THE INFILE
      *            LAYOUT: ONE 'RELEASED' HEADER, THE APPROVED
      *            DETAILS, AND A TRAILER CARRYING THE COUNT.
      *            EACH DETAIL PASSES TPROG01 UNSCREENED ONLY BY
      *            MATCHING ITS APPROVE ROW ON THE JOURNAL
      *****************************************************
       FD  RESFILE
           LABEL RECORDS OMITTED
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           DATA RECORD IS RESUBMIT-REC.

       01  RESUBMIT-REC.
           05  RES-RECORD-TYPE    PIC X(1).
           05  RES-TEXT           PIC X(79).

      *****************************************************
      *  HLDOUT - MESSAGES STILL HELD, IN THE TCPYK01
      *           LAYOUT, FOR THE NEXT RELEASE PASS
      *****************************************************
       FD  HLDOUT
           LABEL RECORDS OMITTED
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           DATA RECORD IS HLDOUT-REC.

       01  HLDOUT-REC             PIC X(155).

      *****************************************************
      *  JRNFILE - THE MAINTENANCE JOURNAL ROW (SEE TCPYH01)
      *****************************************************
       FD  JRNFILE
           LABEL RECORDS OMITTED
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           DATA RECORD IS JRNL-REC.

       COPY TCPYH01.

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
       01  WS-HLD-EOF-SW              PIC X(1)      VALUE 'N'.
           88  HLD-EOF                    VALUE 'Y'.
       01  WS-DEC-EOF-SW              PIC X(1)      VALUE 'N'.
           88  DEC-EOF                    VALUE 'Y'.
       01  WS-DECFILE-STATUS          PIC X(2)      VALUE '00'.
           88  DECFILE-STATUS-OK          VALUE '00'.
       01  WS-JRNFILE-STATUS          PIC X(2)      VALUE '00'.
           88  JRNFILE-STATUS-OK          VALUE '00'.
       01  WS-JRN-OPEN-SW             PIC X(1)      VALUE 'N'.
           88  JRN-OPEN                   VALUE 'Y'.

       01  WS-RUN-USERID              PIC X(20)     VALUE SPACES.

      ****************************************************
      **** DECISION TABLE -- LOADED UP FRONT, MARKED AS
      **** EACH ONE MATCHES A HELD MESSAGE SO LEFTOVERS CAN
      **** BE REPORTED.  A DECISION APPLIES TO EVERY HELD
      **** ROW CARRYING ITS KEY
      ****************************************************
       01  WS-MAX-DECISIONS           PIC 9(3)      VALUE 200.
       01  WS-DECISION-CNT            PIC 9(3)      VALUE ZERO.
       01  WS-DEC-IX                  PIC 9(3)      VALUE ZERO.
       01  WS-DEC-FOUND-IX            PIC 9(3)      VALUE ZERO.
       01  WS-DECISIONS-NOT-TABLED    PIC 9(8)      VALUE ZERO.
       01  WS-DECISION-TABLE.
           05  WS-DECISION-ENTRY OCCURS 200 TIMES.
               10  WS-DEC-KEY        PIC X(16).
               10  WS-DEC-ACTION     PIC X(8).
                   88  DEC-APPROVE       VALUE 'APPROVE'.
                   88  DEC-KILL          VALUE 'KILL'.
               10  WS-DEC-USED-SW    PIC X(1).

      ****************************************************
      **** RUN CONTROL TOTALS
      ****************************************************
       01  WS-HELD-READ               PIC 9(8)      VALUE ZERO.
       01  WS-MSGS-APPROVED           PIC 9(8)      VALUE ZERO.
       01  WS-MSGS-KILLED             PIC 9(8)      VALUE ZERO.
       01  WS-MSGS-STILL-HELD         PIC 9(8)      VALUE ZERO.
       01  WS-DEC-BAD-ACTION          PIC 9(8)      VALUE ZERO.
       01  WS-DEC-UNMATCHED           PIC 9(8)      VALUE ZERO.
       01  WS-TRAILER-COUNT           PIC 9(8)      VALUE ZERO.

      ****************************************************
      **** REPORT LINES
      ****************************************************
       01  WS-RPT-TITLE-LINE.
           05  T1-CC                 PIC X(1)      VALUE ' '.
           05  FILLER                PIC X(132)    VALUE
               'TPROG14 HELD MESSAGE RELEASE REPORT'.

       01  WS-RELEASE-DETAIL-LINE.
           05  RL-CC                 PIC X(1)      VALUE ' '.
           05  FILLER                PIC X(2)      VALUE SPACES.
           05  RL-KEY                PIC X(16).
           05  FILLER                PIC X(2)      VALUE SPACES.
           05  RL-ORIGINATOR         PIC X(8).
           05  FILLER                PIC X(2)      VALUE SPACES.
           05  RL-CATEGORY           PIC X(8).
           05  FILLER                PIC X(2)      VALUE SPACES.
           05  RL-DISPOSITION        PIC X(10).
           05  FILLER                PIC X(2)      VALUE SPACES.
           05  RL-IMAGE              PIC X(80).

       01  WS-BAD-DEC-LINE.
           05  BD-CC                 PIC X(1)      VALUE ' '.
           05  FILLER                PIC X(2)      VALUE SPACES.
           05  FILLER                PIC X(31)     VALUE
               'DECISION ACTION NOT VALID, KEY '.
           05  BD-KEY                PIC X(16).
           05  FILLER                PIC X(10)     VALUE
               '  ACTION: '.
           05  BD-ACTION             PIC X(8).
           05  FILLER                PIC X(26)     VALUE
               ' - MESSAGE STAYS HELD'.
           05  FILLER                PIC X(39)     VALUE SPACES.

       01  WS-UNMATCHED-LINE.
           05  UM-CC                 PIC X(1)      VALUE ' '.
           05  FILLER                PIC X(2)      VALUE SPACES.
           05  FILLER                PIC X(38)     VALUE
               'DECISION MATCHED NO HELD MESSAGE, KEY '.
           05  UM-KEY                PIC X(16).
           05  FILLER                PIC X(76)     VALUE SPACES.

       01  WS-JRN-FAIL-LINE.
           05  JF-CC                 PIC X(1)      VALUE ' '.
           05  FILLER                PIC X(2)      VALUE SPACES.
           05  FILLER                PIC X(37)     VALUE
               'JOURNAL NOT AVAILABLE - STATUS '.
           05  JF-STATUS             PIC X(2).
           05  FILLER                PIC X(40)     VALUE
               ' - NO DECISIONS APPLIED, ALL STAY HELD'.
           05  FILLER                PIC X(51)     VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  SU-CC                 PIC X(1)      VALUE ' '.
           05  FILLER                PIC X(7)      VALUE 'HELD:  '.
           05  SU-HELD               PIC ZZ,ZZZ,ZZ9.
           05  FILLER                PIC X(13)     VALUE
               '  APPROVED:  '.
           05  SU-APPROVED           PIC ZZ,ZZZ,ZZ9.
           05  FILLER                PIC X(10)     VALUE
               '  KILLED: '.
           05  SU-KILLED             PIC ZZ,ZZZ,ZZ9.
           05  FILLER                PIC X(14)     VALUE
               '  STILL HELD: '.
           05  SU-STILL-HELD         PIC ZZ,ZZZ,ZZ9.
           05  FILLER                PIC X(13)     VALUE
               '  UNMATCHED: '.
           05  SU-UNMATCHED          PIC ZZ,ZZZ,ZZ9.
           05  FILLER                PIC X(14)     VALUE
               '  BAD ACTION: '.
           05  SU-BAD-ACTION         PIC ZZ,ZZZ,ZZ9.
           05  FILLER                PIC X(1)      VALUE SPACES.

       PROCEDURE DIVISION.

       00000-MAIN-PROCEDURE.

           PERFORM 01000-INITIALIZE.
           PERFORM 02000-RELEASE-ONE-HELD
              UNTIL HLD-EOF.
           PERFORM 03000-WRITE-RESUBMIT-TRAILER.
           PERFORM 04000-REPORT-UNMATCHED.
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
           MOVE WS-RPT-TITLE-LINE TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO BODY-TEXT.
           MOVE BODY-LINE TO REPORT-REC.
           WRITE REPORT-REC.

           PERFORM 01500-LOAD-DECISIONS.

      *    NO DECISION IS TAKEN UNJOURNALED -- WITHOUT THE
      *    JOURNAL EVERY MESSAGE ROLLS FORWARD STILL HELD
           OPEN EXTEND JRNFILE.
           IF JRNFILE-STATUS-OK THEN
              SET JRN-OPEN TO TRUE
           ELSE
              MOVE WS-JRNFILE-STATUS TO JF-STATUS
              MOVE WS-JRN-FAIL-LINE TO REPORT-REC
              WRITE REPORT-REC
              DISPLAY 'TPROG14: JOURNAL OPEN FAILED - STATUS '
                 WS-JRNFILE-STATUS ' - NOTHING RELEASED'
                 UPON CONSOLE
              MOVE 8 TO RETURN-CODE
           END-IF.

           OPEN INPUT HLDFILE.
           OPEN OUTPUT RESFILE.
           OPEN OUTPUT HLDOUT.

      *    THE RESUBMISSION DECK LEADS WITH A HEADER RECORD SO
      *    IT READS LIKE ANY OTHER INFILE; ITS ORIGINATOR TELLS
      *    TPROG01 THE BATCH HAS ALREADY BEEN SCREENED
           MOVE SPACES TO RESUBMIT-REC.
           MOVE 'H' TO RES-RECORD-TYPE.
           MOVE 'RELEASED' TO RES-TEXT(1:8).
           MOVE 'RELEASED HELD MESSAGES' TO RES-TEXT(10:22).
           WRITE RESUBMIT-REC.
           ADD 1 TO WS-TRAILER-COUNT.

           PERFORM 02100-READ-HELD.

       01500-LOAD-DECISIONS.

      *    A MISSING RLSIN DD SIMPLY MEANS NOTHING IS DECIDED
      *    THIS PASS -- THE QUEUE ROLLS FORWARD AS IT STANDS
           OPEN INPUT DECFILE.
           IF DECFILE-STATUS-OK THEN
              PERFORM 01550-LOAD-ONE-DECISION
                 UNTIL DEC-EOF
              CLOSE DECFILE
           END-IF.
           IF WS-DECISIONS-NOT-TABLED > 0 THEN
              DISPLAY 'TPROG14: DECISION TABLE FULL - '
                 WS-DECISIONS-NOT-TABLED
                 ' CARDS NOT LOADED' UPON CONSOLE
              MOVE 4 TO RETURN-CODE
           END-IF.

       01550-LOAD-ONE-DECISION.

           READ DECFILE
              AT END
                 SET DEC-EOF TO TRUE
              NOT AT END
                 IF WS-DECISION-CNT < WS-MAX-DECISIONS THEN
                    ADD 1 TO WS-DECISION-CNT
                    MOVE DEC-KEY TO WS-DEC-KEY (WS-DECISION-CNT)
                    MOVE DEC-ACTION
                       TO WS-DEC-ACTION (WS-DECISION-CNT)
                    MOVE 'N' TO WS-DEC-USED-SW (WS-DECISION-CNT)
                 ELSE
                    ADD 1 TO WS-DECISIONS-NOT-TABLED
                 END-IF
           END-READ.

       02000-RELEASE-ONE-HELD.

           PERFORM 02200-FIND-DECISION.

      *    A MISKEYED ACTION MUST NEVER RELEASE OR KILL A
      *    MESSAGE -- ECHO AND COUNT IT, AND KEEP THE MESSAGE
      *    HELD (AS IF NO DECISION HAD MATCHED)
           IF WS-DEC-FOUND-IX > 0
                 AND NOT DEC-APPROVE (WS-DEC-FOUND-IX)
                 AND NOT DEC-KILL (WS-DEC-FOUND-IX) THEN
              ADD 1 TO WS-DEC-BAD-ACTION
              MOVE WS-DEC-KEY (WS-DEC-FOUND-IX) TO BD-KEY
              MOVE WS-DEC-ACTION (WS-DEC-FOUND-IX) TO BD-ACTION
              MOVE WS-BAD-DEC-LINE TO REPORT-REC
              WRITE REPORT-REC
              MOVE ZERO TO WS-DEC-FOUND-IX
           END-IF.

           IF WS-DEC-FOUND-IX > 0 AND JRN-OPEN THEN
              PERFORM 02300-WRITE-JOURNAL-ROW
           END-IF.

           IF WS-DEC-FOUND-IX > 0 AND JRN-OPEN THEN
              IF DEC-APPROVE (WS-DEC-FOUND-IX) THEN
                 PERFORM 02400-WRITE-RESUBMIT
              ELSE
                 ADD 1 TO WS-MSGS-KILLED
                 MOVE 'KILLED' TO RL-DISPOSITION
                 PERFORM 02600-PRINT-RELEASE-DETAIL
              END-IF
           ELSE
              PERFORM 02500-WRITE-STILL-HELD
           END-IF.

           PERFORM 02100-READ-HELD.

       02100-READ-HELD.

           READ HLDFILE
              AT END
                 SET HLD-EOF TO TRUE
              NOT AT END
                 ADD 1 TO WS-HELD-READ
           END-READ.

       02200-FIND-DECISION.

           MOVE ZERO TO WS-DEC-FOUND-IX.
           PERFORM VARYING WS-DEC-IX FROM 1 BY 1
                    UNTIL WS-DEC-IX > WS-DECISION-CNT
                       OR WS-DEC-FOUND-IX > 0
              IF WS-DEC-KEY (WS-DEC-IX) = HLD-KEY THEN
                 MOVE WS-DEC-IX TO WS-DEC-FOUND-IX
                 MOVE 'Y' TO WS-DEC-USED-SW (WS-DEC-IX)
              END-IF
           END-PERFORM.

       02300-WRITE-JOURNAL-ROW.

      *    ONE ROW PER DECISION, WRITTEN AHEAD OF ACTING ON IT.
      *    A FAILED WRITE STOPS ALL FURTHER DECISIONS -- THIS
      *    MESSAGE AND THE REST STAY HELD
           MOVE SPACES TO JRNL-REC.
           MOVE WS-DEC-ACTION (WS-DEC-FOUND-IX) TO JRN-COMMAND.
           MOVE HLD-KEY TO JRN-KEY.
           MOVE WS-RUN-USERID TO JRN-USERID.
           MOVE WS-RUN-DATE TO JRN-DATE.
           MOVE WS-RUN-TIME TO JRN-TIME.
           MOVE HLD-IMAGE TO JRN-BEFORE-IMAGE.
           WRITE JRNL-REC.
           IF NOT JRNFILE-STATUS-OK THEN
              MOVE 'N' TO WS-JRN-OPEN-SW
              MOVE WS-JRNFILE-STATUS TO JF-STATUS
              MOVE WS-JRN-FAIL-LINE TO REPORT-REC
              WRITE REPORT-REC
              DISPLAY 'TPROG14: JOURNAL WRITE FAILED - STATUS '
                 WS-JRNFILE-STATUS ' - RELEASE STOPPED'
                 UPON CONSOLE
              MOVE 8 TO RETURN-CODE
           END-IF.

       02400-WRITE-RESUBMIT.

           MOVE HLD-IMAGE-TYPE TO RES-RECORD-TYPE.
           MOVE HLD-IMAGE-TEXT TO RES-TEXT.
           WRITE RESUBMIT-REC.
           ADD 1 TO WS-TRAILER-COUNT.
           ADD 1 TO WS-MSGS-APPROVED.
           MOVE 'APPROVED' TO RL-DISPOSITION.
           PERFORM 02600-PRINT-RELEASE-DETAIL.

       02500-WRITE-STILL-HELD.

           MOVE HELDMSG-REC TO HLDOUT-REC.
           WRITE HLDOUT-REC.
           ADD 1 TO WS-MSGS-STILL-HELD.
           MOVE 'HELD' TO RL-DISPOSITION.
           PERFORM 02600-PRINT-RELEASE-DETAIL.

       02600-PRINT-RELEASE-DETAIL.

           MOVE HLD-KEY TO RL-KEY.
           MOVE HLD-ORIGINATOR TO RL-ORIGINATOR.
           MOVE HLD-CATEGORY TO RL-CATEGORY.
           MOVE HLD-IMAGE TO RL-IMAGE.
           MOVE WS-RELEASE-DETAIL-LINE TO REPORT-REC.
           WRITE REPORT-REC.

       03000-WRITE-RESUBMIT-TRAILER.

      *    THE TRAILER COUNT COVERS EVERY RECORD AHEAD OF IT
      *    (HEADER PLUS DETAILS) SO THE TPROG01 TRAILER
      *    BALANCING COMES OUT IN BALANCE
           MOVE SPACES TO RESUBMIT-REC.
           MOVE 'T' TO RES-RECORD-TYPE.
           MOVE WS-TRAILER-COUNT TO RES-TEXT(1:8).
           WRITE RESUBMIT-REC.

       04000-REPORT-UNMATCHED.

           PERFORM VARYING WS-DEC-IX FROM 1 BY 1
                    UNTIL WS-DEC-IX > WS-DECISION-CNT
              IF WS-DEC-USED-SW (WS-DEC-IX) = 'N' THEN
                 ADD 1 TO WS-DEC-UNMATCHED
                 MOVE WS-DEC-KEY (WS-DEC-IX) TO UM-KEY
                 MOVE WS-UNMATCHED-LINE TO REPORT-REC
                 WRITE REPORT-REC
              END-IF
           END-PERFORM.

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
           MOVE WS-HELD-READ TO SU-HELD.
           MOVE WS-MSGS-APPROVED TO SU-APPROVED.
           MOVE WS-MSGS-KILLED TO SU-KILLED.
           MOVE WS-MSGS-STILL-HELD TO SU-STILL-HELD.
           MOVE WS-DEC-UNMATCHED TO SU-UNMATCHED.
           MOVE WS-DEC-BAD-ACTION TO SU-BAD-ACTION.
           MOVE WS-SUMMARY-LINE TO REPORT-REC.
           WRITE REPORT-REC.

       09000-TERMINATE.

           CLOSE HLDFILE.
           CLOSE RESFILE.
           CLOSE HLDOUT.
           IF JRN-OPEN THEN
              CLOSE JRNFILE
           END-IF.
           CLOSE RPTFILE.
