      *      TPROG01 OUTFILE.  A MANIFEST LISTS EVERY
      *      DESTINATION PRODUCED AND ITS MESSAGE COUNT.
      *
      *      MESSAGES RECALLED THROUGH TPROG02 SINCE THE LAST
      *      DISTRIBUTION (RECALL ROWS ON THE JRNFILE JOURNAL)
      *      GET A RECALL NOTICE, UNDER ITS OWN BANNER, IN THE
      *      FILE THEIR DESTINATION ROUTES TO; EACH NOTICE SENT
      *      IS JOURNALED BACK AS A RECALNTC ROW.
      *
      *      A DESTINATION WHOSE DIRECTORY DELIVERY METHOD IS
      *      ELECTRONIC GETS NO PRINT FILE: ITS MESSAGES AND
      *      RECALL NOTICES GO ON THE DSTFEED FILE (TCPYP01) FOR
      *      THE FILE-TRANSFER GATEWAY, KEYED BY MSG-KEY SO THE
      *      OFFICE'S ACKNOWLEDGMENTS MATCH IN TPROG08.  WHILE ANY
      *      DESTINATION IS ELECTRONIC, EACH BROADCAST MESSAGE IS
      *      ALSO SENT ON THE FEED UNDER DEST '***', AND SO IS
      *      THE RECALL NOTICE FOR A RECALLED BROADCAST.
      *
      *      COPYLIBS   TCPYA01   (HEADER)
      *                 TCPYC01   (EXTRACT RECORD)
      *                 TCPYF01   (DESTINATION DIRECTORY RECORD)
      *                 TCPYH01   (MAINTENANCE JOURNAL RECORD)
      *                 TCPYJ01   (BATCH-CONTROL LINK AREA)
      *                 TCPYP01   (ELECTRONIC DELIVERY FEED LINES)
      * ======================================================
      *                   MODIFICATION  LOG
      *
      *                        OVERFLOW MANIFEST ROW.  WITHOUT A
      *                        DSTMASTR DD THE OLD FIRST-COME
      *                        ASSIGNMENT STILL APPLIES
      *  15/10/26  MAINT       DISTRIBUTION NOW CHECKS THE BATCH-
      *                        CONTROL FILE (TCPYI01) VIA TSUBR02
      *                        BEFORE IT STARTS -- THE LOAD MUST
      *                        BE COMPLETE FOR THE SELECTED DATE
      *                        AND A DATE ALREADY DISTRIBUTED IS
      *                        ONLY REPEATED WITH PARM RERUN;
      *                        OTHERWISE NOTHING IS WRITTEN AND
      *                        THE STEP ENDS RETURN-CODE 24.  THE
      *                        OUTCOME IS RECORDED AT END
      *  15/10/26  MAINT       DISTRIBUTION GROUP ROWS (TCPYF01
      *                        DST-IS-GROUP) ARE LEFT OUT OF THE
      *                        ROUTING TABLE -- TPROG01 HAS
      *                        ALREADY EXPANDED GROUP TRAFFIC TO
      *                        ONE EXTRACT RECORD PER MEMBER, AND
      *                        EACH COPY ROUTES ON ITS MEMBER CODE
      *                        AS ANY OTHER MESSAGE.  THE MANIFEST
      *                        GAINS ONE 'GROUP CPY' ROW PER GROUP
      *                        (EX-GROUP-CODE) COUNTING ITS COPIES;
      *                        THOSE COPIES ARE ALREADY IN THEIR
      *                        MEMBERS' ROWS AND IN THE TOTAL
      *  15/10/26  MAINT       ADDED RECALL NOTICES -- EVERY
      *                        TPROG02 RECALL ON JRNFILE NOT YET
      *                        NOTIFIED (NO RECALNTC ROW) PRINTS A
      *                        NOTICE WITH THE ORIGINAL KEY AND
      *                        TEXT IN ITS DESTINATION'S FILE AND
      *                        IS JOURNALED RECALNTC UNDER THE
      *                        BUSINESS DATE.  A RERUN OF THE SAME
      *                        DATE SENDS THOSE NOTICES AGAIN
      *                        WITHOUT RE-JOURNALING THEM.  NOTICES
      *                        ARE NOT MESSAGES: THEY COUNT ON A
      *                        TRAILER LINE OF THEIR OWN AND ON
      *                        THE MANIFEST 'RECALLS' ROW, NOT IN
      *                        THE MESSAGE TOTALS.  ROUTING LOOKUP
      *                        SPLIT OUT AS 02210-LOCATE-
      *                        DESTINATION FOR THE NOTICE PASS
      *  15/10/26  MAINT       ELECTRONIC DELIVERY -- A DESTINATION
      *                        WHOSE DIRECTORY ROW IS ELECTRONIC
      *                        (TCPYF01 DST-DELIVERY-METHOD) GETS NO
      *                        PRINT FILE; ITS MESSAGES (D LINES) AND
      *                        RECALL NOTICES (R LINES) GO ON THE NEW
      *                        DSTFEED FILE (TCPYP01) WITH THE MSG-
      *                        KEY FROM EX-MSG-SEQ, BETWEEN A HEADER
      *                        AND A COUNT/HASH TRAILER.  WHILE ANY
      *                        DESTINATION IS ELECTRONIC, BROADCAST
      *                        MESSAGES ALSO GO ON THE FEED AS DEST
      *                        '***' (MANIFEST 'FEED BRD' ROW, NOT IN
      *                        THE TOTAL).  THE MANIFEST GAINS A
      *                        METHOD COLUMN; AN ELECTRONIC ROW SHOWS
      *                        TARGET DSTFEED
      *  15/10/26  MAINT       BATCH CONTROL NOW RECORDS THE STEP RC
      *                        (4 WHEN RECALL NOTICES COULD NOT BE
      *                        JOURNALED) INSTEAD OF ZERO
      *  15/10/26  MAINT       A RECALLED BROADCAST'S NOTICE ALSO GOES
      *                        ON THE FEED UNDER '***' WHILE ANY
      *                        DESTINATION IS ELECTRONIC (MANIFEST
      *                        'FEED RCL' ROW, COPIES OF THE RECALLS
      *                        ROW)
      * ======================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
             ORGANIZATION IS SEQUENTIAL
             ACCESS IS SEQUENTIAL.

      *****************************************************
      *  FEEDFILE - THE ELECTRONIC DELIVERY FEED (TCPYP01)
      *****************************************************
           SELECT FEEDFILE ASSIGN UT-S-DSTFEED
             ORGANIZATION IS SEQUENTIAL
             ACCESS IS SEQUENTIAL.

           SELECT CALFILE  ASSIGN UT-S-CALENDAR
             ORGANIZATION IS SEQUENTIAL
             ACCESS IS SEQUENTIAL
             RECORD KEY IS DST-KEY
             FILE STATUS IS WS-DSTFILE-STATUS.

      *****************************************************
      *  JRNFILE - THE TPROG02 MAINTENANCE JOURNAL (SEE
      *            TCPYH01), READ FOR RECALL ROWS AND
      *            EXTENDED WITH A RECALNTC ROW PER NOTICE
      *****************************************************
           SELECT JRNFILE  ASSIGN UT-S-JOURNAL
             ORGANIZATION IS SEQUENTIAL
             ACCESS IS SEQUENTIAL
             FILE STATUS IS WS-JRNFILE-STATUS.

       DATA DIVISION.

       FILE SECTION.

       01  MAN-REC               PIC X(80).

       FD  FEEDFILE
           LABEL RECORDS OMITTED
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           DATA RECORD IS FEED-REC.

       01  FEED-REC              PIC X(120).

       FD  CALFILE
           LABEL RECORDS OMITTED
           BLOCK CONTAINS 0 RECORDS

       COPY TCPYF01.

      *****************************************************
      *  JRNFILE - THE MAINTENANCE JOURNAL ROW (TCPYH01)
      *****************************************************
       FD  JRNFILE
           LABEL RECORDS OMITTED
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           DATA RECORD IS JRNL-REC.

       COPY TCPYH01.

       WORKING-STORAGE SECTION.
      ****************************************************
      ****    THE DATA AREA COPYBOOK
       01  WS-CAL-EOF-SW              PIC X(1)      VALUE 'N'.
           88  CAL-EOF                    VALUE 'Y'.

      ****************************************************
      **** BATCH-CONTROL LINK AREA -- TSUBR02 KEEPS THE
      **** DISTRIBUTION STEP'S ROW ON THE BATCH-CONTROL FILE
      ****************************************************
       COPY TCPYJ01.
       01  WS-RUN-USERID              PIC X(20)     VALUE SPACES.

      ****************************************************
      **** DESTINATION ROUTING TABLE -- LOADED UP FRONT
      **** FROM THE DSTMASTR DIRECTORY SO EACH DESTINATION
               10  WS-DST-CODE       PIC X(3).
               10  WS-DST-FILE-NBR   PIC 9(1).
               10  WS-DST-MSGS       PIC 9(8).
               10  WS-DST-METHOD     PIC X(1).
                   88  DST-TO-FEED       VALUE 'E'.

      ****************************************************
      **** DISTRIBUTION GROUP COPY COUNTS -- ONE ENTRY PER
      **** EX-GROUP-CODE SEEN, FOR THE 'GROUP CPY' MANIFEST
      **** ROWS.  COPIES OF GROUPS BEYOND THE TABLE COUNT ON
      **** A '???' GROUP CPY ROW
      ****************************************************
       01  WS-MAX-GROUP-ENTRIES       PIC 9(2)      VALUE 50.
       01  WS-GROUP-ENTRY-CNT         PIC 9(2)      VALUE ZERO.
       01  WS-GROUP-IX                PIC 9(2)      VALUE ZERO.
       01  WS-GROUP-FOUND-IX          PIC 9(2)      VALUE ZERO.
       01  WS-UNTRACKED-GROUP-COPIES  PIC 9(8)      VALUE ZERO.
       01  WS-GROUP-TABLE.
           05  WS-GROUP-ENTRY OCCURS 50 TIMES.
               10  WS-GRP-CODE       PIC X(3).
               10  WS-GRP-COPIES     PIC 9(8).

      ****************************************************
      **** DESTINATION DIRECTORY LOAD CONTROLS
               10  WS-FIL-MSGS       PIC 9(8).
       01  WS-PRINT-LINE              PIC X(133)    VALUE SPACES.

      ****************************************************
      **** ROUTING LOOKUP -- THE DESTINATION 02210 ROUTES
      **** (AN EXTRACT RECORD'S OR A RECALLED MESSAGE'S)
      ****************************************************
       01  WS-ROUTE-DEST              PIC X(3)      VALUE SPACES.
       01  WS-ROUTE-FEED-SW           PIC X(1)      VALUE 'N'.
           88  ROUTE-TO-FEED              VALUE 'Y'.

      ****************************************************
      **** ELECTRONIC DELIVERY FEED -- THE LINE LAYOUTS AND
      **** THE TRAILER CONTROL TOTALS
      ****************************************************
       COPY TCPYP01.
       01  WS-FEED-DEST-CNT           PIC 9(2)      VALUE ZERO.
       01  WS-FEED-MSGS               PIC 9(8)      VALUE ZERO.
       01  WS-FEED-BROADCASTS         PIC 9(8)      VALUE ZERO.
       01  WS-FEED-RECALLS            PIC 9(8)      VALUE ZERO.
       01  WS-FEED-BRD-RECALLS        PIC 9(8)      VALUE ZERO.
       01  WS-FEED-HASH               PIC 9(15)     VALUE ZERO.
       01  WS-FEED-SEQ                PIC 9(8)      VALUE ZERO.

      ****************************************************
      **** RECALL NOTICE CONTROLS -- RECALL ROWS FROM THE
      **** JOURNAL STILL OWED A NOTICE.  A RECALNTC ROW FOR
      **** ANOTHER BUSINESS DATE CLEARS ITS ENTRY; ONE FOR
      **** THIS DATE MARKS A RERUN RESEND
      ****************************************************
       01  WS-JRNFILE-STATUS          PIC X(2)      VALUE '00'.
           88  JRNFILE-STATUS-OK          VALUE '00'.
       01  WS-JRN-EOF-SW              PIC X(1)      VALUE 'N'.
           88  JRN-EOF                    VALUE 'Y'.
       01  WS-SELECT-DATE-ED          PIC X(10)     VALUE SPACES.
       01  WS-MAX-RECALLS             PIC 9(3)      VALUE 200.
       01  WS-RECALL-CNT              PIC 9(3)      VALUE ZERO.
       01  WS-RECALL-IX               PIC 9(3)      VALUE ZERO.
       01  WS-RECALL-FOUND-IX         PIC 9(3)      VALUE ZERO.
       01  WS-RECALLS-NOT-TABLED      PIC 9(8)      VALUE ZERO.
       01  WS-RECALLS-JOURNALED       PIC 9(8)      VALUE ZERO.
       01  WS-RECALL-NOTICES          PIC 9(8)      VALUE ZERO.
       01  WS-RECALL-TABLE.
           05  WS-RECALL-ENTRY OCCURS 200 TIMES.
               10  WS-RCL-KEY        PIC X(16).
               10  WS-RCL-STATE      PIC X(1).
                   88  RCL-DUE           VALUE 'D'.
                   88  RCL-RESEND        VALUE 'R'.
               10  WS-RCL-IMAGE      PIC X(80).
       01  WS-RCL-IMAGE-AREA.
           05  RI-RUN-DATE           PIC X(8).
           05  RI-SEQ                PIC X(8).
           05  RI-DEST               PIC X(3).
           05  RI-PRIORITY           PIC X(1).
           05  RI-STATUS             PIC X(1).
           05  RI-TEXT               PIC X(59).
       01  WS-FILE-RECALL-TABLE.
           05  WS-FIL-RECALLS OCCURS 6 TIMES
                                     PIC 9(8).

      ****************************************************
      **** RECALL NOTICE LINES
      ****************************************************
       01  WS-RECALL-TITLE-LINE.
           05  RT-CC                 PIC X(1)      VALUE ' '.
           05  RT-TEXT               PIC X(132)    VALUE
               '*** RECALL NOTICE - DISREGARD THE MESSAGE BELOW ***'.

       01  WS-RECALL-KEY-LINE.
           05  RK-CC                 PIC X(1)      VALUE ' '.
           05  FILLER                PIC X(2)      VALUE SPACES.
           05  FILLER                PIC X(22)     VALUE
               'ORIGINAL MESSAGE KEY: '.
           05  RK-RUN-DATE           PIC X(8).
           05  FILLER                PIC X(1)      VALUE SPACE.
           05  RK-SEQ                PIC X(8).
           05  FILLER                PIC X(8)      VALUE '  DEST: '.
           05  RK-DEST               PIC X(3).
           05  FILLER                PIC X(12)     VALUE
               '  PRIORITY: '.
           05  RK-PRIORITY           PIC X(1).
           05  FILLER                PIC X(67)     VALUE SPACES.

       01  WS-RECALL-COUNT-LINE.
           05  RN-CC                 PIC X(1)      VALUE ' '.
           05  FILLER                PIC X(16)     VALUE
               'RECALL NOTICES: '.
           05  RN-COUNT              PIC ZZ,ZZZ,ZZ9.
           05  FILLER                PIC X(106)    VALUE SPACES.

      ****************************************************
      **** MANIFEST LINES
      ****************************************************
           05  FILLER                PIC X(9)      VALUE 'FILE     '.
           05  FILLER                PIC X(2)      VALUE SPACES.
           05  FILLER                PIC X(10)     VALUE '  MESSAGES'.
           05  FILLER                PIC X(2)      VALUE SPACES.
           05  FILLER                PIC X(10)     VALUE 'METHOD    '.
           05  FILLER                PIC X(38)     VALUE SPACES.

       01  WS-MANIFEST-DETAIL.
           05  FILLER                PIC X(2)      VALUE SPACES.
           05  MD-TARGET             PIC X(9).
           05  FILLER                PIC X(2)      VALUE SPACES.
           05  MD-COUNT              PIC ZZ,ZZZ,ZZ9.
           05  FILLER                PIC X(2)      VALUE SPACES.
           05  MD-METHOD             PIC X(10).
           05  FILLER                PIC X(38)     VALUE SPACES.

       01  WS-MANIFEST-SKIPPED.
           05  FILLER                PIC X(2)      VALUE SPACES.
           PERFORM 01000-INITIALIZE.
           PERFORM 02000-DISTRIBUTE-ONE-MESSAGE
              UNTIL EXT-EOF.
           PERFORM 05000-SEND-RECALL-NOTICES.
           PERFORM 03000-PRINT-TRAILERS.
           PERFORM 04000-WRITE-MANIFEST.
           PERFORM 09000-TERMINATE.
           PERFORM 01450-END-BATCH-CONTROL.
           GOBACK.

       01000-INITIALIZE.
              MOVE SPACES TO WS-DST-CODE (WS-DEST-IX)
              MOVE ZERO TO WS-DST-FILE-NBR (WS-DEST-IX)
              MOVE ZERO TO WS-DST-MSGS (WS-DEST-IX)
              MOVE 'P' TO WS-DST-METHOD (WS-DEST-IX)
           END-PERFORM.

           PERFORM VARYING WS-FILE-NBR FROM 1 BY 1
              MOVE ZERO TO WS-FIL-PAGES (WS-FILE-NBR)
              MOVE ZERO TO WS-FIL-LINES (WS-FILE-NBR)
              MOVE ZERO TO WS-FIL-MSGS (WS-FILE-NBR)
              MOVE ZERO TO WS-FIL-RECALLS (WS-FILE-NBR)
           END-PERFORM.

           PERFORM 01500-GET-SELECT-DATE.
           PERFORM 01400-START-BATCH-CONTROL.
           IF NOT BCA-RESULT-OK THEN
              DISPLAY 'TPROG03: ' BCA-MESSAGE UPON CONSOLE
              MOVE 24 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 01700-LOAD-DESTINATION-DIR.

           OPEN INPUT EXTFILE.
           OPEN OUTPUT DSTOUT5.
           OPEN OUTPUT DSTBRD.
           OPEN OUTPUT DSTMAN.
           OPEN OUTPUT FEEDFILE.

           MOVE WS-SELECT-DATE TO FH-BUS-DATE.
           MOVE '20' TO FH-CREATE-DATE(1:2).
           MOVE WS-SYS-DATE TO FH-CREATE-DATE(3:6).
           MOVE WS-SYS-TIME(1:6) TO FH-CREATE-TIME.
           MOVE FEED-HEADER-LINE TO FEED-REC.
           WRITE FEED-REC.

           PERFORM 02100-READ-EXTRACT.

       01400-START-BATCH-CONTROL.

      *    THE LOAD MUST BE COMPLETE FOR THE SELECTED DATE; A
      *    DATE ALREADY DISTRIBUTED ONLY GOES AGAIN ON PARM RERUN
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
           SET BCA-STEP-DISTRIB TO TRUE.
           MOVE WS-SELECT-DATE TO BCA-BUS-DATE.
           MOVE WS-RUN-USERID TO BCA-USERID.
           CALL 'TSUBR02' USING BATCH-CONTROL-AREA.

       01450-END-BATCH-CONTROL.

      *    THE STEP COMPLETES WITH WHATEVER RC THE RUN SET (4 IF
      *    THE RECALL NOTICES COULD NOT BE JOURNALED), AND KEEPS
      *    IT PAST THE TSUBR02 CALL
           SET BCA-OUTCOME-COMPLETE TO TRUE.
           MOVE RETURN-CODE TO BCA-STEP-RC.
           SET BCA-ACTION-END TO TRUE.
           CALL 'TSUBR02' USING BATCH-CONTROL-AREA.
           IF NOT BCA-RESULT-OK THEN
              DISPLAY 'TPROG03: ' BCA-MESSAGE UPON CONSOLE
           END-IF.
           MOVE BCA-STEP-RC TO RETURN-CODE.

       01500-GET-SELECT-DATE.

      *    PARM DATE=YYYYMMDD SELECTS THE RUN TO DISTRIBUTE;
              MOVE WS-SYS-DATE TO WS-SELECT-DATE(3:6)
           END-IF.

      *    THE BUSINESS DATE AS JOURNALED ON RECALNTC ROWS
           MOVE WS-SELECT-DATE(1:4) TO WS-SELECT-DATE-ED(1:4).
           MOVE '/' TO WS-SELECT-DATE-ED(5:1).
           MOVE WS-SELECT-DATE(5:2) TO WS-SELECT-DATE-ED(6:2).
           MOVE '/' TO WS-SELECT-DATE-ED(8:1).
           MOVE WS-SELECT-DATE(7:2) TO WS-SELECT-DATE-ED(9:2).

       01600-SCAN-ONE-CALENDAR-ROW.

           READ CALFILE
              IF NOT DSTFILE-STATUS-OK THEN
                 SET DIR-EOF TO TRUE
              ELSE
                 IF DST-ACTIVE AND NOT DST-IS-GROUP
                       AND WS-DEST-ENTRY-CNT < WS-MAX-DEST-ENTRIES
                       AND DST-FILE-NBR <= WS-MAX-DEST-FILES THEN
                    ADD 1 TO WS-DEST-ENTRY-CNT
                       TO WS-DST-CODE (WS-DEST-ENTRY-CNT)
                    MOVE DST-FILE-NBR
                       TO WS-DST-FILE-NBR (WS-DEST-ENTRY-CNT)
                    IF DST-DELIVER-ELECTRONIC THEN
                       MOVE 'E' TO WS-DST-METHOD (WS-DEST-ENTRY-CNT)
                       ADD 1 TO WS-FEED-DEST-CNT
                    END-IF
                 END-IF
              END-IF
           END-IF.

           IF EX-RUN-DATE = WS-SELECT-DATE THEN
              PERFORM 02200-FIND-DESTINATION
              IF ROUTE-TO-FEED THEN
                 PERFORM 02600-WRITE-FEED-MESSAGE
              ELSE
                 PERFORM 02300-WRITE-MESSAGE
                 IF EX-DEST-BROADCAST AND WS-FEED-DEST-CNT > 0 THEN
                    PERFORM 02600-WRITE-FEED-MESSAGE
                    ADD 1 TO WS-FEED-BROADCASTS
                 END-IF
              END-IF
              IF NOT EX-NOT-GROUP-COPY THEN
                 PERFORM 02150-COUNT-GROUP-COPY
              END-IF
           ELSE
              ADD 1 TO WS-SKIPPED-PRIOR
           END-IF.
                 ADD 1 TO WS-MSGS-READ
           END-READ.

       02150-COUNT-GROUP-COPY.

           MOVE ZERO TO WS-GROUP-FOUND-IX.
           PERFORM VARYING WS-GROUP-IX FROM 1 BY 1
                    UNTIL WS-GROUP-IX > WS-GROUP-ENTRY-CNT
                       OR WS-GROUP-FOUND-IX > 0
              IF WS-GRP-CODE (WS-GROUP-IX) = EX-GROUP-CODE THEN
                 MOVE WS-GROUP-IX TO WS-GROUP-FOUND-IX
              END-IF
           END-PERFORM.
           IF WS-GROUP-FOUND-IX = 0
                 AND WS-GROUP-ENTRY-CNT < WS-MAX-GROUP-ENTRIES THEN
              ADD 1 TO WS-GROUP-ENTRY-CNT
              MOVE WS-GROUP-ENTRY-CNT TO WS-GROUP-FOUND-IX
              MOVE EX-GROUP-CODE TO WS-GRP-CODE (WS-GROUP-FOUND-IX)
              MOVE ZERO TO WS-GRP-COPIES (WS-GROUP-FOUND-IX)
           END-IF.
           IF WS-GROUP-FOUND-IX = 0 THEN
              ADD 1 TO WS-UNTRACKED-GROUP-COPIES
           ELSE
              ADD 1 TO WS-GRP-COPIES (WS-GROUP-FOUND-IX)
           END-IF.

       02200-FIND-DESTINATION.

           MOVE EX-DEST-CODE TO WS-ROUTE-DEST.
           PERFORM 02210-LOCATE-DESTINATION.
           IF WS-ROUTE-DEST NOT = SPACES THEN
              IF WS-DEST-FOUND-IX = 0 THEN
      *          NOT IN THE DIRECTORY (OR ROUTING TABLE FULL) --
      *          SENT TO BROADCAST; COUNT IT FOR THE OVERFLOW
      *          MANIFEST ROW
                 ADD 1 TO WS-UNTRACKED-MSGS
              ELSE
                 ADD 1 TO WS-DST-MSGS (WS-DEST-FOUND-IX)
              END-IF
           END-IF.

       02210-LOCATE-DESTINATION.

      *    SETS WS-FILE-NBR FOR WS-ROUTE-DEST.  BLANK DESTINATION
      *    GOES STRAIGHT TO THE BROADCAST FILE; SO DOES ONE NOT IN
      *    THE ROUTING TABLE (WS-DEST-FOUND-IX LEFT ZERO).  AN
      *    ELECTRONIC DESTINATION SETS ROUTE-TO-FEED INSTEAD --
      *    ITS FILE NUMBER IS THEN NOT USED
           MOVE ZERO TO WS-DEST-FOUND-IX.
           MOVE 'N' TO WS-ROUTE-FEED-SW.
           IF WS-ROUTE-DEST = SPACES THEN
              MOVE WS-BROADCAST-FILE-NBR TO WS-FILE-NBR
           ELSE
              MOVE 'N' TO WS-DEST-FOUND-SW
              PERFORM VARYING WS-DEST-IX FROM 1 BY 1
                       UNTIL WS-DEST-IX > WS-DEST-ENTRY-CNT
                          OR DEST-FOUND
                 IF WS-DST-CODE (WS-DEST-IX) = WS-ROUTE-DEST THEN
                    SET DEST-FOUND TO TRUE
                    MOVE WS-DEST-IX TO WS-DEST-FOUND-IX
                 END-IF
                 PERFORM 02250-ASSIGN-DESTINATION
              END-IF
              IF WS-DEST-FOUND-IX = 0 THEN
                 MOVE WS-BROADCAST-FILE-NBR TO WS-FILE-NBR
              ELSE
                 IF DST-TO-FEED (WS-DEST-FOUND-IX) THEN
                    SET ROUTE-TO-FEED TO TRUE
                 END-IF
                 IF WS-DST-FILE-NBR (WS-DEST-FOUND-IX) = 0 THEN
                    MOVE WS-BROADCAST-FILE-NBR TO WS-FILE-NBR
                 ELSE
           IF WS-DEST-ENTRY-CNT < WS-MAX-DEST-ENTRIES THEN
              ADD 1 TO WS-DEST-ENTRY-CNT
              MOVE WS-DEST-ENTRY-CNT TO WS-DEST-FOUND-IX
              MOVE WS-ROUTE-DEST TO WS-DST-CODE (WS-DEST-FOUND-IX)
              IF WS-DEST-FILE-CNT < WS-MAX-DEST-FILES THEN
                 ADD 1 TO WS-DEST-FILE-CNT
                 MOVE WS-DEST-FILE-CNT
           PERFORM 02500-WRITE-PRINT-LINE.
           ADD 1 TO WS-FIL-MSGS (WS-FILE-NBR).

       02600-WRITE-FEED-MESSAGE.

      *    ONE D LINE PER MESSAGE.  THE HASH TOTALS THE SEQUENCE
      *    HALF OF EACH KEY; A ROW CONVERTED FROM THE OLD EXTRACT
      *    HAS NO SEQUENCE AND GOES WITH A BLANK KEY
           SET FE-MESSAGE TO TRUE.
           IF EX-DEST-BROADCAST THEN
              MOVE '***' TO FE-DEST
           ELSE
              MOVE EX-DEST-CODE TO FE-DEST
           END-IF.
           IF EX-MSG-SEQ NUMERIC THEN
              MOVE EX-RUN-DATE TO FE-KEY-DATE
              MOVE EX-MSG-SEQ TO FE-KEY-SEQ
              MOVE EX-MSG-SEQ TO WS-FEED-SEQ
              ADD WS-FEED-SEQ TO WS-FEED-HASH
           ELSE
              MOVE SPACES TO FE-MSG-KEY
           END-IF.
           MOVE EX-PRIORITY TO FE-PRIORITY.
           MOVE WS-SELECT-DATE TO FE-BUS-DATE.
           MOVE EX-MSG-TEXT TO FE-TEXT.
           INSPECT FE-TEXT REPLACING ALL '|' BY '/'.
           MOVE FEED-DETAIL-LINE TO FEED-REC.
           WRITE FEED-REC.
           ADD 1 TO WS-FEED-MSGS.

       02400-PRINT-FILE-HEADER.

           ADD 1 TO WS-FIL-PAGES (WS-FILE-NBR).
                    TO TR-RECORDS-WRITTEN
                 MOVE TRAILER-LINE TO WS-PRINT-LINE
                 PERFORM 02500-WRITE-PRINT-LINE
                 IF WS-FIL-RECALLS (WS-FILE-NBR) > 0 THEN
                    MOVE WS-FIL-RECALLS (WS-FILE-NBR) TO RN-COUNT
                    MOVE WS-RECALL-COUNT-LINE TO WS-PRINT-LINE
                    PERFORM 02500-WRITE-PRINT-LINE
                 END-IF
              END-IF
           END-PERFORM.

           MOVE WS-FEED-MSGS TO FT-DETAIL-CNT.
           MOVE WS-FEED-RECALLS TO FT-RECALL-CNT.
           MOVE WS-FEED-HASH TO FT-HASH.
           MOVE FEED-TRAILER-LINE TO FEED-REC.
           WRITE FEED-REC.

       04000-WRITE-MANIFEST.

           MOVE WS-RUN-DATE TO MT-DATE.
           PERFORM VARYING WS-DEST-IX FROM 1 BY 1
                    UNTIL WS-DEST-IX > WS-DEST-ENTRY-CNT
              MOVE WS-DST-CODE (WS-DEST-IX) TO MD-DEST
              IF DST-TO-FEED (WS-DEST-IX) THEN
                 MOVE 'DSTFEED  ' TO MD-TARGET
                 MOVE 'ELECTRONIC' TO MD-METHOD
              ELSE
                 MOVE 'PRINT' TO MD-METHOD
                 IF WS-DST-FILE-NBR (WS-DEST-IX) = 0 THEN
                    MOVE 'BROADCAST' TO MD-TARGET
                 ELSE
                    MOVE 'DSTOUT'   TO MD-TARGET
                    MOVE WS-DST-FILE-NBR (WS-DEST-IX)
                       TO MD-TARGET(7:1)
                    MOVE SPACES TO MD-TARGET(8:2)
                 END-IF
              END-IF
              MOVE WS-DST-MSGS (WS-DEST-IX) TO MD-COUNT
              MOVE WS-MANIFEST-DETAIL TO MAN-REC
              WRITE MAN-REC
           END-PERFORM.

      *    GROUP COPY ROWS -- INFORMATION ONLY; EVERY COPY IS
      *    ALREADY COUNTED ON ITS MEMBER'S ROW ABOVE
           MOVE SPACES TO MD-METHOD.
           PERFORM VARYING WS-GROUP-IX FROM 1 BY 1
                    UNTIL WS-GROUP-IX > WS-GROUP-ENTRY-CNT
              MOVE WS-GRP-CODE (WS-GROUP-IX) TO MD-DEST
              MOVE 'GROUP CPY' TO MD-TARGET
              MOVE WS-GRP-COPIES (WS-GROUP-IX) TO MD-COUNT
              MOVE WS-MANIFEST-DETAIL TO MAN-REC
              WRITE MAN-REC
           END-PERFORM.

           IF WS-UNTRACKED-GROUP-COPIES > 0 THEN
              MOVE '???' TO MD-DEST
              MOVE 'GROUP CPY' TO MD-TARGET
              MOVE WS-UNTRACKED-GROUP-COPIES TO MD-COUNT
              MOVE WS-MANIFEST-DETAIL TO MAN-REC
              WRITE MAN-REC
           END-IF.

           IF WS-UNTRACKED-MSGS > 0 THEN
              MOVE '???' TO MD-DEST
              MOVE 'OVERFLOW ' TO MD-TARGET
              WRITE MAN-REC
           END-IF.

      *    RECALL NOTICES -- INFORMATION ONLY; NOT MESSAGES AND
      *    NOT IN THE TOTAL BELOW
           IF WS-RECALL-NOTICES > 0 THEN
              MOVE '***' TO MD-DEST
              MOVE 'RECALLS  ' TO MD-TARGET
              MOVE WS-RECALL-NOTICES TO MD-COUNT
              MOVE WS-MANIFEST-DETAIL TO MAN-REC
              WRITE MAN-REC
           END-IF.

           MOVE '***' TO MD-DEST.
           MOVE 'BROADCAST' TO MD-TARGET.
           MOVE WS-FIL-MSGS (WS-BROADCAST-FILE-NBR) TO MD-COUNT.
           MOVE 'PRINT' TO MD-METHOD.
           MOVE WS-MANIFEST-DETAIL TO MAN-REC.
           WRITE MAN-REC.

      *    BROADCAST COPIES ON THE FEED -- THE SAME MESSAGES AS
      *    THE BROADCAST ROW ABOVE, NOT ADDED TO THE TOTAL
           IF WS-FEED-BROADCASTS > 0 THEN
              MOVE '***' TO MD-DEST
              MOVE 'FEED BRD ' TO MD-TARGET
              MOVE WS-FEED-BROADCASTS TO MD-COUNT
              MOVE 'ELECTRONIC' TO MD-METHOD
              MOVE WS-MANIFEST-DETAIL TO MAN-REC
              WRITE MAN-REC
           END-IF.

      *    BROADCAST RECALL NOTICES ON THE FEED -- COPIES OF
      *    NOTICES ALREADY ON THE RECALLS ROW
           IF WS-FEED-BRD-RECALLS > 0 THEN
              MOVE '***' TO MD-DEST
              MOVE 'FEED RCL ' TO MD-TARGET
              MOVE WS-FEED-BRD-RECALLS TO MD-COUNT
              MOVE 'ELECTRONIC' TO MD-METHOD
              MOVE WS-MANIFEST-DETAIL TO MAN-REC
              WRITE MAN-REC
           END-IF.

           MOVE SPACES TO MD-METHOD.
           MOVE 'ALL' TO MD-DEST.
           MOVE 'TOTAL    ' TO MD-TARGET.
           COMPUTE MD-COUNT = WS-MSGS-READ - WS-SKIPPED-PRIOR.
           CLOSE DSTOUT5.
           CLOSE DSTBRD.
           CLOSE DSTMAN.
           CLOSE FEEDFILE.

       05000-SEND-RECALL-NOTICES.

      *    GATHER THE RECALLS STILL OWED A NOTICE, SEND ONE TO
      *    EACH DESTINATION'S FILE AND JOURNAL THE NEW ONES.  NO
      *    JOURNAL MEANS NOTHING HAS EVER BEEN RECALLED
           OPEN INPUT JRNFILE.
           IF JRNFILE-STATUS-OK THEN
              PERFORM 05100-SCAN-ONE-JOURNAL-ROW
                 UNTIL JRN-EOF
              CLOSE JRNFILE
           END-IF.

           IF WS-RECALLS-NOT-TABLED > 0 THEN
              DISPLAY 'TPROG03: RECALL TABLE FULL - '
                      WS-RECALLS-NOT-TABLED
                      ' RECALLS HELD TO A LATER RUN' UPON CONSOLE
           END-IF.

           IF WS-RECALL-CNT > 0 THEN
              PERFORM VARYING WS-RECALL-IX FROM 1 BY 1
                       UNTIL WS-RECALL-IX > WS-RECALL-CNT
                 PERFORM 05200-PRINT-RECALL-NOTICE
              END-PERFORM
              OPEN EXTEND JRNFILE
              IF JRNFILE-STATUS-OK THEN
                 PERFORM VARYING WS-RECALL-IX FROM 1 BY 1
                          UNTIL WS-RECALL-IX > WS-RECALL-CNT
                    IF RCL-DUE (WS-RECALL-IX) THEN
                       PERFORM 05300-JOURNAL-RECALL-NOTICE
                    END-IF
                 END-PERFORM
                 CLOSE JRNFILE
              ELSE
      *          NOTICES WENT OUT BUT ARE NOT ON RECORD -- THE NEXT
      *          DATE WILL SEND THEM AGAIN
                 DISPLAY 'TPROG03: JRNFILE OPEN FAILED - STATUS '
                         WS-JRNFILE-STATUS
                         ' - RECALL NOTICES NOT JOURNALED'
                         UPON CONSOLE
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.

       05100-SCAN-ONE-JOURNAL-ROW.

      *    A RECALL ROW OPENS AN ENTRY.  A RECALNTC ROW FOR THIS
      *    BUSINESS DATE MEANS THIS IS A RERUN -- SEND IT AGAIN
      *    BUT DO NOT JOURNAL IT TWICE; ONE FOR ANY OTHER DATE
      *    MEANS THE NOTICE HAS GONE -- DROP THE ENTRY
           READ JRNFILE
              AT END
                 SET JRN-EOF TO TRUE
           END-READ.
           IF NOT JRN-EOF THEN
              EVALUATE JRN-COMMAND
                 WHEN 'RECALL  '
                    PERFORM 05150-FIND-RECALL-ENTRY
                    IF WS-RECALL-FOUND-IX = 0 THEN
                       IF WS-RECALL-CNT < WS-MAX-RECALLS THEN
                          ADD 1 TO WS-RECALL-CNT
                          MOVE JRN-KEY
                             TO WS-RCL-KEY (WS-RECALL-CNT)
                          MOVE JRN-BEFORE-IMAGE
                             TO WS-RCL-IMAGE (WS-RECALL-CNT)
                          SET RCL-DUE (WS-RECALL-CNT) TO TRUE
                       ELSE
                          ADD 1 TO WS-RECALLS-NOT-TABLED
                       END-IF
                    END-IF
                 WHEN 'RECALNTC'
                    PERFORM 05150-FIND-RECALL-ENTRY
                    IF WS-RECALL-FOUND-IX > 0 THEN
                       IF JRN-DATE = WS-SELECT-DATE-ED THEN
                          SET RCL-RESEND (WS-RECALL-FOUND-IX)
                             TO TRUE
                       ELSE
                          MOVE WS-RECALL-ENTRY (WS-RECALL-CNT)
                             TO WS-RECALL-ENTRY (WS-RECALL-FOUND-IX)
                          SUBTRACT 1 FROM WS-RECALL-CNT
                       END-IF
                    END-IF
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.

       05150-FIND-RECALL-ENTRY.

           MOVE ZERO TO WS-RECALL-FOUND-IX.
           PERFORM VARYING WS-RECALL-IX FROM 1 BY 1
                    UNTIL WS-RECALL-IX > WS-RECALL-CNT
                       OR WS-RECALL-FOUND-IX > 0
              IF WS-RCL-KEY (WS-RECALL-IX) = JRN-KEY THEN
                 MOVE WS-RECALL-IX TO WS-RECALL-FOUND-IX
              END-IF
           END-PERFORM.

       05200-PRINT-RECALL-NOTICE.

      *    EACH NOTICE STARTS A PAGE UNDER ITS OWN BANNER IN THE
      *    FILE THE ORIGINAL WENT TO.  ROUTING ONLY -- THE
      *    DESTINATION'S MESSAGE COUNT IS NOT TOUCHED.  A RECALLED
      *    BROADCAST ALSO WENT ON THE FEED WHILE ANY DESTINATION
      *    IS ELECTRONIC, SO ITS NOTICE GOES THERE TOO UNDER '***'
           MOVE WS-RCL-IMAGE (WS-RECALL-IX) TO WS-RCL-IMAGE-AREA.
           MOVE RI-DEST TO WS-ROUTE-DEST.
           PERFORM 02210-LOCATE-DESTINATION.

           IF ROUTE-TO-FEED THEN
              PERFORM 05250-WRITE-FEED-RECALL
           ELSE
              PERFORM 05210-PRINT-NOTICE-PAGE
              IF RI-DEST = SPACES AND WS-FEED-DEST-CNT > 0 THEN
                 PERFORM 05250-WRITE-FEED-RECALL
                 ADD 1 TO WS-FEED-BRD-RECALLS
              END-IF
           END-IF.
           ADD 1 TO WS-RECALL-NOTICES.

       05210-PRINT-NOTICE-PAGE.

           MOVE 'Y' TO WS-FIL-USED-SW (WS-FILE-NBR).
           PERFORM 02400-PRINT-FILE-HEADER.
           MOVE WS-RECALL-TITLE-LINE TO WS-PRINT-LINE.
           PERFORM 02500-WRITE-PRINT-LINE.
           MOVE RI-RUN-DATE TO RK-RUN-DATE.
           MOVE RI-SEQ TO RK-SEQ.
           MOVE RI-DEST TO RK-DEST.
           MOVE RI-PRIORITY TO RK-PRIORITY.
           MOVE WS-RECALL-KEY-LINE TO WS-PRINT-LINE.
           PERFORM 02500-WRITE-PRINT-LINE.
           MOVE SPACES TO BODY-TEXT.
           MOVE RI-TEXT TO BODY-TEXT.
           MOVE BODY-LINE TO WS-PRINT-LINE.
           PERFORM 02500-WRITE-PRINT-LINE.
           MOVE STAR-LINE-1 TO WS-PRINT-LINE.
           PERFORM 02500-WRITE-PRINT-LINE.
           ADD 1 TO WS-FIL-RECALLS (WS-FILE-NBR).

       05250-WRITE-FEED-RECALL.

      *    AN R LINE CARRIES THE RECALLED MESSAGE'S OWN KEY AND
      *    TEXT SO THE GATEWAY CAN WITHDRAW IT AT THE OFFICE
           SET FE-RECALL-NOTICE TO TRUE.
           IF RI-DEST = SPACES THEN
              MOVE '***' TO FE-DEST
           ELSE
              MOVE RI-DEST TO FE-DEST
           END-IF.
           MOVE RI-RUN-DATE TO FE-KEY-DATE.
           MOVE RI-SEQ TO FE-KEY-SEQ.
           MOVE RI-PRIORITY TO FE-PRIORITY.
           MOVE WS-SELECT-DATE TO FE-BUS-DATE.
           MOVE RI-TEXT TO FE-TEXT.
           INSPECT FE-TEXT REPLACING ALL '|' BY '/'.
           MOVE FEED-DETAIL-LINE TO FEED-REC.
           WRITE FEED-REC.
           ADD 1 TO WS-FEED-RECALLS.

       05300-JOURNAL-RECALL-NOTICE.

           MOVE SPACES TO JRNL-REC.
           MOVE 'RECALNTC' TO JRN-COMMAND.
           MOVE WS-RCL-KEY (WS-RECALL-IX) TO JRN-KEY.
           MOVE WS-RUN-USERID TO JRN-USERID.
           MOVE WS-SELECT-DATE-ED TO JRN-DATE.
           MOVE WS-RUN-TIME TO JRN-TIME.
           MOVE WS-RCL-IMAGE (WS-RECALL-IX) TO JRN-BEFORE-IMAGE.
           WRITE JRNL-REC.
           ADD 1 TO WS-RECALLS-JOURNALED.
