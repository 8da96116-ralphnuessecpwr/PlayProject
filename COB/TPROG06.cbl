      *      AND TPROG01 VALIDATES DETAIL DESTINATION CODES
      *      AGAINST.  COMMAND CARDS ON CMDFILE DRIVE IT:
      *
      *        ADD      XXX N NAME... CONTACT...  M
      *                                     NEW DESTINATION WITH
      *                                     ITS FIXED FILE NUMBER
      *                                     (1-5 = DSTOUT1-5,
      *                                      0 = BROADCAST)
      *        CHANGE   XXX N NAME... CONTACT...  M
      *                                     REPLACE NAME/FILE/
      *                                     CONTACT/METHOD ON AN
      *                                     EXISTING DESTINATION
      *        RETIRE   XXX                 MARK A DESTINATION
      *                                     (OR GROUP) RETIRED --
      *                                     TPROG01 THEN REJECTS
      *                                     NEW TRAFFIC FOR IT
      *        GROUP    GGG   NAME... CONTACT...
      *                                     NEW DISTRIBUTION
      *                                     GROUP, NO MEMBERS YET
      *        JOIN     GGG XXX             ADD DESTINATION XXX
      *                                     TO GROUP GGG (UP TO
      *                                     TEN MEMBERS)
      *        LEAVE    GGG XXX             TAKE XXX OUT OF GGG
      *
      *      M (COLUMN 78) IS THE DELIVERY METHOD -- P OR BLANK
      *      FOR PRINT, E FOR THE ELECTRONIC FEED TPROG03 WRITES
      *      FOR THE MESSAGING GATEWAY.
      *
      *      A GROUP'S MEMBERS MUST BE ACTIVE ORDINARY
      *      DESTINATIONS WHEN THEY JOIN; TPROG01 SKIPS ANY
      *      MEMBER RETIRED SINCE.  A GROUP'S CONTACT IS NOT
      *      KEPT -- THE MEMBER LIST OCCUPIES ITS PLACE.
      *
      *      EACH COMMAND IS CHECKED AGAINST THE RUNNING USER'S
      *      AUTHORIZATION ROW (TSUBR03) BEFORE IT IS ACTED ON --
      *      ADD/GROUP NEED DSTADD, CHANGE/JOIN/LEAVE NEED DSTCHG
      *      AND RETIRE NEEDS DSTRET.  A REFUSED COMMAND IS
      *      REPORTED, LOGGED AS A SECURITY VIOLATION AND SKIPPED
      *      (RC=4).
      *
      *      RESULTS GO TO THE RPTFILE PRINT FILE.
      *
      *      COPYLIBS   TCPYA01   (HEADER)
      *                 TCPYF01   (DESTINATION DIRECTORY RECORD)
      *                 TCPYN01   (AUTHORIZATION LINK AREA)
      * ======================================================
      *                   MODIFICATION  LOG
      *
      *                        TO VANISH SILENTLY.  DUPLICATE-
      *                        LINE FIELDS RENAMED AE- (DU- NOW
      *                        BELONGS TO TCPYA01)
      *  15/10/26  MAINT       ADDED DISTRIBUTION GROUPS -- NEW
      *                        GROUP, JOIN AND LEAVE COMMANDS
      *                        MAINTAIN GROUP ROWS (TCPYF01
      *                        DST-IS-GROUP) WHOSE MEMBERS ARE
      *                        ORDINARY DESTINATION CODES.
      *                        CHANGE IS REFUSED ON A GROUP ROW.
      *                        GROUP COUNTS PRINT ON A SECOND
      *                        SUMMARY LINE
      *  15/10/26  MAINT       EACH COMMAND IS NOW CHECKED AGAINST THE
      *                        USER'S AUTHORIZATION ROW (TSUBR03) --
      *                        A REFUSED COMMAND IS REPORTED, LOGGED
      *                        AS A SECURITY VIOLATION AND SKIPPED.
      *                        REFUSALS COUNT ON THE GROUP SUMMARY
      *                        LINE AND SET RC=4
      *  15/10/26  MAINT       ADDED THE DELIVERY METHOD (CARD COLUMN
      *                        78, P/BLANK = PRINT, E = ELECTRONIC)
      *                        ON ADD AND CHANGE, KEPT IN TCPYF01
      *                        DST-DELIVERY-METHOD AND SHOWN ON THE
      *                        DESTINATION DETAIL LINE.  ANY OTHER
      *                        METHOD IS A BAD COMMAND.  THE COMMAND
      *                        ECHO NOW SHOWS THE WHOLE CARD
      * ======================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  CMD-NAME          PIC X(30).
           05  FILLER            PIC X(1).
           05  CMD-CONTACT       PIC X(30).
           05  FILLER            PIC X(1).
           05  CMD-METHOD        PIC X(1).
               88  CMD-METHOD-VALID      VALUE 'P' 'E' SPACE.
           05  FILLER            PIC X(2).

      *    JOIN/LEAVE CARDS NAME THE MEMBER CODE IN COLUMNS
      *    14-16, STRAIGHT AFTER THE GROUP CODE
       01  CMD-MEMBER-REC.
           05  FILLER            PIC X(13).
           05  CMD-MEMBER        PIC X(3).
           05  FILLER            PIC X(64).

       FD  RPTFILE
           LABEL RECORDS OMITTED
           88  CMD-EOF                    VALUE 'Y'.
       01  WS-LOAD-MODE-SW            PIC X(1)      VALUE 'N'.
           88  INITIAL-LOAD-MODE          VALUE 'Y'.
       01  WS-AUTH-SW                 PIC X(1)      VALUE 'Y'.
           88  AUTHORITY-GRANTED          VALUE 'Y'.
       01  WS-RUN-USERID              PIC X(20)     VALUE SPACES.

      ****************************************************
      **** AUTHORIZATION LINK AREA -- TSUBR03 CHECKS EACH
      **** COMMAND AGAINST THE USER'S AUTHORIZATION ROW
      ****************************************************
       COPY TCPYN01.

      ****************************************************
      **** RUN CONTROL TOTALS
       01  WS-DESTS-CHANGED           PIC 9(8)      VALUE ZERO.
       01  WS-DESTS-RETIRED           PIC 9(8)      VALUE ZERO.
       01  WS-BAD-COMMAND-CNT         PIC 9(8)      VALUE ZERO.
       01  WS-GROUPS-ADDED            PIC 9(8)      VALUE ZERO.
       01  WS-MEMBERS-JOINED          PIC 9(8)      VALUE ZERO.
       01  WS-MEMBERS-LEFT            PIC 9(8)      VALUE ZERO.
       01  WS-REFUSED-CNT             PIC 9(8)      VALUE ZERO.

      ****************************************************
      **** GROUP MEMBER LIST CONTROLS
      ****************************************************
       01  WS-MAX-MEMBERS             PIC 9(2)      VALUE 10.
       01  WS-MEMBER-IX               PIC 9(2)      VALUE ZERO.
       01  WS-MEMBER-FOUND-IX         PIC 9(2)      VALUE ZERO.
       01  WS-MEMBER-FREE-IX          PIC 9(2)      VALUE ZERO.
       01  WS-MEMBER-OK-SW            PIC X(1)      VALUE 'N'.
           88  MEMBER-OK                  VALUE 'Y'.

      ****************************************************
      **** REPORT LINES
       01  WS-COMMAND-ECHO-LINE.
           05  CE-CC                 PIC X(1)      VALUE ' '.
           05  FILLER                PIC X(9)      VALUE 'COMMAND: '.
           05  CE-COMMAND            PIC X(80).
           05  FILLER                PIC X(43)     VALUE SPACES.

       01  WS-DEST-DETAIL-LINE.
           05  DD-CC                 PIC X(1)      VALUE ' '.
           05  DD-NAME               PIC X(30).
           05  FILLER                PIC X(2)      VALUE SPACES.
           05  DD-CONTACT            PIC X(30).
           05  FILLER                PIC X(2)      VALUE SPACES.
           05  DD-METHOD             PIC X(10).
           05  FILLER                PIC X(45)     VALUE SPACES.

       01  WS-GROUP-DETAIL-LINE.
           05  GD-CC                 PIC X(1)      VALUE ' '.
           05  FILLER                PIC X(2)      VALUE SPACES.
           05  GD-DEST               PIC X(3).
           05  FILLER                PIC X(2)      VALUE SPACES.
           05  FILLER                PIC X(5)      VALUE 'GROUP'.
           05  FILLER                PIC X(2)      VALUE SPACES.
           05  GD-STATUS             PIC X(1).
           05  FILLER                PIC X(2)      VALUE SPACES.
           05  GD-NAME               PIC X(30).
           05  FILLER                PIC X(2)      VALUE SPACES.
           05  GD-MEMBER-LIST.
               10  GD-MEMBER-ENTRY   OCCURS 10 TIMES.
                   15  GD-MEMBER     PIC X(3).
                   15  FILLER        PIC X(1).
           05  FILLER                PIC X(43)     VALUE SPACES.

       01  WS-ADDED-LINE.
           05  AD-CC                 PIC X(1)      VALUE ' '.
           05  RT-TEXT               PIC X(130)    VALUE
               '*** DESTINATION RETIRED ***'.

       01  WS-GROUP-ADDED-LINE.
           05  GA-CC                 PIC X(1)      VALUE ' '.
           05  FILLER                PIC X(2)      VALUE SPACES.
           05  GA-TEXT               PIC X(130)    VALUE
               '*** GROUP ADDED ***'.

       01  WS-JOINED-LINE.
           05  JN-CC                 PIC X(1)      VALUE ' '.
           05  FILLER                PIC X(2)      VALUE SPACES.
           05  JN-TEXT               PIC X(130)    VALUE
               '*** MEMBER ADDED TO GROUP ***'.

       01  WS-LEFT-LINE.
           05  LV-CC                 PIC X(1)      VALUE ' '.
           05  FILLER                PIC X(2)      VALUE SPACES.
           05  LV-TEXT               PIC X(130)    VALUE
               '*** MEMBER REMOVED FROM GROUP ***'.

       01  WS-NOT-GROUP-LINE.
           05  NG-CC                 PIC X(1)      VALUE ' '.
           05  FILLER                PIC X(2)      VALUE SPACES.
           05  NG-TEXT               PIC X(130)    VALUE
               '*** NOT A GROUP CODE ***'.

       01  WS-IS-GROUP-LINE.
           05  IG-CC                 PIC X(1)      VALUE ' '.
           05  FILLER                PIC X(2)      VALUE SPACES.
           05  IG-TEXT               PIC X(130)    VALUE
               '*** GROUP CODE - USE JOIN/LEAVE TO CHANGE IT ***'.

       01  WS-BAD-MEMBER-LINE.
           05  BM-CC                 PIC X(1)      VALUE ' '.
           05  FILLER                PIC X(2)      VALUE SPACES.
           05  BM-TEXT               PIC X(130)    VALUE
               '*** MEMBER IS NOT AN ACTIVE DESTINATION ***'.

       01  WS-GROUP-FULL-LINE.
           05  GF-CC                 PIC X(1)      VALUE ' '.
           05  FILLER                PIC X(2)      VALUE SPACES.
           05  GF-TEXT               PIC X(130)    VALUE
               '*** GROUP ALREADY HAS TEN MEMBERS ***'.

       01  WS-ALREADY-MEMBER-LINE.
           05  AM-CC                 PIC X(1)      VALUE ' '.
           05  FILLER                PIC X(2)      VALUE SPACES.
           05  AM-TEXT               PIC X(130)    VALUE
               '*** ALREADY A MEMBER OF THE GROUP ***'.

       01  WS-NOT-MEMBER-LINE.
           05  NM-CC                 PIC X(1)      VALUE ' '.
           05  FILLER                PIC X(2)      VALUE SPACES.
           05  NM-TEXT               PIC X(130)    VALUE
               '*** NOT A MEMBER OF THE GROUP ***'.

       01  WS-DUPLICATE-LINE.
           05  AE-CC                 PIC X(1)      VALUE ' '.
           05  FILLER                PIC X(2)      VALUE SPACES.
           05  BC-TEXT               PIC X(130)    VALUE
               '*** UNRECOGNIZED OR MALFORMED COMMAND ***'.

       01  WS-REFUSED-LINE.
           05  RF-CC                 PIC X(1)      VALUE ' '.
           05  FILLER                PIC X(2)      VALUE SPACES.
           05  RF-TEXT               PIC X(130).

       01  WS-OPEN-FAIL-LINE.
           05  OF-CC                 PIC X(1)      VALUE ' '.
           05  FILLER                PIC X(43)     VALUE
           05  SU-ERRORS             PIC ZZ,ZZZ,ZZ9.
           05  FILLER                PIC X(11)     VALUE SPACES.

       01  WS-GROUP-SUMMARY-LINE.
           05  GS-CC                 PIC X(1)      VALUE ' '.
           05  FILLER                PIC X(15)     VALUE
               'GROUPS ADDED: '.
           05  GS-GROUPS             PIC ZZ,ZZZ,ZZ9.
           05  FILLER                PIC X(18)     VALUE
               '  MEMBERS JOINED: '.
           05  GS-JOINED             PIC ZZ,ZZZ,ZZ9.
           05  FILLER                PIC X(16)     VALUE
               '  MEMBERS LEFT: '.
           05  GS-LEFT               PIC ZZ,ZZZ,ZZ9.
           05  FILLER                PIC X(11)     VALUE '  REFUSED: '.
           05  GS-REFUSED            PIC ZZ,ZZZ,ZZ9.
           05  FILLER                PIC X(32)     VALUE SPACES.

       PROCEDURE DIVISION.

       00000-MAIN-PROCEDURE.
           MOVE WS-SYS-TIME(3:2) TO WS-RUN-MN.
           MOVE WS-SYS-TIME(5:2) TO WS-RUN-SS.

           DISPLAY 'USER' UPON ENVIRONMENT-NAME.
           ACCEPT WS-RUN-USERID FROM ENVIRONMENT-VALUE.

           OPEN OUTPUT RPTFILE.
           PERFORM 07000-PRINT-HEADER-BLOCK.

           MOVE WS-COMMAND-ECHO-LINE TO REPORT-REC.
           WRITE REPORT-REC.

           PERFORM 02050-CHECK-AUTHORITY.

           IF AUTHORITY-GRANTED THEN
              EVALUATE CMD-VERB
                 WHEN 'ADD'
                    PERFORM 02100-DO-ADD
                 WHEN 'CHANGE'
                    PERFORM 02200-DO-CHANGE
                 WHEN 'RETIRE'
                    PERFORM 02300-DO-RETIRE
                 WHEN 'GROUP'
                    PERFORM 02400-DO-GROUP
                 WHEN 'JOIN'
                    PERFORM 02800-DO-JOIN
                 WHEN 'LEAVE'
                    PERFORM 02900-DO-LEAVE
                 WHEN OTHER
                    ADD 1 TO WS-BAD-COMMAND-CNT
                    MOVE WS-BAD-COMMAND-LINE TO REPORT-REC
                    WRITE REPORT-REC
              END-EVALUATE
           END-IF.

           PERFORM 02500-READ-COMMAND.

       02050-CHECK-AUTHORITY.

      *    AN UNRECOGNIZED VERB NEEDS NO AUTHORITY -- IT IS
      *    REJECTED AS MALFORMED BY THE DISPATCH
           SET AUTHORITY-GRANTED TO TRUE.
           EVALUATE CMD-VERB
              WHEN 'ADD'
              WHEN 'GROUP'
                 SET AUA-ACTION-DSTADD TO TRUE
              WHEN 'CHANGE'
              WHEN 'JOIN'
              WHEN 'LEAVE'
                 SET AUA-ACTION-DSTCHG TO TRUE
              WHEN 'RETIRE'
                 SET AUA-ACTION-DSTRET TO TRUE
              WHEN OTHER
                 MOVE ZERO TO AUA-ACTION
           END-EVALUATE.

           IF AUA-ACTION > 0 THEN
              MOVE WS-RUN-USERID TO AUA-USERID
              MOVE 'TPROG06' TO AUA-PROGRAM
              MOVE CMD-REC TO AUA-COMMAND
              CALL 'TSUBR03' USING AUTHORIZATION-AREA
              IF NOT AUA-RESULT-OK THEN
                 MOVE 'N' TO WS-AUTH-SW
                 ADD 1 TO WS-REFUSED-CNT
                 MOVE SPACES TO RF-TEXT
                 STRING '*** REFUSED - ' AUA-MESSAGE
                    DELIMITED BY SIZE INTO RF-TEXT
                 MOVE WS-REFUSED-LINE TO REPORT-REC
                 WRITE REPORT-REC
              END-IF
           END-IF.

       02100-DO-ADD.

      *    FILE NUMBERS RUN 0 (BROADCAST) THROUGH 5 (DSTOUT5) --
      *    ANYTHING HIGHER WOULD BE DROPPED BY THE TPROG03
      *    LOADER AND STRAND THE DESTINATION'S TRAFFIC.  THE
      *    FILE NUMBER IS KEPT ON AN ELECTRONIC DESTINATION SO A
      *    CHANGE BACK TO PRINT NEEDS NOTHING ELSE
           IF CMD-DEST = SPACES
                 OR CMD-FILE-NBR NOT NUMERIC
                 OR CMD-FILE-NBR > '5'
                 OR NOT CMD-METHOD-VALID THEN
              ADD 1 TO WS-BAD-COMMAND-CNT
              MOVE WS-BAD-COMMAND-LINE TO REPORT-REC
              WRITE REPORT-REC
              MOVE CMD-NAME TO DST-NAME
              MOVE CMD-FILE-NBR TO DST-FILE-NBR
              MOVE CMD-CONTACT TO DST-CONTACT
              PERFORM 02150-SET-DELIVERY-METHOD
              SET DST-ACTIVE TO TRUE
              WRITE DSTMST-REC
                 INVALID KEY
              END-WRITE
           END-IF.

       02150-SET-DELIVERY-METHOD.

           IF CMD-METHOD = 'E' THEN
              SET DST-DELIVER-ELECTRONIC TO TRUE
           ELSE
              MOVE 'P' TO DST-DELIVERY-METHOD
           END-IF.

       02200-DO-CHANGE.

           IF INITIAL-LOAD-MODE THEN

           IF CMD-DEST = SPACES
                 OR CMD-FILE-NBR NOT NUMERIC
                 OR CMD-FILE-NBR > '5'
                 OR NOT CMD-METHOD-VALID THEN
              ADD 1 TO WS-BAD-COMMAND-CNT
              MOVE WS-BAD-COMMAND-LINE TO REPORT-REC
              WRITE REPORT-REC
           ELSE
              PERFORM 02600-READ-BY-KEY
              IF DSTFILE-STATUS-OK AND DST-IS-GROUP THEN
                 ADD 1 TO WS-BAD-COMMAND-CNT
                 MOVE WS-IS-GROUP-LINE TO REPORT-REC
                 WRITE REPORT-REC
              END-IF
              IF DSTFILE-STATUS-OK AND NOT DST-IS-GROUP THEN
                 MOVE CMD-NAME TO DST-NAME
                 MOVE CMD-FILE-NBR TO DST-FILE-NBR
                 MOVE CMD-CONTACT TO DST-CONTACT
                 PERFORM 02150-SET-DELIVERY-METHOD
                 SET DST-ACTIVE TO TRUE
                 REWRITE DSTMST-REC
                 ADD 1 TO WS-DESTS-CHANGED
              END-IF
           END-IF.

       02400-DO-GROUP.

      *    A NEW GROUP STARTS EMPTY -- JOIN CARDS FILL IT.  ITS
      *    FILE NUMBER IS UNUSED (EACH COPY ROUTES BY ITS MEMBER)
           IF CMD-DEST = SPACES THEN
              ADD 1 TO WS-BAD-COMMAND-CNT
              MOVE WS-BAD-COMMAND-LINE TO REPORT-REC
              WRITE REPORT-REC
           ELSE
              MOVE SPACES TO DSTMST-REC
              MOVE CMD-DEST TO DST-CODE
              MOVE CMD-NAME TO DST-NAME
              MOVE ZERO TO DST-FILE-NBR
              SET DST-ACTIVE TO TRUE
              SET DST-IS-GROUP TO TRUE
              WRITE DSTMST-REC
                 INVALID KEY
                    ADD 1 TO WS-BAD-COMMAND-CNT
                    MOVE WS-DUPLICATE-LINE TO REPORT-REC
                    WRITE REPORT-REC
                    END-WRITE
                 NOT INVALID KEY
                    ADD 1 TO WS-GROUPS-ADDED
                    MOVE WS-GROUP-ADDED-LINE TO REPORT-REC
                    WRITE REPORT-REC
                    END-WRITE
                    PERFORM 02700-PRINT-DEST-DETAIL
              END-WRITE
           END-IF.

       02500-READ-COMMAND.

           READ CMDFILE

       02700-PRINT-DEST-DETAIL.

           IF DST-IS-GROUP THEN
              PERFORM 02750-PRINT-GROUP-DETAIL
           ELSE
              PERFORM 02710-PRINT-ONE-DESTINATION
           END-IF.

       02710-PRINT-ONE-DESTINATION.

           MOVE DST-CODE TO DD-DEST.
           MOVE DST-FILE-NBR TO DD-FILE-NBR.
           MOVE DST-STATUS TO DD-STATUS.
           MOVE DST-NAME TO DD-NAME.
           MOVE DST-CONTACT TO DD-CONTACT.
           IF DST-DELIVER-ELECTRONIC THEN
              MOVE 'ELECTRONIC' TO DD-METHOD
           ELSE
              MOVE 'PRINT' TO DD-METHOD
           END-IF.
           MOVE WS-DEST-DETAIL-LINE TO REPORT-REC.
           WRITE REPORT-REC.

       02750-PRINT-GROUP-DETAIL.

           MOVE DST-CODE TO GD-DEST.
           MOVE DST-STATUS TO GD-STATUS.
           MOVE DST-NAME TO GD-NAME.
           MOVE SPACES TO GD-MEMBER-LIST.
           PERFORM VARYING WS-MEMBER-IX FROM 1 BY 1
                    UNTIL WS-MEMBER-IX > WS-MAX-MEMBERS
              MOVE DST-MEMBER (WS-MEMBER-IX)
                 TO GD-MEMBER (WS-MEMBER-IX)
           END-PERFORM.
           MOVE WS-GROUP-DETAIL-LINE TO REPORT-REC.
           WRITE REPORT-REC.

       02800-DO-JOIN.

           IF INITIAL-LOAD-MODE THEN
              ADD 1 TO WS-BAD-COMMAND-CNT
              MOVE WS-LOAD-MODE-LINE TO REPORT-REC
              WRITE REPORT-REC
           ELSE
              PERFORM 02810-JOIN-MEMBER
           END-IF.

       02810-JOIN-MEMBER.

      *    THE MEMBER IS CHECKED FIRST, SINCE READING IT REUSES
      *    THE RECORD AREA THE GROUP IS THEN READ INTO
           IF CMD-DEST = SPACES OR CMD-MEMBER = SPACES THEN
              ADD 1 TO WS-BAD-COMMAND-CNT
              MOVE WS-BAD-COMMAND-LINE TO REPORT-REC
              WRITE REPORT-REC
           ELSE
              PERFORM 02850-CHECK-MEMBER
              IF MEMBER-OK THEN
                 PERFORM 02600-READ-BY-KEY
                 IF DSTFILE-STATUS-OK THEN
                    PERFORM 02820-ADD-TO-GROUP
                 END-IF
              END-IF
           END-IF.

       02820-ADD-TO-GROUP.

           IF NOT DST-IS-GROUP THEN
              ADD 1 TO WS-BAD-COMMAND-CNT
              MOVE WS-NOT-GROUP-LINE TO REPORT-REC
              WRITE REPORT-REC
           ELSE
              PERFORM 02870-FIND-MEMBER-SLOT
              EVALUATE TRUE
                 WHEN WS-MEMBER-FOUND-IX > 0
                    ADD 1 TO WS-BAD-COMMAND-CNT
                    MOVE WS-ALREADY-MEMBER-LINE TO REPORT-REC
                    WRITE REPORT-REC
                 WHEN WS-MEMBER-FREE-IX = 0
                    ADD 1 TO WS-BAD-COMMAND-CNT
                    MOVE WS-GROUP-FULL-LINE TO REPORT-REC
                    WRITE REPORT-REC
                 WHEN OTHER
                    MOVE CMD-MEMBER
                       TO DST-MEMBER (WS-MEMBER-FREE-IX)
                    REWRITE DSTMST-REC
                    ADD 1 TO WS-MEMBERS-JOINED
                    MOVE WS-JOINED-LINE TO REPORT-REC
                    WRITE REPORT-REC
                    PERFORM 02700-PRINT-DEST-DETAIL
              END-EVALUATE
           END-IF.

       02850-CHECK-MEMBER.

      *    ONLY AN ACTIVE ORDINARY DESTINATION MAY JOIN -- GROUPS
      *    DO NOT NEST
           MOVE 'N' TO WS-MEMBER-OK-SW.
           MOVE CMD-MEMBER TO DST-CODE.
           READ DSTFILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF DST-ACTIVE AND DST-IS-DESTINATION THEN
                    SET MEMBER-OK TO TRUE
                 END-IF
           END-READ.
           IF NOT MEMBER-OK THEN
              ADD 1 TO WS-BAD-COMMAND-CNT
              MOVE WS-BAD-MEMBER-LINE TO REPORT-REC
              WRITE REPORT-REC
           END-IF.

       02870-FIND-MEMBER-SLOT.

      *    WS-MEMBER-FOUND-IX -- WHERE CMD-MEMBER ALREADY SITS;
      *    WS-MEMBER-FREE-IX  -- THE FIRST EMPTY SLOT
           MOVE ZERO TO WS-MEMBER-FOUND-IX.
           MOVE ZERO TO WS-MEMBER-FREE-IX.
           PERFORM VARYING WS-MEMBER-IX FROM 1 BY 1
                    UNTIL WS-MEMBER-IX > WS-MAX-MEMBERS
              IF DST-MEMBER (WS-MEMBER-IX) = CMD-MEMBER THEN
                 MOVE WS-MEMBER-IX TO WS-MEMBER-FOUND-IX
              END-IF
              IF DST-MEMBER (WS-MEMBER-IX) = SPACES
                    AND WS-MEMBER-FREE-IX = 0 THEN
                 MOVE WS-MEMBER-IX TO WS-MEMBER-FREE-IX
              END-IF
           END-PERFORM.

       02900-DO-LEAVE.

           IF INITIAL-LOAD-MODE THEN
              ADD 1 TO WS-BAD-COMMAND-CNT
              MOVE WS-LOAD-MODE-LINE TO REPORT-REC
              WRITE REPORT-REC
           ELSE
              PERFORM 02910-LEAVE-MEMBER
           END-IF.

       02910-LEAVE-MEMBER.

           IF CMD-DEST = SPACES OR CMD-MEMBER = SPACES THEN
              ADD 1 TO WS-BAD-COMMAND-CNT
              MOVE WS-BAD-COMMAND-LINE TO REPORT-REC
              WRITE REPORT-REC
           ELSE
              PERFORM 02600-READ-BY-KEY
              IF DSTFILE-STATUS-OK THEN
                 PERFORM 02920-REMOVE-FROM-GROUP
              END-IF
           END-IF.

       02920-REMOVE-FROM-GROUP.

      *    THE MEMBERS BEHIND THE LEAVER CLOSE UP SO THE LIST
      *    STAYS CONTIGUOUS
           IF NOT DST-IS-GROUP THEN
              ADD 1 TO WS-BAD-COMMAND-CNT
              MOVE WS-NOT-GROUP-LINE TO REPORT-REC
              WRITE REPORT-REC
           ELSE
              PERFORM 02870-FIND-MEMBER-SLOT
              IF WS-MEMBER-FOUND-IX = 0 THEN
                 ADD 1 TO WS-BAD-COMMAND-CNT
                 MOVE WS-NOT-MEMBER-LINE TO REPORT-REC
                 WRITE REPORT-REC
              ELSE
                 PERFORM VARYING WS-MEMBER-IX
                          FROM WS-MEMBER-FOUND-IX BY 1
                          UNTIL WS-MEMBER-IX >= WS-MAX-MEMBERS
                    MOVE DST-MEMBER (WS-MEMBER-IX + 1)
                       TO DST-MEMBER (WS-MEMBER-IX)
                 END-PERFORM
                 MOVE SPACES TO DST-MEMBER (WS-MAX-MEMBERS)
                 REWRITE DSTMST-REC
                 ADD 1 TO WS-MEMBERS-LEFT
                 MOVE WS-LEFT-LINE TO REPORT-REC
                 WRITE REPORT-REC
                 PERFORM 02700-PRINT-DEST-DETAIL
              END-IF
           END-IF.

       07000-PRINT-HEADER-BLOCK.

           ADD 1 TO WS-PAGE-COUNTER.
           MOVE WS-BAD-COMMAND-CNT TO SU-ERRORS.
           MOVE WS-SUMMARY-LINE TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE WS-GROUPS-ADDED TO GS-GROUPS.
           MOVE WS-MEMBERS-JOINED TO GS-JOINED.
           MOVE WS-MEMBERS-LEFT TO GS-LEFT.
           MOVE WS-REFUSED-CNT TO GS-REFUSED.
           MOVE WS-GROUP-SUMMARY-LINE TO REPORT-REC.
           WRITE REPORT-REC.

       09000-TERMINATE.

           CLOSE DSTFILE.
           CLOSE CMDFILE.
           CLOSE RPTFILE.
           IF WS-REFUSED-CNT > 0 AND RETURN-CODE < 4 THEN
              MOVE 4 TO RETURN-CODE
           END-IF.
