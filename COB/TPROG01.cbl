      *
      *      AND COPYLIBS   TCPYA01   (HEADER)
      *                     TCPYB01   (LINK AREA)
      *                     TCPYJ01   (BATCH-CONTROL LINK AREA)
      * ======================================================
      *  ISPW (TM)
      *  COPYRIGHT (C) 1986-2016 COMPUWARE CORPORATION.
      *                        BLOCK.  THE SWEEP SAVE AREA IS
      *                        GONE (NOTHING PRE-READ IS LIVE
      *                        ACROSS THE SWEEP ANY MORE)
      *  15/10/26  MAINT       THE LOAD NOW RECORDS ITSELF ON THE
      *                        BATCH-CONTROL FILE (TCPYI01) VIA
      *                        TSUBR02 -- A BUSINESS DATE WHOSE
      *                        LOAD IS ALREADY COMPLETE IS
      *                        REFUSED WITH RETURN-CODE 24 UNLESS
      *                        THE PARM CARRIES RERUN; THE
      *                        OUTCOME (COMPLETE OR FAILED) AND
      *                        RETURN CODE ARE RECORDED AT END
      *  15/10/26  MAINT       INFILE MAY NOW CARRY SEVERAL H/T
      *                        BATCHES, ONE PER ORIGINATING OFFICE
      *                        (TP-ORIGINATOR ON THE HEADER).  EACH
      *                        TRAILER BALANCES ONLY ITS OWN BATCH;
      *                        STAGED RECORDS CARRY THEIR BATCH
      *                        THROUGH THE SORT AND AN OUT-OF-
      *                        BALANCE (OR UNTRAILED) BATCH GOES TO
      *                        REJFILE AS A UNIT (NEW BADBATCH
      *                        REASON) WHILE THE GOOD BATCHES
      *                        PRINT, EXTRACT AND LOAD.  PARKING
      *                        AND EXPIRY ARE NOW ACTED ON AT PRINT
      *                        TIME FOR THE SAME REASON.  THE
      *                        TRAILER PAGE SHOWS ONE BALANCE LINE
      *                        PER BATCH AND READ/WRITTEN/REJECTED
      *                        PER ORIGINATOR, AND AUDFILE GETS AN
      *                        ORIGINATOR ROW PER OFFICE AHEAD OF
      *                        THE RUN ROW.  REJECTED BATCHES END
      *                        THE RUN RC=4; RC=8 NOW MEANS NO
      *                        BATCH BALANCED AT ALL
      *  15/10/26  MAINT       TP-DEST-CODE MAY NOW NAME A
      *                        DISTRIBUTION GROUP (TCPYF01 DST-IS-
      *                        GROUP, MAINTAINED BY TPROG06).  A
      *                        GROUP WITH AN ACTIVE MEMBER PASSES
      *                        THE BADDEST EDIT AND AT PRINT TIME
      *                        EXPANDS TO ONE EXTRACT RECORD AND
      *                        MASTER ROW PER ACTIVE MEMBER, EACH
      *                        CARRYING THE GROUP IN EX-GROUP-CODE
      *                        (EXTRACT LRECL NOW 74).  EACH COPY
      *                        IS DUPLICATE-CHECKED ON ITS MEMBER
      *                        CODE; THE BANNER BODY PRINTS ONCE.
      *                        GROUP MESSAGES AND COPIES PRINT ON
      *                        THE TRAILER PAGE (GROUP-COUNT-LINE)
      *  15/10/26  MAINT       RECALLED MESSAGES (MSG-RECALLED) ARE
      *                        LEFT OUT OF THE DUPLICATE TABLE, AS
      *                        DELETED ONES ARE, SO A CORRECTED
      *                        RESEND IS NOT REJECTED AS A DUP
      *  15/10/26  MAINT       RESTRICTED-CONTENT SCREENING -- EACH
      *                        DETAIL'S TP-MESSAGE IS CHECKED AT
      *                        STAGING AGAINST THE SCREENING TABLE
      *                        (SCREEN DD: WHOLE WORDS, OR PATTERNS
      *                        WITH # DIGIT / @ LETTER / ? ANY).  A
      *                        HIT OF A BALANCED BATCH GOES TO THE
      *                        HELDMSG FILE (TCPYK01) AT PRINT TIME
      *                        INSTEAD OF OUTFILE/EXTFILE/MSGMASTR,
      *                        FOR TPROG14 TO APPROVE OR KILL.  A
      *                        DETAIL OF A 'RELEASED' BATCH IS ONLY
      *                        LET THROUGH UNSCREENED WHEN IT MATCHES
      *                        AN UNUSED TPROG14 APPROVE ROW ON THE
      *                        JOURNAL; ANYTHING ELSE IS SCREENED.
      *                        COUNTS PRINT ON THE TRAILER PAGE
      *                        (SCREEN-COUNT-LINE)
      *  15/10/26  MAINT       MESSAGE MASTER RECORD LENGTH
      *                        80 -> 96 (ACK DATE/TIME ADDED TO
      *                        TCPYD01)
      *  15/10/26  MAINT       EACH EXTRACT RECORD NOW CARRIES ITS
      *                        MESSAGE MASTER SEQUENCE (EX-MSG-SEQ,
      *                        EXTRACT LRECL NOW 82) SO TPROG03 CAN
      *                        PUT THE MSG-KEY ON THE ELECTRONIC
      *                        FEED; THE MASTER ROW IS NOW LOADED
      *                        BEFORE THE EXTRACT RECORD IS WRITTEN
      *  15/10/26  MAINT       CLOSE HLDFILE ADDED TO THE TSUBR01
      *                        ABEND PATH.  ADDED JRNFILE (JOURNAL
      *                        DD): A 'RELEASED' HEADER NO LONGER
      *                        SKIPS THE SCREENING BY ITSELF -- EACH
      *                        DETAIL MUST MATCH AN OPEN TPROG14
      *                        APPROVE ROW, WHICH IS JOURNALED USED
      *                        (RELEASIN ROW) ONCE ITS BATCH
      *                        BALANCES.  A FAILED RELEASIN WRITE
      *                        ENDS THE RUN RC=4
      * ======================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *****************************************************
           SELECT SORTFILE ASSIGN UT-S-SORTWK.

      *****************************************************
      *  SCRFILE - THE RESTRICTED-CONTENT SCREENING TABLE,
      *            ONE WORD OR PATTERN PER ROW.  OPTIONAL --
      *            WITHOUT IT NOTHING IS SCREENED (CONSOLE
      *            WARNING)
      *****************************************************
           SELECT SCRFILE  ASSIGN UT-S-SCREEN
             ORGANIZATION IS SEQUENTIAL
             ACCESS IS SEQUENTIAL
             FILE STATUS IS WS-SCRFILE-STATUS.

      *****************************************************
      *  HLDFILE - DETAIL RECORDS HELD BY THE SCREENING FOR
      *            SUPERVISOR RELEASE (TPROG14), SEE TCPYK01
      *****************************************************
           SELECT HLDFILE  ASSIGN UT-S-HELDMSG
             ORGANIZATION IS SEQUENTIAL
             ACCESS IS SEQUENTIAL.

      *****************************************************
      *  JRNFILE - THE MAINTENANCE JOURNAL (TCPYH01), READ
      *            FOR THE TPROG14 APPROVE ROWS AND EXTENDED
      *            WITH A RELEASIN ROW AS EACH IS USED
      *****************************************************
           SELECT JRNFILE  ASSIGN UT-S-JOURNAL
             ORGANIZATION IS SEQUENTIAL
             ACCESS IS SEQUENTIAL
             FILE STATUS IS WS-JRNFILE-STATUS.

       DATA DIVISION.
      
       FILE SECTION.
      *  MSGFILE - THE MESSAGE MASTER RECORD (SEE TCPYD01)
      *****************************************************
       FD  MSGFILE
           RECORD CONTAINS 96 CHARACTERS
           DATA RECORD IS MSGMST-REC.

       COPY TCPYD01.
      *  SORTFILE - EVERY HEADER/DETAIL RECORD IS RELEASED
      *             HERE DURING STAGING; CLASS 1 (FLASH/
      *             URGENT) RETURNS AHEAD OF CLASS 2, EACH
      *             IN ARRIVAL ORDER WITHIN ITS CLASS.  THE
      *             RECORD CARRIES ITS INFILE BATCH (ZERO FOR
      *             A SWEPT PARK ROW), ITS SCHEDULING DECISION
      *             AND ITS INPUT RECORD NUMBER SO THE BATCH
      *             VERDICT CAN BE APPLIED AT PRINT TIME, AND
      *             THE SCREENING TABLE ENTRY A HELD DETAIL HIT
      *             OR THE APPROVAL A RELEASED DETAIL MATCHED
      *****************************************************
       SD  SORTFILE
           RECORD CONTAINS 107 CHARACTERS
           DATA RECORD IS SORT-REC.

       01  SORT-REC.
           05  SR-SEQ             PIC 9(8).
           05  SR-RECORD-TYPE     PIC X(1).
           05  SR-TEXT            PIC X(79).
           05  SR-BATCH           PIC 9(3).
           05  SR-SCHED-DISP      PIC X(1).
           05  SR-RECORD-NBR      PIC 9(8).
           05  SR-SCREEN-IX       PIC 9(3).
           05  SR-APPROVAL-IX     PIC 9(3).

      *****************************************************
      *  SCRFILE - ONE SCREENING TABLE ROW.  'W' ROWS MATCH
      *            A WHOLE WORD OR PHRASE; 'P' ROWS MATCH
      *            ANYWHERE, WITH # ANY DIGIT, @ ANY LETTER
      *            AND ? ANY CHARACTER.  '*' ROWS ARE COMMENTS
      *****************************************************
       FD  SCRFILE
           LABEL RECORDS OMITTED
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           DATA RECORD IS SCREEN-REC.

       01  SCREEN-REC.
           05  SCR-ENTRY-TYPE     PIC X(1).
               88  SCR-IS-WORD        VALUE 'W'.
               88  SCR-IS-PATTERN     VALUE 'P'.
           05  FILLER             PIC X(1).
           05  SCR-CATEGORY       PIC X(8).
           05  FILLER             PIC X(1).
           05  SCR-TEXT           PIC X(30).
           05  FILLER             PIC X(39).

      *****************************************************
      *  HLDFILE - THE HELD-MESSAGE RECORD (TCPYK01)
      *****************************************************
       FD  HLDFILE
           LABEL RECORDS OMITTED
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           DATA RECORD IS HELDMSG-REC.

       COPY TCPYK01.

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
      ****************************************************
       COPY TCPYB01 .

      ****************************************************
      **** BATCH-CONTROL LINK AREA -- TSUBR02 KEEPS THE
      **** LOAD STEP'S ROW ON THE BATCH-CONTROL FILE
      ****************************************************
       COPY TCPYJ01.
       01  WS-BCTL-RC                 PIC 9(2)      VALUE ZERO.

      ****************************************************
      **** RUN CONTROL TOTALS
      ****************************************************
       01  WS-REJ-NOTPRINT-CNT        PIC 9(8)      VALUE ZERO.
       01  WS-REJ-BADDEST-CNT         PIC 9(8)      VALUE ZERO.
       01  WS-REJ-BADDATE-CNT         PIC 9(8)      VALUE ZERO.
       01  WS-REJ-BADBATCH-CNT        PIC 9(8)      VALUE ZERO.
       01  WS-REJ-RECORD-NBR          PIC 9(8)      VALUE ZERO.
       01  WS-EDIT-IX                 PIC 9(2)      VALUE ZERO.

      ****************************************************
           88  SCHED-PRINT                VALUE 'P'.
           88  SCHED-FUTURE               VALUE 'F'.
           88  SCHED-EXPIRED              VALUE 'X'.
           88  SCHED-SCREENED             VALUE 'S'.
       01  WS-MSGS-PARKED             PIC 9(8)      VALUE ZERO.
       01  WS-MSGS-SWEPT              PIC 9(8)      VALUE ZERO.
       01  WS-MSGS-EXPIRED            PIC 9(8)      VALUE ZERO.
       01  WS-MSGS-HELD               PIC 9(8)      VALUE ZERO.
       01  WS-MSGS-PENDING            PIC 9(8)      VALUE ZERO.

      ****************************************************
      **** RESTRICTED-CONTENT SCREENING CONTROLS -- THE
      **** TABLE IS LOADED UP FRONT, UPPER-CASED, WITH THE
      **** SIGNIFICANT LENGTH OF EACH ENTRY.  A HIT IS
      **** DECIDED AT STAGING (SCHED-SCREENED) AND ACTED ON
      **** AT PRINT TIME LIKE THE OTHER SCHEDULING DECISIONS
      ****************************************************
       01  WS-SCRFILE-STATUS          PIC X(2)      VALUE '00'.
           88  SCRFILE-STATUS-OK          VALUE '00'.
       01  WS-SCR-EOF-SW              PIC X(1)      VALUE 'N'.
           88  SCR-EOF                    VALUE 'Y'.
       01  WS-SCREEN-TABLE-SW         PIC X(1)      VALUE 'N'.
           88  SCREEN-TABLE-PRESENT       VALUE 'Y'.
       01  WS-MAX-SCREENS             PIC 9(3)      VALUE 200.
       01  WS-SCREEN-CNT              PIC 9(3)      VALUE ZERO.
       01  WS-SCREEN-IX               PIC 9(3)      VALUE ZERO.
       01  WS-SCREEN-HIT-IX           PIC 9(3)      VALUE ZERO.
       01  WS-STAGE-SCREEN-IX         PIC 9(3)      VALUE ZERO.
       01  WS-SCREEN-ROWS-NOT-TABLED  PIC 9(8)      VALUE ZERO.
       01  WS-SCREEN-TABLE.
           05  WS-SCREEN-ENTRY OCCURS 200 TIMES.
               10  WS-SCRN-TYPE      PIC X(1).
                   88  SCRN-IS-WORD      VALUE 'W'.
                   88  SCRN-IS-PATTERN   VALUE 'P'.
               10  WS-SCRN-CATEGORY  PIC X(8).
               10  WS-SCRN-TEXT      PIC X(30).
               10  WS-SCRN-LEN       PIC 9(2).
       01  WS-SCREEN-WORK             PIC X(59)     VALUE SPACES.
       01  WS-SCREEN-LEN              PIC 9(2)      VALUE ZERO.
       01  WS-SCREEN-POS              PIC 9(2)      VALUE ZERO.
       01  WS-SCREEN-LAST-POS         PIC 9(2)      VALUE ZERO.
       01  WS-SCREEN-CHAR-IX          PIC 9(2)      VALUE ZERO.
       01  WS-SCREEN-PAT-CHAR         PIC X(1)      VALUE SPACE.
       01  WS-SCREEN-MSG-CHAR         PIC X(1)      VALUE SPACE.
       01  WS-SCREEN-MATCH-SW         PIC X(1)      VALUE 'N'.
           88  SCREEN-MATCHED             VALUE 'Y'.
       01  WS-SCREEN-EDGE-CHAR        PIC X(1)      VALUE SPACE.
           88  SCREEN-EDGE-IN-WORD        VALUE 'A' THRU 'I'
                                                'J' THRU 'R'
                                                'S' THRU 'Z'
                                                '0' THRU '9'.
       01  WS-SCREEN-LOWER            PIC X(26)     VALUE
           'abcdefghijklmnopqrstuvwxyz'.
       01  WS-SCREEN-UPPER            PIC X(26)     VALUE
           'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       01  WS-MSGS-SCREENED           PIC 9(8)      VALUE ZERO.
       01  WS-MSGS-RELEASED-IN        PIC 9(8)      VALUE ZERO.
       01  WS-HOLD-SEQ                PIC 9(8)      VALUE ZERO.

      ****************************************************
      **** RELEASE APPROVALS -- THE TPROG14 APPROVE ROWS ON
      **** THE JOURNAL NOT YET MATCHED BY A RELEASIN ROW.  A
      **** DETAIL OF A 'RELEASED' BATCH SKIPS THE SCREENING
      **** ONLY BY MATCHING ONE OF THESE IMAGE FOR IMAGE; THE
      **** APPROVAL IS JOURNALED USED ONCE ITS BATCH BALANCES.
      **** WITHOUT THE JOURNAL NOTHING SKIPS THE SCREENING
      ****************************************************
       01  WS-JRNFILE-STATUS          PIC X(2)      VALUE '00'.
           88  JRNFILE-STATUS-OK          VALUE '00'.
       01  WS-JRN-EOF-SW              PIC X(1)      VALUE 'N'.
           88  JRN-EOF                    VALUE 'Y'.
       01  WS-JRN-OPEN-SW             PIC X(1)      VALUE 'N'.
           88  JRN-OPEN                   VALUE 'Y'.
       01  WS-MAX-APPROVALS           PIC 9(3)      VALUE 200.
       01  WS-APPROVAL-CNT            PIC 9(3)      VALUE ZERO.
       01  WS-APPROVAL-IX             PIC 9(3)      VALUE ZERO.
       01  WS-APPROVAL-FOUND-IX       PIC 9(3)      VALUE ZERO.
       01  WS-STAGE-APPROVAL-IX       PIC 9(3)      VALUE ZERO.
       01  WS-APPROVALS-NOT-TABLED    PIC 9(8)      VALUE ZERO.
       01  WS-RELEASE-JRN-FAILS       PIC 9(8)      VALUE ZERO.
       01  WS-APPROVAL-TABLE.
           05  WS-APPROVAL-ENTRY OCCURS 200 TIMES.
               10  WS-APR-KEY        PIC X(16).
               10  WS-APR-STATE      PIC X(1).
                   88  APR-OPEN          VALUE 'O'.
                   88  APR-MATCHED       VALUE 'M'.
                   88  APR-USED          VALUE 'U'.
               10  WS-APR-IMAGE      PIC X(80).
       01  WS-RELEASE-IMAGE           PIC X(80)     VALUE SPACES.

      ****************************************************
      **** RELEASE ORDINAL -- THE MINOR SORT KEY.  EVERY
      **** STAGED RECORD (HEADER, SWEPT PARK ROW OR INFILE
           05  WS-VALID-DEST OCCURS 50 TIMES
                                      PIC X(3).

      ****************************************************
      **** DISTRIBUTION GROUPS -- ACTIVE GROUP ROWS FROM
      **** DSTMASTR WITH THEIR MEMBER LISTS, CUT DOWN AFTER
      **** THE LOAD TO THE MEMBERS STILL IN WS-VALID-DEST.
      **** A GROUP CODE IN TP-DEST-CODE EXPANDS AT PRINT TIME
      **** TO ONE EXTRACT RECORD AND MASTER ROW PER MEMBER;
      **** WS-OUT-DEST/WS-OUT-GROUP DESCRIBE THE COPY BEING
      **** WRITTEN (WS-OUT-GROUP SPACES FOR ORDINARY TRAFFIC)
      ****************************************************
       01  WS-MAX-GROUPS              PIC 9(2)      VALUE 50.
       01  WS-GROUP-CNT               PIC 9(2)      VALUE ZERO.
       01  WS-GROUP-IX                PIC 9(2)      VALUE ZERO.
       01  WS-GROUP-FIND-IX           PIC 9(2)      VALUE ZERO.
       01  WS-GRP-MEMBER-IX           PIC 9(2)      VALUE ZERO.
       01  WS-GRP-KEEP-CNT            PIC 9(2)      VALUE ZERO.
       01  WS-GROUP-ROWS-NOT-TABLED   PIC 9(8)      VALUE ZERO.
       01  WS-GROUP-TABLE.
           05  WS-GROUP-ENTRY OCCURS 50 TIMES.
               10  WS-GRP-CODE        PIC X(3).
               10  WS-GRP-MEMBER-CNT  PIC 9(2).
               10  WS-GRP-MEMBER OCCURS 10 TIMES
                                      PIC X(3).
       01  WS-OUT-DEST                PIC X(3)      VALUE SPACES.
       01  WS-OUT-GROUP               PIC X(3)      VALUE SPACES.
       01  WS-GROUP-BODY-SW           PIC X(1)      VALUE 'N'.
           88  GROUP-BODY-PRINTED         VALUE 'Y'.
       01  WS-GROUP-MSGS              PIC 9(8)      VALUE ZERO.
       01  WS-GROUP-COPIES            PIC 9(8)      VALUE ZERO.

      ****************************************************
      **** INFILE TRAILER BALANCING CONTROLS
      ****************************************************
       01  WS-TRAILER-IX              PIC 9(2)      VALUE ZERO.
       01  WS-BALANCE-COUNT           PIC 9(8)      VALUE ZERO.

      ****************************************************
      **** INFILE BATCH CONTROLS -- EACH 'H' HEADER OPENS A
      **** BATCH FOR ITS ORIGINATOR AND EACH 'T' TRAILER
      **** BALANCES ONLY THAT BATCH.  WS-CURR-BATCH IS THE
      **** BATCH OPEN AT STAGING (ZERO = NONE OPEN);
      **** WS-STAGE-BATCH IS THE BATCH OF THE RECORD BEING
      **** RELEASED OR PRINTED (ZERO = SWEPT PARK ROW)
      ****************************************************
       01  WS-MAX-BATCHES             PIC 9(3)      VALUE 200.
       01  WS-BATCH-CNT               PIC 9(3)      VALUE ZERO.
       01  WS-BATCH-IX                PIC 9(3)      VALUE ZERO.
       01  WS-CURR-BATCH              PIC 9(3)      VALUE ZERO.
       01  WS-STAGE-BATCH             PIC 9(3)      VALUE ZERO.
       01  WS-BATCHES-GOOD            PIC 9(3)      VALUE ZERO.
       01  WS-BATCHES-BAD             PIC 9(3)      VALUE ZERO.
       01  WS-BATCH-OVERFLOW-SW       PIC X(1)      VALUE 'N'.
           88  BATCH-TABLE-OVERFLOWED     VALUE 'Y'.
       01  WS-BATCH-TABLE.
           05  WS-BATCH-ENTRY OCCURS 200 TIMES.
               10  WS-BAT-ORIG-IX    PIC 9(2).
               10  WS-BAT-COUNTED    PIC 9(8).
               10  WS-BAT-TRAILER-COUNT
                                     PIC 9(8).
               10  WS-BAT-STATE      PIC X(1).
                   88  BAT-OPEN           VALUE 'O'.
                   88  BAT-IN-BALANCE     VALUE 'B'.
                   88  BAT-OUT-OF-BALANCE VALUE 'X'.
                   88  BAT-NO-TRAILER     VALUE 'N'.

      ****************************************************
      **** PER-ORIGINATOR COUNTS FOR THE TRAILER PAGE AND
      **** THE AUDFILE ORIGINATOR ROWS.  ONCE THE TABLE IS
      **** FULL FURTHER OFFICES COUNT UNDER *OTHERS*
      ****************************************************
       01  WS-MAX-ORIGS               PIC 9(2)      VALUE 50.
       01  WS-ORIG-CNT                PIC 9(2)      VALUE ZERO.
       01  WS-ORIG-IX                 PIC 9(2)      VALUE ZERO.
       01  WS-ORIG-FIND-IX            PIC 9(2)      VALUE ZERO.
       01  WS-NEW-ORIGINATOR          PIC X(8)      VALUE SPACES.
       01  WS-WRITTEN-BEFORE          PIC 9(8)      VALUE ZERO.
       01  WS-ORIG-TABLE.
           05  WS-ORIG-ENTRY OCCURS 50 TIMES.
               10  WS-ORIG-ID        PIC X(8).
               10  WS-ORIG-READ      PIC 9(8).
               10  WS-ORIG-WRITTEN   PIC 9(8).
               10  WS-ORIG-REJECTED  PIC 9(8).
               10  WS-ORIG-BATCHES   PIC 9(3).
               10  WS-ORIG-BAD-BATCHES
                                     PIC 9(3).

      ****************************************************
      **** CHECKPOINT/RESTART CONTROLS
      ****************************************************
           DISPLAY 'USER' UPON ENVIRONMENT-NAME.
           ACCEPT WS-RUN-USERID FROM ENVIRONMENT-VALUE.

           PERFORM 00035-START-BATCH-CONTROL.
           IF NOT BCA-RESULT-OK THEN
              DISPLAY 'TPROG01: ' BCA-MESSAGE UPON CONSOLE
              MOVE 24 TO RETURN-CODE
              GOBACK
           END-IF.

           PERFORM 00025-GET-VOLUME-TOLERANCE.
           PERFORM 00026-GET-DUP-CONTROLS.
           PERFORM 00040-LOAD-DEST-DIRECTORY.
           PERFORM 00048-LOAD-SCREEN-TABLE.
           PERFORM 00052-LOAD-RELEASE-APPROVALS.

           DISPLAY 'TPROG01: RUN STARTED - BUSINESS DATE '
              WS-BUS-DATE UPON CONSOLE.
              OPEN EXTEND EXTFILE
              OPEN EXTEND CKPFILE
              OPEN EXTEND REJFILE
              OPEN EXTEND HLDFILE
           ELSE
              OPEN OUTPUT EXTFILE
              OPEN OUTPUT CKPFILE
              OPEN OUTPUT REJFILE
              OPEN OUTPUT HLDFILE
           END-IF.
      *    A CHECKPOINT ONLY EXISTS ONCE THE SORT (AND SO THE
      *    SWEEP AND ALL PARKING) COMPLETED, SO THE ABORTED
           CLOSE EXTFILE.
           CLOSE CKPFILE.
           CLOSE REJFILE.
           CLOSE HLDFILE.
           CLOSE PENDOUT.
           CLOSE DUPFILE.
           CLOSE MSGFILE.
           IF JRN-OPEN THEN
              CLOSE JRNFILE
           END-IF.
           IF TRAILER-OUT-OF-BALANCE THEN
              MOVE 8 TO WS-BCTL-RC
           ELSE
              IF VOLUME-WARNING OR WS-BATCHES-BAD > 0
                    OR WS-RELEASE-JRN-FAILS > 0 THEN
                 MOVE 4 TO WS-BCTL-RC
              END-IF
           END-IF.
           PERFORM 00037-END-BATCH-CONTROL.
           IF WS-BCTL-RC > 0 THEN
              MOVE WS-BCTL-RC TO RETURN-CODE
           END-IF.
           DISPLAY 'TPROG01: RUN ENDED - ' WS-RUN-OUTCOME
              ' - RECORDS READ ' WS-RECORDS-READ UPON CONSOLE.
           GOBACK.
                 END-IF
           END-READ.

       00035-START-BATCH-CONTROL.

      *    THE LOAD IS THE FIRST STEP OF THE BUSINESS DATE, SO
      *    TSUBR02 ONLY REFUSES IT WHEN THE DATE IS ALREADY
      *    LOADED AND THE PARM DOES NOT SAY RERUN
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
           SET BCA-STEP-LOAD TO TRUE.
           MOVE WS-BUS-DATE TO BCA-BUS-DATE.
           MOVE WS-RUN-USERID TO BCA-USERID.
           CALL 'TSUBR02' USING BATCH-CONTROL-AREA.

       00037-END-BATCH-CONTROL.

      *    AN OUT-OF-BALANCE OR ABENDED LOAD IS RECORDED FAILED
      *    SO DISTRIBUTION WAITS FOR A GOOD RERUN; A VOLUME
      *    WARNING ALONE STILL COMPLETES THE STEP, AND SO DOES A
      *    CHECKPOINTED RESTART -- IT RE-READS NO TRAILER AND
      *    ENDS RC=8 BY DESIGN (SEE TPROG01R)
           IF WS-BCTL-RC < 8 THEN
              SET BCA-OUTCOME-COMPLETE TO TRUE
           ELSE
              IF WS-BCTL-RC = 8
                    AND RESTART-RUN
                    AND NOT TRAILER-SEEN THEN
                 SET BCA-OUTCOME-COMPLETE TO TRUE
              ELSE
                 SET BCA-OUTCOME-FAILED TO TRUE
              END-IF
           END-IF.
           MOVE WS-BCTL-RC TO BCA-STEP-RC.
           SET BCA-ACTION-END TO TRUE.
           CALL 'TSUBR02' USING BATCH-CONTROL-AREA.
           IF NOT BCA-RESULT-OK THEN
              DISPLAY 'TPROG01: ' BCA-MESSAGE UPON CONSOLE
           END-IF.

       00040-LOAD-DEST-DIRECTORY.

      *    LOAD THE ACTIVE DESTINATION CODES FOR THE DETAIL
              PERFORM 00045-LOAD-ONE-DIRECTORY-ROW
                 UNTIL DIR-EOF
              CLOSE DSTFILE
              PERFORM 00047-TRIM-GROUP-MEMBERS
                 VARYING WS-GROUP-IX FROM 1 BY 1
                 UNTIL WS-GROUP-IX > WS-GROUP-CNT
           END-IF.

      *    AN OVERFULL TABLE WOULD WRONGLY REJECT THE UNTABLED
                 ' THEIR TRAFFIC WILL REJECT AS BADDEST'
                 UPON CONSOLE
           END-IF.
           IF WS-GROUP-ROWS-NOT-TABLED > 0 THEN
              DISPLAY 'TPROG01: GROUP TABLE FULL - '
                 WS-GROUP-ROWS-NOT-TABLED
                 ' ACTIVE GROUP ROWS NOT LOADED -'
                 ' THEIR TRAFFIC WILL REJECT AS BADDEST'
                 UPON CONSOLE
           END-IF.

       00045-LOAD-ONE-DIRECTORY-ROW.

              IF NOT DSTFILE-STATUS-OK THEN
                 SET DIR-EOF TO TRUE
              ELSE
                 IF DST-ACTIVE AND DST-IS-GROUP
                    PERFORM 00046-LOAD-ONE-GROUP-ROW
                 END-IF
                 IF DST-ACTIVE AND NOT DST-IS-GROUP
                    IF WS-VALID-DEST-CNT < WS-MAX-VALID-DESTS
                       ADD 1 TO WS-VALID-DEST-CNT
                       MOVE DST-CODE
              END-IF
           END-IF.

       00046-LOAD-ONE-GROUP-ROW.

           IF WS-GROUP-CNT < WS-MAX-GROUPS THEN
              ADD 1 TO WS-GROUP-CNT
              MOVE DST-CODE TO WS-GRP-CODE (WS-GROUP-CNT)
              MOVE ZERO TO WS-GRP-MEMBER-CNT (WS-GROUP-CNT)
              PERFORM VARYING WS-GRP-MEMBER-IX FROM 1 BY 1
                       UNTIL WS-GRP-MEMBER-IX > 10
                 MOVE DST-MEMBER (WS-GRP-MEMBER-IX)
                    TO WS-GRP-MEMBER (WS-GROUP-CNT, WS-GRP-MEMBER-IX)
                 IF DST-MEMBER (WS-GRP-MEMBER-IX) NOT = SPACES THEN
                    MOVE WS-GRP-MEMBER-IX
                       TO WS-GRP-MEMBER-CNT (WS-GROUP-CNT)
                 END-IF
              END-PERFORM
           ELSE
              ADD 1 TO WS-GROUP-ROWS-NOT-TABLED
           END-IF.

       00047-TRIM-GROUP-MEMBERS.

      *    ONCE THE WHOLE DIRECTORY IS IN, DROP ANY MEMBER THAT
      *    HAS SINCE BEEN RETIRED (OR WAS NOT TABLED) AND CLOSE
      *    UP THE LIST -- WHAT IS LEFT IS WHO GETS A COPY
           MOVE ZERO TO WS-GRP-KEEP-CNT.
           PERFORM VARYING WS-GRP-MEMBER-IX FROM 1 BY 1
                    UNTIL WS-GRP-MEMBER-IX >
                             WS-GRP-MEMBER-CNT (WS-GROUP-IX)
              MOVE 'N' TO WS-DEST-VALID-SW
              PERFORM VARYING WS-VALID-DEST-IX FROM 1 BY 1
                       UNTIL WS-VALID-DEST-IX > WS-VALID-DEST-CNT
                          OR DEST-CODE-VALID
                 IF WS-VALID-DEST (WS-VALID-DEST-IX) =
                       WS-GRP-MEMBER (WS-GROUP-IX, WS-GRP-MEMBER-IX)
                    SET DEST-CODE-VALID TO TRUE
                 END-IF
              END-PERFORM
              IF DEST-CODE-VALID THEN
                 ADD 1 TO WS-GRP-KEEP-CNT
                 MOVE WS-GRP-MEMBER (WS-GROUP-IX, WS-GRP-MEMBER-IX)
                    TO WS-GRP-MEMBER (WS-GROUP-IX, WS-GRP-KEEP-CNT)
              END-IF
           END-PERFORM.
           MOVE WS-GRP-KEEP-CNT TO WS-GRP-MEMBER-CNT (WS-GROUP-IX).

       00048-LOAD-SCREEN-TABLE.

      *    A MISSING SCREEN DD LETS EVERYTHING THROUGH -- SAY SO
      *    ON THE CONSOLE, AND ON THE TRAILER PAGE
           OPEN INPUT SCRFILE.
           IF SCRFILE-STATUS-OK THEN
              SET SCREEN-TABLE-PRESENT TO TRUE
              PERFORM 00049-LOAD-ONE-SCREEN-ROW
                 UNTIL SCR-EOF
              CLOSE SCRFILE
           ELSE
              DISPLAY 'TPROG01: SCREENING TABLE NOT AVAILABLE -'
                 ' MESSAGES NOT SCREENED' UPON CONSOLE
           END-IF.
           IF WS-SCREEN-ROWS-NOT-TABLED > 0 THEN
              DISPLAY 'TPROG01: SCREENING TABLE FULL - '
                 WS-SCREEN-ROWS-NOT-TABLED
                 ' ROWS NOT LOADED' UPON CONSOLE
           END-IF.

       00049-LOAD-ONE-SCREEN-ROW.

           READ SCRFILE
              AT END
                 SET SCR-EOF TO TRUE
           END-READ.
           IF NOT SCR-EOF
                 AND (SCR-IS-WORD OR SCR-IS-PATTERN)
                 AND SCR-TEXT NOT = SPACES THEN
              IF WS-SCREEN-CNT < WS-MAX-SCREENS THEN
                 ADD 1 TO WS-SCREEN-CNT
                 MOVE SCR-ENTRY-TYPE
                    TO WS-SCRN-TYPE (WS-SCREEN-CNT)
                 MOVE SCR-CATEGORY
                    TO WS-SCRN-CATEGORY (WS-SCREEN-CNT)
                 MOVE SCR-TEXT TO WS-SCRN-TEXT (WS-SCREEN-CNT)
                 INSPECT WS-SCRN-TEXT (WS-SCREEN-CNT)
                    CONVERTING WS-SCREEN-LOWER TO WS-SCREEN-UPPER
                 PERFORM VARYING WS-SCREEN-LEN FROM 30 BY -1
                          UNTIL WS-SCREEN-LEN = 0
                             OR SCR-TEXT(WS-SCREEN-LEN:1)
                                NOT = SPACE
                    CONTINUE
                 END-PERFORM
                 MOVE WS-SCREEN-LEN TO WS-SCRN-LEN (WS-SCREEN-CNT)
              ELSE
                 ADD 1 TO WS-SCREEN-ROWS-NOT-TABLED
              END-IF
           END-IF.

       00052-LOAD-RELEASE-APPROVALS.

      *    THE APPROVALS STILL OPEN ARE TABLED, THEN THE JOURNAL
      *    IS HELD OPEN EXTEND FOR THE RELEASIN ROWS.  IF IT
      *    CANNOT BE, NO APPROVAL COULD BE MARKED USED -- SO NONE
      *    IS HONOURED AND EVERY RELEASED DETAIL IS SCREENED
           OPEN INPUT JRNFILE.
           IF JRNFILE-STATUS-OK THEN
              PERFORM 00053-LOAD-ONE-JOURNAL-ROW
                 UNTIL JRN-EOF
              CLOSE JRNFILE
           END-IF.
           OPEN EXTEND JRNFILE.
           IF JRNFILE-STATUS-OK THEN
              SET JRN-OPEN TO TRUE
           ELSE
              MOVE ZERO TO WS-APPROVAL-CNT
              DISPLAY 'TPROG01: JOURNAL NOT AVAILABLE - STATUS '
                 WS-JRNFILE-STATUS
                 ' - RELEASED BATCHES WILL BE SCREENED' UPON CONSOLE
           END-IF.
           IF WS-APPROVALS-NOT-TABLED > 0 THEN
              DISPLAY 'TPROG01: APPROVAL TABLE FULL - '
                 WS-APPROVALS-NOT-TABLED
                 ' APPROVALS NOT LOADED' UPON CONSOLE
           END-IF.

       00053-LOAD-ONE-JOURNAL-ROW.

      *    AN APPROVE ROW OPENS AN ENTRY (A LATER ONE FOR THE SAME
      *    HOLD KEY REPLACES IT); A RELEASIN ROW CLOSES IT
           READ JRNFILE
              AT END
                 SET JRN-EOF TO TRUE
           END-READ.
           IF NOT JRN-EOF THEN
              EVALUATE JRN-COMMAND
                 WHEN 'APPROVE '
                    PERFORM 00054-FIND-APPROVAL-ENTRY
                    IF WS-APPROVAL-FOUND-IX = 0 THEN
                       IF WS-APPROVAL-CNT < WS-MAX-APPROVALS THEN
                          ADD 1 TO WS-APPROVAL-CNT
                          MOVE WS-APPROVAL-CNT TO WS-APPROVAL-FOUND-IX
                       ELSE
                          ADD 1 TO WS-APPROVALS-NOT-TABLED
                       END-IF
                    END-IF
                    IF WS-APPROVAL-FOUND-IX > 0 THEN
                       MOVE JRN-KEY
                          TO WS-APR-KEY (WS-APPROVAL-FOUND-IX)
                       MOVE JRN-BEFORE-IMAGE
                          TO WS-APR-IMAGE (WS-APPROVAL-FOUND-IX)
                       SET APR-OPEN (WS-APPROVAL-FOUND-IX) TO TRUE
                    END-IF
                 WHEN 'RELEASIN'
                    PERFORM 00054-FIND-APPROVAL-ENTRY
                    IF WS-APPROVAL-FOUND-IX > 0 THEN
                       MOVE WS-APPROVAL-ENTRY (WS-APPROVAL-CNT)
                          TO WS-APPROVAL-ENTRY (WS-APPROVAL-FOUND-IX)
                       SUBTRACT 1 FROM WS-APPROVAL-CNT
                    END-IF
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.

       00054-FIND-APPROVAL-ENTRY.

           MOVE ZERO TO WS-APPROVAL-FOUND-IX.
           PERFORM VARYING WS-APPROVAL-IX FROM 1 BY 1
                    UNTIL WS-APPROVAL-IX > WS-APPROVAL-CNT
                       OR WS-APPROVAL-FOUND-IX > 0
              IF WS-APR-KEY (WS-APPROVAL-IX) = JRN-KEY THEN
                 MOVE WS-APPROVAL-IX TO WS-APPROVAL-FOUND-IX
              END-IF
           END-PERFORM.

       00050-LOAD-CHECKPOINT.

           MOVE ZERO TO CHECKPOINT-RECORD-NBR.
                    OR MSG-RUN-DATE > WS-BUS-DATE THEN
                 SET DUP-EOF TO TRUE
              ELSE
                 IF NOT MSG-DELETED AND NOT MSG-RECALLED
                    IF WS-DUP-ENTRY-CNT < WS-MAX-DUP-ENTRIES
                       ADD 1 TO WS-DUP-ENTRY-CNT
                       MOVE MSG-RUN-DATE
                       ADD 1 TO WS-MSGS-EXPIRED
                    WHEN OTHER
                       ADD 1 TO WS-MSGS-SWEPT
                       MOVE ZERO TO WS-STAGE-BATCH
                       MOVE ZERO TO WS-REJ-RECORD-NBR
                       MOVE ZERO TO WS-STAGE-SCREEN-IX
                       MOVE ZERO TO WS-STAGE-APPROVAL-IX
                       PERFORM 00630-RELEASE-STAGED-RECORD
                 END-EVALUATE
           END-READ.

       00210-PRINT-TRAILER-BALANCE.

      *    ONE BALANCE LINE PER INFILE BATCH, THEN THE COUNTS PER
      *    ORIGINATOR.  THE RUN ITSELF IS ONLY OUT OF BALANCE WHEN
      *    NO BATCH BALANCED -- A REJECTED BATCH ALONGSIDE GOOD
      *    ONES IS A WARNING (RC=4)
           IF WS-BATCH-CNT = 0 THEN
              MOVE NO-TRAILER-LINE TO OUTPUT-REC
              WRITE OUTPUT-REC
              SET TRAILER-OUT-OF-BALANCE TO TRUE
           ELSE
              PERFORM 00215-PRINT-ONE-BATCH-BALANCE
                 VARYING WS-BATCH-IX FROM 1 BY 1
                 UNTIL WS-BATCH-IX > WS-BATCH-CNT
              MOVE SPACES TO BODY-TEXT
              MOVE BODY-LINE TO OUTPUT-REC
              WRITE OUTPUT-REC
              PERFORM VARYING WS-ORIG-IX FROM 1 BY 1
                       UNTIL WS-ORIG-IX > WS-ORIG-CNT
                 MOVE WS-ORIG-ID (WS-ORIG-IX) TO OC-ORIGINATOR
                 MOVE WS-ORIG-READ (WS-ORIG-IX) TO OC-READ
                 MOVE WS-ORIG-WRITTEN (WS-ORIG-IX) TO OC-WRITTEN
                 MOVE WS-ORIG-REJECTED (WS-ORIG-IX) TO OC-REJECTED
                 MOVE WS-ORIG-BATCHES (WS-ORIG-IX) TO OC-BATCHES
                 MOVE WS-ORIG-BAD-BATCHES (WS-ORIG-IX)
                    TO OC-BAD-BATCHES
                 MOVE ORIGINATOR-COUNT-LINE TO OUTPUT-REC
                 WRITE OUTPUT-REC
              END-PERFORM
              MOVE SPACES TO BODY-TEXT
              MOVE BODY-LINE TO OUTPUT-REC
              WRITE OUTPUT-REC
              IF WS-BATCHES-GOOD = 0 THEN
                 SET TRAILER-OUT-OF-BALANCE TO TRUE
              ELSE
                 IF WS-BATCHES-BAD > 0 THEN
                    DISPLAY 'TPROG01: ' WS-BATCHES-BAD
                       ' INFILE BATCH(ES) OUT OF BALANCE - REJECTED'
                       ' TO REJFILE' UPON CONSOLE
                 END-IF
              END-IF
           END-IF.

           MOVE WS-RECORDS-REJECTED TO RJ-RECORDS-REJECTED.
           MOVE DUPLICATE-COUNT-LINE TO OUTPUT-REC.
           WRITE OUTPUT-REC.

           IF WS-GROUP-MSGS > 0 THEN
              MOVE WS-GROUP-MSGS TO GC-MSGS
              MOVE WS-GROUP-COPIES TO GC-COPIES
              MOVE GROUP-COUNT-LINE TO OUTPUT-REC
              WRITE OUTPUT-REC
           END-IF.

           MOVE WS-MSGS-SCREENED TO SN-HELD.
           MOVE WS-MSGS-RELEASED-IN TO SN-RELEASED.
           MOVE WS-SCREEN-CNT TO SN-ENTRIES.
           IF NOT SCREEN-TABLE-PRESENT THEN
              MOVE '*NOT SCREENED*' TO SN-NOTE
           END-IF.
           MOVE SCREEN-COUNT-LINE TO OUTPUT-REC.
           WRITE OUTPUT-REC.

           IF WS-HIST-CNT > 0 THEN
              MOVE WS-RECORDS-READ TO VO-THIS-RUN
              MOVE WS-HIST-AVG TO VO-AVG
              WRITE OUTPUT-REC
           END-IF.

       00215-PRINT-ONE-BATCH-BALANCE.

           MOVE WS-BAT-ORIG-IX (WS-BATCH-IX) TO WS-ORIG-IX.
           MOVE WS-ORIG-ID (WS-ORIG-IX) TO BA-ORIGINATOR.
           MOVE WS-BAT-TRAILER-COUNT (WS-BATCH-IX) TO BA-TRAILER-COUNT.
           MOVE WS-BAT-COUNTED (WS-BATCH-IX) TO BA-RECORDS-COUNTED.
           EVALUATE TRUE
              WHEN BAT-IN-BALANCE (WS-BATCH-IX)
                 MOVE 'IN BALANCE' TO BA-VERDICT
                 ADD 1 TO WS-BATCHES-GOOD
              WHEN BAT-NO-TRAILER (WS-BATCH-IX)
                 MOVE '*NO TRAILER*' TO BA-VERDICT
                 ADD 1 TO WS-BATCHES-BAD
                 ADD 1 TO WS-ORIG-BAD-BATCHES (WS-ORIG-IX)
              WHEN OTHER
                 MOVE '*OUT OF BALANCE*' TO BA-VERDICT
                 ADD 1 TO WS-BATCHES-BAD
                 ADD 1 TO WS-ORIG-BAD-BATCHES (WS-ORIG-IX)
           END-EVALUATE.
           MOVE BALANCE-LINE TO OUTPUT-REC.
           WRITE OUTPUT-REC.

       00220-PRINT-REJECT-SUMMARY.

           PERFORM 00100-PRINT-HEADER-BLOCK.
                 MOVE REJECT-DETAIL-LINE TO OUTPUT-REC
                 WRITE OUTPUT-REC
              END-IF
              IF WS-REJ-BADBATCH-CNT > 0 THEN
                 MOVE 'BADBATCH' TO RD-REASON
                 MOVE WS-REJ-BADBATCH-CNT TO RD-COUNT
                 MOVE REJECT-DETAIL-LINE TO OUTPUT-REC
                 WRITE OUTPUT-REC
              END-IF
              MOVE 'TOTAL' TO RD-REASON
              MOVE WS-RECORDS-REJECTED TO RD-COUNT
              MOVE REJECT-DETAIL-LINE TO OUTPUT-REC
           MOVE SPACES TO MSGMST-REC.
           MOVE WS-MSG-RUN-DATE TO MSG-RUN-DATE.
           MOVE WS-MSG-SEQ TO MSG-SEQ.
           MOVE WS-OUT-DEST TO MSG-DEST-CODE.
           MOVE TP-PRIORITY TO MSG-PRIORITY.
           SET MSG-ACTIVE TO TRUE.
           MOVE TP-MESSAGE TO MSG-TEXT.
              END-IF
           END-PERFORM.

      *    THE TRAILER BALANCES ITS OWN BATCH ONLY (HEADER AND
      *    DETAILS, REJECTS INCLUDED).  AN OUT-OF-BALANCE BATCH'S
      *    TRAILER GOES STRAIGHT TO REJFILE; ITS STAGED RECORDS
      *    FOLLOW IT THERE AT PRINT TIME.  THE LAST TABLE ENTRY
      *    CAN NEVER BALANCE ONCE OVERFLOW BATCHES HAVE BEEN
      *    FOLDED INTO IT
           MOVE WS-TRAILER-COUNT
              TO WS-BAT-TRAILER-COUNT (WS-CURR-BATCH).
           IF WS-TRAILER-COUNT = WS-BAT-COUNTED (WS-CURR-BATCH)
                 AND NOT (BATCH-TABLE-OVERFLOWED
                      AND WS-CURR-BATCH = WS-MAX-BATCHES) THEN
              SET BAT-IN-BALANCE (WS-CURR-BATCH) TO TRUE
           ELSE
              SET BAT-OUT-OF-BALANCE (WS-CURR-BATCH) TO TRUE
              MOVE WS-RECORDS-READ TO WS-REJ-RECORD-NBR
              PERFORM 00520-WRITE-BATCH-REJECT
           END-IF.
           MOVE ZERO TO WS-CURR-BATCH.

       00810-ASSIGN-BATCH.

      *    A VALID HEADER CLOSES ANY BATCH LEFT OPEN (ITS TRAILER
      *    NEVER CAME) AND OPENS A NEW ONE FOR ITS ORIGINATOR.  A
      *    RECORD ARRIVING WITH NO BATCH OPEN OPENS ONE WITH NO
      *    ORIGINATOR, WHICH ONLY BALANCES IF A TRAILER FOLLOWS
           IF RECORD-IS-VALID AND RECORD-TYPE-HEADER THEN
              IF WS-CURR-BATCH > 0 THEN
                 PERFORM 00830-CLOSE-UNTRAILED-BATCH
              END-IF
              MOVE TP-ORIGINATOR TO WS-NEW-ORIGINATOR
              PERFORM 00820-OPEN-BATCH
           ELSE
              IF WS-CURR-BATCH = 0 THEN
                 MOVE SPACES TO WS-NEW-ORIGINATOR
                 PERFORM 00820-OPEN-BATCH
              END-IF
           END-IF.
           MOVE WS-BAT-ORIG-IX (WS-CURR-BATCH) TO WS-ORIG-IX.
           ADD 1 TO WS-ORIG-READ (WS-ORIG-IX).

       00820-OPEN-BATCH.

           IF WS-NEW-ORIGINATOR = SPACES THEN
              MOVE '(NONE)' TO WS-NEW-ORIGINATOR
           END-IF.
           IF WS-BATCH-CNT < WS-MAX-BATCHES THEN
              ADD 1 TO WS-BATCH-CNT
              MOVE WS-BATCH-CNT TO WS-CURR-BATCH
              MOVE ZERO TO WS-BAT-COUNTED (WS-CURR-BATCH)
              MOVE ZERO TO WS-BAT-TRAILER-COUNT (WS-CURR-BATCH)
              PERFORM 00825-FIND-ORIGINATOR
              MOVE WS-ORIG-IX TO WS-BAT-ORIG-IX (WS-CURR-BATCH)
              ADD 1 TO WS-ORIG-BATCHES (WS-ORIG-IX)
           ELSE
      *       NO ROOM TO TRACK ANOTHER BATCH -- FOLD IT INTO THE
      *       LAST ENTRY SO IT REJECTS RATHER THAN PRINTS UNCHECKED
              IF NOT BATCH-TABLE-OVERFLOWED THEN
                 SET BATCH-TABLE-OVERFLOWED TO TRUE
                 DISPLAY 'TPROG01: BATCH TABLE FULL - BATCHES PAST '
                    WS-MAX-BATCHES ' REJECT AS BADBATCH'
                    UPON CONSOLE
              END-IF
              MOVE WS-MAX-BATCHES TO WS-CURR-BATCH
           END-IF.
           SET BAT-OPEN (WS-CURR-BATCH) TO TRUE.

       00825-FIND-ORIGINATOR.

           MOVE ZERO TO WS-ORIG-IX.
           PERFORM VARYING WS-ORIG-FIND-IX FROM 1 BY 1
                    UNTIL WS-ORIG-FIND-IX > WS-ORIG-CNT
                       OR WS-ORIG-IX > 0
              IF WS-ORIG-ID (WS-ORIG-FIND-IX) = WS-NEW-ORIGINATOR
                 MOVE WS-ORIG-FIND-IX TO WS-ORIG-IX
              END-IF
           END-PERFORM.
           IF WS-ORIG-IX = 0 THEN
              IF WS-ORIG-CNT < WS-MAX-ORIGS THEN
                 ADD 1 TO WS-ORIG-CNT
                 MOVE WS-ORIG-CNT TO WS-ORIG-IX
                 MOVE WS-NEW-ORIGINATOR TO WS-ORIG-ID (WS-ORIG-IX)
                 MOVE ZERO TO WS-ORIG-READ (WS-ORIG-IX)
                 MOVE ZERO TO WS-ORIG-WRITTEN (WS-ORIG-IX)
                 MOVE ZERO TO WS-ORIG-REJECTED (WS-ORIG-IX)
                 MOVE ZERO TO WS-ORIG-BATCHES (WS-ORIG-IX)
                 MOVE ZERO TO WS-ORIG-BAD-BATCHES (WS-ORIG-IX)
              ELSE
                 MOVE WS-MAX-ORIGS TO WS-ORIG-IX
                 MOVE '*OTHERS*' TO WS-ORIG-ID (WS-ORIG-IX)
              END-IF
           END-IF.

       00830-CLOSE-UNTRAILED-BATCH.

           SET BAT-NO-TRAILER (WS-CURR-BATCH) TO TRUE.
           MOVE ZERO TO WS-CURR-BATCH.

       00900-CHECK-TSUBR01-STATUS.

           IF NOT RETURN-STATUS-OK THEN
              CLOSE EXTFILE
              CLOSE CKPFILE
              CLOSE REJFILE
              CLOSE HLDFILE
              CLOSE PENDOUT
              CLOSE DUPFILE
              CLOSE MSGFILE
              IF JRN-OPEN THEN
                 CLOSE JRNFILE
              END-IF
              MOVE 99 TO WS-BCTL-RC
              PERFORM 00037-END-BATCH-CONTROL
              MOVE 99 TO RETURN-CODE
              STOP RUN
           END-IF.

       00970-WRITE-AUDIT-RECORD.

      *    THE ORIGINATOR ROWS GO AHEAD OF THE RUN ROW SO THE LAST
      *    ROW OF THE LOG IS ALWAYS A RUN ROW (TPROG05 CHECKS ITS
      *    OUTCOME); AN ABENDED RUN'S COUNTS ARE INCOMPLETE, SO IT
      *    WRITES THE RUN ROW ONLY
           OPEN EXTEND AUDFILE.
           IF WS-RUN-OUTCOME NOT = 'ABEND' THEN
              PERFORM VARYING WS-ORIG-IX FROM 1 BY 1
                       UNTIL WS-ORIG-IX > WS-ORIG-CNT
                 MOVE SPACES TO AUDIT-REC
                 MOVE WS-ORIG-ID (WS-ORIG-IX) TO AR-ORIGINATOR
                 MOVE WS-ORIG-REJECTED (WS-ORIG-IX)
                    TO AR-RECORDS-REJECTED
                 MOVE WS-RUN-DATE TO AR-RUN-DATE
                 MOVE WS-RUN-TIME TO AR-RUN-TIME
                 MOVE WS-ORIG-READ (WS-ORIG-IX) TO AR-RECORDS-READ
                 MOVE WS-ORIG-WRITTEN (WS-ORIG-IX)
                    TO AR-RECORDS-WRITTEN
                 SET AR-ORIGINATOR-ROW TO TRUE
                 WRITE AUDIT-REC
              END-PERFORM
           END-IF.
           MOVE SPACES TO AUDIT-REC.
           MOVE WS-RUN-USERID TO AR-RUN-USERID.
           MOVE WS-RUN-DATE TO AR-RUN-DATE.
           PERFORM GET-MESSAGE THRU GET-MESSAGE-X
              UNTIL INPUT-DRAINED.

      *    A BATCH STILL OPEN AT END OF FILE NEVER GOT ITS TRAILER
           IF WS-CURR-BATCH > 0 THEN
              PERFORM 00830-CLOSE-UNTRAILED-BATCH
           END-IF.

       00320-GET-NEXT-RECORD.

      *    DRAIN THE BLOCK BUFFER; ONLY GO BACK TO TSUBR01 WHEN
              NOT AT END
                 MOVE SR-RECORD-TYPE TO RECORD-TYPE-CODE
                 MOVE SR-TEXT TO TEXT-PORTION
                 MOVE SR-BATCH TO WS-STAGE-BATCH
                 MOVE SR-SCHED-DISP TO WS-SCHED-DISP
                 MOVE SR-RECORD-NBR TO WS-REJ-RECORD-NBR
                 MOVE SR-SCREEN-IX TO WS-STAGE-SCREEN-IX
                 MOVE SR-APPROVAL-IX TO WS-STAGE-APPROVAL-IX
                 PERFORM 00620-PRINT-STAGED-RECORD
           END-RETURN.

       00600-ROUTE-INPUT-RECORD.

      *    EVERY RECORD BELONGS TO A BATCH.  A GOOD HEADER OR
      *    DETAIL IS STAGED WITH ITS SCHEDULING DECISION, WHICH
      *    IS ONLY ACTED ON AT PRINT TIME ONCE THE BATCH IS KNOWN
      *    TO BALANCE -- PARKING A MESSAGE OF A BATCH THAT LATER
      *    REJECTS WOULD PRINT IT ON A FUTURE RUN
           PERFORM 00500-EDIT-INPUT-RECORD.
           PERFORM 00810-ASSIGN-BATCH.
           IF RECORD-IS-VALID THEN
              EVALUATE TRUE
                 WHEN RECORD-TYPE-TRAILER
                    PERFORM 00800-CAPTURE-TRAILER
                 WHEN OTHER
                    ADD 1 TO WS-BAT-COUNTED (WS-CURR-BATCH)
                    PERFORM 00640-EVALUATE-SCHEDULE
                    MOVE ZERO TO WS-STAGE-SCREEN-IX
                    MOVE ZERO TO WS-STAGE-APPROVAL-IX
                    IF RECORD-TYPE-DETAIL THEN
                       PERFORM 00540-SCREEN-MESSAGE
                    END-IF
                    MOVE WS-CURR-BATCH TO WS-STAGE-BATCH
                    MOVE WS-RECORDS-READ TO WS-REJ-RECORD-NBR
                    PERFORM 00630-RELEASE-STAGED-RECORD
              END-EVALUATE
           ELSE
              ADD 1 TO WS-BAT-COUNTED (WS-CURR-BATCH)
              PERFORM 00510-WRITE-REJECT-RECORD
           END-IF.

       00620-PRINT-STAGED-RECORD.

      *    A RECORD OF A BATCH THAT DID NOT BALANCE FOLLOWS ITS
      *    BATCH TO REJFILE; OTHERWISE THE SCHEDULING (OR
      *    SCREENING) DECISION TAKEN AT STAGING IS ACTED ON NOW
           MOVE ZERO TO WS-ORIG-IX.
           IF WS-STAGE-BATCH > 0 THEN
              MOVE WS-BAT-ORIG-IX (WS-STAGE-BATCH) TO WS-ORIG-IX
           END-IF.
           IF WS-STAGE-BATCH > 0
                 AND NOT BAT-IN-BALANCE (WS-STAGE-BATCH) THEN
              PERFORM 00520-WRITE-BATCH-REJECT
           ELSE
              IF WS-STAGE-APPROVAL-IX > 0 THEN
                 PERFORM 00565-JOURNAL-RELEASE
              END-IF
              EVALUATE TRUE
                 WHEN SCHED-SCREENED
                    PERFORM 00560-WRITE-HELD-RECORD
                 WHEN SCHED-FUTURE
                    ADD 1 TO WS-MSGS-PARKED
                    PERFORM 00650-WRITE-PENDING-RECORD
                 WHEN SCHED-EXPIRED
                    ADD 1 TO WS-MSGS-EXPIRED
                 WHEN RECORD-TYPE-HEADER
                    PERFORM 00100-PRINT-HEADER-BLOCK
                 WHEN OTHER
                    PERFORM 00625-PRINT-STAGED-DETAIL
              END-EVALUATE
           END-IF.

       00625-PRINT-STAGED-DETAIL.

      *    A DISTRIBUTION GROUP CODE GOES OUT ONCE PER ACTIVE
      *    MEMBER; ANY OTHER DESTINATION (OR BROADCAST) IS A
      *    SINGLE COPY
           MOVE ZERO TO WS-GROUP-IX.
           IF NOT TP-DEST-BROADCAST THEN
              PERFORM 00530-FIND-GROUP
           END-IF.
           IF WS-GROUP-IX > 0 THEN
              IF WS-GRP-MEMBER-CNT (WS-GROUP-IX) = 0 THEN
                 MOVE ZERO TO WS-GROUP-IX
              END-IF
           END-IF.
           IF WS-GROUP-IX > 0 THEN
              PERFORM 00670-PRINT-GROUP-DETAIL
           ELSE
              MOVE TP-DEST-CODE TO WS-OUT-DEST
              MOVE SPACES TO WS-OUT-GROUP
              PERFORM 00660-CHECK-DUPLICATE
              IF DUPLICATE-FOUND AND DUP-SUPPRESSING THEN
                 ADD 1 TO WS-MSGS-SUPPRESSED
              ELSE
                 PERFORM 00680-PRINT-DETAIL-BODY
                 PERFORM 00690-WRITE-DETAIL-COPY
              END-IF
           END-IF.

       00670-PRINT-GROUP-DETAIL.

      *    EACH MEMBER COPY IS DUPLICATE-CHECKED ON ITS OWN
      *    MEMBER CODE.  THE COPIES NEVER FLAG ONE ANOTHER -- THE
      *    DUPLICATE TABLE HOLDS ONLY MASTER ROWS LOADED BEFORE
      *    THIS RUN.  THE BANNER BODY PRINTS ONCE, WITH THE FIRST
      *    COPY THAT GOES OUT
           ADD 1 TO WS-GROUP-MSGS.
           MOVE 'N' TO WS-GROUP-BODY-SW.
           MOVE TP-DEST-CODE TO WS-OUT-GROUP.
           PERFORM 00675-WRITE-GROUP-COPY
              VARYING WS-GRP-MEMBER-IX FROM 1 BY 1
              UNTIL WS-GRP-MEMBER-IX >
                       WS-GRP-MEMBER-CNT (WS-GROUP-IX).

       00675-WRITE-GROUP-COPY.

           MOVE WS-GRP-MEMBER (WS-GROUP-IX, WS-GRP-MEMBER-IX)
              TO WS-OUT-DEST.
           PERFORM 00660-CHECK-DUPLICATE.
           IF DUPLICATE-FOUND AND DUP-SUPPRESSING THEN
              ADD 1 TO WS-MSGS-SUPPRESSED
           ELSE
              IF NOT GROUP-BODY-PRINTED THEN
                 PERFORM 00680-PRINT-DETAIL-BODY
                 SET GROUP-BODY-PRINTED TO TRUE
              END-IF
              ADD 1 TO WS-GROUP-COPIES
              PERFORM 00690-WRITE-DETAIL-COPY
           END-IF.

       00680-PRINT-DETAIL-BODY.

           IF TP-PRIORITY-FLASH OR TP-PRIORITY-URGENT
              MOVE SPACES TO BODY-TEXT
              MOVE BODY-LINE TO OUTPUT-REC
              WRITE OUTPUT-REC
              MOVE FLASH-LINE TO OUTPUT-REC
              WRITE OUTPUT-REC
           END-IF.
           MOVE WS-RECORDS-WRITTEN TO WS-WRITTEN-BEFORE.
           PERFORM 00700-WRITE-BODY-TEXT.
           IF WS-ORIG-IX > 0 THEN
              COMPUTE WS-ORIG-WRITTEN (WS-ORIG-IX) =
                 WS-ORIG-WRITTEN (WS-ORIG-IX)
                 + WS-RECORDS-WRITTEN - WS-WRITTEN-BEFORE
           END-IF.

       00690-WRITE-DETAIL-COPY.

           MOVE WS-BUS-DATE TO EX-RUN-DATE.
           MOVE WS-OUT-DEST TO EX-DEST-CODE.
           MOVE TP-PRIORITY TO EX-PRIORITY.
           MOVE TP-MESSAGE TO EX-MSG-TEXT.
           MOVE WS-OUT-GROUP TO EX-GROUP-CODE.
           PERFORM 00750-LOAD-MESSAGE-MASTER.
           MOVE WS-MSG-SEQ TO EX-MSG-SEQ.
           WRITE EXTRACT-REC.

       00660-CHECK-DUPLICATE.

           PERFORM VARYING WS-DUP-IX FROM 1 BY 1
                    UNTIL WS-DUP-IX > WS-DUP-ENTRY-CNT
                       OR DUPLICATE-FOUND
              IF WS-DUP-DEST (WS-DUP-IX) = WS-OUT-DEST
                    AND WS-DUP-MSG (WS-DUP-IX) = TP-MESSAGE THEN
                 SET DUPLICATE-FOUND TO TRUE
                 ADD 1 TO WS-MSGS-DUPLICATE
                 MOVE WS-DUP-DATE (WS-DUP-IX) TO DU-FIRST-DATE
                 MOVE WS-OUT-DEST TO DU-DEST
                 MOVE TP-PRIORITY TO DU-PRIORITY
                 MOVE TP-MESSAGE TO DU-MESSAGE
                 MOVE DUP-DETAIL-LINE TO DUPRPT-REC
           MOVE WS-RELEASE-SEQ TO SR-SEQ.
           MOVE RECORD-TYPE-CODE TO SR-RECORD-TYPE.
           MOVE TEXT-PORTION TO SR-TEXT.
           MOVE WS-STAGE-BATCH TO SR-BATCH.
           MOVE WS-SCHED-DISP TO SR-SCHED-DISP.
           MOVE WS-REJ-RECORD-NBR TO SR-RECORD-NBR.
           MOVE WS-STAGE-SCREEN-IX TO SR-SCREEN-IX.
           MOVE WS-STAGE-APPROVAL-IX TO SR-APPROVAL-IX.
           RELEASE SORT-REC.

       00640-EVALUATE-SCHEDULE.
                    SET DEST-CODE-VALID TO TRUE
                 END-IF
              END-PERFORM
      *       A GROUP CODE IS VALID WHILE IT HAS AN ACTIVE MEMBER
              IF NOT DEST-CODE-VALID THEN
                 PERFORM 00530-FIND-GROUP
                 IF WS-GROUP-IX > 0 THEN
                    IF WS-GRP-MEMBER-CNT (WS-GROUP-IX) > 0 THEN
                       SET DEST-CODE-VALID TO TRUE
                    END-IF
                 END-IF
              END-IF
              IF NOT DEST-CODE-VALID THEN
                 MOVE 'N' TO WS-RECORD-VALID-SW
                 MOVE 'BADDEST' TO WS-REJECT-REASON
              END-IF
           END-IF.

       00530-FIND-GROUP.

           MOVE ZERO TO WS-GROUP-IX.
           PERFORM VARYING WS-GROUP-FIND-IX FROM 1 BY 1
                    UNTIL WS-GROUP-FIND-IX > WS-GROUP-CNT
                       OR WS-GROUP-IX > 0
              IF WS-GRP-CODE (WS-GROUP-FIND-IX) = TP-DEST-CODE THEN
                 MOVE WS-GROUP-FIND-IX TO WS-GROUP-IX
              END-IF
           END-PERFORM.

       00540-SCREEN-MESSAGE.

      *    A HIT HOLDS THE DETAIL WHATEVER ITS SCHEDULE -- THE
      *    DATES ARE JUDGED AGAIN WHEN A SUPERVISOR RELEASES IT.
      *    A DETAIL OF A 'RELEASED' BATCH IS LET THROUGH ONLY IF
      *    IT IS THE IMAGE OF A SUPERVISOR'S OPEN APPROVAL -- THE
      *    HEADER ALONE PROVES NOTHING, SO ANY OTHER DETAIL UNDER
      *    IT IS SCREENED LIKE ANY FEED'S
           IF WS-ORIG-ID (WS-ORIG-IX) = 'RELEASED' THEN
              PERFORM 00550-MATCH-RELEASE-APPROVAL
           END-IF.
           IF WS-STAGE-APPROVAL-IX > 0 THEN
              ADD 1 TO WS-MSGS-RELEASED-IN
           ELSE
              MOVE TP-MESSAGE TO WS-SCREEN-WORK
              INSPECT WS-SCREEN-WORK
                 CONVERTING WS-SCREEN-LOWER TO WS-SCREEN-UPPER
              MOVE ZERO TO WS-SCREEN-HIT-IX
              PERFORM 00545-SCREEN-ONE-ENTRY
                 VARYING WS-SCREEN-IX FROM 1 BY 1
                 UNTIL WS-SCREEN-IX > WS-SCREEN-CNT
                    OR WS-SCREEN-HIT-IX > 0
              IF WS-SCREEN-HIT-IX > 0 THEN
                 SET SCHED-SCREENED TO TRUE
                 MOVE WS-SCREEN-HIT-IX TO WS-STAGE-SCREEN-IX
              END-IF
           END-IF.

       00550-MATCH-RELEASE-APPROVAL.

      *    EACH APPROVAL COVERS ONE DETAIL -- A MATCH IS SPOKEN
      *    FOR AT ONCE SO A REPEAT OF THE TEXT CANNOT SHARE IT
           MOVE RECORD-TYPE-CODE TO WS-RELEASE-IMAGE(1:1).
           MOVE TEXT-PORTION TO WS-RELEASE-IMAGE(2:79).
           PERFORM VARYING WS-APPROVAL-IX FROM 1 BY 1
                    UNTIL WS-APPROVAL-IX > WS-APPROVAL-CNT
                       OR WS-STAGE-APPROVAL-IX > 0
              IF APR-OPEN (WS-APPROVAL-IX)
                    AND WS-APR-IMAGE (WS-APPROVAL-IX)
                        = WS-RELEASE-IMAGE THEN
                 SET APR-MATCHED (WS-APPROVAL-IX) TO TRUE
                 MOVE WS-APPROVAL-IX TO WS-STAGE-APPROVAL-IX
              END-IF
           END-PERFORM.
           IF WS-STAGE-APPROVAL-IX = 0 THEN
              DISPLAY 'TPROG01: RELEASED DETAIL ' WS-RECORDS-READ
                 ' HAS NO OPEN APPROVAL - SCREENED' UPON CONSOLE
           END-IF.

       00545-SCREEN-ONE-ENTRY.

           MOVE WS-SCRN-LEN (WS-SCREEN-IX) TO WS-SCREEN-LEN.
           COMPUTE WS-SCREEN-LAST-POS =
              LENGTH OF WS-SCREEN-WORK - WS-SCREEN-LEN + 1.
           MOVE 'N' TO WS-SCREEN-MATCH-SW.
           PERFORM 00547-MATCH-AT-POSITION
              VARYING WS-SCREEN-POS FROM 1 BY 1
              UNTIL WS-SCREEN-POS > WS-SCREEN-LAST-POS
                 OR SCREEN-MATCHED.
           IF SCREEN-MATCHED THEN
              MOVE WS-SCREEN-IX TO WS-SCREEN-HIT-IX
           END-IF.

       00547-MATCH-AT-POSITION.

      *    # IS ANY DIGIT, @ ANY LETTER AND ? ANY CHARACTER IN A
      *    PATTERN ROW; A WORD ROW MUST MATCH EXACTLY AND STAND
      *    ALONE (NO LETTER OR DIGIT EITHER SIDE OF IT)
           SET SCREEN-MATCHED TO TRUE.
           PERFORM VARYING WS-SCREEN-CHAR-IX FROM 1 BY 1
                    UNTIL WS-SCREEN-CHAR-IX > WS-SCREEN-LEN
                       OR NOT SCREEN-MATCHED
              MOVE WS-SCRN-TEXT (WS-SCREEN-IX)
                      (WS-SCREEN-CHAR-IX:1)
                 TO WS-SCREEN-PAT-CHAR
              MOVE WS-SCREEN-WORK
                      (WS-SCREEN-POS + WS-SCREEN-CHAR-IX - 1:1)
                 TO WS-SCREEN-MSG-CHAR
              EVALUATE TRUE
                 WHEN SCRN-IS-PATTERN (WS-SCREEN-IX)
                       AND WS-SCREEN-PAT-CHAR = '#'
                    IF WS-SCREEN-MSG-CHAR NOT NUMERIC THEN
                       MOVE 'N' TO WS-SCREEN-MATCH-SW
                    END-IF
                 WHEN SCRN-IS-PATTERN (WS-SCREEN-IX)
                       AND WS-SCREEN-PAT-CHAR = '@'
                    IF WS-SCREEN-MSG-CHAR NOT ALPHABETIC
                          OR WS-SCREEN-MSG-CHAR = SPACE THEN
                       MOVE 'N' TO WS-SCREEN-MATCH-SW
                    END-IF
                 WHEN SCRN-IS-PATTERN (WS-SCREEN-IX)
                       AND WS-SCREEN-PAT-CHAR = '?'
                    CONTINUE
                 WHEN OTHER
                    IF WS-SCREEN-MSG-CHAR NOT = WS-SCREEN-PAT-CHAR
                       MOVE 'N' TO WS-SCREEN-MATCH-SW
                    END-IF
              END-EVALUATE
           END-PERFORM.

           IF SCREEN-MATCHED AND SCRN-IS-WORD (WS-SCREEN-IX) THEN
              IF WS-SCREEN-POS > 1 THEN
                 MOVE WS-SCREEN-WORK(WS-SCREEN-POS - 1:1)
                    TO WS-SCREEN-EDGE-CHAR
                 IF SCREEN-EDGE-IN-WORD THEN
                    MOVE 'N' TO WS-SCREEN-MATCH-SW
                 END-IF
              END-IF
              IF WS-SCREEN-POS < WS-SCREEN-LAST-POS THEN
                 MOVE WS-SCREEN-WORK
                         (WS-SCREEN-POS + WS-SCREEN-LEN:1)
                    TO WS-SCREEN-EDGE-CHAR
                 IF SCREEN-EDGE-IN-WORD THEN
                    MOVE 'N' TO WS-SCREEN-MATCH-SW
                 END-IF
              END-IF
           END-IF.

       00560-WRITE-HELD-RECORD.

      *    A SCREENED DETAIL OF A BALANCED BATCH -- HELD FOR A
      *    SUPERVISOR, NEVER PRINTED, EXTRACTED OR LOADED
           ADD 1 TO WS-MSGS-SCREENED.
           ADD 1 TO WS-HOLD-SEQ.
           MOVE SPACES TO HELDMSG-REC.
           MOVE WS-BUS-DATE TO HLD-BUS-DATE.
           MOVE WS-HOLD-SEQ TO HLD-SEQ.
           IF WS-ORIG-IX > 0 THEN
              MOVE WS-ORIG-ID (WS-ORIG-IX) TO HLD-ORIGINATOR
           END-IF.
           MOVE WS-REJ-RECORD-NBR TO HLD-RECORD-NBR.
           MOVE WS-SCRN-CATEGORY (WS-STAGE-SCREEN-IX)
              TO HLD-CATEGORY.
           MOVE WS-SCRN-TEXT (WS-STAGE-SCREEN-IX) TO HLD-PATTERN.
           MOVE RECORD-TYPE-CODE TO HLD-IMAGE-TYPE.
           MOVE TEXT-PORTION TO HLD-IMAGE-TEXT.
           WRITE HELDMSG-REC.
           DISPLAY 'TPROG01: MESSAGE HELD BY SCREENING - KEY '
              HLD-KEY ' ' HLD-CATEGORY UPON CONSOLE.

       00565-JOURNAL-RELEASE.

      *    THE APPROVAL IS USED UP ONCE ITS BATCH BALANCES.  A
      *    FAILED WRITE LEAVES IT OPEN FOR ANOTHER RUN -- SAY SO
      *    AND END THE RUN RC=4
           MOVE SPACES TO JRNL-REC.
           MOVE 'RELEASIN' TO JRN-COMMAND.
           MOVE WS-APR-KEY (WS-STAGE-APPROVAL-IX) TO JRN-KEY.
           MOVE WS-RUN-USERID TO JRN-USERID.
           MOVE WS-RUN-DATE TO JRN-DATE.
           MOVE WS-RUN-TIME TO JRN-TIME.
           MOVE WS-APR-IMAGE (WS-STAGE-APPROVAL-IX)
              TO JRN-BEFORE-IMAGE.
           WRITE JRNL-REC.
           IF JRNFILE-STATUS-OK THEN
              SET APR-USED (WS-STAGE-APPROVAL-IX) TO TRUE
           ELSE
              ADD 1 TO WS-RELEASE-JRN-FAILS
              DISPLAY 'TPROG01: JOURNAL WRITE FAILED - STATUS '
                 WS-JRNFILE-STATUS ' - APPROVAL '
                 WS-APR-KEY (WS-STAGE-APPROVAL-IX)
                 ' LEFT OPEN' UPON CONSOLE
           END-IF.

       00510-WRITE-REJECT-RECORD.

           ADD 1 TO WS-RECORDS-REJECTED.
              WHEN 'BADDATE'
                 ADD 1 TO WS-REJ-BADDATE-CNT
           END-EVALUATE.
           ADD 1 TO WS-ORIG-REJECTED (WS-ORIG-IX).
           MOVE SPACES TO REJECT-REC.
           MOVE WS-RECORDS-READ TO REJ-RECORD-NBR.
           MOVE WS-REJECT-REASON TO REJ-REASON.
           MOVE TEXT-PORTION TO REJ-IMAGE-TEXT.
           WRITE REJECT-REC.

       00520-WRITE-BATCH-REJECT.

      *    ONE RECORD OF AN OUT-OF-BALANCE BATCH -- WS-REJ-RECORD-
      *    NBR IS ITS INPUT RECORD NUMBER, WS-ORIG-IX ITS OFFICE
           ADD 1 TO WS-RECORDS-REJECTED.
           ADD 1 TO WS-REJ-BADBATCH-CNT.
           IF WS-ORIG-IX > 0 THEN
              ADD 1 TO WS-ORIG-REJECTED (WS-ORIG-IX)
           END-IF.
           MOVE SPACES TO REJECT-REC.
           MOVE WS-REJ-RECORD-NBR TO REJ-RECORD-NBR.
           MOVE 'BADBATCH' TO REJ-REASON.
           MOVE RECORD-TYPE-CODE TO REJ-IMAGE-TYPE.
           MOVE TEXT-PORTION TO REJ-IMAGE-TEXT.
           WRITE REJECT-REC.

       GET-MESSAGE.
              PERFORM 00320-GET-NEXT-RECORD.
              IF NOT INPUT-DRAINED THEN
