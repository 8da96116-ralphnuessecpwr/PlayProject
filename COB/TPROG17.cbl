       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TPROG17.
       AUTHOR.        COMPUWARE ISPW TRAINING.
       DATE-WRITTEN.  OCTOBER 15TH, 2026.
       DATE-COMPILED.

      ********************************************************
      * THIS PROGRAM IS THE ARCHIVE RESTORE UTILITY.  COMMAND
      *      CARDS ON CMDFILE SELECT WHAT TO BRING BACK:
      *
      *        KEY      YYYYMMDD NNNNNNNN       ONE MESSAGE
      *        RANGE    YYYYMMDD YYYYMMDD       EVERY MESSAGE IN
      *                                         A RUN-DATE RANGE
      *        DEST     YYYYMMDD YYYYMMDD DDD   ONE DESTINATION'S
      *                                         MESSAGES IN A
      *                                         RUN-DATE RANGE
      *                                         ('***' = BROADCAST)
      *        EXTRACT  YYYYMMDD YYYYMMDD       EXTRACT SLICE
      *        AUDIT    YYYYMMDD YYYYMMDD       AUDIT SLICE
      *
      *      KEY/RANGE/DEST ROWS ARE PULLED FROM THE MSGOFFLD
      *      GENERATION NAMED IN THE JCL (TPROG12 OFFLOADS) AND
      *      WRITTEN BACK INTO THE MESSAGE MASTER.  A KEY ALREADY
      *      ON THE MASTER IS SKIPPED AND REPORTED.  EVERY ROW
      *      RESTORED IS FIRST JOURNALED TO JRNFILE (TCPYH01) AS
      *      A RESTORE ROW; WITH NO JOURNAL NOTHING IS RESTORED.
      *      A RESTORED ROW COMES BACK EXACTLY AS OFFLOADED (A
      *      DELETED ROW STAYS DELETED), SO THE NEXT TPROG12 RUN
      *      OFFLOADS IT AGAIN ONCE IT IS PAST RETENTION.
      *
      *      EXTRACT/AUDIT ROWS DATED IN THE RANGE ARE COPIED
      *      FROM THE EXTARCH/AUDARCH GENERATIONS (TPROG05
      *      ARCHIVES) TO THE EXTSLICE/AUDSLICE DATASETS IN THE
      *      CURRENT LAYOUTS.  THE LIVE DATASETS ARE NOT TOUCHED.
      *
      *      PARM (ANY ORDER, ALL OPTIONAL):
      *        GEN=XXXXXXXX  THE GENERATION NAME, FOR THE REPORT
      *        OLD80         THE MSGOFFLD GENERATION WAS CUT
      *                      BEFORE THE MASTER WENT TO 96 BYTES
      *        OLD71         THE EXTARCH GENERATION WAS CUT
      *                      BEFORE THE EXTRACT WENT TO 74 BYTES
      *        OLD74         THE EXTARCH GENERATION WAS CUT
      *                      BEFORE THE EXTRACT WENT TO 82 BYTES
      *      OLD ROWS ARE PADDED WITH SPACES TO THE CURRENT
      *      LAYOUT.
      *
      *      RC 4 = A CARD REJECTED OR MATCHING NOTHING, OR A KEY
      *      SKIPPED; RC 8 = JOURNAL OR MASTER WRITE FAILURE;
      *      RC 12 = A FILE NEEDED BY THE CARDS WOULD NOT OPEN.
      *
      *      COPYLIBS   TCPYA01   (HEADER)
      *                 TCPYD01   (MESSAGE MASTER RECORD)
      *                 TCPYE01   (AUDIT RECORD)
      *                 TCPYH01   (MAINTENANCE JOURNAL RECORD)
      * ======================================================
      *                   MODIFICATION  LOG
      *
      *  DD/MM/YY  PROGRAMMER  CHANGES
      *  ********  **********  *******
      *  15/10/26  MAINT       NEW PROGRAM
      *  15/10/26  MAINT       EXTRACT NOW 82 BYTES (EX-MSG-SEQ) --
      *                        EXTARCH/EXTSLICE WIDENED, AND PARM
      *                        OLD74 (EXT74) READS A GENERATION CUT
      *                        BEFORE TCONVR5J
      *  15/10/26  MAINT       A MSGMASTR READ STATUS OTHER THAN '00'
      *                        OR '23' IS NOW REPORTED AS A FAILURE
      *                        (RC=8) AND THE ROW IS NOT JOURNALED
      *                        OR RESTORED
      *  15/10/26  MAINT       COMMAND ECHO AND SELECTION CARD FIELDS
      *                        29 -> 30 BYTES -- THE LAST BYTE OF THE
      *                        DEST OPERAND WAS BEING DROPPED
      * ======================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CMDFILE  ASSIGN UT-S-CMDIN
             ORGANIZATION IS SEQUENTIAL
             ACCESS IS SEQUENTIAL.

           SELECT MSGFILE  ASSIGN MSGMASTR
             ORGANIZATION IS INDEXED
             ACCESS IS DYNAMIC
             RECORD KEY IS MSG-KEY
             FILE STATUS IS WS-MSGFILE-STATUS.

      *****************************************************
      *  OFFFILE/OFF80  - THE MSGOFFLD GENERATION, READ AT
      *                   96 BYTES OR (PARM OLD80) AT THE
      *                   80 BYTES OF THE EARLIER MASTER
      *****************************************************
           SELECT OFFFILE  ASSIGN UT-S-MSGOFFLD
             ORGANIZATION IS SEQUENTIAL
             ACCESS IS SEQUENTIAL
             FILE STATUS IS WS-OFFFILE-STATUS.

           SELECT OFF80    ASSIGN UT-S-MSGOFFLD
             ORGANIZATION IS SEQUENTIAL
             ACCESS IS SEQUENTIAL
             FILE STATUS IS WS-OFFFILE-STATUS.

      *****************************************************
      *  EXTARCH/EXT71/EXT74 - THE EXTARCH GENERATION, READ
      *                   AT 82 BYTES OR (PARM OLD71/OLD74) AT
      *                   71/74
      *****************************************************
           SELECT EXTARCH  ASSIGN UT-S-EXTARCH
             ORGANIZATION IS SEQUENTIAL
             ACCESS IS SEQUENTIAL
             FILE STATUS IS WS-ARCFILE-STATUS.

           SELECT EXT71    ASSIGN UT-S-EXTARCH
             ORGANIZATION IS SEQUENTIAL
             ACCESS IS SEQUENTIAL
             FILE STATUS IS WS-ARCFILE-STATUS.

           SELECT EXT74    ASSIGN UT-S-EXTARCH
             ORGANIZATION IS SEQUENTIAL
             ACCESS IS SEQUENTIAL
             FILE STATUS IS WS-ARCFILE-STATUS.

           SELECT AUDARCH  ASSIGN UT-S-AUDARCH
             ORGANIZATION IS SEQUENTIAL
             ACCESS IS SEQUENTIAL
             FILE STATUS IS WS-ARCFILE-STATUS.

           SELECT EXTSLICE ASSIGN UT-S-EXTSLICE
             ORGANIZATION IS SEQUENTIAL
             ACCESS IS SEQUENTIAL.

           SELECT AUDSLICE ASSIGN UT-S-AUDSLICE
             ORGANIZATION IS SEQUENTIAL
             ACCESS IS SEQUENTIAL.

      *****************************************************
      *  JRNFILE - APPEND-ONLY MAINTENANCE JOURNAL, OPENED
      *            EXTEND FOR ONE ROW PER RESTORED MESSAGE
      *****************************************************
           SELECT JRNFILE  ASSIGN UT-S-JOURNAL
             ORGANIZATION IS SEQUENTIAL
             ACCESS IS SEQUENTIAL
             FILE STATUS IS WS-JRNFILE-STATUS.

           SELECT RPTFILE  ASSIGN UT-S-RSTRPT
             ORGANIZATION IS SEQUENTIAL
             ACCESS IS SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

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
           05  FILLER            PIC X(1).
           05  CMD-DEST          PIC X(3).
           05  FILLER            PIC X(50).

       FD  MSGFILE
           RECORD CONTAINS 96 CHARACTERS
           DATA RECORD IS MSGMST-REC.

       COPY TCPYD01.

       FD  OFFFILE
           LABEL RECORDS OMITTED
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           DATA RECORD IS OFFLOAD-REC.

       01  OFFLOAD-REC           PIC X(96).

       FD  OFF80
           LABEL RECORDS OMITTED
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           DATA RECORD IS OFFLOAD-80-REC.

       01  OFFLOAD-80-REC        PIC X(80).

       FD  EXTARCH
           LABEL RECORDS OMITTED
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           DATA RECORD IS EXTARCH-REC.

       01  EXTARCH-REC           PIC X(82).

       FD  EXT71
           LABEL RECORDS OMITTED
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           DATA RECORD IS EXTARCH-71-REC.

       01  EXTARCH-71-REC        PIC X(71).

       FD  EXT74
           LABEL RECORDS OMITTED
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           DATA RECORD IS EXTARCH-74-REC.

       01  EXTARCH-74-REC        PIC X(74).

       FD  AUDARCH
           LABEL RECORDS OMITTED
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           DATA RECORD IS AUDIT-REC.

       COPY TCPYE01.

       FD  EXTSLICE
           LABEL RECORDS OMITTED
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           DATA RECORD IS EXTSLICE-REC.

       01  EXTSLICE-REC          PIC X(82).

       FD  AUDSLICE
           LABEL RECORDS OMITTED
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           DATA RECORD IS AUDSLICE-REC.

       01  AUDSLICE-REC          PIC X(71).

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
       01  WS-MSGFILE-STATUS          PIC X(2)      VALUE '00'.
           88  MSGFILE-STATUS-OK          VALUE '00'.
           88  MSGFILE-KEY-ABSENT         VALUE '23'.
       01  WS-OFFFILE-STATUS          PIC X(2)      VALUE '00'.
           88  OFFFILE-STATUS-OK          VALUE '00'.
       01  WS-ARCFILE-STATUS          PIC X(2)      VALUE '00'.
           88  ARCFILE-STATUS-OK          VALUE '00'.
       01  WS-JRNFILE-STATUS          PIC X(2)      VALUE '00'.
           88  JRNFILE-STATUS-OK          VALUE '00'.
       01  WS-CMD-EOF-SW              PIC X(1)      VALUE 'N'.
           88  CMD-EOF                    VALUE 'Y'.
       01  WS-ARC-EOF-SW              PIC X(1)      VALUE 'N'.
           88  ARC-EOF                    VALUE 'Y'.
       01  WS-JRN-OPEN-SW             PIC X(1)      VALUE 'N'.
           88  JRN-OPEN                   VALUE 'Y'.
       01  WS-RESTORE-STOP-SW         PIC X(1)      VALUE 'N'.
           88  RESTORE-STOPPED            VALUE 'Y'.

      ****************************************************
      **** PARM OPTIONS
      ****************************************************
       01  WS-PARM-IX                 PIC 9(2)      VALUE ZERO.
       01  WS-PARM-SCAN-MAX           PIC S9(4)     VALUE ZERO.
       01  WS-GEN-NAME                PIC X(17)     VALUE SPACES.
       01  WS-OLD80-SW                PIC X(1)      VALUE 'N'.
           88  OFFLOAD-IS-OLD80           VALUE 'Y'.
       01  WS-OLD71-SW                PIC X(1)      VALUE 'N'.
           88  EXTARCH-IS-OLD71           VALUE 'Y'.
       01  WS-OLD74-SW                PIC X(1)      VALUE 'N'.
           88  EXTARCH-IS-OLD74           VALUE 'Y'.
       01  WS-RUN-USERID              PIC X(20)     VALUE SPACES.

      ****************************************************
      **** SELECTION TABLE -- EVERY GOOD CARD, SO EACH
      **** ARCHIVE IS READ ONCE WHATEVER THE CARD COUNT.
      **** TYPE K/R/D SELECT MASTER ROWS, E EXTRACT ROWS,
      **** A AUDIT ROWS
      ****************************************************
       01  WS-MAX-SELECTS             PIC 9(3)      VALUE 100.
       01  WS-SELECT-CNT              PIC 9(3)      VALUE ZERO.
       01  WS-SEL-IX                  PIC 9(3)      VALUE ZERO.
       01  WS-SEL-HIT-IX              PIC 9(3)      VALUE ZERO.
       01  WS-MASTER-SEL-CNT          PIC 9(3)      VALUE ZERO.
       01  WS-EXTRACT-SEL-CNT         PIC 9(3)      VALUE ZERO.
       01  WS-AUDIT-SEL-CNT           PIC 9(3)      VALUE ZERO.
       01  WS-SELECT-TABLE.
           05  WS-SELECT-ENTRY OCCURS 100 TIMES.
               10  WS-SEL-TYPE       PIC X(1).
                   88  SEL-BY-KEY        VALUE 'K'.
                   88  SEL-BY-RANGE      VALUE 'R'.
                   88  SEL-BY-DEST       VALUE 'D'.
                   88  SEL-EXTRACT       VALUE 'E'.
                   88  SEL-AUDIT         VALUE 'A'.
               10  WS-SEL-CARD       PIC X(30).
               10  WS-SEL-FROM       PIC X(8).
               10  WS-SEL-TO         PIC X(8).
               10  WS-SEL-SEQ        PIC 9(8).
               10  WS-SEL-DEST       PIC X(3).
               10  WS-SEL-MATCHES    PIC 9(8).

      ****************************************************
      **** ARCHIVE ROW WORK AREAS
      ****************************************************
       01  WS-OFFLOAD-IMAGE           PIC X(96)     VALUE SPACES.
       01  WS-OFFLOAD-KEY REDEFINES WS-OFFLOAD-IMAGE.
           05  WS-OFF-RUN-DATE        PIC X(8).
           05  WS-OFF-SEQ             PIC X(8).
           05  WS-OFF-DEST-CODE       PIC X(3).
           05  FILLER                 PIC X(77).
       01  WS-EXTRACT-IMAGE           PIC X(82)     VALUE SPACES.
       01  WS-ROW-DATE                PIC X(8)      VALUE SPACES.
       01  WS-MATCH-DEST              PIC X(3)      VALUE SPACES.

      ****************************************************
      **** RUN CONTROL TOTALS
      ****************************************************
       01  WS-CARDS-READ              PIC 9(8)      VALUE ZERO.
       01  WS-CARDS-REJECTED          PIC 9(8)      VALUE ZERO.
       01  WS-OFFLOAD-READ            PIC 9(8)      VALUE ZERO.
       01  WS-MSGS-SELECTED           PIC 9(8)      VALUE ZERO.
       01  WS-MSGS-RESTORED           PIC 9(8)      VALUE ZERO.
       01  WS-MSGS-SKIPPED            PIC 9(8)      VALUE ZERO.
       01  WS-MSGS-FAILED             PIC 9(8)      VALUE ZERO.
       01  WS-EXTARCH-READ            PIC 9(8)      VALUE ZERO.
       01  WS-EXTRACT-WRITTEN         PIC 9(8)      VALUE ZERO.
       01  WS-AUDARCH-READ            PIC 9(8)      VALUE ZERO.
       01  WS-AUDIT-WRITTEN           PIC 9(8)      VALUE ZERO.
       01  WS-EMPTY-CARDS             PIC 9(8)      VALUE ZERO.

      ****************************************************
      **** REPORT LINES
      ****************************************************
       01  WS-RPT-TITLE-LINE.
           05  T1-CC                 PIC X(1)      VALUE ' '.
           05  FILLER                PIC X(36)     VALUE
               'TPROG17 ARCHIVE RESTORE  GENERATION '.
           05  T1-GEN                PIC X(17).
           05  FILLER                PIC X(2)      VALUE SPACES.
           05  T1-FORMAT             PIC X(40).
           05  FILLER                PIC X(37)     VALUE SPACES.

       01  WS-COMMAND-ECHO-LINE.
           05  CE-CC                 PIC X(1)      VALUE ' '.
           05  FILLER                PIC X(9)      VALUE 'COMMAND: '.
           05  CE-COMMAND            PIC X(30).
           05  FILLER                PIC X(2)      VALUE SPACES.
           05  CE-RESULT             PIC X(50).
           05  FILLER                PIC X(41)     VALUE SPACES.

       01  WS-SECTION-LINE.
           05  SL-CC                 PIC X(1)      VALUE ' '.
           05  SL-TEXT               PIC X(132).

       01  WS-RESTORE-LINE.
           05  RL-CC                 PIC X(1)      VALUE ' '.
           05  FILLER                PIC X(2)      VALUE SPACES.
           05  RL-RUN-DATE           PIC X(8).
           05  FILLER                PIC X(1)      VALUE SPACES.
           05  RL-SEQ                PIC X(8).
           05  FILLER                PIC X(2)      VALUE SPACES.
           05  RL-DEST               PIC X(3).
           05  FILLER                PIC X(2)      VALUE SPACES.
           05  RL-PRIORITY           PIC X(1).
           05  FILLER                PIC X(2)      VALUE SPACES.
           05  RL-STATUS             PIC X(1).
           05  FILLER                PIC X(2)      VALUE SPACES.
           05  RL-RESULT             PIC X(30).
           05  FILLER                PIC X(2)      VALUE SPACES.
           05  RL-TEXT               PIC X(59).
           05  FILLER                PIC X(9)      VALUE SPACES.

       01  WS-FAIL-LINE.
           05  FL-CC                 PIC X(1)      VALUE ' '.
           05  FILLER                PIC X(4)      VALUE '*** '.
           05  FL-FILE               PIC X(24).
           05  FILLER                PIC X(17)     VALUE
               ' FAILED - STATUS '.
           05  FL-STATUS             PIC X(2).
           05  FILLER                PIC X(3)      VALUE ' - '.
           05  FL-EFFECT             PIC X(40).
           05  FILLER                PIC X(42)     VALUE SPACES.

       01  WS-EMPTY-CARD-LINE.
           05  EC-CC                 PIC X(1)      VALUE ' '.
           05  FILLER                PIC X(4)      VALUE '*** '.
           05  EC-CARD               PIC X(30).
           05  FILLER                PIC X(98)     VALUE
               ' - MATCHED NOTHING ***'.

       01  WS-LEG-LINE.
           05  LG-CC                 PIC X(1)      VALUE ' '.
           05  FILLER                PIC X(2)      VALUE SPACES.
           05  LG-NAME               PIC X(34).
           05  LG-COUNT              PIC ZZ,ZZZ,ZZ9.
           05  FILLER                PIC X(86)     VALUE SPACES.

       LINKAGE SECTION.
       01  WS-PARM-AREA.
           05  WS-PARM-LEN             PIC S9(4) COMP.
           05  WS-PARM-TEXT            PIC X(80).

       PROCEDURE DIVISION USING WS-PARM-AREA.

       00000-MAIN-PROCEDURE.

           PERFORM 01000-INITIALIZE.
           PERFORM 02000-LOAD-ONE-CARD
              UNTIL CMD-EOF.
           CLOSE CMDFILE.
           IF WS-MASTER-SEL-CNT > 0 THEN
              PERFORM 03000-RESTORE-MASTER-ROWS
           END-IF.
           IF WS-EXTRACT-SEL-CNT > 0 THEN
              PERFORM 04000-BUILD-EXTRACT-SLICE
           END-IF.
           IF WS-AUDIT-SEL-CNT > 0 THEN
              PERFORM 05000-BUILD-AUDIT-SLICE
           END-IF.
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

           PERFORM 01100-GET-PARMS.

           OPEN OUTPUT RPTFILE.
           PERFORM 07000-PRINT-HEADER-BLOCK.
           IF WS-GEN-NAME = SPACES THEN
              MOVE '(AS ALLOCATED)' TO T1-GEN
           ELSE
              MOVE WS-GEN-NAME TO T1-GEN
           END-IF.
           MOVE SPACES TO T1-FORMAT.
           IF OFFLOAD-IS-OLD80 THEN
              MOVE 'MSGOFFLD AT 80' TO T1-FORMAT(1:14)
           END-IF.
           IF EXTARCH-IS-OLD71 THEN
              MOVE 'EXTARCH AT 71' TO T1-FORMAT(17:13)
           END-IF.
           IF EXTARCH-IS-OLD74 THEN
              MOVE 'EXTARCH AT 74' TO T1-FORMAT(17:13)
           END-IF.
           MOVE WS-RPT-TITLE-LINE TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO BODY-TEXT.
           MOVE BODY-LINE TO REPORT-REC.
           WRITE REPORT-REC.

           INITIALIZE WS-SELECT-TABLE.
           OPEN INPUT CMDFILE.
           PERFORM 02500-READ-COMMAND.

       01100-GET-PARMS.

           COMPUTE WS-PARM-SCAN-MAX = WS-PARM-LEN - 3.
           IF WS-PARM-SCAN-MAX > 0 THEN
              PERFORM VARYING WS-PARM-IX FROM 1 BY 1
                       UNTIL WS-PARM-IX > WS-PARM-SCAN-MAX
                 IF WS-PARM-TEXT(WS-PARM-IX:4) = 'GEN=' THEN
                    UNSTRING WS-PARM-TEXT(WS-PARM-IX + 4:)
                       DELIMITED BY ',' OR SPACE
                       INTO WS-GEN-NAME
                 END-IF
                 IF WS-PARM-TEXT(WS-PARM-IX:5) = 'OLD80' THEN
                    SET OFFLOAD-IS-OLD80 TO TRUE
                 END-IF
                 IF WS-PARM-TEXT(WS-PARM-IX:5) = 'OLD71' THEN
                    SET EXTARCH-IS-OLD71 TO TRUE
                 END-IF
                 IF WS-PARM-TEXT(WS-PARM-IX:5) = 'OLD74' THEN
                    SET EXTARCH-IS-OLD74 TO TRUE
                 END-IF
              END-PERFORM
           END-IF.

       02000-LOAD-ONE-CARD.

      *    EVERY CARD IS CHECKED AND TABLED BEFORE ANY ARCHIVE IS
      *    READ; A BAD CARD IS REPORTED AND SELECTS NOTHING
           ADD 1 TO WS-CARDS-READ.
           MOVE SPACES TO CE-COMMAND.
           STRING CMD-VERB ' ' CMD-DATE ' ' CMD-OPERAND ' ' CMD-DEST
              DELIMITED BY SIZE INTO CE-COMMAND.
           MOVE SPACES TO CE-RESULT.

           IF WS-SELECT-CNT NOT < WS-MAX-SELECTS THEN
              MOVE '*** REJECTED - TOO MANY CARDS ***' TO CE-RESULT
           ELSE
              EVALUATE TRUE
                 WHEN CMD-VERB = 'KEY'
                    IF CMD-DATE NUMERIC AND CMD-OPERAND NUMERIC THEN
                       PERFORM 02100-TABLE-CARD
                       SET SEL-BY-KEY (WS-SELECT-CNT) TO TRUE
                       MOVE CMD-DATE TO WS-SEL-FROM (WS-SELECT-CNT)
                       MOVE CMD-DATE TO WS-SEL-TO (WS-SELECT-CNT)
                       MOVE CMD-OPERAND TO WS-SEL-SEQ (WS-SELECT-CNT)
                       ADD 1 TO WS-MASTER-SEL-CNT
                    END-IF
                 WHEN CMD-VERB = 'RANGE'
                    IF CMD-DATE NUMERIC AND CMD-OPERAND NUMERIC
                          AND CMD-DATE NOT > CMD-OPERAND THEN
                       PERFORM 02100-TABLE-CARD
                       SET SEL-BY-RANGE (WS-SELECT-CNT) TO TRUE
                       ADD 1 TO WS-MASTER-SEL-CNT
                    END-IF
                 WHEN CMD-VERB = 'DEST'
                    IF CMD-DATE NUMERIC AND CMD-OPERAND NUMERIC
                          AND CMD-DATE NOT > CMD-OPERAND
                          AND CMD-DEST NOT = SPACES THEN
                       PERFORM 02100-TABLE-CARD
                       SET SEL-BY-DEST (WS-SELECT-CNT) TO TRUE
                       IF CMD-DEST = '***' THEN
                          MOVE SPACES TO WS-SEL-DEST (WS-SELECT-CNT)
                       ELSE
                          MOVE CMD-DEST TO WS-SEL-DEST (WS-SELECT-CNT)
                       END-IF
                       ADD 1 TO WS-MASTER-SEL-CNT
                    END-IF
                 WHEN CMD-VERB = 'EXTRACT'
                    IF CMD-DATE NUMERIC AND CMD-OPERAND NUMERIC
                          AND CMD-DATE NOT > CMD-OPERAND THEN
                       PERFORM 02100-TABLE-CARD
                       SET SEL-EXTRACT (WS-SELECT-CNT) TO TRUE
                       ADD 1 TO WS-EXTRACT-SEL-CNT
                    END-IF
                 WHEN CMD-VERB = 'AUDIT'
                    IF CMD-DATE NUMERIC AND CMD-OPERAND NUMERIC
                          AND CMD-DATE NOT > CMD-OPERAND THEN
                       PERFORM 02100-TABLE-CARD
                       SET SEL-AUDIT (WS-SELECT-CNT) TO TRUE
                       ADD 1 TO WS-AUDIT-SEL-CNT
                    END-IF
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
              IF CE-RESULT = SPACES THEN
                 MOVE '*** UNRECOGNIZED OR MALFORMED COMMAND ***'
                    TO CE-RESULT
              END-IF
           END-IF.
           IF CE-RESULT(1:3) = '***' THEN
              ADD 1 TO WS-CARDS-REJECTED
           END-IF.
           MOVE WS-COMMAND-ECHO-LINE TO REPORT-REC.
           WRITE REPORT-REC.

           PERFORM 02500-READ-COMMAND.

       02100-TABLE-CARD.

           ADD 1 TO WS-SELECT-CNT.
           MOVE CE-COMMAND TO WS-SEL-CARD (WS-SELECT-CNT).
           MOVE CMD-DATE TO WS-SEL-FROM (WS-SELECT-CNT).
           MOVE CMD-OPERAND TO WS-SEL-TO (WS-SELECT-CNT).
           MOVE ZERO TO WS-SEL-SEQ (WS-SELECT-CNT).
           MOVE ZERO TO WS-SEL-MATCHES (WS-SELECT-CNT).
           MOVE 'ACCEPTED' TO CE-RESULT.

       02500-READ-COMMAND.

           READ CMDFILE
              AT END
                 SET CMD-EOF TO TRUE
           END-READ.

       03000-RESTORE-MASTER-ROWS.

      *    THE MASTER, THE JOURNAL AND THE OFFLOAD GENERATION MUST
      *    ALL OPEN, OR NO MASTER ROW IS RESTORED
           MOVE SPACES TO BODY-TEXT.
           MOVE BODY-LINE TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE '*** MESSAGE MASTER RESTORE FROM MSGOFFLD ***'
              TO SL-TEXT.
           MOVE WS-SECTION-LINE TO REPORT-REC.
           WRITE REPORT-REC.

           OPEN I-O MSGFILE.
           IF NOT MSGFILE-STATUS-OK THEN
              MOVE 'MESSAGE MASTER OPEN' TO FL-FILE
              MOVE WS-MSGFILE-STATUS TO FL-STATUS
              MOVE 'NOTHING RESTORED' TO FL-EFFECT
              PERFORM 03900-REPORT-FAILURE
              MOVE 12 TO RETURN-CODE
           ELSE
              OPEN EXTEND JRNFILE
              IF NOT JRNFILE-STATUS-OK THEN
                 MOVE 'JOURNAL OPEN' TO FL-FILE
                 MOVE WS-JRNFILE-STATUS TO FL-STATUS
                 MOVE 'NOTHING RESTORED' TO FL-EFFECT
                 PERFORM 03900-REPORT-FAILURE
                 MOVE 8 TO RETURN-CODE
              ELSE
                 SET JRN-OPEN TO TRUE
                 PERFORM 03050-READ-OFFLOAD-GENERATION
                 CLOSE JRNFILE
              END-IF
              CLOSE MSGFILE
           END-IF.

       03050-READ-OFFLOAD-GENERATION.

           MOVE 'N' TO WS-ARC-EOF-SW.
           IF OFFLOAD-IS-OLD80 THEN
              OPEN INPUT OFF80
           ELSE
              OPEN INPUT OFFFILE
           END-IF.
           IF NOT OFFFILE-STATUS-OK THEN
              MOVE 'MSGOFFLD OPEN' TO FL-FILE
              MOVE WS-OFFFILE-STATUS TO FL-STATUS
              MOVE 'NOTHING RESTORED' TO FL-EFFECT
              PERFORM 03900-REPORT-FAILURE
              MOVE 12 TO RETURN-CODE
           ELSE
              PERFORM 03100-READ-ONE-OFFLOAD-ROW
                 UNTIL ARC-EOF OR RESTORE-STOPPED
              IF OFFLOAD-IS-OLD80 THEN
                 CLOSE OFF80
              ELSE
                 CLOSE OFFFILE
              END-IF
           END-IF.

       03100-READ-ONE-OFFLOAD-ROW.

      *    AN 80-BYTE ROW PREDATES THE ACK STAMP -- THE PADDING
      *    LEAVES MSG-ACK-DATE/TIME BLANK
           IF OFFLOAD-IS-OLD80 THEN
              READ OFF80
                 AT END
                    SET ARC-EOF TO TRUE
                 NOT AT END
                    MOVE OFFLOAD-80-REC TO WS-OFFLOAD-IMAGE
              END-READ
           ELSE
              READ OFFFILE
                 AT END
                    SET ARC-EOF TO TRUE
                 NOT AT END
                    MOVE OFFLOAD-REC TO WS-OFFLOAD-IMAGE
              END-READ
           END-IF.
           IF NOT ARC-EOF THEN
              ADD 1 TO WS-OFFLOAD-READ
              MOVE WS-OFF-RUN-DATE TO WS-ROW-DATE
              MOVE WS-OFF-DEST-CODE TO WS-MATCH-DEST
              PERFORM 03200-MATCH-MASTER-CARD
              IF WS-SEL-HIT-IX > 0 THEN
                 ADD 1 TO WS-SEL-MATCHES (WS-SEL-HIT-IX)
                 ADD 1 TO WS-MSGS-SELECTED
                 PERFORM 03300-RESTORE-ONE-ROW
              END-IF
           END-IF.

       03200-MATCH-MASTER-CARD.

      *    THE FIRST CARD THE ROW SATISFIES TAKES THE CREDIT, SO
      *    OVERLAPPING CARDS NEVER RESTORE A ROW TWICE
           MOVE ZERO TO WS-SEL-HIT-IX.
           PERFORM VARYING WS-SEL-IX FROM 1 BY 1
                    UNTIL WS-SEL-IX > WS-SELECT-CNT
                       OR WS-SEL-HIT-IX > 0
              IF WS-ROW-DATE NOT < WS-SEL-FROM (WS-SEL-IX)
                    AND WS-ROW-DATE NOT > WS-SEL-TO (WS-SEL-IX) THEN
                 EVALUATE TRUE
                    WHEN SEL-BY-KEY (WS-SEL-IX)
                       IF WS-OFF-SEQ = WS-SEL-SEQ (WS-SEL-IX) THEN
                          MOVE WS-SEL-IX TO WS-SEL-HIT-IX
                       END-IF
                    WHEN SEL-BY-RANGE (WS-SEL-IX)
                       MOVE WS-SEL-IX TO WS-SEL-HIT-IX
                    WHEN SEL-BY-DEST (WS-SEL-IX)
                       IF WS-MATCH-DEST = WS-SEL-DEST (WS-SEL-IX) THEN
                          MOVE WS-SEL-IX TO WS-SEL-HIT-IX
                       END-IF
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
              END-IF
           END-PERFORM.

       03300-RESTORE-ONE-ROW.

      *    A KEY ALREADY ON THE MASTER IS LEFT ALONE.  A KEY NOT
      *    FOUND HAS ITS RESTORE ROW JOURNALED AHEAD OF THE WRITE,
      *    AS TPROG02 JOURNALS AHEAD OF EVERY CHANGE.  ANY OTHER
      *    READ STATUS IS A FAILURE -- NOTHING IS JOURNALED
           MOVE WS-OFFLOAD-IMAGE TO MSGMST-REC.
           READ MSGFILE
              INVALID KEY
                 CONTINUE
           END-READ.
           IF MSGFILE-STATUS-OK THEN
              ADD 1 TO WS-MSGS-SKIPPED
              MOVE WS-OFFLOAD-IMAGE TO MSGMST-REC
              MOVE 'ON MASTER ALREADY - SKIPPED' TO RL-RESULT
              PERFORM 03800-PRINT-RESTORE-LINE
           END-IF.
           IF NOT MSGFILE-STATUS-OK
                 AND NOT MSGFILE-KEY-ABSENT THEN
              ADD 1 TO WS-MSGS-FAILED
              MOVE 'MSGMASTR READ' TO FL-FILE
              MOVE WS-MSGFILE-STATUS TO FL-STATUS
              MOVE 'ROW NOT RESTORED' TO FL-EFFECT
              PERFORM 03900-REPORT-FAILURE
              MOVE 8 TO RETURN-CODE
           END-IF.
           IF MSGFILE-KEY-ABSENT THEN
              MOVE WS-OFFLOAD-IMAGE TO MSGMST-REC
              MOVE SPACES TO JRNL-REC
              MOVE 'RESTORE' TO JRN-COMMAND
              MOVE MSG-RUN-DATE TO JRN-RUN-DATE
              MOVE MSG-SEQ TO JRN-SEQ
              MOVE WS-RUN-USERID TO JRN-USERID
              MOVE WS-RUN-DATE TO JRN-DATE
              MOVE WS-RUN-TIME TO JRN-TIME
              MOVE MSGMST-REC TO JRN-BEFORE-IMAGE
              WRITE JRNL-REC
              IF NOT JRNFILE-STATUS-OK THEN
                 SET RESTORE-STOPPED TO TRUE
                 MOVE 'JOURNAL WRITE' TO FL-FILE
                 MOVE WS-JRNFILE-STATUS TO FL-STATUS
                 MOVE 'RESTORE STOPPED' TO FL-EFFECT
                 PERFORM 03900-REPORT-FAILURE
                 MOVE 8 TO RETURN-CODE
              ELSE
                 WRITE MSGMST-REC
                    INVALID KEY
                       CONTINUE
                 END-WRITE
                 IF MSGFILE-STATUS-OK THEN
                    ADD 1 TO WS-MSGS-RESTORED
                    MOVE 'RESTORED' TO RL-RESULT
                 ELSE
                    ADD 1 TO WS-MSGS-FAILED
                    MOVE SPACES TO RL-RESULT
                    STRING '*WRITE FAILED - STATUS '
                       WS-MSGFILE-STATUS '*'
                       DELIMITED BY SIZE INTO RL-RESULT
                    MOVE 8 TO RETURN-CODE
                 END-IF
                 PERFORM 03800-PRINT-RESTORE-LINE
              END-IF
           END-IF.

       03800-PRINT-RESTORE-LINE.

           MOVE MSG-RUN-DATE TO RL-RUN-DATE.
           MOVE WS-OFF-SEQ TO RL-SEQ.
           MOVE MSG-DEST-CODE TO RL-DEST.
           MOVE MSG-PRIORITY TO RL-PRIORITY.
           MOVE MSG-STATUS TO RL-STATUS.
           MOVE MSG-TEXT TO RL-TEXT.
           MOVE WS-RESTORE-LINE TO REPORT-REC.
           WRITE REPORT-REC.

       03900-REPORT-FAILURE.

           MOVE WS-FAIL-LINE TO REPORT-REC.
           WRITE REPORT-REC.
           DISPLAY 'TPROG17: ' FL-FILE ' FAILED - STATUS '
              FL-STATUS UPON CONSOLE.

       04000-BUILD-EXTRACT-SLICE.

           MOVE SPACES TO BODY-TEXT.
           MOVE BODY-LINE TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE '*** EXTRACT SLICE FROM EXTARCH ***' TO SL-TEXT.
           MOVE WS-SECTION-LINE TO REPORT-REC.
           WRITE REPORT-REC.

           MOVE 'N' TO WS-ARC-EOF-SW.
           IF EXTARCH-IS-OLD71 THEN
              OPEN INPUT EXT71
           ELSE
              IF EXTARCH-IS-OLD74 THEN
                 OPEN INPUT EXT74
              ELSE
                 OPEN INPUT EXTARCH
              END-IF
           END-IF.
           IF NOT ARCFILE-STATUS-OK THEN
              MOVE 'EXTARCH OPEN' TO FL-FILE
              MOVE WS-ARCFILE-STATUS TO FL-STATUS
              MOVE 'NO EXTRACT SLICE' TO FL-EFFECT
              PERFORM 03900-REPORT-FAILURE
              MOVE 12 TO RETURN-CODE
           ELSE
              OPEN OUTPUT EXTSLICE
              PERFORM 04100-COPY-ONE-EXTRACT-ROW
                 UNTIL ARC-EOF
              CLOSE EXTSLICE
              IF EXTARCH-IS-OLD71 THEN
                 CLOSE EXT71
              ELSE
                 IF EXTARCH-IS-OLD74 THEN
                    CLOSE EXT74
                 ELSE
                    CLOSE EXTARCH
                 END-IF
              END-IF
           END-IF.

       04100-COPY-ONE-EXTRACT-ROW.

      *    A 71-BYTE ROW PREDATES EX-GROUP-CODE -- THE PADDING
      *    MAKES IT A DIRECTLY-ADDRESSED MESSAGE.  A 74-BYTE ROW
      *    PREDATES EX-MSG-SEQ -- IT COMES BACK WITH NO SEQUENCE
           IF EXTARCH-IS-OLD71 THEN
              READ EXT71
                 AT END
                    SET ARC-EOF TO TRUE
                 NOT AT END
                    MOVE EXTARCH-71-REC TO WS-EXTRACT-IMAGE
              END-READ
           ELSE
              IF EXTARCH-IS-OLD74 THEN
                 READ EXT74
                    AT END
                       SET ARC-EOF TO TRUE
                    NOT AT END
                       MOVE EXTARCH-74-REC TO WS-EXTRACT-IMAGE
                 END-READ
              ELSE
                 READ EXTARCH
                    AT END
                       SET ARC-EOF TO TRUE
                    NOT AT END
                       MOVE EXTARCH-REC TO WS-EXTRACT-IMAGE
                 END-READ
              END-IF
           END-IF.
           IF NOT ARC-EOF THEN
              ADD 1 TO WS-EXTARCH-READ
              MOVE WS-EXTRACT-IMAGE(1:8) TO WS-ROW-DATE
              MOVE 'E' TO WS-MATCH-DEST
              PERFORM 04200-MATCH-SLICE-CARD
              IF WS-SEL-HIT-IX > 0 THEN
                 ADD 1 TO WS-SEL-MATCHES (WS-SEL-HIT-IX)
                 MOVE WS-EXTRACT-IMAGE TO EXTSLICE-REC
                 WRITE EXTSLICE-REC
                 ADD 1 TO WS-EXTRACT-WRITTEN
              END-IF
           END-IF.

       04200-MATCH-SLICE-CARD.

      *    EXTRACT ROWS MATCH EXTRACT CARDS, AUDIT ROWS AUDIT
      *    CARDS; THE CALLER SETS WS-MATCH-DEST TO 'E' OR 'A'
           MOVE ZERO TO WS-SEL-HIT-IX.
           PERFORM VARYING WS-SEL-IX FROM 1 BY 1
                    UNTIL WS-SEL-IX > WS-SELECT-CNT
                       OR WS-SEL-HIT-IX > 0
              IF WS-ROW-DATE NOT < WS-SEL-FROM (WS-SEL-IX)
                    AND WS-ROW-DATE NOT > WS-SEL-TO (WS-SEL-IX) THEN
                 IF (SEL-EXTRACT (WS-SEL-IX)
                       AND WS-MATCH-DEST = 'E')
                    OR (SEL-AUDIT (WS-SEL-IX)
                       AND WS-MATCH-DEST = 'A') THEN
                    MOVE WS-SEL-IX TO WS-SEL-HIT-IX
                 END-IF
              END-IF
           END-PERFORM.

       05000-BUILD-AUDIT-SLICE.

           MOVE SPACES TO BODY-TEXT.
           MOVE BODY-LINE TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE '*** AUDIT SLICE FROM AUDARCH ***' TO SL-TEXT.
           MOVE WS-SECTION-LINE TO REPORT-REC.
           WRITE REPORT-REC.

           MOVE 'N' TO WS-ARC-EOF-SW.
           OPEN INPUT AUDARCH.
           IF NOT ARCFILE-STATUS-OK THEN
              MOVE 'AUDARCH OPEN' TO FL-FILE
              MOVE WS-ARCFILE-STATUS TO FL-STATUS
              MOVE 'NO AUDIT SLICE' TO FL-EFFECT
              PERFORM 03900-REPORT-FAILURE
              MOVE 12 TO RETURN-CODE
           ELSE
              OPEN OUTPUT AUDSLICE
              PERFORM 05100-COPY-ONE-AUDIT-ROW
                 UNTIL ARC-EOF
              CLOSE AUDSLICE
              CLOSE AUDARCH
           END-IF.

       05100-COPY-ONE-AUDIT-ROW.

      *    AR-RUN-DATE IS YYYY/MM/DD; THE CARDS ARE YYYYMMDD.
      *    ORIGINATOR ROWS TRAVEL WITH THEIR RUN ROW
           READ AUDARCH
              AT END
                 SET ARC-EOF TO TRUE
           END-READ.
           IF NOT ARC-EOF THEN
              ADD 1 TO WS-AUDARCH-READ
              MOVE AR-RUN-DATE(1:4) TO WS-ROW-DATE(1:4)
              MOVE AR-RUN-DATE(6:2) TO WS-ROW-DATE(5:2)
              MOVE AR-RUN-DATE(9:2) TO WS-ROW-DATE(7:2)
              MOVE 'A' TO WS-MATCH-DEST
              PERFORM 04200-MATCH-SLICE-CARD
              IF WS-SEL-HIT-IX > 0 THEN
                 ADD 1 TO WS-SEL-MATCHES (WS-SEL-HIT-IX)
                 MOVE AUDIT-REC TO AUDSLICE-REC
                 WRITE AUDSLICE-REC
                 ADD 1 TO WS-AUDIT-WRITTEN
              END-IF
           END-IF.

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
           PERFORM VARYING WS-SEL-IX FROM 1 BY 1
                    UNTIL WS-SEL-IX > WS-SELECT-CNT
              IF WS-SEL-MATCHES (WS-SEL-IX) = 0 THEN
                 ADD 1 TO WS-EMPTY-CARDS
                 MOVE WS-SEL-CARD (WS-SEL-IX) TO EC-CARD
                 MOVE WS-EMPTY-CARD-LINE TO REPORT-REC
                 WRITE REPORT-REC
              END-IF
           END-PERFORM.

           MOVE 'COMMAND CARDS READ                ' TO LG-NAME.
           MOVE WS-CARDS-READ TO LG-COUNT.
           PERFORM 08100-PRINT-LEG.
           MOVE 'COMMAND CARDS REJECTED            ' TO LG-NAME.
           MOVE WS-CARDS-REJECTED TO LG-COUNT.
           PERFORM 08100-PRINT-LEG.
           MOVE 'CARDS MATCHING NOTHING            ' TO LG-NAME.
           MOVE WS-EMPTY-CARDS TO LG-COUNT.
           PERFORM 08100-PRINT-LEG.
           MOVE 'MSGOFFLD ROWS READ                ' TO LG-NAME.
           MOVE WS-OFFLOAD-READ TO LG-COUNT.
           PERFORM 08100-PRINT-LEG.
           MOVE 'MSGOFFLD ROWS SELECTED            ' TO LG-NAME.
           MOVE WS-MSGS-SELECTED TO LG-COUNT.
           PERFORM 08100-PRINT-LEG.
           MOVE 'MASTER ROWS RESTORED (JOURNALED)  ' TO LG-NAME.
           MOVE WS-MSGS-RESTORED TO LG-COUNT.
           PERFORM 08100-PRINT-LEG.
           MOVE 'KEYS ON MASTER ALREADY - SKIPPED  ' TO LG-NAME.
           MOVE WS-MSGS-SKIPPED TO LG-COUNT.
           PERFORM 08100-PRINT-LEG.
           MOVE 'MASTER WRITES FAILED              ' TO LG-NAME.
           MOVE WS-MSGS-FAILED TO LG-COUNT.
           PERFORM 08100-PRINT-LEG.
           MOVE 'EXTARCH ROWS READ                 ' TO LG-NAME.
           MOVE WS-EXTARCH-READ TO LG-COUNT.
           PERFORM 08100-PRINT-LEG.
           MOVE 'EXTRACT SLICE ROWS WRITTEN        ' TO LG-NAME.
           MOVE WS-EXTRACT-WRITTEN TO LG-COUNT.
           PERFORM 08100-PRINT-LEG.
           MOVE 'AUDARCH ROWS READ                 ' TO LG-NAME.
           MOVE WS-AUDARCH-READ TO LG-COUNT.
           PERFORM 08100-PRINT-LEG.
           MOVE 'AUDIT SLICE ROWS WRITTEN          ' TO LG-NAME.
           MOVE WS-AUDIT-WRITTEN TO LG-COUNT.
           PERFORM 08100-PRINT-LEG.

       08100-PRINT-LEG.

           MOVE WS-LEG-LINE TO REPORT-REC.
           WRITE REPORT-REC.

       09000-TERMINATE.

           CLOSE RPTFILE.
           IF RETURN-CODE = 0 THEN
              IF WS-CARDS-REJECTED > 0 OR WS-EMPTY-CARDS > 0
                    OR WS-MSGS-SKIPPED > 0 THEN
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.
