       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TPROG16.
       AUTHOR.        COMPUWARE ISPW TRAINING.
       DATE-WRITTEN.  OCTOBER 15TH, 2026.
       DATE-COMPILED.

      ********************************************************
      * THIS PROGRAM IS THE MONTH-END MESSAGE CHARGEBACK.
      *      IT BROWSES THE MESSAGE MASTER FOR A RANGE OF
      *      BUSINESS DATES AND PRICES EVERY MESSAGE THAT WAS
      *      NOT DELETED FROM THE RATE TABLE (RATES DD) BY
      *      DESTINATION AND PRIORITY CLASS (FLASH, URGENT,
      *      ROUTINE).  A BROADCAST MESSAGE (BLANK DESTINATION)
      *      IS PRICED AT THE DEFAULT ('***') RATE FOR ITS CLASS
      *      AND THE PERIOD'S BROADCAST TOTAL IS SPLIT EVENLY
      *      ACROSS THE DESTINATIONS ACTIVE ON DSTMASTR (ANY
      *      ODD CENTS TO THE FIRST).
      *
      *      ROWS THE TPROG12 PURGE HAS ALREADY TAKEN OFF THE
      *      MASTER ARE READ BACK FROM THE MSGOFFLD GENERATIONS
      *      (MSGOFFLD DD, TCPYD01 LAYOUT) AND MERGED WITH THE
      *      MASTER ROWS IN KEY ORDER BY AN INTERNAL SORT, SO A
      *      PURGED MESSAGE STILL BILLS AND STILL COUNTS AS
      *      LOADED OR DELETED FOR ITS DATE.  A KEY FOUND TWICE
      *      (RESTORED BY TPROG17, OR OFFLOADED AGAIN) IS TAKEN
      *      ONCE, THE MASTER COPY FIRST.  WITHOUT THE DD ONLY
      *      THE MASTER IS BILLED AND THE SUMMARY SAYS SO.
      *
      *      OUTPUT:
      *        - CHGRPT  CONTROL TOTALS PER BUSINESS DATE (ROWS
      *                  LOADED TIES TO THE TPROG09 LEG 'MESSAGE
      *                  MASTER ROWS LOADED' FOR THE SAME DATE),
      *                  THEN ONE INVOICE PER DST-CONTACT, THEN
      *                  THE CROSS-FOOT VERDICTS
      *        - GLFEED  FIXED-FORMAT GENERAL-LEDGER FEED, ONE
      *                  SUMMARIZED ROW PER DESTINATION (TCPYL01)
      *
      *      RATE TABLE CARDS (80 BYTES, '*' IN COLUMN 1 = NOTE):
      *        R DDD C NNNNN  RATE FOR DESTINATION DDD ('***' =
      *                       ANY DESTINATION), CLASS C (F, U OR
      *                       R) -- NNNNN IS THE PRICE PER MESSAGE
      *                       WITH TWO IMPLIED DECIMALS
      *        A XXXXXXXXXXXX GL ACCOUNT FOR THE FEED
      *
      *      PARM MONTH=YYYYMM, OR FROM=YYYYMMDD,TO=YYYYMMDD;
      *      DEFAULT THE MONTH BEFORE THE SYSTEM DATE.
      *      RC 4 = UNPRICED MESSAGES OR REJECTED RATE CARDS,
      *      RC 8 = THE CROSS-FOOTS DISAGREE, RC 12 = AN INPUT
      *      FILE COULD NOT BE OPENED.
      *
      *      COPYLIBS   TCPYA01   (HEADER)
      *                 TCPYD01   (MESSAGE MASTER RECORD,
      *                            ALSO THE MSGOFFLD LAYOUT)
      *                 TCPYF01   (DESTINATION DIRECTORY RECORD)
      *                 TCPYL01   (GL FEED RECORD)
      * ======================================================
      *                   MODIFICATION  LOG
      *
      *  DD/MM/YY  PROGRAMMER  CHANGES
      *  ********  **********  *******
      *  15/10/26  MAINT       NEW PROGRAM
      *  15/10/26  MAINT       ROWS ALREADY PURGED BY TPROG12 ARE READ
      *                        BACK FROM THE MSGOFFLD GENERATIONS
      *                        (OPTIONAL MSGOFFLD DD) AND MERGED WITH
      *                        THE MASTER BY AN INTERNAL SORT, SO THE
      *                        WHOLE PERIOD BILLS AND ROWS LOADED
      *                        STILL TIES TO TPROG09
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

           SELECT DSTFILE  ASSIGN DSTMASTR
             ORGANIZATION IS INDEXED
             ACCESS IS DYNAMIC
             RECORD KEY IS DST-KEY
             FILE STATUS IS WS-DSTFILE-STATUS.

      *****************************************************
      *  RATFILE - THE MAINTAINED RATE TABLE (CARD IMAGES)
      *****************************************************
           SELECT RATFILE  ASSIGN UT-S-RATES
             ORGANIZATION IS SEQUENTIAL
             ACCESS IS SEQUENTIAL
             FILE STATUS IS WS-RATFILE-STATUS.

      *****************************************************
      *  OFFFILE - THE TPROG12 MSGOFFLD GENERATIONS (OPTIONAL;
      *            96-BYTE TCPYD01 ROWS, ANY ORDER)
      *****************************************************
           SELECT OFFFILE  ASSIGN UT-S-MSGOFFLD
             ORGANIZATION IS SEQUENTIAL
             ACCESS IS SEQUENTIAL
             FILE STATUS IS WS-OFFFILE-STATUS.

      *****************************************************
      *  SORTFILE - WORK FILE FOR THE MASTER/OFFLOAD MERGE
      *****************************************************
           SELECT SORTFILE ASSIGN UT-S-SORTWK.

           SELECT GLFILE   ASSIGN UT-S-GLFEED
             ORGANIZATION IS SEQUENTIAL
             ACCESS IS SEQUENTIAL.

           SELECT RPTFILE  ASSIGN UT-S-CHGRPT
             ORGANIZATION IS SEQUENTIAL
             ACCESS IS SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD  MSGFILE
           RECORD CONTAINS 96 CHARACTERS
           DATA RECORD IS MSGMST-REC.

       COPY TCPYD01.

       FD  DSTFILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS DSTMST-REC.

       COPY TCPYF01.

       FD  OFFFILE
           LABEL RECORDS OMITTED
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           DATA RECORD IS OFFLOAD-REC.

       01  OFFLOAD-REC.
           05  OFFLOAD-KEY.
               10  OFFLOAD-RUN-DATE  PIC X(8).
               10  FILLER            PIC X(8).
           05  FILLER                PIC X(80).

      *****************************************************
      *  SORTFILE - ONE MESSAGE ROW FOR THE PERIOD, FROM THE
      *             MASTER ('M') OR AN OFFLOAD ('O'); THE
      *             SOURCE SORTS THE MASTER COPY OF A KEY FIRST
      *****************************************************
       SD  SORTFILE
           RECORD CONTAINS 97 CHARACTERS
           DATA RECORD IS SORT-REC.

       01  SORT-REC.
           05  SR-MSG-KEY            PIC X(16).
           05  SR-SOURCE             PIC X(1).
               88  SR-FROM-MASTER        VALUE 'M'.
               88  SR-FROM-OFFLOAD       VALUE 'O'.
           05  SR-MSG-REST           PIC X(80).

      *****************************************************
      *  RATE-REC - 'R' RATE ROWS AND THE 'A' GL ACCOUNT ROW
      *****************************************************
       FD  RATFILE
           LABEL RECORDS OMITTED
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           DATA RECORD IS RATE-REC.

       01  RATE-REC.
           05  RT-ENTRY-TYPE      PIC X(1).
               88  RT-IS-RATE         VALUE 'R'.
               88  RT-IS-ACCOUNT      VALUE 'A'.
               88  RT-IS-NOTE         VALUE '*'.
           05  FILLER             PIC X(1).
           05  RT-DEST-CODE       PIC X(3).
           05  FILLER             PIC X(1).
           05  RT-CLASS           PIC X(1).
           05  FILLER             PIC X(1).
           05  RT-RATE-X          PIC X(5).
           05  RT-RATE REDEFINES RT-RATE-X
                                  PIC 9(3)V99.
           05  FILLER             PIC X(67).
       01  RATE-ACCOUNT-REC.
           05  FILLER             PIC X(2).
           05  RT-GL-ACCOUNT      PIC X(12).
           05  FILLER             PIC X(66).

       FD  GLFILE
           LABEL RECORDS OMITTED
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           DATA RECORD IS GLFEED-REC.

       COPY TCPYL01.

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
       01  WS-DSTFILE-STATUS          PIC X(2)      VALUE '00'.
           88  DSTFILE-STATUS-OK          VALUE '00'.
       01  WS-RATFILE-STATUS          PIC X(2)      VALUE '00'.
           88  RATFILE-STATUS-OK          VALUE '00'.
       01  WS-OFFFILE-STATUS          PIC X(2)      VALUE '00'.
           88  OFFFILE-STATUS-OK          VALUE '00'.
       01  WS-OFF-EOF-SW              PIC X(1)      VALUE 'N'.
           88  OFF-EOF                    VALUE 'Y'.
       01  WS-OFF-READ-SW             PIC X(1)      VALUE 'N'.
           88  OFFLOAD-READ               VALUE 'Y'.
       01  WS-SORT-EOF-SW             PIC X(1)      VALUE 'N'.
           88  SORT-EOF                   VALUE 'Y'.
       01  WS-RAT-EOF-SW              PIC X(1)      VALUE 'N'.
           88  RAT-EOF                    VALUE 'Y'.
       01  WS-BROWSE-DONE-SW          PIC X(1)      VALUE 'N'.
           88  BROWSE-DONE                VALUE 'Y'.
       01  WS-MISMATCH-SW             PIC X(1)      VALUE 'N'.
           88  CHARGE-MISMATCH            VALUE 'Y'.

      ****************************************************
      **** RUN SELECTION -- THE BUSINESS-DATE RANGE
      ****************************************************
       01  WS-PARM-IX                 PIC 9(2)      VALUE ZERO.
       01  WS-PARM-SCAN-MAX           PIC S9(4)     VALUE ZERO.
       01  WS-SELECT-MONTH            PIC X(6)      VALUE SPACES.
       01  WS-SELECT-MONTH-9 REDEFINES WS-SELECT-MONTH.
           05  WS-SELECT-YYYY         PIC 9(4).
           05  WS-SELECT-MM           PIC 9(2).
       01  WS-PARM-FROM               PIC X(8)      VALUE SPACES.
       01  WS-PARM-TO                 PIC X(8)      VALUE SPACES.
       01  WS-FROM-DATE               PIC X(8)      VALUE SPACES.
       01  WS-TO-DATE                 PIC X(8)      VALUE SPACES.
       01  WS-SYS-YYYY                PIC 9(4)      VALUE ZERO.
       01  WS-SYS-MM                  PIC 9(2)      VALUE ZERO.
       01  WS-WORK-DATE-9             PIC 9(8)      VALUE ZERO.
       01  WS-WORK-DATE-INT           PIC 9(8)      VALUE ZERO.

      ****************************************************
      **** RATE TABLE -- 'R' CARDS AS LOADED; '***' IS THE
      **** RATE FOR ANY DESTINATION WITHOUT ITS OWN ROW
      ****************************************************
       01  WS-MAX-RATES               PIC 9(3)      VALUE 200.
       01  WS-RATE-CNT                PIC 9(3)      VALUE ZERO.
       01  WS-RATE-IX                 PIC 9(3)      VALUE ZERO.
       01  WS-RATE-CARDS-REJECTED     PIC 9(4)      VALUE ZERO.
       01  WS-RATE-TABLE.
           05  WS-RATE-ENTRY OCCURS 200 TIMES.
               10  WS-RT-DEST        PIC X(3).
               10  WS-RT-CLASS       PIC X(1).
               10  WS-RT-RATE        PIC 9(3)V99.
       01  WS-GL-ACCOUNT              PIC X(12)     VALUE
           'MSGCHARGEBK '.
       01  WS-LOOKUP-DEST             PIC X(3)      VALUE SPACES.
       01  WS-LOOKUP-RATE             PIC 9(3)V99   VALUE ZERO.
       01  WS-LOOKUP-FOUND-SW         PIC X(1)      VALUE 'N'.
           88  LOOKUP-FOUND               VALUE 'Y'.

       01  WS-CLASS-CODE-VALUES       PIC X(3)      VALUE 'FUR'.
       01  WS-CLASS-CODE-TABLE REDEFINES WS-CLASS-CODE-VALUES.
           05  WS-CLASS-CODE OCCURS 3 TIMES
                                      PIC X(1).
       01  WS-CLASS-NAME-VALUES.
           05  FILLER                PIC X(13)     VALUE 'FLASH'.
           05  FILLER                PIC X(13)     VALUE 'URGENT'.
           05  FILLER                PIC X(13)     VALUE 'ROUTINE'.
       01  WS-CLASS-NAME-TABLE REDEFINES WS-CLASS-NAME-VALUES.
           05  WS-CLASS-NAME OCCURS 3 TIMES
                                      PIC X(13).
       01  WS-CLS-IX                  PIC 9(1)      VALUE ZERO.

      ****************************************************
      **** CHARGE TABLE -- ONE ENTRY PER DIRECTORY
      **** DESTINATION, PLUS ANY CODE FOUND ON THE MASTER
      **** BUT NOT IN THE DIRECTORY.  A FULL TABLE FOLDS THE
      **** REST INTO THE LAST ENTRY ('*OTHERS*').  RATES ARE
      **** LOOKED UP ONCE, WHEN THE ENTRY IS MADE
      ****************************************************
       01  WS-MAX-DESTS               PIC 9(3)      VALUE 100.
       01  WS-DEST-CNT                PIC 9(3)      VALUE ZERO.
       01  WS-DS-IX                   PIC 9(3)      VALUE ZERO.
       01  WS-DS-FIND-IX              PIC 9(3)      VALUE ZERO.
       01  WS-INV-IX                  PIC 9(3)      VALUE ZERO.
       01  WS-DIR-ROWS-NOT-TABLED     PIC 9(4)      VALUE ZERO.
       01  WS-CHARGE-TABLE.
           05  WS-CHARGE-ENTRY OCCURS 100 TIMES.
               10  WS-CB-CODE        PIC X(3).
               10  WS-CB-NAME        PIC X(30).
               10  WS-CB-CONTACT     PIC X(30).
               10  WS-CB-ACTIVE-SW   PIC X(1).
                   88  CB-ACTIVE         VALUE 'Y'.
               10  WS-CB-INVOICED-SW PIC X(1).
                   88  CB-INVOICED       VALUE 'Y'.
               10  WS-CB-CLASS OCCURS 3 TIMES.
                   15  WS-CB-MSGS      PIC 9(7).
                   15  WS-CB-RATE      PIC 9(3)V99.
                   15  WS-CB-RATE-SW   PIC X(1).
                       88  CB-RATE-FOUND   VALUE 'Y'.
                   15  WS-CB-AMOUNT    PIC 9(9)V99.
               10  WS-CB-BRD-SHARE   PIC 9(9)V99.
               10  WS-CB-TOTAL       PIC 9(9)V99.
               10  WS-CB-MSG-TOTAL   PIC 9(7).

      ****************************************************
      **** BROADCAST TRAFFIC -- PRICED AT THE '***' RATE,
      **** THEN SPLIT ACROSS THE ACTIVE DESTINATIONS
      ****************************************************
       01  WS-BRD-TABLE.
           05  WS-BRD-CLASS OCCURS 3 TIMES.
               10  WS-BRD-MSGS       PIC 9(7).
               10  WS-BRD-RATE       PIC 9(3)V99.
               10  WS-BRD-RATE-SW    PIC X(1).
                   88  BRD-RATE-FOUND    VALUE 'Y'.
               10  WS-BRD-AMOUNT     PIC 9(9)V99.
       01  WS-BRD-TOTAL               PIC 9(9)V99   VALUE ZERO.
       01  WS-BRD-SHARE               PIC 9(9)V99   VALUE ZERO.
       01  WS-BRD-REMAINDER           PIC 9(9)V99   VALUE ZERO.
       01  WS-BRD-UNSPLIT             PIC 9(9)V99   VALUE ZERO.
       01  WS-ACTIVE-CNT              PIC 9(3)      VALUE ZERO.
       01  WS-FIRST-ACTIVE-IX         PIC 9(3)      VALUE ZERO.

      ****************************************************
      **** CONTROL TOTALS -- PER BUSINESS DATE (A CONTROL
      **** BREAK, THE MASTER IS IN DATE ORDER) AND FOR THE
      **** WHOLE PERIOD
      ****************************************************
       01  WS-CUR-DATE                PIC X(8)      VALUE SPACES.
       01  WS-DATE-TOTALS.
           05  WS-DT-LOADED           PIC 9(8).
           05  WS-DT-DELETED          PIC 9(8).
           05  WS-DT-RECALLED         PIC 9(8).
           05  WS-DT-BILLED           PIC 9(8).
           05  WS-DT-BROADCAST        PIC 9(8).
           05  WS-DT-AMOUNT           PIC 9(9)V99.
       01  WS-PERIOD-TOTALS.
           05  WS-PT-LOADED           PIC 9(8).
           05  WS-PT-DELETED          PIC 9(8).
           05  WS-PT-RECALLED         PIC 9(8).
           05  WS-PT-BILLED           PIC 9(8).
           05  WS-PT-BROADCAST        PIC 9(8).
           05  WS-PT-AMOUNT           PIC 9(9)V99.
       01  WS-DATES-BILLED            PIC 9(4)      VALUE ZERO.
       01  WS-PREV-MSG-KEY            PIC X(16)     VALUE SPACES.
       01  WS-OFFLOAD-ROWS            PIC 9(8)      VALUE ZERO.
       01  WS-DUPLICATE-ROWS          PIC 9(8)      VALUE ZERO.
       01  WS-MSG-PRICE               PIC 9(3)V99   VALUE ZERO.
       01  WS-UNPRICED-MSGS           PIC 9(8)      VALUE ZERO.

      ****************************************************
      **** INVOICE AND FEED CROSS-FOOTS
      ****************************************************
       01  WS-INVOICE-CONTACT         PIC X(30)     VALUE SPACES.
       01  WS-INVOICE-MSGS            PIC 9(8)      VALUE ZERO.
       01  WS-INVOICE-AMOUNT          PIC 9(11)V99  VALUE ZERO.
       01  WS-INVOICE-CNT             PIC 9(4)      VALUE ZERO.
       01  WS-INVOICED-MSGS           PIC 9(8)      VALUE ZERO.
       01  WS-INVOICED-AMOUNT         PIC 9(11)V99  VALUE ZERO.
       01  WS-GL-ROWS                 PIC 9(7)      VALUE ZERO.
       01  WS-GL-AMOUNT               PIC 9(11)V99  VALUE ZERO.

      ****************************************************
      **** REPORT LINES
      ****************************************************
       01  WS-RPT-TITLE-LINE.
           05  T1-CC                 PIC X(1)      VALUE ' '.
           05  FILLER                PIC X(40)     VALUE
               'TPROG16 MESSAGE CHARGEBACK FOR PERIOD   '.
           05  T1-FROM               PIC X(8).
           05  FILLER                PIC X(3)      VALUE ' - '.
           05  T1-TO                 PIC X(8).
           05  FILLER                PIC X(73)     VALUE SPACES.

       01  WS-SECTION-LINE.
           05  SL-CC                 PIC X(1)      VALUE ' '.
           05  SL-TEXT               PIC X(132).

       01  WS-DATE-HEADING.
           05  DH-CC                 PIC X(1)      VALUE ' '.
           05  FILLER                PIC X(2)      VALUE SPACES.
           05  FILLER                PIC X(8)      VALUE 'BUS DATE'.
           05  FILLER                PIC X(2)      VALUE SPACES.
           05  FILLER                PIC X(10)     VALUE
               'ROWS LOADD'.
           05  FILLER                PIC X(2)      VALUE SPACES.
           05  FILLER                PIC X(10)     VALUE
               '   DELETED'.
           05  FILLER                PIC X(2)      VALUE SPACES.
           05  FILLER                PIC X(10)     VALUE
               '  RECALLED'.
           05  FILLER                PIC X(2)      VALUE SPACES.
           05  FILLER                PIC X(10)     VALUE
               '    BILLED'.
           05  FILLER                PIC X(2)      VALUE SPACES.
           05  FILLER                PIC X(10)     VALUE
               ' BROADCAST'.
           05  FILLER                PIC X(2)      VALUE SPACES.
           05  FILLER                PIC X(14)     VALUE
               '        AMOUNT'.
           05  FILLER                PIC X(46)     VALUE SPACES.

       01  WS-DATE-CONTROL-LINE.
           05  DC-CC                 PIC X(1)      VALUE ' '.
           05  FILLER                PIC X(2)      VALUE SPACES.
           05  DC-DATE               PIC X(8).
           05  FILLER                PIC X(2)      VALUE SPACES.
           05  DC-LOADED             PIC ZZ,ZZZ,ZZ9.
           05  FILLER                PIC X(2)      VALUE SPACES.
           05  DC-DELETED            PIC ZZ,ZZZ,ZZ9.
           05  FILLER                PIC X(2)      VALUE SPACES.
           05  DC-RECALLED           PIC ZZ,ZZZ,ZZ9.
           05  FILLER                PIC X(2)      VALUE SPACES.
           05  DC-BILLED             PIC ZZ,ZZZ,ZZ9.
           05  FILLER                PIC X(2)      VALUE SPACES.
           05  DC-BROADCAST          PIC ZZ,ZZZ,ZZ9.
           05  FILLER                PIC X(2)      VALUE SPACES.
           05  DC-AMOUNT             PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(46)     VALUE SPACES.

       01  WS-INVOICE-TO-LINE.
           05  IV-CC                 PIC X(1)      VALUE ' '.
           05  FILLER                PIC X(13)     VALUE
               'INVOICE TO:  '.
           05  IV-CONTACT            PIC X(30).
           05  FILLER                PIC X(4)      VALUE SPACES.
           05  FILLER                PIC X(8)      VALUE 'PERIOD: '.
           05  IV-FROM               PIC X(8).
           05  FILLER                PIC X(3)      VALUE ' - '.
           05  IV-TO                 PIC X(8).
           05  FILLER                PIC X(58)     VALUE SPACES.

       01  WS-INVOICE-HEADING.
           05  IH-CC                 PIC X(1)      VALUE ' '.
           05  FILLER                PIC X(2)      VALUE SPACES.
           05  FILLER                PIC X(3)      VALUE 'DST'.
           05  FILLER                PIC X(3)      VALUE SPACES.
           05  FILLER                PIC X(30)     VALUE
               'DESTINATION NAME'.
           05  FILLER                PIC X(2)      VALUE SPACES.
           05  FILLER                PIC X(13)     VALUE 'CLASS'.
           05  FILLER                PIC X(2)      VALUE SPACES.
           05  FILLER                PIC X(10)     VALUE
               '  MESSAGES'.
           05  FILLER                PIC X(2)      VALUE SPACES.
           05  FILLER                PIC X(6)      VALUE '  RATE'.
           05  FILLER                PIC X(2)      VALUE SPACES.
           05  FILLER                PIC X(14)     VALUE
               '        AMOUNT'.
           05  FILLER                PIC X(43)     VALUE SPACES.

       01  WS-INVOICE-DETAIL-LINE.
           05  IL-CC                 PIC X(1)      VALUE ' '.
           05  FILLER                PIC X(2)      VALUE SPACES.
           05  IL-DEST               PIC X(3).
           05  FILLER                PIC X(3)      VALUE SPACES.
           05  IL-NAME               PIC X(30).
           05  FILLER                PIC X(2)      VALUE SPACES.
           05  IL-CLASS              PIC X(13).
           05  FILLER                PIC X(2)      VALUE SPACES.
           05  IL-MSGS               PIC ZZ,ZZZ,ZZ9 BLANK WHEN ZERO.
           05  FILLER                PIC X(2)      VALUE SPACES.
           05  IL-RATE               PIC ZZ9.99 BLANK WHEN ZERO.
           05  FILLER                PIC X(2)      VALUE SPACES.
           05  IL-AMOUNT             PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(2)      VALUE SPACES.
           05  IL-NOTE               PIC X(10).
           05  FILLER                PIC X(31)     VALUE SPACES.

       01  WS-INVOICE-TOTAL-LINE.
           05  IT-CC                 PIC X(1)      VALUE ' '.
           05  FILLER                PIC X(2)      VALUE SPACES.
           05  IT-TEXT               PIC X(53).
           05  IT-MSGS               PIC ZZ,ZZZ,ZZ9.
           05  FILLER                PIC X(10)     VALUE SPACES.
           05  IT-AMOUNT             PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(43)     VALUE SPACES.

       01  WS-LEG-LINE.
           05  LG-CC                 PIC X(1)      VALUE ' '.
           05  FILLER                PIC X(2)      VALUE SPACES.
           05  LG-NAME               PIC X(34).
           05  LG-COUNT              PIC ZZ,ZZZ,ZZ9.
           05  FILLER                PIC X(2)      VALUE SPACES.
           05  LG-AMOUNT             PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(2)      VALUE SPACES.
           05  LG-NOTE               PIC X(40).
           05  FILLER                PIC X(28)     VALUE SPACES.

       01  WS-VERDICT-LINE.
           05  VD-CC                 PIC X(1)      VALUE ' '.
           05  FILLER                PIC X(2)      VALUE SPACES.
           05  VD-TEXT               PIC X(60).
           05  VD-VERDICT            PIC X(18).
           05  FILLER                PIC X(52)     VALUE SPACES.

       01  WS-RATE-REJECT-LINE.
           05  RR-CC                 PIC X(1)      VALUE ' '.
           05  FILLER                PIC X(24)     VALUE
               '*** RATE CARD REJECTED: '.
           05  RR-IMAGE              PIC X(40).
           05  FILLER                PIC X(68)     VALUE SPACES.

       01  WS-OPEN-FAIL-LINE.
           05  OF-CC                 PIC X(1)      VALUE ' '.
           05  FILLER                PIC X(4)      VALUE '*** '.
           05  OF-FILE               PIC X(20).
           05  FILLER                PIC X(23)     VALUE
               ' OPEN FAILED - STATUS '.
           05  OF-STATUS             PIC X(2).
           05  FILLER                PIC X(83)     VALUE
               ' - RUN ABORTED ***'.

       LINKAGE SECTION.
       01  WS-PARM-AREA.
           05  WS-PARM-LEN             PIC S9(4) COMP.
           05  WS-PARM-TEXT            PIC X(80).

       PROCEDURE DIVISION USING WS-PARM-AREA.

       00000-MAIN-PROCEDURE.

           PERFORM 01000-INITIALIZE.
           PERFORM 03000-BROWSE-PERIOD.
           PERFORM 04000-SPLIT-BROADCAST.
           PERFORM 05000-PRINT-INVOICES.
           PERFORM 06000-WRITE-GL-FEED.
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
           MOVE WS-FROM-DATE TO T1-FROM.
           MOVE WS-TO-DATE TO T1-TO.
           MOVE WS-RPT-TITLE-LINE TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO BODY-TEXT.
           MOVE BODY-LINE TO REPORT-REC.
           WRITE REPORT-REC.

           INITIALIZE WS-CHARGE-TABLE.
           INITIALIZE WS-BRD-TABLE.
           INITIALIZE WS-DATE-TOTALS.
           INITIALIZE WS-PERIOD-TOTALS.

      *    NO RATES, NO DIRECTORY OR NO MASTER -- NOTHING CAN BE
      *    BILLED, AND NO FEED IS WRITTEN
           OPEN INPUT RATFILE.
           IF NOT RATFILE-STATUS-OK THEN
              MOVE 'RATE TABLE (RATES)' TO OF-FILE
              MOVE WS-RATFILE-STATUS TO OF-STATUS
              PERFORM 01900-ABORT-RUN
           END-IF.
           PERFORM 02000-LOAD-RATE-TABLE.

           OPEN INPUT DSTFILE.
           IF NOT DSTFILE-STATUS-OK THEN
              MOVE 'DIRECTORY (DSTMASTR)' TO OF-FILE
              MOVE WS-DSTFILE-STATUS TO OF-STATUS
              PERFORM 01900-ABORT-RUN
           END-IF.
           PERFORM 02200-LOAD-DIRECTORY.

           OPEN INPUT MSGFILE.
           IF NOT MSGFILE-STATUS-OK THEN
              MOVE 'MESSAGE MASTER' TO OF-FILE
              MOVE WS-MSGFILE-STATUS TO OF-STATUS
              PERFORM 01900-ABORT-RUN
           END-IF.

           OPEN OUTPUT GLFILE.

       01100-GET-PARMS.

      *    MONTH=YYYYMM, OR FROM=YYYYMMDD AND TO=YYYYMMDD
           COMPUTE WS-PARM-SCAN-MAX = WS-PARM-LEN - 4.
           IF WS-PARM-SCAN-MAX > 0 THEN
              PERFORM VARYING WS-PARM-IX FROM 1 BY 1
                       UNTIL WS-PARM-IX > WS-PARM-SCAN-MAX
                 IF WS-PARM-TEXT(WS-PARM-IX:6) = 'MONTH='
                       AND WS-PARM-TEXT(WS-PARM-IX + 6:6) NUMERIC
                    MOVE WS-PARM-TEXT(WS-PARM-IX + 6:6)
                       TO WS-SELECT-MONTH
                 END-IF
                 IF WS-PARM-TEXT(WS-PARM-IX:5) = 'FROM='
                       AND WS-PARM-TEXT(WS-PARM-IX + 5:8) NUMERIC
                    MOVE WS-PARM-TEXT(WS-PARM-IX + 5:8)
                       TO WS-PARM-FROM
                 END-IF
                 IF WS-PARM-TEXT(WS-PARM-IX:3) = 'TO='
                       AND WS-PARM-TEXT(WS-PARM-IX + 3:8) NUMERIC
                    MOVE WS-PARM-TEXT(WS-PARM-IX + 3:8)
                       TO WS-PARM-TO
                 END-IF
              END-PERFORM
           END-IF.

           IF WS-PARM-FROM NOT = SPACES AND WS-PARM-TO NOT = SPACES
                 AND WS-PARM-FROM NOT > WS-PARM-TO THEN
              MOVE WS-PARM-FROM TO WS-FROM-DATE
              MOVE WS-PARM-TO TO WS-TO-DATE
           ELSE
      *       DEFAULT: THE MONTH BEFORE THE SYSTEM DATE (AS THE
      *       TPROG15 SCORECARD)
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
              END-IF
              MOVE WS-SELECT-MONTH TO WS-FROM-DATE(1:6)
              MOVE '01' TO WS-FROM-DATE(7:2)
      *       LAST DAY OF THE MONTH = THE DAY BEFORE THE FIRST OF
      *       THE NEXT
              IF WS-SELECT-MM = 12 THEN
                 COMPUTE WS-WORK-DATE-9 =
                    (WS-SELECT-YYYY + 1) * 10000 + 101
              ELSE
                 COMPUTE WS-WORK-DATE-9 =
                    WS-SELECT-YYYY * 10000
                    + (WS-SELECT-MM + 1) * 100 + 1
              END-IF
              COMPUTE WS-WORK-DATE-INT =
                 FUNCTION INTEGER-OF-DATE(WS-WORK-DATE-9) - 1
              COMPUTE WS-WORK-DATE-9 =
                 FUNCTION DATE-OF-INTEGER(WS-WORK-DATE-INT)
              MOVE WS-WORK-DATE-9 TO WS-TO-DATE
           END-IF.

       01900-ABORT-RUN.

           MOVE WS-OPEN-FAIL-LINE TO REPORT-REC.
           WRITE REPORT-REC.
           DISPLAY 'TPROG16: ' OF-FILE ' OPEN FAILED - STATUS '
              OF-STATUS UPON CONSOLE.
           CLOSE RPTFILE.
           MOVE 12 TO RETURN-CODE.
           GOBACK.

       02000-LOAD-RATE-TABLE.

           PERFORM 02100-LOAD-ONE-RATE-CARD
              UNTIL RAT-EOF.
           CLOSE RATFILE.
           PERFORM VARYING WS-CLS-IX FROM 1 BY 1
                    UNTIL WS-CLS-IX > 3
              MOVE '***' TO WS-LOOKUP-DEST
              PERFORM 02500-LOOK-UP-RATE
              MOVE WS-LOOKUP-RATE TO WS-BRD-RATE (WS-CLS-IX)
              MOVE WS-LOOKUP-FOUND-SW TO WS-BRD-RATE-SW (WS-CLS-IX)
           END-PERFORM.

       02100-LOAD-ONE-RATE-CARD.

           READ RATFILE
              AT END
                 SET RAT-EOF TO TRUE
           END-READ.
           IF NOT RAT-EOF THEN
              EVALUATE TRUE
                 WHEN RT-IS-NOTE
                    CONTINUE
                 WHEN RT-IS-ACCOUNT AND RT-GL-ACCOUNT NOT = SPACES
                    MOVE RT-GL-ACCOUNT TO WS-GL-ACCOUNT
                 WHEN RT-IS-RATE
                       AND RT-DEST-CODE NOT = SPACES
                       AND (RT-CLASS = 'F' OR RT-CLASS = 'U'
                          OR RT-CLASS = 'R')
                       AND RT-RATE-X NUMERIC
                       AND WS-RATE-CNT < WS-MAX-RATES
                    ADD 1 TO WS-RATE-CNT
                    MOVE RT-DEST-CODE TO WS-RT-DEST (WS-RATE-CNT)
                    MOVE RT-CLASS TO WS-RT-CLASS (WS-RATE-CNT)
                    MOVE RT-RATE TO WS-RT-RATE (WS-RATE-CNT)
                 WHEN OTHER
                    ADD 1 TO WS-RATE-CARDS-REJECTED
                    MOVE RATE-REC(1:40) TO RR-IMAGE
                    MOVE WS-RATE-REJECT-LINE TO REPORT-REC
                    WRITE REPORT-REC
              END-EVALUATE
           END-IF.

       02200-LOAD-DIRECTORY.

      *    EVERY ORDINARY DESTINATION, ACTIVE OR RETIRED, GETS AN
      *    ENTRY; ONLY THE ACTIVE ONES SHARE THE BROADCAST COST.
      *    GROUP ROWS ARE SKIPPED -- A GROUP MESSAGE IS ON THE
      *    MASTER ONCE PER MEMBER
           MOVE LOW-VALUES TO DST-KEY.
           MOVE 'N' TO WS-BROWSE-DONE-SW.
           START DSTFILE KEY NOT < DST-KEY
              INVALID KEY
                 SET BROWSE-DONE TO TRUE
           END-START.
           PERFORM 02300-LOAD-ONE-DESTINATION
              UNTIL BROWSE-DONE.
           CLOSE DSTFILE.
           IF WS-DIR-ROWS-NOT-TABLED > 0 THEN
              DISPLAY 'TPROG16: CHARGE TABLE FULL - '
                 WS-DIR-ROWS-NOT-TABLED
                 ' DIRECTORY ROWS NOT LOADED' UPON CONSOLE
           END-IF.

       02300-LOAD-ONE-DESTINATION.

           READ DSTFILE NEXT RECORD
              AT END
                 SET BROWSE-DONE TO TRUE
           END-READ.
           IF NOT BROWSE-DONE THEN
              IF NOT DSTFILE-STATUS-OK THEN
                 SET BROWSE-DONE TO TRUE
              ELSE
                 IF DST-IS-DESTINATION THEN
                    IF WS-DEST-CNT < WS-MAX-DESTS THEN
                       ADD 1 TO WS-DEST-CNT
                       MOVE WS-DEST-CNT TO WS-DS-IX
                       MOVE DST-CODE TO WS-CB-CODE (WS-DS-IX)
                       MOVE DST-NAME TO WS-CB-NAME (WS-DS-IX)
                       MOVE DST-CONTACT TO WS-CB-CONTACT (WS-DS-IX)
                       IF DST-ACTIVE THEN
                          MOVE 'Y' TO WS-CB-ACTIVE-SW (WS-DS-IX)
                       END-IF
                       PERFORM 02400-PRICE-DEST-ENTRY
                    ELSE
                       ADD 1 TO WS-DIR-ROWS-NOT-TABLED
                    END-IF
                 END-IF
              END-IF
           END-IF.

       02400-PRICE-DEST-ENTRY.

           MOVE WS-CB-CODE (WS-DS-IX) TO WS-LOOKUP-DEST.
           PERFORM VARYING WS-CLS-IX FROM 1 BY 1
                    UNTIL WS-CLS-IX > 3
              PERFORM 02500-LOOK-UP-RATE
              MOVE WS-LOOKUP-RATE TO WS-CB-RATE (WS-DS-IX WS-CLS-IX)
              MOVE WS-LOOKUP-FOUND-SW
                 TO WS-CB-RATE-SW (WS-DS-IX WS-CLS-IX)
           END-PERFORM.

       02500-LOOK-UP-RATE.

      *    THE DESTINATION'S OWN ROW FOR THE CLASS, ELSE THE '***'
      *    ROW FOR THE CLASS, ELSE UNPRICED (ZERO)
           MOVE ZERO TO WS-LOOKUP-RATE.
           MOVE 'N' TO WS-LOOKUP-FOUND-SW.
           PERFORM VARYING WS-RATE-IX FROM 1 BY 1
                    UNTIL WS-RATE-IX > WS-RATE-CNT OR LOOKUP-FOUND
              IF WS-RT-DEST (WS-RATE-IX) = WS-LOOKUP-DEST
                    AND WS-RT-CLASS (WS-RATE-IX)
                       = WS-CLASS-CODE (WS-CLS-IX) THEN
                 SET LOOKUP-FOUND TO TRUE
                 MOVE WS-RT-RATE (WS-RATE-IX) TO WS-LOOKUP-RATE
              END-IF
           END-PERFORM.
           PERFORM VARYING WS-RATE-IX FROM 1 BY 1
                    UNTIL WS-RATE-IX > WS-RATE-CNT OR LOOKUP-FOUND
              IF WS-RT-DEST (WS-RATE-IX) = '***'
                    AND WS-RT-CLASS (WS-RATE-IX)
                       = WS-CLASS-CODE (WS-CLS-IX) THEN
                 SET LOOKUP-FOUND TO TRUE
                 MOVE WS-RT-RATE (WS-RATE-IX) TO WS-LOOKUP-RATE
              END-IF
           END-PERFORM.

       03000-BROWSE-PERIOD.

           MOVE '*** CONTROL TOTALS BY BUSINESS DATE ***' TO SL-TEXT.
           MOVE WS-SECTION-LINE TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE 'ROWS LOADED TIES TO TPROG09 MESSAGE MASTER ROWS LOADED'
              TO SL-TEXT.
           MOVE WS-SECTION-LINE TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE WS-DATE-HEADING TO REPORT-REC.
           WRITE REPORT-REC.

           SORT SORTFILE
              ON ASCENDING KEY SR-MSG-KEY SR-SOURCE
              INPUT PROCEDURE IS 03010-STAGE-PERIOD
              OUTPUT PROCEDURE IS 03050-PRICE-PERIOD.
           IF WS-CUR-DATE NOT = SPACES THEN
              PERFORM 03500-PRINT-DATE-TOTALS
           END-IF.

           MOVE 'TOTAL' TO DC-DATE.
           MOVE WS-PT-LOADED TO DC-LOADED.
           MOVE WS-PT-DELETED TO DC-DELETED.
           MOVE WS-PT-RECALLED TO DC-RECALLED.
           MOVE WS-PT-BILLED TO DC-BILLED.
           MOVE WS-PT-BROADCAST TO DC-BROADCAST.
           MOVE WS-PT-AMOUNT TO DC-AMOUNT.
           MOVE SPACES TO BODY-TEXT.
           MOVE BODY-LINE TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE WS-DATE-CONTROL-LINE TO REPORT-REC.
           WRITE REPORT-REC.

       03010-STAGE-PERIOD.

      *    THE PERIOD'S MASTER ROWS, THEN ITS PURGED ROWS FROM
      *    THE OFFLOADS.  NO MSGOFFLD DD IS NOT AN ERROR -- NOT
      *    EVERY PERIOD HAS BEEN PURGED YET
           MOVE WS-FROM-DATE TO MSG-RUN-DATE.
           MOVE ZERO TO MSG-SEQ.
           MOVE 'N' TO WS-BROWSE-DONE-SW.
           START MSGFILE KEY NOT < MSG-KEY
              INVALID KEY
                 SET BROWSE-DONE TO TRUE
           END-START.
           PERFORM 03020-STAGE-ONE-MASTER-ROW
              UNTIL BROWSE-DONE.

           OPEN INPUT OFFFILE.
           IF OFFFILE-STATUS-OK THEN
              SET OFFLOAD-READ TO TRUE
              PERFORM 03030-STAGE-ONE-OFFLOAD-ROW
                 UNTIL OFF-EOF
              CLOSE OFFFILE
           ELSE
              DISPLAY 'TPROG16: MSGOFFLD NOT AVAILABLE - STATUS '
                 WS-OFFFILE-STATUS
                 ' - PURGED ROWS NOT BILLED' UPON CONSOLE
           END-IF.

       03020-STAGE-ONE-MASTER-ROW.

           READ MSGFILE NEXT RECORD
              AT END
                 SET BROWSE-DONE TO TRUE
           END-READ.
           IF NOT BROWSE-DONE THEN
              IF NOT MSGFILE-STATUS-OK
                    OR MSG-RUN-DATE > WS-TO-DATE THEN
                 SET BROWSE-DONE TO TRUE
              ELSE
                 MOVE MSG-KEY TO SR-MSG-KEY
                 SET SR-FROM-MASTER TO TRUE
                 MOVE MSGMST-REC(17:80) TO SR-MSG-REST
                 RELEASE SORT-REC
              END-IF
           END-IF.

       03030-STAGE-ONE-OFFLOAD-ROW.

           READ OFFFILE
              AT END
                 SET OFF-EOF TO TRUE
           END-READ.
           IF NOT OFF-EOF THEN
              IF OFFLOAD-RUN-DATE NOT < WS-FROM-DATE
                    AND OFFLOAD-RUN-DATE NOT > WS-TO-DATE THEN
                 MOVE OFFLOAD-KEY TO SR-MSG-KEY
                 SET SR-FROM-OFFLOAD TO TRUE
                 MOVE OFFLOAD-REC(17:80) TO SR-MSG-REST
                 RELEASE SORT-REC
              END-IF
           END-IF.

       03050-PRICE-PERIOD.

           PERFORM 03100-PRICE-ONE-MESSAGE
              UNTIL SORT-EOF.

       03100-PRICE-ONE-MESSAGE.

      *    THE ROW IS PRICED FROM THE MASTER RECORD AREA, AS WHEN
      *    IT WAS READ THERE.  A REPEATED KEY IS SKIPPED
           RETURN SORTFILE
              AT END
                 SET SORT-EOF TO TRUE
           END-RETURN.
           IF NOT SORT-EOF THEN
              IF SR-MSG-KEY = WS-PREV-MSG-KEY THEN
                 ADD 1 TO WS-DUPLICATE-ROWS
              ELSE
                 MOVE SR-MSG-KEY TO WS-PREV-MSG-KEY
                 MOVE SR-MSG-KEY TO MSG-KEY
                 MOVE SR-MSG-REST TO MSGMST-REC(17:80)
                 IF SR-FROM-OFFLOAD THEN
                    ADD 1 TO WS-OFFLOAD-ROWS
                 END-IF
                 IF MSG-RUN-DATE NOT = WS-CUR-DATE THEN
                    IF WS-CUR-DATE NOT = SPACES THEN
                       PERFORM 03500-PRINT-DATE-TOTALS
                    END-IF
                    MOVE MSG-RUN-DATE TO WS-CUR-DATE
                    INITIALIZE WS-DATE-TOTALS
                 END-IF
                 ADD 1 TO WS-DT-LOADED
                 IF MSG-DELETED THEN
                    ADD 1 TO WS-DT-DELETED
                 ELSE
                    PERFORM 03200-CHARGE-MESSAGE
                 END-IF
              END-IF
           END-IF.

       03200-CHARGE-MESSAGE.

      *    A RECALLED MESSAGE WAS STILL DISTRIBUTED, SO IT BILLS
           ADD 1 TO WS-DT-BILLED.
           IF MSG-RECALLED THEN
              ADD 1 TO WS-DT-RECALLED
           END-IF.
           EVALUATE MSG-PRIORITY
              WHEN 'F'
                 MOVE 1 TO WS-CLS-IX
              WHEN 'U'
                 MOVE 2 TO WS-CLS-IX
              WHEN OTHER
                 MOVE 3 TO WS-CLS-IX
           END-EVALUATE.
           IF MSG-DEST-CODE = SPACES THEN
              ADD 1 TO WS-DT-BROADCAST
              ADD 1 TO WS-BRD-MSGS (WS-CLS-IX)
              MOVE WS-BRD-RATE (WS-CLS-IX) TO WS-MSG-PRICE
              ADD WS-MSG-PRICE TO WS-BRD-AMOUNT (WS-CLS-IX)
              IF NOT BRD-RATE-FOUND (WS-CLS-IX) THEN
                 ADD 1 TO WS-UNPRICED-MSGS
              END-IF
           ELSE
              PERFORM 03300-FIND-CHARGE-ENTRY
              ADD 1 TO WS-CB-MSGS (WS-DS-IX WS-CLS-IX)
              MOVE WS-CB-RATE (WS-DS-IX WS-CLS-IX) TO WS-MSG-PRICE
              ADD WS-MSG-PRICE TO WS-CB-AMOUNT (WS-DS-IX WS-CLS-IX)
              IF NOT CB-RATE-FOUND (WS-DS-IX WS-CLS-IX) THEN
                 ADD 1 TO WS-UNPRICED-MSGS
              END-IF
           END-IF.
           ADD WS-MSG-PRICE TO WS-DT-AMOUNT.

       03300-FIND-CHARGE-ENTRY.

      *    A CODE NO LONGER IN THE DIRECTORY STILL BILLS -- UNDER
      *    ITS OWN ENTRY, WITH NO CONTACT ON FILE
           MOVE ZERO TO WS-DS-IX.
           PERFORM VARYING WS-DS-FIND-IX FROM 1 BY 1
                    UNTIL WS-DS-FIND-IX > WS-DEST-CNT
                       OR WS-DS-IX > 0
              IF WS-CB-CODE (WS-DS-FIND-IX) = MSG-DEST-CODE THEN
                 MOVE WS-DS-FIND-IX TO WS-DS-IX
              END-IF
           END-PERFORM.
           IF WS-DS-IX = 0 THEN
              IF WS-DEST-CNT < WS-MAX-DESTS THEN
                 ADD 1 TO WS-DEST-CNT
                 MOVE WS-DEST-CNT TO WS-DS-IX
                 MOVE MSG-DEST-CODE TO WS-CB-CODE (WS-DS-IX)
                 MOVE '*NOT IN DIRECTORY*' TO WS-CB-NAME (WS-DS-IX)
                 PERFORM 02400-PRICE-DEST-ENTRY
              ELSE
                 MOVE WS-MAX-DESTS TO WS-DS-IX
                 MOVE '*OTHERS*' TO WS-CB-NAME (WS-DS-IX)
              END-IF
           END-IF.

       03500-PRINT-DATE-TOTALS.

           ADD 1 TO WS-DATES-BILLED.
           MOVE WS-CUR-DATE TO DC-DATE.
           MOVE WS-DT-LOADED TO DC-LOADED.
           MOVE WS-DT-DELETED TO DC-DELETED.
           MOVE WS-DT-RECALLED TO DC-RECALLED.
           MOVE WS-DT-BILLED TO DC-BILLED.
           MOVE WS-DT-BROADCAST TO DC-BROADCAST.
           MOVE WS-DT-AMOUNT TO DC-AMOUNT.
           MOVE WS-DATE-CONTROL-LINE TO REPORT-REC.
           WRITE REPORT-REC.
           ADD WS-DT-LOADED TO WS-PT-LOADED.
           ADD WS-DT-DELETED TO WS-PT-DELETED.
           ADD WS-DT-RECALLED TO WS-PT-RECALLED.
           ADD WS-DT-BILLED TO WS-PT-BILLED.
           ADD WS-DT-BROADCAST TO WS-PT-BROADCAST.
           ADD WS-DT-AMOUNT TO WS-PT-AMOUNT.

       04000-SPLIT-BROADCAST.

      *    EVEN SHARES TO THE CENT, ANY ODD CENTS TO THE FIRST
      *    ACTIVE DESTINATION, SO THE SHARES ADD BACK EXACTLY.
      *    WITH NO ACTIVE DESTINATION THE COST IS LEFT UNSPLIT
      *    AND REPORTED
           MOVE ZERO TO WS-BRD-TOTAL.
           PERFORM VARYING WS-CLS-IX FROM 1 BY 1
                    UNTIL WS-CLS-IX > 3
              ADD WS-BRD-AMOUNT (WS-CLS-IX) TO WS-BRD-TOTAL
           END-PERFORM.
           MOVE ZERO TO WS-ACTIVE-CNT.
           MOVE ZERO TO WS-FIRST-ACTIVE-IX.
           PERFORM VARYING WS-DS-IX FROM 1 BY 1
                    UNTIL WS-DS-IX > WS-DEST-CNT
              IF CB-ACTIVE (WS-DS-IX) THEN
                 ADD 1 TO WS-ACTIVE-CNT
                 IF WS-FIRST-ACTIVE-IX = 0 THEN
                    MOVE WS-DS-IX TO WS-FIRST-ACTIVE-IX
                 END-IF
              END-IF
           END-PERFORM.
           IF WS-ACTIVE-CNT = 0 THEN
              MOVE WS-BRD-TOTAL TO WS-BRD-UNSPLIT
           ELSE
              COMPUTE WS-BRD-SHARE = WS-BRD-TOTAL / WS-ACTIVE-CNT
              COMPUTE WS-BRD-REMAINDER =
                 WS-BRD-TOTAL - (WS-BRD-SHARE * WS-ACTIVE-CNT)
              PERFORM VARYING WS-DS-IX FROM 1 BY 1
                       UNTIL WS-DS-IX > WS-DEST-CNT
                 IF CB-ACTIVE (WS-DS-IX) THEN
                    MOVE WS-BRD-SHARE TO WS-CB-BRD-SHARE (WS-DS-IX)
                 END-IF
              END-PERFORM
              ADD WS-BRD-REMAINDER
                 TO WS-CB-BRD-SHARE (WS-FIRST-ACTIVE-IX)
           END-IF.

           PERFORM VARYING WS-DS-IX FROM 1 BY 1
                    UNTIL WS-DS-IX > WS-DEST-CNT
              MOVE WS-CB-BRD-SHARE (WS-DS-IX) TO WS-CB-TOTAL (WS-DS-IX)
              MOVE ZERO TO WS-CB-MSG-TOTAL (WS-DS-IX)
              PERFORM VARYING WS-CLS-IX FROM 1 BY 1
                       UNTIL WS-CLS-IX > 3
                 ADD WS-CB-AMOUNT (WS-DS-IX WS-CLS-IX)
                    TO WS-CB-TOTAL (WS-DS-IX)
                 ADD WS-CB-MSGS (WS-DS-IX WS-CLS-IX)
                    TO WS-CB-MSG-TOTAL (WS-DS-IX)
              END-PERFORM
           END-PERFORM.

       05000-PRINT-INVOICES.

      *    ONE INVOICE PER CONTACT, IN DIRECTORY ORDER OF ITS
      *    FIRST DESTINATION; A DESTINATION WITH NO TRAFFIC AND
      *    NO BROADCAST SHARE IS LEFT OFF
           PERFORM VARYING WS-INV-IX FROM 1 BY 1
                    UNTIL WS-INV-IX > WS-DEST-CNT
              IF NOT CB-INVOICED (WS-INV-IX)
                    AND (WS-CB-TOTAL (WS-INV-IX) > 0
                       OR WS-CB-MSG-TOTAL (WS-INV-IX) > 0) THEN
                 PERFORM 05100-PRINT-ONE-INVOICE
              END-IF
           END-PERFORM.

       05100-PRINT-ONE-INVOICE.

           ADD 1 TO WS-INVOICE-CNT.
           MOVE WS-CB-CONTACT (WS-INV-IX) TO WS-INVOICE-CONTACT.
           MOVE ZERO TO WS-INVOICE-MSGS.
           MOVE ZERO TO WS-INVOICE-AMOUNT.
           PERFORM 07000-PRINT-HEADER-BLOCK.
           IF WS-INVOICE-CONTACT = SPACES THEN
              MOVE '*NO CONTACT ON FILE*' TO IV-CONTACT
           ELSE
              MOVE WS-INVOICE-CONTACT TO IV-CONTACT
           END-IF.
           MOVE WS-FROM-DATE TO IV-FROM.
           MOVE WS-TO-DATE TO IV-TO.
           MOVE WS-INVOICE-TO-LINE TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO BODY-TEXT.
           MOVE BODY-LINE TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE WS-INVOICE-HEADING TO REPORT-REC.
           WRITE REPORT-REC.

           PERFORM VARYING WS-DS-IX FROM WS-INV-IX BY 1
                    UNTIL WS-DS-IX > WS-DEST-CNT
              IF NOT CB-INVOICED (WS-DS-IX)
                    AND (WS-CB-TOTAL (WS-DS-IX) > 0
                       OR WS-CB-MSG-TOTAL (WS-DS-IX) > 0)
                    AND WS-CB-CONTACT (WS-DS-IX)
                       = WS-INVOICE-CONTACT THEN
                 PERFORM 05200-PRINT-INVOICE-DEST
              END-IF
           END-PERFORM.

           MOVE SPACES TO BODY-TEXT.
           MOVE BODY-LINE TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE 'INVOICE TOTAL' TO IT-TEXT.
           MOVE WS-INVOICE-MSGS TO IT-MSGS.
           MOVE WS-INVOICE-AMOUNT TO IT-AMOUNT.
           MOVE WS-INVOICE-TOTAL-LINE TO REPORT-REC.
           WRITE REPORT-REC.
           ADD WS-INVOICE-MSGS TO WS-INVOICED-MSGS.
           ADD WS-INVOICE-AMOUNT TO WS-INVOICED-AMOUNT.

       05200-PRINT-INVOICE-DEST.

           MOVE 'Y' TO WS-CB-INVOICED-SW (WS-DS-IX).
           PERFORM VARYING WS-CLS-IX FROM 1 BY 1
                    UNTIL WS-CLS-IX > 3
              IF WS-CB-MSGS (WS-DS-IX WS-CLS-IX) > 0 THEN
                 MOVE WS-CB-CODE (WS-DS-IX) TO IL-DEST
                 MOVE WS-CB-NAME (WS-DS-IX) TO IL-NAME
                 MOVE WS-CLASS-NAME (WS-CLS-IX) TO IL-CLASS
                 MOVE WS-CB-MSGS (WS-DS-IX WS-CLS-IX) TO IL-MSGS
                 MOVE WS-CB-RATE (WS-DS-IX WS-CLS-IX) TO IL-RATE
                 MOVE WS-CB-AMOUNT (WS-DS-IX WS-CLS-IX) TO IL-AMOUNT
                 IF CB-RATE-FOUND (WS-DS-IX WS-CLS-IX) THEN
                    MOVE SPACES TO IL-NOTE
                 ELSE
                    MOVE '*NO RATE*' TO IL-NOTE
                 END-IF
                 MOVE WS-INVOICE-DETAIL-LINE TO REPORT-REC
                 WRITE REPORT-REC
                 ADD WS-CB-MSGS (WS-DS-IX WS-CLS-IX)
                    TO WS-INVOICE-MSGS
              END-IF
           END-PERFORM.
           IF WS-CB-BRD-SHARE (WS-DS-IX) > 0 THEN
              MOVE WS-CB-CODE (WS-DS-IX) TO IL-DEST
              MOVE WS-CB-NAME (WS-DS-IX) TO IL-NAME
              MOVE 'BRDCAST SHARE' TO IL-CLASS
              MOVE ZERO TO IL-MSGS
              MOVE ZERO TO IL-RATE
              MOVE WS-CB-BRD-SHARE (WS-DS-IX) TO IL-AMOUNT
              MOVE SPACES TO IL-NOTE
              MOVE WS-INVOICE-DETAIL-LINE TO REPORT-REC
              WRITE REPORT-REC
           END-IF.
           ADD WS-CB-TOTAL (WS-DS-IX) TO WS-INVOICE-AMOUNT.

       06000-WRITE-GL-FEED.

           MOVE SPACES TO GLFEED-REC.
           SET GL-HEADER TO TRUE.
           MOVE WS-FROM-DATE TO GL-PERIOD-FROM.
           MOVE WS-TO-DATE TO GL-PERIOD-TO.
           MOVE 'TPROG16' TO GL-SOURCE.
           MOVE WS-RUN-YYYY TO GL-CREATE-DATE(1:4).
           MOVE WS-RUN-MM TO GL-CREATE-DATE(5:2).
           MOVE WS-RUN-DD TO GL-CREATE-DATE(7:2).
           WRITE GLFEED-REC.

           PERFORM VARYING WS-DS-IX FROM 1 BY 1
                    UNTIL WS-DS-IX > WS-DEST-CNT
              IF WS-CB-TOTAL (WS-DS-IX) > 0
                    OR WS-CB-MSG-TOTAL (WS-DS-IX) > 0 THEN
                 PERFORM 06100-WRITE-GL-DETAIL
              END-IF
           END-PERFORM.

           MOVE SPACES TO GLFEED-REC.
           SET GL-TRAILER TO TRUE.
           MOVE WS-FROM-DATE TO GL-PERIOD-FROM.
           MOVE WS-TO-DATE TO GL-PERIOD-TO.
           MOVE WS-GL-ROWS TO GL-DETAIL-COUNT.
           MOVE WS-GL-AMOUNT TO GL-GRAND-TOTAL.
           WRITE GLFEED-REC.

       06100-WRITE-GL-DETAIL.

           MOVE SPACES TO GLFEED-REC.
           SET GL-DETAIL TO TRUE.
           MOVE WS-FROM-DATE TO GL-PERIOD-FROM.
           MOVE WS-TO-DATE TO GL-PERIOD-TO.
           MOVE WS-CB-CODE (WS-DS-IX) TO GL-DEST-CODE.
           MOVE WS-GL-ACCOUNT TO GL-ACCOUNT.
           MOVE ZERO TO GL-MSG-COUNT.
           MOVE ZERO TO GL-DIRECT-AMT.
           PERFORM VARYING WS-CLS-IX FROM 1 BY 1
                    UNTIL WS-CLS-IX > 3
              ADD WS-CB-MSGS (WS-DS-IX WS-CLS-IX) TO GL-MSG-COUNT
              ADD WS-CB-AMOUNT (WS-DS-IX WS-CLS-IX) TO GL-DIRECT-AMT
           END-PERFORM.
           MOVE WS-CB-BRD-SHARE (WS-DS-IX) TO GL-BRD-SHARE-AMT.
           MOVE WS-CB-TOTAL (WS-DS-IX) TO GL-TOTAL-AMT.
           WRITE GLFEED-REC.
           ADD 1 TO WS-GL-ROWS.
           ADD WS-CB-TOTAL (WS-DS-IX) TO WS-GL-AMOUNT.

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

      *    BILLED MESSAGES MUST ALL LAND ON AN INVOICE (BROADCAST
      *    ONES THROUGH THE SHARES), AND THE PRICED AMOUNT, THE
      *    INVOICES AND THE GL FEED MUST AGREE TO THE CENT
           PERFORM 07000-PRINT-HEADER-BLOCK.
           MOVE '*** CHARGEBACK CONTROL SUMMARY ***' TO SL-TEXT.
           MOVE WS-SECTION-LINE TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO BODY-TEXT.
           MOVE BODY-LINE TO REPORT-REC.
           WRITE REPORT-REC.

           MOVE 'MESSAGE MASTER ROWS LOADED        ' TO LG-NAME.
           MOVE WS-PT-LOADED TO LG-COUNT.
           MOVE ZERO TO LG-AMOUNT.
           MOVE 'SUM OF THE TPROG09 LEG FOR EACH DATE' TO LG-NOTE.
           MOVE WS-LEG-LINE TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE '  OF WHICH FROM MSGOFFLD          ' TO LG-NAME.
           MOVE WS-OFFLOAD-ROWS TO LG-COUNT.
           IF OFFLOAD-READ THEN
              MOVE 'PURGED BY TPROG12 BEFORE THIS RUN' TO LG-NOTE
           ELSE
              MOVE '*MSGOFFLD NOT READ - PURGED ROWS MISSED*'
                 TO LG-NOTE
           END-IF.
           MOVE WS-LEG-LINE TO REPORT-REC.
           WRITE REPORT-REC.
           IF WS-DUPLICATE-ROWS > 0 THEN
              MOVE 'REPEATED KEYS - TAKEN ONCE        ' TO LG-NAME
              MOVE WS-DUPLICATE-ROWS TO LG-COUNT
              MOVE 'RESTORED OR OFFLOADED TWICE' TO LG-NOTE
              MOVE WS-LEG-LINE TO REPORT-REC
              WRITE REPORT-REC
           END-IF.
           MOVE 'DELETED - NOT BILLED              ' TO LG-NAME.
           MOVE WS-PT-DELETED TO LG-COUNT.
           MOVE SPACES TO LG-NOTE.
           MOVE WS-LEG-LINE TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE 'MESSAGES BILLED                   ' TO LG-NAME.
           MOVE WS-PT-BILLED TO LG-COUNT.
           MOVE WS-PT-AMOUNT TO LG-AMOUNT.
           MOVE 'INCLUDES RECALLED MESSAGES' TO LG-NOTE.
           MOVE WS-LEG-LINE TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE 'BROADCAST MESSAGES BILLED         ' TO LG-NAME.
           MOVE WS-PT-BROADCAST TO LG-COUNT.
           MOVE WS-BRD-TOTAL TO LG-AMOUNT.
           MOVE 'SPLIT ACROSS ACTIVE DESTINATIONS' TO LG-NOTE.
           MOVE WS-LEG-LINE TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE 'ACTIVE DESTINATIONS SHARING       ' TO LG-NAME.
           MOVE WS-ACTIVE-CNT TO LG-COUNT.
           MOVE WS-BRD-SHARE TO LG-AMOUNT.
           MOVE 'EVEN SHARE EACH' TO LG-NOTE.
           MOVE WS-LEG-LINE TO REPORT-REC.
           WRITE REPORT-REC.
           IF WS-BRD-UNSPLIT > 0 THEN
              MOVE 'BROADCAST COST NOT SPLIT          ' TO LG-NAME
              MOVE ZERO TO LG-COUNT
              MOVE WS-BRD-UNSPLIT TO LG-AMOUNT
              MOVE 'NO ACTIVE DESTINATION ON DSTMASTR' TO LG-NOTE
              MOVE WS-LEG-LINE TO REPORT-REC
              WRITE REPORT-REC
           END-IF.
           MOVE 'MESSAGES WITH NO RATE             ' TO LG-NAME.
           MOVE WS-UNPRICED-MSGS TO LG-COUNT.
           MOVE ZERO TO LG-AMOUNT.
           MOVE 'BILLED AT ZERO' TO LG-NOTE.
           MOVE WS-LEG-LINE TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE 'RATE CARDS REJECTED               ' TO LG-NAME.
           MOVE WS-RATE-CARDS-REJECTED TO LG-COUNT.
           MOVE SPACES TO LG-NOTE.
           MOVE WS-LEG-LINE TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE 'INVOICES PRINTED                  ' TO LG-NAME.
           MOVE WS-INVOICE-CNT TO LG-COUNT.
           MOVE WS-INVOICED-AMOUNT TO LG-AMOUNT.
           MOVE SPACES TO LG-NOTE.
           MOVE WS-LEG-LINE TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE 'GL FEED DETAIL ROWS               ' TO LG-NAME.
           MOVE WS-GL-ROWS TO LG-COUNT.
           MOVE WS-GL-AMOUNT TO LG-AMOUNT.
           MOVE 'ACCOUNT ' TO LG-NOTE.
           MOVE WS-GL-ACCOUNT TO LG-NOTE(9:12).
           MOVE WS-LEG-LINE TO REPORT-REC.
           WRITE REPORT-REC.

           MOVE SPACES TO BODY-TEXT.
           MOVE BODY-LINE TO REPORT-REC.
           WRITE REPORT-REC.

           MOVE 'MESSAGES BILLED = INVOICED + BROADCAST' TO VD-TEXT.
           IF WS-PT-BILLED = WS-INVOICED-MSGS + WS-PT-BROADCAST THEN
              MOVE 'IN BALANCE' TO VD-VERDICT
           ELSE
              MOVE '*OUT OF BALANCE*' TO VD-VERDICT
              SET CHARGE-MISMATCH TO TRUE
           END-IF.
           MOVE WS-VERDICT-LINE TO REPORT-REC.
           WRITE REPORT-REC.

           MOVE 'AMOUNT BILLED = INVOICE TOTALS + UNSPLIT BROADCAST'
              TO VD-TEXT.
           IF WS-PT-AMOUNT = WS-INVOICED-AMOUNT + WS-BRD-UNSPLIT THEN
              MOVE 'IN BALANCE' TO VD-VERDICT
           ELSE
              MOVE '*OUT OF BALANCE*' TO VD-VERDICT
              SET CHARGE-MISMATCH TO TRUE
           END-IF.
           MOVE WS-VERDICT-LINE TO REPORT-REC.
           WRITE REPORT-REC.

           MOVE 'INVOICE TOTALS = GL FEED TOTAL' TO VD-TEXT.
           IF WS-INVOICED-AMOUNT = WS-GL-AMOUNT THEN
              MOVE 'IN BALANCE' TO VD-VERDICT
           ELSE
              MOVE '*OUT OF BALANCE*' TO VD-VERDICT
              SET CHARGE-MISMATCH TO TRUE
           END-IF.
           MOVE WS-VERDICT-LINE TO REPORT-REC.
           WRITE REPORT-REC.

       09000-TERMINATE.

           CLOSE MSGFILE.
           CLOSE GLFILE.
           CLOSE RPTFILE.
           IF CHARGE-MISMATCH THEN
              DISPLAY 'TPROG16: CHARGEBACK OUT OF BALANCE FOR '
                 WS-FROM-DATE ' - ' WS-TO-DATE UPON CONSOLE
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WS-UNPRICED-MSGS > 0
                    OR WS-RATE-CARDS-REJECTED > 0
                    OR WS-BRD-UNSPLIT > 0 THEN
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.
