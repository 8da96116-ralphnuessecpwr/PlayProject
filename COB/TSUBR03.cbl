       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TSUBR03.
       AUTHOR.        COMPUWARE ISPW TRAINING.
       DATE-WRITTEN.  OCTOBER 15TH, 2026.
       DATE-COMPILED.

      ********************************************************
      * THIS PROGRAM IS A SUBPROGRAM CALLED BY THE MAINTENANCE
      *      AND INQUIRY PROGRAMS (TPROG02, TPROG06, TPROG07 AND
      *      TPROG10) BEFORE EACH ACTION, TO CHECK THAT THE USER
      *      RUNNING THE PROGRAM HOLDS THAT ACTION ON THE
      *      AUTHORIZATION FILE.
      *
      *      THE ACTION IS REFUSED WHEN THE USER HAS NO ROW, THE
      *      ROW IS REMOVED, THE ACTION FLAG IS NOT SET, OR THE
      *      FILE CANNOT BE READ.  EVERY REFUSAL IS APPENDED TO
      *      THE SECURITY-VIOLATION FILE FOR TPROG19.  BOTH FILES
      *      ARE OPENED AND CLOSED ON EVERY CALL, SO A GRANT OR
      *      REVOKE BY TPROG18 TAKES EFFECT AT ONCE AND EACH
      *      VIOLATION IS ON DISK BEFORE THE CALLER GOES ON.
      *
      *      COPYLIBS   TCPYM01   (AUTHORIZATION RECORD)
      *                 TCPYN01   (LINK AREA)
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

      *****************************************************
      *  AUTFILE - VSAM KSDS AUTHORIZATION FILE, KEYED BY
      *            USER ID (SEE TCPYM01)
      *****************************************************
           SELECT AUTFILE  ASSIGN AUTHMSTR
             ORGANIZATION IS INDEXED
             ACCESS IS RANDOM
             RECORD KEY IS AU-KEY
             FILE STATUS IS WS-AUTFILE-STATUS.

      *****************************************************
      *  VIOFILE - APPEND-ONLY SECURITY-VIOLATION FILE
      *****************************************************
           SELECT VIOFILE  ASSIGN UT-S-SECVIOL
             ORGANIZATION IS SEQUENTIAL
             ACCESS IS SEQUENTIAL
             FILE STATUS IS WS-VIOFILE-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  AUTFILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS AUTH-REC.

       COPY TCPYM01.

       FD  VIOFILE
           LABEL RECORDS OMITTED
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           DATA RECORD IS SECVIOL-REC.

       COPY TCPYO01.

       WORKING-STORAGE SECTION.

       01  WS-AUTFILE-STATUS  PIC X(2)      VALUE '00'.
           88  AUTFILE-STATUS-OK     VALUE '00'.
       01  WS-VIOFILE-STATUS  PIC X(2)      VALUE '00'.
           88  VIOFILE-STATUS-OK     VALUE '00'.

       01  WS-SYS-DATE        PIC 9(6)      VALUE ZERO.
       01  WS-SYS-TIME        PIC 9(8)      VALUE ZERO.
       01  WS-NOW-DATE.
           05  WS-NOW-CC      PIC X(2)      VALUE '20'.
           05  WS-NOW-YY      PIC X(2).
           05  FILLER         PIC X(1)      VALUE '/'.
           05  WS-NOW-MM      PIC X(2).
           05  FILLER         PIC X(1)      VALUE '/'.
           05  WS-NOW-DD      PIC X(2).
       01  WS-NOW-TIME.
           05  WS-NOW-HH      PIC X(2).
           05  FILLER         PIC X(1)      VALUE ':'.
           05  WS-NOW-MN      PIC X(2).
           05  FILLER         PIC X(1)      VALUE ':'.
           05  WS-NOW-SS      PIC X(2).

      ****************************************************
      **** ACTION NAMES, IN TCPYM01 FLAG ORDER
      ****************************************************
       01  WS-ACTION-NAME-VALUES.
           05  FILLER         PIC X(8)      VALUE 'INQUIRE '.
           05  FILLER         PIC X(8)      VALUE 'DELETE  '.
           05  FILLER         PIC X(8)      VALUE 'UNDELETE'.
           05  FILLER         PIC X(8)      VALUE 'REPRINT '.
           05  FILLER         PIC X(8)      VALUE 'DSTADD  '.
           05  FILLER         PIC X(8)      VALUE 'DSTCHG  '.
           05  FILLER         PIC X(8)      VALUE 'DSTRET  '.
           05  FILLER         PIC X(8)      VALUE 'CORDROP '.
           05  FILLER         PIC X(8)      VALUE 'CORREPL '.
       01  WS-ACTION-NAME-TABLE REDEFINES WS-ACTION-NAME-VALUES.
           05  WS-ACTION-NAME OCCURS 9 TIMES
                              PIC X(8).

       01  WS-ACTION-IX       PIC 9(1)      VALUE ZERO.

       LINKAGE SECTION.
      ****************************************************
      **** A COPY MEMBER FOR THE LINKAGE AREA PARAMETERS
      ****************************************************
       COPY TCPYN01.

       PROCEDURE DIVISION USING AUTHORIZATION-AREA.

       0000-MAIN-PROCEDURE.

           MOVE '00' TO AUA-RESULT.
           MOVE SPACES TO AUA-MESSAGE.

           ACCEPT WS-SYS-DATE FROM DATE.
           ACCEPT WS-SYS-TIME FROM TIME.
           MOVE WS-SYS-DATE(1:2) TO WS-NOW-YY.
           MOVE WS-SYS-DATE(3:2) TO WS-NOW-MM.
           MOVE WS-SYS-DATE(5:2) TO WS-NOW-DD.
           MOVE WS-SYS-TIME(1:2) TO WS-NOW-HH.
           MOVE WS-SYS-TIME(3:2) TO WS-NOW-MN.
           MOVE WS-SYS-TIME(5:2) TO WS-NOW-SS.

           IF AUA-ACTION < 1 THEN
               MOVE 1 TO WS-ACTION-IX
           ELSE
               MOVE AUA-ACTION TO WS-ACTION-IX
           END-IF.

           PERFORM 1000-CHECK-AUTHORITY.
           IF NOT AUA-RESULT-OK THEN
               PERFORM 2000-LOG-VIOLATION
           END-IF.

           GOBACK.

       1000-CHECK-AUTHORITY.

      *    USER IDS ARE EIGHT CHARACTERS; ANYTHING LONGER (OR NO
      *    USER AT ALL) CAN HOLD NO ROW
           IF AUA-USERID = SPACES
                 OR AUA-USERID(9:12) NOT = SPACES THEN
               MOVE '20' TO AUA-RESULT
           ELSE
               OPEN INPUT AUTFILE
               IF NOT AUTFILE-STATUS-OK THEN
                   MOVE '30' TO AUA-RESULT
               ELSE
                   MOVE AUA-USERID(1:8) TO AU-USERID
                   READ AUTFILE
                       INVALID KEY
                           MOVE '20' TO AUA-RESULT
                   END-READ
                   IF AUA-RESULT-OK AND NOT AUTFILE-STATUS-OK THEN
                       MOVE '30' TO AUA-RESULT
                   END-IF
                   IF AUA-RESULT-OK THEN
                       IF AU-REMOVED THEN
                           MOVE '25' TO AUA-RESULT
                       ELSE
                           IF NOT AU-ACTION-GRANTED (WS-ACTION-IX)
                                 OR AUA-ACTION < 1 THEN
                               MOVE '10' TO AUA-RESULT
                           END-IF
                       END-IF
                   END-IF
                   CLOSE AUTFILE
               END-IF
           END-IF.

           EVALUATE TRUE
               WHEN AUA-NOT-GRANTED
                   STRING 'USER ' AUA-USERID(1:8)
                          ' NOT AUTHORIZED FOR '
                          WS-ACTION-NAME (WS-ACTION-IX)
                      DELIMITED BY SIZE INTO AUA-MESSAGE
               WHEN AUA-UNKNOWN-USER
                   STRING 'USER ' AUA-USERID(1:8)
                          ' NOT ON THE AUTHORIZATION FILE'
                      DELIMITED BY SIZE INTO AUA-MESSAGE
               WHEN AUA-USER-REMOVED
                   STRING 'USER ' AUA-USERID(1:8)
                          ' AUTHORIZATION REMOVED'
                      DELIMITED BY SIZE INTO AUA-MESSAGE
               WHEN AUA-FILE-ERROR
                   STRING 'AUTHORIZATION FILE STATUS '
                          WS-AUTFILE-STATUS
                          ' - UNREADABLE'
                      DELIMITED BY SIZE INTO AUA-MESSAGE
           END-EVALUATE.

       2000-LOG-VIOLATION.

      *    A VIOLATION THAT CANNOT BE LOGGED IS STILL REFUSED --
      *    THE CALLER'S REPORT OR SCREEN CARRIES THE WARNING
           OPEN EXTEND VIOFILE.
           IF NOT VIOFILE-STATUS-OK THEN
               MOVE '- NOT LOGGED' TO AUA-MESSAGE(46:12)
           ELSE
               MOVE SPACES TO SECVIOL-REC
               MOVE WS-NOW-DATE TO VI-DATE
               MOVE WS-NOW-TIME TO VI-TIME
               MOVE AUA-USERID TO VI-USERID
               MOVE AUA-PROGRAM TO VI-PROGRAM
               MOVE WS-ACTION-NAME (WS-ACTION-IX) TO VI-ACTION
               MOVE AUA-RESULT TO VI-REASON
               MOVE AUA-COMMAND TO VI-COMMAND
               WRITE SECVIOL-REC
               CLOSE VIOFILE
           END-IF.
