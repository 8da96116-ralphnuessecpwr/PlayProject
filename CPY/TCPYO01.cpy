      ******************************************************************
      *    TCPYO01 -- SECURITY-VIOLATION RECORD.  ONE ROW PER ACTION
      *               REFUSED BY TSUBR03: WHEN, WHO, WHICH PROGRAM
      *               AND ACTION, WHY (THE TCPYN01 AUA-RESULT CODE)
      *               AND THE COMMAND AS KEYED.  THE FILE IS APPEND-
      *               ONLY; TPROG19 PRINTS THE DAILY VIOLATIONS
      *               REPORT FROM IT.
      * ======================================================
      *                   MODIFICATION  LOG
      *
      *  DD/MM/YY  PROGRAMMER  CHANGES
      *  ********  **********  *******
      *  15/10/26  MAINT       NEW COPYBOOK
      * ======================================================
      ******************************************************************
       01  SECVIOL-REC.
           05  VI-DATE               PIC X(10).
           05  FILLER                PIC X(1).
           05  VI-TIME               PIC X(8).
           05  FILLER                PIC X(1).
           05  VI-USERID             PIC X(20).
           05  FILLER                PIC X(1).
           05  VI-PROGRAM            PIC X(8).
           05  FILLER                PIC X(1).
           05  VI-ACTION             PIC X(8).
           05  FILLER                PIC X(1).
           05  VI-REASON             PIC X(2).
           05  FILLER                PIC X(1).
           05  VI-COMMAND            PIC X(40).
           05  FILLER                PIC X(18).
