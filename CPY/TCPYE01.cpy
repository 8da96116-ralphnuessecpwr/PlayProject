      *                        LAYOUT IT WRITES
      *  22/08/26  MAINT       AR-RUN-DATE WIDENED TO YYYY/MM/DD
      *                        (LRECL 69 -> 71)
      *  15/10/26  MAINT       ADDED THE ORIGINATOR ROW -- A RUN
      *                        NOW WRITES ONE ROW PER ORIGINATING
      *                        OFFICE AHEAD OF ITS RUN ROW, WITH
      *                        AR-OUTCOME 'ORIGIN' AND THE USERID
      *                        SLOT CARRYING THE ORIGINATOR ID AND
      *                        ITS REJECTED COUNT.  READERS THAT
      *                        WANT ONE ROW PER RUN SKIP THEM
      * ======================================================
      ******************************************************************
       01  AUDIT-REC.
           05  AR-RUN-USERID      PIC X(20).
           05  FILLER REDEFINES AR-RUN-USERID.
               10  AR-ORIGINATOR  PIC X(8).
               10  FILLER         PIC X(1).
               10  AR-RECORDS-REJECTED
                                  PIC ZZ,ZZZ,ZZ9.
               10  FILLER         PIC X(1).
           05  FILLER             PIC X(1).
           05  AR-RUN-DATE        PIC X(10).
           05  FILLER             PIC X(1).
                                  PIC X(10).
           05  FILLER             PIC X(1).
           05  AR-OUTCOME         PIC X(8).
               88  AR-ORIGINATOR-ROW      VALUE 'ORIGIN'.
