      *                        NARROWED TO 59 IN TCPYC01) --
      *                        EXTARCH/EXTNEW RECORDS RESIZED TO
      *                        MATCH
      *  15/10/26  MAINT       EXTRACT LRECL 71 -> 74 (EX-GROUP-
      *                        CODE ADDED TO TCPYC01) --
      *                        EXTARCH/EXTNEW RECORDS RESIZED TO
      *                        MATCH
      *  15/10/26  MAINT       EXTARCH/EXTNEW WIDENED TO 82 BYTES
      *                        WITH THE EXTRACT (EX-MSG-SEQ)
      * ======================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           RECORDING MODE IS F
           DATA RECORD IS EXTARCH-REC.

       01  EXTARCH-REC           PIC X(82).

       FD  EXTNEW
           LABEL RECORDS OMITTED
           RECORDING MODE IS F
           DATA RECORD IS EXTNEW-REC.

       01  EXTNEW-REC            PIC X(82).

       FD  AUDFILE
           LABEL RECORDS OMITTED
