      *                        133-BYTE REPORT RECORD
      *  02/09/26  MAINT       DATE DETAIL LINE TRIMMED THE
      *                        SAME WAY
      *  15/10/26  MAINT       MESSAGE MASTER RECORD LENGTH
      *                        80 -> 96 (ACK DATE/TIME ADDED TO
      *                        TCPYD01); MSGOFFLD LRECL 80 -> 96
      * ======================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       FILE SECTION.

       FD  MSGFILE
           RECORD CONTAINS 96 CHARACTERS
           DATA RECORD IS MSGMST-REC.

       COPY TCPYD01.
           RECORDING MODE IS F
           DATA RECORD IS OFFLOAD-REC.

       01  OFFLOAD-REC           PIC X(96).

       FD  AUDFILE
           LABEL RECORDS OMITTED
