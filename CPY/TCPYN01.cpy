      ******************************************************************
      *    TCPYN01 -- LINKAGE AREA PASSED BETWEEN THE MAINTENANCE AND
      *               INQUIRY PROGRAMS (TPROG02/06/07/10) AND TSUBR03,
      *               WHICH CHECKS THE USER'S AUTHORIZATION ROW
      *               (TCPYM01) FOR ONE ACTION BEFORE THE PROGRAM
      *               ACTS, AND LOGS EVERY REFUSAL TO THE SECURITY-
      *               VIOLATION FILE (TCPYO01).
      *
      *               AUA-ACTION IS THE TCPYM01 ACTION NUMBER.
      *               AUA-COMMAND IS THE COMMAND AS KEYED, FOR THE
      *               VIOLATION ROW.  AUA-RESULT IS SET ON EVERY
      *               CALL; ANYTHING BUT '00' MEANS THE ACTION IS
      *               REFUSED AND COMES BACK WITH AUA-MESSAGE SAYING
      *               WHY (THE CALLER PRINTS IT AFTER ITS OWN
      *               REFUSED TEXT).  AN UNREADABLE AUTHORIZATION
      *               FILE REFUSES EVERY ACTION.
      * ======================================================
      *                   MODIFICATION  LOG
      *
      *  DD/MM/YY  PROGRAMMER  CHANGES
      *  ********  **********  *******
      *  15/10/26  MAINT       NEW COPYBOOK
      * ======================================================
      ******************************************************************
       01  AUTHORIZATION-AREA.
           05  AUA-USERID            PIC X(20).
           05  AUA-PROGRAM           PIC X(8).
           05  AUA-ACTION            PIC 9(1).
               88  AUA-ACTION-INQUIRE    VALUE 1.
               88  AUA-ACTION-DELETE     VALUE 2.
               88  AUA-ACTION-UNDELETE   VALUE 3.
               88  AUA-ACTION-REPRINT    VALUE 4.
               88  AUA-ACTION-DSTADD     VALUE 5.
               88  AUA-ACTION-DSTCHG     VALUE 6.
               88  AUA-ACTION-DSTRET     VALUE 7.
               88  AUA-ACTION-CORDROP    VALUE 8.
               88  AUA-ACTION-CORREPL    VALUE 9.
           05  AUA-COMMAND           PIC X(40).
           05  AUA-RESULT            PIC X(2).
               88  AUA-RESULT-OK         VALUE '00'.
               88  AUA-NOT-GRANTED       VALUE '10'.
               88  AUA-UNKNOWN-USER      VALUE '20'.
               88  AUA-USER-REMOVED      VALUE '25'.
               88  AUA-FILE-ERROR        VALUE '30'.
           05  AUA-MESSAGE           PIC X(60).
