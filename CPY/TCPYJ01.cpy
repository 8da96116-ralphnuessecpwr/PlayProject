      ******************************************************************
      *    TCPYJ01 -- LINKAGE AREA PASSED BETWEEN THE NIGHTLY STEP
      *               PROGRAMS (TPROG01/03/08/09/11) AND TSUBR02,
      *               WHICH KEEPS THE BATCH-CONTROL ROW (TCPYI01)
      *               FOR THE BUSINESS DATE ON THEIR BEHALF.
      *
      *               'S' START  -- CHECK THE PREDECESSOR STEP IS
      *                             COMPLETE AND THIS STEP IS NOT
      *                             (UNLESS BCA-RERUN-REQUESTED),
      *                             THEN MARK THE STEP STARTED
      *               'E' END    -- RECORD BCA-OUTCOME/BCA-STEP-RC
      *
      *               BCA-RESULT IS SET ON EVERY CALL; ANYTHING BUT
      *               '00' COMES BACK WITH BCA-MESSAGE FILLED IN.
      * ======================================================
      *                   MODIFICATION  LOG
      *
      *  DD/MM/YY  PROGRAMMER  CHANGES
      *  ********  **********  *******
      *  15/10/26  MAINT       NEW COPYBOOK
      * ======================================================
      ******************************************************************
       01  BATCH-CONTROL-AREA.
           05  BCA-ACTION            PIC X(1).
               88  BCA-ACTION-START      VALUE 'S'.
               88  BCA-ACTION-END        VALUE 'E'.
           05  BCA-BUS-DATE          PIC X(8).
           05  BCA-STEP              PIC 9(1).
               88  BCA-STEP-LOAD         VALUE 1.
               88  BCA-STEP-DISTRIB      VALUE 2.
               88  BCA-STEP-ACKMATCH     VALUE 3.
               88  BCA-STEP-RECON        VALUE 4.
               88  BCA-STEP-ROLL         VALUE 5.
           05  BCA-RERUN-SW          PIC X(1).
               88  BCA-RERUN-REQUESTED   VALUE 'Y'.
           05  BCA-OUTCOME           PIC X(1).
               88  BCA-OUTCOME-COMPLETE  VALUE 'C'.
               88  BCA-OUTCOME-FAILED    VALUE 'F'.
           05  BCA-STEP-RC           PIC 9(2).
           05  BCA-USERID            PIC X(20).
           05  BCA-RESULT            PIC X(2).
               88  BCA-RESULT-OK         VALUE '00'.
               88  BCA-PRED-INCOMPLETE   VALUE '10'.
               88  BCA-STEP-DONE         VALUE '20'.
               88  BCA-FILE-ERROR        VALUE '30'.
           05  BCA-MESSAGE           PIC X(60).
