      ******************************************************************
      *    TCPYI01 -- BATCH-CONTROL (VSAM KSDS) RECORD, KEYED BY THE
      *               8-BYTE BUSINESS DATE.  ONE ROW PER BUSINESS
      *               DATE WITH ONE STATUS ENTRY PER NIGHTLY STEP,
      *               IN RUN ORDER:
      *                 1 LOAD     TPROG01
      *                 2 DISTRIB  TPROG03
      *                 3 ACKMATCH TPROG08
      *                 4 RECON    TPROG09
      *                 5 ROLL     TPROG11
      *               EACH STEP RECORDS ITS OWN START AND OUTCOME
      *               THROUGH TSUBR02 (LINK AREA TCPYJ01); TPROG13
      *               IS THE OPERATIONS INQUIRY/OVERRIDE.
      * ======================================================
      *                   MODIFICATION  LOG
      *
      *  DD/MM/YY  PROGRAMMER  CHANGES
      *  ********  **********  *******
      *  15/10/26  MAINT       NEW COPYBOOK
      * ======================================================
      ******************************************************************
       01  BCTL-REC.
           05  BC-KEY.
               10  BC-BUS-DATE       PIC X(8).
           05  FILLER                PIC X(2).
           05  BC-STEP-ENTRY OCCURS 5 TIMES.
               10  BC-STEP-STATUS    PIC X(1).
                   88  BC-STEP-NOT-RUN    VALUE SPACE.
                   88  BC-STEP-STARTED    VALUE 'S'.
                   88  BC-STEP-COMPLETE   VALUE 'C'.
                   88  BC-STEP-FAILED     VALUE 'F'.
               10  BC-STEP-RC        PIC 9(2).
               10  BC-STEP-HOW       PIC X(1).
                   88  BC-STEP-NORMAL     VALUE 'N'.
                   88  BC-STEP-RERUN      VALUE 'R'.
                   88  BC-STEP-OPERATOR   VALUE 'O'.
               10  BC-STEP-DATE      PIC X(8).
               10  BC-STEP-TIME      PIC X(6).
               10  BC-STEP-USERID    PIC X(20).
