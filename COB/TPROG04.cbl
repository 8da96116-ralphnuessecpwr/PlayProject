      *  22/08/26  MAINT       NEW PROGRAM
      *  22/08/26  MAINT       AR-RUN-DATE IS NOW YYYY/MM/DD --
      *                        DATE COLUMNS WIDENED TO MATCH
      *  15/10/26  MAINT       TPROG01 NOW WRITES PER-ORIGINATOR
      *                        ROWS (AR-ORIGINATOR-ROW) AHEAD OF
      *                        EACH RUN ROW -- THEY ARE SKIPPED SO
      *                        ONLY RUN ROWS ARE TALLIED
      * ======================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       02100-READ-AUDIT-ROW.

      *    ORIGINATOR ROWS BREAK A RUN'S COUNTS DOWN BY OFFICE --
      *    THE RUN ROW AFTER THEM ALREADY CARRIES THE TOTALS
           PERFORM 02110-READ-NEXT-ROW.
           PERFORM 02110-READ-NEXT-ROW
              UNTIL AUD-EOF OR NOT AR-ORIGINATOR-ROW.
           IF NOT AUD-EOF THEN
              ADD 1 TO WS-RUNS-READ
           END-IF.

       02110-READ-NEXT-ROW.

           READ AUDFILE
              AT END
                 SET AUD-EOF TO TRUE
           END-READ.

       02200-FIND-DATE-ENTRY.
