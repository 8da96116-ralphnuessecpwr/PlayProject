      ******************************************************************
      *    TCPYH01 -- MESSAGE-MASTER MAINTENANCE JOURNAL RECORD, ONE
      *               ROW PER TPROG02 ACTION THAT CHANGES THE MASTER
      *               (DELETE/UNDELETE/RECALL): THE COMMAND, THE KEY,
      *               WHO RAN IT AND WHEN, AND THE BEFORE-IMAGE OF
      *               THE MSGMST-REC (TCPYD01) AS IT STOOD AHEAD OF
      *               THE CHANGE.  UNDELETE RESTORES FROM THE LATEST
      *               JOURNALED DELETE ROW FOR THE KEY.
      *
      *               TPROG03 ADDS A RECALNTC ROW FOR EACH RECALL
      *               NOTICE IT DISTRIBUTES; ON THOSE ROWS JRN-DATE
      *               IS THE BUSINESS DATE (YYYY/MM/DD) THE NOTICE
      *               WENT OUT UNDER, SO A RERUN OF THAT DATE SENDS
      *               IT AGAIN AND NO LATER DATE DOES.  THE BEFORE-
      *               IMAGE IS THE RECALLED MESSAGE AS DISTRIBUTED.
      *
      *               TPROG14 ADDS AN APPROVE OR KILL ROW FOR EACH
      *               HELD MESSAGE A SUPERVISOR DECIDES: THE KEY IS
      *               THE HELD-MESSAGE KEY (TCPYK01 HLD-KEY), THE
      *               USER IS THE SUPERVISOR AND THE BEFORE-IMAGE IS
      *               THE HELD INFILE RECORD.
      *
      *               TPROG01 ADDS A RELEASIN ROW WHEN A DETAIL OF A
      *               'RELEASED' BATCH IS ACCEPTED AGAINST AN OPEN
      *               APPROVE ROW: SAME KEY AND BEFORE-IMAGE AS THE
      *               APPROVE ROW, USER AND DATE OF THE TPROG01 RUN.
      *               AN APPROVE ROW WITH NO LATER RELEASIN ROW FOR
      *               ITS KEY IS STILL OPEN.
      *
      *               TPROG17 ADDS A RESTORE ROW FOR EACH MESSAGE IT
      *               PUTS BACK ON THE MASTER FROM A MSGOFFLD
      *               GENERATION.  THE BEFORE-IMAGE IS THE RESTORED
      *               ROW (ITS FIRST 80 BYTES); THE RSTRPT REPORT OF
      *               THE SAME JRN-DATE/JRN-TIME NAMES THE GENERATION.
      * ======================================================
      *                   MODIFICATION  LOG
      *
      *  DD/MM/YY  PROGRAMMER  CHANGES
      *  ********  **********  *******
      *  02/09/26  MAINT       NEW COPYBOOK
      *  15/10/26  MAINT       RECALL (TPROG02) AND RECALNTC
      *                        (TPROG03) ROWS DOCUMENTED
      *  15/10/26  MAINT       APPROVE/KILL (TPROG14) ROWS
      *                        DOCUMENTED
      *  15/10/26  MAINT       RESTORE (TPROG17) ROWS DOCUMENTED
      *  15/10/26  MAINT       RELEASIN (TPROG01) ROWS DOCUMENTED
      * ======================================================
      ******************************************************************
       01  JRNL-REC.
