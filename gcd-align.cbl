000240*       PLANNING HORIZON ARE REPORTED AS SUCH AND COUNTED.
000250*       RETURN CODES: 0 = CLEAN, 4 = PAIRS SKIPPED, 8 = RUN
000260*       ABORTED (BAD CRITERIA), 12 = I/O FAILURE.
000262*       EVERY RUN IS RECORDED ON THE JOBLEDG JOB-STEP LEDGER
000264*       THROUGH GCD-STEPLOG, WHICH IS LINKED WITH THIS
000266*       PROGRAM.
000270*
000280*   MODIFICATION HISTORY.
000290*     08/28/2026  DH   INITIAL VERSION, SO 'ALIGNMENT PERIOD
000370*                      UNOPENED FILE; AND THE DATE LINE NOW
000380*                      HONORS THE REPORT-USABLE SWITCH LIKE THE
000390*                      OTHER PRINT PARAGRAPHS.
000391*     10/15/2026  DH   EACH RUN NOW APPENDS A START AND AN END
000392*                      RECORD TO THE JOBLEDG JOB-STEP LEDGER
000393*                      THROUGH GCD-STEPLOG, THE END RECORD
000394*                      CARRYING THE RETURN CODE AND THE COUNT
000395*                      OF PAIRS PROJECTED, FOR THE MORNING
000396*                      RUN-STATUS BOARD.
000400*
000410*****************************************************************
000420 identification division.
002380     05  aln-rpt-value            pic z(8)9.
002390 77  aln-rpt-print-line           pic x(80) value spaces.
002400*---------------------------------------------------------------
002401*  JOB-STEP LEDGER PARAMETER BLOCK, PASSED TO GCD-STEPLOG AT
002402*  START-UP AND AGAIN JUST BEFORE STOP RUN.
002403*---------------------------------------------------------------
002404 01  aln-step-parms.
002405     05  aln-step-action          pic x(01) value 'S'.
002406     05  aln-step-program         pic x(12) value 'GCD-ALIGN'.
002407     05  aln-step-qualifier       pic x(01) value space.
002408     05  aln-step-start-ts        pic x(16) value spaces.
002409     05  aln-step-rc              pic 9(02) value 0.
002410     05  aln-step-count           pic 9(09) value 0.
002411     05  aln-step-count-label     pic x(20)
002412         value 'pairs projected'.
002413*---------------------------------------------------------------
002414*  FILE STATUS CODES.
002420*---------------------------------------------------------------
002430 77  aln-parm-status              pic x(02) value spaces.
002440 77  aln-mast-status              pic x(02) value spaces.
002490*  0000-MAINLINE.
002500*---------------------------------------------------------------
002510 0000-mainline.
002515     call 'GCD-STEPLOG' using aln-step-parms
002520     perform 1000-initialize thru 1000-exit
002530     if not aln-run-aborted
002540         perform 2000-project-pass thru 2000-exit
002550     end-if
002560     perform 4000-finish-report thru 4000-exit
002570     perform 9000-terminate thru 9000-exit
002572     move 'E' to aln-step-action
002574     move aln-return-code to aln-step-rc
002576     move aln-projected-count to aln-step-count
002578     call 'GCD-STEPLOG' using aln-step-parms
002580     move aln-return-code to return-code
002590     stop run.
002600*---------------------------------------------------------------
