000390*       ITS NEXT CLEAN RUN THROUGH THE BATCH.
000400*       RETURN CODES: 0 = NO REJECTS LEFT OPEN, 4 = REJECTS
000410*       STILL OPEN, 8 = RUN ABORTED, 12 = I/O FAILURE.
000412*       EVERY RUN IS RECORDED ON THE JOBLEDG JOB-STEP LEDGER
000414*       THROUGH GCD-STEPLOG, WHICH IS LINKED WITH THIS
000416*       PROGRAM.
000420*
000430*   MODIFICATION HISTORY.
000440*     08/25/2026  DH   INITIAL VERSION, SO A REJECT EITHER GETS
000530*                      WROTE ONE RESULT LINE PER COPY.  THE
000540*                      CARRIED INVENTORY RUNS FIRST, SO THE
000550*                      OLDEST COPY OF A PAIR IS THE ONE KEPT.
000551*     10/15/2026  DH   EACH RUN NOW APPENDS A START AND AN END
000552*                      RECORD TO THE JOBLEDG JOB-STEP LEDGER
000553*                      THROUGH GCD-STEPLOG, THE END RECORD
000554*                      CARRYING THE RETURN CODE AND THE COUNT
000555*                      OF PAIRS CORRECTED, FOR THE MORNING
000556*                      RUN-STATUS BOARD.
000560*
000570*****************************************************************
000580 identification division.
002980     05  rcy-rpt-age-count        pic z(8)9.
002990 77  rcy-rpt-print-line           pic x(80) value spaces.
003000*---------------------------------------------------------------
003001*  JOB-STEP LEDGER PARAMETER BLOCK, PASSED TO GCD-STEPLOG AT
003002*  START-UP AND AGAIN JUST BEFORE STOP RUN.
003003*---------------------------------------------------------------
003004 01  rcy-step-parms.
003005     05  rcy-step-action          pic x(01) value 'S'.
003006     05  rcy-step-program         pic x(12) value 'GCD-RECYCLE'.
003007     05  rcy-step-qualifier       pic x(01) value space.
003008     05  rcy-step-start-ts        pic x(16) value spaces.
003009     05  rcy-step-rc              pic 9(02) value 0.
003010     05  rcy-step-count           pic 9(09) value 0.
003011     05  rcy-step-count-label     pic x(20)
003012         value 'pairs corrected'.
003013*---------------------------------------------------------------
003014*  FILE STATUS CODES.
003020*---------------------------------------------------------------
003030 77  rcy-recon-status             pic x(02) value spaces.
003040 77  rcy-cyc-status               pic x(02) value spaces.
003110*  0000-MAINLINE.
003120*---------------------------------------------------------------
003130 0000-mainline.
003135     call 'GCD-STEPLOG' using rcy-step-parms
003140     perform 1000-initialize thru 1000-exit
003150     if not rcy-run-aborted
003160         perform 2000-recycle-pass thru 2000-exit
003200     end-if
003210     perform 4000-write-report thru 4000-exit
003220     perform 9000-terminate thru 9000-exit
003222     move 'E' to rcy-step-action
003224     move rcy-return-code to rcy-step-rc
003226     move rcy-corrected-count to rcy-step-count
003228     call 'GCD-STEPLOG' using rcy-step-parms
003230     move rcy-return-code to return-code
003240     stop run.
003250*---------------------------------------------------------------
