000230*       FOUND, 8 = RUN ABORTED, 12 = I/O FAILURE.  A MISSING
000240*       PAIRPRV IS A BASELINE RUN, REPORTED AS SUCH WITH
000250*       RETURN CODE 0.
000252*       EVERY RUN IS RECORDED ON THE JOBLEDG JOB-STEP LEDGER
000254*       THROUGH GCD-STEPLOG, WHICH IS LINKED WITH THIS
000256*       PROGRAM.
000260*
000270*   MODIFICATION HISTORY.
000280*     08/21/2026  DH   INITIAL VERSION.
000281*     10/15/2026  DH   EACH RUN NOW APPENDS A START AND AN END
000282*                      RECORD TO THE JOBLEDG JOB-STEP LEDGER
000283*                      THROUGH GCD-STEPLOG, THE END RECORD
000284*                      CARRYING THE RETURN CODE AND THE COUNT
000285*                      OF PAIRS CHANGED, FOR THE MORNING
000286*                      RUN-STATUS BOARD.
000290*
000300*****************************************************************
000310 identification division.
002000     05  dlt-rpt-chg-new-lcm      pic z(17)9.
002010 77  dlt-rpt-print-line           pic x(80) value spaces.
002020*---------------------------------------------------------------
002021*  JOB-STEP LEDGER PARAMETER BLOCK, PASSED TO GCD-STEPLOG AT
002022*  START-UP AND AGAIN JUST BEFORE STOP RUN.
002023*---------------------------------------------------------------
002024 01  dlt-step-parms.
002025     05  dlt-step-action          pic x(01) value 'S'.
002026     05  dlt-step-program         pic x(12) value 'GCD-DELTA'.
002027     05  dlt-step-qualifier       pic x(01) value space.
002028     05  dlt-step-start-ts        pic x(16) value spaces.
002029     05  dlt-step-rc              pic 9(02) value 0.
002030     05  dlt-step-count           pic 9(09) value 0.
002031     05  dlt-step-count-label     pic x(20)
002032         value 'pairs changed'.
002033*---------------------------------------------------------------
002034*  FILE STATUS CODES.
002040*---------------------------------------------------------------
002050 77  dlt-today-status             pic x(02) value spaces.
002060 77  dlt-prior-status             pic x(02) value spaces.
002100*  0000-MAINLINE.
002110*---------------------------------------------------------------
002120 0000-mainline.
002125     call 'GCD-STEPLOG' using dlt-step-parms
002130     perform 1000-initialize thru 1000-exit
002140     if not dlt-run-aborted and not dlt-baseline-run
002150         perform 2000-load-prior thru 2000-exit
002220     end-if
002230     perform 5000-finish-report thru 5000-exit
002240     perform 9000-terminate thru 9000-exit
002242     move 'E' to dlt-step-action
002244     move dlt-return-code to dlt-step-rc
002246     move dlt-changed-count to dlt-step-count
002248     call 'GCD-STEPLOG' using dlt-step-parms
002250     move dlt-return-code to return-code
002260     stop run.
002270*---------------------------------------------------------------
