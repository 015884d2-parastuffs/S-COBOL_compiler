000250*         4 = ERRORS RECORDED TODAY, ALL WITHIN THRESHOLD
000260*         8 = AT LEAST ONE GROUP OVER THRESHOLD
000270*        12 = I/O FAILURE IN THE DIGEST ITSELF.
000272*       EVERY RUN IS RECORDED ON THE JOBLEDG JOB-STEP LEDGER
000274*       THROUGH GCD-STEPLOG, WHICH IS LINKED WITH THIS
000276*       PROGRAM.
000280*
000290*   MODIFICATION HISTORY.
000300*     08/25/2026  DH   INITIAL VERSION, SO A STATUS 34 AT 02:00
000410*                      WORKING-STORAGE CELL INSTEAD OF THE
000420*                      RECORD AREA OF THE NEVER-OPENED ERRDPARM
000430*                      FILE.
000431*     10/15/2026  DH   EACH RUN NOW APPENDS A START AND AN END
000432*                      RECORD TO THE JOBLEDG JOB-STEP LEDGER
000433*                      THROUGH GCD-STEPLOG, THE END RECORD
000434*                      CARRYING THE RETURN CODE AND THE COUNT
000435*                      OF GCDERR LINES READ, FOR THE MORNING
000436*                      RUN-STATUS BOARD.
000440*
000450*****************************************************************
000460 identification division.
002040     05  erd-rpt-value            pic z(8)9.
002050 77  erd-rpt-print-line           pic x(80) value spaces.
002060*---------------------------------------------------------------
002061*  JOB-STEP LEDGER PARAMETER BLOCK, PASSED TO GCD-STEPLOG AT
002062*  START-UP AND AGAIN JUST BEFORE STOP RUN.
002063*---------------------------------------------------------------
002064 01  erd-step-parms.
002065     05  erd-step-action          pic x(01) value 'S'.
002066     05  erd-step-program         pic x(12) value 'GCD-ERRDAILY'.
002067     05  erd-step-qualifier       pic x(01) value space.
002068     05  erd-step-start-ts        pic x(16) value spaces.
002069     05  erd-step-rc              pic 9(02) value 0.
002070     05  erd-step-count           pic 9(09) value 0.
002071     05  erd-step-count-label     pic x(20)
002072         value 'gcderr lines read'.
002073*---------------------------------------------------------------
002074*  FILE STATUS CODES.
002080*---------------------------------------------------------------
002090 77  erd-parm-status              pic x(02) value spaces.
002100 77  erd-err-status               pic x(02) value spaces.
002140*  0000-MAINLINE.
002150*---------------------------------------------------------------
002160 0000-mainline.
002165     call 'GCD-STEPLOG' using erd-step-parms
002170     perform 1000-initialize thru 1000-exit
002180     if not erd-run-aborted
002190         perform 2000-digest-pass thru 2000-exit
002200     end-if
002210     perform 4000-write-report thru 4000-exit
002220     perform 9000-terminate thru 9000-exit
002222     move 'E' to erd-step-action
002224     move erd-return-code to erd-step-rc
002226     move erd-line-count to erd-step-count
002228     call 'GCD-STEPLOG' using erd-step-parms
002230     move erd-return-code to return-code
002240     stop run.
002250*---------------------------------------------------------------
