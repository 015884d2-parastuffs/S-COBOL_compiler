000210*       GUESSED AT.  RETURN CODES: 0 = CLEAN (INCLUDING AN
000220*       EMPTY OR MISSING HISTORY, REPORTED AS SUCH), 8 = RUN
000230*       ABORTED, 12 = I/O FAILURE.
000232*       EVERY RUN IS RECORDED ON THE JOBLEDG JOB-STEP LEDGER
000234*       THROUGH GCD-STEPLOG, WHICH IS LINKED WITH THIS
000236*       PROGRAM.
000240*
000250*   MODIFICATION HISTORY.
000260*     08/26/2026  DH   INITIAL VERSION, THE COMPANION TO THE
000270*                      DRIVER'S NEW GCDHIST APPEND.
000271*     10/14/2026  DH   GCDHIST RECORD LENGTHENED FOR THE
000272*                      DRIVER'S PER-SOURCE BREAKDOWN; THE TAIL
000273*                      RIDES IN FILLER, NOT TRENDED HERE.
000274*     10/15/2026  DH   EACH RUN NOW APPENDS A START AND AN END
000275*                      RECORD TO THE JOBLEDG JOB-STEP LEDGER
000276*                      THROUGH GCD-STEPLOG, THE END RECORD
000277*                      CARRYING THE RETURN CODE AND THE COUNT
000278*                      OF GCDHIST LINES READ, FOR THE MORNING
000279*                      RUN-STATUS BOARD.
000280*
000290*****************************************************************
000300 identification division.
000500*---------------------------------------------------------------
000510*  GCDHIST - ONE RECORD PER BATCH RUN, AS 4860-WRITE-HISTORY IN
000520*  THE DRIVER APPENDS THEM.  ONLY THE FIELDS THIS REPORT TRENDS
000530*  ARE NAMED; THE STATISTICS TAIL AND THE PAIRIN SOURCE
000533*  BREAKDOWN RIDE IN THE FILLER.  A SHORTER LINE FROM BEFORE
000536*  THE BREAKDOWN WAS ADDED READS IN SPACE-PADDED, AS BEFORE.
000540*---------------------------------------------------------------
000550 fd  gcdhist.
000560 01  trd-hist-record.
000630     05  trd-hist-ckpt-count      pic 9(09).
000640     05  trd-hist-cache-hits      pic 9(09).
000650     05  filler                   pic x(91).
000655     05  filler                   pic x(722).
000660*---------------------------------------------------------------
000670*  GCDTRND - THE PRINTABLE TREND REPORT.
000680*---------------------------------------------------------------
001870     05  filler                   pic x(02) value ' %'.
001880 77  trd-rpt-print-line           pic x(80) value spaces.
001890*---------------------------------------------------------------
001891*  JOB-STEP LEDGER PARAMETER BLOCK, PASSED TO GCD-STEPLOG AT
001892*  START-UP AND AGAIN JUST BEFORE STOP RUN.
001893*---------------------------------------------------------------
001894 01  trd-step-parms.
001895     05  trd-step-action          pic x(01) value 'S'.
001896     05  trd-step-program         pic x(12) value 'GCD-TREND'.
001897     05  trd-step-qualifier       pic x(01) value space.
001898     05  trd-step-start-ts        pic x(16) value spaces.
001899     05  trd-step-rc              pic 9(02) value 0.
001900     05  trd-step-count           pic 9(09) value 0.
001901     05  trd-step-count-label     pic x(20)
001902         value 'gcdhist lines read'.
001903*---------------------------------------------------------------
001904*  FILE STATUS CODES.
001910*---------------------------------------------------------------
001920 77  trd-hist-status              pic x(02) value spaces.
001930 77  trd-rpt-status               pic x(02) value spaces.
001960*  0000-MAINLINE.
001970*---------------------------------------------------------------
001980 0000-mainline.
001985     call 'GCD-STEPLOG' using trd-step-parms
001990     perform 1000-initialize thru 1000-exit
002000     if not trd-run-aborted
002010         perform 2000-accumulate-pass thru 2000-exit
002020     end-if
002030     perform 4000-write-report thru 4000-exit
002040     perform 9000-terminate thru 9000-exit
002042     move 'E' to trd-step-action
002044     move trd-return-code to trd-step-rc
002046     move trd-line-count to trd-step-count
002048     call 'GCD-STEPLOG' using trd-step-parms
002050     move trd-return-code to return-code
002060     stop run.
002070*---------------------------------------------------------------
