000230*       UTILITY NEVER THROWS AWAY A LINE IT CANNOT DATE.
000240*       RETURN CODES FOLLOW THE SHOP DISCIPLINE: 0 = CLEAN,
000250*       8 = RUN ABORTED (BAD OR MISSING RETENTION), 12 = I/O
000260*       FAILURE, 16 = OPERATOR NOT AUTHORIZED TO PURGE.
000261*       THE OPERATOR ID ON THE LOGMPARM CARD (OR KEYED AT THE
000262*       CONSOLE) MUST BE CLEARED FOR LOG PURGE ON GCDAUTH
000263*       THROUGH GCD-AUTH, WHICH IS LINKED WITH THIS PROGRAM.
000264*       EVERY RUN IS RECORDED ON THE JOBLEDG JOB-STEP LEDGER
000265*       THROUGH GCD-STEPLOG, WHICH IS LINKED WITH THIS
000266*       PROGRAM.
000270*
000280*   MODIFICATION HISTORY.
000290*     08/21/2026  DH   INITIAL VERSION, SO LOG RETENTION IS A
000370*                      IS A WORKING DAY.  WITH NO CALENDAR ON
000380*                      HAND THE OLD CALENDAR-DAY RULE STANDS,
000390*                      ANNOUNCED ON THE CONSOLE.
000391*     10/14/2026  DH   OPERATOR SIGN-ON.  LOGMPARM NOW CARRIES THE
000392*                      OPERATOR ID AFTER THE RETENTION (CONSOLE
000393*                      PROMPT WITHOUT A CARD); GCD-AUTH MUST
000394*                      CLEAR IT FOR LOG PURGE BEFORE GCDLOG IS
000395*                      TOUCHED.  A REFUSAL GOES TO SECLOG AND
000396*                      ENDS THE RUN WITH CONDITION CODE 16.
000397*     10/15/2026  DH   EACH RUN NOW APPENDS A START AND AN END
000398*                      RECORD TO THE JOBLEDG JOB-STEP LEDGER
000399*                      THROUGH GCD-STEPLOG, THE END RECORD
000400*                      CARRYING THE RETURN CODE AND THE COUNT
000401*                      OF LOG LINES EXAMINED, FOR THE MORNING
000402*                      RUN-STATUS BOARD.
000403*
000410*****************************************************************
000420 identification division.
000430 program-id. GCD-LOGMAINT.
000730 file section.
000740*---------------------------------------------------------------
000750*  LOGMPARM - SINGLE CONTROL CARD CARRYING THE RETENTION
000760*  PERIOD IN DAYS AND THE OPERATOR ID.  OPTIONAL; THE CONSOLE
000770*  PROMPTS TAKE OVER WHEN THE CARD IS ABSENT.
000780*---------------------------------------------------------------
000790 fd  logmparm.
000800 01  lgm-parm-record.
000810     05  lgm-parm-retention       pic 9(05).
000820     05  lgm-parm-operator        pic x(08).
000825     05  filler                   pic x(67).
000830*---------------------------------------------------------------
000840*  GCDLOG - THE LIVE AUDIT TRAIL.  THE FIRST 16 BYTES OF EACH
000850*  LINE ARE THE YYYYMMDDHHMMSSCC TIMESTAMP ALGO-EUCLIDE STAMPS
001470 77  lgm-purge-switch             pic x(01) value 'N'.
001480     88  lgm-purge-started            value 'Y'.
001490*---------------------------------------------------------------
001491*  OPERATOR SIGN-ON, CHECKED THROUGH GCD-AUTH.
001492*---------------------------------------------------------------
001493 77  lgm-operator-id              pic x(08) value spaces.
001494 77  lgm-auth-program             pic x(12) value 'GCD-LOGMAINT'.
001495 77  lgm-auth-action              pic x(01) value 'P'.
001496 77  lgm-auth-mode                pic x(01) value space.
001497 77  lgm-auth-result              pic x(01) value 'N'.
001498     88  lgm-auth-granted             value 'Y'.
001499 77  lgm-refused-switch           pic x(01) value 'N'.
001500     88  lgm-operator-refused         value 'Y'.
001501*---------------------------------------------------------------
001502*  CUTOFF DATE - TODAY WOUND BACK ONE DAY AT A TIME BY THE
001510*  RETENTION PERIOD, WITH PROPER MONTH LENGTHS AND LEAP YEARS.
001520*  LINES DATED BEFORE THE CUTOFF ARE ARCHIVED.
001530*---------------------------------------------------------------
002460     05  lgm-rpt-month-count      pic z(8)9.
002470 77  lgm-rpt-print-line           pic x(80) value spaces.
002480*---------------------------------------------------------------
002481*  JOB-STEP LEDGER PARAMETER BLOCK, PASSED TO GCD-STEPLOG AT
002482*  START-UP AND AGAIN JUST BEFORE STOP RUN.
002483*---------------------------------------------------------------
002484 01  lgm-step-parms.
002485     05  lgm-step-action          pic x(01) value 'S'.
002486     05  lgm-step-program         pic x(12) value 'GCD-LOGMAINT'.
002487     05  lgm-step-qualifier       pic x(01) value space.
002488     05  lgm-step-start-ts        pic x(16) value spaces.
002489     05  lgm-step-rc              pic 9(02) value 0.
002490     05  lgm-step-count           pic 9(09) value 0.
002491     05  lgm-step-count-label     pic x(20)
002492         value 'log lines examined'.
002493*---------------------------------------------------------------
002494*  FILE STATUS CODES.
002500*---------------------------------------------------------------
002510 77  lgm-parm-status              pic x(02) value spaces.
002520 77  lgm-log-status               pic x(02) value spaces.
002590*  0000-MAINLINE.
002600*---------------------------------------------------------------
002610 0000-mainline.
002615     call 'GCD-STEPLOG' using lgm-step-parms
002620     perform 1000-initialize thru 1000-exit
002630     if not lgm-run-aborted
002640         perform 2000-purge-pass thru 2000-exit
002680     end-if
002690     perform 4000-write-report thru 4000-exit
002700     perform 9000-terminate thru 9000-exit
002702     move 'E' to lgm-step-action
002704     move lgm-return-code to lgm-step-rc
002706     move lgm-examined-count to lgm-step-count
002708     call 'GCD-STEPLOG' using lgm-step-parms
002710     move lgm-return-code to return-code
002720     stop run.
002730*---------------------------------------------------------------
002860         if lgm-parm-status = '00'
002870             set lgm-parm-present to true
002880             move lgm-parm-retention to lgm-retention-days
002885             move lgm-parm-operator to lgm-operator-id
002890         end-if
002900         close logmparm
002910     end-if
002920     if not lgm-parm-present
002930         display 'enter retention period in days'
002940         accept lgm-retention-days
002943         display 'enter operator id'
002946         accept lgm-operator-id
002950     end-if
002960*    THE RUN TIMESTAMP IS TAKEN BEFORE THE RETENTION CHECK SO
002970*    THE PURGE-REPORT HEADING IS DATED EVEN ON AN ABORTED RUN.
003060         perform 9100-raise-return-code thru 9100-exit
003070         go to 1000-exit
003080     end-if
003081     call 'GCD-AUTH' using lgm-auth-program lgm-operator-id
003082         lgm-auth-action lgm-auth-mode lgm-auth-result
003083     if not lgm-auth-granted
003084         display 'operator not authorized for log purge - run'
003085         display 'aborted, gcdlog untouched'
003086         set lgm-operator-refused to true
003087         set lgm-run-aborted to true
003088         move 16 to lgm-rc-candidate
003089         perform 9100-raise-return-code thru 9100-exit
003090         go to 1000-exit
003091     end-if
003092     perform 1100-load-shop-calendar thru 1100-exit
003100     move lgm-ts-date to lgm-cutoff-n
003110     move 1 to lgm-day-ix
003120     move 0 to lgm-cal-guard
008360         write lgm-rpt-record
008370         move '  *** run aborted - see console messages ***'
008380             to lgm-rpt-print-line
008381         if lgm-operator-refused
008382             move spaces to lgm-rpt-print-line
008383             string '  *** operator ' lgm-operator-id
008384                 ' not authorized - gcdlog untouched ***'
008385                 delimited by size into lgm-rpt-print-line
008386         end-if
008390         write lgm-rpt-record from lgm-rpt-print-line
008400*        THE GCDLOGWK RECOVERY POINTER IS ONLY TRUE WHEN THIS
008410*        RUN ACTUALLY WROTE THE WORK FILE - A STALE COPY FROM
