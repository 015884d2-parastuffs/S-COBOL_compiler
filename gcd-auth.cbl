000010*****************************************************************
000020*
000030*   PROGRAM-ID.   GCD-AUTH.
000040*   AUTHOR.       D. HALLIGAN - SCHEDULING SYSTEMS GROUP.
000050*   INSTALLATION. LOT-SIZING / SHOP SCHEDULING.
000060*   DATE-WRITTEN. 10/14/2026.
000070*   DATE-COMPILED.
000080*
000090*   REMARKS.
000100*       CALLABLE SUBROUTINE THAT DECIDES WHETHER AN OPERATOR
000110*       MAY TAKE ONE OF THE CONTROLLED ACTIONS IN THE GCD
000120*       SYSTEM, AND KEEPS THE SECURITY LOG OF WHO TRIED WHAT.
000130*       THE CALLER PASSES ITS OWN PROGRAM NAME, THE OPERATOR
000140*       ID FROM ITS CONTROL CARD OR CONSOLE, AN ACTION CODE
000150*       AND (FOR A RUN-MODE CHECK) THE RUN MODE:
000160*           R - ALGO-EUCLIDE RUN MODE (S B N M I R C)
000170*           M - PARTMAST MAINTENANCE THROUGH GCD-MSTMAINT
000180*           L - OVERRIDE OF A STALE GCDLOCK RUN LOCK
000190*           K - RESUME FROM A BATCH CHECKPOINT
000200*           P - GCDLOG PURGE THROUGH GCD-LOGMAINT
000210*       THE OPERATOR'S ENTRY ON THE GCDAUTH TABLE SAYS WHICH
000220*       OF THESE THAT OPERATOR MAY DO.  THE CHECK FAILS
000230*       CLOSED - A BLANK OPERATOR ID, AN ID NOT ON THE TABLE,
000240*       OR A TABLE THAT CANNOT BE READ ALL COME BACK REFUSED.
000250*       EVERY REFUSAL, AND EVERY GRANTED LOCK OVERRIDE OR
000260*       CHECKPOINT RESUME, IS APPENDED TO SECLOG.  AN OVERRIDE
000270*       THAT CANNOT BE LOGGED IS REFUSED - AN UNRECORDED
000280*       OVERRIDE IS EXACTLY WHAT THE LOG EXISTS TO PREVENT.
000290*       THE CALLER TURNS A REFUSAL INTO CONDITION CODE 16.
000300*
000310*   MODIFICATION HISTORY.
000320*     10/14/2026  DH   INITIAL VERSION, CALLED BY ALGO-EUCLIDE,
000330*                      GCD-MSTMAINT AND GCD-LOGMAINT.
000340*
000350*****************************************************************
000360 identification division.
000370 program-id. GCD-AUTH.
000380 author. D. Halligan - Scheduling Systems Group.
000390 installation. Lot-Sizing / Shop Scheduling.
000400 date-written. 10/14/2026.
000410 date-compiled.
000420 environment division.
000430 configuration section.
000440 source-computer. x8086.
000450 object-computer. LLVM.
000460 input-output section.
000470 file-control.
000480     select gcdauth assign to "GCDAUTH"
000490         organization is line sequential
000500         file status is aut-tab-status.
000510     select seclog assign to "SECLOG"
000520         organization is line sequential
000530         file status is aut-sec-status.
000540 data division.
000550 file section.
000560*---------------------------------------------------------------
000570*  GCDAUTH - THE OPERATOR AUTHORIZATION TABLE, ONE CARD PER
000580*  OPERATOR ID, MAINTAINED BY THE SCHEDULING SUPERVISOR.  THE
000590*  MODES FIELD LISTS THE ALGO-EUCLIDE RUN MODES THE OPERATOR
000600*  MAY RUN, IN ANY ORDER; EACH PRIVILEGE FLAG IS 'Y' TO GRANT,
000610*  ANYTHING ELSE TO DENY.  A CARD WITH '*' IN COLUMN 1 IS A
000620*  COMMENT.
000630*---------------------------------------------------------------
000640 fd  gcdauth.
000650 01  aut-tab-record.
000660     05  aut-tab-oper-id          pic x(08).
000670     05  filler                   pic x(01).
000680     05  aut-tab-modes            pic x(07).
000690     05  filler                   pic x(01).
000700     05  aut-tab-mstmaint         pic x(01).
000710     05  aut-tab-lock-ovrd        pic x(01).
000720     05  aut-tab-ckpt-resume      pic x(01).
000730     05  aut-tab-log-purge        pic x(01).
000740     05  filler                   pic x(01).
000750     05  aut-tab-oper-name        pic x(30).
000760     05  filler                   pic x(28).
000770*---------------------------------------------------------------
000780*  SECLOG - THE SECURITY LOG.  ONE LINE PER REFUSAL OR
000790*  OVERRIDE: WHEN, WHICH PROGRAM, WHICH OPERATOR, WHAT WAS
000800*  ASKED FOR, THE OUTCOME AND WHY.  OPENED EXTEND, NEVER
000810*  REWRITTEN OR PURGED BY THIS SYSTEM.
000820*---------------------------------------------------------------
000830 fd  seclog.
000840 01  aut-sec-record.
000850     05  aut-sec-ts               pic x(16).
000860     05  filler                   pic x(01).
000870     05  aut-sec-program          pic x(12).
000880     05  filler                   pic x(01).
000890     05  aut-sec-operator         pic x(08).
000900     05  filler                   pic x(01).
000910     05  aut-sec-action           pic x(12).
000920     05  filler                   pic x(01).
000930     05  aut-sec-outcome          pic x(08).
000940     05  filler                   pic x(01).
000950     05  aut-sec-reason           pic x(30).
000960 working-storage section.
000970*---------------------------------------------------------------
000980*  RUN CONTROLS.  THESE ARE RESET ON EVERY CALL - THE PROGRAM
000990*  STAYS RESIDENT BETWEEN CALLS FROM THE SAME RUN.
001000*---------------------------------------------------------------
001010 77  aut-eof-switch               pic x(01) value 'N'.
001020     88  aut-end-of-table             value 'Y'.
001030 77  aut-found-switch             pic x(01) value 'N'.
001040     88  aut-oper-found               value 'Y'.
001050 77  aut-logged-switch            pic x(01) value 'N'.
001060     88  aut-seclog-written           value 'Y'.
001070 77  aut-mode-hits                pic 9(02) comp value 0.
001080 77  aut-oper-work                pic x(08) value spaces.
001090 77  aut-action-text              pic x(12) value spaces.
001100 77  aut-outcome-text             pic x(08) value spaces.
001110 77  aut-reason-text              pic x(30) value spaces.
001120 01  aut-timestamp-fields.
001130     05  aut-ts-date              pic 9(08).
001140     05  aut-ts-time              pic 9(08).
001150 01  aut-timestamp redefines aut-timestamp-fields
001160                                  pic x(16).
001170*---------------------------------------------------------------
001180*  FILE STATUS CODES.
001190*---------------------------------------------------------------
001200 77  aut-tab-status               pic x(02) value spaces.
001210 77  aut-sec-status               pic x(02) value spaces.
001220 linkage section.
001230 01  auth-program                 pic x(12).
001240 01  auth-operator                pic x(08).
001250 01  auth-action                  pic x(01).
001260     88  auth-run-mode                value 'R'.
001270     88  auth-master-maint            value 'M'.
001280     88  auth-lock-override           value 'L'.
001290     88  auth-ckpt-resume             value 'K'.
001300     88  auth-log-purge               value 'P'.
001310 01  auth-mode                    pic x(01).
001320 01  auth-result                  pic x(01).
001330     88  auth-granted                 value 'Y'.
001340     88  auth-refused                 value 'N'.
001350 procedure division using auth-program auth-operator
001360         auth-action auth-mode auth-result.
001370*---------------------------------------------------------------
001380*  0000-MAINLINE - LOOK THE OPERATOR UP, JUDGE THE ACTION,
001390*  LOG A REFUSAL OR AN OVERRIDE, HAND BACK THE RESULT.
001400*---------------------------------------------------------------
001410 0000-mainline.
001420     set auth-refused to true
001430     move spaces to aut-reason-text
001440     move auth-operator to aut-oper-work
001450     inspect aut-oper-work converting
001460         'abcdefghijklmnopqrstuvwxyz' to
001470         'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
001480     perform 1000-describe-action thru 1000-exit
001490     perform 2000-check-table thru 2000-exit
001500     if auth-refused
001510         move 'REFUSED' to aut-outcome-text
001520         display 'operator ' aut-oper-work ' refused '
001530             aut-action-text ' - ' aut-reason-text
001540         perform 3000-write-seclog thru 3000-exit
001550         goback
001560     end-if
001570     if auth-lock-override or auth-ckpt-resume
001580         move 'OVERRIDE' to aut-outcome-text
001590         move 'authorized on gcdauth' to aut-reason-text
001600         perform 3000-write-seclog thru 3000-exit
001610         if not aut-seclog-written
001620             display 'seclog unavailable - override refused'
001630             set auth-refused to true
001640         end-if
001650     end-if
001660     goback.
001670*---------------------------------------------------------------
001680*  1000-DESCRIBE-ACTION - THE WORDING OF THE ACTION FOR THE
001690*  CONSOLE AND THE SECURITY LOG.
001700*---------------------------------------------------------------
001710 1000-describe-action.
001720     move spaces to aut-action-text
001730     evaluate true
001740         when auth-run-mode
001750             string 'RUN MODE ' auth-mode delimited by size
001760                 into aut-action-text
001770         when auth-master-maint
001780             move 'MASTER MAINT' to aut-action-text
001790         when auth-lock-override
001800             move 'LOCK OVRD' to aut-action-text
001810         when auth-ckpt-resume
001820             move 'CKPT RESUME' to aut-action-text
001830         when auth-log-purge
001840             move 'LOG PURGE' to aut-action-text
001850         when other
001860             string 'ACTION ' auth-action delimited by size
001870                 into aut-action-text
001880     end-evaluate.
001890 1000-exit.
001900     exit.
001910*---------------------------------------------------------------
001920*  2000-CHECK-TABLE - FIND THE OPERATOR ON GCDAUTH AND TEST
001930*  THE FLAG FOR THE ACTION ASKED FOR.  THE TABLE IS READ FRESH
001940*  ON EVERY CALL SO A SUPERVISOR'S CHANGE TAKES EFFECT AT THE
001950*  NEXT CHECK, NOT THE NEXT RUN.
001960*---------------------------------------------------------------
001970 2000-check-table.
001980     if aut-oper-work = spaces
001990         move 'no operator id given' to aut-reason-text
002000         go to 2000-exit
002010     end-if
002020     move 'N' to aut-eof-switch
002030     move 'N' to aut-found-switch
002040     open input gcdauth
002050     if aut-tab-status not = '00'
002060         move 'gcdauth table not available' to aut-reason-text
002070         go to 2000-exit
002080     end-if
002090     perform 2100-read-table thru 2100-exit
002100         until aut-end-of-table or aut-oper-found
002110     close gcdauth
002120     if not aut-oper-found
002130         move 'operator not on gcdauth' to aut-reason-text
002140         go to 2000-exit
002150     end-if
002160     evaluate true
002170         when auth-run-mode
002180             move 0 to aut-mode-hits
002190             if auth-mode not = space
002200                 inspect aut-tab-modes tallying aut-mode-hits
002210                     for all auth-mode
002220             end-if
002230             if aut-mode-hits > 0
002240                 set auth-granted to true
002250             end-if
002260         when auth-master-maint
002270             if aut-tab-mstmaint = 'Y'
002280                 set auth-granted to true
002290             end-if
002300         when auth-lock-override
002310             if aut-tab-lock-ovrd = 'Y'
002320                 set auth-granted to true
002330             end-if
002340         when auth-ckpt-resume
002350             if aut-tab-ckpt-resume = 'Y'
002360                 set auth-granted to true
002370             end-if
002380         when auth-log-purge
002390             if aut-tab-log-purge = 'Y'
002400                 set auth-granted to true
002410             end-if
002420     end-evaluate
002430     if auth-refused
002440         move 'not authorized on gcdauth' to aut-reason-text
002450     end-if.
002460 2000-exit.
002470     exit.
002480*---------------------------------------------------------------
002490*  2100-READ-TABLE - ONE GCDAUTH CARD.  A READ FAILURE ENDS
002500*  THE SEARCH WITH THE OPERATOR NOT FOUND - FAIL CLOSED.
002510*---------------------------------------------------------------
002520 2100-read-table.
002530     read gcdauth
002540         at end
002550             set aut-end-of-table to true
002560             go to 2100-exit
002570     end-read
002580     if aut-tab-status not = '00'
002590         set aut-end-of-table to true
002600         go to 2100-exit
002610     end-if
002620     if aut-tab-oper-id (1:1) = '*'
002630         go to 2100-exit
002640     end-if
002650     inspect aut-tab-oper-id converting
002660         'abcdefghijklmnopqrstuvwxyz' to
002670         'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
002680     if aut-tab-oper-id = aut-oper-work
002690         set aut-oper-found to true
002700     end-if.
002710 2100-exit.
002720     exit.
002730*---------------------------------------------------------------
002740*  3000-WRITE-SECLOG - APPEND ONE LINE TO THE SECURITY LOG.
002750*  A LOG THAT CANNOT BE WRITTEN IS SHOWN ON THE CONSOLE AND
002760*  LEAVES AUT-SECLOG-WRITTEN OFF FOR 0000-MAINLINE TO JUDGE.
002770*---------------------------------------------------------------
002780 3000-write-seclog.
002790     move 'N' to aut-logged-switch
002800     open extend seclog
002810     if aut-sec-status = '35'
002820         open output seclog
002830     end-if
002840     if aut-sec-status not = '00'
002850         display 'unable to open seclog, status ' aut-sec-status
002860         go to 3000-exit
002870     end-if
002880     accept aut-ts-date from date yyyymmdd
002890     accept aut-ts-time from time
002900     move spaces to aut-sec-record
002910     move aut-timestamp to aut-sec-ts
002920     move auth-program to aut-sec-program
002930     move aut-oper-work to aut-sec-operator
002940     move aut-action-text to aut-sec-action
002950     move aut-outcome-text to aut-sec-outcome
002960     move aut-reason-text to aut-sec-reason
002970     write aut-sec-record
002980     if aut-sec-status not = '00'
002990         display 'unable to write seclog, status ' aut-sec-status
003000         close seclog
003010         go to 3000-exit
003020     end-if
003030     set aut-seclog-written to true
003040     close seclog.
003050 3000-exit.
003060     exit.
003070 end program GCD-AUTH.
