000010*****************************************************************
000020*
000030*   PROGRAM-ID.   GCD-MSTBRWS.
000040*   AUTHOR.       D. HALLIGAN - SCHEDULING SYSTEMS GROUP.
000050*   INSTALLATION. LOT-SIZING / SHOP SCHEDULING.
000060*   DATE-WRITTEN. 10/14/2026.
000070*   DATE-COMPILED.
000080*
000090*   REMARKS.
000100*       OPERATOR BROWSE AND MAINTENANCE PANEL FOR THE PARTMAST
000110*       PART-PAIR MASTER, RUN AT THE CONSOLE.  THE OPERATOR
000120*       PAGES FORWARD AND BACKWARD THROUGH THE MASTER BY PAIR-ID
000130*       (OR JUMPS TO A PAIR-ID) AND SEES THE WHOLE RECORD, WITH
000140*       EVERY TRANSACTION ALREADY QUEUED ON MASTTRAN FOR THAT
000150*       PAIR LISTED UNDER IT SO TWO PEOPLE DO NOT KEY THE SAME
000160*       CHANGE.  FROM THE PANEL AN ADD, CHANGE OR DELETE IS
000170*       KEYED FIELD BY FIELD AND EDITED UP FRONT WITH GCD-
000180*       MSTMAINT'S OWN RULES - POSITIVE CYCLES, NO DUPLICATE
000190*       PAIR-ID ON ADD, PAIR ON FILE FOR CHANGE AND DELETE -
000200*       THEN APPENDED TO MASTTRAN IN ITS FIXED COLUMNS.  THE
000210*       MASTER IS OPENED INPUT ONLY: GCD-MSTMAINT'S NEXT RUN
000220*       APPLIES THE QUEUE, SO THE GCDMREG REGISTER STAYS THE
000230*       ONE CONTROLLED PATH INTO PARTMAST.
000231*       MASTTRAN'S LIFECYCLE: THIS PANEL APPENDS, CREATING THE
000232*       FILE IF THERE IS NONE; GCD-MSTMAINT READS THE WHOLE
000233*       QUEUE AND EMPTIES IT AFTER A CLEAN APPLY PASS, SO WHAT
000234*       THE PANEL LISTS AS QUEUED IS ALWAYS WORK STILL TO BE
000235*       APPLIED.  THE PANEL IS NOT TO BE USED WHILE GCD-MSTMAINT
000236*       IS RUNNING.
000240*       RETURN CODES: 0 = CLEAN, 12 = I/O FAILURE.
000250*
000260*   MODIFICATION HISTORY.
000270*     10/14/2026  DH   INITIAL VERSION, TO END THE MIS-KEYED
000280*                      MASTTRAN COLUMNS BEHIND MOST GCDMREG
000290*                      REJECTS.
000292*     10/15/2026  DH   KEYED CYCLES ARE NOW RIGHT-ALIGNED BEFORE
000294*                      THE NUMERIC TEST - A CYCLE KEYED AS "12"
000296*                      WAS REFUSED AS NOT A WHOLE NUMBER.
000297*     10/15/2026  DH   MASTTRAN LIFECYCLE SET OUT HERE - GCD-
000298*                      MSTMAINT NOW EMPTIES THE QUEUE ITSELF.
000300*
000310*****************************************************************
000320 identification division.
000330 program-id. GCD-MSTBRWS.
000340 author. D. Halligan - Scheduling Systems Group.
000350 installation. Lot-Sizing / Shop Scheduling.
000360 date-written. 10/14/2026.
000370 date-compiled.
000380 environment division.
000390 configuration section.
000400 source-computer. x8086.
000410 object-computer. LLVM.
000420 input-output section.
000430 file-control.
000440     select partmast assign to "PARTMAST"
000450         organization is indexed
000460         access is dynamic
000470         record key is brw-mast-pair-id
000480         file status is brw-mast-status.
000490     select masttran assign to "MASTTRAN"
000500         organization is line sequential
000510         file status is brw-tran-status.
000520 data division.
000530 file section.
000540*---------------------------------------------------------------
000550*  PARTMAST - THE INDEXED PART-PAIR MASTER, BROWSED ONLY.
000560*---------------------------------------------------------------
000570 fd  partmast.
000580 01  brw-mast-record.
000590     05  brw-mast-pair-id         pic x(10).
000600     05  brw-mast-part-a-nbr      pic x(10).
000610     05  brw-mast-part-b-nbr      pic x(10).
000620     05  brw-mast-part-a-desc     pic x(20).
000630     05  brw-mast-part-b-desc     pic x(20).
000640     05  brw-mast-cycle-a         pic s9(09) comp-3.
000650     05  brw-mast-cycle-b         pic s9(09) comp-3.
000660     05  brw-mast-gcd             pic s9(09) comp-3.
000670     05  brw-mast-lcm             pic s9(18) comp-3.
000680     05  brw-mast-last-calc       pic 9(08).
000690     05  filler                   pic x(07).
000700*---------------------------------------------------------------
000710*  MASTTRAN - GCD-MSTMAINT'S TRANSACTION FILE, IN ITS LAYOUT
000720*  EXACTLY.  READ TO LIST WHAT IS ALREADY QUEUED, OPENED
000730*  EXTEND ONLY FOR THE MOMENT IT TAKES TO APPEND ONE
000740*  TRANSACTION, SO A SECOND PANEL SEES IT AT ONCE.
000750*---------------------------------------------------------------
000760 fd  masttran.
000770 01  brw-tran-record.
000780     05  brw-tran-code            pic x(01).
000790     05  brw-tran-pair-id         pic x(10).
000800     05  brw-tran-part-a-nbr      pic x(10).
000810     05  brw-tran-part-b-nbr      pic x(10).
000820     05  brw-tran-part-a-desc     pic x(20).
000830     05  brw-tran-part-b-desc     pic x(20).
000840     05  brw-tran-cycle-a         pic s9(09)
000850         sign is trailing separate character.
000860     05  brw-tran-cycle-a-x redefines brw-tran-cycle-a
000870                                  pic x(10).
000880     05  brw-tran-cycle-b         pic s9(09)
000890         sign is trailing separate character.
000900     05  brw-tran-cycle-b-x redefines brw-tran-cycle-b
000910                                  pic x(10).
000920     05  filler                   pic x(09).
000930 working-storage section.
000940*---------------------------------------------------------------
000950*  RUN CONTROLS AND COUNTERS.
000960*---------------------------------------------------------------
000970 77  brw-return-code              pic 9(02) value 0.
000980 77  brw-rc-candidate             pic 9(02) value 0.
000990 77  brw-abort-switch             pic x(01) value 'N'.
001000     88  brw-run-aborted              value 'Y'.
001010 77  brw-quit-switch              pic x(01) value 'N'.
001020     88  brw-quit                     value 'Y'.
001030 77  brw-eof-switch               pic x(01) value 'N'.
001040     88  brw-end-of-input             value 'Y'.
001050 77  brw-current-switch           pic x(01) value 'N'.
001060     88  brw-have-current             value 'Y'.
001070 77  brw-found-switch             pic x(01) value 'N'.
001080     88  brw-pair-found               value 'Y'.
001090 77  brw-edit-switch              pic x(01) value 'Y'.
001100     88  brw-edit-ok                  value 'Y'.
001110     88  brw-edit-failed              value 'N'.
001120 77  brw-confirm-switch           pic x(01) value 'N'.
001130     88  brw-confirmed                value 'Y'.
001140 77  brw-viewed-count             pic 9(09) value 0.
001150 77  brw-queued-count             pic 9(09) value 0.
001160 77  brw-refused-count            pic 9(09) value 0.
001170*---------------------------------------------------------------
001180*  CONSOLE INPUT.  AN OPERATOR WHO STOPS ANSWERING (OR A RUN
001190*  WITH NO CONSOLE BEHIND IT) ENDS THE BROWSE AFTER TEN BLANK
001200*  OR UNKNOWN COMMANDS IN A ROW INSTEAD OF LOOPING FOREVER.
001210*---------------------------------------------------------------
001220 77  brw-command                  pic x(01) value space.
001230 77  brw-idle-count               pic 9(02) value 0.
001240 77  brw-in-pair-id               pic x(10) value spaces.
001250 77  brw-in-part-a                pic x(10) value spaces.
001260 77  brw-in-part-b                pic x(10) value spaces.
001270 77  brw-in-desc-a                pic x(20) value spaces.
001280 77  brw-in-desc-b                pic x(20) value spaces.
001290 77  brw-in-cycle-a               pic x(09) value spaces.
001300 77  brw-in-cycle-b               pic x(09) value spaces.
001310 77  brw-in-confirm               pic x(01) value space.
001320*---------------------------------------------------------------
001330*  CYCLE CONVERSION CELLS, ON THE GCD-DELTA PATTERN: THE KEYED
001340*  VALUE IS RIGHT-ALIGNED, SPACES OVERPUNCHED TO ZEROS, AND
001350*  NUMERIC-TESTED BEFORE IT IS TRUSTED.  A KEYED VALUE IS AS
001353*  LONG AS THE CELL, SO THE ALIGNMENT IS DONE BY HAND OFF THE
001356*  COUNT OF TRAILING SPACES.
001360*---------------------------------------------------------------
001370 01  brw-num-work.
001380     05  brw-num-x                pic x(09).
001390 01  brw-num-parts redefines brw-num-work.
001400     05  brw-num-9                pic 9(09).
001402 77  brw-num-keyed                pic x(09) value spaces.
001404 77  brw-num-trail                pic 9(02) value 0.
001406 77  brw-num-len                  pic 9(02) value 0.
001410 77  brw-cycle-a                  pic 9(09) value 0.
001420 77  brw-cycle-b                  pic 9(09) value 0.
001430*---------------------------------------------------------------
001440*  THE PAIR ON THE PANEL, SAVED OFF THE MASTER RECORD AREA SO
001450*  A FAILED READ OR START NEVER LEAVES THE PANEL SHOWING
001460*  UNDEFINED BYTES.  PAGING STARTS FROM THIS KEY.
001470*---------------------------------------------------------------
001480 01  brw-cur-record.
001490     05  brw-cur-pair-id          pic x(10).
001500     05  brw-cur-part-a-nbr       pic x(10).
001510     05  brw-cur-part-b-nbr       pic x(10).
001520     05  brw-cur-part-a-desc      pic x(20).
001530     05  brw-cur-part-b-desc      pic x(20).
001540     05  brw-cur-cycle-a          pic s9(09) comp-3.
001550     05  brw-cur-cycle-b          pic s9(09) comp-3.
001560     05  brw-cur-gcd              pic s9(09) comp-3.
001570     05  brw-cur-lcm              pic s9(18) comp-3.
001580     05  brw-cur-last-calc        pic 9(08).
001590     05  filler                   pic x(07).
001600*---------------------------------------------------------------
001610*  PENDING-QUEUE SCAN STATE FOR ONE PAIR-ID.
001620*---------------------------------------------------------------
001630 77  brw-pend-key                 pic x(10) value spaces.
001640 77  brw-pend-count               pic 9(05) value 0.
001650 77  brw-pend-show-switch         pic x(01) value 'N'.
001660     88  brw-pend-show                value 'Y'.
001670 77  brw-pend-add-switch          pic x(01) value 'N'.
001680     88  brw-pend-add                 value 'Y'.
001690 77  brw-pend-del-switch          pic x(01) value 'N'.
001700     88  brw-pend-del                 value 'Y'.
001710*---------------------------------------------------------------
001720*  PANEL EDIT FIELDS.
001730*---------------------------------------------------------------
001740 77  brw-ed-cycle                 pic z(8)9.
001750 77  brw-ed-lcm                   pic z(17)9.
001760 77  brw-ed-date                  pic 9999/99/99.
001770 01  brw-pend-line.
001780     05  filler                   pic x(10) value '  queued  '.
001790     05  brw-pend-code            pic x(01).
001800     05  filler                   pic x(02) value spaces.
001810     05  brw-pend-part-a          pic x(10).
001820     05  filler                   pic x(01) value space.
001830     05  brw-pend-part-b          pic x(10).
001840     05  filler                   pic x(01) value space.
001850     05  brw-pend-cyc-a           pic x(09).
001860     05  filler                   pic x(01) value space.
001870     05  brw-pend-cyc-b           pic x(09).
001880*---------------------------------------------------------------
001890*  FILE STATUS CODES.
001900*---------------------------------------------------------------
001910 77  brw-mast-status              pic x(02) value spaces.
001920 77  brw-tran-status              pic x(02) value spaces.
001930 procedure division.
001940*---------------------------------------------------------------
001950*  0000-MAINLINE.
001960*---------------------------------------------------------------
001970 0000-mainline.
001980     perform 1000-initialize thru 1000-exit
001990     if not brw-run-aborted
002000         perform 2000-browse thru 2000-exit
002010     end-if
002020     perform 9000-terminate thru 9000-exit
002030     move brw-return-code to return-code
002040     stop run.
002050*---------------------------------------------------------------
002060*  1000-INITIALIZE - OPEN THE MASTER AND PUT THE FIRST PAIR ON
002070*  THE PANEL.  AN EMPTY MASTER IS NOT AN ERROR - ADDS CAN
002080*  STILL BE QUEUED.
002090*---------------------------------------------------------------
002100 1000-initialize.
002110     display 'gcd-mstbrws - partmast browse and maintenance'
002120     open input partmast
002130     if brw-mast-status not = '00'
002140         display 'error opening partmast, status '
002150             brw-mast-status
002160         set brw-run-aborted to true
002170         move 12 to brw-rc-candidate
002180         perform 9100-raise-return-code thru 9100-exit
002190         go to 1000-exit
002200     end-if
002210     perform 2300-page-forward thru 2300-exit.
002220 1000-exit.
002230     exit.
002240*---------------------------------------------------------------
002250*  2000-BROWSE - ONE PANEL AND COMMAND AT A TIME UNTIL THE
002260*  OPERATOR QUITS.
002270*---------------------------------------------------------------
002280 2000-browse.
002290     perform 2100-one-command thru 2100-exit
002300         until brw-quit
002310         or brw-run-aborted
002320     close partmast
002330     if brw-mast-status not = '00'
002340         display 'error closing partmast, status '
002350             brw-mast-status
002360         move 12 to brw-rc-candidate
002370         perform 9100-raise-return-code thru 9100-exit
002380     end-if.
002390 2000-exit.
002400     exit.
002410*---------------------------------------------------------------
002420*  2100-ONE-COMMAND - SHOW THE PANEL, TAKE ONE COMMAND AND
002430*  DISPATCH IT.  COMMANDS ARE TAKEN IN EITHER CASE.
002440*---------------------------------------------------------------
002450 2100-one-command.
002460     display '-----------------------------------------------'
002470         '-------------'
002480     if brw-have-current
002490         perform 2200-show-record thru 2200-exit
002500     else
002510         display 'no pair on the panel - partmast is empty or'
002520         display 'the browse ran off its end'
002530     end-if
002540     display 'n=next  p=previous  f=find  a=add  c=change  '
002550         'd=delete  q=quit'
002560     move space to brw-command
002570     accept brw-command
002580     inspect brw-command converting 'acdfnpq' to 'ACDFNPQ'
002590     if brw-command = 'N' or 'P' or 'F' or 'A' or 'C' or 'D'
002600         or 'Q'
002610         move 0 to brw-idle-count
002620     else
002630         add 1 to brw-idle-count
002640         if brw-idle-count > 9
002650             display 'no operator response - browse ended'
002660             set brw-quit to true
002670             go to 2100-exit
002680         end-if
002690     end-if
002700     evaluate brw-command
002710         when 'N'
002720             perform 2300-page-forward thru 2300-exit
002730         when 'P'
002740             perform 2350-page-back thru 2350-exit
002750         when 'F'
002760             perform 2400-find-pair thru 2400-exit
002770         when 'A'
002780             perform 3000-queue-add thru 3000-exit
002790         when 'C'
002800             perform 3100-queue-change thru 3100-exit
002810         when 'D'
002820             perform 3200-queue-delete thru 3200-exit
002830         when 'Q'
002840             set brw-quit to true
002850         when other
002860             display 'command not recognized'
002870     end-evaluate.
002880 2100-exit.
002890     exit.
002900*---------------------------------------------------------------
002910*  2200-SHOW-RECORD - THE WHOLE MASTER RECORD ON THE PANEL,
002920*  THEN EVERYTHING QUEUED AGAINST THE PAIR.
002930*---------------------------------------------------------------
002940 2200-show-record.
002950     add 1 to brw-viewed-count
002960     display 'pair-id         : ' brw-cur-pair-id
002970     display 'part a          : ' brw-cur-part-a-nbr
002980         ' ' brw-cur-part-a-desc
002990     display 'part b          : ' brw-cur-part-b-nbr
003000         ' ' brw-cur-part-b-desc
003010     move brw-cur-cycle-a to brw-ed-cycle
003020     display 'cycle a         : ' brw-ed-cycle
003030     move brw-cur-cycle-b to brw-ed-cycle
003040     display 'cycle b         : ' brw-ed-cycle
003050     move brw-cur-gcd to brw-ed-cycle
003060     display 'gcd             : ' brw-ed-cycle
003070     move brw-cur-lcm to brw-ed-lcm
003080     display 'lcm             : ' brw-ed-lcm
003090     if brw-cur-last-calc = 0
003100         display 'last calculated : never - awaiting mode m'
003110     else
003120         move brw-cur-last-calc to brw-ed-date
003130         display 'last calculated : ' brw-ed-date
003140     end-if
003150     move brw-cur-pair-id to brw-pend-key
003160     set brw-pend-show to true
003170     perform 2500-scan-pending thru 2500-exit
003180     if brw-pend-count = 0
003190         display 'queued on masttran : none'
003200     end-if.
003210 2200-exit.
003220     exit.
003230*---------------------------------------------------------------
003240*  2300-PAGE-FORWARD - THE NEXT PAIR-ID AFTER THE ONE ON THE
003250*  PANEL, OR THE FIRST ON FILE WHEN THE PANEL IS EMPTY.
003260*---------------------------------------------------------------
003270 2300-page-forward.
003280     if brw-have-current
003290         move brw-cur-pair-id to brw-mast-pair-id
003300         start partmast key is greater than brw-mast-pair-id
003310             invalid key
003320                 display 'end of partmast - no next pair'
003330                 go to 2300-exit
003340         end-start
003350     else
003360         move low-values to brw-mast-pair-id
003370         start partmast key is not less than brw-mast-pair-id
003380             invalid key
003390                 display 'partmast is empty'
003400                 go to 2300-exit
003410         end-start
003420     end-if
003430     if brw-mast-status not = '00'
003440         go to 2300-io-error
003450     end-if
003460     read partmast next
003470         at end
003480             display 'end of partmast - no next pair'
003490             go to 2300-exit
003500     end-read
003510     if brw-mast-status not = '00'
003520         go to 2300-io-error
003530     end-if
003540     move brw-mast-record to brw-cur-record
003550     set brw-have-current to true
003560     go to 2300-exit.
003570 2300-io-error.
003580     display 'error reading partmast, status ' brw-mast-status
003590     set brw-run-aborted to true
003600     move 12 to brw-rc-candidate
003610     perform 9100-raise-return-code thru 9100-exit.
003620 2300-exit.
003630     exit.
003640*---------------------------------------------------------------
003650*  2350-PAGE-BACK - THE PAIR-ID BEFORE THE ONE ON THE PANEL.
003660*---------------------------------------------------------------
003670 2350-page-back.
003680     if not brw-have-current
003690         display 'no pair on the panel to page back from'
003700         go to 2350-exit
003710     end-if
003720     move brw-cur-pair-id to brw-mast-pair-id
003730     start partmast key is less than brw-mast-pair-id
003740         invalid key
003750             display 'start of partmast - no previous pair'
003760             go to 2350-exit
003770     end-start
003780     if brw-mast-status not = '00'
003790         go to 2350-io-error
003800     end-if
003810     read partmast previous
003820         at end
003830             display 'start of partmast - no previous pair'
003840             go to 2350-exit
003850     end-read
003860     if brw-mast-status not = '00'
003870         go to 2350-io-error
003880     end-if
003890     move brw-mast-record to brw-cur-record
003900     go to 2350-exit.
003910 2350-io-error.
003920     display 'error reading partmast, status ' brw-mast-status
003930     set brw-run-aborted to true
003940     move 12 to brw-rc-candidate
003950     perform 9100-raise-return-code thru 9100-exit.
003960 2350-exit.
003970     exit.
003980*---------------------------------------------------------------
003990*  2400-FIND-PAIR - JUMP TO A KEYED PAIR-ID, OR THE NEXT ONE
004000*  AFTER IT WHEN IT IS NOT ON FILE, SO A PARTIAL KEY BROWSES
004010*  FROM WHERE IT WOULD SORT.
004020*---------------------------------------------------------------
004030 2400-find-pair.
004040     display 'find - enter pair-id'
004050     move spaces to brw-in-pair-id
004060     accept brw-in-pair-id
004070     if brw-in-pair-id = spaces
004080         display 'find cancelled'
004090         go to 2400-exit
004100     end-if
004110     move brw-in-pair-id to brw-mast-pair-id
004120     start partmast key is not less than brw-mast-pair-id
004130         invalid key
004140             display 'no pair-id at or after ' brw-in-pair-id
004150             go to 2400-exit
004160     end-start
004170     if brw-mast-status not = '00'
004180         go to 2400-io-error
004190     end-if
004200     read partmast next
004210         at end
004220             display 'no pair-id at or after ' brw-in-pair-id
004230             go to 2400-exit
004240     end-read
004250     if brw-mast-status not = '00'
004260         go to 2400-io-error
004270     end-if
004280     move brw-mast-record to brw-cur-record
004290     set brw-have-current to true
004300     if brw-cur-pair-id not = brw-in-pair-id
004310         display 'pair-id ' brw-in-pair-id
004320             ' not on file - showing the next one'
004330     end-if
004340     go to 2400-exit.
004350 2400-io-error.
004360     display 'error reading partmast, status ' brw-mast-status
004370     set brw-run-aborted to true
004380     move 12 to brw-rc-candidate
004390     perform 9100-raise-return-code thru 9100-exit.
004400 2400-exit.
004410     exit.
004420*---------------------------------------------------------------
004430*  2450-PROBE-PAIR - KEYED READ OF BRW-IN-PAIR-ID, SETTING
004440*  BRW-PAIR-FOUND.  THE MASTER RECORD AREA IS NOT USED FOR
004450*  THE PANEL, SO THE PROBE NEVER DISTURBS WHAT IS SHOWN.
004460*---------------------------------------------------------------
004470 2450-probe-pair.
004480     move 'N' to brw-found-switch
004490     move brw-in-pair-id to brw-mast-pair-id
004500     read partmast
004510         invalid key
004520             go to 2450-exit
004530     end-read
004540     if brw-mast-status not = '00'
004550         display 'error reading partmast, status '
004560             brw-mast-status
004570         set brw-run-aborted to true
004580         move 12 to brw-rc-candidate
004590         perform 9100-raise-return-code thru 9100-exit
004600         go to 2450-exit
004610     end-if
004620     set brw-pair-found to true.
004630 2450-exit.
004640     exit.
004650*---------------------------------------------------------------
004660*  2500-SCAN-PENDING - READ MASTTRAN FOR EVERY TRANSACTION
004670*  QUEUED AGAINST BRW-PEND-KEY, COUNTING THEM, NOTING ANY ADD
004680*  OR DELETE, AND LISTING THEM WHEN BRW-PEND-SHOW IS ON.  NO
004690*  MASTTRAN YET SIMPLY MEANS NOTHING IS QUEUED.
004700*---------------------------------------------------------------
004710 2500-scan-pending.
004720     move 0 to brw-pend-count
004730     move 'N' to brw-pend-add-switch
004740     move 'N' to brw-pend-del-switch
004750     open input masttran
004760     if brw-tran-status not = '00'
004770         go to 2500-done
004780     end-if
004790     move 'N' to brw-eof-switch
004800     perform 2550-scan-one-pending thru 2550-exit
004810         until brw-end-of-input
004820     move 'N' to brw-eof-switch
004830     close masttran.
004840 2500-done.
004850     move 'N' to brw-pend-show-switch.
004860 2500-exit.
004870     exit.
004880*---------------------------------------------------------------
004890*  2550-SCAN-ONE-PENDING - ONE QUEUED TRANSACTION.
004900*---------------------------------------------------------------
004910 2550-scan-one-pending.
004920     read masttran
004930         at end
004940             set brw-end-of-input to true
004950             go to 2550-exit
004960     end-read
004970     if brw-tran-status not = '00'
004980         display 'error reading masttran, status '
004990             brw-tran-status
005000         set brw-end-of-input to true
005010         go to 2550-exit
005020     end-if
005030     if brw-tran-pair-id not = brw-pend-key
005040         go to 2550-exit
005050     end-if
005060     add 1 to brw-pend-count
005070     if brw-tran-code = 'A'
005080         set brw-pend-add to true
005090     end-if
005100     if brw-tran-code = 'D'
005110         set brw-pend-del to true
005120     end-if
005130     if not brw-pend-show
005140         go to 2550-exit
005150     end-if
005160     if brw-pend-count = 1
005170         display 'queued for the next gcd-mstmaint run:'
005180     end-if
005190     move brw-tran-code to brw-pend-code
005200     move brw-tran-part-a-nbr to brw-pend-part-a
005210     move brw-tran-part-b-nbr to brw-pend-part-b
005220     move spaces to brw-pend-cyc-a
005230     if brw-tran-cycle-a-x not = spaces
005240         and brw-tran-cycle-a numeric
005250         move brw-tran-cycle-a to brw-ed-cycle
005260         move brw-ed-cycle to brw-pend-cyc-a
005270     end-if
005280     move spaces to brw-pend-cyc-b
005290     if brw-tran-cycle-b-x not = spaces
005300         and brw-tran-cycle-b numeric
005310         move brw-tran-cycle-b to brw-ed-cycle
005320         move brw-ed-cycle to brw-pend-cyc-b
005330     end-if
005340     display brw-pend-line.
005350 2550-exit.
005360     exit.
005370*---------------------------------------------------------------
005380*  2600-EDIT-CYCLE - CONVERT THE KEYED CYCLE LEFT IN
005390*  BRW-NUM-X AND APPLY THE POSITIVE-INTEGER RULE EVERY MODE
005400*  USES.  A FAILURE IS SAID AT ONCE AND TRIPS BRW-EDIT-FAILED.
005402*  THE KEYED CHARACTERS ARE FIRST MOVED TO THE RIGHT OF THE
005404*  CELL, SO THE OVERPUNCH ZEROS EVERYTHING TO THEIR LEFT; A
005406*  BLANK ENTRY COMES OUT ZERO AND FAILS AS NOT POSITIVE.
005410*---------------------------------------------------------------
005420 2600-edit-cycle.
005421     move brw-num-x to brw-num-keyed
005422     move 0 to brw-num-trail
005423     inspect brw-num-keyed
005424         tallying brw-num-trail for trailing spaces
005425     move spaces to brw-num-x
005426     if brw-num-trail < 9
005427         subtract brw-num-trail from 9 giving brw-num-len
005428         move brw-num-keyed(1:brw-num-len)
005429             to brw-num-x(10 - brw-num-len:brw-num-len)
005430     end-if
005431     inspect brw-num-x
005440         replacing leading spaces by zeros
005450     if brw-num-x not numeric
005460         display 'cycle must be a whole number'
005470         set brw-edit-failed to true
005480         go to 2600-exit
005490     end-if
005500     if brw-num-9 = 0
005510         display 'cycle must be a positive integer'
005520         set brw-edit-failed to true
005530     end-if.
005540 2600-exit.
005550     exit.
005560*---------------------------------------------------------------
005570*  3000-QUEUE-ADD - KEY, EDIT AND QUEUE A NEW PART-PAIR.  THE
005580*  PAIR-ID MUST BE NEW TO THE MASTER AND TO THE QUEUE, BOTH
005590*  PART NUMBERS ARE REQUIRED, AND BOTH CYCLES MUST PASS.
005600*---------------------------------------------------------------
005610 3000-queue-add.
005620     display 'add - enter new pair-id'
005630     move spaces to brw-in-pair-id
005640     accept brw-in-pair-id
005650     if brw-in-pair-id = spaces
005660         display 'add cancelled'
005670         go to 3000-exit
005680     end-if
005690     perform 2450-probe-pair thru 2450-exit
005700     if brw-run-aborted
005710         go to 3000-exit
005720     end-if
005730     if brw-pair-found
005740         display 'pair-id ' brw-in-pair-id
005750             ' already on file - add refused'
005760         go to 3000-refused
005770     end-if
005780     move brw-in-pair-id to brw-pend-key
005790     perform 2500-scan-pending thru 2500-exit
005800     if brw-pend-add
005810         display 'an add for ' brw-in-pair-id
005820             ' is already queued - add refused'
005830         go to 3000-refused
005840     end-if
005850     display 'part a number'
005860     move spaces to brw-in-part-a
005870     accept brw-in-part-a
005880     display 'part a description'
005890     move spaces to brw-in-desc-a
005900     accept brw-in-desc-a
005910     display 'part b number'
005920     move spaces to brw-in-part-b
005930     accept brw-in-part-b
005940     display 'part b description'
005950     move spaces to brw-in-desc-b
005960     accept brw-in-desc-b
005970     display 'cycle a'
005980     move spaces to brw-in-cycle-a
005990     accept brw-in-cycle-a
006000     display 'cycle b'
006010     move spaces to brw-in-cycle-b
006020     accept brw-in-cycle-b
006030     set brw-edit-ok to true
006040     if brw-in-part-a = spaces or brw-in-part-b = spaces
006050         display 'both part numbers are required'
006060         set brw-edit-failed to true
006070     end-if
006080     move brw-in-cycle-a to brw-num-x
006090     perform 2600-edit-cycle thru 2600-exit
006100     move brw-num-9 to brw-cycle-a
006110     move brw-in-cycle-b to brw-num-x
006120     perform 2600-edit-cycle thru 2600-exit
006130     move brw-num-9 to brw-cycle-b
006140     if brw-edit-failed
006150         display 'add refused - nothing queued'
006160         go to 3000-refused
006170     end-if
006180     move spaces to brw-tran-record
006190     move 'A' to brw-tran-code
006200     move brw-in-pair-id to brw-tran-pair-id
006210     move brw-in-part-a to brw-tran-part-a-nbr
006220     move brw-in-part-b to brw-tran-part-b-nbr
006230     move brw-in-desc-a to brw-tran-part-a-desc
006240     move brw-in-desc-b to brw-tran-part-b-desc
006250     move brw-cycle-a to brw-tran-cycle-a
006260     move brw-cycle-b to brw-tran-cycle-b
006270     perform 3800-confirm thru 3800-exit
006280     if brw-confirmed
006290         perform 3900-write-tran thru 3900-exit
006300     end-if
006310     go to 3000-exit.
006320 3000-refused.
006330     add 1 to brw-refused-count.
006340 3000-exit.
006350     exit.
006360*---------------------------------------------------------------
006370*  3100-QUEUE-CHANGE - KEY, EDIT AND QUEUE A CHANGE TO THE
006380*  PAIR ON THE PANEL.  A BLANK ANSWER KEEPS THE FIELD, AS A
006390*  BLANK MASTTRAN FIELD DOES IN GCD-MSTMAINT.  THE PAIR MUST
006400*  STILL BE ON FILE AND MUST NOT ALREADY BE QUEUED FOR DELETE.
006410*---------------------------------------------------------------
006420 3100-queue-change.
006430     if not brw-have-current
006440         display 'no pair on the panel to change'
006450         go to 3100-exit
006460     end-if
006470     move brw-cur-pair-id to brw-in-pair-id
006480     perform 2450-probe-pair thru 2450-exit
006490     if brw-run-aborted
006500         go to 3100-exit
006510     end-if
006520     if not brw-pair-found
006530         display 'pair-id ' brw-in-pair-id
006540             ' not on file - change refused'
006550         go to 3100-refused
006560     end-if
006570     move brw-in-pair-id to brw-pend-key
006580     perform 2500-scan-pending thru 2500-exit
006590     if brw-pend-del
006600         display 'a delete for ' brw-in-pair-id
006610             ' is already queued - change refused'
006620         go to 3100-refused
006630     end-if
006640     if brw-pend-count > 0
006650         display 'note - ' brw-pend-count
006660             ' transaction(s) already queued for this pair'
006670     end-if
006680     display 'change ' brw-in-pair-id
006690         ' - enter new values, blank keeps the field'
006700     display 'part a number'
006710     move spaces to brw-in-part-a
006720     accept brw-in-part-a
006730     display 'part a description'
006740     move spaces to brw-in-desc-a
006750     accept brw-in-desc-a
006760     display 'part b number'
006770     move spaces to brw-in-part-b
006780     accept brw-in-part-b
006790     display 'part b description'
006800     move spaces to brw-in-desc-b
006810     accept brw-in-desc-b
006820     display 'cycle a'
006830     move spaces to brw-in-cycle-a
006840     accept brw-in-cycle-a
006850     display 'cycle b'
006860     move spaces to brw-in-cycle-b
006870     accept brw-in-cycle-b
006880     if brw-in-part-a = spaces and brw-in-part-b = spaces
006890         and brw-in-desc-a = spaces and brw-in-desc-b = spaces
006900         and brw-in-cycle-a = spaces and brw-in-cycle-b = spaces
006910         display 'no field changed - nothing queued'
006920         go to 3100-exit
006930     end-if
006940     set brw-edit-ok to true
006950     if brw-in-cycle-a not = spaces
006960         move brw-in-cycle-a to brw-num-x
006970         perform 2600-edit-cycle thru 2600-exit
006980         move brw-num-9 to brw-cycle-a
006990     end-if
007000     if brw-in-cycle-b not = spaces
007010         move brw-in-cycle-b to brw-num-x
007020         perform 2600-edit-cycle thru 2600-exit
007030         move brw-num-9 to brw-cycle-b
007040     end-if
007050     if brw-edit-failed
007060         display 'change refused - nothing queued'
007070         go to 3100-refused
007080     end-if
007090     move spaces to brw-tran-record
007100     move 'C' to brw-tran-code
007110     move brw-in-pair-id to brw-tran-pair-id
007120     move brw-in-part-a to brw-tran-part-a-nbr
007130     move brw-in-part-b to brw-tran-part-b-nbr
007140     move brw-in-desc-a to brw-tran-part-a-desc
007150     move brw-in-desc-b to brw-tran-part-b-desc
007160     if brw-in-cycle-a not = spaces
007170         move brw-cycle-a to brw-tran-cycle-a
007180     end-if
007190     if brw-in-cycle-b not = spaces
007200         move brw-cycle-b to brw-tran-cycle-b
007210     end-if
007220     perform 3800-confirm thru 3800-exit
007230     if brw-confirmed
007240         perform 3900-write-tran thru 3900-exit
007250     end-if
007260     go to 3100-exit.
007270 3100-refused.
007280     add 1 to brw-refused-count.
007290 3100-exit.
007300     exit.
007310*---------------------------------------------------------------
007320*  3200-QUEUE-DELETE - QUEUE THE RETIREMENT OF THE PAIR ON THE
007330*  PANEL, ONCE IT IS CONFIRMED STILL ON FILE AND NOT ALREADY
007340*  QUEUED FOR DELETE.
007350*---------------------------------------------------------------
007360 3200-queue-delete.
007370     if not brw-have-current
007380         display 'no pair on the panel to delete'
007390         go to 3200-exit
007400     end-if
007410     move brw-cur-pair-id to brw-in-pair-id
007420     perform 2450-probe-pair thru 2450-exit
007430     if brw-run-aborted
007440         go to 3200-exit
007450     end-if
007460     if not brw-pair-found
007470         display 'pair-id ' brw-in-pair-id
007480             ' not on file - delete refused'
007490         go to 3200-refused
007500     end-if
007510     move brw-in-pair-id to brw-pend-key
007520     perform 2500-scan-pending thru 2500-exit
007530     if brw-pend-del
007540         display 'a delete for ' brw-in-pair-id
007550             ' is already queued - delete refused'
007560         go to 3200-refused
007570     end-if
007580     move spaces to brw-tran-record
007590     move 'D' to brw-tran-code
007600     move brw-in-pair-id to brw-tran-pair-id
007610     perform 3800-confirm thru 3800-exit
007620     if brw-confirmed
007630         perform 3900-write-tran thru 3900-exit
007640     end-if
007650     go to 3200-exit.
007660 3200-refused.
007670     add 1 to brw-refused-count.
007680 3200-exit.
007690     exit.
007700*---------------------------------------------------------------
007710*  3800-CONFIRM - ECHO THE TRANSACTION IN MASTTRAN COLUMNS AND
007720*  ASK BEFORE IT IS QUEUED.  ANYTHING BUT Y IS A NO.
007730*---------------------------------------------------------------
007740 3800-confirm.
007750     move 'N' to brw-confirm-switch
007760     display 'masttran: ' brw-tran-record
007770     display 'queue this transaction? (y/n)'
007780     move space to brw-in-confirm
007790     accept brw-in-confirm
007800     if brw-in-confirm = 'Y' or 'y'
007810         set brw-confirmed to true
007820     else
007830         display 'not queued'
007840     end-if.
007850 3800-exit.
007860     exit.
007870*---------------------------------------------------------------
007880*  3900-WRITE-TRAN - APPEND THE TRANSACTION IN HAND TO
007890*  MASTTRAN AND CLOSE AGAIN AT ONCE.  THE QUEUE RUNS FROM ONE
007900*  GCD-MSTMAINT RUN TO THE NEXT: THAT RUN APPLIES IT AND LEAVES
007903*  IT EMPTY, AND IF NO MASTTRAN EXISTS YET THIS OPEN CREATES
007906*  IT.
007910*---------------------------------------------------------------
007920 3900-write-tran.
007930     open extend masttran
007940     if brw-tran-status = '35'
007950         open output masttran
007960     end-if
007970     if brw-tran-status not = '00'
007980         display 'error opening masttran, status '
007990             brw-tran-status
008000         display 'transaction not queued'
008010         move 12 to brw-rc-candidate
008020         perform 9100-raise-return-code thru 9100-exit
008030         go to 3900-exit
008040     end-if
008050     write brw-tran-record
008060     if brw-tran-status not = '00'
008070         display 'error writing masttran, status '
008080             brw-tran-status
008090         display 'transaction not queued'
008100         move 12 to brw-rc-candidate
008110         perform 9100-raise-return-code thru 9100-exit
008120         close masttran
008130         go to 3900-exit
008140     end-if
008150     close masttran
008160     if brw-tran-status not = '00'
008170         display 'error closing masttran, status '
008180             brw-tran-status
008190         move 12 to brw-rc-candidate
008200         perform 9100-raise-return-code thru 9100-exit
008210         go to 3900-exit
008220     end-if
008230     add 1 to brw-queued-count
008240     display 'queued for the next gcd-mstmaint run'.
008250 3900-exit.
008260     exit.
008270*---------------------------------------------------------------
008280*  9000-TERMINATE - FINAL CONSOLE TOTALS AND SIGN-OFF.
008290*---------------------------------------------------------------
008300 9000-terminate.
008310     display 'gcd-mstbrws session complete'
008320     display '  pairs viewed        : ' brw-viewed-count
008330     display '  transactions queued : ' brw-queued-count
008340     display '  entries refused     : ' brw-refused-count.
008350 9000-exit.
008360     exit.
008370*---------------------------------------------------------------
008380*  9100-RAISE-RETURN-CODE - RAISE THE RUN CONDITION CODE TO
008390*  BRW-RC-CANDIDATE UNLESS A WORSE ONE IS ALREADY RECORDED,
008400*  MATCHING THE DRIVER'S DISCIPLINE.
008410*---------------------------------------------------------------
008420 9100-raise-return-code.
008430     if brw-rc-candidate > brw-return-code
008440         move brw-rc-candidate to brw-return-code
008450     end-if.
008460 9100-exit.
008470     exit.
008480 end program GCD-MSTBRWS.
