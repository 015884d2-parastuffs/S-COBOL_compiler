000280*       MAINTENANCE REGISTER AS APPLIED OR REJECTED WITH ITS
000290*       REASON.  RETURN CODES FOLLOW THE SHOP DISCIPLINE:
000300*       0 = CLEAN, 4 = REJECTS REGISTERED, 8 = RUN ABORTED,
000310*       12 = I/O FAILURE, 16 = OPERATOR NOT AUTHORIZED.
000311*       THE OPERATOR ID COMES OFF THE MSTPARM CARD, OR THE
000312*       CONSOLE WHEN THERE IS NO CARD, AND MUST BE CLEARED FOR
000313*       MASTER MAINTENANCE ON GCDAUTH (SEE GCD-AUTH, WHICH IS
000314*       LINKED WITH THIS PROGRAM) BEFORE ANY FILE IS TOUCHED.
000315*       EVERY APPLIED TRANSACTION IS ALSO JOURNALED TO GCDJRNL,
000316*       THE PARTMAST CHANGE JOURNAL MODE M WRITES AS WELL.
000317*       MASTTRAN IS A QUEUE: THE CARD DECK OR THE GCD-MSTBRWS
000318*       PANEL APPENDS TO IT, AND THIS RUN EMPTIES IT AS SOON AS
000319*       AN APPLY PASS HAS READ IT TO THE END WITHOUT AN ABORT OR
000320*       AN I/O FAILURE, SO NOTHING IS APPLIED TWICE AND THE PANEL
000321*       STOPS SHOWING WORK ALREADY DONE.  REJECTED TRANSACTIONS
000322*       GO WITH THE REST - THE REGISTER IS THEIR RECORD AND THEY
000323*       ARE RE-KEYED CORRECTED.  AN ABORTED OR FAILED RUN LEAVES
000324*       THE QUEUE AS IT WAS FOR THE RERUN.  NO PANEL SHOULD BE
000325*       QUEUEING WHILE THIS RUN IS UP: A TRANSACTION APPENDED
000326*       BETWEEN THE APPLY PASS AND THE EMPTYING IS LOST.
000327*
000330*   MODIFICATION HISTORY.
000340*     08/24/2026  DH   INITIAL VERSION, SO PART-PAIRS GET INTO
000350*                      AND OUT OF PARTMAST THROUGH AN EDITED,
000410*                      AND WAS FALLING STRAIGHT THROUGH TO THE
000420*                      WRITE, AS THE CHANGE AND DELETE PATHS
000430*                      ALREADY GUARDED AGAINST.
000431*     10/14/2026  DH   EVERY APPLIED ADD, CHANGE AND DELETE NOW
000432*                      WRITES ITS BEFORE AND/OR AFTER IMAGE TO THE
000433*                      GCDJRNL CHANGE JOURNAL (ADD: AFTER ONLY,
000434*                      DELETE: BEFORE ONLY), SO THE OLD CYCLES,
000435*                      GCD AND LCM OF A CHANGED OR RETIRED PAIR
000436*                      ARE NO LONGER LOST AND GCD-ASOF CAN REBUILD
000437*                      THE MASTER AS OF ANY DATE.
000438*     10/14/2026  DH   OPERATOR SIGN-ON.  THE OPERATOR ID FROM THE
000439*                      NEW MSTPARM CARD OR THE CONSOLE IS CHECKED
000440*                      THROUGH GCD-AUTH BEFORE MASTTRAN, PARTMAST
000441*                      OR GCDJRNL IS OPENED.  A REFUSAL IS NOTED
000442*                      ON THE REGISTER, LOGGED TO SECLOG AND ENDS
000443*                      THE RUN WITH CONDITION CODE 16.
000444*     10/15/2026  DH   MASTTRAN IS NOW EMPTIED AFTER A CLEAN
000445*                      APPLY PASS, NOW THAT THE GCD-MSTBRWS PANEL
000446*                      QUEUES TO IT BETWEEN RUNS - IT USED TO BE
000447*                      RENEWED BY HAND, AND A MISSED RENEWAL
000448*                      RE-APPLIED THE LAST RUN'S TRANSACTIONS.
000449*
000450*****************************************************************
000460 identification division.
000470 program-id. GCD-MSTMAINT.
000660     select registerrpt assign to "GCDMREG"
000670         organization is line sequential
000680         file status is mst-reg-status.
000681     select gcdjrnl assign to "GCDJRNL"
000682         organization is line sequential
000683         file status is mst-jrnl-status.
000684     select mstparm assign to "MSTPARM"
000685         organization is line sequential
000686         file status is mst-parm-status.
000690 data division.
000700 file section.
000710*---------------------------------------------------------------
001160*---------------------------------------------------------------
001170 fd  registerrpt.
001180 01  mst-reg-record               pic x(80).
001181*---------------------------------------------------------------
001182*  GCDJRNL - THE PARTMAST CHANGE JOURNAL, IN THE LAYOUT THE
001183*  DRIVER'S MODE M WRITES AND GCD-ASOF READS: WHEN, WHICH
001184*  PROGRAM, THE ACTION (THE TRANSACTION CODE), WHICH IMAGE
001185*  (B=BEFORE, A=AFTER), THEN THE WHOLE MASTER RECORD UNPACKED
001186*  TO SIGNED DISPLAY.  OPENED EXTEND, NEVER REWRITTEN.
001187*---------------------------------------------------------------
001188 fd  gcdjrnl.
001189 01  mst-jrnl-record.
001190     05  mst-jrnl-date            pic 9(08).
001191     05  mst-jrnl-time            pic 9(08).
001192     05  mst-jrnl-source          pic x(08).
001193     05  mst-jrnl-action          pic x(01).
001194     05  mst-jrnl-image           pic x(01).
001195     05  mst-jrnl-pair-id         pic x(10).
001196     05  mst-jrnl-part-a-nbr      pic x(10).
001197     05  mst-jrnl-part-b-nbr      pic x(10).
001198     05  mst-jrnl-part-a-desc     pic x(20).
001199     05  mst-jrnl-part-b-desc     pic x(20).
001200     05  mst-jrnl-cycle-a         pic s9(09)
001201         sign is trailing separate character.
001202     05  mst-jrnl-cycle-b         pic s9(09)
001203         sign is trailing separate character.
001204     05  mst-jrnl-gcd             pic s9(09)
001205         sign is trailing separate character.
001206     05  mst-jrnl-lcm             pic s9(18)
001207         sign is trailing separate character.
001208     05  mst-jrnl-last-calc       pic 9(08).
001209*---------------------------------------------------------------
001210*  MSTPARM - OPTIONAL CONTROL CARD CARRYING THE OPERATOR ID THE
001211*  RUN IS MADE UNDER.  WITHOUT ONE THE CONSOLE IS ASKED.
001212*---------------------------------------------------------------
001213 fd  mstparm.
001214 01  mst-parm-record.
001215     05  mst-parm-operator        pic x(08).
001216     05  filler                   pic x(72).
001217 working-storage section.
001218*---------------------------------------------------------------
001219*  RUN CONTROLS AND COUNTERS.
001220*---------------------------------------------------------------
001230 77  mst-return-code              pic 9(02) value 0.
001240 77  mst-rc-candidate             pic 9(02) value 0.
001330 77  mst-chg-count                pic 9(09) value 0.
001340 77  mst-del-count                pic 9(09) value 0.
001350 77  mst-reject-count             pic 9(09) value 0.
001353 77  mst-emptied-switch           pic x(01) value 'N'.
001356     88  mst-tran-emptied             value 'Y'.
001360*---------------------------------------------------------------
001361*  OPERATOR SIGN-ON, CHECKED THROUGH GCD-AUTH.
001362*---------------------------------------------------------------
001363 77  mst-operator-id              pic x(08) value spaces.
001364 77  mst-auth-program             pic x(12) value 'GCD-MSTMAINT'.
001365 77  mst-auth-action              pic x(01) value 'M'.
001366 77  mst-auth-mode                pic x(01) value space.
001367 77  mst-auth-result              pic x(01) value 'N'.
001368     88  mst-auth-granted             value 'Y'.
001369 77  mst-refused-switch           pic x(01) value 'N'.
001370     88  mst-operator-refused         value 'Y'.
001371*---------------------------------------------------------------
001372*  CYCLE-VALUE EDIT CELLS.  THE TRANSACTION CYCLES ARE EDITED
001380*  WITH THE SAME RULE 3100-VALIDATE-PAIR APPLIES IN THE DRIVER:
001390*  NUMERIC AND STRICTLY POSITIVE, OR THE TRANSACTION IS
001400*  REJECTED.
001460     88  mst-cycle-changed            value 'Y'.
001470 77  mst-reject-reason            pic x(30) value spaces.
001480*---------------------------------------------------------------
001481*  CHANGE-JOURNAL STATE.  A CHANGE OR DELETE SAVES THE RECORD
001482*  AS READ HERE BEFORE ANYTHING IS MOVED OVER IT, SO THE BEFORE
001483*  IMAGE IS THE MASTER AS IT STOOD.
001484*---------------------------------------------------------------
001485 01  mst-jrnl-before.
001486     05  mst-jrb-pair-id          pic x(10).
001487     05  mst-jrb-part-a-nbr       pic x(10).
001488     05  mst-jrb-part-b-nbr       pic x(10).
001489     05  mst-jrb-part-a-desc      pic x(20).
001490     05  mst-jrb-part-b-desc      pic x(20).
001491     05  mst-jrb-cycle-a          pic s9(09) comp-3.
001492     05  mst-jrb-cycle-b          pic s9(09) comp-3.
001493     05  mst-jrb-gcd              pic s9(09) comp-3.
001494     05  mst-jrb-lcm              pic s9(18) comp-3.
001495     05  mst-jrb-last-calc        pic 9(08).
001496     05  filler                   pic x(07).
001497 77  mst-jrnl-count               pic 9(09) value 0.
001498*---------------------------------------------------------------
001499*  RUN TIMESTAMP FOR THE REGISTER HEADING.
001500*---------------------------------------------------------------
001510 01  mst-timestamp-fields.
001520     05  mst-ts-date              pic 9(08).
002040 77  mst-tran-status              pic x(02) value spaces.
002050 77  mst-mast-status              pic x(02) value spaces.
002060 77  mst-reg-status               pic x(02) value spaces.
002063 77  mst-jrnl-status              pic x(02) value spaces.
002066 77  mst-parm-status              pic x(02) value spaces.
002070 procedure division.
002080*---------------------------------------------------------------
002090*  0000-MAINLINE.
002210*  1000-INITIALIZE - OPEN THE REGISTER, THE TRANSACTION FILE AND
002220*  THE MASTER.  A MISSING MASTER IS CREATED EMPTY FIRST - THE
002230*  VERY FIRST MAINTENANCE RUN IS HOW THE FILE COMES TO EXIST.
002232*  THE CHANGE JOURNAL OPENS LAST; WITHOUT IT NOTHING IS APPLIED.
002234*  THE OPERATOR IS CLEARED RIGHT AFTER THE REGISTER OPENS, SO A
002236*  REFUSAL IS ON THE REGISTER AND NOTHING ELSE IS TOUCHED.
002240*---------------------------------------------------------------
002250 1000-initialize.
002260     display 'gcd-mstmaint - partmast maintenance'
002460     write mst-reg-record from mst-reg-h3
002470     move spaces to mst-reg-record
002480     write mst-reg-record
002481     perform 1100-read-parm-card thru 1100-exit
002482     if mst-operator-id = spaces
002483         display 'enter operator id'
002484         accept mst-operator-id
002485     end-if
002486     call 'GCD-AUTH' using mst-auth-program mst-operator-id
002487         mst-auth-action mst-auth-mode mst-auth-result
002488     if not mst-auth-granted
002489         display 'operator not authorized for master maintenance'
002490             ' - run aborted'
002491         set mst-operator-refused to true
002492         set mst-run-aborted to true
002493         move 16 to mst-rc-candidate
002494         perform 9100-raise-return-code thru 9100-exit
002495         go to 1000-exit
002496     end-if
002497     open input masttran
002500     if mst-tran-status not = '00'
002510         display 'error opening masttran, status ' mst-tran-status
002520         set mst-run-aborted to true
002680         set mst-run-aborted to true
002690         move 12 to mst-rc-candidate
002700         perform 9100-raise-return-code thru 9100-exit
002701         go to 1000-exit
002702     end-if
002703     open extend gcdjrnl
002704     if mst-jrnl-status = '35'
002705         open output gcdjrnl
002706     end-if
002707     if mst-jrnl-status not = '00'
002708         display 'error opening gcdjrnl, status ' mst-jrnl-status
002709         close masttran partmast
002710         set mst-run-aborted to true
002711         move 12 to mst-rc-candidate
002712         perform 9100-raise-return-code thru 9100-exit
002713     end-if.
002720 1000-exit.
002730     exit.
002740*---------------------------------------------------------------
002741*  1100-READ-PARM-CARD - TAKE THE OPERATOR ID OFF THE OPTIONAL
002742*  MSTPARM CARD.  A MISSING, EMPTY OR UNREADABLE CARD LEAVES
002743*  THE ID BLANK AND THE CONSOLE IS ASKED INSTEAD.
002744*---------------------------------------------------------------
002745 1100-read-parm-card.
002746     open input mstparm
002747     if mst-parm-status not = '00'
002748         go to 1100-exit
002749     end-if
002750     read mstparm
002751         at end
002752             close mstparm
002753             go to 1100-exit
002754     end-read
002755     if mst-parm-status = '00'
002756         move mst-parm-operator to mst-operator-id
002757     end-if
002758     close mstparm.
002759 1100-exit.
002760     exit.
002761*---------------------------------------------------------------
002762*  2000-APPLY-PASS - READ AND APPLY EVERY TRANSACTION, THEN
002764*  EMPTY THE QUEUE IF THE WHOLE PASS WENT THROUGH.
002766*---------------------------------------------------------------
002770 2000-apply-pass.
002780     move 'N' to mst-eof-switch
002790     perform 2100-apply-one thru 2100-exit
002900         display 'error closing partmast, status ' mst-mast-status
002910         move 12 to mst-rc-candidate
002920         perform 9100-raise-return-code thru 9100-exit
002921     end-if
002922     close gcdjrnl
002923     if mst-jrnl-status not = '00'
002924         display 'error closing gcdjrnl, status ' mst-jrnl-status
002925         move 12 to mst-rc-candidate
002926         perform 9100-raise-return-code thru 9100-exit
002928     end-if
002930     if not mst-run-aborted
002932         and mst-return-code < 12
002934         perform 2050-empty-masttran thru 2050-exit
002936     end-if.
002940 2000-exit.
002950     exit.
002960*---------------------------------------------------------------
002961*  2050-EMPTY-MASTTRAN - EVERY QUEUED TRANSACTION HAS BEEN
002962*  APPLIED OR REGISTERED AS REJECTED, SO START THE NEXT CYCLE'S
002963*  QUEUE EMPTY.
002964*---------------------------------------------------------------
002965 2050-empty-masttran.
002966     open output masttran
002967     if mst-tran-status not = '00'
002968         display 'error emptying masttran, status '
002969             mst-tran-status
002970         display 'masttran must be emptied before the next run'
002971         move 12 to mst-rc-candidate
002972         perform 9100-raise-return-code thru 9100-exit
002973         go to 2050-exit
002974     end-if
002975     close masttran
002976     if mst-tran-status not = '00'
002977         display 'error closing masttran, status ' mst-tran-status
002978         display 'masttran must be emptied before the next run'
002979         move 12 to mst-rc-candidate
002980         perform 9100-raise-return-code thru 9100-exit
002981         go to 2050-exit
002982     end-if
002983     set mst-tran-emptied to true.
002984 2050-exit.
002985     exit.
002986*---------------------------------------------------------------
002987*  2100-APPLY-ONE - READ ONE TRANSACTION AND DISPATCH IT ON THE
002988*  TRANSACTION CODE.  AN UNKNOWN CODE IS REJECTED, NOT GUESSED.
002990*---------------------------------------------------------------
003000 2100-apply-one.
003010     read masttran
004030     end-if
004040     add 1 to mst-add-count
004050     move 'added' to mst-reject-reason
004060     perform 2600-register-applied thru 2600-exit
004065     perform 2550-journal-after thru 2550-exit.
004070 2200-exit.
004080     exit.
004090*---------------------------------------------------------------
004440         set mst-end-of-input to true
004450         go to 2300-exit
004460     end-if
004465     move mst-mast-record to mst-jrnl-before
004470     move 'N' to mst-chg-cycle-switch
004480     if mst-tran-part-a-nbr not = spaces
004490         move mst-tran-part-a-nbr to mst-mast-part-a-nbr
004870     end-if
004880     add 1 to mst-chg-count
004890     move 'changed' to mst-reject-reason
004900     perform 2600-register-applied thru 2600-exit
004902     perform 2500-journal-before thru 2500-exit
004904     if not mst-run-aborted
004906         perform 2550-journal-after thru 2550-exit
004908     end-if.
004910 2300-exit.
004920     exit.
004930*---------------------------------------------------------------
005090         set mst-end-of-input to true
005100         go to 2400-exit
005110     end-if
005115     move mst-mast-record to mst-jrnl-before
005120     delete partmast
005130         invalid key
005140             move 'pair-id not on file' to mst-reject-reason
005260     end-if
005270     add 1 to mst-del-count
005280     move 'deleted' to mst-reject-reason
005281     perform 2600-register-applied thru 2600-exit
005282     perform 2500-journal-before thru 2500-exit.
005283 2400-exit.
005284     exit.
005285*---------------------------------------------------------------
005286*  2500-JOURNAL-BEFORE - THE BEFORE IMAGE SAVED BY THE CHANGE OR
005287*  DELETE PATH, ONTO GCDJRNL UNDER THE TRANSACTION CODE.
005288*---------------------------------------------------------------
005289 2500-journal-before.
005290     move 'B'                 to mst-jrnl-image
005291     move mst-jrb-pair-id     to mst-jrnl-pair-id
005292     move mst-jrb-part-a-nbr  to mst-jrnl-part-a-nbr
005293     move mst-jrb-part-b-nbr  to mst-jrnl-part-b-nbr
005294     move mst-jrb-part-a-desc to mst-jrnl-part-a-desc
005295     move mst-jrb-part-b-desc to mst-jrnl-part-b-desc
005296     move mst-jrb-cycle-a     to mst-jrnl-cycle-a
005297     move mst-jrb-cycle-b     to mst-jrnl-cycle-b
005298     move mst-jrb-gcd         to mst-jrnl-gcd
005299     move mst-jrb-lcm         to mst-jrnl-lcm
005300     move mst-jrb-last-calc   to mst-jrnl-last-calc
005301     perform 2590-write-journal-line thru 2590-exit.
005302 2500-exit.
005303     exit.
005304*---------------------------------------------------------------
005305*  2550-JOURNAL-AFTER - THE RECORD AS JUST WRITTEN OR
005306*  REWRITTEN, ONTO GCDJRNL UNDER THE TRANSACTION CODE.
005307*---------------------------------------------------------------
005308 2550-journal-after.
005309     move 'A'                 to mst-jrnl-image
005310     move mst-mast-pair-id    to mst-jrnl-pair-id
005311     move mst-mast-part-a-nbr to mst-jrnl-part-a-nbr
005312     move mst-mast-part-b-nbr to mst-jrnl-part-b-nbr
005313     move mst-mast-part-a-desc to mst-jrnl-part-a-desc
005314     move mst-mast-part-b-desc to mst-jrnl-part-b-desc
005315     move mst-mast-cycle-a    to mst-jrnl-cycle-a
005316     move mst-mast-cycle-b    to mst-jrnl-cycle-b
005317     move mst-mast-gcd        to mst-jrnl-gcd
005318     move mst-mast-lcm        to mst-jrnl-lcm
005319     move mst-mast-last-calc  to mst-jrnl-last-calc
005320     perform 2590-write-journal-line thru 2590-exit.
005321 2550-exit.
005322     exit.
005323*---------------------------------------------------------------
005324*  2590-WRITE-JOURNAL-LINE - STAMP AND WRITE THE GCDJRNL LINE IN
005325*  HAND.  A FAILED WRITE STOPS THE PASS - THE MASTER MUST NOT
005326*  TAKE ANOTHER CHANGE THE JOURNAL CANNOT SHOW.
005327*---------------------------------------------------------------
005328 2590-write-journal-line.
005329     accept mst-jrnl-date from date yyyymmdd
005330     accept mst-jrnl-time from time
005331     move 'MSTMAINT' to mst-jrnl-source
005332     move mst-tran-code to mst-jrnl-action
005333     write mst-jrnl-record
005334     if mst-jrnl-status not = '00'
005335         display 'error writing gcdjrnl, status ' mst-jrnl-status
005336         set mst-run-aborted to true
005337         move 12 to mst-rc-candidate
005338         perform 9100-raise-return-code thru 9100-exit
005339         set mst-end-of-input to true
005340         go to 2590-exit
005341     end-if
005342     add 1 to mst-jrnl-count.
005343 2590-exit.
005344     exit.
005345*---------------------------------------------------------------
005346*  2600-REGISTER-APPLIED - ONE APPLIED LINE ON THE REGISTER.
005347*  THE CALLER LEAVES THE DISPOSITION TEXT IN THE REASON CELL.
005350*---------------------------------------------------------------
005360 2600-register-applied.
005370     move spaces to mst-reg-detail
006000     move 'transactions rejected'    to mst-reg-label
006010     move mst-reject-count           to mst-reg-value
006020     perform 4100-write-total-line thru 4100-exit
006022     move 'journal images written'   to mst-reg-label
006024     move mst-jrnl-count             to mst-reg-value
006026     perform 4100-write-total-line thru 4100-exit
006030     if mst-run-aborted
006040         move spaces to mst-reg-record
006050         write mst-reg-record
006060         move '  *** run aborted - see console messages ***'
006070             to mst-reg-print-line
006071         if mst-operator-refused
006072             move spaces to mst-reg-print-line
006073             string '  *** operator ' mst-operator-id
006074                 ' not authorized - nothing applied ***'
006075                 delimited by size into mst-reg-print-line
006076         end-if
006077         write mst-reg-record from mst-reg-print-line
006078     end-if
006079     if mst-tran-emptied
006080         move spaces to mst-reg-record
006081         write mst-reg-record
006082         move '  masttran emptied for the next cycle'
006083             to mst-reg-print-line
006084         write mst-reg-record from mst-reg-print-line
006090     end-if
006100     move spaces to mst-reg-record
006110     write mst-reg-record
006400     display '  pairs added       : ' mst-add-count
006410     display '  pairs changed     : ' mst-chg-count
006420     display '  pairs deleted     : ' mst-del-count
006430     display '  rejected          : ' mst-reject-count
006435     display '  journal images    : ' mst-jrnl-count.
006440 9000-exit.
006450     exit.
006460*---------------------------------------------------------------
