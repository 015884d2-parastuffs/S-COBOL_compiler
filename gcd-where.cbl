000010*****************************************************************
000020*
000030*   PROGRAM-ID.   GCD-WHERE.
000040*   AUTHOR.       D. HALLIGAN - SCHEDULING SYSTEMS GROUP.
000050*   INSTALLATION. LOT-SIZING / SHOP SCHEDULING.
000060*   DATE-WRITTEN. 10/14/2026.
000070*   DATE-COMPILED.
000080*
000090*   REMARKS.
000100*       PART-NUMBER WHERE-USED CROSS-REFERENCE.  PARTMAST IS
000110*       KEYED ONLY ON PAIR-ID, SO 'WHICH PAIRS AND WHICH WORK
000120*       CELLS DOES PART X TOUCH' MEANS READING THE WHOLE
000130*       MASTER.  THIS PROGRAM DOES THAT ONCE: EVERY PAIR IS
000140*       FILED UNDER BOTH ITS PART-A-NBR AND ITS PART-B-NBR, AND
000150*       THE CELLDEF GROUPING FILE MODE C READS IS LOADED SO
000160*       EACH PAIR CAN SHOW THE CELLS IT BELONGS TO.  WITH A
000170*       PART NUMBER ON THE WHERPARM CARD (OR ANSWERED AT THE
000180*       CONSOLE WHEN NO CARD) IT IS A KEYED INQUIRY ON THAT ONE
000190*       PART, ECHOED TO THE CONSOLE; WITH THE PART LEFT BLANK
000200*       IT PRINTS THE FULL CROSS-REFERENCE, EVERY PART IN
000210*       PART-NUMBER ORDER.  EITHER WAY THE LISTING GOES TO
000220*       GCDWHER.  EACH PAIR LINE SHOWS THE PART'S OWN CYCLE,
000230*       THE OTHER PART AND ITS CYCLE, AND THE PAIR'S GCD AND
000240*       LCM.  A PART THAT CARRIES DIFFERENT CYCLE VALUES IN
000250*       DIFFERENT PAIRS IS FLAGGED - ONE OF THOSE PAIRS IS
000260*       WRONG.
000270*       RETURN CODES: 0 = CLEAN, 4 = CYCLE CONFLICTS FLAGGED,
000280*       PART NOT FOUND, OR A TABLE OVERFLOWED, 12 = I/O
000290*       FAILURE.
000300*
000310*   MODIFICATION HISTORY.
000320*     10/14/2026  DH   INITIAL VERSION, SO A CYCLE CHANGE ON
000330*                      ONE PART CAN BE TRACED TO ITS PAIRS AND
000340*                      CELLS WITHOUT DUMPING THE MASTER.
000343*     10/15/2026  DH   PAIR-LINE COLUMN HEADINGS MOVED ONE PLACE
000346*                      LEFT TO SIT OVER THEIR FIGURES.
000350*
000360*****************************************************************
000370 identification division.
000380 program-id. GCD-WHERE.
000390 author. D. Halligan - Scheduling Systems Group.
000400 installation. Lot-Sizing / Shop Scheduling.
000410 date-written. 10/14/2026.
000420 date-compiled.
000430 environment division.
000440 configuration section.
000450 source-computer. x8086.
000460 object-computer. LLVM.
000470 input-output section.
000480 file-control.
000490     select wherparm assign to "WHERPARM"
000500         organization is line sequential
000510         file status is whr-parm-status.
000520     select partmast assign to "PARTMAST"
000530         organization is indexed
000540         access is dynamic
000550         record key is whr-mast-pair-id
000560         file status is whr-mast-status.
000570     select celldef assign to "CELLDEF"
000580         organization is line sequential
000590         file status is whr-cdef-status.
000600     select wherrpt assign to "GCDWHER"
000610         organization is line sequential
000620         file status is whr-rpt-status.
000630 data division.
000640 file section.
000650*---------------------------------------------------------------
000660*  WHERPARM - SINGLE CONTROL CARD: THE PART NUMBER TO LOOK UP.
000670*  BLANK MEANS THE FULL CROSS-REFERENCE.  OPTIONAL; THE
000680*  CONSOLE PROMPT TAKES OVER WHEN THE CARD IS ABSENT.
000690*---------------------------------------------------------------
000700 fd  wherparm.
000710 01  whr-parm-record.
000720     05  whr-parm-part-nbr        pic x(10).
000730     05  filler                   pic x(70).
000740*---------------------------------------------------------------
000750*  PARTMAST - THE INDEXED PART-PAIR MASTER, READ END TO END.
000760*---------------------------------------------------------------
000770 fd  partmast.
000780 01  whr-mast-record.
000790     05  whr-mast-pair-id         pic x(10).
000800     05  whr-mast-part-a-nbr      pic x(10).
000810     05  whr-mast-part-b-nbr      pic x(10).
000820     05  whr-mast-part-a-desc     pic x(20).
000830     05  whr-mast-part-b-desc     pic x(20).
000840     05  whr-mast-cycle-a         pic s9(09) comp-3.
000850     05  whr-mast-cycle-b         pic s9(09) comp-3.
000860     05  whr-mast-gcd             pic s9(09) comp-3.
000870     05  whr-mast-lcm             pic s9(18) comp-3.
000880     05  whr-mast-last-calc       pic 9(08).
000890     05  filler                   pic x(07).
000900*---------------------------------------------------------------
000910*  CELLDEF - THE WORK-CELL GROUPING FILE MODE C READS.  ONE
000920*  RECORD PER CELL MEMBER: THE CELL NAME AND ONE PAIR-ID.
000930*---------------------------------------------------------------
000940 fd  celldef.
000950 01  whr-cdef-record.
000960     05  whr-cdef-cell-id         pic x(10).
000970     05  filler                   pic x(01).
000980     05  whr-cdef-member-id       pic x(10).
000990     05  filler                   pic x(59).
001000*---------------------------------------------------------------
001010*  GCDWHER - THE PRINTABLE WHERE-USED LISTING.
001020*---------------------------------------------------------------
001030 fd  wherrpt.
001040 01  whr-rpt-record               pic x(80).
001050 working-storage section.
001060*---------------------------------------------------------------
001070*  RUN CONTROLS AND COUNTERS.
001080*---------------------------------------------------------------
001090 77  whr-return-code              pic 9(02) value 0.
001100 77  whr-rc-candidate             pic 9(02) value 0.
001110 77  whr-eof-switch               pic x(01) value 'N'.
001120     88  whr-end-of-input             value 'Y'.
001130 77  whr-abort-switch             pic x(01) value 'N'.
001140     88  whr-run-aborted              value 'Y'.
001150 77  whr-parm-switch              pic x(01) value 'N'.
001160     88  whr-parm-present             value 'Y'.
001170 77  whr-rpt-switch               pic x(01) value 'N'.
001180     88  whr-rpt-usable               value 'Y'.
001190 77  whr-cdef-switch              pic x(01) value 'N'.
001200     88  whr-cdef-on-hand             value 'Y'.
001210 77  whr-mast-read-count          pic 9(09) value 0.
001220 77  whr-pairs-listed-count       pic 9(09) value 0.
001230 77  whr-parts-listed-count       pic 9(09) value 0.
001240 77  whr-conflict-count           pic 9(09) value 0.
001250 77  whr-cdef-read-count          pic 9(09) value 0.
001260*---------------------------------------------------------------
001270*  SELECTION.  A BLANK PART NUMBER IS THE FULL REPORT.
001280*---------------------------------------------------------------
001290 77  whr-card-part-nbr            pic x(10) value spaces.
001300 77  whr-inquiry-switch           pic x(01) value 'N'.
001310     88  whr-inquiry-mode             value 'Y'.
001320*---------------------------------------------------------------
001330*  PAIR TABLE - THE MASTER PAIRS THE LISTING NEEDS (ALL OF THEM
001340*  FOR THE FULL REPORT, ONLY THE ONES CARRYING THE PART FOR AN
001350*  INQUIRY).
001360*---------------------------------------------------------------
001370 77  whr-pair-used                pic 9(05) value 0.
001380 77  whr-pair-ix                  pic 9(05) value 0.
001390 77  whr-pair-ovfl-switch         pic x(01) value 'N'.
001400     88  whr-pair-overflowed          value 'Y'.
001410 01  whr-pair-table.
001420     05  whr-pair-entry           occurs 5000 times.
001430         10  whr-pair-id          pic x(10).
001440         10  whr-pair-part-a      pic x(10).
001450         10  whr-pair-part-b      pic x(10).
001460         10  whr-pair-cycle-a     pic s9(09) comp-3.
001470         10  whr-pair-cycle-b     pic s9(09) comp-3.
001480         10  whr-pair-gcd         pic s9(09) comp-3.
001490         10  whr-pair-lcm         pic s9(18) comp-3.
001500*---------------------------------------------------------------
001510*  PART TABLE - ONE ENTRY PER DISTINCT PART NUMBER, WITH THE
001520*  FIRST CYCLE SEEN FOR IT, THE NUMBER OF PAIRS IT IS IN, AND
001530*  WHETHER A LATER PAIR CARRIED A DIFFERENT CYCLE.  THE DONE
001540*  FLAG DRIVES THE PART-NUMBER-ORDER PRINT.
001550*---------------------------------------------------------------
001560 77  whr-part-used                pic 9(05) value 0.
001570 77  whr-part-ix                  pic 9(05) value 0.
001580 77  whr-part-found-ix            pic 9(05) value 0.
001590 77  whr-part-low-ix              pic 9(05) value 0.
001600 77  whr-part-ovfl-switch         pic x(01) value 'N'.
001610     88  whr-part-overflowed          value 'Y'.
001620 77  whr-look-part                pic x(10) value spaces.
001630 77  whr-look-cycle               pic s9(09) comp-3 value 0.
001640 01  whr-part-table.
001650     05  whr-part-entry           occurs 5000 times.
001660         10  whr-part-nbr         pic x(10).
001670         10  whr-part-cycle       pic s9(09) comp-3.
001680         10  whr-part-pair-count  pic 9(05).
001690         10  whr-part-conflict    pic x(01).
001700             88  whr-part-cycles-differ   value 'Y'.
001710         10  whr-part-done        pic x(01).
001720             88  whr-part-printed         value 'Y'.
001730*---------------------------------------------------------------
001740*  CELL MEMBERSHIP TABLE, LOADED FROM CELLDEF.
001750*---------------------------------------------------------------
001760 77  whr-cell-used                pic 9(05) value 0.
001770 77  whr-cell-ix                  pic 9(05) value 0.
001780 77  whr-cell-slot                pic 9(02) value 0.
001790 77  whr-cell-ovfl-switch         pic x(01) value 'N'.
001800     88  whr-cell-overflowed          value 'Y'.
001810 01  whr-cell-table.
001820     05  whr-cell-entry           occurs 5000 times.
001830         10  whr-cell-id          pic x(10).
001840         10  whr-cell-member-id   pic x(10).
001850*---------------------------------------------------------------
001860*  RUN TIMESTAMP FOR THE REPORT HEADING.
001870*---------------------------------------------------------------
001880 01  whr-timestamp-fields.
001890     05  whr-ts-date              pic 9(08).
001900     05  whr-ts-time              pic 9(08).
001910 01  whr-timestamp-parts redefines whr-timestamp-fields.
001920     05  filler                   pic x(08).
001930     05  whr-ts-hh                pic 9(02).
001940     05  whr-ts-mi                pic 9(02).
001950     05  whr-ts-ss                pic 9(02).
001960     05  filler                   pic x(02).
001970*---------------------------------------------------------------
001980*  WHERE-USED PRINT LINES.  A PART HEADING, ONE LINE PER PAIR
001990*  THE PART IS IN, AND UNDER EACH PAIR THE CELLS IT BELONGS
002000*  TO, FIVE ACROSS.
002010*---------------------------------------------------------------
002020 77  whr-page                     pic 9(03) value 0.
002030 77  whr-line-count               pic 9(03) value 99.
002040 01  whr-rpt-h1.
002050     05  filler                   pic x(05) value spaces.
002060     05  filler                   pic x(40)
002070         value 'gcd-where  part-number where-used      '.
002080     05  filler                   pic x(05) value 'page '.
002090     05  whr-rpt-h1-page          pic zz9.
002100 01  whr-rpt-h2.
002110     05  filler                   pic x(05) value spaces.
002120     05  filler                   pic x(09) value 'run date '.
002130     05  whr-rpt-h2-date          pic 9999/99/99.
002140     05  filler                   pic x(11) value '  run time '.
002150     05  whr-rpt-h2-hh            pic 9(02).
002160     05  filler                   pic x(01) value ':'.
002170     05  whr-rpt-h2-mi            pic 9(02).
002180     05  filler                   pic x(01) value ':'.
002190     05  whr-rpt-h2-ss            pic 9(02).
002200 01  whr-rpt-h3.
002210     05  filler                   pic x(04) value spaces.
002220     05  filler                   pic x(11) value 'pair-id'.
002230     05  filler                   pic x(11) value 'other part'.
002240     05  filler                   pic x(30)
002250         value '    cycle oth cycle       gcd '.
002260     05  filler                   pic x(19)
002270         value '               lcm '.
002280 01  whr-rpt-part-line.
002290     05  filler                   pic x(02) value spaces.
002300     05  filler                   pic x(05) value 'part '.
002310     05  whr-rpt-part-nbr         pic x(10).
002320     05  filler                   pic x(08) value '  pairs '.
002330     05  whr-rpt-part-pairs       pic zzzz9.
002340     05  filler                   pic x(02) value spaces.
002350     05  whr-rpt-part-flag        pic x(40).
002360 01  whr-rpt-pair-line.
002370     05  filler                   pic x(04) value spaces.
002380     05  whr-rpt-pair-id          pic x(10).
002390     05  filler                   pic x(01) value space.
002400     05  whr-rpt-other-part       pic x(10).
002410     05  filler                   pic x(01) value space.
002420     05  whr-rpt-own-cycle        pic z(8)9.
002430     05  filler                   pic x(01) value space.
002440     05  whr-rpt-other-cycle      pic z(8)9.
002450     05  filler                   pic x(01) value space.
002460     05  whr-rpt-gcd              pic z(8)9.
002470     05  filler                   pic x(01) value space.
002480     05  whr-rpt-lcm              pic z(17)9.
002490 01  whr-rpt-cell-line.
002500     05  filler                   pic x(15) value spaces.
002510     05  filler                   pic x(07) value 'cells  '.
002520     05  whr-rpt-cell-slot        occurs 5 times.
002530         10  whr-rpt-cell-id      pic x(10).
002540         10  filler               pic x(01).
002550 01  whr-rpt-total.
002560     05  filler                   pic x(05) value spaces.
002570     05  whr-rpt-label            pic x(30).
002580     05  whr-rpt-value            pic z(8)9.
002590 77  whr-rpt-print-line           pic x(80) value spaces.
002600*---------------------------------------------------------------
002610*  FILE STATUS CODES.
002620*---------------------------------------------------------------
002630 77  whr-parm-status              pic x(02) value spaces.
002640 77  whr-mast-status              pic x(02) value spaces.
002650 77  whr-cdef-status              pic x(02) value spaces.
002660 77  whr-rpt-status               pic x(02) value spaces.
002670 procedure division.
002680*---------------------------------------------------------------
002690*  0000-MAINLINE.
002700*---------------------------------------------------------------
002710 0000-mainline.
002720     perform 1000-initialize thru 1000-exit
002730     if not whr-run-aborted
002740         perform 2000-load-master thru 2000-exit
002750     end-if
002760     if not whr-run-aborted
002770         perform 2500-load-celldef thru 2500-exit
002780     end-if
002790     if not whr-run-aborted
002800         perform 3000-list-parts thru 3000-exit
002810     end-if
002820     perform 4000-finish-report thru 4000-exit
002830     perform 9000-terminate thru 9000-exit
002840     move whr-return-code to return-code
002850     stop run.
002860*---------------------------------------------------------------
002870*  1000-INITIALIZE - COLLECT THE PART NUMBER AND OPEN THE
002880*  REPORT.
002890*---------------------------------------------------------------
002900 1000-initialize.
002910     display 'gcd-where - part-number where-used'
002920     accept whr-ts-date from date yyyymmdd
002930     accept whr-ts-time from time
002940     perform 1100-read-parm-card thru 1100-exit
002950     if not whr-parm-present
002960         display 'enter part number (blank = full report)'
002970         accept whr-card-part-nbr
002980     end-if
002990     if whr-card-part-nbr not = spaces
003000         set whr-inquiry-mode to true
003010     end-if
003020     move whr-ts-date to whr-rpt-h2-date
003030     move whr-ts-hh to whr-rpt-h2-hh
003040     move whr-ts-mi to whr-rpt-h2-mi
003050     move whr-ts-ss to whr-rpt-h2-ss
003060     open output wherrpt
003070     if whr-rpt-status not = '00'
003080         display 'error opening gcdwher, status ' whr-rpt-status
003090         set whr-run-aborted to true
003100         move 12 to whr-rc-candidate
003110         perform 9100-raise-return-code thru 9100-exit
003120         go to 1000-exit
003130     end-if
003140     set whr-rpt-usable to true.
003150 1000-exit.
003160     exit.
003170*---------------------------------------------------------------
003180*  1100-READ-PARM-CARD - READ THE OPTIONAL WHERPARM CARD, THE
003190*  SAME WAY THE DRIVER TREATS GCDPARM.
003200*---------------------------------------------------------------
003210 1100-read-parm-card.
003220     open input wherparm
003230     if whr-parm-status not = '00'
003240         go to 1100-exit
003250     end-if
003260     read wherparm
003270         at end
003280             close wherparm
003290             go to 1100-exit
003300     end-read
003310     if whr-parm-status not = '00'
003320         close wherparm
003330         go to 1100-exit
003340     end-if
003350     set whr-parm-present to true
003360*    THE CARD FIELD IS SAVED ASIDE BEFORE THE CLOSE - THE
003370*    RECORD AREA OF A CLOSED FILE IS NOT OURS TO READ.
003380     move whr-parm-part-nbr to whr-card-part-nbr
003390     close wherparm.
003400 1100-exit.
003410     exit.
003420*---------------------------------------------------------------
003430*  2000-LOAD-MASTER - READ THE MASTER END TO END INTO THE PAIR
003440*  AND PART TABLES.
003450*---------------------------------------------------------------
003460 2000-load-master.
003470     open input partmast
003480     if whr-mast-status not = '00'
003490         display 'error opening partmast, status '
003500             whr-mast-status
003510         set whr-run-aborted to true
003520         move 12 to whr-rc-candidate
003530         perform 9100-raise-return-code thru 9100-exit
003540         go to 2000-exit
003550     end-if
003560     move 'N' to whr-eof-switch
003570     perform 2100-load-one-pair thru 2100-exit
003580         until whr-end-of-input
003590     close partmast
003600     if whr-mast-status not = '00'
003610         display 'error closing partmast, status '
003620             whr-mast-status
003630         move 12 to whr-rc-candidate
003640         perform 9100-raise-return-code thru 9100-exit
003650     end-if.
003660 2000-exit.
003670     exit.
003680*---------------------------------------------------------------
003690*  2100-LOAD-ONE-PAIR - ONE MASTER RECORD.  FOR AN INQUIRY,
003700*  PAIRS NOT CARRYING THE PART ARE PASSED OVER.  EACH KEPT
003710*  PAIR IS FILED UNDER BOTH OF ITS PARTS.
003720*---------------------------------------------------------------
003730 2100-load-one-pair.
003740     read partmast next
003750         at end
003760             set whr-end-of-input to true
003770             go to 2100-exit
003780     end-read
003790     if whr-mast-status not = '00'
003800         display 'error reading partmast, status '
003810             whr-mast-status
003820         set whr-run-aborted to true
003830         move 12 to whr-rc-candidate
003840         perform 9100-raise-return-code thru 9100-exit
003850         set whr-end-of-input to true
003860         go to 2100-exit
003870     end-if
003880     add 1 to whr-mast-read-count
003890     if whr-inquiry-mode
003900         and whr-mast-part-a-nbr not = whr-card-part-nbr
003910         and whr-mast-part-b-nbr not = whr-card-part-nbr
003920         go to 2100-exit
003930     end-if
003940     if whr-pair-used not < 5000
003950         set whr-pair-overflowed to true
003960         go to 2100-exit
003970     end-if
003980     add 1 to whr-pair-used
003990     move whr-mast-pair-id    to whr-pair-id(whr-pair-used)
004000     move whr-mast-part-a-nbr to whr-pair-part-a(whr-pair-used)
004010     move whr-mast-part-b-nbr to whr-pair-part-b(whr-pair-used)
004020     move whr-mast-cycle-a    to whr-pair-cycle-a(whr-pair-used)
004030     move whr-mast-cycle-b    to whr-pair-cycle-b(whr-pair-used)
004040     move whr-mast-gcd        to whr-pair-gcd(whr-pair-used)
004050     move whr-mast-lcm        to whr-pair-lcm(whr-pair-used)
004060     move whr-mast-part-a-nbr to whr-look-part
004070     move whr-mast-cycle-a    to whr-look-cycle
004080     perform 2200-file-part thru 2200-exit
004090*    A PAIR WITH THE SAME PART ON BOTH SIDES IS FILED ONCE.
004100     if whr-mast-part-b-nbr not = whr-mast-part-a-nbr
004110         move whr-mast-part-b-nbr to whr-look-part
004120         move whr-mast-cycle-b    to whr-look-cycle
004130         perform 2200-file-part thru 2200-exit
004140     end-if.
004150 2100-exit.
004160     exit.
004170*---------------------------------------------------------------
004180*  2200-FILE-PART - FILE WHR-LOOK-PART WITH WHR-LOOK-CYCLE IN
004190*  THE PART TABLE.  A PART ALREADY ON FILE WITH ANOTHER CYCLE
004200*  IS MARKED AS A CONFLICT.  FOR AN INQUIRY ONLY THE PART ASKED
004210*  FOR IS FILED.
004220*---------------------------------------------------------------
004230 2200-file-part.
004240     if whr-inquiry-mode
004250         and whr-look-part not = whr-card-part-nbr
004260         go to 2200-exit
004270     end-if
004280     perform 2300-find-part thru 2300-exit
004290     if whr-part-found-ix > 0
004300         add 1 to whr-part-pair-count(whr-part-found-ix)
004310         if whr-look-cycle not = whr-part-cycle(whr-part-found-ix)
004320             move 'Y' to whr-part-conflict(whr-part-found-ix)
004330         end-if
004340         go to 2200-exit
004350     end-if
004360     if whr-part-used not < 5000
004370         set whr-part-overflowed to true
004380         go to 2200-exit
004390     end-if
004400     add 1 to whr-part-used
004410     move whr-look-part  to whr-part-nbr(whr-part-used)
004420     move whr-look-cycle to whr-part-cycle(whr-part-used)
004430     move 1   to whr-part-pair-count(whr-part-used)
004440     move 'N' to whr-part-conflict(whr-part-used)
004450     move 'N' to whr-part-done(whr-part-used).
004460 2200-exit.
004470     exit.
004480*---------------------------------------------------------------
004490*  2300-FIND-PART - LOOK UP WHR-LOOK-PART IN THE PART TABLE.
004500*---------------------------------------------------------------
004510 2300-find-part.
004520     move 0 to whr-part-found-ix
004530     move 1 to whr-part-ix
004540     perform 2350-scan-part-entry thru 2350-exit
004550         until whr-part-ix > whr-part-used
004560         or whr-part-found-ix > 0.
004570 2300-exit.
004580     exit.
004590*---------------------------------------------------------------
004600*  2350-SCAN-PART-ENTRY - ONE STEP OF THE PART-TABLE SCAN.
004610*---------------------------------------------------------------
004620 2350-scan-part-entry.
004630     if whr-part-nbr(whr-part-ix) = whr-look-part
004640         move whr-part-ix to whr-part-found-ix
004650     else
004660         add 1 to whr-part-ix
004670     end-if.
004680 2350-exit.
004690     exit.
004700*---------------------------------------------------------------
004710*  2500-LOAD-CELLDEF - LOAD THE CELL MEMBERSHIP.  WITH NO
004720*  CELLDEF ON HAND THE LISTING STILL PRINTS, WITHOUT CELLS,
004730*  AND SAYS SO.
004740*---------------------------------------------------------------
004750 2500-load-celldef.
004760     open input celldef
004770     if whr-cdef-status not = '00'
004780         display 'no celldef on hand - cells not shown'
004790         go to 2500-exit
004800     end-if
004810     set whr-cdef-on-hand to true
004820     move 'N' to whr-eof-switch
004830     perform 2550-load-one-member thru 2550-exit
004840         until whr-end-of-input
004850     close celldef.
004860 2500-exit.
004870     exit.
004880*---------------------------------------------------------------
004890*  2550-LOAD-ONE-MEMBER - ONE CELLDEF RECORD.  BLANK RECORDS
004900*  ARE PASSED OVER, AS MODE C DOES.
004910*---------------------------------------------------------------
004920 2550-load-one-member.
004930     read celldef
004940         at end
004950             set whr-end-of-input to true
004960             go to 2550-exit
004970     end-read
004980     if whr-cdef-status not = '00'
004990         display 'error reading celldef, status ' whr-cdef-status
005000         set whr-run-aborted to true
005010         move 12 to whr-rc-candidate
005020         perform 9100-raise-return-code thru 9100-exit
005030         set whr-end-of-input to true
005040         go to 2550-exit
005050     end-if
005060     add 1 to whr-cdef-read-count
005070     if whr-cdef-cell-id = spaces
005080         and whr-cdef-member-id = spaces
005090         go to 2550-exit
005100     end-if
005110     if whr-cell-used not < 5000
005120         set whr-cell-overflowed to true
005130         go to 2550-exit
005140     end-if
005150     add 1 to whr-cell-used
005160     move whr-cdef-cell-id   to whr-cell-id(whr-cell-used)
005170     move whr-cdef-member-id to whr-cell-member-id(whr-cell-used).
005180 2550-exit.
005190     exit.
005200*---------------------------------------------------------------
005210*  3000-LIST-PARTS - PRINT EVERY FILED PART IN PART-NUMBER
005220*  ORDER, EACH TIME PICKING THE LOWEST PART NOT YET PRINTED.
005230*  AN INQUIRY FOR A PART ON NO PAIR SAYS SO.
005240*---------------------------------------------------------------
005250 3000-list-parts.
005260     if whr-inquiry-mode
005270         and whr-part-used = 0
005280         display 'part ' whr-card-part-nbr ' is on no pair'
005290         move whr-card-part-nbr to whr-rpt-part-nbr
005300         move 0 to whr-rpt-part-pairs
005310         move 'not on any pair in the master'
005320             to whr-rpt-part-flag
005330         move whr-rpt-part-line to whr-rpt-print-line
005340         perform 3810-write-line thru 3810-exit
005350         move 4 to whr-rc-candidate
005360         perform 9100-raise-return-code thru 9100-exit
005370         go to 3000-exit
005380     end-if
005390     move 1 to whr-part-low-ix
005400     perform 3100-list-next-part thru 3100-exit
005410         until whr-part-low-ix = 0.
005420 3000-exit.
005430     exit.
005440*---------------------------------------------------------------
005450*  3100-LIST-NEXT-PART - FIND THE LOWEST UNPRINTED PART AND
005460*  PRINT IT.  NONE LEFT ENDS THE LISTING.
005470*---------------------------------------------------------------
005480 3100-list-next-part.
005490     move 0 to whr-part-low-ix
005500     move 1 to whr-part-ix
005510     perform 3150-scan-for-lowest thru 3150-exit
005520         until whr-part-ix > whr-part-used
005530     if whr-part-low-ix = 0
005540         go to 3100-exit
005550     end-if
005560     move 'Y' to whr-part-done(whr-part-low-ix)
005570     perform 3200-print-part thru 3200-exit.
005580 3100-exit.
005590     exit.
005600*---------------------------------------------------------------
005610*  3150-SCAN-FOR-LOWEST - ONE STEP OF THE LOWEST-PART SCAN.
005620*---------------------------------------------------------------
005630 3150-scan-for-lowest.
005640     if not whr-part-printed(whr-part-ix)
005650         if whr-part-low-ix = 0
005660             move whr-part-ix to whr-part-low-ix
005670         else
005680             if whr-part-nbr(whr-part-ix)
005690                 < whr-part-nbr(whr-part-low-ix)
005700                 move whr-part-ix to whr-part-low-ix
005710             end-if
005720         end-if
005730     end-if
005740     add 1 to whr-part-ix.
005750 3150-exit.
005760     exit.
005770*---------------------------------------------------------------
005780*  3200-PRINT-PART - THE PART HEADING, THEN EVERY PAIR THE
005790*  PART IS IN.
005800*---------------------------------------------------------------
005810 3200-print-part.
005820     add 1 to whr-parts-listed-count
005830     move whr-part-nbr(whr-part-low-ix) to whr-look-part
005840     move spaces to whr-rpt-print-line
005850     perform 3810-write-line thru 3810-exit
005860     move whr-look-part to whr-rpt-part-nbr
005870     move whr-part-pair-count(whr-part-low-ix)
005880         to whr-rpt-part-pairs
005890     if whr-part-cycles-differ(whr-part-low-ix)
005900         move '*** cycle differs between pairs ***'
005910             to whr-rpt-part-flag
005920         add 1 to whr-conflict-count
005930     else
005940         move spaces to whr-rpt-part-flag
005950     end-if
005960     move whr-rpt-part-line to whr-rpt-print-line
005970     perform 3810-write-line thru 3810-exit
005980     if whr-inquiry-mode
005990         display 'part ' whr-look-part ' is on '
006000             whr-rpt-part-pairs ' pair(s)'
006010         if whr-part-cycles-differ(whr-part-low-ix)
006020             display '  cycle differs between pairs'
006030         end-if
006040     end-if
006050     move 1 to whr-pair-ix
006060     perform 3300-print-pair-if-used thru 3300-exit
006070         until whr-pair-ix > whr-pair-used.
006080 3200-exit.
006090     exit.
006100*---------------------------------------------------------------
006110*  3300-PRINT-PAIR-IF-USED - ONE PAIR-TABLE ENTRY: IF IT
006120*  CARRIES THE PART, PRINT IT WITH THE PART'S OWN CYCLE FIRST,
006130*  THEN ITS CELLS.
006140*---------------------------------------------------------------
006150 3300-print-pair-if-used.
006160     if whr-pair-part-a(whr-pair-ix) = whr-look-part
006170         move whr-pair-part-b(whr-pair-ix) to whr-rpt-other-part
006180         move whr-pair-cycle-a(whr-pair-ix) to whr-rpt-own-cycle
006190         move whr-pair-cycle-b(whr-pair-ix)
006200             to whr-rpt-other-cycle
006210     else
006220         if whr-pair-part-b(whr-pair-ix) = whr-look-part
006230             move whr-pair-part-a(whr-pair-ix)
006240                 to whr-rpt-other-part
006250             move whr-pair-cycle-b(whr-pair-ix)
006260                 to whr-rpt-own-cycle
006270             move whr-pair-cycle-a(whr-pair-ix)
006280                 to whr-rpt-other-cycle
006290         else
006300             add 1 to whr-pair-ix
006310             go to 3300-exit
006320         end-if
006330     end-if
006340     move whr-pair-id(whr-pair-ix)  to whr-rpt-pair-id
006350     move whr-pair-gcd(whr-pair-ix) to whr-rpt-gcd
006360     move whr-pair-lcm(whr-pair-ix) to whr-rpt-lcm
006370     move whr-rpt-pair-line to whr-rpt-print-line
006380     perform 3810-write-line thru 3810-exit
006390     add 1 to whr-pairs-listed-count
006400     if whr-inquiry-mode
006410         display '  ' whr-rpt-pair-line
006420     end-if
006430     perform 3400-print-cells thru 3400-exit
006440     add 1 to whr-pair-ix.
006450 3300-exit.
006460     exit.
006470*---------------------------------------------------------------
006480*  3400-PRINT-CELLS - THE CELLS THE PAIR AT WHR-PAIR-IX
006490*  BELONGS TO, FIVE TO A LINE.  A PAIR IN NO CELL GETS NO
006500*  CELLS LINE.
006510*---------------------------------------------------------------
006520 3400-print-cells.
006530     perform 3480-clear-cell-slots thru 3480-exit
006540     move 1 to whr-cell-ix
006550     perform 3450-check-one-member thru 3450-exit
006560         until whr-cell-ix > whr-cell-used
006570     if whr-cell-slot > 0
006580         perform 3490-write-cell-line thru 3490-exit
006590     end-if.
006600 3400-exit.
006610     exit.
006620*---------------------------------------------------------------
006630*  3450-CHECK-ONE-MEMBER - ONE CELL MEMBERSHIP ENTRY.
006640*---------------------------------------------------------------
006650 3450-check-one-member.
006660     if whr-cell-member-id(whr-cell-ix)
006670         = whr-pair-id(whr-pair-ix)
006680         if whr-cell-slot = 5
006690             perform 3490-write-cell-line thru 3490-exit
006700         end-if
006710         add 1 to whr-cell-slot
006720         move whr-cell-id(whr-cell-ix)
006730             to whr-rpt-cell-id(whr-cell-slot)
006740     end-if
006750     add 1 to whr-cell-ix.
006760 3450-exit.
006770     exit.
006780*---------------------------------------------------------------
006790*  3480-CLEAR-CELL-SLOTS - BLANK THE FIVE CELL SLOTS ONE BY
006800*  ONE SO THE 'CELLS' CAPTION FILLER SURVIVES.
006810*---------------------------------------------------------------
006820 3480-clear-cell-slots.
006830     move 0 to whr-cell-slot
006840     move spaces to whr-rpt-cell-slot(1)
006850     move spaces to whr-rpt-cell-slot(2)
006860     move spaces to whr-rpt-cell-slot(3)
006870     move spaces to whr-rpt-cell-slot(4)
006880     move spaces to whr-rpt-cell-slot(5).
006890 3480-exit.
006900     exit.
006910*---------------------------------------------------------------
006920*  3490-WRITE-CELL-LINE - PRINT THE CELL LINE AND CLEAR IT.
006930*---------------------------------------------------------------
006940 3490-write-cell-line.
006950     move whr-rpt-cell-line to whr-rpt-print-line
006960     perform 3810-write-line thru 3810-exit
006970     if whr-inquiry-mode
006980         display '  ' whr-rpt-cell-line
006990     end-if
007000     perform 3480-clear-cell-slots thru 3480-exit.
007010 3490-exit.
007020     exit.
007030*---------------------------------------------------------------
007040*  3810-WRITE-LINE - WRITE WHR-RPT-PRINT-LINE TO GCDWHER WITH
007050*  PAGE-OVERFLOW HANDLING.  A FAILED WRITE IS RECORDED ONCE
007060*  AND THE REST OF THE REPORT IS SKIPPED.
007070*---------------------------------------------------------------
007080 3810-write-line.
007090     if not whr-rpt-usable
007100         go to 3810-exit
007110     end-if
007120     if whr-line-count > 55
007130         perform 3820-write-heading thru 3820-exit
007140     end-if
007150     write whr-rpt-record from whr-rpt-print-line
007160     if whr-rpt-status not = '00'
007170         display 'error writing gcdwher, status ' whr-rpt-status
007180         move 'N' to whr-rpt-switch
007190         move 12 to whr-rc-candidate
007200         perform 9100-raise-return-code thru 9100-exit
007210     end-if
007220     add 1 to whr-line-count
007230     move spaces to whr-rpt-print-line.
007240 3810-exit.
007250     exit.
007260*---------------------------------------------------------------
007270*  3820-WRITE-HEADING - START A NEW REPORT PAGE.
007280*---------------------------------------------------------------
007290 3820-write-heading.
007300     add 1 to whr-page
007310     move whr-page to whr-rpt-h1-page
007320     if whr-page = 1
007330         write whr-rpt-record from whr-rpt-h1
007340     else
007350         write whr-rpt-record from whr-rpt-h1
007360             after advancing page
007370     end-if
007380     write whr-rpt-record from whr-rpt-h2
007390     write whr-rpt-record from whr-rpt-h3
007400     move spaces to whr-rpt-record
007410     write whr-rpt-record
007420     if whr-rpt-status not = '00'
007430         display 'error writing gcdwher, status ' whr-rpt-status
007440         move 'N' to whr-rpt-switch
007450         move 12 to whr-rc-candidate
007460         perform 9100-raise-return-code thru 9100-exit
007470     end-if
007480     move 4 to whr-line-count.
007490 3820-exit.
007500     exit.
007510*---------------------------------------------------------------
007520*  4000-FINISH-REPORT - COUNTS AND THE END-OF-REPORT TRAILER.
007530*  CYCLE CONFLICTS AND TABLE OVERFLOWS RAISE CONDITION CODE 4.
007540*---------------------------------------------------------------
007550 4000-finish-report.
007560     if whr-conflict-count > 0
007570         or whr-pair-overflowed
007580         or whr-part-overflowed
007590         or whr-cell-overflowed
007600         move 4 to whr-rc-candidate
007610         perform 9100-raise-return-code thru 9100-exit
007620     end-if
007630     if not whr-rpt-usable
007640         go to 4000-exit
007650     end-if
007660     move spaces to whr-rpt-print-line
007670     perform 3810-write-line thru 3810-exit
007680     move 'master pairs read'        to whr-rpt-label
007690     move whr-mast-read-count        to whr-rpt-value
007700     perform 4100-write-detail thru 4100-exit
007710     move 'parts listed'             to whr-rpt-label
007720     move whr-parts-listed-count     to whr-rpt-value
007730     perform 4100-write-detail thru 4100-exit
007740     move 'pair lines listed'        to whr-rpt-label
007750     move whr-pairs-listed-count     to whr-rpt-value
007760     perform 4100-write-detail thru 4100-exit
007770     move 'parts with cycle conflicts' to whr-rpt-label
007780     move whr-conflict-count         to whr-rpt-value
007790     perform 4100-write-detail thru 4100-exit
007800     move 'cell members read'        to whr-rpt-label
007810     move whr-cdef-read-count        to whr-rpt-value
007820     perform 4100-write-detail thru 4100-exit
007830     if not whr-cdef-on-hand
007840         and not whr-run-aborted
007850         move spaces to whr-rpt-print-line
007860         perform 3810-write-line thru 3810-exit
007870         move '  *** no celldef on hand - cells not shown ***'
007880             to whr-rpt-print-line
007890         perform 3810-write-line thru 3810-exit
007900     end-if
007910     if whr-pair-overflowed
007920         or whr-part-overflowed
007930         or whr-cell-overflowed
007940         move spaces to whr-rpt-print-line
007950         perform 3810-write-line thru 3810-exit
007960         move '  *** table full - listing incomplete ***'
007970             to whr-rpt-print-line
007980         perform 3810-write-line thru 3810-exit
007990     end-if
008000     if whr-run-aborted
008010         move spaces to whr-rpt-print-line
008020         perform 3810-write-line thru 3810-exit
008030         move '  *** run aborted - report incomplete ***'
008040             to whr-rpt-print-line
008050         perform 3810-write-line thru 3810-exit
008060     end-if
008070     move spaces to whr-rpt-print-line
008080     perform 3810-write-line thru 3810-exit
008090     move '  *** end of report ***' to whr-rpt-print-line
008100     perform 3810-write-line thru 3810-exit
008110     close wherrpt
008120     if whr-rpt-status not = '00'
008130         display 'error closing gcdwher, status ' whr-rpt-status
008140         move 12 to whr-rc-candidate
008150         perform 9100-raise-return-code thru 9100-exit
008160     end-if.
008170 4000-exit.
008180     exit.
008190*---------------------------------------------------------------
008200*  4100-WRITE-DETAIL - PRINT THE LABEL/VALUE PAIR LEFT IN
008210*  WHR-RPT-TOTAL.
008220*---------------------------------------------------------------
008230 4100-write-detail.
008240     move whr-rpt-total to whr-rpt-print-line
008250     perform 3810-write-line thru 3810-exit.
008260 4100-exit.
008270     exit.
008280*---------------------------------------------------------------
008290*  9000-TERMINATE - FINAL CONSOLE TOTALS AND SIGN-OFF.
008300*---------------------------------------------------------------
008310 9000-terminate.
008320     display 'gcd-where run complete'
008330     display '  master pairs read : ' whr-mast-read-count
008340     display '  parts listed      : ' whr-parts-listed-count
008350     display '  pair lines listed : ' whr-pairs-listed-count
008360     display '  cycle conflicts   : ' whr-conflict-count.
008370 9000-exit.
008380     exit.
008390*---------------------------------------------------------------
008400*  9100-RAISE-RETURN-CODE - RAISE THE RUN CONDITION CODE TO
008410*  WHR-RC-CANDIDATE UNLESS A WORSE ONE IS ALREADY RECORDED,
008420*  MATCHING THE DRIVER'S DISCIPLINE.
008430*---------------------------------------------------------------
008440 9100-raise-return-code.
008450     if whr-rc-candidate > whr-return-code
008460         move whr-rc-candidate to whr-return-code
008470     end-if.
008480 9100-exit.
008490     exit.
008500 end program GCD-WHERE.
