000010*****************************************************************
000020*
000030*   PROGRAM-ID.   GCD-WHATIF.
000040*   AUTHOR.       D. HALLIGAN - SCHEDULING SYSTEMS GROUP.
000050*   INSTALLATION. LOT-SIZING / SHOP SCHEDULING.
000060*   DATE-WRITTEN. 10/14/2026.
000070*   DATE-COMPILED.
000080*
000090*   REMARKS.
000100*       WHAT-IF CYCLE-CHANGE SIMULATION.  READS A FILE OF NAMED
000110*       SCENARIOS (WIFSCEN), EACH A SET OF PROPOSED PART-NUMBER
000120*       / NEW-CYCLE CHANGES, AND RUNS EVERY SCENARIO AGAINST A
000130*       READ-ONLY PASS OF PARTMAST - THE MASTER IS OPENED INPUT
000140*       AND NEVER CHANGED, SO NOTHING HAS TO BE BACKED OUT.
000150*       FOR EVERY PAIR A SCENARIO TOUCHES, GCDWHAT PRINTS THE
000160*       CURRENT CYCLES, GCD, LCM AND CO-PRIME STATUS ON ONE ROW
000170*       AND EACH SCENARIO'S SIMULATED FIGURES ON THE ROWS UNDER
000180*       IT, SO THE ALTERNATIVES READ SIDE BY SIDE.  EVERY
000190*       CELLDEF WORK CELL HOLDING AN AFFECTED PAIR IS REFOLDED
000200*       THE WAY MODE C BUILDS GCDCELL, CURRENT AND PER SCENARIO.
000210*       EACH CHANGED PERIOD IS PROJECTED TO ITS NEXT ALIGNMENT
000220*       DATES EXACTLY AS GCD-ALIGN DOES - SAME ANCHOR AND COUNT
000230*       CARD LAYOUT (WIFPARM), SAME SHOPCAL ROLL-FORWARD, SAME
000240*       36500-DAY HORIZON - WITH THE SHIFT IN DAYS AGAINST THE
000250*       CURRENT PERIOD.
000260*       RETURN CODES: 0 = CLEAN, 4 = SCENARIO RECORDS REJECTED
000270*       OR OTHER EXCEPTIONS LISTED, 8 = RUN ABORTED (BAD
000280*       CRITERIA OR NO USABLE SCENARIO), 12 = I/O FAILURE.
000290*
000300*   MODIFICATION HISTORY.
000310*     10/14/2026  DH   INITIAL VERSION, SO ENGINEERING CAN SEE A
000320*                      CYCLE CHANGE'S EFFECT BEFORE IT GOES
000330*                      THROUGH GCD-MSTMAINT AND MODE M.
000332*     10/15/2026  DH   CELL COMBINED CYCLE PRINTED IN 18 DIGITS,
000334*                      AS THE DRIVER PRINTS IT - A 17- OR 18-DIGIT
000336*                      CYCLE LOST ITS LEADING DIGITS.
000340*
000350*****************************************************************
000360 identification division.
000370 program-id. GCD-WHATIF.
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
000480     select wifparm assign to "WIFPARM"
000490         organization is line sequential
000500         file status is wif-parm-status.
000510     select wifscen assign to "WIFSCEN"
000520         organization is line sequential
000530         file status is wif-scen-status.
000540     select partmast assign to "PARTMAST"
000550         organization is indexed
000560         access is dynamic
000570         record key is wif-mast-pair-id
000580         file status is wif-mast-status.
000590     select celldef assign to "CELLDEF"
000600         organization is line sequential
000610         file status is wif-cdef-status.
000620     select shopcal assign to "SHOPCAL"
000630         organization is line sequential
000640         file status is wif-cal-status.
000650     select wifrpt assign to "GCDWHAT"
000660         organization is line sequential
000670         file status is wif-rpt-status.
000680 data division.
000690 file section.
000700*---------------------------------------------------------------
000710*  WIFPARM - SINGLE CONTROL CARD: THE ANCHOR DATE AND HOW MANY
000720*  ALIGNMENT DATES TO PROJECT, LAID OUT AS ALGNPARM IS SO THE
000730*  SAME CARD CAN DRIVE BOTH.  OPTIONAL; THE CONSOLE PROMPTS
000740*  TAKE OVER WHEN THE CARD IS ABSENT.
000750*---------------------------------------------------------------
000760 fd  wifparm.
000770 01  wif-parm-record.
000780     05  wif-parm-anchor          pic x(08).
000790     05  wif-parm-count           pic x(02).
000800     05  filler                   pic x(70).
000810*---------------------------------------------------------------
000820*  WIFSCEN - THE SCENARIO FILE.  ONE RECORD PER PROPOSED
000830*  CHANGE: THE SCENARIO NAME, THE PART NUMBER AND ITS NEW
000840*  CYCLE.  RECORDS FOR ONE SCENARIO NEED NOT BE TOGETHER;
000850*  SCENARIOS ARE REPORTED IN THE ORDER THEY FIRST APPEAR.
000860*---------------------------------------------------------------
000870 fd  wifscen.
000880 01  wif-scen-record.
000890     05  wif-scen-rec-name        pic x(10).
000900     05  filler                   pic x(01).
000910     05  wif-scen-rec-part        pic x(10).
000920     05  filler                   pic x(01).
000930     05  wif-scen-rec-cycle       pic 9(09).
000940     05  filler                   pic x(49).
000950*---------------------------------------------------------------
000960*  PARTMAST - THE INDEXED PART-PAIR MASTER.  READ END TO END
000970*  FOR THE PAIRS, THEN BY KEY FOR THE CELL MEMBERS.
000980*---------------------------------------------------------------
000990 fd  partmast.
001000 01  wif-mast-record.
001010     05  wif-mast-pair-id         pic x(10).
001020     05  wif-mast-part-a-nbr      pic x(10).
001030     05  wif-mast-part-b-nbr      pic x(10).
001040     05  wif-mast-part-a-desc     pic x(20).
001050     05  wif-mast-part-b-desc     pic x(20).
001060     05  wif-mast-cycle-a         pic s9(09) comp-3.
001070     05  wif-mast-cycle-b         pic s9(09) comp-3.
001080     05  wif-mast-gcd             pic s9(09) comp-3.
001090     05  wif-mast-lcm             pic s9(18) comp-3.
001100     05  wif-mast-last-calc       pic 9(08).
001110     05  filler                   pic x(07).
001120*---------------------------------------------------------------
001130*  CELLDEF - THE WORK-CELL GROUPING FILE MODE C READS.  ONE
001140*  RECORD PER CELL MEMBER: THE CELL NAME AND ONE PAIR-ID,
001150*  KEPT GROUPED BY CELL NAME.
001160*---------------------------------------------------------------
001170 fd  celldef.
001180 01  wif-cdef-record.
001190     05  wif-cdef-cell-id         pic x(10).
001200     05  filler                   pic x(01).
001210     05  wif-cdef-member-id       pic x(10).
001220     05  filler                   pic x(59).
001230*---------------------------------------------------------------
001240*  SHOPCAL - THE SHOP CALENDAR OF WORKING DAYS AND HOLIDAYS.
001250*  TYPE 'H' MARKS A NON-WORKING DAY; ANYTHING ELSE IS WORKING.
001260*---------------------------------------------------------------
001270 fd  shopcal.
001280 01  wif-cal-record.
001290     05  wif-cal-rec-date         pic 9(08).
001300     05  filler                   pic x(01).
001310     05  wif-cal-rec-type         pic x(01).
001320         88  wif-cal-rec-holiday      value 'H'.
001330     05  filler                   pic x(01).
001340     05  wif-cal-rec-desc         pic x(30).
001350*---------------------------------------------------------------
001360*  GCDWHAT - THE PRINTABLE SIMULATION REPORT.
001370*---------------------------------------------------------------
001380 fd  wifrpt.
001390 01  wif-rpt-record               pic x(80).
001400 working-storage section.
001410*---------------------------------------------------------------
001420*  RUN CONTROLS AND COUNTERS.
001430*---------------------------------------------------------------
001440 77  wif-return-code              pic 9(02) value 0.
001450 77  wif-rc-candidate             pic 9(02) value 0.
001460 77  wif-eof-switch               pic x(01) value 'N'.
001470     88  wif-end-of-input             value 'Y'.
001480 77  wif-abort-switch             pic x(01) value 'N'.
001490     88  wif-run-aborted              value 'Y'.
001500 77  wif-parm-switch              pic x(01) value 'N'.
001510     88  wif-parm-present             value 'Y'.
001520 77  wif-rpt-switch               pic x(01) value 'N'.
001530     88  wif-rpt-usable               value 'Y'.
001540 77  wif-caption-switch           pic x(01) value 'N'.
001550     88  wif-caption-done             value 'Y'.
001560 77  wif-touched-switch           pic x(01) value 'N'.
001570     88  wif-touched                  value 'Y'.
001580 77  wif-chg-read-count           pic 9(09) value 0.
001590 77  wif-chg-rej-count            pic 9(09) value 0.
001600 77  wif-chg-unmatched-count      pic 9(09) value 0.
001610 77  wif-mast-read-count          pic 9(09) value 0.
001620 77  wif-pair-affected-count      pic 9(09) value 0.
001630 77  wif-cell-read-count          pic 9(09) value 0.
001640 77  wif-cell-affected-count      pic 9(09) value 0.
001650 77  wif-mbr-bad-count            pic 9(09) value 0.
001660 77  wif-mbr-ovfl-total           pic 9(09) value 0.
001670 77  wif-skip-count               pic 9(09) value 0.
001680 77  wif-cdef-missing-switch      pic x(01) value 'N'.
001690     88  wif-cdef-missing             value 'Y'.
001700*---------------------------------------------------------------
001710*  PROJECTION CONTROLS, AS GCD-ALIGN KEEPS THEM.  THE
001720*  PLANNING HORIZON CAPS THE PERIOD AT A HUNDRED YEARS OF DAYS.
001730*---------------------------------------------------------------
001740 77  wif-anchor-date              pic 9(08) value 0.
001750 77  wif-card-anchor              pic x(08) value spaces.
001760 77  wif-card-count               pic x(02) value spaces.
001770 77  wif-proj-count               pic 9(02) value 3.
001780 77  wif-horizon                  pic 9(05) value 36500.
001790 77  wif-period                   pic s9(18) comp-3 value 0.
001800 77  wif-base-period              pic s9(18) comp-3 value 0.
001810 77  wif-shift                    pic s9(18) comp-3 value 0.
001820 77  wif-proj-ix                  pic 9(02) value 0.
001830 77  wif-step-ix                  pic 9(05) value 0.
001840 77  wif-raw-date                 pic 9(08) value 0.
001850*---------------------------------------------------------------
001860*  SCENARIO AND CHANGE TABLES.  EIGHT SCENARIOS TO A RUN SO
001870*  THE SIDE-BY-SIDE ROWS STAY ON ONE PAGE; FIVE HUNDRED
001880*  CHANGES ACROSS THEM.  EACH CHANGE POINTS AT ITS SCENARIO
001890*  AND IS MARKED ONCE ITS PART IS FOUND ON A MASTER PAIR.
001900*---------------------------------------------------------------
001910 77  wif-scen-used                pic 9(02) value 0.
001920 77  wif-scen-ix                  pic 9(02) value 0.
001930 77  wif-scen-found-ix            pic 9(02) value 0.
001940 77  wif-find-scen                pic x(10) value spaces.
001950 01  wif-scen-table.
001960     05  wif-scen-entry           occurs 8 times.
001970         10  wif-scen-name        pic x(10).
001980         10  wif-scen-chg-count   pic 9(05).
001990         10  wif-scen-pair-count  pic 9(05).
002000         10  wif-scen-cell-count  pic 9(05).
002010 77  wif-chg-used                 pic 9(05) value 0.
002020 77  wif-chg-ix                   pic 9(05) value 0.
002030 77  wif-chg-found-ix             pic 9(05) value 0.
002040 77  wif-find-scen-ix             pic 9(02) value 0.
002050 77  wif-find-part                pic x(10) value spaces.
002060 01  wif-chg-table.
002070     05  wif-chg-entry            occurs 500 times.
002080         10  wif-chg-scen-ix      pic 9(02).
002090         10  wif-chg-part         pic x(10).
002100         10  wif-chg-cycle        pic s9(09) comp-3.
002110         10  wif-chg-match-switch pic x(01).
002120             88  wif-chg-matched      value 'Y'.
002130*---------------------------------------------------------------
002140*  SLOT TABLE - SLOT 1 IS THE MASTER AS IT STANDS, SLOT N+1
002150*  IS SCENARIO N.  EACH SLOT CARRIES ONE PAIR'S CYCLES AND
002160*  FIGURES, AND THE RUNNING FOLD OF THE CELL BEING REFOLDED.
002170*---------------------------------------------------------------
002180 77  wif-slot-used                pic 9(02) value 0.
002190 77  wif-slot-ix                  pic 9(02) value 0.
002200 01  wif-slot-table.
002210     05  wif-slot-entry           occurs 9 times.
002220         10  wif-slot-cyc-a       pic s9(09) comp-3.
002230         10  wif-slot-cyc-b       pic s9(09) comp-3.
002240         10  wif-slot-gcd         pic s9(09) comp-3.
002250         10  wif-slot-lcm         pic s9(18) comp-3.
002260         10  wif-slot-valid-switch pic x(01).
002270             88  wif-slot-valid       value 'Y'.
002280         10  wif-slot-chg-switch  pic x(01).
002290             88  wif-slot-changed     value 'Y'.
002300         10  wif-slot-run-gcd     pic s9(09) comp-3.
002310         10  wif-slot-run-lcm     pic s9(18) comp-3.
002320         10  wif-slot-val-count   pic 9(05).
002330         10  wif-slot-mbr-count   pic 9(05).
002340         10  wif-slot-ovfl-switch pic x(01).
002350             88  wif-slot-lcm-overflow value 'Y'.
002360         10  wif-slot-cell-switch pic x(01).
002370             88  wif-slot-cell-changed value 'Y'.
002380*---------------------------------------------------------------
002390*  GCD-CALC AND CELL-FOLD WORK CELLS, IN THE PICTURES MODE C
002400*  USES SO GCD-CALC ONLY EVER SEES 9-DIGIT OPERANDS.
002410*---------------------------------------------------------------
002420 77  wif-calc-a                   pic s9(09) comp-3 value 0.
002430 77  wif-calc-b                   pic s9(09) comp-3 value 0.
002440 77  wif-calc-gcd                 pic s9(09) comp-3 value 0.
002450 77  wif-trace-switch             pic x(01) value 'N'.
002460 77  wif-quot                     pic s9(18) comp-3 value 0.
002470 77  wif-fold-val                 pic s9(09) comp-3 value 0.
002480 77  wif-fold-rem                 pic s9(09) comp-3 value 0.
002490 77  wif-fold-gcd-work            pic s9(09) comp-3 value 0.
002500*---------------------------------------------------------------
002510*  CELL MEMBER BUFFER - THE PAIR-IDS OF THE CELL BEING READ,
002520*  HELD UNTIL THE CELL BREAKS.  MEMBERS PAST THE BUFFER ARE
002530*  COUNTED AND SAID SO, NOT FOLDED.
002540*---------------------------------------------------------------
002550 77  wif-cell-curr-id             pic x(10) value spaces.
002560 77  wif-cell-open-switch         pic x(01) value 'N'.
002570     88  wif-cell-open                value 'Y'.
002580 77  wif-mbr-used                 pic 9(05) value 0.
002590 77  wif-mbr-ix                   pic 9(05) value 0.
002600 77  wif-mbr-ovfl-count           pic 9(05) value 0.
002610 77  wif-mbr-miss-count           pic 9(05) value 0.
002620 01  wif-mbr-table.
002630     05  wif-mbr-id               occurs 200 times
002640                                  pic x(10).
002650*---------------------------------------------------------------
002660*  SHOP CALENDAR TABLE - ONLY THE NON-WORKING DATES ARE HELD;
002670*  A DATE NOT IN THE TABLE IS A WORKING DAY.  ON OVERFLOW THE
002680*  CALENDAR IS TREATED AS NOT LOADED RATHER THAN HALF-TRUSTED.
002690*---------------------------------------------------------------
002700 77  wif-cal-switch               pic x(01) value 'N'.
002710     88  wif-cal-loaded               value 'Y'.
002720 77  wif-cal-used                 pic 9(05) value 0.
002730 77  wif-cal-ix                   pic 9(05) value 0.
002740 77  wif-cal-found-ix             pic 9(05) value 0.
002750 77  wif-cal-guard                pic 9(03) value 0.
002760 77  wif-workday-switch           pic x(01) value 'Y'.
002770     88  wif-work-day                 value 'Y'.
002780     88  wif-non-work-day             value 'N'.
002790 01  wif-cal-table.
002800     05  wif-cal-entry            occurs 2000 times.
002810         10  wif-cal-date         pic 9(08).
002820*---------------------------------------------------------------
002830*  DATE WORK CELLS - THE FORWARD STEPPER'S CURRENT DATE.
002840*---------------------------------------------------------------
002850 01  wif-walk.
002860     05  wif-walk-yyyy            pic 9(04).
002870     05  wif-walk-mm              pic 9(02).
002880     05  wif-walk-dd              pic 9(02).
002890 01  wif-walk-n redefines wif-walk pic 9(08).
002900 77  wif-month-length             pic 9(02) value 0.
002910 77  wif-leap-work                pic 9(04) value 0.
002920 77  wif-leap-rem                 pic 9(04) value 0.
002930 77  wif-leap-switch              pic x(01) value 'N'.
002940     88  wif-leap-year                value 'Y'.
002950*---------------------------------------------------------------
002960*  RUN TIMESTAMP FOR THE REPORT HEADING.
002970*---------------------------------------------------------------
002980 01  wif-timestamp-fields.
002990     05  wif-ts-date              pic 9(08).
003000     05  wif-ts-time              pic 9(08).
003010 01  wif-timestamp-parts redefines wif-timestamp-fields.
003020     05  filler                   pic x(08).
003030     05  wif-ts-hh                pic 9(02).
003040     05  wif-ts-mi                pic 9(02).
003050     05  wif-ts-ss                pic 9(02).
003060     05  filler                   pic x(02).
003070*---------------------------------------------------------------
003080*  ROW REMARK - A SHORT REASON, OR THE SHIFT IN DAYS OF THE
003090*  ALIGNMENT PERIOD AGAINST THE CURRENT ONE.
003100*---------------------------------------------------------------
003110 01  wif-remark-area.
003120     05  wif-remark               pic x(12).
003130 01  wif-remark-shift-view redefines wif-remark-area.
003140     05  wif-remark-shift-days    pic +(5)9.
003150     05  wif-remark-shift-unit    pic x(06).
003160*---------------------------------------------------------------
003170*  REPORT PAGING AND PRINT LINES.
003180*---------------------------------------------------------------
003190 77  wif-page                     pic 9(03) value 0.
003200 77  wif-line-count               pic 9(03) value 99.
003210 01  wif-rpt-h1.
003220     05  filler                   pic x(05) value spaces.
003230     05  filler                   pic x(40)
003240         value 'gcd-whatif  cycle-change simulation    '.
003250     05  filler                   pic x(24) value spaces.
003260     05  filler                   pic x(05) value 'page '.
003270     05  wif-rpt-h1-page          pic zz9.
003280 01  wif-rpt-h2.
003290     05  filler                   pic x(05) value spaces.
003300     05  filler                   pic x(09) value 'run date '.
003310     05  wif-rpt-h2-date          pic 9999/99/99.
003320     05  filler                   pic x(11) value '  run time '.
003330     05  wif-rpt-h2-hh            pic 9(02).
003340     05  filler                   pic x(01) value ':'.
003350     05  wif-rpt-h2-mi            pic 9(02).
003360     05  filler                   pic x(01) value ':'.
003370     05  wif-rpt-h2-ss            pic 9(02).
003380 01  wif-rpt-crit-line.
003390     05  filler                   pic x(05) value spaces.
003400     05  filler                   pic x(07) value 'anchor '.
003410     05  wif-rpt-crit-anchor      pic 9999/99/99.
003420     05  filler                   pic x(14)
003430         value '  projections '.
003440     05  wif-rpt-crit-count       pic z9.
003450 01  wif-rpt-caption.
003460     05  filler                   pic x(02) value spaces.
003470     05  wif-rpt-caption-text     pic x(50).
003480 01  wif-rpt-scen-line.
003490     05  filler                   pic x(05) value spaces.
003500     05  wif-rpt-scen-name        pic x(10).
003510     05  filler                   pic x(01) value space.
003520     05  wif-rpt-scen-chgs        pic z(4)9.
003530     05  filler                   pic x(08) value ' changes'.
003540 01  wif-rpt-exc-line.
003550     05  filler                   pic x(02) value spaces.
003560     05  wif-rpt-exc-scen         pic x(10).
003570     05  filler                   pic x(01) value space.
003580     05  wif-rpt-exc-part         pic x(10).
003590     05  filler                   pic x(02) value spaces.
003600     05  wif-rpt-exc-reason       pic x(45).
003610 01  wif-rpt-pair-line.
003620     05  filler                   pic x(02) value spaces.
003630     05  wif-rpt-pair-id          pic x(10).
003640     05  filler                   pic x(01) value space.
003650     05  wif-rpt-part-a           pic x(10).
003660     05  filler                   pic x(01) value space.
003670     05  wif-rpt-part-b           pic x(10).
003680 01  wif-rpt-pair-h3.
003690     05  filler                   pic x(02) value spaces.
003700     05  filler                   pic x(10) value 'scenario'.
003710     05  filler                   pic x(20)
003720         value '   cycle a   cycle b'.
003730     05  filler                   pic x(25)
003740         value '       gcd     lcm/period'.
003750     05  filler                   pic x(11)
003760         value '  co-prime '.
003770     05  filler                   pic x(12) value 'remark'.
003780 01  wif-rpt-pair-row.
003790     05  filler                   pic x(02).
003800     05  wif-rpt-row-label        pic x(10).
003810     05  wif-rpt-row-cyc-a        pic z(9)9.
003820     05  wif-rpt-row-cyc-b        pic z(9)9.
003830     05  wif-rpt-row-gcd          pic z(9)9.
003840     05  wif-rpt-row-lcm          pic z(14)9.
003850     05  wif-rpt-row-lcm-x redefines wif-rpt-row-lcm
003860                                  pic x(15).
003870     05  filler                   pic x(02).
003880     05  wif-rpt-row-coprime      pic x(08).
003890     05  filler                   pic x(01).
003900     05  wif-rpt-row-remark       pic x(12).
003910 01  wif-rpt-cell-hdr-line.
003920     05  filler                   pic x(02) value spaces.
003930     05  filler                   pic x(05) value 'cell '.
003940     05  wif-rpt-cell-id          pic x(10).
003950     05  filler                   pic x(10) value '  members '.
003960     05  wif-rpt-cell-mbrs        pic z(4)9.
003970     05  filler                   pic x(17)
003980         value '  not on master '.
003990     05  wif-rpt-cell-miss        pic z(4)9.
004000 01  wif-rpt-cell-h3.
004010     05  filler                   pic x(02) value spaces.
004020     05  filler                   pic x(10) value 'scenario'.
004030     05  filler                   pic x(20)
004040         value '    folded  comb gcd'.
004050     05  filler                   pic x(20)
004060         value '    combined cycle  '.
004070     05  filler                   pic x(12) value 'remark'.
004080 01  wif-rpt-cell-row.
004090     05  filler                   pic x(02).
004100     05  wif-rpt-crow-label       pic x(10).
004110     05  wif-rpt-crow-mbrs        pic z(9)9.
004120     05  wif-rpt-crow-gcd         pic z(9)9.
004130     05  wif-rpt-crow-lcm         pic z(17)9.
004140     05  wif-rpt-crow-lcm-x redefines wif-rpt-crow-lcm
004150                                  pic x(18).
004160     05  filler                   pic x(02).
004170     05  wif-rpt-crow-remark      pic x(12).
004180 01  wif-rpt-date-line.
004190     05  filler                   pic x(12)
004200         value '      next: '.
004210     05  wif-rpt-date-slot        occurs 5 times.
004220         10  wif-rpt-date         pic 9999/99/99.
004230         10  wif-rpt-date-mark    pic x(01).
004240         10  filler               pic x(02).
004250 01  wif-rpt-summ-h3.
004260     05  filler                   pic x(05) value spaces.
004270     05  filler                   pic x(10) value 'scenario'.
004280     05  filler                   pic x(30)
004290         value '   changes     pairs     cells'.
004300 01  wif-rpt-summ-line.
004310     05  filler                   pic x(05) value spaces.
004320     05  wif-rpt-summ-name        pic x(10).
004330     05  wif-rpt-summ-chgs        pic z(9)9.
004340     05  wif-rpt-summ-pairs       pic z(9)9.
004350     05  wif-rpt-summ-cells       pic z(9)9.
004360 01  wif-rpt-total.
004370     05  filler                   pic x(05) value spaces.
004380     05  wif-rpt-label            pic x(30).
004390     05  wif-rpt-value            pic z(8)9.
004400 77  wif-rpt-print-line           pic x(80) value spaces.
004410*---------------------------------------------------------------
004420*  FILE STATUS CODES.
004430*---------------------------------------------------------------
004440 77  wif-parm-status              pic x(02) value spaces.
004450 77  wif-scen-status              pic x(02) value spaces.
004460 77  wif-mast-status              pic x(02) value spaces.
004470 77  wif-cdef-status              pic x(02) value spaces.
004480 77  wif-cal-status               pic x(02) value spaces.
004490 77  wif-rpt-status               pic x(02) value spaces.
004500 procedure division.
004510*---------------------------------------------------------------
004520*  0000-MAINLINE.
004530*---------------------------------------------------------------
004540 0000-mainline.
004550     perform 1000-initialize thru 1000-exit
004560     if not wif-run-aborted
004570         perform 2000-load-scenarios thru 2000-exit
004580     end-if
004590     if not wif-run-aborted
004600         perform 3000-pair-pass thru 3000-exit
004610     end-if
004620     if not wif-run-aborted
004630         perform 5000-cell-pass thru 5000-exit
004640     end-if
004650     perform 4000-finish-report thru 4000-exit
004660     perform 9000-terminate thru 9000-exit
004670     move wif-return-code to return-code
004680     stop run.
004690*---------------------------------------------------------------
004700*  1000-INITIALIZE - COLLECT AND EDIT THE ANCHOR AND COUNT
004710*  THE WAY GCD-ALIGN DOES, LOAD THE CALENDAR, AND OPEN THE
004720*  REPORT.
004730*---------------------------------------------------------------
004740 1000-initialize.
004750     display 'gcd-whatif - cycle-change simulation'
004760     accept wif-ts-date from date yyyymmdd
004770     accept wif-ts-time from time
004780     perform 1100-read-parm-card thru 1100-exit
004790     if not wif-parm-present
004800         display 'enter anchor date yyyymmdd (blank = today)'
004810         accept wif-card-anchor
004820         display 'enter projection count 1-5 (blank = 3)'
004830         accept wif-card-count
004840     end-if
004850     if wif-card-anchor = spaces
004860         move wif-ts-date to wif-anchor-date
004870     else
004880         if wif-card-anchor not numeric
004890             display 'anchor date not numeric - run refused'
004900             set wif-run-aborted to true
004910             move 8 to wif-rc-candidate
004920             perform 9100-raise-return-code thru 9100-exit
004930             go to 1000-exit
004940         end-if
004950         move wif-card-anchor to wif-anchor-date
004960     end-if
004970     if wif-card-count numeric
004980         and wif-card-count > 0
004990         if wif-card-count > 5
005000             move 5 to wif-proj-count
005010         else
005020             move wif-card-count to wif-proj-count
005030         end-if
005040     end-if
005050     perform 1200-load-shop-calendar thru 1200-exit
005060     move wif-ts-date to wif-rpt-h2-date
005070     move wif-ts-hh to wif-rpt-h2-hh
005080     move wif-ts-mi to wif-rpt-h2-mi
005090     move wif-ts-ss to wif-rpt-h2-ss
005100     open output wifrpt
005110     if wif-rpt-status not = '00'
005120         display 'error opening gcdwhat, status ' wif-rpt-status
005130         set wif-run-aborted to true
005140         move 12 to wif-rc-candidate
005150         perform 9100-raise-return-code thru 9100-exit
005160         go to 1000-exit
005170     end-if
005180     set wif-rpt-usable to true
005190     move wif-anchor-date to wif-rpt-crit-anchor
005200     move wif-proj-count to wif-rpt-crit-count
005210     move wif-rpt-crit-line to wif-rpt-print-line
005220     perform 8810-write-line thru 8810-exit
005230     perform 8810-write-line thru 8810-exit.
005240 1000-exit.
005250     exit.
005260*---------------------------------------------------------------
005270*  1100-READ-PARM-CARD - READ THE OPTIONAL WIFPARM CARD, THE
005280*  SAME WAY THE DRIVER TREATS GCDPARM.
005290*---------------------------------------------------------------
005300 1100-read-parm-card.
005310     open input wifparm
005320     if wif-parm-status not = '00'
005330         go to 1100-exit
005340     end-if
005350     read wifparm
005360         at end
005370             close wifparm
005380             go to 1100-exit
005390     end-read
005400     if wif-parm-status not = '00'
005410         close wifparm
005420         go to 1100-exit
005430     end-if
005440     set wif-parm-present to true
005450*    THE CARD FIELDS ARE SAVED ASIDE BEFORE THE CLOSE - THE
005460*    RECORD AREA OF A CLOSED FILE IS NOT OURS TO READ.
005470     move wif-parm-anchor to wif-card-anchor
005480     move wif-parm-count to wif-card-count
005490     close wifparm.
005500 1100-exit.
005510     exit.
005520*---------------------------------------------------------------
005530*  1200-LOAD-SHOP-CALENDAR - LOAD THE NON-WORKING DATES OFF
005540*  SHOPCAL.  WITH NO CALENDAR THE PROJECTED DATES PRINT AS
005550*  COMPUTED, UNROLLED, AND THE CONSOLE SAYS SO.
005560*---------------------------------------------------------------
005570 1200-load-shop-calendar.
005580     open input shopcal
005590     if wif-cal-status not = '00'
005600         display 'no shop calendar on hand - projections will'
005610         display 'not skip non-working days'
005620         go to 1200-exit
005630     end-if
005640     move 'N' to wif-eof-switch
005650     perform 1250-load-one-cal-record thru 1250-exit
005660         until wif-end-of-input
005670     close shopcal
005680     move 'N' to wif-eof-switch
005690     if wif-cal-used not < 2000
005700         display 'shop calendar overflowed - ignored'
005710         move 'N' to wif-cal-switch
005720         go to 1200-exit
005730     end-if
005740     set wif-cal-loaded to true.
005750 1200-exit.
005760     exit.
005770*---------------------------------------------------------------
005780*  1250-LOAD-ONE-CAL-RECORD - ONE CALENDAR RECORD INTO THE
005790*  NON-WORKING-DATE TABLE.  ONLY A DATED 'H' MAKES A DAY
005800*  NON-WORKING.
005810*---------------------------------------------------------------
005820 1250-load-one-cal-record.
005830     read shopcal
005840         at end
005850             set wif-end-of-input to true
005860             go to 1250-exit
005870     end-read
005880     if wif-cal-status not = '00'
005890         display 'error reading shopcal, status ' wif-cal-status
005900         set wif-end-of-input to true
005910         move 9999 to wif-cal-used
005920         go to 1250-exit
005930     end-if
005940     if not wif-cal-rec-holiday
005950         go to 1250-exit
005960     end-if
005970     if wif-cal-rec-date not numeric
005980         go to 1250-exit
005990     end-if
006000     if wif-cal-used < 2000
006010         add 1 to wif-cal-used
006020         move wif-cal-rec-date to wif-cal-date(wif-cal-used)
006030     else
006040         move 9999 to wif-cal-used
006050         set wif-end-of-input to true
006060     end-if.
006070 1250-exit.
006080     exit.
006090*---------------------------------------------------------------
006100*  2000-LOAD-SCENARIOS - LOAD WIFSCEN INTO THE SCENARIO AND
006110*  CHANGE TABLES, LISTING REJECTED RECORDS, THEN THE SCENARIOS
006120*  THE RUN WILL COMPARE.  NOTHING USABLE IS A REFUSED RUN.
006130*---------------------------------------------------------------
006140 2000-load-scenarios.
006150     open input wifscen
006160     if wif-scen-status not = '00'
006170         display 'error opening wifscen, status '
006180             wif-scen-status
006190         set wif-run-aborted to true
006200         move 12 to wif-rc-candidate
006210         perform 9100-raise-return-code thru 9100-exit
006220         go to 2000-exit
006230     end-if
006240     move 'N' to wif-caption-switch
006250     move 'N' to wif-eof-switch
006260     perform 2100-load-one-change thru 2100-exit
006270         until wif-end-of-input
006280     move 'N' to wif-eof-switch
006290     close wifscen
006300     if wif-run-aborted
006310         go to 2000-exit
006320     end-if
006330     if wif-caption-done
006340         move spaces to wif-rpt-print-line
006350         perform 8810-write-line thru 8810-exit
006360     end-if
006370     if wif-chg-used = 0
006380         display 'no usable scenario changes - run refused'
006390         set wif-run-aborted to true
006400         move 8 to wif-rc-candidate
006410         perform 9100-raise-return-code thru 9100-exit
006420         go to 2000-exit
006430     end-if
006440     add 1 to wif-scen-used giving wif-slot-used
006450     move spaces to wif-rpt-caption
006460     move 'scenarios compared' to wif-rpt-caption-text
006470     move wif-rpt-caption to wif-rpt-print-line
006480     perform 8810-write-line thru 8810-exit
006490     move 1 to wif-scen-ix
006500     perform 2050-write-scen-line thru 2050-exit
006510         until wif-scen-ix > wif-scen-used
006520     move spaces to wif-rpt-print-line
006530     perform 8810-write-line thru 8810-exit.
006540 2000-exit.
006550     exit.
006560*---------------------------------------------------------------
006570*  2050-WRITE-SCEN-LINE - ONE SCENARIO AND ITS CHANGE COUNT.
006580*---------------------------------------------------------------
006590 2050-write-scen-line.
006600     move wif-scen-name(wif-scen-ix) to wif-rpt-scen-name
006610     move wif-scen-chg-count(wif-scen-ix) to wif-rpt-scen-chgs
006620     move wif-rpt-scen-line to wif-rpt-print-line
006630     perform 8810-write-line thru 8810-exit
006640     add 1 to wif-scen-ix.
006650 2050-exit.
006660     exit.
006670*---------------------------------------------------------------
006680*  2100-LOAD-ONE-CHANGE - EDIT ONE SCENARIO RECORD AND FILE
006690*  IT.  THE NEW CYCLE MUST PASS THE SAME POSITIVE-INTEGER RULE
006700*  EVERY MODE USES; A PART CHANGED TWICE IN ONE SCENARIO KEEPS
006710*  ITS FIRST CHANGE.
006720*---------------------------------------------------------------
006730 2100-load-one-change.
006740     read wifscen
006750         at end
006760             set wif-end-of-input to true
006770             go to 2100-exit
006780     end-read
006790     if wif-scen-status not = '00'
006800         display 'error reading wifscen, status '
006810             wif-scen-status
006820         set wif-run-aborted to true
006830         move 12 to wif-rc-candidate
006840         perform 9100-raise-return-code thru 9100-exit
006850         set wif-end-of-input to true
006860         go to 2100-exit
006870     end-if
006880     add 1 to wif-chg-read-count
006890     move wif-scen-rec-name to wif-rpt-exc-scen
006900     move wif-scen-rec-part to wif-rpt-exc-part
006910     if wif-scen-rec-name = spaces
006920         move 'scenario name blank' to wif-rpt-exc-reason
006930         go to 2100-reject
006940     end-if
006950     if wif-scen-rec-part = spaces
006960         move 'part number blank' to wif-rpt-exc-reason
006970         go to 2100-reject
006980     end-if
006990     if wif-scen-rec-cycle not numeric
007000         move 'new cycle not numeric' to wif-rpt-exc-reason
007010         go to 2100-reject
007020     end-if
007030     if wif-scen-rec-cycle = 0
007040         move 'new cycle must be a positive integer'
007050             to wif-rpt-exc-reason
007060         go to 2100-reject
007070     end-if
007080     move wif-scen-rec-name to wif-find-scen
007090     perform 2200-find-scenario thru 2200-exit
007100     if wif-scen-found-ix > 0
007110         move wif-scen-found-ix to wif-find-scen-ix
007120         move wif-scen-rec-part to wif-find-part
007130         perform 2300-find-change thru 2300-exit
007140         if wif-chg-found-ix > 0
007150             move 'part changed twice in scenario - ignored'
007160                 to wif-rpt-exc-reason
007170             go to 2100-reject
007180         end-if
007190     end-if
007200     if wif-chg-used not < 500
007210         move 'change table full - not loaded'
007220             to wif-rpt-exc-reason
007230         go to 2100-reject
007240     end-if
007250     if wif-scen-found-ix = 0
007260         if wif-scen-used not < 8
007270             move 'more than 8 scenarios - ignored'
007280                 to wif-rpt-exc-reason
007290             go to 2100-reject
007300         end-if
007310         add 1 to wif-scen-used
007320         move wif-scen-rec-name to wif-scen-name(wif-scen-used)
007330         move 0 to wif-scen-chg-count(wif-scen-used)
007340         move 0 to wif-scen-pair-count(wif-scen-used)
007350         move 0 to wif-scen-cell-count(wif-scen-used)
007360         move wif-scen-used to wif-scen-found-ix
007370     end-if
007380     add 1 to wif-chg-used
007390     move wif-scen-found-ix to wif-chg-scen-ix(wif-chg-used)
007400     move wif-scen-rec-part to wif-chg-part(wif-chg-used)
007410     move wif-scen-rec-cycle to wif-chg-cycle(wif-chg-used)
007420     move 'N' to wif-chg-match-switch(wif-chg-used)
007430     add 1 to wif-scen-chg-count(wif-scen-found-ix)
007440     go to 2100-exit.
007450 2100-reject.
007460     add 1 to wif-chg-rej-count
007470     if not wif-caption-done
007480         move spaces to wif-rpt-caption
007490         move 'scenario records rejected' to wif-rpt-caption-text
007500         move wif-rpt-caption to wif-rpt-print-line
007510         perform 8810-write-line thru 8810-exit
007520         set wif-caption-done to true
007530     end-if
007540     move wif-rpt-exc-line to wif-rpt-print-line
007550     perform 8810-write-line thru 8810-exit.
007560 2100-exit.
007570     exit.
007580*---------------------------------------------------------------
007590*  2200-FIND-SCENARIO - LINEAR SCAN OF THE SCENARIO TABLE FOR
007600*  WIF-FIND-SCEN.  LEAVES WIF-SCEN-FOUND-IX AT THE ENTRY, OR
007610*  ZERO.
007620*---------------------------------------------------------------
007630 2200-find-scenario.
007640     move 0 to wif-scen-found-ix
007650     move 1 to wif-scen-ix
007660     perform 2250-scan-scen-entry thru 2250-exit
007670         until wif-scen-ix > wif-scen-used
007680         or wif-scen-found-ix > 0.
007690 2200-exit.
007700     exit.
007710*---------------------------------------------------------------
007720*  2250-SCAN-SCEN-ENTRY - ONE STEP OF THE SCENARIO SCAN.
007730*---------------------------------------------------------------
007740 2250-scan-scen-entry.
007750     if wif-scen-name(wif-scen-ix) = wif-find-scen
007760         move wif-scen-ix to wif-scen-found-ix
007770     else
007780         add 1 to wif-scen-ix
007790     end-if.
007800 2250-exit.
007810     exit.
007820*---------------------------------------------------------------
007830*  2300-FIND-CHANGE - LINEAR SCAN OF THE CHANGE TABLE FOR
007840*  WIF-FIND-PART UNDER SCENARIO WIF-FIND-SCEN-IX.  LEAVES
007850*  WIF-CHG-FOUND-IX AT THE ENTRY, OR ZERO WHEN THE SCENARIO
007860*  LEAVES THE PART ALONE.
007870*---------------------------------------------------------------
007880 2300-find-change.
007890     move 0 to wif-chg-found-ix
007900     move 1 to wif-chg-ix
007910     perform 2350-scan-change-entry thru 2350-exit
007920         until wif-chg-ix > wif-chg-used
007930         or wif-chg-found-ix > 0.
007940 2300-exit.
007950     exit.
007960*---------------------------------------------------------------
007970*  2350-SCAN-CHANGE-ENTRY - ONE STEP OF THE CHANGE SCAN.
007980*---------------------------------------------------------------
007990 2350-scan-change-entry.
008000     if wif-chg-scen-ix(wif-chg-ix) = wif-find-scen-ix
008010         and wif-chg-part(wif-chg-ix) = wif-find-part
008020         move wif-chg-ix to wif-chg-found-ix
008030     else
008040         add 1 to wif-chg-ix
008050     end-if.
008060 2350-exit.
008070     exit.
008080*---------------------------------------------------------------
008090*  3000-PAIR-PASS - EVERY MASTER PAIR THROUGH EVERY SCENARIO.
008100*  ONLY PAIRS SOME SCENARIO TOUCHES ARE PRINTED.
008110*---------------------------------------------------------------
008120 3000-pair-pass.
008130     open input partmast
008140     if wif-mast-status not = '00'
008150         display 'error opening partmast, status '
008160             wif-mast-status
008170         set wif-run-aborted to true
008180         move 12 to wif-rc-candidate
008190         perform 9100-raise-return-code thru 9100-exit
008200         go to 3000-exit
008210     end-if
008220     move spaces to wif-rpt-caption
008230     move 'pairs affected' to wif-rpt-caption-text
008240     move wif-rpt-caption to wif-rpt-print-line
008250     perform 8810-write-line thru 8810-exit
008260     move wif-rpt-pair-h3 to wif-rpt-print-line
008270     perform 8810-write-line thru 8810-exit
008280     move 'N' to wif-eof-switch
008290     perform 3100-sim-one-pair thru 3100-exit
008300         until wif-end-of-input
008310     move 'N' to wif-eof-switch
008320     if wif-pair-affected-count = 0
008330         move '  no partmast pair carries a changed part'
008340             to wif-rpt-print-line
008350         perform 8810-write-line thru 8810-exit
008360     end-if
008370     close partmast
008380     if wif-mast-status not = '00'
008390         display 'error closing partmast, status '
008400             wif-mast-status
008410         move 12 to wif-rc-candidate
008420         perform 9100-raise-return-code thru 9100-exit
008430     end-if
008440     if not wif-run-aborted
008450         perform 3800-list-unmatched thru 3800-exit
008460     end-if.
008470 3000-exit.
008480     exit.
008490*---------------------------------------------------------------
008500*  3100-SIM-ONE-PAIR - ONE MASTER RECORD THROUGH EVERY SLOT.
008510*---------------------------------------------------------------
008520 3100-sim-one-pair.
008530     read partmast next
008540         at end
008550             set wif-end-of-input to true
008560             go to 3100-exit
008570     end-read
008580     if wif-mast-status not = '00'
008590         display 'error reading partmast, status '
008600             wif-mast-status
008610         set wif-run-aborted to true
008620         move 12 to wif-rc-candidate
008630         perform 9100-raise-return-code thru 9100-exit
008640         set wif-end-of-input to true
008650         go to 3100-exit
008660     end-if
008670     add 1 to wif-mast-read-count
008680     move 'N' to wif-touched-switch
008690     move 1 to wif-slot-ix
008700     perform 3200-sim-slot thru 3200-exit
008710         until wif-slot-ix > wif-slot-used
008720     if not wif-touched
008730         go to 3100-exit
008740     end-if
008750     add 1 to wif-pair-affected-count
008760     move spaces to wif-rpt-print-line
008770     perform 8810-write-line thru 8810-exit
008780     move wif-mast-pair-id to wif-rpt-pair-id
008790     move wif-mast-part-a-nbr to wif-rpt-part-a
008800     move wif-mast-part-b-nbr to wif-rpt-part-b
008810     move wif-rpt-pair-line to wif-rpt-print-line
008820     perform 8810-write-line thru 8810-exit
008830     move 1 to wif-slot-ix
008840     perform 3300-write-pair-row thru 3300-exit
008850         until wif-slot-ix > wif-slot-used.
008860 3100-exit.
008870     exit.
008880*---------------------------------------------------------------
008890*  3200-SIM-SLOT - THE CURRENT MASTER RECORD'S CYCLES AS SLOT
008900*  WIF-SLOT-IX SEES THEM: AS FILED FOR SLOT 1, WITH THE
008910*  SCENARIO'S CHANGES LAID OVER EITHER PART FOR THE OTHERS.
008920*  GCD BY GCD-CALC, LCM AS A / GCD * B, AS MODE M FIGURES IT.
008930*---------------------------------------------------------------
008940 3200-sim-slot.
008950     move wif-mast-cycle-a to wif-slot-cyc-a(wif-slot-ix)
008960     move wif-mast-cycle-b to wif-slot-cyc-b(wif-slot-ix)
008970     move 0 to wif-slot-gcd(wif-slot-ix)
008980     move 0 to wif-slot-lcm(wif-slot-ix)
008990     move 'N' to wif-slot-valid-switch(wif-slot-ix)
009000     move 'N' to wif-slot-chg-switch(wif-slot-ix)
009010     if wif-slot-ix > 1
009020         subtract 1 from wif-slot-ix giving wif-find-scen-ix
009030         move wif-mast-part-a-nbr to wif-find-part
009040         perform 2300-find-change thru 2300-exit
009050         if wif-chg-found-ix > 0
009060             move wif-chg-cycle(wif-chg-found-ix)
009070                 to wif-slot-cyc-a(wif-slot-ix)
009080             set wif-slot-changed(wif-slot-ix) to true
009090             set wif-chg-matched(wif-chg-found-ix) to true
009100         end-if
009110         move wif-mast-part-b-nbr to wif-find-part
009120         perform 2300-find-change thru 2300-exit
009130         if wif-chg-found-ix > 0
009140             move wif-chg-cycle(wif-chg-found-ix)
009150                 to wif-slot-cyc-b(wif-slot-ix)
009160             set wif-slot-changed(wif-slot-ix) to true
009170             set wif-chg-matched(wif-chg-found-ix) to true
009180         end-if
009190         if wif-slot-changed(wif-slot-ix)
009200             set wif-touched to true
009210         end-if
009220     end-if
009230     if wif-slot-cyc-a(wif-slot-ix) > 0
009240         and wif-slot-cyc-b(wif-slot-ix) > 0
009250         set wif-slot-valid(wif-slot-ix) to true
009260         move wif-slot-cyc-a(wif-slot-ix) to wif-calc-a
009270         move wif-slot-cyc-b(wif-slot-ix) to wif-calc-b
009280         call 'GCD-CALC' using wif-calc-a wif-calc-b
009290             wif-trace-switch wif-calc-gcd
009300         move wif-calc-gcd to wif-slot-gcd(wif-slot-ix)
009310         divide wif-calc-a by wif-calc-gcd giving wif-quot
009320         multiply wif-quot by wif-calc-b
009330             giving wif-slot-lcm(wif-slot-ix)
009340     end-if
009350     add 1 to wif-slot-ix.
009360 3200-exit.
009370     exit.
009380*---------------------------------------------------------------
009390*  3300-WRITE-PAIR-ROW - ONE SLOT'S ROW UNDER THE PAIR LINE.
009400*  A SCENARIO THAT LEAVES THE PAIR ALONE SHOWS THE CURRENT
009410*  FIGURES MARKED UNCHANGED AND NO DATES.  THE CURRENT ROW IS
009420*  MARKED WHEN THE MASTER'S STAMPED FIGURES NO LONGER MATCH
009430*  ITS OWN CYCLES - MODE M HAS NOT RUN SINCE THE LAST CHANGE.
009440*---------------------------------------------------------------
009450 3300-write-pair-row.
009460     move spaces to wif-rpt-pair-row
009470     move spaces to wif-remark-area
009480     if wif-slot-ix = 1
009490         move 'current' to wif-rpt-row-label
009500     else
009510         subtract 1 from wif-slot-ix giving wif-scen-ix
009520         move wif-scen-name(wif-scen-ix) to wif-rpt-row-label
009530         if wif-slot-changed(wif-slot-ix)
009540             add 1 to wif-scen-pair-count(wif-scen-ix)
009550         end-if
009560     end-if
009570     move wif-slot-cyc-a(wif-slot-ix) to wif-rpt-row-cyc-a
009580     move wif-slot-cyc-b(wif-slot-ix) to wif-rpt-row-cyc-b
009590     if not wif-slot-valid(wif-slot-ix)
009600         move 'bad cycle' to wif-remark
009610         if wif-slot-ix = 1
009620             or wif-slot-changed(wif-slot-ix)
009630             add 1 to wif-skip-count
009640         end-if
009650         go to 3300-print
009660     end-if
009670     move wif-slot-gcd(wif-slot-ix) to wif-rpt-row-gcd
009680     if wif-slot-lcm(wif-slot-ix) > 999999999999999
009690         move all '*' to wif-rpt-row-lcm-x
009700     else
009710         move wif-slot-lcm(wif-slot-ix) to wif-rpt-row-lcm
009720     end-if
009730     if wif-slot-gcd(wif-slot-ix) = 1
009740         move 'yes' to wif-rpt-row-coprime
009750     else
009760         move 'no' to wif-rpt-row-coprime
009770     end-if
009780     if wif-slot-ix > 1
009790         and not wif-slot-changed(wif-slot-ix)
009800         move 'unchanged' to wif-remark
009810         go to 3300-print
009820     end-if
009830     if wif-slot-lcm(wif-slot-ix) > wif-horizon
009840         move 'past horizon' to wif-remark
009850         add 1 to wif-skip-count
009860         go to 3300-print
009870     end-if
009880     move wif-slot-lcm(wif-slot-ix) to wif-period
009890     if wif-slot-ix = 1
009900         if wif-mast-gcd not = wif-slot-gcd(1)
009910             or wif-mast-lcm not = wif-slot-lcm(1)
009920             move 'master stale' to wif-remark
009930         end-if
009940     else
009950         if wif-slot-valid(1)
009960             and wif-slot-lcm(1) not > wif-horizon
009970             move wif-slot-lcm(1) to wif-base-period
009980             perform 3450-set-shift-remark thru 3450-exit
009990         end-if
010000     end-if
010010     move wif-remark to wif-rpt-row-remark
010020     move wif-rpt-pair-row to wif-rpt-print-line
010030     perform 8810-write-line thru 8810-exit
010040     perform 3400-project-dates thru 3400-exit
010050     go to 3300-next.
010060 3300-print.
010070     move wif-remark to wif-rpt-row-remark
010080     move wif-rpt-pair-row to wif-rpt-print-line
010090     perform 8810-write-line thru 8810-exit.
010100 3300-next.
010110     add 1 to wif-slot-ix.
010120 3300-exit.
010130     exit.
010140*---------------------------------------------------------------
010150*  3400-PROJECT-DATES - STEP THE ANCHOR FORWARD WIF-PERIOD
010160*  DAYS AT A TIME, ROLLING EACH PRINTED DATE PAST NON-WORKING
010170*  DAYS, EXACTLY AS GCD-ALIGN DOES.  THE RAW SEQUENCE KEEPS
010180*  STEPPING FROM THE UNROLLED DATE SO THE PERIODS NEVER DRIFT.
010190*---------------------------------------------------------------
010200 3400-project-dates.
010210     if not wif-rpt-usable
010220         go to 3400-exit
010230     end-if
010240*    THE SLOTS ARE CLEARED ONE BY ONE SO THE 'NEXT:' CAPTION
010250*    FILLER SURVIVES; A BLANKET MOVE SPACES WOULD WIPE IT FOR
010260*    THE REST OF THE RUN.
010270     move 1 to wif-proj-ix
010280     perform 3420-clear-date-slot thru 3420-exit
010290         until wif-proj-ix > 5
010300     move wif-anchor-date to wif-raw-date
010310     move 1 to wif-proj-ix
010320     perform 3440-project-one-date thru 3440-exit
010330         until wif-proj-ix > wif-proj-count
010340     move wif-rpt-date-line to wif-rpt-print-line
010350     perform 8810-write-line thru 8810-exit.
010360 3400-exit.
010370     exit.
010380*---------------------------------------------------------------
010390*  3420-CLEAR-DATE-SLOT - BLANK ONE DATE SLOT.
010400*---------------------------------------------------------------
010410 3420-clear-date-slot.
010420     move spaces to wif-rpt-date-slot(wif-proj-ix)
010430     add 1 to wif-proj-ix.
010440 3420-exit.
010450     exit.
010460*---------------------------------------------------------------
010470*  3440-PROJECT-ONE-DATE - ADD ONE PERIOD TO THE RAW DATE,
010480*  THEN PUT THE WORKING-DAY-ROLLED DATE IN ITS SLOT.  A
010490*  ROLLED DATE IS MARKED '+' SO THE DESK CAN SEE IT MOVED.
010500*---------------------------------------------------------------
010510 3440-project-one-date.
010520     move wif-raw-date to wif-walk-n
010530     move 0 to wif-step-ix
010540     perform 3500-forward-one-day thru 3500-exit
010550         until wif-step-ix not < wif-period
010560     move wif-walk-n to wif-raw-date
010570     move space to wif-rpt-date-mark(wif-proj-ix)
010580     if wif-cal-loaded
010590         move 0 to wif-cal-guard
010600         perform 3600-roll-to-workday thru 3600-exit
010610         if wif-walk-n not = wif-raw-date
010620             move '+' to wif-rpt-date-mark(wif-proj-ix)
010630         end-if
010640     end-if
010650     move wif-walk-n to wif-rpt-date(wif-proj-ix)
010660     add 1 to wif-proj-ix.
010670 3440-exit.
010680     exit.
010690*---------------------------------------------------------------
010700*  3450-SET-SHIFT-REMARK - THE SHIFT OF A SIMULATED PERIOD
010710*  (WIF-PERIOD) AGAINST THE CURRENT ONE (WIF-BASE-PERIOD).
010720*  EACH PROJECTED DATE IN THE RAW SEQUENCE MOVES BY THE SHIFT
010730*  TIMES ITS PLACE IN THE SEQUENCE, SO THE FIRST DATE MOVES BY
010740*  EXACTLY THIS MANY DAYS.  BOTH PERIODS ARE INSIDE THE
010750*  HORIZON, SO THE SHIFT ALWAYS FITS THE EDITED FIELD.
010760*---------------------------------------------------------------
010770 3450-set-shift-remark.
010780     subtract wif-base-period from wif-period giving wif-shift
010790     move wif-shift to wif-remark-shift-days
010800     move ' days' to wif-remark-shift-unit.
010810 3450-exit.
010820     exit.
010830*---------------------------------------------------------------
010840*  3500-FORWARD-ONE-DAY - STEP THE WALK DATE FORWARD ONE
010850*  CALENDAR DAY, ROLLING MONTH AND YEAR ENDS WITH THE PROPER
010860*  MONTH LENGTHS.
010870*---------------------------------------------------------------
010880 3500-forward-one-day.
010890     perform 3550-set-month-length thru 3550-exit
010900     if wif-walk-dd < wif-month-length
010910         add 1 to wif-walk-dd
010920     else
010930         move 1 to wif-walk-dd
010940         if wif-walk-mm = 12
010950             move 1 to wif-walk-mm
010960             add 1 to wif-walk-yyyy
010970         else
010980             add 1 to wif-walk-mm
010990         end-if
011000     end-if
011010     add 1 to wif-step-ix.
011020 3500-exit.
011030     exit.
011040*---------------------------------------------------------------
011050*  3550-SET-MONTH-LENGTH - LENGTH OF THE WALK DATE'S CURRENT
011060*  MONTH, LEAP YEARS INCLUDED.
011070*---------------------------------------------------------------
011080 3550-set-month-length.
011090     evaluate wif-walk-mm
011100         when 01
011110         when 03
011120         when 05
011130         when 07
011140         when 08
011150         when 10
011160         when 12
011170             move 31 to wif-month-length
011180         when 04
011190         when 06
011200         when 09
011210         when 11
011220             move 30 to wif-month-length
011230         when 02
011240             perform 3560-set-leap-switch thru 3560-exit
011250             if wif-leap-year
011260                 move 29 to wif-month-length
011270             else
011280                 move 28 to wif-month-length
011290             end-if
011300     end-evaluate.
011310 3550-exit.
011320     exit.
011330*---------------------------------------------------------------
011340*  3560-SET-LEAP-SWITCH - GREGORIAN LEAP-YEAR TEST ON THE WALK
011350*  YEAR, BY REMAINDER ARITHMETIC.
011360*---------------------------------------------------------------
011370 3560-set-leap-switch.
011380     move 'N' to wif-leap-switch
011390     divide wif-walk-yyyy by 4
011400         giving wif-leap-work remainder wif-leap-rem
011410     if wif-leap-rem = 0
011420         set wif-leap-year to true
011430     end-if
011440     divide wif-walk-yyyy by 100
011450         giving wif-leap-work remainder wif-leap-rem
011460     if wif-leap-rem = 0
011470         move 'N' to wif-leap-switch
011480     end-if
011490     divide wif-walk-yyyy by 400
011500         giving wif-leap-work remainder wif-leap-rem
011510     if wif-leap-rem = 0
011520         set wif-leap-year to true
011530     end-if.
011540 3560-exit.
011550     exit.
011560*---------------------------------------------------------------
011570*  3600-ROLL-TO-WORKDAY - ROLL THE WALK DATE FORWARD TO THE
011580*  NEXT WORKING DAY.  THE GUARD STOPS A CALENDAR THAT MARKS
011590*  EVERYTHING NON-WORKING FROM ROLLING FOREVER.
011600*---------------------------------------------------------------
011610 3600-roll-to-workday.
011620     perform 3700-check-work-day thru 3700-exit
011630     perform 3650-roll-one-day thru 3650-exit
011640         until wif-work-day
011650         or wif-cal-guard > 400.
011660 3600-exit.
011670     exit.
011680*---------------------------------------------------------------
011690*  3650-ROLL-ONE-DAY - ONE DAY OF THE ROLL-FORWARD.
011700*---------------------------------------------------------------
011710 3650-roll-one-day.
011720     add 1 to wif-cal-guard
011730     move 0 to wif-step-ix
011740     perform 3500-forward-one-day thru 3500-exit
011750     perform 3700-check-work-day thru 3700-exit.
011760 3650-exit.
011770     exit.
011780*---------------------------------------------------------------
011790*  3700-CHECK-WORK-DAY - IS THE WALK DATE A WORKING DAY?  A
011800*  LINEAR SCAN OF THE NON-WORKING TABLE.
011810*---------------------------------------------------------------
011820 3700-check-work-day.
011830     set wif-work-day to true
011840     move 0 to wif-cal-found-ix
011850     move 1 to wif-cal-ix
011860     perform 3750-scan-cal-entry thru 3750-exit
011870         until wif-cal-ix > wif-cal-used
011880         or wif-cal-found-ix > 0
011890     if wif-cal-found-ix > 0
011900         set wif-non-work-day to true
011910     end-if.
011920 3700-exit.
011930     exit.
011940*---------------------------------------------------------------
011950*  3750-SCAN-CAL-ENTRY - ONE STEP OF THE CALENDAR SCAN.
011960*---------------------------------------------------------------
011970 3750-scan-cal-entry.
011980     if wif-cal-date(wif-cal-ix) = wif-walk-n
011990         move wif-cal-ix to wif-cal-found-ix
012000     else
012010         add 1 to wif-cal-ix
012020     end-if.
012030 3750-exit.
012040     exit.
012050*---------------------------------------------------------------
012060*  3800-LIST-UNMATCHED - SCENARIO CHANGES WHOSE PART IS ON NO
012070*  PARTMAST PAIR - MOST OFTEN A MIS-KEYED PART NUMBER.
012080*---------------------------------------------------------------
012090 3800-list-unmatched.
012100     move 'N' to wif-caption-switch
012110     move 1 to wif-chg-ix
012120     perform 3850-check-unmatched thru 3850-exit
012130         until wif-chg-ix > wif-chg-used.
012140 3800-exit.
012150     exit.
012160*---------------------------------------------------------------
012170*  3850-CHECK-UNMATCHED - ONE CHANGE TABLE ENTRY.
012180*---------------------------------------------------------------
012190 3850-check-unmatched.
012200     if wif-chg-matched(wif-chg-ix)
012210         go to 3850-next
012220     end-if
012230     add 1 to wif-chg-unmatched-count
012240     if not wif-caption-done
012250         move spaces to wif-rpt-print-line
012260         perform 8810-write-line thru 8810-exit
012270         move spaces to wif-rpt-caption
012280         move 'scenario parts on no partmast pair'
012290             to wif-rpt-caption-text
012300         move wif-rpt-caption to wif-rpt-print-line
012310         perform 8810-write-line thru 8810-exit
012320         set wif-caption-done to true
012330     end-if
012340     move wif-chg-scen-ix(wif-chg-ix) to wif-scen-ix
012350     move wif-scen-name(wif-scen-ix) to wif-rpt-exc-scen
012360     move wif-chg-part(wif-chg-ix) to wif-rpt-exc-part
012370     move 'no pair carries this part' to wif-rpt-exc-reason
012380     move wif-rpt-exc-line to wif-rpt-print-line
012390     perform 8810-write-line thru 8810-exit.
012400 3850-next.
012410     add 1 to wif-chg-ix.
012420 3850-exit.
012430     exit.
012440*---------------------------------------------------------------
012450*  4000-FINISH-REPORT - THE SCENARIO SUMMARY, COUNTS AND THE
012460*  END-OF-REPORT TRAILER.  REJECTED RECORDS AND EVERY OTHER
012470*  EXCEPTION LISTED RAISE CONDITION CODE 4.
012480*---------------------------------------------------------------
012490 4000-finish-report.
012500     if wif-chg-rej-count > 0
012510         or wif-chg-unmatched-count > 0
012520         or wif-skip-count > 0
012530         or wif-mbr-bad-count > 0
012540         or wif-mbr-ovfl-total > 0
012550         or wif-cdef-missing
012560         move 4 to wif-rc-candidate
012570         perform 9100-raise-return-code thru 9100-exit
012580     end-if
012590     if not wif-rpt-usable
012600         go to 4000-exit
012610     end-if
012620     if wif-scen-used > 0 and not wif-run-aborted
012630         move spaces to wif-rpt-print-line
012640         perform 8810-write-line thru 8810-exit
012650         move spaces to wif-rpt-caption
012660         move 'scenario summary' to wif-rpt-caption-text
012670         move wif-rpt-caption to wif-rpt-print-line
012680         perform 8810-write-line thru 8810-exit
012690         move wif-rpt-summ-h3 to wif-rpt-print-line
012700         perform 8810-write-line thru 8810-exit
012710         move 1 to wif-scen-ix
012720         perform 4200-write-summ-line thru 4200-exit
012730             until wif-scen-ix > wif-scen-used
012740     end-if
012750     move spaces to wif-rpt-print-line
012760     perform 8810-write-line thru 8810-exit
012770     move 'scenario records read'    to wif-rpt-label
012780     move wif-chg-read-count         to wif-rpt-value
012790     perform 4100-write-detail thru 4100-exit
012800     move 'scenario records rejected' to wif-rpt-label
012810     move wif-chg-rej-count          to wif-rpt-value
012820     perform 4100-write-detail thru 4100-exit
012830     move 'changed parts on no pair' to wif-rpt-label
012840     move wif-chg-unmatched-count    to wif-rpt-value
012850     perform 4100-write-detail thru 4100-exit
012860     move 'master pairs read'        to wif-rpt-label
012870     move wif-mast-read-count        to wif-rpt-value
012880     perform 4100-write-detail thru 4100-exit
012890     move 'pairs affected'           to wif-rpt-label
012900     move wif-pair-affected-count    to wif-rpt-value
012910     perform 4100-write-detail thru 4100-exit
012920     move 'cells read'               to wif-rpt-label
012930     move wif-cell-read-count        to wif-rpt-value
012940     perform 4100-write-detail thru 4100-exit
012950     move 'cells affected'           to wif-rpt-label
012960     move wif-cell-affected-count    to wif-rpt-value
012970     perform 4100-write-detail thru 4100-exit
012980     move 'cell members not on master' to wif-rpt-label
012990     move wif-mbr-bad-count          to wif-rpt-value
013000     perform 4100-write-detail thru 4100-exit
013010     move 'cell members not folded'  to wif-rpt-label
013020     move wif-mbr-ovfl-total         to wif-rpt-value
013030     perform 4100-write-detail thru 4100-exit
013040     move 'periods not projected'    to wif-rpt-label
013050     move wif-skip-count             to wif-rpt-value
013060     perform 4100-write-detail thru 4100-exit
013070     if wif-cdef-missing
013080         move spaces to wif-rpt-print-line
013090         perform 8810-write-line thru 8810-exit
013100         move '  *** no celldef on hand - cells not refolded ***'
013110             to wif-rpt-print-line
013120         perform 8810-write-line thru 8810-exit
013130     end-if
013140     if wif-run-aborted
013150         move spaces to wif-rpt-print-line
013160         perform 8810-write-line thru 8810-exit
013170         move '  *** run aborted - report incomplete ***'
013180             to wif-rpt-print-line
013190         perform 8810-write-line thru 8810-exit
013200     end-if
013210     move spaces to wif-rpt-print-line
013220     perform 8810-write-line thru 8810-exit
013230     move '  *** end of report ***' to wif-rpt-print-line
013240     perform 8810-write-line thru 8810-exit
013250     close wifrpt
013260     if wif-rpt-status not = '00'
013270         display 'error closing gcdwhat, status ' wif-rpt-status
013280         move 12 to wif-rc-candidate
013290         perform 9100-raise-return-code thru 9100-exit
013300     end-if.
013310 4000-exit.
013320     exit.
013330*---------------------------------------------------------------
013340*  4100-WRITE-DETAIL - PRINT THE LABEL/VALUE PAIR LEFT IN
013350*  WIF-RPT-TOTAL.
013360*---------------------------------------------------------------
013370 4100-write-detail.
013380     move wif-rpt-total to wif-rpt-print-line
013390     perform 8810-write-line thru 8810-exit.
013400 4100-exit.
013410     exit.
013420*---------------------------------------------------------------
013430*  4200-WRITE-SUMM-LINE - ONE SCENARIO: ITS CHANGES, AND THE
013440*  PAIRS AND CELLS IT MOVES.
013450*---------------------------------------------------------------
013460 4200-write-summ-line.
013470     move wif-scen-name(wif-scen-ix) to wif-rpt-summ-name
013480     move wif-scen-chg-count(wif-scen-ix) to wif-rpt-summ-chgs
013490     move wif-scen-pair-count(wif-scen-ix) to wif-rpt-summ-pairs
013500     move wif-scen-cell-count(wif-scen-ix) to wif-rpt-summ-cells
013510     move wif-rpt-summ-line to wif-rpt-print-line
013520     perform 8810-write-line thru 8810-exit
013530     add 1 to wif-scen-ix.
013540 4200-exit.
013550     exit.
013560*---------------------------------------------------------------
013570*  5000-CELL-PASS - READ CELLDEF, CONTROL-BREAKING ON THE CELL
013580*  NAME AS MODE C DOES, AND REFOLD EVERY CELL THAT HOLDS A
013590*  PAIR SOME SCENARIO TOUCHES.  NO CELLDEF IS NOT FATAL - THE
013600*  PAIR FIGURES STAND - BUT IT IS SAID SO AND RAISES CODE 4.
013610*---------------------------------------------------------------
013620 5000-cell-pass.
013630     open input celldef
013640     if wif-cdef-status not = '00'
013650         display 'no celldef on hand - cells not refolded'
013660         set wif-cdef-missing to true
013670         go to 5000-exit
013680     end-if
013690     open input partmast
013700     if wif-mast-status not = '00'
013710         display 'error opening partmast, status '
013720             wif-mast-status
013730         close celldef
013740         set wif-run-aborted to true
013750         move 12 to wif-rc-candidate
013760         perform 9100-raise-return-code thru 9100-exit
013770         go to 5000-exit
013780     end-if
013790     move spaces to wif-rpt-print-line
013800     perform 8810-write-line thru 8810-exit
013810     move spaces to wif-rpt-caption
013820     move 'work cells affected' to wif-rpt-caption-text
013830     move wif-rpt-caption to wif-rpt-print-line
013840     perform 8810-write-line thru 8810-exit
013850     move 'N' to wif-eof-switch
013860     perform 5100-read-next-celldef thru 5100-exit
013870         until wif-end-of-input
013880     move 'N' to wif-eof-switch
013890     if wif-cell-open and not wif-run-aborted
013900         perform 5200-close-out-cell thru 5200-exit
013910     end-if
013920     if wif-cell-affected-count = 0
013930         move '  no celldef cell holds an affected pair'
013940             to wif-rpt-print-line
013950         perform 8810-write-line thru 8810-exit
013960     end-if
013970     close celldef partmast
013980     if wif-cdef-status not = '00'
013990         display 'error closing celldef, status '
014000             wif-cdef-status
014010         move 12 to wif-rc-candidate
014020         perform 9100-raise-return-code thru 9100-exit
014030     end-if
014040     if wif-mast-status not = '00'
014050         display 'error closing partmast, status '
014060             wif-mast-status
014070         move 12 to wif-rc-candidate
014080         perform 9100-raise-return-code thru 9100-exit
014090     end-if.
014100 5000-exit.
014110     exit.
014120*---------------------------------------------------------------
014130*  5100-READ-NEXT-CELLDEF - ONE GROUPING RECORD: BREAK ON A
014140*  NEW CELL NAME, THEN BUFFER THE MEMBER.
014150*---------------------------------------------------------------
014160 5100-read-next-celldef.
014170     read celldef
014180         at end
014190             set wif-end-of-input to true
014200             go to 5100-exit
014210     end-read
014220     if wif-cdef-status not = '00'
014230         display 'error reading celldef, status '
014240             wif-cdef-status
014250         set wif-run-aborted to true
014260         move 12 to wif-rc-candidate
014270         perform 9100-raise-return-code thru 9100-exit
014280         set wif-end-of-input to true
014290         go to 5100-exit
014300     end-if
014310     if wif-cdef-cell-id = spaces
014320         and wif-cdef-member-id = spaces
014330         go to 5100-exit
014340     end-if
014350     if wif-cdef-cell-id not = wif-cell-curr-id
014360         if wif-cell-open
014370             perform 5200-close-out-cell thru 5200-exit
014380         end-if
014390         move wif-cdef-cell-id to wif-cell-curr-id
014400         set wif-cell-open to true
014410         add 1 to wif-cell-read-count
014420         move 0 to wif-mbr-used
014430         move 0 to wif-mbr-ovfl-count
014440     end-if
014450     if wif-mbr-used < 200
014460         add 1 to wif-mbr-used
014470         move wif-cdef-member-id to wif-mbr-id(wif-mbr-used)
014480     else
014490         add 1 to wif-mbr-ovfl-count
014500         add 1 to wif-mbr-ovfl-total
014510     end-if.
014520 5100-exit.
014530     exit.
014540*---------------------------------------------------------------
014550*  5200-CLOSE-OUT-CELL - FOLD EVERY BUFFERED MEMBER INTO EVERY
014560*  SLOT, AND PRINT THE CELL WHEN SOME SCENARIO MOVES A MEMBER.
014570*---------------------------------------------------------------
014580 5200-close-out-cell.
014590     move 1 to wif-slot-ix
014600     perform 5210-reset-slot thru 5210-exit
014610         until wif-slot-ix > wif-slot-used
014620     move 0 to wif-mbr-miss-count
014630     move 'N' to wif-touched-switch
014640     move 1 to wif-mbr-ix
014650     perform 5300-fold-member thru 5300-exit
014660         until wif-mbr-ix > wif-mbr-used
014670         or wif-run-aborted
014680     if wif-touched and not wif-run-aborted
014690         add 1 to wif-cell-affected-count
014700         perform 5400-write-cell-block thru 5400-exit
014710     end-if
014720     move 'N' to wif-cell-open-switch
014730     move spaces to wif-cell-curr-id.
014740 5200-exit.
014750     exit.
014760*---------------------------------------------------------------
014770*  5210-RESET-SLOT - CLEAR ONE SLOT'S RUNNING CELL FOLD.
014780*---------------------------------------------------------------
014790 5210-reset-slot.
014800     move 0 to wif-slot-run-gcd(wif-slot-ix)
014810     move 0 to wif-slot-run-lcm(wif-slot-ix)
014820     move 0 to wif-slot-val-count(wif-slot-ix)
014830     move 0 to wif-slot-mbr-count(wif-slot-ix)
014840     move 'N' to wif-slot-ovfl-switch(wif-slot-ix)
014850     move 'N' to wif-slot-cell-switch(wif-slot-ix)
014860     add 1 to wif-slot-ix.
014870 5210-exit.
014880     exit.
014890*---------------------------------------------------------------
014900*  5300-FOLD-MEMBER - LOOK ONE MEMBER UP ON PARTMAST, RUN IT
014910*  THROUGH EVERY SLOT, AND FOLD EACH SLOT'S VALID CYCLES.  A
014920*  MEMBER NOT ON THE MASTER IS COUNTED AND LEFT OUT, AS MODE C
014930*  LEAVES IT OUT OF GCDCELL.
014940*---------------------------------------------------------------
014950 5300-fold-member.
014960     move wif-mbr-id(wif-mbr-ix) to wif-mast-pair-id
014970     read partmast
014980         invalid key
014990             add 1 to wif-mbr-miss-count
015000             add 1 to wif-mbr-bad-count
015010             go to 5300-next
015020     end-read
015030     if wif-mast-status not = '00'
015040         display 'error reading partmast, status '
015050             wif-mast-status
015060         set wif-run-aborted to true
015070         move 12 to wif-rc-candidate
015080         perform 9100-raise-return-code thru 9100-exit
015090         set wif-end-of-input to true
015100         go to 5300-exit
015110     end-if
015120     move 1 to wif-slot-ix
015130     perform 3200-sim-slot thru 3200-exit
015140         until wif-slot-ix > wif-slot-used
015150     move 1 to wif-slot-ix
015160     perform 5350-fold-slot thru 5350-exit
015170         until wif-slot-ix > wif-slot-used.
015180 5300-next.
015190     add 1 to wif-mbr-ix.
015200 5300-exit.
015210     exit.
015220*---------------------------------------------------------------
015230*  5350-FOLD-SLOT - FOLD ONE SLOT'S TWO CYCLES INTO ITS CELL
015240*  FIGURES, SKIPPING A MEMBER WHOSE CYCLES FAIL VALIDATION.
015250*---------------------------------------------------------------
015260 5350-fold-slot.
015270     if wif-slot-changed(wif-slot-ix)
015280         set wif-slot-cell-changed(wif-slot-ix) to true
015290     end-if
015300     if wif-slot-valid(wif-slot-ix)
015310         add 1 to wif-slot-mbr-count(wif-slot-ix)
015320         move wif-slot-cyc-a(wif-slot-ix) to wif-fold-val
015330         perform 5370-fold-value thru 5370-exit
015340         move wif-slot-cyc-b(wif-slot-ix) to wif-fold-val
015350         perform 5370-fold-value thru 5370-exit
015360     end-if
015370     add 1 to wif-slot-ix.
015380 5350-exit.
015390     exit.
015400*---------------------------------------------------------------
015410*  5370-FOLD-VALUE - FOLD WIF-FOLD-VAL INTO SLOT WIF-SLOT-IX'S
015420*  RUNNING GCD AND LCM, BY MODE C'S OWN RULE: THE FIRST VALUE
015430*  SEEDS BOTH; AFTER THAT THE LCM FOLDS AS RUN / GCD(RUN,V) *
015440*  V, TAKING THE GCD ON THE REMAINDER OF RUN / V.
015450*---------------------------------------------------------------
015460 5370-fold-value.
015470     add 1 to wif-slot-val-count(wif-slot-ix)
015480     if wif-slot-val-count(wif-slot-ix) = 1
015490         move wif-fold-val to wif-slot-run-gcd(wif-slot-ix)
015500         move wif-fold-val to wif-slot-run-lcm(wif-slot-ix)
015510         go to 5370-exit
015520     end-if
015530     move wif-slot-run-gcd(wif-slot-ix) to wif-calc-a
015540     call 'GCD-CALC' using wif-calc-a wif-fold-val
015550         wif-trace-switch wif-calc-gcd
015560     move wif-calc-gcd to wif-slot-run-gcd(wif-slot-ix)
015570     if wif-slot-lcm-overflow(wif-slot-ix)
015580         go to 5370-exit
015590     end-if
015600     divide wif-slot-run-lcm(wif-slot-ix) by wif-fold-val
015610         giving wif-quot remainder wif-fold-rem
015620     if wif-fold-rem = 0
015630         move wif-fold-val to wif-fold-gcd-work
015640     else
015650         call 'GCD-CALC' using wif-fold-rem wif-fold-val
015660             wif-trace-switch wif-fold-gcd-work
015670     end-if
015680     divide wif-slot-run-lcm(wif-slot-ix) by wif-fold-gcd-work
015690         giving wif-quot
015700     multiply wif-quot by wif-fold-val
015710         giving wif-slot-run-lcm(wif-slot-ix)
015720         on size error
015730             set wif-slot-lcm-overflow(wif-slot-ix) to true
015740     end-multiply.
015750 5370-exit.
015760     exit.
015770*---------------------------------------------------------------
015780*  5400-WRITE-CELL-BLOCK - THE CELL HEADING AND ONE ROW PER
015790*  SLOT.
015800*---------------------------------------------------------------
015810 5400-write-cell-block.
015820     move spaces to wif-rpt-print-line
015830     perform 8810-write-line thru 8810-exit
015840     move wif-cell-curr-id to wif-rpt-cell-id
015850     move wif-mbr-used to wif-rpt-cell-mbrs
015860     move wif-mbr-miss-count to wif-rpt-cell-miss
015870     move wif-rpt-cell-hdr-line to wif-rpt-print-line
015880     perform 8810-write-line thru 8810-exit
015890     if wif-mbr-ovfl-count > 0
015900         move '  members past 200 not folded - cell figures short'
015910             to wif-rpt-print-line
015920         perform 8810-write-line thru 8810-exit
015930     end-if
015940     move wif-rpt-cell-h3 to wif-rpt-print-line
015950     perform 8810-write-line thru 8810-exit
015960     move 1 to wif-slot-ix
015970     perform 5500-write-cell-row thru 5500-exit
015980         until wif-slot-ix > wif-slot-used.
015990 5400-exit.
016000     exit.
016010*---------------------------------------------------------------
016020*  5500-WRITE-CELL-ROW - ONE SLOT'S REFOLDED CELL FIGURES,
016030*  LAID OUT AS THE PAIR ROWS ARE.  THE COMBINED CYCLE IS THE
016040*  CELL'S ALIGNMENT PERIOD AND IS PROJECTED THE SAME WAY.
016050*---------------------------------------------------------------
016060 5500-write-cell-row.
016070     move spaces to wif-rpt-cell-row
016080     move spaces to wif-remark-area
016090     if wif-slot-ix = 1
016100         move 'current' to wif-rpt-crow-label
016110     else
016120         subtract 1 from wif-slot-ix giving wif-scen-ix
016130         move wif-scen-name(wif-scen-ix) to wif-rpt-crow-label
016140         if wif-slot-cell-changed(wif-slot-ix)
016150             add 1 to wif-scen-cell-count(wif-scen-ix)
016160         end-if
016170     end-if
016180     move wif-slot-mbr-count(wif-slot-ix) to wif-rpt-crow-mbrs
016190     if wif-slot-val-count(wif-slot-ix) = 0
016200         move 'no values' to wif-remark
016210         go to 5500-print
016220     end-if
016230     move wif-slot-run-gcd(wif-slot-ix) to wif-rpt-crow-gcd
016240     if wif-slot-lcm-overflow(wif-slot-ix)
016250         move all '*' to wif-rpt-crow-lcm-x
016260         move 'over 18 dig' to wif-remark
016270         if wif-slot-ix = 1
016280             or wif-slot-cell-changed(wif-slot-ix)
016290             add 1 to wif-skip-count
016300         end-if
016310         go to 5500-print
016320     end-if
016330     move wif-slot-run-lcm(wif-slot-ix) to wif-rpt-crow-lcm
016340     if wif-slot-ix > 1
016350         and not wif-slot-cell-changed(wif-slot-ix)
016360         move 'unchanged' to wif-remark
016370         go to 5500-print
016380     end-if
016390     if wif-slot-run-lcm(wif-slot-ix) > wif-horizon
016400         move 'past horizon' to wif-remark
016410         add 1 to wif-skip-count
016420         go to 5500-print
016430     end-if
016440     move wif-slot-run-lcm(wif-slot-ix) to wif-period
016450     if wif-slot-ix > 1
016460         and wif-slot-val-count(1) > 0
016470         and not wif-slot-lcm-overflow(1)
016480         and wif-slot-run-lcm(1) not > wif-horizon
016490         move wif-slot-run-lcm(1) to wif-base-period
016500         perform 3450-set-shift-remark thru 3450-exit
016510     end-if
016520     move wif-remark to wif-rpt-crow-remark
016530     move wif-rpt-cell-row to wif-rpt-print-line
016540     perform 8810-write-line thru 8810-exit
016550     perform 3400-project-dates thru 3400-exit
016560     go to 5500-next.
016570 5500-print.
016580     move wif-remark to wif-rpt-crow-remark
016590     move wif-rpt-cell-row to wif-rpt-print-line
016600     perform 8810-write-line thru 8810-exit.
016610 5500-next.
016620     add 1 to wif-slot-ix.
016630 5500-exit.
016640     exit.
016650*---------------------------------------------------------------
016660*  8810-WRITE-LINE - WRITE WIF-RPT-PRINT-LINE TO GCDWHAT WITH
016670*  PAGE-OVERFLOW HANDLING.  A FAILED WRITE IS RECORDED ONCE AND
016680*  THE REST OF THE REPORT IS SKIPPED.
016690*---------------------------------------------------------------
016700 8810-write-line.
016710     if not wif-rpt-usable
016720         go to 8810-exit
016730     end-if
016740     if wif-line-count > 55
016750         perform 8820-write-heading thru 8820-exit
016760     end-if
016770     write wif-rpt-record from wif-rpt-print-line
016780     if wif-rpt-status not = '00'
016790         display 'error writing gcdwhat, status ' wif-rpt-status
016800         move 'N' to wif-rpt-switch
016810         move 12 to wif-rc-candidate
016820         perform 9100-raise-return-code thru 9100-exit
016830     end-if
016840     add 1 to wif-line-count
016850     move spaces to wif-rpt-print-line.
016860 8810-exit.
016870     exit.
016880*---------------------------------------------------------------
016890*  8820-WRITE-HEADING - START A NEW REPORT PAGE.
016900*---------------------------------------------------------------
016910 8820-write-heading.
016920     add 1 to wif-page
016930     move wif-page to wif-rpt-h1-page
016940     if wif-page = 1
016950         write wif-rpt-record from wif-rpt-h1
016960     else
016970         write wif-rpt-record from wif-rpt-h1
016980             after advancing page
016990     end-if
017000     write wif-rpt-record from wif-rpt-h2
017010     move spaces to wif-rpt-record
017020     write wif-rpt-record
017030     if wif-rpt-status not = '00'
017040         display 'error writing gcdwhat, status ' wif-rpt-status
017050         move 'N' to wif-rpt-switch
017060         move 12 to wif-rc-candidate
017070         perform 9100-raise-return-code thru 9100-exit
017080     end-if
017090     move 3 to wif-line-count.
017100 8820-exit.
017110     exit.
017120*---------------------------------------------------------------
017130*  9000-TERMINATE - FINAL CONSOLE TOTALS AND SIGN-OFF.
017140*---------------------------------------------------------------
017150 9000-terminate.
017160     display 'gcd-whatif run complete'
017170     display '  scenario records : ' wif-chg-read-count
017180     display '  rejected         : ' wif-chg-rej-count
017190     display '  pairs read       : ' wif-mast-read-count
017200     display '  pairs affected   : ' wif-pair-affected-count
017210     display '  cells affected   : ' wif-cell-affected-count.
017220 9000-exit.
017230     exit.
017240*---------------------------------------------------------------
017250*  9100-RAISE-RETURN-CODE - RAISE THE RUN CONDITION CODE TO
017260*  WIF-RC-CANDIDATE UNLESS A WORSE ONE IS ALREADY RECORDED,
017270*  MATCHING THE DRIVER'S DISCIPLINE.
017280*---------------------------------------------------------------
017290 9100-raise-return-code.
017300     if wif-rc-candidate > wif-return-code
017310         move wif-rc-candidate to wif-return-code
017320     end-if.
017330 9100-exit.
017340     exit.
017350 end program GCD-WHATIF.
