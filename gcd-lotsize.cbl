000010*****************************************************************
000020*
000030*   PROGRAM-ID.   GCD-LOTSIZE.
000040*   AUTHOR.       D. HALLIGAN - SCHEDULING SYSTEMS GROUP.
000050*   INSTALLATION. LOT-SIZING / SHOP SCHEDULING.
000060*   DATE-WRITTEN. 10/14/2026.
000070*   DATE-COMPILED.
000080*
000090*   REMARKS.
000100*       COMMON LOT-SIZE RECOMMENDATIONS FOR THE PARTMAST PART
000110*       PAIRS, FROM THE PLANNING GROUP'S DEMAND FILE (LOTDMND):
000120*       ONE RECORD PER PART WITH THE PERIOD DEMAND, THE MINIMUM
000130*       ORDER QUANTITY AND THE CONTAINER/PACK QUANTITY.  FOR
000140*       EVERY PAIR WHOSE TWO PARTS BOTH HAVE DEMAND, THE LOT
000150*       UNIT IS THE LCM OF THE TWO PACK QUANTITIES, TAKEN
000160*       THROUGH GCD-CALC - THE SMALLEST QUANTITY THAT FILLS
000170*       WHOLE PACKS OF BOTH PARTS - AND THE RECOMMENDED COMMON
000180*       LOT IS THE SMALLEST MULTIPLE OF IT AT OR ABOVE BOTH
000190*       MINIMUMS AND BOTH DEMANDS.  THE GCDLOTS REPORT SHOWS
000200*       EACH PART'S OVERAGE (LOT LESS DEMAND) AND OVERAGE PER
000210*       CENT OF DEMAND, AND FLAGS A PAIR WHOSE OVERAGE ON
000220*       EITHER PART RUNS PAST THE TOLERANCE ON THE LOTPARM CARD
000230*       (CONSOLE PROMPT WHEN NO CARD, DEFAULT 25 PER CENT) -
000240*       THE SMALLEST QUALIFYING LOT IS OVER, SO NO LOT FITS.
000250*       A PAIR WITH DEMAND FOR ONLY ONE OF ITS PARTS, DEMAND
000260*       RECORDS THAT FAIL THEIR EDITS, AND DEMAND PARTS ON NO
000270*       PARTMAST PAIR ARE LISTED.  PARTMAST IS OPENED INPUT
000280*       AND NEVER CHANGED.  A LOT TOO LARGE FOR THE REPORT'S
000283*       10-DIGIT LOT COLUMN IS REPORTED AS AN OVERFLOW, NOT
000286*       RECOMMENDED.
000290*       RETURN CODES: 0 = CLEAN, 4 = PAIRS OVER TOLERANCE OR
000300*       OTHER EXCEPTIONS LISTED, 8 = RUN ABORTED (BAD
000310*       CRITERIA), 12 = I/O FAILURE.
000320*
000330*   MODIFICATION HISTORY.
000340*     10/14/2026  DH   INITIAL VERSION, TO REPLACE THE MONDAY
000350*                      LOT-SIZING SPREADSHEET.
000352*     10/15/2026  DH   A LOT PAST 10 DIGITS IS NOW REPORTED AS AN
000354*                      OVERFLOW - IT WAS PRINTED WITH ITS HIGH-
000356*                      ORDER DIGITS DROPPED.
000360*
000370*****************************************************************
000380 identification division.
000390 program-id. GCD-LOTSIZE.
000400 author. D. Halligan - Scheduling Systems Group.
000410 installation. Lot-Sizing / Shop Scheduling.
000420 date-written. 10/14/2026.
000430 date-compiled.
000440 environment division.
000450 configuration section.
000460 source-computer. x8086.
000470 object-computer. LLVM.
000480 input-output section.
000490 file-control.
000500     select lotparm assign to "LOTPARM"
000510         organization is line sequential
000520         file status is lot-parm-status.
000530     select lotdmnd assign to "LOTDMND"
000540         organization is line sequential
000550         file status is lot-dmd-status.
000560     select partmast assign to "PARTMAST"
000570         organization is indexed
000580         access is dynamic
000590         record key is lot-mast-pair-id
000600         file status is lot-mast-status.
000610     select lotrpt assign to "GCDLOTS"
000620         organization is line sequential
000630         file status is lot-rpt-status.
000640 data division.
000650 file section.
000660*---------------------------------------------------------------
000670*  LOTPARM - SINGLE CONTROL CARD CARRYING THE OVERAGE
000680*  TOLERANCE, WHOLE PER CENT OF DEMAND.  OPTIONAL; THE CONSOLE
000690*  PROMPT TAKES OVER WHEN THE CARD IS ABSENT.
000700*---------------------------------------------------------------
000710 fd  lotparm.
000720 01  lot-parm-record.
000730     05  lot-parm-tol-pct         pic x(03).
000740     05  filler                   pic x(77).
000750*---------------------------------------------------------------
000760*  LOTDMND - THE PLANNING GROUP'S DEMAND FILE, ONE RECORD PER
000770*  PART FOR THE PERIOD BEING PLANNED.
000780*---------------------------------------------------------------
000790 fd  lotdmnd.
000800 01  lot-dmd-record.
000810     05  lot-dmd-part-nbr         pic x(10).
000820     05  filler                   pic x(01).
000830     05  lot-dmd-demand           pic 9(09).
000840     05  filler                   pic x(01).
000850     05  lot-dmd-min-qty          pic 9(09).
000860     05  filler                   pic x(01).
000870     05  lot-dmd-pack-qty         pic 9(09).
000880     05  filler                   pic x(40).
000890*---------------------------------------------------------------
000900*  PARTMAST - THE INDEXED PART-PAIR MASTER, READ END TO END.
000910*---------------------------------------------------------------
000920 fd  partmast.
000930 01  lot-mast-record.
000940     05  lot-mast-pair-id         pic x(10).
000950     05  lot-mast-part-a-nbr      pic x(10).
000960     05  lot-mast-part-b-nbr      pic x(10).
000970     05  lot-mast-part-a-desc     pic x(20).
000980     05  lot-mast-part-b-desc     pic x(20).
000990     05  lot-mast-cycle-a         pic s9(09) comp-3.
001000     05  lot-mast-cycle-b         pic s9(09) comp-3.
001010     05  lot-mast-gcd             pic s9(09) comp-3.
001020     05  lot-mast-lcm             pic s9(18) comp-3.
001030     05  lot-mast-last-calc       pic 9(08).
001040     05  filler                   pic x(07).
001050*---------------------------------------------------------------
001060*  GCDLOTS - THE PRINTABLE RECOMMENDATION REPORT.
001070*---------------------------------------------------------------
001080 fd  lotrpt.
001090 01  lot-rpt-record               pic x(80).
001100 working-storage section.
001110*---------------------------------------------------------------
001120*  RUN CONTROLS AND COUNTERS.
001130*---------------------------------------------------------------
001140 77  lot-return-code              pic 9(02) value 0.
001150 77  lot-rc-candidate             pic 9(02) value 0.
001160 77  lot-eof-switch               pic x(01) value 'N'.
001170     88  lot-end-of-input             value 'Y'.
001180 77  lot-abort-switch             pic x(01) value 'N'.
001190     88  lot-run-aborted              value 'Y'.
001200 77  lot-parm-switch              pic x(01) value 'N'.
001210     88  lot-parm-present             value 'Y'.
001220 77  lot-rpt-switch               pic x(01) value 'N'.
001230     88  lot-rpt-usable               value 'Y'.
001240 77  lot-caption-switch           pic x(01) value 'N'.
001250     88  lot-caption-done             value 'Y'.
001260 77  lot-dmd-read-count           pic 9(09) value 0.
001270 77  lot-dmd-rej-count            pic 9(09) value 0.
001280 77  lot-mast-read-count          pic 9(09) value 0.
001290 77  lot-pair-rec-count           pic 9(09) value 0.
001300 77  lot-pair-over-count          pic 9(09) value 0.
001310 77  lot-pair-half-count          pic 9(09) value 0.
001320 77  lot-pair-ovfl-count          pic 9(09) value 0.
001330 77  lot-unmatched-count          pic 9(09) value 0.
001340*---------------------------------------------------------------
001350*  OVERAGE TOLERANCE - WHOLE PER CENT OF DEMAND.  ZERO IS A
001360*  LEGAL TOLERANCE: THE LOT MUST THEN MEET DEMAND EXACTLY.
001370*---------------------------------------------------------------
001380 77  lot-card-tol-pct             pic x(03) value spaces.
001390 77  lot-tol-pct                  pic 9(03) value 25.
001400*---------------------------------------------------------------
001410*  DEMAND TABLE - ONE ENTRY PER PART ON LOTDMND, WITH A
001420*  SWITCH SET ONCE THE PART IS FOUND ON A PARTMAST PAIR.  PAST
001430*  THE TABLE SIZE LATER PARTS ARE REJECTED AS EXCEPTIONS.
001440*---------------------------------------------------------------
001450 77  lot-dmd-used                 pic 9(05) value 0.
001460 77  lot-dmd-ix                   pic 9(05) value 0.
001470 77  lot-dmd-found-ix             pic 9(05) value 0.
001480 77  lot-ix-a                     pic 9(05) value 0.
001490 77  lot-ix-b                     pic 9(05) value 0.
001500 77  lot-find-part                pic x(10) value spaces.
001510 01  lot-dmd-table.
001520     05  lot-dmd-entry            occurs 5000 times.
001530         10  lot-tbl-part         pic x(10).
001540         10  lot-tbl-demand       pic 9(09).
001550         10  lot-tbl-min-qty      pic 9(09).
001560         10  lot-tbl-pack-qty     pic 9(09).
001570         10  lot-tbl-match-switch pic x(01).
001580             88  lot-tbl-matched      value 'Y'.
001590*---------------------------------------------------------------
001600*  LOT WORK CELLS.  THE PACK QUANTITIES GO TO GCD-CALC IN THE
001610*  SAME PICTURES THE DRIVER PASSES; THE PACK LCM, THE LOT AND
001620*  THE OVERAGES ARE CARRIED IN 18 DIGITS, BUT A LOT OVER 10
001630*  DIGITS - THE WIDTH OF THE REPORT'S LOT AND OVERAGE COLUMNS -
001633*  IS REPORTED AS AN OVERFLOW, NOT TRUNCATED.  THE CAP ALSO
001636*  KEEPS THE OVERAGE X 100 OF THE TOLERANCE TEST IN 18 DIGITS.
001640*---------------------------------------------------------------
001650 77  lot-calc-a                   pic s9(09) comp-3 value 0.
001660 77  lot-calc-b                   pic s9(09) comp-3 value 0.
001670 77  lot-calc-gcd                 pic s9(09) comp-3 value 0.
001680 77  lot-trace-switch             pic x(01) value 'N'.
001690 77  lot-product                  pic s9(18) comp-3 value 0.
001700 77  lot-pack-lcm                 pic s9(18) comp-3 value 0.
001710 77  lot-target                   pic s9(09) comp-3 value 0.
001720 77  lot-mult                     pic s9(18) comp-3 value 0.
001730 77  lot-rem                      pic s9(18) comp-3 value 0.
001740 77  lot-qty                      pic s9(18) comp-3 value 0.
001750 77  lot-over                     pic s9(18) comp-3 value 0.
001760 77  lot-over-scaled              pic s9(18) comp-3 value 0.
001770 77  lot-tol-scaled               pic s9(18) comp-3 value 0.
001780 77  lot-pct                      pic s9(05) comp-3 value 0.
001790 77  lot-pct-ed                   pic zzzz9.
001800 77  lot-ovfl-switch              pic x(01) value 'N'.
001810     88  lot-qty-overflow             value 'Y'.
001820 77  lot-over-switch              pic x(01) value 'N'.
001830     88  lot-over-tolerance           value 'Y'.
001840*---------------------------------------------------------------
001850*  RUN TIMESTAMP FOR THE REPORT HEADING.
001860*---------------------------------------------------------------
001870 01  lot-timestamp-fields.
001880     05  lot-ts-date              pic 9(08).
001890     05  lot-ts-time              pic 9(08).
001900 01  lot-timestamp-parts redefines lot-timestamp-fields.
001910     05  filler                   pic x(08).
001920     05  lot-ts-hh                pic 9(02).
001930     05  lot-ts-mi                pic 9(02).
001940     05  lot-ts-ss                pic 9(02).
001950     05  filler                   pic x(02).
001960*---------------------------------------------------------------
001970*  REPORT PAGING AND PRINT LINES.  EACH RECOMMENDED PAIR
001980*  PRINTS ONE LINE PER PART, THEN THE PACK GCD/LCM THE LOT IS
001990*  BUILT FROM, THEN ANY TOLERANCE REMARK.
002000*---------------------------------------------------------------
002010 77  lot-page                     pic 9(03) value 0.
002020 77  lot-line-count               pic 9(03) value 99.
002030 01  lot-rpt-h1.
002040     05  filler                   pic x(05) value spaces.
002050     05  filler                   pic x(40)
002060         value 'gcd-lotsize  common lot recommendations '.
002070     05  filler                   pic x(24) value spaces.
002080     05  filler                   pic x(05) value 'page '.
002090     05  lot-rpt-h1-page          pic zz9.
002100 01  lot-rpt-h2.
002110     05  filler                   pic x(05) value spaces.
002120     05  filler                   pic x(09) value 'run date '.
002130     05  lot-rpt-h2-date          pic 9999/99/99.
002140     05  filler                   pic x(11) value '  run time '.
002150     05  lot-rpt-h2-hh            pic 9(02).
002160     05  filler                   pic x(01) value ':'.
002170     05  lot-rpt-h2-mi            pic 9(02).
002180     05  filler                   pic x(01) value ':'.
002190     05  lot-rpt-h2-ss            pic 9(02).
002200 01  lot-rpt-crit-line.
002210     05  filler                   pic x(05) value spaces.
002220     05  filler                   pic x(19)
002230         value 'overage tolerance  '.
002240     05  lot-rpt-crit-pct         pic zz9.
002250     05  filler                   pic x(19)
002260         value ' per cent of demand'.
002270 01  lot-rpt-caption.
002280     05  filler                   pic x(02) value spaces.
002290     05  lot-rpt-caption-text     pic x(50).
002300 01  lot-rpt-h3.
002310     05  filler                   pic x(02) value spaces.
002320     05  filler                   pic x(11) value 'pair-id'.
002330     05  filler                   pic x(10) value 'part'.
002340     05  filler                   pic x(19)
002350         value '   demand   min ord'.
002360     05  filler                   pic x(21)
002370         value '      pack        lot'.
002380     05  filler                   pic x(17)
002390         value '    overage over%'.
002400 01  lot-rpt-det-line.
002410     05  filler                   pic x(02) value spaces.
002420     05  lot-rpt-pair-id          pic x(10).
002430     05  filler                   pic x(01) value space.
002440     05  lot-rpt-part             pic x(10).
002450     05  lot-rpt-demand           pic z(8)9.
002460     05  filler                   pic x(01) value space.
002470     05  lot-rpt-min-qty          pic z(8)9.
002480     05  filler                   pic x(01) value space.
002490     05  lot-rpt-pack-qty         pic z(8)9.
002500     05  filler                   pic x(01) value space.
002510     05  lot-rpt-lot              pic z(9)9.
002520     05  filler                   pic x(01) value space.
002530     05  lot-rpt-over             pic z(9)9.
002540     05  filler                   pic x(01) value space.
002550     05  lot-rpt-pct              pic x(05).
002560 01  lot-rpt-pack-line.
002570     05  filler                   pic x(25) value spaces.
002580     05  filler                   pic x(09) value 'pack gcd '.
002590     05  lot-rpt-pack-gcd         pic z(8)9.
002600     05  filler                   pic x(12)
002610         value '   pack lcm '.
002620     05  lot-rpt-pack-lcm         pic z(17)9.
002630 01  lot-rpt-remark-line.
002640     05  filler                   pic x(25) value spaces.
002650     05  lot-rpt-remark           pic x(55).
002660 01  lot-rpt-exc-line.
002670     05  filler                   pic x(02) value spaces.
002680     05  lot-rpt-exc-part         pic x(10).
002690     05  filler                   pic x(02) value spaces.
002700     05  lot-rpt-exc-reason       pic x(50).
002710 01  lot-rpt-total.
002720     05  filler                   pic x(05) value spaces.
002730     05  lot-rpt-label            pic x(30).
002740     05  lot-rpt-value            pic z(8)9.
002750 77  lot-rpt-print-line           pic x(80) value spaces.
002760*---------------------------------------------------------------
002770*  FILE STATUS CODES.
002780*---------------------------------------------------------------
002790 77  lot-parm-status              pic x(02) value spaces.
002800 77  lot-dmd-status               pic x(02) value spaces.
002810 77  lot-mast-status              pic x(02) value spaces.
002820 77  lot-rpt-status               pic x(02) value spaces.
002830 procedure division.
002840*---------------------------------------------------------------
002850*  0000-MAINLINE.
002860*---------------------------------------------------------------
002870 0000-mainline.
002880     perform 1000-initialize thru 1000-exit
002890     if not lot-run-aborted
002900         perform 2000-load-demand thru 2000-exit
002910     end-if
002920     if not lot-run-aborted
002930         perform 3000-lot-pass thru 3000-exit
002940     end-if
002950     if not lot-run-aborted
002960         perform 3500-list-unmatched thru 3500-exit
002970     end-if
002980     perform 4000-finish-report thru 4000-exit
002990     perform 9000-terminate thru 9000-exit
003000     move lot-return-code to return-code
003010     stop run.
003020*---------------------------------------------------------------
003030*  1000-INITIALIZE - COLLECT AND EDIT THE OVERAGE TOLERANCE
003040*  AND OPEN THE REPORT.
003050*---------------------------------------------------------------
003060 1000-initialize.
003070     display 'gcd-lotsize - common lot recommendations'
003080     accept lot-ts-date from date yyyymmdd
003090     accept lot-ts-time from time
003100     perform 1100-read-parm-card thru 1100-exit
003110     if not lot-parm-present
003120         display 'enter overage tolerance, whole per cent'
003130         display '(blank = 25)'
003140         accept lot-card-tol-pct
003150     end-if
003160     if lot-card-tol-pct not = spaces
003170         if lot-card-tol-pct not numeric
003180             display 'overage tolerance invalid - run refused'
003190             set lot-run-aborted to true
003200             move 8 to lot-rc-candidate
003210             perform 9100-raise-return-code thru 9100-exit
003220             go to 1000-exit
003230         end-if
003240         move lot-card-tol-pct to lot-tol-pct
003250     end-if
003260     move lot-ts-date to lot-rpt-h2-date
003270     move lot-ts-hh to lot-rpt-h2-hh
003280     move lot-ts-mi to lot-rpt-h2-mi
003290     move lot-ts-ss to lot-rpt-h2-ss
003300     open output lotrpt
003310     if lot-rpt-status not = '00'
003320         display 'error opening gcdlots, status ' lot-rpt-status
003330         set lot-run-aborted to true
003340         move 12 to lot-rc-candidate
003350         perform 9100-raise-return-code thru 9100-exit
003360         go to 1000-exit
003370     end-if
003380     set lot-rpt-usable to true
003390     move lot-tol-pct to lot-rpt-crit-pct
003400     move lot-rpt-crit-line to lot-rpt-print-line
003410     perform 3810-write-line thru 3810-exit
003420     perform 3810-write-line thru 3810-exit.
003430 1000-exit.
003440     exit.
003450*---------------------------------------------------------------
003460*  1100-READ-PARM-CARD - READ THE OPTIONAL LOTPARM CARD, THE
003470*  SAME WAY THE DRIVER TREATS GCDPARM.
003480*---------------------------------------------------------------
003490 1100-read-parm-card.
003500     open input lotparm
003510     if lot-parm-status not = '00'
003520         go to 1100-exit
003530     end-if
003540     read lotparm
003550         at end
003560             close lotparm
003570             go to 1100-exit
003580     end-read
003590     if lot-parm-status not = '00'
003600         close lotparm
003610         go to 1100-exit
003620     end-if
003630     set lot-parm-present to true
003640*    THE CARD FIELD IS SAVED ASIDE BEFORE THE CLOSE - THE
003650*    RECORD AREA OF A CLOSED FILE IS NOT OURS TO READ.
003660     move lot-parm-tol-pct to lot-card-tol-pct
003670     close lotparm.
003680 1100-exit.
003690     exit.
003700*---------------------------------------------------------------
003710*  2000-LOAD-DEMAND - LOAD LOTDMND INTO THE DEMAND TABLE.
003720*  RECORDS THAT FAIL THEIR EDITS ARE LISTED UNDER THEIR OWN
003730*  CAPTION AND LEFT OUT OF THE TABLE.
003740*---------------------------------------------------------------
003750 2000-load-demand.
003760     open input lotdmnd
003770     if lot-dmd-status not = '00'
003780         display 'error opening lotdmnd, status ' lot-dmd-status
003790         set lot-run-aborted to true
003800         move 12 to lot-rc-candidate
003810         perform 9100-raise-return-code thru 9100-exit
003820         go to 2000-exit
003830     end-if
003840     move 'N' to lot-caption-switch
003850     move 'N' to lot-eof-switch
003860     perform 2100-load-one-demand thru 2100-exit
003870         until lot-end-of-input
003880     move 'N' to lot-eof-switch
003890     close lotdmnd
003900     if lot-dmd-status not = '00'
003910         display 'error closing lotdmnd, status ' lot-dmd-status
003920         move 12 to lot-rc-candidate
003930         perform 9100-raise-return-code thru 9100-exit
003940     end-if
003950     if lot-caption-done
003960         move spaces to lot-rpt-print-line
003970         perform 3810-write-line thru 3810-exit
003980     end-if.
003990 2000-exit.
004000     exit.
004010*---------------------------------------------------------------
004020*  2100-LOAD-ONE-DEMAND - EDIT ONE DEMAND RECORD AND FILE IT:
004030*  A PART NUMBER, NUMERIC QUANTITIES, A PACK QUANTITY ABOVE
004040*  ZERO, AND NO SECOND RECORD FOR A PART ALREADY LOADED.
004050*---------------------------------------------------------------
004060 2100-load-one-demand.
004070     read lotdmnd
004080         at end
004090             set lot-end-of-input to true
004100             go to 2100-exit
004110     end-read
004120     if lot-dmd-status not = '00'
004130         display 'error reading lotdmnd, status ' lot-dmd-status
004140         set lot-run-aborted to true
004150         move 12 to lot-rc-candidate
004160         perform 9100-raise-return-code thru 9100-exit
004170         set lot-end-of-input to true
004180         go to 2100-exit
004190     end-if
004200     add 1 to lot-dmd-read-count
004210     move lot-dmd-part-nbr to lot-rpt-exc-part
004220     if lot-dmd-part-nbr = spaces
004230         move 'part number blank' to lot-rpt-exc-reason
004240         go to 2100-reject
004250     end-if
004260     if lot-dmd-demand not numeric
004270         or lot-dmd-min-qty not numeric
004280         or lot-dmd-pack-qty not numeric
004290         move 'quantity not numeric' to lot-rpt-exc-reason
004300         go to 2100-reject
004310     end-if
004320     if lot-dmd-pack-qty = 0
004330         move 'pack quantity zero' to lot-rpt-exc-reason
004340         go to 2100-reject
004350     end-if
004360     move lot-dmd-part-nbr to lot-find-part
004370     perform 2200-find-part thru 2200-exit
004380     if lot-dmd-found-ix > 0
004390         move 'second demand record for part - ignored'
004400             to lot-rpt-exc-reason
004410         go to 2100-reject
004420     end-if
004430     if lot-dmd-used not < 5000
004440         move 'demand table full - part not loaded'
004450             to lot-rpt-exc-reason
004460         go to 2100-reject
004470     end-if
004480     add 1 to lot-dmd-used
004490     move lot-dmd-part-nbr to lot-tbl-part(lot-dmd-used)
004500     move lot-dmd-demand to lot-tbl-demand(lot-dmd-used)
004510     move lot-dmd-min-qty to lot-tbl-min-qty(lot-dmd-used)
004520     move lot-dmd-pack-qty to lot-tbl-pack-qty(lot-dmd-used)
004530     move 'N' to lot-tbl-match-switch(lot-dmd-used)
004540     go to 2100-exit.
004550 2100-reject.
004560     add 1 to lot-dmd-rej-count
004570     if not lot-caption-done
004580         move spaces to lot-rpt-caption
004590         move 'demand records rejected' to lot-rpt-caption-text
004600         move lot-rpt-caption to lot-rpt-print-line
004610         perform 3810-write-line thru 3810-exit
004620         set lot-caption-done to true
004630     end-if
004640     move lot-rpt-exc-line to lot-rpt-print-line
004650     perform 3810-write-line thru 3810-exit.
004660 2100-exit.
004670     exit.
004680*---------------------------------------------------------------
004690*  2200-FIND-PART - LINEAR SCAN OF THE DEMAND TABLE FOR
004700*  LOT-FIND-PART.  LEAVES LOT-DMD-FOUND-IX AT THE ENTRY, OR
004710*  ZERO WHEN THE PART HAS NO DEMAND RECORD.
004720*---------------------------------------------------------------
004730 2200-find-part.
004740     move 0 to lot-dmd-found-ix
004750     move 1 to lot-dmd-ix
004760     perform 2250-scan-part-entry thru 2250-exit
004770         until lot-dmd-ix > lot-dmd-used
004780         or lot-dmd-found-ix > 0.
004790 2200-exit.
004800     exit.
004810*---------------------------------------------------------------
004820*  2250-SCAN-PART-ENTRY - ONE STEP OF THE DEMAND TABLE SCAN.
004830*---------------------------------------------------------------
004840 2250-scan-part-entry.
004850     if lot-tbl-part(lot-dmd-ix) = lot-find-part
004860         move lot-dmd-ix to lot-dmd-found-ix
004870     else
004880         add 1 to lot-dmd-ix
004890     end-if.
004900 2250-exit.
004910     exit.
004920*---------------------------------------------------------------
004930*  3000-LOT-PASS - EVERY MASTER PAIR AGAINST THE DEMAND TABLE.
004940*---------------------------------------------------------------
004950 3000-lot-pass.
004960     open input partmast
004970     if lot-mast-status not = '00'
004980         display 'error opening partmast, status '
004990             lot-mast-status
005000         set lot-run-aborted to true
005010         move 12 to lot-rc-candidate
005020         perform 9100-raise-return-code thru 9100-exit
005030         go to 3000-exit
005040     end-if
005050     move spaces to lot-rpt-caption
005060     move 'common lot recommendations' to lot-rpt-caption-text
005070     move lot-rpt-caption to lot-rpt-print-line
005080     perform 3810-write-line thru 3810-exit
005090     move lot-rpt-h3 to lot-rpt-print-line
005100     perform 3810-write-line thru 3810-exit
005110     move 'N' to lot-eof-switch
005120     perform 3100-lot-one-pair thru 3100-exit
005130         until lot-end-of-input
005140     move 'N' to lot-eof-switch
005150     if lot-pair-rec-count = 0 and lot-pair-half-count = 0
005160         move '  no partmast pair has demand this period'
005170             to lot-rpt-print-line
005180         perform 3810-write-line thru 3810-exit
005190     end-if
005200     close partmast
005210     if lot-mast-status not = '00'
005220         display 'error closing partmast, status '
005230             lot-mast-status
005240         move 12 to lot-rc-candidate
005250         perform 9100-raise-return-code thru 9100-exit
005260     end-if.
005270 3000-exit.
005280     exit.
005290*---------------------------------------------------------------
005300*  3100-LOT-ONE-PAIR - LOOK UP BOTH PARTS OF ONE MASTER PAIR.
005310*  A PAIR WITH NO DEMAND ON EITHER PART IS NOT BEING PLANNED
005320*  THIS PERIOD AND IS PASSED OVER; DEMAND ON ONE PART ONLY
005330*  CANNOT MAKE A COMMON LOT AND IS LISTED AS SUCH.
005340*---------------------------------------------------------------
005350 3100-lot-one-pair.
005360     read partmast next
005370         at end
005380             set lot-end-of-input to true
005390             go to 3100-exit
005400     end-read
005410     if lot-mast-status not = '00'
005420         display 'error reading partmast, status '
005430             lot-mast-status
005440         set lot-run-aborted to true
005450         move 12 to lot-rc-candidate
005460         perform 9100-raise-return-code thru 9100-exit
005470         set lot-end-of-input to true
005480         go to 3100-exit
005490     end-if
005500     add 1 to lot-mast-read-count
005510     move lot-mast-part-a-nbr to lot-find-part
005520     perform 2200-find-part thru 2200-exit
005530     move lot-dmd-found-ix to lot-ix-a
005540     move lot-mast-part-b-nbr to lot-find-part
005550     perform 2200-find-part thru 2200-exit
005560     move lot-dmd-found-ix to lot-ix-b
005570     if lot-ix-a = 0 and lot-ix-b = 0
005580         go to 3100-exit
005590     end-if
005600     if lot-ix-a > 0 and lot-ix-b > 0
005610         perform 3200-recommend-lot thru 3200-exit
005620         go to 3100-exit
005630     end-if
005640     add 1 to lot-pair-half-count
005650     move spaces to lot-rpt-det-line
005660     move lot-mast-pair-id to lot-rpt-pair-id
005670     if lot-ix-a > 0
005680         set lot-tbl-matched(lot-ix-a) to true
005690         move lot-mast-part-a-nbr to lot-rpt-part
005700         move lot-mast-part-b-nbr to lot-find-part
005710     else
005720         set lot-tbl-matched(lot-ix-b) to true
005730         move lot-mast-part-b-nbr to lot-rpt-part
005740         move lot-mast-part-a-nbr to lot-find-part
005750     end-if
005760     move lot-rpt-det-line to lot-rpt-print-line
005770     perform 3810-write-line thru 3810-exit
005780     move spaces to lot-rpt-remark
005790     string 'no demand record for other part '
005800             delimited by size
005810         lot-find-part delimited by size
005820         into lot-rpt-remark
005830     end-string
005840     move lot-rpt-remark-line to lot-rpt-print-line
005850     perform 3810-write-line thru 3810-exit.
005860 3100-exit.
005870     exit.
005880*---------------------------------------------------------------
005890*  3200-RECOMMEND-LOT - THE COMMON LOT FOR A PAIR WITH DEMAND
005900*  ON BOTH PARTS.  THE LOT UNIT IS LCM(PACK A, PACK B) = PACK A
005910*  / GCD * PACK B, DIVIDED FIRST TO KEEP THE PRODUCT SMALL; THE
005920*  LOT IS THE FEWEST WHOLE UNITS REACHING THE LARGER OF THE TWO
005930*  DEMANDS AND THE TWO MINIMUMS (ONE UNIT AT LEAST).
005940*---------------------------------------------------------------
005950 3200-recommend-lot.
005960     set lot-tbl-matched(lot-ix-a) to true
005970     set lot-tbl-matched(lot-ix-b) to true
005980     add 1 to lot-pair-rec-count
005990     move 'N' to lot-ovfl-switch
006000     move 'N' to lot-over-switch
006010     move lot-tbl-pack-qty(lot-ix-a) to lot-calc-a
006020     move lot-tbl-pack-qty(lot-ix-b) to lot-calc-b
006030     call 'GCD-CALC' using lot-calc-a lot-calc-b
006040         lot-trace-switch lot-calc-gcd
006050     divide lot-calc-a by lot-calc-gcd giving lot-product
006060     multiply lot-product by lot-calc-b giving lot-pack-lcm
006070     move lot-tbl-demand(lot-ix-a) to lot-target
006080     if lot-tbl-demand(lot-ix-b) > lot-target
006090         move lot-tbl-demand(lot-ix-b) to lot-target
006100     end-if
006110     if lot-tbl-min-qty(lot-ix-a) > lot-target
006120         move lot-tbl-min-qty(lot-ix-a) to lot-target
006130     end-if
006140     if lot-tbl-min-qty(lot-ix-b) > lot-target
006150         move lot-tbl-min-qty(lot-ix-b) to lot-target
006160     end-if
006170     divide lot-target by lot-pack-lcm
006180         giving lot-mult remainder lot-rem
006190     if lot-rem > 0 or lot-mult = 0
006200         add 1 to lot-mult
006210     end-if
006220     multiply lot-mult by lot-pack-lcm giving lot-qty
006230         on size error
006240             set lot-qty-overflow to true
006250     end-multiply
006252     if lot-qty > 9999999999
006254         set lot-qty-overflow to true
006256     end-if
006260     move lot-mast-pair-id to lot-rpt-pair-id
006270     move lot-ix-a to lot-dmd-ix
006280     move lot-mast-part-a-nbr to lot-rpt-part
006290     perform 3300-write-part-line thru 3300-exit
006300     move spaces to lot-rpt-pair-id
006310     move lot-ix-b to lot-dmd-ix
006320     move lot-mast-part-b-nbr to lot-rpt-part
006330     perform 3300-write-part-line thru 3300-exit
006340     move spaces to lot-rpt-print-line
006350     move lot-calc-gcd to lot-rpt-pack-gcd
006360     move lot-pack-lcm to lot-rpt-pack-lcm
006370     move lot-rpt-pack-line to lot-rpt-print-line
006380     perform 3810-write-line thru 3810-exit
006390     if lot-qty-overflow
006400         add 1 to lot-pair-ovfl-count
006410         move '*** lot runs past 10 digits - none recommended ***'
006420             to lot-rpt-remark
006430         move lot-rpt-remark-line to lot-rpt-print-line
006440         perform 3810-write-line thru 3810-exit
006450         go to 3200-exit
006460     end-if
006470     if lot-over-tolerance
006480         add 1 to lot-pair-over-count
006490         move lot-tol-pct to lot-pct-ed
006500         move spaces to lot-rpt-remark
006510         string '*** no lot within ' delimited by size
006520             lot-pct-ed delimited by size
006530             ' per cent overage tolerance ***' delimited by size
006540             into lot-rpt-remark
006550         end-string
006560         move lot-rpt-remark-line to lot-rpt-print-line
006570         perform 3810-write-line thru 3810-exit
006580     end-if.
006590 3200-exit.
006600     exit.
006610*---------------------------------------------------------------
006620*  3300-WRITE-PART-LINE - ONE PART OF THE PAIR: ITS DEMAND,
006630*  MINIMUM AND PACK, THE COMMON LOT, AND ITS OVERAGE.  THE
006640*  TOLERANCE TEST IS MADE EXACTLY, OVERAGE X 100 AGAINST
006650*  TOLERANCE X DEMAND, SO THE ROUNDED PER CENT SHOWN CAN NEVER
006660*  HIDE A LOT THAT IS JUST OVER.  A PART WITH NO DEMAND THIS
006670*  PERIOD HAS NO PER CENT AND IS NOT TESTED.
006680*---------------------------------------------------------------
006690 3300-write-part-line.
006700     move lot-tbl-demand(lot-dmd-ix) to lot-rpt-demand
006710     move lot-tbl-min-qty(lot-dmd-ix) to lot-rpt-min-qty
006720     move lot-tbl-pack-qty(lot-dmd-ix) to lot-rpt-pack-qty
006730     if lot-qty-overflow
006740         move 0 to lot-rpt-lot
006750         move 0 to lot-rpt-over
006760         move '    -' to lot-rpt-pct
006770         go to 3300-print
006780     end-if
006790     subtract lot-tbl-demand(lot-dmd-ix) from lot-qty
006800         giving lot-over
006810     move lot-qty to lot-rpt-lot
006820     move lot-over to lot-rpt-over
006830     if lot-tbl-demand(lot-dmd-ix) = 0
006840         move '  n/a' to lot-rpt-pct
006850         go to 3300-print
006860     end-if
006870     multiply lot-over by 100 giving lot-over-scaled
006880     multiply lot-tol-pct by lot-tbl-demand(lot-dmd-ix)
006890         giving lot-tol-scaled
006900     if lot-over-scaled > lot-tol-scaled
006910         set lot-over-tolerance to true
006920     end-if
006930     divide lot-over-scaled by lot-tbl-demand(lot-dmd-ix)
006940         giving lot-pct rounded
006950         on size error
006960             move 99999 to lot-pct
006970     end-divide
006980     move lot-pct to lot-pct-ed
006990     move lot-pct-ed to lot-rpt-pct.
007000 3300-print.
007010     move lot-rpt-det-line to lot-rpt-print-line
007020     perform 3810-write-line thru 3810-exit.
007030 3300-exit.
007040     exit.
007050*---------------------------------------------------------------
007060*  3500-LIST-UNMATCHED - DEMAND PARTS THAT ARE ON NO PARTMAST
007070*  PAIR.  A LOT CANNOT BE COMMON WITH NOTHING, SO THE PLANNER
007080*  SIZES THESE BY HAND - OR THE PART NUMBER IS MIS-KEYED.
007090*---------------------------------------------------------------
007100 3500-list-unmatched.
007110     move 'N' to lot-caption-switch
007120     move 1 to lot-dmd-ix
007130     perform 3550-check-unmatched thru 3550-exit
007140         until lot-dmd-ix > lot-dmd-used.
007150 3500-exit.
007160     exit.
007170*---------------------------------------------------------------
007180*  3550-CHECK-UNMATCHED - ONE DEMAND TABLE ENTRY.
007190*---------------------------------------------------------------
007200 3550-check-unmatched.
007210     if lot-tbl-matched(lot-dmd-ix)
007220         go to 3550-next
007230     end-if
007240     add 1 to lot-unmatched-count
007250     if not lot-caption-done
007260         move spaces to lot-rpt-print-line
007270         perform 3810-write-line thru 3810-exit
007280         move spaces to lot-rpt-caption
007290         move 'demand parts on no partmast pair'
007300             to lot-rpt-caption-text
007310         move lot-rpt-caption to lot-rpt-print-line
007320         perform 3810-write-line thru 3810-exit
007330         set lot-caption-done to true
007340     end-if
007350     move lot-tbl-part(lot-dmd-ix) to lot-rpt-exc-part
007360     move 'no pair carries this part' to lot-rpt-exc-reason
007370     move lot-rpt-exc-line to lot-rpt-print-line
007380     perform 3810-write-line thru 3810-exit.
007390 3550-next.
007400     add 1 to lot-dmd-ix.
007410 3550-exit.
007420     exit.
007430*---------------------------------------------------------------
007440*  3810-WRITE-LINE - WRITE LOT-RPT-PRINT-LINE TO GCDLOTS WITH
007450*  PAGE-OVERFLOW HANDLING.  A FAILED WRITE IS RECORDED ONCE AND
007460*  THE REST OF THE REPORT IS SKIPPED.
007470*---------------------------------------------------------------
007480 3810-write-line.
007490     if not lot-rpt-usable
007500         go to 3810-exit
007510     end-if
007520     if lot-line-count > 55
007530         perform 3820-write-heading thru 3820-exit
007540     end-if
007550     write lot-rpt-record from lot-rpt-print-line
007560     if lot-rpt-status not = '00'
007570         display 'error writing gcdlots, status ' lot-rpt-status
007580         move 'N' to lot-rpt-switch
007590         move 12 to lot-rc-candidate
007600         perform 9100-raise-return-code thru 9100-exit
007610     end-if
007620     add 1 to lot-line-count
007630     move spaces to lot-rpt-print-line.
007640 3810-exit.
007650     exit.
007660*---------------------------------------------------------------
007670*  3820-WRITE-HEADING - START A NEW REPORT PAGE.
007680*---------------------------------------------------------------
007690 3820-write-heading.
007700     add 1 to lot-page
007710     move lot-page to lot-rpt-h1-page
007720     if lot-page = 1
007730         write lot-rpt-record from lot-rpt-h1
007740     else
007750         write lot-rpt-record from lot-rpt-h1
007760             after advancing page
007770     end-if
007780     write lot-rpt-record from lot-rpt-h2
007790     move spaces to lot-rpt-record
007800     write lot-rpt-record
007810     if lot-rpt-status not = '00'
007820         display 'error writing gcdlots, status ' lot-rpt-status
007830         move 'N' to lot-rpt-switch
007840         move 12 to lot-rc-candidate
007850         perform 9100-raise-return-code thru 9100-exit
007860     end-if
007870     move 3 to lot-line-count.
007880 3820-exit.
007890     exit.
007900*---------------------------------------------------------------
007910*  4000-FINISH-REPORT - COUNTS AND THE END-OF-REPORT TRAILER.
007920*  PAIRS OVER TOLERANCE AND EVERY OTHER EXCEPTION LISTED RAISE
007930*  CONDITION CODE 4.
007940*---------------------------------------------------------------
007950 4000-finish-report.
007960     if lot-pair-over-count > 0
007970         or lot-pair-ovfl-count > 0
007980         or lot-pair-half-count > 0
007990         or lot-dmd-rej-count > 0
008000         or lot-unmatched-count > 0
008010         move 4 to lot-rc-candidate
008020         perform 9100-raise-return-code thru 9100-exit
008030     end-if
008040     if not lot-rpt-usable
008050         go to 4000-exit
008060     end-if
008070     move spaces to lot-rpt-print-line
008080     perform 3810-write-line thru 3810-exit
008090     move 'demand records read'      to lot-rpt-label
008100     move lot-dmd-read-count         to lot-rpt-value
008110     perform 4100-write-detail thru 4100-exit
008120     move 'demand records rejected'  to lot-rpt-label
008130     move lot-dmd-rej-count          to lot-rpt-value
008140     perform 4100-write-detail thru 4100-exit
008150     move 'master pairs read'        to lot-rpt-label
008160     move lot-mast-read-count        to lot-rpt-value
008170     perform 4100-write-detail thru 4100-exit
008180     move 'pairs with a common lot'  to lot-rpt-label
008190     move lot-pair-rec-count         to lot-rpt-value
008200     perform 4100-write-detail thru 4100-exit
008210     move 'pairs over tolerance'     to lot-rpt-label
008220     move lot-pair-over-count        to lot-rpt-value
008230     perform 4100-write-detail thru 4100-exit
008240     move 'pairs with lot overflow'  to lot-rpt-label
008250     move lot-pair-ovfl-count        to lot-rpt-value
008260     perform 4100-write-detail thru 4100-exit
008270     move 'pairs with one-part demand' to lot-rpt-label
008280     move lot-pair-half-count        to lot-rpt-value
008290     perform 4100-write-detail thru 4100-exit
008300     move 'demand parts on no pair'  to lot-rpt-label
008310     move lot-unmatched-count        to lot-rpt-value
008320     perform 4100-write-detail thru 4100-exit
008330     if lot-run-aborted
008340         move spaces to lot-rpt-print-line
008350         perform 3810-write-line thru 3810-exit
008360         move '  *** run aborted - report incomplete ***'
008370             to lot-rpt-print-line
008380         perform 3810-write-line thru 3810-exit
008390     end-if
008400     move spaces to lot-rpt-print-line
008410     perform 3810-write-line thru 3810-exit
008420     move '  *** end of report ***' to lot-rpt-print-line
008430     perform 3810-write-line thru 3810-exit
008440     close lotrpt
008450     if lot-rpt-status not = '00'
008460         display 'error closing gcdlots, status ' lot-rpt-status
008470         move 12 to lot-rc-candidate
008480         perform 9100-raise-return-code thru 9100-exit
008490     end-if.
008500 4000-exit.
008510     exit.
008520*---------------------------------------------------------------
008530*  4100-WRITE-DETAIL - PRINT THE LABEL/VALUE PAIR LEFT IN
008540*  LOT-RPT-TOTAL.
008550*---------------------------------------------------------------
008560 4100-write-detail.
008570     move lot-rpt-total to lot-rpt-print-line
008580     perform 3810-write-line thru 3810-exit.
008590 4100-exit.
008600     exit.
008610*---------------------------------------------------------------
008620*  9000-TERMINATE - FINAL CONSOLE TOTALS AND SIGN-OFF.
008630*---------------------------------------------------------------
008640 9000-terminate.
008650     display 'gcd-lotsize run complete'
008660     display '  demand records read : ' lot-dmd-read-count
008670     display '  demand rejected     : ' lot-dmd-rej-count
008680     display '  master pairs read   : ' lot-mast-read-count
008690     display '  common lots         : ' lot-pair-rec-count
008700     display '  over tolerance      : ' lot-pair-over-count
008710     display '  one-part demand     : ' lot-pair-half-count
008720     display '  parts on no pair    : ' lot-unmatched-count.
008730 9000-exit.
008740     exit.
008750*---------------------------------------------------------------
008760*  9100-RAISE-RETURN-CODE - RAISE THE RUN CONDITION CODE TO
008770*  LOT-RC-CANDIDATE UNLESS A WORSE ONE IS ALREADY RECORDED,
008780*  MATCHING THE DRIVER'S DISCIPLINE.
008790*---------------------------------------------------------------
008800 9100-raise-return-code.
008810     if lot-rc-candidate > lot-return-code
008820         move lot-rc-candidate to lot-return-code
008830     end-if.
008840 9100-exit.
008850     exit.
008860 end program GCD-LOTSIZE.
