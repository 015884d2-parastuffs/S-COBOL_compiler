000010*****************************************************************
000020*
000030*   PROGRAM-ID.   GCD-ASOF.
000040*   AUTHOR.       D. HALLIGAN - SCHEDULING SYSTEMS GROUP.
000050*   INSTALLATION. LOT-SIZING / SHOP SCHEDULING.
000060*   DATE-WRITTEN. 10/14/2026.
000070*   DATE-COMPILED.
000080*
000090*   REMARKS.
000100*       PART MASTER AS-OF RECONSTRUCTION REPORT.  GCD-MSTMAINT
000110*       AND MODE M OF ALGO-EUCLIDE WRITE A BEFORE AND AN AFTER
000120*       IMAGE OF EVERY PARTMAST RECORD THEY ADD, CHANGE, DELETE
000130*       OR RECOMPUTE TO THE GCDJRNL CHANGE JOURNAL.  THIS
000140*       PROGRAM TAKES AN AS-OF DATE AND AN OPTIONAL PAIR-ID
000150*       FROM THE ASOFPARM CARD (CONSOLE PROMPTS WHEN NO CARD;
000160*       A BLANK PAIR-ID MEANS THE WHOLE MASTER) AND PRINTS ON
000170*       GCDASOF WHAT THE MASTER SAID AT THE CLOSE OF THAT DAY.
000180*       THE JOURNAL IS READ FRONT TO BACK AND THE FIRST IMAGE
000190*       WRITTEN AFTER THE AS-OF DATE IS KEPT FOR EACH PAIR: A
000200*       BEFORE IMAGE IS EXACTLY WHAT THE PAIR LOOKED LIKE ON
000210*       THE DAY, AND AN AFTER IMAGE WITH NO BEFORE (AN ADD)
000220*       MEANS THE PAIR DID NOT YET EXIST.  A PAIR THE JOURNAL
000230*       DOES NOT MENTION AFTER THE DATE PRINTS FROM THE MASTER
000240*       AS IT STANDS, AND PAIRS DELETED SINCE PRINT FROM THEIR
000250*       BEFORE IMAGES.  THE MASTER IS ONLY READ.
000260*       RETURN CODES: 0 = CLEAN, 4 = RECONSTRUCTION INCOMPLETE
000270*       (NO JOURNAL, JOURNAL STARTS AFTER THE AS-OF DATE, PAIR
000280*       NOT ON FILE AS OF THE DATE, OR TABLE OVERFLOW), 8 = RUN
000290*       ABORTED (BAD CRITERIA), 12 = I/O FAILURE.
000300*
000310*   MODIFICATION HISTORY.
000320*     10/14/2026  DH   INITIAL VERSION, SO A DISPUTED LOT SIZE
000330*                      CAN BE ANSWERED WITH WHAT THE MASTER SAID
000340*                      THAT DAY.
000342*     10/15/2026  DH   JOURNAL ORIGIN ON THE CALC LINE NO LONGER
000344*                      CLIPS THE SOURCE'S LAST LETTER; THE TOTALS
000346*                      AND TRAILER GO THROUGH THE CHECKED WRITE.
000350*
000360*****************************************************************
000370 identification division.
000380 program-id. GCD-ASOF.
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
000490     select asofparm assign to "ASOFPARM"
000500         organization is line sequential
000510         file status is aso-parm-status.
000520     select gcdjrnl assign to "GCDJRNL"
000530         organization is line sequential
000540         file status is aso-jrnl-status.
000550     select partmast assign to "PARTMAST"
000560         organization is indexed
000570         access is dynamic
000580         record key is aso-mast-pair-id
000590         file status is aso-mast-status.
000600     select asofrpt assign to "GCDASOF"
000610         organization is line sequential
000620         file status is aso-rpt-status.
000630 data division.
000640 file section.
000650*---------------------------------------------------------------
000660*  ASOFPARM - SINGLE CONTROL CARD: THE AS-OF DATE AND THE
000670*  PAIR-ID TO REBUILD.  A BLANK PAIR-ID REBUILDS THE WHOLE
000680*  MASTER.  OPTIONAL; THE CONSOLE PROMPTS TAKE OVER WHEN THE
000690*  CARD IS ABSENT.
000700*---------------------------------------------------------------
000710 fd  asofparm.
000720 01  aso-parm-record.
000730     05  aso-parm-date            pic x(08).
000740     05  aso-parm-pair-id         pic x(10).
000750     05  filler                   pic x(62).
000760*---------------------------------------------------------------
000770*  GCDJRNL - THE PARTMAST CHANGE JOURNAL, OLDEST FIRST.  SAME
000780*  LAYOUT GCD-MSTMAINT AND ALGO-EUCLIDE WRITE.
000790*---------------------------------------------------------------
000800 fd  gcdjrnl.
000810 01  aso-jrnl-record.
000820     05  aso-jrnl-date            pic 9(08).
000830     05  aso-jrnl-time            pic 9(08).
000840     05  aso-jrnl-source          pic x(08).
000850     05  aso-jrnl-action          pic x(01).
000860     05  aso-jrnl-image           pic x(01).
000870         88  aso-jrnl-before-image    value 'B'.
000880         88  aso-jrnl-after-image     value 'A'.
000890     05  aso-jrnl-pair-id         pic x(10).
000900     05  aso-jrnl-part-a-nbr      pic x(10).
000910     05  aso-jrnl-part-b-nbr      pic x(10).
000920     05  aso-jrnl-part-a-desc     pic x(20).
000930     05  aso-jrnl-part-b-desc     pic x(20).
000940     05  aso-jrnl-cycle-a         pic s9(09)
000950         sign is trailing separate character.
000960     05  aso-jrnl-cycle-b         pic s9(09)
000970         sign is trailing separate character.
000980     05  aso-jrnl-gcd             pic s9(09)
000990         sign is trailing separate character.
001000     05  aso-jrnl-lcm             pic s9(18)
001010         sign is trailing separate character.
001020     05  aso-jrnl-last-calc       pic 9(08).
001030*---------------------------------------------------------------
001040*  PARTMAST - THE INDEXED PART-PAIR MASTER, READ ONLY.  READ
001050*  END TO END FOR THE WHOLE MASTER, OR BY KEY FOR ONE PAIR.
001060*---------------------------------------------------------------
001070 fd  partmast.
001080 01  aso-mast-record.
001090     05  aso-mast-pair-id         pic x(10).
001100     05  aso-mast-part-a-nbr      pic x(10).
001110     05  aso-mast-part-b-nbr      pic x(10).
001120     05  aso-mast-part-a-desc     pic x(20).
001130     05  aso-mast-part-b-desc     pic x(20).
001140     05  aso-mast-cycle-a         pic s9(09) comp-3.
001150     05  aso-mast-cycle-b         pic s9(09) comp-3.
001160     05  aso-mast-gcd             pic s9(09) comp-3.
001170     05  aso-mast-lcm             pic s9(18) comp-3.
001180     05  aso-mast-last-calc       pic 9(08).
001190     05  filler                   pic x(07).
001200*---------------------------------------------------------------
001210*  GCDASOF - THE PRINTABLE AS-OF REPORT.
001220*---------------------------------------------------------------
001230 fd  asofrpt.
001240 01  aso-rpt-record               pic x(80).
001250 working-storage section.
001260*---------------------------------------------------------------
001270*  RUN CONTROLS AND COUNTERS.
001280*---------------------------------------------------------------
001290 77  aso-return-code              pic 9(02) value 0.
001300 77  aso-rc-candidate             pic 9(02) value 0.
001310 77  aso-eof-switch               pic x(01) value 'N'.
001320     88  aso-end-of-input             value 'Y'.
001330 77  aso-abort-switch             pic x(01) value 'N'.
001340     88  aso-run-aborted              value 'Y'.
001350 77  aso-parm-switch              pic x(01) value 'N'.
001360     88  aso-parm-present             value 'Y'.
001370 77  aso-rpt-switch               pic x(01) value 'N'.
001380     88  aso-rpt-usable               value 'Y'.
001390 77  aso-jrnl-switch              pic x(01) value 'N'.
001400     88  aso-jrnl-on-hand             value 'Y'.
001410 77  aso-jrnl-read-count          pic 9(09) value 0.
001420 77  aso-jrnl-later-count         pic 9(09) value 0.
001430 77  aso-from-mast-count          pic 9(09) value 0.
001440 77  aso-from-jrnl-count          pic 9(09) value 0.
001450 77  aso-added-count              pic 9(09) value 0.
001460 77  aso-retired-count            pic 9(09) value 0.
001470*---------------------------------------------------------------
001480*  SELECTION CRITERIA.  THE CARD CELLS HOLD THE CARD OR THE
001490*  CONSOLE ANSWERS; THE AS-OF DATE IS EDITED INTO ITS PARTS.
001500*---------------------------------------------------------------
001510 77  aso-card-date                pic x(08) value spaces.
001520 77  aso-card-pair-id             pic x(10) value spaces.
001530 01  aso-asof-date.
001540     05  aso-asof-yyyy            pic 9(04).
001550     05  aso-asof-mm              pic 9(02).
001560     05  aso-asof-dd              pic 9(02).
001570 01  aso-asof-date-n redefines aso-asof-date pic 9(08).
001580 77  aso-first-jrnl-date          pic 9(08) value 0.
001590*---------------------------------------------------------------
001600*  LATER-IMAGE TABLE - THE FIRST JOURNAL IMAGE WRITTEN AFTER
001610*  THE AS-OF DATE FOR EACH PAIR.  THE USED FLAG MARKS AN ENTRY
001620*  THE MASTER PASS HAS ACCOUNTED FOR; WHAT IS LEFT AFTERWARDS
001630*  IS PAIRS THAT HAVE SINCE LEFT THE MASTER.  ON OVERFLOW THE
001640*  REPORT IS STILL PRINTED BUT FLAGGED INCOMPLETE.
001650*---------------------------------------------------------------
001660 77  aso-tbl-used                 pic 9(05) value 0.
001670 77  aso-tbl-ix                   pic 9(05) value 0.
001680 77  aso-tbl-found-ix             pic 9(05) value 0.
001690 77  aso-tbl-ovfl-switch          pic x(01) value 'N'.
001700     88  aso-tbl-overflowed           value 'Y'.
001710 01  aso-later-table.
001720     05  aso-tbl-entry            occurs 5000 times.
001730         10  aso-tbl-pair-id      pic x(10).
001740         10  aso-tbl-image        pic x(01).
001750             88  aso-tbl-before-image value 'B'.
001760         10  aso-tbl-date         pic 9(08).
001770         10  aso-tbl-source       pic x(08).
001780         10  aso-tbl-part-a-nbr   pic x(10).
001790         10  aso-tbl-part-b-nbr   pic x(10).
001800         10  aso-tbl-cycle-a      pic s9(09) comp-3.
001810         10  aso-tbl-cycle-b      pic s9(09) comp-3.
001820         10  aso-tbl-gcd          pic s9(09) comp-3.
001830         10  aso-tbl-lcm          pic s9(18) comp-3.
001840         10  aso-tbl-last-calc    pic 9(08).
001850         10  aso-tbl-used-switch  pic x(01).
001860             88  aso-tbl-accounted    value 'Y'.
001870*---------------------------------------------------------------
001880*  RUN TIMESTAMP FOR THE REPORT HEADING.
001890*---------------------------------------------------------------
001900 01  aso-timestamp-fields.
001910     05  aso-ts-date              pic 9(08).
001920     05  aso-ts-time              pic 9(08).
001930 01  aso-timestamp-parts redefines aso-timestamp-fields.
001940     05  filler                   pic x(08).
001950     05  aso-ts-hh                pic 9(02).
001960     05  aso-ts-mi                pic 9(02).
001970     05  aso-ts-ss                pic 9(02).
001980     05  filler                   pic x(02).
001990*---------------------------------------------------------------
002000*  AS-OF REPORT PRINT LINES.  EACH PAIR TAKES TWO LINES: THE
002010*  PARTS AND CYCLES, THEN THE LCM, LAST-CALC AND WHERE THE
002020*  IMAGE CAME FROM.
002030*---------------------------------------------------------------
002040 01  aso-rpt-h1.
002050     05  filler                   pic x(05) value spaces.
002060     05  filler                   pic x(38)
002070         value 'gcd-asof   part master as of a date   '.
002080 01  aso-rpt-h2.
002090     05  filler                   pic x(05) value spaces.
002100     05  filler                   pic x(09) value 'run date '.
002110     05  aso-rpt-h2-date          pic 9999/99/99.
002120     05  filler                   pic x(11) value '  run time '.
002130     05  aso-rpt-h2-hh            pic 9(02).
002140     05  filler                   pic x(01) value ':'.
002150     05  aso-rpt-h2-mi            pic 9(02).
002160     05  filler                   pic x(01) value ':'.
002170     05  aso-rpt-h2-ss            pic 9(02).
002180 01  aso-rpt-crit-line.
002190     05  filler                   pic x(05) value spaces.
002200     05  filler                   pic x(06) value 'as of '.
002210     05  aso-rpt-crit-date        pic 9999/99/99.
002220     05  filler                   pic x(07) value '  pair '.
002230     05  aso-rpt-crit-pair        pic x(12).
002240 01  aso-rpt-pair-line.
002250     05  filler                   pic x(02) value spaces.
002260     05  aso-rpt-pair-id          pic x(10).
002270     05  filler                   pic x(01) value space.
002280     05  aso-rpt-part-a           pic x(10).
002290     05  filler                   pic x(01) value space.
002300     05  aso-rpt-part-b           pic x(10).
002310     05  filler                   pic x(01) value space.
002320     05  aso-rpt-cycle-a          pic z(8)9.
002330     05  filler                   pic x(01) value space.
002340     05  aso-rpt-cycle-b          pic z(8)9.
002350     05  filler                   pic x(06) value '  gcd '.
002360     05  aso-rpt-gcd              pic z(8)9.
002370 01  aso-rpt-calc-line.
002380     05  filler                   pic x(14) value spaces.
002390     05  filler                   pic x(04) value 'lcm '.
002400     05  aso-rpt-lcm              pic z(17)9.
002410     05  filler                   pic x(08) value '  calc '.
002420     05  aso-rpt-last-calc        pic 9999/99/99.
002430     05  filler                   pic x(02) value spaces.
002440     05  aso-rpt-origin           pic x(24).
002450 01  aso-rpt-origin-jrnl.
002460     05  filler                   pic x(05) value 'jrnl '.
002470     05  aso-rpt-origin-date      pic 9999/99/99.
002480     05  filler                   pic x(01) value space.
002490     05  aso-rpt-origin-source    pic x(08).
002500 01  aso-rpt-note-line.
002510     05  filler                   pic x(14) value spaces.
002520     05  aso-rpt-note             pic x(46).
002530 01  aso-rpt-total.
002540     05  filler                   pic x(05) value spaces.
002550     05  aso-rpt-label            pic x(30).
002560     05  aso-rpt-value            pic z(8)9.
002570 77  aso-rpt-print-line           pic x(80) value spaces.
002580*---------------------------------------------------------------
002590*  FILE STATUS CODES.
002600*---------------------------------------------------------------
002610 77  aso-parm-status              pic x(02) value spaces.
002620 77  aso-jrnl-status              pic x(02) value spaces.
002630 77  aso-mast-status              pic x(02) value spaces.
002640 77  aso-rpt-status               pic x(02) value spaces.
002650 procedure division.
002660*---------------------------------------------------------------
002670*  0000-MAINLINE.
002680*---------------------------------------------------------------
002690 0000-mainline.
002700     perform 1000-initialize thru 1000-exit
002710     if not aso-run-aborted
002720         perform 2000-journal-pass thru 2000-exit
002730     end-if
002740     if not aso-run-aborted
002750         perform 3000-master-pass thru 3000-exit
002760     end-if
002770     if not aso-run-aborted
002780         perform 3500-retired-pass thru 3500-exit
002790     end-if
002800     perform 4000-finish-report thru 4000-exit
002810     perform 9000-terminate thru 9000-exit
002820     move aso-return-code to return-code
002830     stop run.
002840*---------------------------------------------------------------
002850*  1000-INITIALIZE - COLLECT AND EDIT THE AS-OF DATE AND THE
002860*  PAIR-ID, AND OPEN THE REPORT AND THE MASTER.
002870*---------------------------------------------------------------
002880 1000-initialize.
002890     display 'gcd-asof - part master as of a date'
002900     accept aso-ts-date from date yyyymmdd
002910     accept aso-ts-time from time
002920     perform 1100-read-parm-card thru 1100-exit
002930     if not aso-parm-present
002940         display 'enter as-of date yyyymmdd'
002950         accept aso-card-date
002960         display 'enter pair-id (blank = whole master)'
002970         accept aso-card-pair-id
002980     end-if
002990     perform 1200-edit-criteria thru 1200-exit
003000     if aso-run-aborted
003010         go to 1000-exit
003020     end-if
003030     open output asofrpt
003040     if aso-rpt-status not = '00'
003050         display 'error opening gcdasof, status ' aso-rpt-status
003060         set aso-run-aborted to true
003070         move 12 to aso-rc-candidate
003080         perform 9100-raise-return-code thru 9100-exit
003090         go to 1000-exit
003100     end-if
003110     set aso-rpt-usable to true
003120     write aso-rpt-record from aso-rpt-h1
003130     move aso-ts-date to aso-rpt-h2-date
003140     move aso-ts-hh to aso-rpt-h2-hh
003150     move aso-ts-mi to aso-rpt-h2-mi
003160     move aso-ts-ss to aso-rpt-h2-ss
003170     write aso-rpt-record from aso-rpt-h2
003180     move aso-asof-date-n to aso-rpt-crit-date
003190     if aso-card-pair-id = spaces
003200         move 'all pairs' to aso-rpt-crit-pair
003210     else
003220         move aso-card-pair-id to aso-rpt-crit-pair
003230     end-if
003240     write aso-rpt-record from aso-rpt-crit-line
003250     move spaces to aso-rpt-record
003260     write aso-rpt-record
003270     open input partmast
003280     if aso-mast-status not = '00'
003290         display 'error opening partmast, status '
003300             aso-mast-status
003310         set aso-run-aborted to true
003320         move 12 to aso-rc-candidate
003330         perform 9100-raise-return-code thru 9100-exit
003340     end-if.
003350 1000-exit.
003360     exit.
003370*---------------------------------------------------------------
003380*  1100-READ-PARM-CARD - READ THE OPTIONAL ASOFPARM CARD, THE
003390*  SAME WAY THE DRIVER TREATS GCDPARM.
003400*---------------------------------------------------------------
003410 1100-read-parm-card.
003420     open input asofparm
003430     if aso-parm-status not = '00'
003440         go to 1100-exit
003450     end-if
003460     read asofparm
003470         at end
003480             close asofparm
003490             go to 1100-exit
003500     end-read
003510     if aso-parm-status not = '00'
003520         close asofparm
003530         go to 1100-exit
003540     end-if
003550     set aso-parm-present to true
003560*    THE CARD FIELDS ARE SAVED ASIDE BEFORE THE CLOSE - THE
003570*    RECORD AREA OF A CLOSED FILE IS NOT OURS TO READ.
003580     move aso-parm-date to aso-card-date
003590     move aso-parm-pair-id to aso-card-pair-id
003600     close asofparm.
003610 1100-exit.
003620     exit.
003630*---------------------------------------------------------------
003640*  1200-EDIT-CRITERIA - THE AS-OF DATE IS REQUIRED AND MUST BE
003650*  A REAL YYYYMMDD; A DATE PAST TODAY IS TODAY'S MASTER AND IS
003660*  TAKEN AS GIVEN.
003670*---------------------------------------------------------------
003680 1200-edit-criteria.
003690     if aso-card-date = spaces
003700         display 'no as-of date given - run refused'
003710         go to 1200-abort
003720     end-if
003730     if aso-card-date not numeric
003740         display 'as-of date not numeric - run refused'
003750         go to 1200-abort
003760     end-if
003770     move aso-card-date to aso-asof-date
003780     if aso-asof-mm < 01 or aso-asof-mm > 12
003790         or aso-asof-dd < 01 or aso-asof-dd > 31
003800         display 'as-of date not a valid yyyymmdd - run refused'
003810         go to 1200-abort
003820     end-if
003830     go to 1200-exit.
003840 1200-abort.
003850     set aso-run-aborted to true
003860     move 8 to aso-rc-candidate
003870     perform 9100-raise-return-code thru 9100-exit.
003880 1200-exit.
003890     exit.
003900*---------------------------------------------------------------
003910*  2000-JOURNAL-PASS - READ THE WHOLE CHANGE JOURNAL, KEEPING
003920*  THE FIRST IMAGE AFTER THE AS-OF DATE FOR EACH SELECTED
003930*  PAIR.  NO JOURNAL ON HAND MEANS NOTHING IS RECORDED AS
003940*  CHANGED, AND THE MASTER PRINTS AS IT STANDS, FLAGGED.
003950*---------------------------------------------------------------
003960 2000-journal-pass.
003970     open input gcdjrnl
003980     if aso-jrnl-status = '35'
003990         display 'no change journal on hand - master shown as'
004000         display 'it stands'
004010         move 4 to aso-rc-candidate
004020         perform 9100-raise-return-code thru 9100-exit
004030         go to 2000-exit
004040     end-if
004050     if aso-jrnl-status not = '00'
004060         display 'error opening gcdjrnl, status ' aso-jrnl-status
004070         set aso-run-aborted to true
004080         move 12 to aso-rc-candidate
004090         perform 9100-raise-return-code thru 9100-exit
004100         go to 2000-exit
004110     end-if
004120     set aso-jrnl-on-hand to true
004130     move 'N' to aso-eof-switch
004140     perform 2100-read-one-image thru 2100-exit
004150         until aso-end-of-input
004160     close gcdjrnl
004170*    A JOURNAL THAT STARTS AFTER THE AS-OF DATE CANNOT SHOW
004180*    CHANGES MADE BEFORE IT WAS STARTED.
004190     if aso-first-jrnl-date > aso-asof-date-n
004200         display 'journal starts after the as-of date -'
004210         display 'earlier changes are not on record'
004220         move 4 to aso-rc-candidate
004230         perform 9100-raise-return-code thru 9100-exit
004240     end-if
004250     if aso-tbl-overflowed
004260         display 'later-image table overflowed - report'
004270         display 'is incomplete'
004280         move 4 to aso-rc-candidate
004290         perform 9100-raise-return-code thru 9100-exit
004300     end-if
004310     move 'N' to aso-eof-switch.
004320 2000-exit.
004330     exit.
004340*---------------------------------------------------------------
004350*  2100-READ-ONE-IMAGE - ONE JOURNAL LINE.  LINES ON OR
004360*  BEFORE THE AS-OF DATE ARE ALREADY IN WHAT THE MASTER SAID
004370*  THAT DAY AND ARE ONLY COUNTED.
004380*---------------------------------------------------------------
004390 2100-read-one-image.
004400     read gcdjrnl
004410         at end
004420             set aso-end-of-input to true
004430             go to 2100-exit
004440     end-read
004450     if aso-jrnl-status not = '00'
004460         display 'error reading gcdjrnl, status ' aso-jrnl-status
004470         set aso-run-aborted to true
004480         move 12 to aso-rc-candidate
004490         perform 9100-raise-return-code thru 9100-exit
004500         set aso-end-of-input to true
004510         go to 2100-exit
004520     end-if
004530     add 1 to aso-jrnl-read-count
004540     if aso-jrnl-date not numeric
004550         go to 2100-exit
004560     end-if
004570     if aso-first-jrnl-date = 0
004580         move aso-jrnl-date to aso-first-jrnl-date
004590     end-if
004600     if aso-jrnl-date not > aso-asof-date-n
004610         go to 2100-exit
004620     end-if
004630     if aso-card-pair-id not = spaces
004640         and aso-jrnl-pair-id not = aso-card-pair-id
004650         go to 2100-exit
004660     end-if
004670     add 1 to aso-jrnl-later-count
004680     move aso-jrnl-pair-id to aso-rpt-pair-id
004690     perform 2700-find-pair thru 2700-exit
004700*    ONLY THE FIRST LATER IMAGE COUNTS - ANYTHING AFTER IT
004710*    DESCRIBES THE MASTER SINCE, NOT ON THE DAY.
004720     if aso-tbl-found-ix > 0
004730         go to 2100-exit
004740     end-if
004750     if aso-tbl-used not < 5000
004760         set aso-tbl-overflowed to true
004770         go to 2100-exit
004780     end-if
004790     add 1 to aso-tbl-used
004800     move aso-jrnl-pair-id    to aso-tbl-pair-id(aso-tbl-used)
004810     move aso-jrnl-image      to aso-tbl-image(aso-tbl-used)
004820     move aso-jrnl-date       to aso-tbl-date(aso-tbl-used)
004830     move aso-jrnl-source     to aso-tbl-source(aso-tbl-used)
004840     move aso-jrnl-part-a-nbr to aso-tbl-part-a-nbr(aso-tbl-used)
004850     move aso-jrnl-part-b-nbr to aso-tbl-part-b-nbr(aso-tbl-used)
004860     move aso-jrnl-cycle-a    to aso-tbl-cycle-a(aso-tbl-used)
004870     move aso-jrnl-cycle-b    to aso-tbl-cycle-b(aso-tbl-used)
004880     move aso-jrnl-gcd        to aso-tbl-gcd(aso-tbl-used)
004890     move aso-jrnl-lcm        to aso-tbl-lcm(aso-tbl-used)
004900     move aso-jrnl-last-calc  to aso-tbl-last-calc(aso-tbl-used)
004910     move 'N' to aso-tbl-used-switch(aso-tbl-used).
004920 2100-exit.
004930     exit.
004940*---------------------------------------------------------------
004950*  2700-FIND-PAIR - LOOK UP THE PAIR-ID LEFT IN ASO-RPT-PAIR-ID
004960*  IN THE LATER-IMAGE TABLE.  A LINEAR SCAN.
004970*---------------------------------------------------------------
004980 2700-find-pair.
004990     move 0 to aso-tbl-found-ix
005000     move 1 to aso-tbl-ix
005010     perform 2750-scan-tbl-entry thru 2750-exit
005020         until aso-tbl-ix > aso-tbl-used
005030         or aso-tbl-found-ix > 0.
005040 2700-exit.
005050     exit.
005060*---------------------------------------------------------------
005070*  2750-SCAN-TBL-ENTRY - ONE STEP OF THE TABLE SCAN.
005080*---------------------------------------------------------------
005090 2750-scan-tbl-entry.
005100     if aso-tbl-pair-id(aso-tbl-ix) = aso-rpt-pair-id
005110         move aso-tbl-ix to aso-tbl-found-ix
005120     else
005130         add 1 to aso-tbl-ix
005140     end-if.
005150 2750-exit.
005160     exit.
005170*---------------------------------------------------------------
005180*  3000-MASTER-PASS - EVERY MASTER PAIR, OR THE ONE PAIR ASKED
005190*  FOR BY KEY, AS IT STOOD ON THE AS-OF DATE.
005200*---------------------------------------------------------------
005210 3000-master-pass.
005220     move 'N' to aso-eof-switch
005230     if aso-card-pair-id = spaces
005240         perform 3100-read-next-pair thru 3100-exit
005250             until aso-end-of-input
005260     else
005270         perform 3150-read-one-pair thru 3150-exit
005280     end-if
005290     close partmast
005300     if aso-mast-status not = '00'
005310         display 'error closing partmast, status '
005320             aso-mast-status
005330         move 12 to aso-rc-candidate
005340         perform 9100-raise-return-code thru 9100-exit
005350     end-if.
005360 3000-exit.
005370     exit.
005380*---------------------------------------------------------------
005390*  3100-READ-NEXT-PAIR - ONE MASTER RECORD IN KEY SEQUENCE.
005400*---------------------------------------------------------------
005410 3100-read-next-pair.
005420     read partmast next
005430         at end
005440             set aso-end-of-input to true
005450             go to 3100-exit
005460     end-read
005470     if aso-mast-status not = '00'
005480         display 'error reading partmast, status '
005490             aso-mast-status
005500         set aso-run-aborted to true
005510         move 12 to aso-rc-candidate
005520         perform 9100-raise-return-code thru 9100-exit
005530         set aso-end-of-input to true
005540         go to 3100-exit
005550     end-if
005560     perform 3200-show-master-pair thru 3200-exit.
005570 3100-exit.
005580     exit.
005590*---------------------------------------------------------------
005600*  3150-READ-ONE-PAIR - THE ONE PAIR ASKED FOR.  A PAIR NOT ON
005610*  THE MASTER TODAY MAY STILL HAVE BEEN THERE ON THE DAY; THE
005620*  RETIRED PASS PICKS IT UP FROM THE JOURNAL.
005630*---------------------------------------------------------------
005640 3150-read-one-pair.
005650     move aso-card-pair-id to aso-mast-pair-id
005660     read partmast
005670         invalid key
005680             go to 3150-exit
005690     end-read
005700     if aso-mast-status not = '00'
005710         display 'error reading partmast, status '
005720             aso-mast-status
005730         set aso-run-aborted to true
005740         move 12 to aso-rc-candidate
005750         perform 9100-raise-return-code thru 9100-exit
005760         go to 3150-exit
005770     end-if
005780     perform 3200-show-master-pair thru 3200-exit.
005790 3150-exit.
005800     exit.
005810*---------------------------------------------------------------
005820*  3200-SHOW-MASTER-PAIR - PRINT THE PAIR FROM THE MASTER IF
005830*  THE JOURNAL HAS NOTHING AFTER THE DATE, FROM ITS BEFORE
005840*  IMAGE IF IT DOES, OR NOT AT ALL IF IT WAS ADDED SINCE.
005850*---------------------------------------------------------------
005860 3200-show-master-pair.
005870     move aso-mast-pair-id to aso-rpt-pair-id
005880     perform 2700-find-pair thru 2700-exit
005890     if aso-tbl-found-ix = 0
005900         move aso-mast-part-a-nbr to aso-rpt-part-a
005910         move aso-mast-part-b-nbr to aso-rpt-part-b
005920         move aso-mast-cycle-a    to aso-rpt-cycle-a
005930         move aso-mast-cycle-b    to aso-rpt-cycle-b
005940         move aso-mast-gcd        to aso-rpt-gcd
005950         move aso-mast-lcm        to aso-rpt-lcm
005960         move aso-mast-last-calc  to aso-rpt-last-calc
005970         move 'master' to aso-rpt-origin
005980         perform 3800-write-pair thru 3800-exit
005990         add 1 to aso-from-mast-count
006000         go to 3200-exit
006010     end-if
006020     set aso-tbl-accounted(aso-tbl-found-ix) to true
006030     if aso-tbl-before-image(aso-tbl-found-ix)
006040         perform 3700-load-from-table thru 3700-exit
006050         perform 3800-write-pair thru 3800-exit
006060         add 1 to aso-from-jrnl-count
006070     else
006080         add 1 to aso-added-count
006090     end-if.
006100 3200-exit.
006110     exit.
006120*---------------------------------------------------------------
006130*  3500-RETIRED-PASS - BEFORE IMAGES THE MASTER PASS NEVER
006140*  MATCHED ARE PAIRS THAT WERE ON THE MASTER ON THE DAY AND
006150*  HAVE BEEN DELETED SINCE.  THEY PRINT UNDER THEIR OWN
006160*  CAPTION.  A SINGLE PAIR FOUND NOWHERE IS NOTED AND FLAGGED.
006170*---------------------------------------------------------------
006180 3500-retired-pass.
006190     move 1 to aso-tbl-ix
006200     perform 3550-check-retired thru 3550-exit
006210         until aso-tbl-ix > aso-tbl-used
006220     if aso-card-pair-id not = spaces
006230         and aso-from-mast-count = 0
006240         and aso-from-jrnl-count = 0
006250         and aso-retired-count = 0
006260         move aso-card-pair-id to aso-rpt-pair-id
006270         move spaces to aso-rpt-part-a
006280         move spaces to aso-rpt-part-b
006290         move 0 to aso-rpt-cycle-a
006300         move 0 to aso-rpt-cycle-b
006310         move 0 to aso-rpt-gcd
006320         move 'pair not on the master as of the date'
006330             to aso-rpt-note
006340         perform 3900-write-note thru 3900-exit
006350         move 4 to aso-rc-candidate
006360         perform 9100-raise-return-code thru 9100-exit
006370     end-if.
006380 3500-exit.
006390     exit.
006400*---------------------------------------------------------------
006410*  3550-CHECK-RETIRED - ONE TABLE ENTRY OF THE RETIRED PASS.
006420*  THE CAPTION GOES OUT AHEAD OF THE FIRST RETIRED PAIR.
006430*---------------------------------------------------------------
006440 3550-check-retired.
006450     if aso-tbl-accounted(aso-tbl-ix)
006460         or not aso-tbl-before-image(aso-tbl-ix)
006470         add 1 to aso-tbl-ix
006480         go to 3550-exit
006490     end-if
006500     if aso-retired-count = 0
006510         move spaces to aso-rpt-print-line
006520         perform 3850-write-print-line thru 3850-exit
006530         move '  pairs on the master then, deleted since:'
006540             to aso-rpt-print-line
006550         perform 3850-write-print-line thru 3850-exit
006560     end-if
006570     move aso-tbl-ix to aso-tbl-found-ix
006580     move aso-tbl-pair-id(aso-tbl-ix) to aso-rpt-pair-id
006590     perform 3700-load-from-table thru 3700-exit
006600     perform 3800-write-pair thru 3800-exit
006610     add 1 to aso-retired-count
006620     add 1 to aso-tbl-ix.
006630 3550-exit.
006640     exit.
006650*---------------------------------------------------------------
006660*  3700-LOAD-FROM-TABLE - MOVE THE BEFORE IMAGE AT
006670*  ASO-TBL-FOUND-IX INTO THE PRINT LINES.
006680*---------------------------------------------------------------
006690 3700-load-from-table.
006700     move aso-tbl-part-a-nbr(aso-tbl-found-ix) to aso-rpt-part-a
006710     move aso-tbl-part-b-nbr(aso-tbl-found-ix) to aso-rpt-part-b
006720     move aso-tbl-cycle-a(aso-tbl-found-ix) to aso-rpt-cycle-a
006730     move aso-tbl-cycle-b(aso-tbl-found-ix) to aso-rpt-cycle-b
006740     move aso-tbl-gcd(aso-tbl-found-ix) to aso-rpt-gcd
006750     move aso-tbl-lcm(aso-tbl-found-ix) to aso-rpt-lcm
006760     move aso-tbl-last-calc(aso-tbl-found-ix)
006770         to aso-rpt-last-calc
006780     move aso-tbl-date(aso-tbl-found-ix)
006790         to aso-rpt-origin-date
006800     move aso-tbl-source(aso-tbl-found-ix)
006810         to aso-rpt-origin-source
006820     move aso-rpt-origin-jrnl to aso-rpt-origin.
006830 3700-exit.
006840     exit.
006850*---------------------------------------------------------------
006860*  3800-WRITE-PAIR - THE TWO PRINT LINES FOR ONE PAIR.
006870*---------------------------------------------------------------
006880 3800-write-pair.
006890     move aso-rpt-pair-line to aso-rpt-print-line
006900     perform 3850-write-print-line thru 3850-exit
006910     move aso-rpt-calc-line to aso-rpt-print-line
006920     perform 3850-write-print-line thru 3850-exit.
006930 3800-exit.
006940     exit.
006950*---------------------------------------------------------------
006960*  3850-WRITE-PRINT-LINE - WRITE ASO-RPT-PRINT-LINE.  A FAILED
006970*  WRITE IS RECORDED ONCE AND THE REST OF THE REPORT SKIPPED.
006980*---------------------------------------------------------------
006990 3850-write-print-line.
007000     if not aso-rpt-usable
007010         go to 3850-exit
007020     end-if
007030     write aso-rpt-record from aso-rpt-print-line
007040     if aso-rpt-status not = '00'
007050         display 'error writing gcdasof, status ' aso-rpt-status
007060         move 'N' to aso-rpt-switch
007070         move 12 to aso-rc-candidate
007080         perform 9100-raise-return-code thru 9100-exit
007090     end-if.
007100 3850-exit.
007110     exit.
007120*---------------------------------------------------------------
007130*  3900-WRITE-NOTE - THE PAIR LINE FOLLOWED BY A REASON LINE.
007140*---------------------------------------------------------------
007150 3900-write-note.
007160     move aso-rpt-pair-line to aso-rpt-print-line
007170     perform 3850-write-print-line thru 3850-exit
007180     move aso-rpt-note-line to aso-rpt-print-line
007190     perform 3850-write-print-line thru 3850-exit.
007200 3900-exit.
007210     exit.
007220*---------------------------------------------------------------
007230*  4000-FINISH-REPORT - COUNTS AND THE END-OF-REPORT TRAILER.
007240*---------------------------------------------------------------
007250 4000-finish-report.
007260     if not aso-rpt-usable
007270         go to 4000-exit
007280     end-if
007290     move spaces to aso-rpt-print-line
007300     perform 3850-write-print-line thru 3850-exit
007310     move 'journal images read'      to aso-rpt-label
007320     move aso-jrnl-read-count        to aso-rpt-value
007330     perform 4100-write-detail thru 4100-exit
007340     move 'images after as-of date'  to aso-rpt-label
007350     move aso-jrnl-later-count       to aso-rpt-value
007360     perform 4100-write-detail thru 4100-exit
007370     move 'pairs shown from master'  to aso-rpt-label
007380     move aso-from-mast-count        to aso-rpt-value
007390     perform 4100-write-detail thru 4100-exit
007400     move 'pairs shown from journal' to aso-rpt-label
007410     move aso-from-jrnl-count        to aso-rpt-value
007420     perform 4100-write-detail thru 4100-exit
007430     move 'pairs deleted since'      to aso-rpt-label
007440     move aso-retired-count          to aso-rpt-value
007450     perform 4100-write-detail thru 4100-exit
007460     move 'pairs added since'        to aso-rpt-label
007470     move aso-added-count            to aso-rpt-value
007480     perform 4100-write-detail thru 4100-exit
007490     if not aso-jrnl-on-hand
007500         and not aso-run-aborted
007510         move spaces to aso-rpt-print-line
007520         perform 3850-write-print-line thru 3850-exit
007530         move '  *** no change journal - master as it stands ***'
007540             to aso-rpt-print-line
007550         perform 3850-write-print-line thru 3850-exit
007560     end-if
007570     if aso-first-jrnl-date > aso-asof-date-n
007580         or aso-tbl-overflowed
007590         move spaces to aso-rpt-print-line
007600         perform 3850-write-print-line thru 3850-exit
007610         move '  *** reconstruction incomplete - see console ***'
007620             to aso-rpt-print-line
007630         perform 3850-write-print-line thru 3850-exit
007640     end-if
007650     if aso-run-aborted
007660         move spaces to aso-rpt-print-line
007670         perform 3850-write-print-line thru 3850-exit
007680         move '  *** run aborted - report incomplete ***'
007690             to aso-rpt-print-line
007700         perform 3850-write-print-line thru 3850-exit
007710     end-if
007720     move spaces to aso-rpt-print-line
007730     perform 3850-write-print-line thru 3850-exit
007740     move '  *** end of report ***' to aso-rpt-print-line
007750     perform 3850-write-print-line thru 3850-exit
007760     close asofrpt
007770     if aso-rpt-status not = '00'
007780         display 'error closing gcdasof, status ' aso-rpt-status
007790         move 12 to aso-rc-candidate
007800         perform 9100-raise-return-code thru 9100-exit
007810     end-if.
007820 4000-exit.
007830     exit.
007840*---------------------------------------------------------------
007850*  4100-WRITE-DETAIL - PRINT THE LABEL/VALUE PAIR LEFT IN
007860*  ASO-RPT-TOTAL, THROUGH THE CHECKED WRITE.
007870*---------------------------------------------------------------
007880 4100-write-detail.
007890     move aso-rpt-total to aso-rpt-print-line
007895     perform 3850-write-print-line thru 3850-exit.
007900 4100-exit.
007910     exit.
007920*---------------------------------------------------------------
007930*  9000-TERMINATE - FINAL CONSOLE TOTALS AND SIGN-OFF.
007940*---------------------------------------------------------------
007950 9000-terminate.
007960     display 'gcd-asof run complete'
007970     display '  journal images read  : ' aso-jrnl-read-count
007980     display '  images after as-of   : ' aso-jrnl-later-count
007990     display '  pairs from master    : ' aso-from-mast-count
008000     display '  pairs from journal   : ' aso-from-jrnl-count
008010     display '  pairs deleted since  : ' aso-retired-count
008020     display '  pairs added since    : ' aso-added-count.
008030 9000-exit.
008040     exit.
008050*---------------------------------------------------------------
008060*  9100-RAISE-RETURN-CODE - RAISE THE RUN CONDITION CODE TO
008070*  ASO-RC-CANDIDATE UNLESS A WORSE ONE IS ALREADY RECORDED,
008080*  MATCHING THE DRIVER'S DISCIPLINE.
008090*---------------------------------------------------------------
008100 9100-raise-return-code.
008110     if aso-rc-candidate > aso-return-code
008120         move aso-rc-candidate to aso-return-code
008130     end-if.
008140 9100-exit.
008150     exit.
008160 end program GCD-ASOF.
