000010*****************************************************************
000020*
000030*   PROGRAM-ID.   GCD-AUDIT.
000040*   AUTHOR.       D. HALLIGAN - SCHEDULING SYSTEMS GROUP.
000050*   INSTALLATION. LOT-SIZING / SHOP SCHEDULING.
000060*   DATE-WRITTEN. 10/14/2026.
000070*   DATE-COMPILED.
000080*
000090*   REMARKS.
000100*       READ-ONLY INTEGRITY AUDIT OF THE PARTMAST PART-PAIR
000110*       MASTER, FOR THE WEEKLY SCHEDULE.  EVERY RECORD'S GCD
000120*       AND LCM ARE RECOMPUTED FROM CYCLE-A/CYCLE-B THROUGH
000130*       GCD-CALC, EXACTLY AS MODE M DOES, AND COMPARED TO THE
000140*       STORED VALUES.  THE EXCEPTION REPORT (GCDAUDT) ALSO
000150*       LISTS:
000160*         - RECORDS WITH A CYCLE THAT IS NOT POSITIVE, WHICH
000170*           MODE M WOULD SKIP;
000180*         - RECORDS SITTING AT ZERO GCD BECAUSE GCD-MSTMAINT
000190*           CLEARED THEM AFTER A CYCLE CHANGE AND MODE M HAS
000200*           NOT RUN SINCE;
000210*         - RECORDS WHOSE LAST-CALC DATE IS OLDER THAN THE
000220*           STALENESS LIMIT, IN BUSINESS DAYS ON THE SHOPCAL
000230*           CALENDAR (AUDTPARM CARD, CONSOLE PROMPT WHEN NO
000240*           CARD, DEFAULT 20);
000250*         - PAIRS CARRYING THE SAME TWO PART NUMBERS AS AN
000260*           EARLIER PAIR-ID, IN EITHER ORDER.
000270*       THE MASTER IS OPENED INPUT AND NEVER CHANGED.
000280*       RETURN CODES: 0 = CLEAN, 4 = EXCEPTIONS LISTED, 8 = RUN
000290*       ABORTED (BAD CRITERIA), 12 = I/O FAILURE.
000300*
000310*   MODIFICATION HISTORY.
000320*     10/14/2026  DH   INITIAL VERSION, SO THE MASTER IS
000330*                      CHECKED ON A SCHEDULE INSTEAD OF TRUSTED
000340*                      BECAUSE MODE M ONCE SAID 'RECORDS
000350*                      UPDATED'.
000353*     10/15/2026  DH   THE TOTALS AND TRAILER WRITES ARE NOW
000356*                      STATUS-CHECKED LIKE THE EXCEPTION LINES.
000360*
000370*****************************************************************
000380 identification division.
000390 program-id. GCD-AUDIT.
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
000500     select audtparm assign to "AUDTPARM"
000510         organization is line sequential
000520         file status is aud-parm-status.
000530     select partmast assign to "PARTMAST"
000540         organization is indexed
000550         access is dynamic
000560         record key is aud-mast-pair-id
000570         file status is aud-mast-status.
000580     select shopcal assign to "SHOPCAL"
000590         organization is line sequential
000600         file status is aud-cal-status.
000610     select auditrpt assign to "GCDAUDT"
000620         organization is line sequential
000630         file status is aud-rpt-status.
000640 data division.
000650 file section.
000660*---------------------------------------------------------------
000670*  AUDTPARM - SINGLE CONTROL CARD CARRYING THE STALENESS LIMIT
000680*  IN BUSINESS DAYS.  OPTIONAL; THE CONSOLE PROMPT TAKES OVER
000690*  WHEN THE CARD IS ABSENT.
000700*---------------------------------------------------------------
000710 fd  audtparm.
000720 01  aud-parm-record.
000730     05  aud-parm-stale-days      pic x(03).
000740     05  filler                   pic x(77).
000750*---------------------------------------------------------------
000760*  PARTMAST - THE INDEXED PART-PAIR MASTER, READ END TO END.
000770*---------------------------------------------------------------
000780 fd  partmast.
000790 01  aud-mast-record.
000800     05  aud-mast-pair-id         pic x(10).
000810     05  aud-mast-part-a-nbr      pic x(10).
000820     05  aud-mast-part-b-nbr      pic x(10).
000830     05  aud-mast-part-a-desc     pic x(20).
000840     05  aud-mast-part-b-desc     pic x(20).
000850     05  aud-mast-cycle-a         pic s9(09) comp-3.
000860     05  aud-mast-cycle-b         pic s9(09) comp-3.
000870     05  aud-mast-gcd             pic s9(09) comp-3.
000880     05  aud-mast-lcm             pic s9(18) comp-3.
000890     05  aud-mast-last-calc       pic 9(08).
000900     05  filler                   pic x(07).
000910*---------------------------------------------------------------
000920*  SHOPCAL - THE SHOP CALENDAR OF WORKING DAYS AND HOLIDAYS,
000930*  THE SAME FILE THE DRIVER AND GCD-LOGMAINT READ.  TYPE 'H'
000940*  MARKS A NON-WORKING DAY; ANYTHING ELSE IS WORKING.
000950*---------------------------------------------------------------
000960 fd  shopcal.
000970 01  aud-cal-record.
000980     05  aud-cal-rec-date         pic 9(08).
000990     05  filler                   pic x(01).
001000     05  aud-cal-rec-type         pic x(01).
001010         88  aud-cal-rec-holiday      value 'H'.
001020     05  filler                   pic x(01).
001030     05  aud-cal-rec-desc         pic x(30).
001040*---------------------------------------------------------------
001050*  GCDAUDT - THE PRINTABLE EXCEPTION REPORT.
001060*---------------------------------------------------------------
001070 fd  auditrpt.
001080 01  aud-rpt-record               pic x(80).
001090 working-storage section.
001100*---------------------------------------------------------------
001110*  RUN CONTROLS AND COUNTERS.
001120*---------------------------------------------------------------
001130 77  aud-return-code              pic 9(02) value 0.
001140 77  aud-rc-candidate             pic 9(02) value 0.
001150 77  aud-eof-switch               pic x(01) value 'N'.
001160     88  aud-end-of-input             value 'Y'.
001170 77  aud-abort-switch             pic x(01) value 'N'.
001180     88  aud-run-aborted              value 'Y'.
001190 77  aud-parm-switch              pic x(01) value 'N'.
001200     88  aud-parm-present             value 'Y'.
001210 77  aud-rpt-switch               pic x(01) value 'N'.
001220     88  aud-rpt-usable               value 'Y'.
001230 77  aud-exc-switch               pic x(01) value 'N'.
001240     88  aud-record-excepted          value 'Y'.
001250 77  aud-read-count               pic 9(09) value 0.
001260 77  aud-clean-count              pic 9(09) value 0.
001270 77  aud-gcd-diff-count           pic 9(09) value 0.
001280 77  aud-lcm-diff-count           pic 9(09) value 0.
001290 77  aud-zero-gcd-count           pic 9(09) value 0.
001300 77  aud-bad-cycle-count          pic 9(09) value 0.
001310 77  aud-stale-count              pic 9(09) value 0.
001320 77  aud-dup-count                pic 9(09) value 0.
001330*---------------------------------------------------------------
001340*  RECOMPUTE WORK CELLS - THE SAME PICTURES THE DRIVER PASSES
001350*  TO GCD-CALC.
001360*---------------------------------------------------------------
001370 77  aud-calc-a                   pic s9(09) comp-3 value 0.
001380 77  aud-calc-b                   pic s9(09) comp-3 value 0.
001390 77  aud-calc-gcd                 pic s9(09) comp-3 value 0.
001400 77  aud-calc-product             pic s9(18) comp-3 value 0.
001410 77  aud-calc-lcm                 pic s9(18) comp-3 value 0.
001420 77  aud-trace-switch             pic x(01) value 'N'.
001430*---------------------------------------------------------------
001440*  STALENESS LIMIT AND CUTOFF DATE - TODAY WOUND BACK ONE DAY
001450*  AT A TIME BY THE LIMIT, COUNTING ONLY WORKING DAYS WHEN THE
001460*  CALENDAR IS ON HAND, AS GCD-LOGMAINT WINDS ITS RETENTION.
001470*  A LAST-CALC DATE BEFORE THE CUTOFF IS STALE.
001480*---------------------------------------------------------------
001490 77  aud-card-stale-days          pic x(03) value spaces.
001500 77  aud-stale-days               pic 9(03) value 20.
001510 77  aud-day-ix                   pic 9(05) value 0.
001520 01  aud-cutoff.
001530     05  aud-cut-yyyy             pic 9(04).
001540     05  aud-cut-mm               pic 9(02).
001550     05  aud-cut-dd               pic 9(02).
001560 01  aud-cutoff-n redefines aud-cutoff
001570                                  pic 9(08).
001580 77  aud-month-length             pic 9(02) value 0.
001590 77  aud-leap-work                pic 9(04) value 0.
001600 77  aud-leap-rem                 pic 9(04) value 0.
001610 77  aud-leap-switch              pic x(01) value 'N'.
001620     88  aud-leap-year                value 'Y'.
001630*---------------------------------------------------------------
001640*  SHOP CALENDAR TABLE - ONLY THE NON-WORKING DATES ARE HELD;
001650*  A DATE NOT IN THE TABLE IS A WORKING DAY.  ON OVERFLOW THE
001660*  CALENDAR IS TREATED AS NOT LOADED RATHER THAN HALF-TRUSTED,
001670*  AND THE WIND-BACK GUARD STOPS A CALENDAR THAT MARKS
001680*  EVERYTHING NON-WORKING FROM WINDING FOREVER.
001690*---------------------------------------------------------------
001700 77  aud-cal-switch               pic x(01) value 'N'.
001710     88  aud-cal-loaded               value 'Y'.
001720 77  aud-cal-used                 pic 9(05) value 0.
001730 77  aud-cal-ix                   pic 9(05) value 0.
001740 77  aud-cal-found-ix             pic 9(05) value 0.
001750 77  aud-cal-guard                pic 9(05) value 0.
001760 77  aud-workday-switch           pic x(01) value 'Y'.
001770     88  aud-work-day                 value 'Y'.
001780     88  aud-non-work-day             value 'N'.
001790 01  aud-cal-table.
001800     05  aud-cal-entry            occurs 2000 times.
001810         10  aud-cal-date         pic 9(08).
001820*---------------------------------------------------------------
001830*  PART-PAIR TABLE FOR THE DUPLICATE CHECK.  EACH PAIR IS HELD
001840*  WITH ITS TWO PART NUMBERS IN ASCENDING ORDER SO A-B AND B-A
001850*  MATCH.  PAST THE TABLE SIZE THE DUPLICATE CHECK IS SKIPPED
001860*  FOR THE REMAINING RECORDS AND THE REPORT SAYS SO.
001870*---------------------------------------------------------------
001880 77  aud-pair-used                pic 9(05) value 0.
001890 77  aud-pair-ix                  pic 9(05) value 0.
001900 77  aud-pair-found-ix            pic 9(05) value 0.
001910 77  aud-pair-ovfl-switch         pic x(01) value 'N'.
001920     88  aud-pair-overflowed          value 'Y'.
001930 01  aud-pair-key.
001940     05  aud-key-low              pic x(10).
001950     05  aud-key-high             pic x(10).
001960 01  aud-pair-table.
001970     05  aud-pair-entry           occurs 5000 times.
001980         10  aud-pair-parts       pic x(20).
001990         10  aud-pair-id          pic x(10).
002000*---------------------------------------------------------------
002010*  RUN TIMESTAMP FOR THE REPORT HEADING.
002020*---------------------------------------------------------------
002030 01  aud-timestamp-fields.
002040     05  aud-ts-date              pic 9(08).
002050     05  aud-ts-time              pic 9(08).
002060 01  aud-timestamp-parts redefines aud-timestamp-fields.
002070     05  filler                   pic x(08).
002080     05  aud-ts-hh                pic 9(02).
002090     05  aud-ts-mi                pic 9(02).
002100     05  aud-ts-ss                pic 9(02).
002110     05  filler                   pic x(02).
002120*---------------------------------------------------------------
002130*  EXCEPTION REPORT PRINT LINES.  A RECORD WITH SEVERAL
002140*  EXCEPTIONS GETS ONE LINE PER EXCEPTION, THE PAIR REPEATED
002150*  ON EACH SO THE LINES SORT AND CUT CLEANLY.
002160*---------------------------------------------------------------
002170 01  aud-rpt-h1.
002180     05  filler                   pic x(05) value spaces.
002190     05  filler                   pic x(35)
002200         value 'gcd-audit  partmast integrity audit'.
002210 01  aud-rpt-h2.
002220     05  filler                   pic x(05) value spaces.
002230     05  filler                   pic x(09) value 'run date '.
002240     05  aud-rpt-h2-date          pic 9999/99/99.
002250     05  filler                   pic x(11) value '  run time '.
002260     05  aud-rpt-h2-hh            pic 9(02).
002270     05  filler                   pic x(01) value ':'.
002280     05  aud-rpt-h2-mi            pic 9(02).
002290     05  filler                   pic x(01) value ':'.
002300     05  aud-rpt-h2-ss            pic 9(02).
002310 01  aud-rpt-crit-line.
002320     05  filler                   pic x(05) value spaces.
002330     05  filler                   pic x(16)
002340         value 'stale limit    '.
002350     05  aud-rpt-crit-days        pic zz9.
002360     05  aud-rpt-crit-unit        pic x(16).
002370     05  filler                   pic x(08) value 'cutoff '.
002380     05  aud-rpt-crit-cutoff      pic 9999/99/99.
002390 01  aud-rpt-exc-line.
002400     05  filler                   pic x(02) value spaces.
002410     05  aud-rpt-pair-id          pic x(10).
002420     05  filler                   pic x(01) value space.
002430     05  aud-rpt-part-a           pic x(10).
002440     05  filler                   pic x(01) value space.
002450     05  aud-rpt-part-b           pic x(10).
002460     05  filler                   pic x(02) value spaces.
002470     05  aud-rpt-reason           pic x(40).
002480 01  aud-rpt-value-line.
002490     05  filler                   pic x(14) value spaces.
002500     05  filler                   pic x(07) value 'stored '.
002510     05  aud-rpt-stored           pic z(17)9.
002520     05  filler                   pic x(11) value '  computed '.
002530     05  aud-rpt-computed         pic z(17)9.
002540 01  aud-rpt-total.
002550     05  filler                   pic x(05) value spaces.
002560     05  aud-rpt-label            pic x(30).
002570     05  aud-rpt-value            pic z(8)9.
002580 77  aud-rpt-print-line           pic x(80) value spaces.
002590*---------------------------------------------------------------
002600*  FILE STATUS CODES.
002610*---------------------------------------------------------------
002620 77  aud-parm-status              pic x(02) value spaces.
002630 77  aud-mast-status              pic x(02) value spaces.
002640 77  aud-cal-status               pic x(02) value spaces.
002650 77  aud-rpt-status               pic x(02) value spaces.
002660 procedure division.
002670*---------------------------------------------------------------
002680*  0000-MAINLINE.
002690*---------------------------------------------------------------
002700 0000-mainline.
002710     perform 1000-initialize thru 1000-exit
002720     if not aud-run-aborted
002730         perform 2000-audit-pass thru 2000-exit
002740     end-if
002750     perform 4000-finish-report thru 4000-exit
002760     perform 9000-terminate thru 9000-exit
002770     move aud-return-code to return-code
002780     stop run.
002790*---------------------------------------------------------------
002800*  1000-INITIALIZE - COLLECT AND EDIT THE STALENESS LIMIT,
002810*  LOAD THE CALENDAR AND WIND BACK TO THE CUTOFF, AND OPEN THE
002820*  REPORT AND THE MASTER.
002830*---------------------------------------------------------------
002840 1000-initialize.
002850     display 'gcd-audit - partmast integrity audit'
002860     accept aud-ts-date from date yyyymmdd
002870     accept aud-ts-time from time
002880     perform 1100-read-parm-card thru 1100-exit
002890     if not aud-parm-present
002900         display 'enter staleness limit in business days'
002910         display '(blank = 20)'
002920         accept aud-card-stale-days
002930     end-if
002940     if aud-card-stale-days not = spaces
002950         if aud-card-stale-days not numeric
002960             or aud-card-stale-days = '000'
002970             display 'staleness limit invalid - run refused'
002980             set aud-run-aborted to true
002990             move 8 to aud-rc-candidate
003000             perform 9100-raise-return-code thru 9100-exit
003010             go to 1000-exit
003020         end-if
003030         move aud-card-stale-days to aud-stale-days
003040     end-if
003050     perform 1200-load-shop-calendar thru 1200-exit
003060     move aud-ts-date to aud-cutoff-n
003070     move 1 to aud-day-ix
003080     move 0 to aud-cal-guard
003090     perform 1300-back-one-day thru 1300-exit
003100         until aud-day-ix > aud-stale-days
003110         or aud-cal-guard > 36500
003120*    A GUARDED-OUT WIND-BACK MEANS THE CALENDAR NEVER YIELDED
003130*    ENOUGH WORKING DAYS - A DATA ERROR, NOT A CUTOFF.
003140     if aud-cal-guard > 36500
003150         display 'shop calendar yielded too few working days -'
003160         display 'run refused'
003170         set aud-run-aborted to true
003180         move 8 to aud-rc-candidate
003190         perform 9100-raise-return-code thru 9100-exit
003200         go to 1000-exit
003210     end-if
003220     open output auditrpt
003230     if aud-rpt-status not = '00'
003240         display 'error opening gcdaudt, status ' aud-rpt-status
003250         set aud-run-aborted to true
003260         move 12 to aud-rc-candidate
003270         perform 9100-raise-return-code thru 9100-exit
003280         go to 1000-exit
003290     end-if
003300     set aud-rpt-usable to true
003310     write aud-rpt-record from aud-rpt-h1
003320     move aud-ts-date to aud-rpt-h2-date
003330     move aud-ts-hh to aud-rpt-h2-hh
003340     move aud-ts-mi to aud-rpt-h2-mi
003350     move aud-ts-ss to aud-rpt-h2-ss
003360     write aud-rpt-record from aud-rpt-h2
003370     move aud-stale-days to aud-rpt-crit-days
003380     if aud-cal-loaded
003390         move ' business days' to aud-rpt-crit-unit
003400     else
003410         move ' calendar days' to aud-rpt-crit-unit
003420     end-if
003430     move aud-cutoff-n to aud-rpt-crit-cutoff
003440     write aud-rpt-record from aud-rpt-crit-line
003450     move spaces to aud-rpt-record
003460     write aud-rpt-record
003470     open input partmast
003480     if aud-mast-status not = '00'
003490         display 'error opening partmast, status '
003500             aud-mast-status
003510         set aud-run-aborted to true
003520         move 12 to aud-rc-candidate
003530         perform 9100-raise-return-code thru 9100-exit
003540     end-if.
003550 1000-exit.
003560     exit.
003570*---------------------------------------------------------------
003580*  1100-READ-PARM-CARD - READ THE OPTIONAL AUDTPARM CARD, THE
003590*  SAME WAY THE DRIVER TREATS GCDPARM.
003600*---------------------------------------------------------------
003610 1100-read-parm-card.
003620     open input audtparm
003630     if aud-parm-status not = '00'
003640         go to 1100-exit
003650     end-if
003660     read audtparm
003670         at end
003680             close audtparm
003690             go to 1100-exit
003700     end-read
003710     if aud-parm-status not = '00'
003720         close audtparm
003730         go to 1100-exit
003740     end-if
003750     set aud-parm-present to true
003760*    THE CARD FIELD IS SAVED ASIDE BEFORE THE CLOSE - THE
003770*    RECORD AREA OF A CLOSED FILE IS NOT OURS TO READ.
003780     move aud-parm-stale-days to aud-card-stale-days
003790     close audtparm.
003800 1100-exit.
003810     exit.
003820*---------------------------------------------------------------
003830*  1200-LOAD-SHOP-CALENDAR - LOAD THE NON-WORKING DATES OFF
003840*  SHOPCAL.  WITH NO CALENDAR THE LIMIT COUNTS CALENDAR DAYS,
003850*  AND THE CONSOLE AND THE REPORT SAY SO.
003860*---------------------------------------------------------------
003870 1200-load-shop-calendar.
003880     open input shopcal
003890     if aud-cal-status not = '00'
003900         display 'no shop calendar on hand - staleness counts'
003910         display 'calendar days'
003920         go to 1200-exit
003930     end-if
003940     move 'N' to aud-eof-switch
003950     perform 1250-load-one-cal-record thru 1250-exit
003960         until aud-end-of-input
003970     close shopcal
003980     if aud-cal-used not < 2000
003990         display 'shop calendar overflowed - ignored, staleness'
004000         display 'counts calendar days'
004010         move 'N' to aud-cal-switch
004020         go to 1200-exit
004030     end-if
004040     set aud-cal-loaded to true
004050     move 'N' to aud-eof-switch.
004060 1200-exit.
004070     exit.
004080*---------------------------------------------------------------
004090*  1250-LOAD-ONE-CAL-RECORD - ONE CALENDAR RECORD INTO THE
004100*  NON-WORKING-DATE TABLE.  'W' RECORDS AND GARBLED DATES ARE
004110*  PASSED OVER - ONLY A DATED 'H' MAKES A DAY NON-WORKING.
004120*---------------------------------------------------------------
004130 1250-load-one-cal-record.
004140     read shopcal
004150         at end
004160             set aud-end-of-input to true
004170             go to 1250-exit
004180     end-read
004190     if aud-cal-status not = '00'
004200         display 'error reading shopcal, status ' aud-cal-status
004210         set aud-end-of-input to true
004220         move 9999 to aud-cal-used
004230         go to 1250-exit
004240     end-if
004250     if not aud-cal-rec-holiday
004260         go to 1250-exit
004270     end-if
004280     if aud-cal-rec-date not numeric
004290         go to 1250-exit
004300     end-if
004310     if aud-cal-used < 2000
004320         add 1 to aud-cal-used
004330         move aud-cal-rec-date to aud-cal-date(aud-cal-used)
004340     else
004350         move 9999 to aud-cal-used
004360         set aud-end-of-input to true
004370     end-if.
004380 1250-exit.
004390     exit.
004400*---------------------------------------------------------------
004410*  1300-BACK-ONE-DAY - WIND THE CUTOFF BACK ONE CALENDAR DAY,
004420*  ROLLING THROUGH MONTH ENDS AND YEAR ENDS WITH THE PROPER
004430*  MONTH LENGTHS.  WITH THE SHOP CALENDAR LOADED, ONLY A DAY
004440*  THAT LANDS ON A WORKING DAY COUNTS AGAINST THE LIMIT.
004450*---------------------------------------------------------------
004460 1300-back-one-day.
004470     if aud-cut-dd > 1
004480         subtract 1 from aud-cut-dd
004490     else
004500         if aud-cut-mm = 1
004510             move 12 to aud-cut-mm
004520             subtract 1 from aud-cut-yyyy
004530         else
004540             subtract 1 from aud-cut-mm
004550         end-if
004560         perform 1400-set-month-length thru 1400-exit
004570         move aud-month-length to aud-cut-dd
004580     end-if
004590     add 1 to aud-cal-guard
004600     if aud-cal-loaded
004610         perform 1600-check-work-day thru 1600-exit
004620         if aud-work-day
004630             add 1 to aud-day-ix
004640         end-if
004650     else
004660         add 1 to aud-day-ix
004670     end-if.
004680 1300-exit.
004690     exit.
004700*---------------------------------------------------------------
004710*  1400-SET-MONTH-LENGTH - LENGTH OF THE CUTOFF'S CURRENT
004720*  MONTH, LEAP YEARS INCLUDED.
004730*---------------------------------------------------------------
004740 1400-set-month-length.
004750     evaluate aud-cut-mm
004760         when 01
004770         when 03
004780         when 05
004790         when 07
004800         when 08
004810         when 10
004820         when 12
004830             move 31 to aud-month-length
004840         when 04
004850         when 06
004860         when 09
004870         when 11
004880             move 30 to aud-month-length
004890         when 02
004900             perform 1500-set-leap-switch thru 1500-exit
004910             if aud-leap-year
004920                 move 29 to aud-month-length
004930             else
004940                 move 28 to aud-month-length
004950             end-if
004960     end-evaluate.
004970 1400-exit.
004980     exit.
004990*---------------------------------------------------------------
005000*  1500-SET-LEAP-SWITCH - GREGORIAN LEAP-YEAR TEST ON THE
005010*  CUTOFF YEAR, BY REMAINDER ARITHMETIC.
005020*---------------------------------------------------------------
005030 1500-set-leap-switch.
005040     move 'N' to aud-leap-switch
005050     divide aud-cut-yyyy by 4
005060         giving aud-leap-work remainder aud-leap-rem
005070     if aud-leap-rem = 0
005080         set aud-leap-year to true
005090     end-if
005100     divide aud-cut-yyyy by 100
005110         giving aud-leap-work remainder aud-leap-rem
005120     if aud-leap-rem = 0
005130         move 'N' to aud-leap-switch
005140     end-if
005150     divide aud-cut-yyyy by 400
005160         giving aud-leap-work remainder aud-leap-rem
005170     if aud-leap-rem = 0
005180         set aud-leap-year to true
005190     end-if.
005200 1500-exit.
005210     exit.
005220*---------------------------------------------------------------
005230*  1600-CHECK-WORK-DAY - IS THE DATE IN AUD-CUTOFF-N A WORKING
005240*  DAY?  A LINEAR SCAN OF THE NON-WORKING TABLE.
005250*---------------------------------------------------------------
005260 1600-check-work-day.
005270     set aud-work-day to true
005280     move 0 to aud-cal-found-ix
005290     move 1 to aud-cal-ix
005300     perform 1650-scan-cal-entry thru 1650-exit
005310         until aud-cal-ix > aud-cal-used
005320         or aud-cal-found-ix > 0
005330     if aud-cal-found-ix > 0
005340         set aud-non-work-day to true
005350     end-if.
005360 1600-exit.
005370     exit.
005380*---------------------------------------------------------------
005390*  1650-SCAN-CAL-ENTRY - ONE STEP OF THE CALENDAR SCAN.
005400*---------------------------------------------------------------
005410 1650-scan-cal-entry.
005420     if aud-cal-date(aud-cal-ix) = aud-cutoff-n
005430         move aud-cal-ix to aud-cal-found-ix
005440     else
005450         add 1 to aud-cal-ix
005460     end-if.
005470 1650-exit.
005480     exit.
005490*---------------------------------------------------------------
005500*  2000-AUDIT-PASS - EVERY MASTER RECORD THROUGH THE CHECKS.
005510*---------------------------------------------------------------
005520 2000-audit-pass.
005530     move 'N' to aud-eof-switch
005540     perform 2100-audit-one-record thru 2100-exit
005550         until aud-end-of-input
005560     close partmast
005570     if aud-mast-status not = '00'
005580         display 'error closing partmast, status '
005590             aud-mast-status
005600         move 12 to aud-rc-candidate
005610         perform 9100-raise-return-code thru 9100-exit
005620     end-if.
005630 2000-exit.
005640     exit.
005650*---------------------------------------------------------------
005660*  2100-AUDIT-ONE-RECORD - ONE MASTER RECORD: CYCLES, STORED
005670*  VALUES, STALENESS, THEN THE DUPLICATE CHECK.  A RECORD
005680*  WITH NO EXCEPTION IS COUNTED CLEAN.
005690*---------------------------------------------------------------
005700 2100-audit-one-record.
005710     read partmast next
005720         at end
005730             set aud-end-of-input to true
005740             go to 2100-exit
005750     end-read
005760     if aud-mast-status not = '00'
005770         display 'error reading partmast, status '
005780             aud-mast-status
005790         set aud-run-aborted to true
005800         move 12 to aud-rc-candidate
005810         perform 9100-raise-return-code thru 9100-exit
005820         set aud-end-of-input to true
005830         go to 2100-exit
005840     end-if
005850     add 1 to aud-read-count
005860     move 'N' to aud-exc-switch
005870     move aud-mast-pair-id to aud-rpt-pair-id
005880     move aud-mast-part-a-nbr to aud-rpt-part-a
005890     move aud-mast-part-b-nbr to aud-rpt-part-b
005900     perform 2200-check-values thru 2200-exit
005910     perform 2400-check-duplicate thru 2400-exit
005920     if not aud-record-excepted
005930         add 1 to aud-clean-count
005940     end-if.
005950 2100-exit.
005960     exit.
005970*---------------------------------------------------------------
005980*  2200-CHECK-VALUES - A CYCLE THAT IS NOT POSITIVE CANNOT BE
005990*  RECOMPUTED; A ZERO GCD IS A RECORD WAITING ON MODE M AND IS
006000*  NOT ALSO CALLED STALE.  OTHERWISE RECOMPUTE, COMPARE, AND
006010*  CHECK THE LAST-CALC DATE AGAINST THE CUTOFF.
006020*---------------------------------------------------------------
006030 2200-check-values.
006040     if aud-mast-cycle-a not > 0
006050         or aud-mast-cycle-b not > 0
006060         move 'cycle not positive - cannot recompute'
006070             to aud-rpt-reason
006080         perform 2900-write-exception thru 2900-exit
006090         add 1 to aud-bad-cycle-count
006100         go to 2200-exit
006110     end-if
006120     if aud-mast-gcd = 0
006130         move 'zero gcd - mode m not run since change'
006140             to aud-rpt-reason
006150         perform 2900-write-exception thru 2900-exit
006160         add 1 to aud-zero-gcd-count
006170         go to 2200-exit
006180     end-if
006190     move aud-mast-cycle-a to aud-calc-a
006200     move aud-mast-cycle-b to aud-calc-b
006210     call 'GCD-CALC' using aud-calc-a aud-calc-b
006220         aud-trace-switch aud-calc-gcd
006230     multiply aud-calc-a by aud-calc-b giving aud-calc-product
006240     divide aud-calc-product by aud-calc-gcd
006250         giving aud-calc-lcm
006260     if aud-calc-gcd not = aud-mast-gcd
006270         move 'stored gcd does not match recompute'
006280             to aud-rpt-reason
006290         perform 2900-write-exception thru 2900-exit
006300         move aud-mast-gcd to aud-rpt-stored
006310         move aud-calc-gcd to aud-rpt-computed
006320         perform 2950-write-values thru 2950-exit
006330         add 1 to aud-gcd-diff-count
006340     end-if
006350     if aud-calc-lcm not = aud-mast-lcm
006360         move 'stored lcm does not match recompute'
006370             to aud-rpt-reason
006380         perform 2900-write-exception thru 2900-exit
006390         move aud-mast-lcm to aud-rpt-stored
006400         move aud-calc-lcm to aud-rpt-computed
006410         perform 2950-write-values thru 2950-exit
006420         add 1 to aud-lcm-diff-count
006430     end-if
006440     if aud-mast-last-calc not numeric
006450         or aud-mast-last-calc = 0
006460         move 'no last-calc date on file'
006470             to aud-rpt-reason
006480         perform 2900-write-exception thru 2900-exit
006490         add 1 to aud-stale-count
006500         go to 2200-exit
006510     end-if
006520     if aud-mast-last-calc < aud-cutoff-n
006530         move 'last-calc date older than stale limit'
006540             to aud-rpt-reason
006550         perform 2900-write-exception thru 2900-exit
006560         add 1 to aud-stale-count
006570     end-if.
006580 2200-exit.
006590     exit.
006600*---------------------------------------------------------------
006610*  2400-CHECK-DUPLICATE - FILE THE PAIR'S TWO PART NUMBERS IN
006620*  ASCENDING ORDER AND LOOK FOR AN EARLIER PAIR-ID CARRYING
006630*  THE SAME TWO.  THE FIRST PAIR-ID IN KEY ORDER IS TAKEN AS
006640*  THE ORIGINAL; EVERY LATER ONE IS LISTED AGAINST IT.
006650*---------------------------------------------------------------
006660 2400-check-duplicate.
006670     if aud-mast-part-a-nbr not > aud-mast-part-b-nbr
006680         move aud-mast-part-a-nbr to aud-key-low
006690         move aud-mast-part-b-nbr to aud-key-high
006700     else
006710         move aud-mast-part-b-nbr to aud-key-low
006720         move aud-mast-part-a-nbr to aud-key-high
006730     end-if
006740     move 0 to aud-pair-found-ix
006750     move 1 to aud-pair-ix
006760     perform 2450-scan-pair-entry thru 2450-exit
006770         until aud-pair-ix > aud-pair-used
006780         or aud-pair-found-ix > 0
006790     if aud-pair-found-ix > 0
006800         move spaces to aud-rpt-reason
006810         string 'duplicates the parts of pair '
006820                 delimited by size
006830             aud-pair-id(aud-pair-found-ix)
006840                 delimited by size
006850             into aud-rpt-reason
006860         end-string
006870         perform 2900-write-exception thru 2900-exit
006880         add 1 to aud-dup-count
006890         go to 2400-exit
006900     end-if
006910     if aud-pair-used < 5000
006920         add 1 to aud-pair-used
006930         move aud-pair-key to aud-pair-parts(aud-pair-used)
006940         move aud-mast-pair-id to aud-pair-id(aud-pair-used)
006950     else
006960         set aud-pair-overflowed to true
006970     end-if.
006980 2400-exit.
006990     exit.
007000*---------------------------------------------------------------
007010*  2450-SCAN-PAIR-ENTRY - ONE STEP OF THE PART-PAIR SCAN.
007020*---------------------------------------------------------------
007030 2450-scan-pair-entry.
007040     if aud-pair-parts(aud-pair-ix) = aud-pair-key
007050         move aud-pair-ix to aud-pair-found-ix
007060     else
007070         add 1 to aud-pair-ix
007080     end-if.
007090 2450-exit.
007100     exit.
007110*---------------------------------------------------------------
007120*  2900-WRITE-EXCEPTION - ONE EXCEPTION LINE FOR THE RECORD IN
007130*  HAND.  A FAILED WRITE IS RECORDED ONCE AND THE REST OF THE
007140*  REPORT IS SKIPPED; THE COUNTS STILL REACH THE CONSOLE.
007150*---------------------------------------------------------------
007160 2900-write-exception.
007170     set aud-record-excepted to true
007180     if not aud-rpt-usable
007190         go to 2900-exit
007200     end-if
007210     write aud-rpt-record from aud-rpt-exc-line
007220     if aud-rpt-status not = '00'
007230         display 'error writing gcdaudt, status ' aud-rpt-status
007240         move 'N' to aud-rpt-switch
007250         move 12 to aud-rc-candidate
007260         perform 9100-raise-return-code thru 9100-exit
007270     end-if.
007280 2900-exit.
007290     exit.
007300*---------------------------------------------------------------
007310*  2950-WRITE-VALUES - THE STORED AND RECOMPUTED VALUES UNDER
007320*  A MISMATCH LINE.
007330*---------------------------------------------------------------
007340 2950-write-values.
007350     if not aud-rpt-usable
007360         go to 2950-exit
007370     end-if
007380     write aud-rpt-record from aud-rpt-value-line
007390     if aud-rpt-status not = '00'
007400         display 'error writing gcdaudt, status ' aud-rpt-status
007410         move 'N' to aud-rpt-switch
007420         move 12 to aud-rc-candidate
007430         perform 9100-raise-return-code thru 9100-exit
007440     end-if.
007450 2950-exit.
007460     exit.
007470*---------------------------------------------------------------
007471*  2990-WRITE-PRINT-LINE - WRITE AUD-RPT-PRINT-LINE, CHECKED THE
007472*  SAME WAY AS THE EXCEPTION AND VALUE LINES.
007473*---------------------------------------------------------------
007474 2990-write-print-line.
007475     if not aud-rpt-usable
007476         go to 2990-exit
007477     end-if
007478     write aud-rpt-record from aud-rpt-print-line
007479     if aud-rpt-status not = '00'
007480         display 'error writing gcdaudt, status ' aud-rpt-status
007481         move 'N' to aud-rpt-switch
007482         move 12 to aud-rc-candidate
007483         perform 9100-raise-return-code thru 9100-exit
007484     end-if.
007485 2990-exit.
007486     exit.
007487*---------------------------------------------------------------
007488*  4000-FINISH-REPORT - COUNTS AND THE END-OF-REPORT TRAILER.
007490*  ANY EXCEPTION RAISES CONDITION CODE 4.
007500*---------------------------------------------------------------
007510 4000-finish-report.
007520     if aud-read-count > aud-clean-count
007530         move 4 to aud-rc-candidate
007540         perform 9100-raise-return-code thru 9100-exit
007550     end-if
007560     if aud-pair-overflowed
007570         move 4 to aud-rc-candidate
007580         perform 9100-raise-return-code thru 9100-exit
007590     end-if
007600     if not aud-rpt-usable
007610         go to 4000-exit
007620     end-if
007630     move spaces to aud-rpt-print-line
007640     perform 2990-write-print-line thru 2990-exit
007650     move 'records read'             to aud-rpt-label
007660     move aud-read-count             to aud-rpt-value
007670     perform 4100-write-detail thru 4100-exit
007680     move 'records clean'            to aud-rpt-label
007690     move aud-clean-count            to aud-rpt-value
007700     perform 4100-write-detail thru 4100-exit
007710     move 'gcd mismatches'           to aud-rpt-label
007720     move aud-gcd-diff-count         to aud-rpt-value
007730     perform 4100-write-detail thru 4100-exit
007740     move 'lcm mismatches'           to aud-rpt-label
007750     move aud-lcm-diff-count         to aud-rpt-value
007760     perform 4100-write-detail thru 4100-exit
007770     move 'zero-gcd records'         to aud-rpt-label
007780     move aud-zero-gcd-count         to aud-rpt-value
007790     perform 4100-write-detail thru 4100-exit
007800     move 'cycles not positive'      to aud-rpt-label
007810     move aud-bad-cycle-count        to aud-rpt-value
007820     perform 4100-write-detail thru 4100-exit
007830     move 'stale records'            to aud-rpt-label
007840     move aud-stale-count            to aud-rpt-value
007850     perform 4100-write-detail thru 4100-exit
007860     move 'duplicate pairs'          to aud-rpt-label
007870     move aud-dup-count              to aud-rpt-value
007880     perform 4100-write-detail thru 4100-exit
007890     if aud-pair-overflowed
007900         move spaces to aud-rpt-print-line
007910         perform 2990-write-print-line thru 2990-exit
007920         move '  *** pair table full - duplicates partial ***'
007930             to aud-rpt-print-line
007940         perform 2990-write-print-line thru 2990-exit
007950     end-if
007960     if aud-run-aborted
007970         move spaces to aud-rpt-print-line
007980         perform 2990-write-print-line thru 2990-exit
007990         move '  *** run aborted - report incomplete ***'
008000             to aud-rpt-print-line
008010         perform 2990-write-print-line thru 2990-exit
008020     end-if
008030     move spaces to aud-rpt-print-line
008040     perform 2990-write-print-line thru 2990-exit
008050     move '  *** end of report ***' to aud-rpt-print-line
008060     perform 2990-write-print-line thru 2990-exit
008070     close auditrpt
008080     if aud-rpt-status not = '00'
008090         display 'error closing gcdaudt, status ' aud-rpt-status
008100         move 12 to aud-rc-candidate
008110         perform 9100-raise-return-code thru 9100-exit
008120     end-if.
008130 4000-exit.
008140     exit.
008150*---------------------------------------------------------------
008160*  4100-WRITE-DETAIL - PRINT THE LABEL/VALUE PAIR LEFT IN
008170*  AUD-RPT-TOTAL, THROUGH THE CHECKED WRITE.
008180*---------------------------------------------------------------
008190 4100-write-detail.
008200     move aud-rpt-total to aud-rpt-print-line
008205     perform 2990-write-print-line thru 2990-exit.
008210 4100-exit.
008220     exit.
008230*---------------------------------------------------------------
008240*  9000-TERMINATE - FINAL CONSOLE TOTALS AND SIGN-OFF.
008250*---------------------------------------------------------------
008260 9000-terminate.
008270     display 'gcd-audit run complete'
008280     display '  records read       : ' aud-read-count
008290     display '  records clean      : ' aud-clean-count
008300     display '  gcd mismatches     : ' aud-gcd-diff-count
008310     display '  lcm mismatches     : ' aud-lcm-diff-count
008320     display '  zero-gcd records   : ' aud-zero-gcd-count
008330     display '  cycles not positive: ' aud-bad-cycle-count
008340     display '  stale records      : ' aud-stale-count
008350     display '  duplicate pairs    : ' aud-dup-count.
008360 9000-exit.
008370     exit.
008380*---------------------------------------------------------------
008390*  9100-RAISE-RETURN-CODE - RAISE THE RUN CONDITION CODE TO
008400*  AUD-RC-CANDIDATE UNLESS A WORSE ONE IS ALREADY RECORDED,
008410*  MATCHING THE DRIVER'S DISCIPLINE.
008420*---------------------------------------------------------------
008430 9100-raise-return-code.
008440     if aud-rc-candidate > aud-return-code
008450         move aud-rc-candidate to aud-return-code
008460     end-if.
008470 9100-exit.
008480     exit.
008490 end program GCD-AUDIT.
