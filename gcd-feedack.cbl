000010*****************************************************************
000020*
000030*   PROGRAM-ID.   GCD-FEEDACK.
000040*   AUTHOR.       D. HALLIGAN - SCHEDULING SYSTEMS GROUP.
000050*   INSTALLATION. LOT-SIZING / SHOP SCHEDULING.
000060*   DATE-WRITTEN. 10/14/2026.
000070*   DATE-COMPILED.
000080*
000090*   REMARKS.
000100*       NIGHTLY RECONCILIATION OF THE PAIRFEED SENT TO MRP
000110*       AGAINST THE ACKNOWLEDGEMENTS MRP RETURNS ON FEEDACK.
000120*       THREE STEPS, ONE REPORT (GCDACKR):
000130*         - TONIGHT'S PAIRFEED IS REGISTERED ON FEEDREG, THE
000140*           FEED REGISTER - ITS HEADER DATE AND THE COUNT AND
000150*           HASH ITS TRAILER SENT.  PAIRFEED IS REWRITTEN
000160*           EVERY NIGHT, SO THE REGISTER IS WHAT REMEMBERS
000170*           EACH FEED UNTIL MRP ANSWERS FOR IT.  A FEED WITH
000180*           NO TRAILER WAS NEVER SENT WHOLE AND IS NOT
000190*           REGISTERED.
000200*         - EVERY ACKNOWLEDGEMENT ON FEEDACK IS MATCHED TO ITS
000210*           REGISTERED FEED BY FEED RUN DATE.  THE COUNT AND
000220*           HASH MRP RECEIVED ARE CHECKED AGAINST THE TRAILER
000230*           WE SENT, AND THE COUNT AGAINST THE PAIRS PROCESSED
000240*           ON THAT NIGHT'S GCDHIST RECORD (A RESUMED RUN'S
000250*           HISTORY COUNTS ONLY THE PAIRS AFTER THE RESTART,
000260*           SO IT SHOWS HERE AS A DIFFERENCE TO BE LOOKED AT).
000270*           EVERY PAIR MRP REJECTED IS LISTED WITH ITS REASON.
000280*         - EVERY REGISTERED FEED STILL UNACKNOWLEDGED IS
000290*           LISTED, AND ONE OLDER THAN THE OVERDUE LIMIT IN
000300*           SHOPCAL BUSINESS DAYS (ACKPARM CARD, CONSOLE
000310*           PROMPT WHEN NO CARD, DEFAULT 1) IS FLAGGED OVERDUE.
000320*       THE REGISTER IS REWRITTEN AT THE END OF THE RUN;
000330*       ACKNOWLEDGED FEEDS DROP OFF IT ONCE THEY AGE PAST THE
000340*       OVERDUE CUTOFF.
000350*       RETURN CODES: 0 = CLEAN, 4 = DISAGREEMENTS OR MRP
000360*       REJECTS LISTED, 8 = A FEED OVERDUE OR REFUSED WHOLE BY
000370*       MRP, OR RUN REFUSED (BAD CRITERIA), 12 = I/O FAILURE.
000380*
000390*   MODIFICATION HISTORY.
000400*     10/14/2026  DH   INITIAL VERSION, AFTER A FEED SAT
000410*                      REFUSED AT MRP FOR TWO DAYS UNNOTICED.
000412*     10/15/2026  DH   GCDHIST OPEN AND READ FAILURES RAISE RC 12;
000414*                      TOTALS AND TRAILER GO THROUGH THE CHECKED
000416*                      WRITE.
000420*
000430*****************************************************************
000440 identification division.
000450 program-id. GCD-FEEDACK.
000460 author. D. Halligan - Scheduling Systems Group.
000470 installation. Lot-Sizing / Shop Scheduling.
000480 date-written. 10/14/2026.
000490 date-compiled.
000500 environment division.
000510 configuration section.
000520 source-computer. x8086.
000530 object-computer. LLVM.
000540 input-output section.
000550 file-control.
000560     select ackparm assign to "ACKPARM"
000570         organization is line sequential
000580         file status is ack-parm-status.
000590     select pairfeed assign to "PAIRFEED"
000600         organization is line sequential
000610         file status is ack-feed-status.
000620     select gcdhist assign to "GCDHIST"
000630         organization is line sequential
000640         file status is ack-hist-status.
000650     select feedack assign to "FEEDACK"
000660         organization is line sequential
000670         file status is ack-ack-status.
000680     select feedreg assign to "FEEDREG"
000690         organization is line sequential
000700         file status is ack-reg-status.
000710     select shopcal assign to "SHOPCAL"
000720         organization is line sequential
000730         file status is ack-cal-status.
000740     select ackrpt assign to "GCDACKR"
000750         organization is line sequential
000760         file status is ack-rpt-status.
000770 data division.
000780 file section.
000790*---------------------------------------------------------------
000800*  ACKPARM - SINGLE CONTROL CARD CARRYING THE OVERDUE LIMIT IN
000810*  BUSINESS DAYS.  OPTIONAL; THE CONSOLE PROMPT TAKES OVER
000820*  WHEN THE CARD IS ABSENT.
000830*---------------------------------------------------------------
000840 fd  ackparm.
000850 01  ack-parm-record.
000860     05  ack-parm-overdue-days    pic x(03).
000870     05  filler                   pic x(77).
000880*---------------------------------------------------------------
000890*  PAIRFEED - TONIGHT'S FEED AS THE DRIVER WROTE IT.  ONLY THE
000900*  HEADER DATE AND THE TRAILER TOTALS ARE USED.
000910*---------------------------------------------------------------
000920 fd  pairfeed.
000930 01  ack-feed-record.
000940     05  ack-feed-type            pic x(01).
000950     05  filler                   pic x(53).
000960 01  ack-feed-hdr-record.
000970     05  filler                   pic x(01).
000980     05  ack-feed-hdr-date        pic 9(08).
000990     05  ack-feed-hdr-source      pic x(08).
001000     05  filler                   pic x(37).
001010 01  ack-feed-trl-record.
001020     05  filler                   pic x(01).
001030     05  ack-feed-trl-count       pic 9(09).
001040     05  ack-feed-trl-hash        pic 9(18).
001050     05  filler                   pic x(26).
001060*---------------------------------------------------------------
001070*  GCDHIST - ONE RECORD PER BATCH RUN, AS 4860-WRITE-HISTORY IN
001080*  THE DRIVER APPENDS THEM.  ONLY THE RUN DATE, PAIRS PROCESSED
001090*  AND ABORT FLAG ARE NAMED; THE REST RIDES IN THE FILLER.
001100*---------------------------------------------------------------
001110 fd  gcdhist.
001120 01  ack-hist-record.
001130     05  ack-hist-run-date        pic 9(08).
001140     05  ack-hist-run-time        pic 9(08).
001150     05  ack-hist-data-count      pic 9(09).
001160     05  ack-hist-good-count      pic 9(09).
001170     05  filler                   pic x(126).
001180     05  ack-hist-abort-flag      pic x(01).
001190     05  filler                   pic x(722).
001200*---------------------------------------------------------------
001210*  FEEDACK - THE ACKNOWLEDGEMENTS MRP RETURNS, ONE GROUP PER
001220*  FEED.  AN 'A' RECORD CARRIES THE FEED RUN DATE, THE COUNT
001230*  AND HASH MRP RECEIVED AND THE RECORDS IT ACCEPTED; ONE 'R'
001240*  RECORD FOLLOWS FOR EACH PAIR IT REJECTED, WITH THE SAME
001250*  FEED DATE, THE PAIR AND MRP'S REASON.  EVERY FIELD IS
001260*  UNEDITED AND ZERO FILLED, AS ON PAIRFEED ITSELF.
001270*---------------------------------------------------------------
001280 fd  feedack.
001290 01  ack-ack-record.
001300     05  ack-ack-type             pic x(01).
001310         88  ack-ack-is-header        value 'A'.
001320         88  ack-ack-is-reject        value 'R'.
001330     05  ack-ack-feed-date        pic 9(08).
001340     05  ack-ack-count            pic 9(09).
001350     05  ack-ack-hash             pic 9(18).
001360     05  ack-ack-accepted         pic 9(09).
001370     05  filler                   pic x(35).
001380 01  ack-rej-record.
001390     05  filler                   pic x(01).
001400     05  ack-rej-feed-date        pic 9(08).
001410     05  ack-rej-a                pic 9(09).
001420     05  ack-rej-b                pic 9(09).
001430     05  ack-rej-reason           pic x(40).
001440     05  filler                   pic x(13).
001450*---------------------------------------------------------------
001460*  FEEDREG - THE FEED REGISTER.  ONE RECORD PER FEED SENT AND
001470*  NOT YET AGED OFF: FEED DATE, TRAILER COUNT AND HASH, STATE
001480*  (O = OUTSTANDING, A = ACKNOWLEDGED) AND THE DATE THE
001490*  ACKNOWLEDGEMENT WAS RECONCILED.
001500*---------------------------------------------------------------
001510 fd  feedreg.
001520 01  ack-reg-record.
001530     05  ack-reg-feed-date        pic 9(08).
001540     05  filler                   pic x(01).
001550     05  ack-reg-count            pic 9(09).
001560     05  filler                   pic x(01).
001570     05  ack-reg-hash             pic 9(18).
001580     05  filler                   pic x(01).
001590     05  ack-reg-state            pic x(01).
001600     05  filler                   pic x(01).
001610     05  ack-reg-ack-date         pic 9(08).
001620     05  filler                   pic x(32).
001630*---------------------------------------------------------------
001640*  SHOPCAL - THE SHOP CALENDAR OF WORKING DAYS AND HOLIDAYS,
001650*  THE SAME FILE THE DRIVER AND GCD-LOGMAINT READ.  TYPE 'H'
001660*  MARKS A NON-WORKING DAY; ANYTHING ELSE IS WORKING.
001670*---------------------------------------------------------------
001680 fd  shopcal.
001690 01  ack-cal-record.
001700     05  ack-cal-rec-date         pic 9(08).
001710     05  filler                   pic x(01).
001720     05  ack-cal-rec-type         pic x(01).
001730         88  ack-cal-rec-holiday      value 'H'.
001740     05  filler                   pic x(01).
001750     05  ack-cal-rec-desc         pic x(30).
001760*---------------------------------------------------------------
001770*  GCDACKR - THE PRINTABLE RECONCILIATION REPORT.
001780*---------------------------------------------------------------
001790 fd  ackrpt.
001800 01  ack-rpt-record               pic x(80).
001810 working-storage section.
001820*---------------------------------------------------------------
001830*  RUN CONTROLS AND COUNTERS.
001840*---------------------------------------------------------------
001850 77  ack-return-code              pic 9(02) value 0.
001860 77  ack-rc-candidate             pic 9(02) value 0.
001870 77  ack-eof-switch               pic x(01) value 'N'.
001880     88  ack-end-of-input             value 'Y'.
001890 77  ack-abort-switch             pic x(01) value 'N'.
001900     88  ack-run-aborted              value 'Y'.
001910 77  ack-parm-switch              pic x(01) value 'N'.
001920     88  ack-parm-present             value 'Y'.
001930 77  ack-rpt-switch               pic x(01) value 'N'.
001940     88  ack-rpt-usable               value 'Y'.
001950 77  ack-reg-ok-switch            pic x(01) value 'Y'.
001960     88  ack-reg-rewritable           value 'Y'.
001970 77  ack-hdr-seen-switch          pic x(01) value 'N'.
001980     88  ack-hdr-seen                 value 'Y'.
001990 77  ack-trl-seen-switch          pic x(01) value 'N'.
002000     88  ack-trl-seen                 value 'Y'.
002010 77  ack-open-ack-switch          pic x(01) value 'N'.
002020     88  ack-ack-open                 value 'Y'.
002030 77  ack-hist-found-switch        pic x(01) value 'N'.
002040     88  ack-hist-found               value 'Y'.
002050 77  ack-registered-count         pic 9(09) value 0.
002060 77  ack-ack-read-count           pic 9(09) value 0.
002070 77  ack-ack-clean-count          pic 9(09) value 0.
002080 77  ack-disagree-count           pic 9(09) value 0.
002090 77  ack-unmatched-count          pic 9(09) value 0.
002100 77  ack-refused-count            pic 9(09) value 0.
002110 77  ack-reject-count             pic 9(09) value 0.
002120 77  ack-garbled-count            pic 9(09) value 0.
002130 77  ack-awaiting-count           pic 9(09) value 0.
002140 77  ack-overdue-count            pic 9(09) value 0.
002150 77  ack-aged-off-count           pic 9(09) value 0.
002160*---------------------------------------------------------------
002170*  TONIGHT'S FEED - HEADER DATE AND TRAILER TOTALS.
002180*---------------------------------------------------------------
002190 77  ack-tonight-date             pic 9(08) value 0.
002200 77  ack-tonight-count            pic 9(09) value 0.
002210 77  ack-tonight-hash             pic 9(18) value 0.
002220*---------------------------------------------------------------
002230*  THE ACKNOWLEDGEMENT IN HAND.  ITS REJECT LINES ARE COUNTED
002240*  AS THEY ARRIVE AND SQUARED WITH RECEIVED LESS ACCEPTED
002250*  WHEN THE NEXT ACKNOWLEDGEMENT (OR END OF FILE) CLOSES IT.
002260*---------------------------------------------------------------
002270 77  ack-cur-date                 pic 9(08) value 0.
002280 77  ack-cur-count                pic 9(09) value 0.
002290 77  ack-cur-accepted             pic 9(09) value 0.
002300 77  ack-cur-reg-ix               pic 9(05) value 0.
002310 77  ack-cur-rej-lines            pic 9(09) value 0.
002320 77  ack-cur-rej-expected         pic 9(09) value 0.
002330 77  ack-cur-flaw-switch          pic x(01) value 'N'.
002340     88  ack-cur-flawed               value 'Y'.
002350 77  ack-hist-good                pic 9(09) value 0.
002360 77  ack-hist-abort               pic x(01) value space.
002370*---------------------------------------------------------------
002380*  OVERDUE LIMIT AND CUTOFF DATE - TODAY WOUND BACK ONE DAY AT
002390*  A TIME BY THE LIMIT, COUNTING ONLY WORKING DAYS WHEN THE
002400*  CALENDAR IS ON HAND, AS GCD-LOGMAINT WINDS ITS RETENTION.
002410*  AN UNACKNOWLEDGED FEED DATED BEFORE THE CUTOFF IS OVERDUE.
002420*---------------------------------------------------------------
002430 77  ack-card-overdue-days        pic x(03) value spaces.
002440 77  ack-overdue-days             pic 9(03) value 1.
002450 77  ack-day-ix                   pic 9(05) value 0.
002460 01  ack-cutoff.
002470     05  ack-cut-yyyy             pic 9(04).
002480     05  ack-cut-mm               pic 9(02).
002490     05  ack-cut-dd               pic 9(02).
002500 01  ack-cutoff-n redefines ack-cutoff
002510                                  pic 9(08).
002520 77  ack-overdue-cutoff           pic 9(08) value 0.
002530 77  ack-month-length             pic 9(02) value 0.
002540 77  ack-leap-work                pic 9(04) value 0.
002550 77  ack-leap-rem                 pic 9(04) value 0.
002560 77  ack-leap-switch              pic x(01) value 'N'.
002570     88  ack-leap-year                value 'Y'.
002580*---------------------------------------------------------------
002590*  SHOP CALENDAR TABLE - ONLY THE NON-WORKING DATES ARE HELD;
002600*  A DATE NOT IN THE TABLE IS A WORKING DAY.  ON OVERFLOW THE
002610*  CALENDAR IS TREATED AS NOT LOADED RATHER THAN HALF-TRUSTED,
002620*  AND THE WIND-BACK GUARD STOPS A CALENDAR THAT MARKS
002630*  EVERYTHING NON-WORKING FROM WINDING FOREVER.
002640*---------------------------------------------------------------
002650 77  ack-cal-switch               pic x(01) value 'N'.
002660     88  ack-cal-loaded               value 'Y'.
002670 77  ack-cal-used                 pic 9(05) value 0.
002680 77  ack-cal-ix                   pic 9(05) value 0.
002690 77  ack-cal-found-ix             pic 9(05) value 0.
002700 77  ack-cal-guard                pic 9(05) value 0.
002710 77  ack-workday-switch           pic x(01) value 'Y'.
002720     88  ack-work-day                 value 'Y'.
002730     88  ack-non-work-day             value 'N'.
002740 01  ack-cal-table.
002750     05  ack-cal-entry            occurs 2000 times.
002760         10  ack-cal-date         pic 9(08).
002770*---------------------------------------------------------------
002780*  FEED REGISTER TABLE.  A THOUSAND FEEDS IS YEARS OF NIGHTS
002790*  WITHOUT A SINGLE ANSWER FROM MRP; A REGISTER THAT WILL NOT
002800*  FIT REFUSES THE RUN RATHER THAN DROPPING FEEDS SILENTLY.
002810*---------------------------------------------------------------
002820 77  ack-reg-used                 pic 9(05) value 0.
002830 77  ack-reg-ix                   pic 9(05) value 0.
002840 77  ack-reg-found-ix             pic 9(05) value 0.
002850 77  ack-reg-key                  pic 9(08) value 0.
002860 01  ack-reg-table.
002870     05  ack-reg-entry            occurs 1000 times.
002880         10  ack-tbl-feed-date    pic 9(08).
002890         10  ack-tbl-count        pic 9(09).
002900         10  ack-tbl-hash         pic 9(18).
002910         10  ack-tbl-state        pic x(01).
002920             88  ack-tbl-outstanding  value 'O'.
002930             88  ack-tbl-acked        value 'A'.
002940         10  ack-tbl-ack-date     pic 9(08).
002950*---------------------------------------------------------------
002960*  RUN TIMESTAMP FOR THE REPORT HEADING.
002970*---------------------------------------------------------------
002980 01  ack-timestamp-fields.
002990     05  ack-ts-date              pic 9(08).
003000     05  ack-ts-time              pic 9(08).
003010 01  ack-timestamp-parts redefines ack-timestamp-fields.
003020     05  filler                   pic x(08).
003030     05  ack-ts-hh                pic 9(02).
003040     05  ack-ts-mi                pic 9(02).
003050     05  ack-ts-ss                pic 9(02).
003060     05  filler                   pic x(02).
003070*---------------------------------------------------------------
003080*  REPORT PRINT LINES.  EVERY FINDING IS ONE LINE NAMING ITS
003090*  FEED DATE, SO THE LINES SORT AND CUT CLEANLY; A COUNT OR
003100*  HASH DISAGREEMENT PRINTS THE TWO FIGURES UNDER IT.
003110*---------------------------------------------------------------
003120 01  ack-rpt-h1.
003130     05  filler                   pic x(05) value spaces.
003140     05  filler                   pic x(40)
003150         value 'gcd-feedack  pairfeed ack reconciliation'.
003160 01  ack-rpt-h2.
003170     05  filler                   pic x(05) value spaces.
003180     05  filler                   pic x(09) value 'run date '.
003190     05  ack-rpt-h2-date          pic 9999/99/99.
003200     05  filler                   pic x(11) value '  run time '.
003210     05  ack-rpt-h2-hh            pic 9(02).
003220     05  filler                   pic x(01) value ':'.
003230     05  ack-rpt-h2-mi            pic 9(02).
003240     05  filler                   pic x(01) value ':'.
003250     05  ack-rpt-h2-ss            pic 9(02).
003260 01  ack-rpt-crit-line.
003270     05  filler                   pic x(05) value spaces.
003280     05  filler                   pic x(16)
003290         value 'overdue after  '.
003300     05  ack-rpt-crit-days        pic zz9.
003310     05  ack-rpt-crit-unit        pic x(16).
003320     05  filler                   pic x(08) value 'cutoff '.
003330     05  ack-rpt-crit-cutoff      pic 9999/99/99.
003340 01  ack-rpt-section-line.
003350     05  filler                   pic x(02) value spaces.
003360     05  ack-rpt-section          pic x(60).
003370 01  ack-rpt-feed-line.
003380     05  filler                   pic x(02) value spaces.
003390     05  filler                   pic x(05) value 'feed '.
003400     05  ack-rpt-feed-date        pic 9999/99/99.
003410     05  filler                   pic x(02) value spaces.
003420     05  ack-rpt-feed-count       pic z(8)9.
003430     05  filler                   pic x(02) value spaces.
003440     05  ack-rpt-reason           pic x(48).
003450 01  ack-rpt-value-line.
003460     05  filler                   pic x(14) value spaces.
003470     05  ack-rpt-value-label-1    pic x(09).
003480     05  ack-rpt-value-1          pic z(17)9.
003490     05  filler                   pic x(02) value spaces.
003500     05  ack-rpt-value-label-2    pic x(09).
003510     05  ack-rpt-value-2          pic z(17)9.
003520 01  ack-rpt-reject-line.
003530     05  filler                   pic x(06) value spaces.
003540     05  filler                   pic x(09) value 'rejected '.
003550     05  ack-rpt-rej-a            pic z(8)9.
003560     05  filler                   pic x(01) value space.
003570     05  ack-rpt-rej-b            pic z(8)9.
003580     05  filler                   pic x(02) value spaces.
003590     05  ack-rpt-rej-reason       pic x(40).
003600 01  ack-rpt-total.
003610     05  filler                   pic x(05) value spaces.
003620     05  ack-rpt-label            pic x(30).
003630     05  ack-rpt-value            pic z(8)9.
003640 77  ack-rpt-print-line           pic x(80) value spaces.
003650*---------------------------------------------------------------
003660*  FILE STATUS CODES.
003670*---------------------------------------------------------------
003680 77  ack-parm-status              pic x(02) value spaces.
003690 77  ack-feed-status              pic x(02) value spaces.
003700 77  ack-hist-status              pic x(02) value spaces.
003710 77  ack-ack-status               pic x(02) value spaces.
003720 77  ack-reg-status               pic x(02) value spaces.
003730 77  ack-cal-status               pic x(02) value spaces.
003740 77  ack-rpt-status               pic x(02) value spaces.
003750 procedure division.
003760*---------------------------------------------------------------
003770*  0000-MAINLINE.
003780*---------------------------------------------------------------
003790 0000-mainline.
003800     perform 1000-initialize thru 1000-exit
003810     if not ack-run-aborted
003820         perform 2000-register-feed thru 2000-exit
003830     end-if
003840     if not ack-run-aborted
003850         perform 3000-match-acks thru 3000-exit
003860     end-if
003870     if not ack-run-aborted
003880         perform 3500-age-register thru 3500-exit
003890         perform 3800-rewrite-register thru 3800-exit
003900     end-if
003910     perform 4000-finish-report thru 4000-exit
003920     perform 9000-terminate thru 9000-exit
003930     move ack-return-code to return-code
003940     stop run.
003950*---------------------------------------------------------------
003960*  1000-INITIALIZE - COLLECT AND EDIT THE OVERDUE LIMIT, LOAD
003970*  THE CALENDAR AND WIND BACK TO THE CUTOFF, OPEN THE REPORT
003980*  AND LOAD THE FEED REGISTER.
003990*---------------------------------------------------------------
004000 1000-initialize.
004010     display 'gcd-feedack - pairfeed acknowledgement '
004020         'reconciliation'
004030     accept ack-ts-date from date yyyymmdd
004040     accept ack-ts-time from time
004050     perform 1100-read-parm-card thru 1100-exit
004060     if not ack-parm-present
004070         display 'enter overdue limit in business days'
004080         display '(blank = 1)'
004090         accept ack-card-overdue-days
004100     end-if
004110     if ack-card-overdue-days not = spaces
004120         if ack-card-overdue-days not numeric
004130             or ack-card-overdue-days = '000'
004140             display 'overdue limit invalid - run refused'
004150             set ack-run-aborted to true
004160             move 8 to ack-rc-candidate
004170             perform 9100-raise-return-code thru 9100-exit
004180             go to 1000-exit
004190         end-if
004200         move ack-card-overdue-days to ack-overdue-days
004210     end-if
004220     perform 1200-load-shop-calendar thru 1200-exit
004230     move ack-ts-date to ack-cutoff-n
004240     move 1 to ack-day-ix
004250     move 0 to ack-cal-guard
004260     perform 1300-back-one-day thru 1300-exit
004270         until ack-day-ix > ack-overdue-days
004280         or ack-cal-guard > 36500
004290*    A GUARDED-OUT WIND-BACK MEANS THE CALENDAR NEVER YIELDED
004300*    ENOUGH WORKING DAYS - A DATA ERROR, NOT A CUTOFF.
004310     if ack-cal-guard > 36500
004320         display 'shop calendar yielded too few working days -'
004330         display 'run refused'
004340         set ack-run-aborted to true
004350         move 8 to ack-rc-candidate
004360         perform 9100-raise-return-code thru 9100-exit
004370         go to 1000-exit
004380     end-if
004390     move ack-cutoff-n to ack-overdue-cutoff
004400     open output ackrpt
004410     if ack-rpt-status not = '00'
004420         display 'error opening gcdackr, status ' ack-rpt-status
004430         set ack-run-aborted to true
004440         move 12 to ack-rc-candidate
004450         perform 9100-raise-return-code thru 9100-exit
004460         go to 1000-exit
004470     end-if
004480     set ack-rpt-usable to true
004490     write ack-rpt-record from ack-rpt-h1
004500     move ack-ts-date to ack-rpt-h2-date
004510     move ack-ts-hh to ack-rpt-h2-hh
004520     move ack-ts-mi to ack-rpt-h2-mi
004530     move ack-ts-ss to ack-rpt-h2-ss
004540     write ack-rpt-record from ack-rpt-h2
004550     move ack-overdue-days to ack-rpt-crit-days
004560     if ack-cal-loaded
004570         move ' business days' to ack-rpt-crit-unit
004580     else
004590         move ' calendar days' to ack-rpt-crit-unit
004600     end-if
004610     move ack-overdue-cutoff to ack-rpt-crit-cutoff
004620     write ack-rpt-record from ack-rpt-crit-line
004630     perform 1700-load-register thru 1700-exit.
004640 1000-exit.
004650     exit.
004660*---------------------------------------------------------------
004670*  1100-READ-PARM-CARD - READ THE OPTIONAL ACKPARM CARD, THE
004680*  SAME WAY THE DRIVER TREATS GCDPARM.
004690*---------------------------------------------------------------
004700 1100-read-parm-card.
004710     open input ackparm
004720     if ack-parm-status not = '00'
004730         go to 1100-exit
004740     end-if
004750     read ackparm
004760         at end
004770             close ackparm
004780             go to 1100-exit
004790     end-read
004800     if ack-parm-status not = '00'
004810         close ackparm
004820         go to 1100-exit
004830     end-if
004840     set ack-parm-present to true
004850*    THE CARD FIELD IS SAVED ASIDE BEFORE THE CLOSE - THE
004860*    RECORD AREA OF A CLOSED FILE IS NOT OURS TO READ.
004870     move ack-parm-overdue-days to ack-card-overdue-days
004880     close ackparm.
004890 1100-exit.
004900     exit.
004910*---------------------------------------------------------------
004920*  1200-LOAD-SHOP-CALENDAR - LOAD THE NON-WORKING DATES OFF
004930*  SHOPCAL.  WITH NO CALENDAR THE LIMIT COUNTS CALENDAR DAYS,
004940*  AND THE CONSOLE AND THE REPORT SAY SO.
004950*---------------------------------------------------------------
004960 1200-load-shop-calendar.
004970     open input shopcal
004980     if ack-cal-status not = '00'
004990         display 'no shop calendar on hand - overdue limit'
005000         display 'counts calendar days'
005010         go to 1200-exit
005020     end-if
005030     move 'N' to ack-eof-switch
005040     perform 1250-load-one-cal-record thru 1250-exit
005050         until ack-end-of-input
005060     close shopcal
005070     if ack-cal-used not < 2000
005080         display 'shop calendar overflowed - ignored, overdue'
005090         display 'limit counts calendar days'
005100         move 'N' to ack-cal-switch
005110         go to 1200-exit
005120     end-if
005130     set ack-cal-loaded to true
005140     move 'N' to ack-eof-switch.
005150 1200-exit.
005160     exit.
005170*---------------------------------------------------------------
005180*  1250-LOAD-ONE-CAL-RECORD - ONE CALENDAR RECORD INTO THE
005190*  NON-WORKING-DATE TABLE.  'W' RECORDS AND GARBLED DATES ARE
005200*  PASSED OVER - ONLY A DATED 'H' MAKES A DAY NON-WORKING.
005210*---------------------------------------------------------------
005220 1250-load-one-cal-record.
005230     read shopcal
005240         at end
005250             set ack-end-of-input to true
005260             go to 1250-exit
005270     end-read
005280     if ack-cal-status not = '00'
005290         display 'error reading shopcal, status ' ack-cal-status
005300         set ack-end-of-input to true
005310         move 9999 to ack-cal-used
005320         go to 1250-exit
005330     end-if
005340     if not ack-cal-rec-holiday
005350         go to 1250-exit
005360     end-if
005370     if ack-cal-rec-date not numeric
005380         go to 1250-exit
005390     end-if
005400     if ack-cal-used < 2000
005410         add 1 to ack-cal-used
005420         move ack-cal-rec-date to ack-cal-date(ack-cal-used)
005430     else
005440         move 9999 to ack-cal-used
005450         set ack-end-of-input to true
005460     end-if.
005470 1250-exit.
005480     exit.
005490*---------------------------------------------------------------
005500*  1300-BACK-ONE-DAY - WIND THE CUTOFF BACK ONE CALENDAR DAY,
005510*  ROLLING THROUGH MONTH ENDS AND YEAR ENDS WITH THE PROPER
005520*  MONTH LENGTHS.  WITH THE SHOP CALENDAR LOADED, ONLY A DAY
005530*  THAT LANDS ON A WORKING DAY COUNTS AGAINST THE LIMIT.
005540*---------------------------------------------------------------
005550 1300-back-one-day.
005560     if ack-cut-dd > 1
005570         subtract 1 from ack-cut-dd
005580     else
005590         if ack-cut-mm = 1
005600             move 12 to ack-cut-mm
005610             subtract 1 from ack-cut-yyyy
005620         else
005630             subtract 1 from ack-cut-mm
005640         end-if
005650         perform 1400-set-month-length thru 1400-exit
005660         move ack-month-length to ack-cut-dd
005670     end-if
005680     add 1 to ack-cal-guard
005690     if ack-cal-loaded
005700         perform 1600-check-work-day thru 1600-exit
005710         if ack-work-day
005720             add 1 to ack-day-ix
005730         end-if
005740     else
005750         add 1 to ack-day-ix
005760     end-if.
005770 1300-exit.
005780     exit.
005790*---------------------------------------------------------------
005800*  1400-SET-MONTH-LENGTH - LENGTH OF THE CUTOFF'S CURRENT
005810*  MONTH, LEAP YEARS INCLUDED.
005820*---------------------------------------------------------------
005830 1400-set-month-length.
005840     evaluate ack-cut-mm
005850         when 01
005860         when 03
005870         when 05
005880         when 07
005890         when 08
005900         when 10
005910         when 12
005920             move 31 to ack-month-length
005930         when 04
005940         when 06
005950         when 09
005960         when 11
005970             move 30 to ack-month-length
005980         when 02
005990             perform 1500-set-leap-switch thru 1500-exit
006000             if ack-leap-year
006010                 move 29 to ack-month-length
006020             else
006030                 move 28 to ack-month-length
006040             end-if
006050     end-evaluate.
006060 1400-exit.
006070     exit.
006080*---------------------------------------------------------------
006090*  1500-SET-LEAP-SWITCH - GREGORIAN LEAP-YEAR TEST ON THE
006100*  CUTOFF YEAR, BY REMAINDER ARITHMETIC.
006110*---------------------------------------------------------------
006120 1500-set-leap-switch.
006130     move 'N' to ack-leap-switch
006140     divide ack-cut-yyyy by 4
006150         giving ack-leap-work remainder ack-leap-rem
006160     if ack-leap-rem = 0
006170         set ack-leap-year to true
006180     end-if
006190     divide ack-cut-yyyy by 100
006200         giving ack-leap-work remainder ack-leap-rem
006210     if ack-leap-rem = 0
006220         move 'N' to ack-leap-switch
006230     end-if
006240     divide ack-cut-yyyy by 400
006250         giving ack-leap-work remainder ack-leap-rem
006260     if ack-leap-rem = 0
006270         set ack-leap-year to true
006280     end-if.
006290 1500-exit.
006300     exit.
006310*---------------------------------------------------------------
006320*  1600-CHECK-WORK-DAY - IS THE DATE IN ACK-CUTOFF-N A WORKING
006330*  DAY?  A LINEAR SCAN OF THE NON-WORKING TABLE.
006340*---------------------------------------------------------------
006350 1600-check-work-day.
006360     set ack-work-day to true
006370     move 0 to ack-cal-found-ix
006380     move 1 to ack-cal-ix
006390     perform 1650-scan-cal-entry thru 1650-exit
006400         until ack-cal-ix > ack-cal-used
006410         or ack-cal-found-ix > 0
006420     if ack-cal-found-ix > 0
006430         set ack-non-work-day to true
006440     end-if.
006450 1600-exit.
006460     exit.
006470*---------------------------------------------------------------
006480*  1650-SCAN-CAL-ENTRY - ONE STEP OF THE CALENDAR SCAN.
006490*---------------------------------------------------------------
006500 1650-scan-cal-entry.
006510     if ack-cal-date(ack-cal-ix) = ack-cutoff-n
006520         move ack-cal-ix to ack-cal-found-ix
006530     else
006540         add 1 to ack-cal-ix
006550     end-if.
006560 1650-exit.
006570     exit.
006580*---------------------------------------------------------------
006590*  1700-LOAD-REGISTER - THE FEED REGISTER INTO THE TABLE.  NO
006600*  REGISTER YET IS THE FIRST NIGHT, NOT AN ERROR.  A REGISTER
006610*  THAT CANNOT BE READ WHOLE IS NEVER REWRITTEN - REWRITING A
006620*  PART WOULD FORGET FEEDS STILL WAITING ON MRP.
006630*---------------------------------------------------------------
006640 1700-load-register.
006650     open input feedreg
006660     if ack-reg-status = '35'
006670         display 'no feed register on hand - starting one'
006680         go to 1700-exit
006690     end-if
006700     if ack-reg-status not = '00'
006710         display 'error opening feedreg, status ' ack-reg-status
006720         go to 1700-abort
006730     end-if
006740     move 'N' to ack-eof-switch
006750     perform 1750-load-one-register thru 1750-exit
006760         until ack-end-of-input
006770     move 'N' to ack-eof-switch
006780     close feedreg
006790     go to 1700-exit.
006800 1700-abort.
006810     move 'N' to ack-reg-ok-switch
006820     set ack-run-aborted to true
006830     move 12 to ack-rc-candidate
006840     perform 9100-raise-return-code thru 9100-exit.
006850 1700-exit.
006860     exit.
006870*---------------------------------------------------------------
006880*  1750-LOAD-ONE-REGISTER - ONE REGISTERED FEED INTO THE
006890*  TABLE.  A GARBLED LINE OR A FULL TABLE REFUSES THE RUN.
006900*---------------------------------------------------------------
006910 1750-load-one-register.
006920     read feedreg
006930         at end
006940             set ack-end-of-input to true
006950             go to 1750-exit
006960     end-read
006970     if ack-reg-status not = '00'
006980         display 'error reading feedreg, status ' ack-reg-status
006990         move 12 to ack-rc-candidate
007000         go to 1750-refuse
007010     end-if
007020     if ack-reg-feed-date not numeric
007030         or ack-reg-count not numeric
007040         or ack-reg-hash not numeric
007050         or (ack-reg-state not = 'O' and ack-reg-state not = 'A')
007060         display 'feedreg record garbled - run refused'
007070         move 8 to ack-rc-candidate
007080         go to 1750-refuse
007090     end-if
007100     if ack-reg-used not < 1000
007110         display 'feed register full - run refused'
007120         move 8 to ack-rc-candidate
007130         go to 1750-refuse
007140     end-if
007150     add 1 to ack-reg-used
007160     move ack-reg-feed-date to ack-tbl-feed-date(ack-reg-used)
007170     move ack-reg-count to ack-tbl-count(ack-reg-used)
007180     move ack-reg-hash to ack-tbl-hash(ack-reg-used)
007190     move ack-reg-state to ack-tbl-state(ack-reg-used)
007200     move 0 to ack-tbl-ack-date(ack-reg-used)
007210     if ack-reg-ack-date numeric
007220         move ack-reg-ack-date to ack-tbl-ack-date(ack-reg-used)
007230     end-if
007240     go to 1750-exit.
007250 1750-refuse.
007260     move 'N' to ack-reg-ok-switch
007270     set ack-run-aborted to true
007280     set ack-end-of-input to true
007290     perform 9100-raise-return-code thru 9100-exit.
007300 1750-exit.
007310     exit.
007320*---------------------------------------------------------------
007330*  1800-FIND-REGISTER - LEAVE ACK-REG-FOUND-IX AT THE
007340*  REGISTERED FEED DATED ACK-REG-KEY, OR ZERO.
007350*---------------------------------------------------------------
007360 1800-find-register.
007370     move 0 to ack-reg-found-ix
007380     move 1 to ack-reg-ix
007390     perform 1850-scan-register thru 1850-exit
007400         until ack-reg-ix > ack-reg-used
007410         or ack-reg-found-ix > 0.
007420 1800-exit.
007430     exit.
007440*---------------------------------------------------------------
007450*  1850-SCAN-REGISTER - ONE STEP OF THE REGISTER SCAN.
007460*---------------------------------------------------------------
007470 1850-scan-register.
007480     if ack-tbl-feed-date(ack-reg-ix) = ack-reg-key
007490         move ack-reg-ix to ack-reg-found-ix
007500     else
007510         add 1 to ack-reg-ix
007520     end-if.
007530 1850-exit.
007540     exit.
007550*---------------------------------------------------------------
007560*  2000-REGISTER-FEED - READ TONIGHT'S PAIRFEED FOR ITS HEADER
007570*  DATE AND TRAILER TOTALS AND ADD IT TO THE REGISTER.  A
007580*  RERUN ON THE SAME NIGHT FINDS IT REGISTERED ALREADY.
007590*---------------------------------------------------------------
007600 2000-register-feed.
007610     move 'sent tonight' to ack-rpt-section
007620     perform 2900-write-section thru 2900-exit
007630     open input pairfeed
007640     if ack-feed-status = '35'
007650         move 0 to ack-rpt-feed-date
007660         move 0 to ack-rpt-feed-count
007670         move 'no pairfeed on hand - nothing registered'
007680             to ack-rpt-reason
007690         perform 2950-write-feed-line thru 2950-exit
007700         move 4 to ack-rc-candidate
007710         perform 9100-raise-return-code thru 9100-exit
007720         go to 2000-exit
007730     end-if
007740     if ack-feed-status not = '00'
007750         display 'error opening pairfeed, status '
007760             ack-feed-status
007770         set ack-run-aborted to true
007780         move 12 to ack-rc-candidate
007790         perform 9100-raise-return-code thru 9100-exit
007800         go to 2000-exit
007810     end-if
007820     move 'N' to ack-eof-switch
007830     perform 2100-read-one-feed thru 2100-exit
007840         until ack-end-of-input
007850     move 'N' to ack-eof-switch
007860     close pairfeed
007870     if ack-run-aborted
007880         go to 2000-exit
007890     end-if
007900     move ack-tonight-date to ack-rpt-feed-date
007910     move ack-tonight-count to ack-rpt-feed-count
007920     if not ack-hdr-seen
007930         move 0 to ack-rpt-feed-date
007940         move 'pairfeed has no header - not registered'
007950             to ack-rpt-reason
007960         go to 2000-warn
007970     end-if
007980     if not ack-trl-seen
007990         move 'pairfeed has no trailer - not sent whole'
008000             to ack-rpt-reason
008010         go to 2000-warn
008020     end-if
008030     move ack-tonight-date to ack-reg-key
008040     perform 1800-find-register thru 1800-exit
008050     if ack-reg-found-ix > 0
008060         move 'already registered' to ack-rpt-reason
008070         perform 2950-write-feed-line thru 2950-exit
008080         go to 2000-exit
008090     end-if
008100     if ack-reg-used not < 1000
008110         move 'feed register full - not registered'
008120             to ack-rpt-reason
008130         perform 2950-write-feed-line thru 2950-exit
008140         move 8 to ack-rc-candidate
008150         perform 9100-raise-return-code thru 9100-exit
008160         go to 2000-exit
008170     end-if
008180     add 1 to ack-reg-used
008190     move ack-tonight-date to ack-tbl-feed-date(ack-reg-used)
008200     move ack-tonight-count to ack-tbl-count(ack-reg-used)
008210     move ack-tonight-hash to ack-tbl-hash(ack-reg-used)
008220     move 'O' to ack-tbl-state(ack-reg-used)
008230     move 0 to ack-tbl-ack-date(ack-reg-used)
008240     add 1 to ack-registered-count
008250     move 'registered - awaiting acknowledgement'
008260         to ack-rpt-reason
008270     perform 2950-write-feed-line thru 2950-exit
008280     go to 2000-exit.
008290 2000-warn.
008300     perform 2950-write-feed-line thru 2950-exit
008310     move 4 to ack-rc-candidate
008320     perform 9100-raise-return-code thru 9100-exit.
008330 2000-exit.
008340     exit.
008350*---------------------------------------------------------------
008360*  2100-READ-ONE-FEED - ONE PAIRFEED RECORD.  ONLY THE HEADER
008370*  AND TRAILER MATTER HERE; THE LAST OF EACH WINS.
008380*---------------------------------------------------------------
008390 2100-read-one-feed.
008400     read pairfeed
008410         at end
008420             set ack-end-of-input to true
008430             go to 2100-exit
008440     end-read
008450     if ack-feed-status not = '00'
008460         display 'error reading pairfeed, status '
008470             ack-feed-status
008480         set ack-run-aborted to true
008490         set ack-end-of-input to true
008500         move 12 to ack-rc-candidate
008510         perform 9100-raise-return-code thru 9100-exit
008520         go to 2100-exit
008530     end-if
008540     if ack-feed-type = 'H'
008550         and ack-feed-hdr-date numeric
008560         move ack-feed-hdr-date to ack-tonight-date
008570         set ack-hdr-seen to true
008580     end-if
008590     if ack-feed-type = 'T'
008600         and ack-feed-trl-count numeric
008610         and ack-feed-trl-hash numeric
008620         move ack-feed-trl-count to ack-tonight-count
008630         move ack-feed-trl-hash to ack-tonight-hash
008640         set ack-trl-seen to true
008650     end-if.
008660 2100-exit.
008670     exit.
008680*---------------------------------------------------------------
008690*  2900-WRITE-SECTION - A BLANK LINE AND THE SECTION TITLE LEFT
008700*  IN ACK-RPT-SECTION.
008710*---------------------------------------------------------------
008720 2900-write-section.
008730     move spaces to ack-rpt-print-line
008740     perform 2990-write-print-line thru 2990-exit
008750     move ack-rpt-section-line to ack-rpt-print-line
008760     perform 2990-write-print-line thru 2990-exit.
008770 2900-exit.
008780     exit.
008790*---------------------------------------------------------------
008800*  2950-WRITE-FEED-LINE - ONE FINDING FOR THE FEED IN
008810*  ACK-RPT-FEED-LINE.
008820*---------------------------------------------------------------
008830 2950-write-feed-line.
008840     move ack-rpt-feed-line to ack-rpt-print-line
008850     perform 2990-write-print-line thru 2990-exit.
008860 2950-exit.
008870     exit.
008880*---------------------------------------------------------------
008890*  2990-WRITE-PRINT-LINE - WRITE ACK-RPT-PRINT-LINE.  A FAILED
008900*  WRITE IS RECORDED ONCE AND THE REST OF THE REPORT IS
008910*  SKIPPED; THE COUNTS STILL REACH THE CONSOLE.
008920*---------------------------------------------------------------
008930 2990-write-print-line.
008940     if not ack-rpt-usable
008950         go to 2990-exit
008960     end-if
008970     write ack-rpt-record from ack-rpt-print-line
008980     if ack-rpt-status not = '00'
008990         display 'error writing gcdackr, status ' ack-rpt-status
009000         move 'N' to ack-rpt-switch
009010         move 12 to ack-rc-candidate
009020         perform 9100-raise-return-code thru 9100-exit
009030     end-if.
009040 2990-exit.
009050     exit.
009060*---------------------------------------------------------------
009070*  3000-MATCH-ACKS - EVERY ACKNOWLEDGEMENT ON FEEDACK AGAINST
009080*  THE REGISTER.  NO FEEDACK SIMPLY MEANS MRP SENT NOTHING
009090*  BACK TONIGHT - THE OVERDUE PASS IS WHAT CATCHES THAT.
009100*---------------------------------------------------------------
009110 3000-match-acks.
009120     move 'acknowledgements received' to ack-rpt-section
009130     perform 2900-write-section thru 2900-exit
009140     open input feedack
009150     if ack-ack-status = '35'
009160         move 0 to ack-rpt-feed-date
009170         move 0 to ack-rpt-feed-count
009180         move 'no feedack on hand - none received'
009190             to ack-rpt-reason
009200         perform 2950-write-feed-line thru 2950-exit
009210         go to 3000-exit
009220     end-if
009230     if ack-ack-status not = '00'
009240         display 'error opening feedack, status ' ack-ack-status
009250         set ack-run-aborted to true
009260         move 12 to ack-rc-candidate
009270         perform 9100-raise-return-code thru 9100-exit
009280         go to 3000-exit
009290     end-if
009300     move 'N' to ack-eof-switch
009310     perform 3100-read-one-ack thru 3100-exit
009320         until ack-end-of-input
009330     move 'N' to ack-eof-switch
009340     close feedack
009350     if ack-ack-open
009360         perform 3300-close-ack thru 3300-exit
009370     end-if.
009380 3000-exit.
009390     exit.
009400*---------------------------------------------------------------
009410*  3100-READ-ONE-ACK - ONE FEEDACK RECORD: A NEW
009420*  ACKNOWLEDGEMENT CLOSES THE ONE IN HAND AND OPENS ITSELF; A
009430*  REJECT LINE BELONGS TO THE ACKNOWLEDGEMENT IN HAND.
009440*---------------------------------------------------------------
009450 3100-read-one-ack.
009460     read feedack
009470         at end
009480             set ack-end-of-input to true
009490             go to 3100-exit
009500     end-read
009510     if ack-ack-status not = '00'
009520         display 'error reading feedack, status ' ack-ack-status
009530         set ack-end-of-input to true
009540         move 12 to ack-rc-candidate
009550         perform 9100-raise-return-code thru 9100-exit
009560         go to 3100-exit
009570     end-if
009580     evaluate true
009590         when ack-ack-is-header
009600             if ack-ack-open
009610                 perform 3300-close-ack thru 3300-exit
009620             end-if
009630             perform 3200-open-ack thru 3200-exit
009640         when ack-ack-is-reject
009650             perform 3400-reject-line thru 3400-exit
009660         when other
009670             move 0 to ack-rpt-feed-date
009680             move 0 to ack-rpt-feed-count
009690             move 'feedack record of unknown type - skipped'
009700                 to ack-rpt-reason
009710             perform 3900-garbled thru 3900-exit
009720     end-evaluate.
009730 3100-exit.
009740     exit.
009750*---------------------------------------------------------------
009760*  3200-OPEN-ACK - MATCH ONE ACKNOWLEDGEMENT TO ITS FEED AND
009770*  CHECK WHAT MRP RECEIVED AGAINST WHAT WE SENT: THE TRAILER
009780*  COUNT AND HASH ON THE REGISTER, AND THE PAIRS PROCESSED ON
009790*  THAT NIGHT'S GCDHIST RECORD.
009800*---------------------------------------------------------------
009810 3200-open-ack.
009820     add 1 to ack-ack-read-count
009830     move 0 to ack-cur-reg-ix
009840     move 0 to ack-cur-rej-lines
009850     move 'N' to ack-cur-flaw-switch
009860     if ack-ack-feed-date not numeric
009870         or ack-ack-count not numeric
009880         or ack-ack-hash not numeric
009890         or ack-ack-accepted not numeric
009900         move 0 to ack-rpt-feed-date
009910         move 0 to ack-rpt-feed-count
009920         move 'acknowledgement garbled - skipped'
009930             to ack-rpt-reason
009940         perform 3900-garbled thru 3900-exit
009950         move 'N' to ack-open-ack-switch
009960         go to 3200-exit
009970     end-if
009980     set ack-ack-open to true
009990     move ack-ack-feed-date to ack-cur-date
010000     move ack-ack-count to ack-cur-count
010010     move ack-ack-accepted to ack-cur-accepted
010020     move ack-cur-date to ack-rpt-feed-date
010030     move ack-cur-count to ack-rpt-feed-count
010040     move ack-cur-date to ack-reg-key
010050     perform 1800-find-register thru 1800-exit
010060     if ack-reg-found-ix = 0
010070         move 'no such feed on the register' to ack-rpt-reason
010080         perform 2950-write-feed-line thru 2950-exit
010090         add 1 to ack-unmatched-count
010100         set ack-cur-flawed to true
010110         go to 3200-exit
010120     end-if
010130     move ack-reg-found-ix to ack-cur-reg-ix
010140     if ack-tbl-acked(ack-cur-reg-ix)
010150         move 'feed already acknowledged - repeat ignored'
010160             to ack-rpt-reason
010170         perform 2950-write-feed-line thru 2950-exit
010180         add 1 to ack-unmatched-count
010190         set ack-cur-flawed to true
010200         move 0 to ack-cur-reg-ix
010210         go to 3200-exit
010220     end-if
010230     move 'A' to ack-tbl-state(ack-cur-reg-ix)
010240     move ack-ts-date to ack-tbl-ack-date(ack-cur-reg-ix)
010250     if ack-cur-count not = ack-tbl-count(ack-cur-reg-ix)
010260         move 'count received disagrees with trailer'
010270             to ack-rpt-reason
010280         perform 2950-write-feed-line thru 2950-exit
010290         move 'sent    ' to ack-rpt-value-label-1
010300         move ack-tbl-count(ack-cur-reg-ix) to ack-rpt-value-1
010310         move 'received' to ack-rpt-value-label-2
010320         move ack-cur-count to ack-rpt-value-2
010330         perform 3950-write-values thru 3950-exit
010340         set ack-cur-flawed to true
010350     end-if
010360     if ack-ack-hash not = ack-tbl-hash(ack-cur-reg-ix)
010370         move 'hash received disagrees with trailer'
010380             to ack-rpt-reason
010390         perform 2950-write-feed-line thru 2950-exit
010400         move 'sent    ' to ack-rpt-value-label-1
010410         move ack-tbl-hash(ack-cur-reg-ix) to ack-rpt-value-1
010420         move 'received' to ack-rpt-value-label-2
010430         move ack-ack-hash to ack-rpt-value-2
010440         perform 3950-write-values thru 3950-exit
010450         set ack-cur-flawed to true
010460     end-if
010470     if ack-cur-accepted > ack-cur-count
010480         move 'more accepted than received'
010490             to ack-rpt-reason
010500         perform 2950-write-feed-line thru 2950-exit
010510         set ack-cur-flawed to true
010520     end-if
010530     perform 3250-check-history thru 3250-exit
010540     if ack-cur-accepted = 0
010550         and ack-tbl-count(ack-cur-reg-ix) > 0
010560         move '*** feed refused whole by mrp ***'
010570             to ack-rpt-reason
010580         perform 2950-write-feed-line thru 2950-exit
010590         add 1 to ack-refused-count
010600         set ack-cur-flawed to true
010610         move 8 to ack-rc-candidate
010620         perform 9100-raise-return-code thru 9100-exit
010630     end-if.
010640 3200-exit.
010650     exit.
010660*---------------------------------------------------------------
010670*  3250-CHECK-HISTORY - FIND THAT NIGHT'S GCDHIST RECORD - THE
010680*  LAST ONE FOR THE FEED DATE, SINCE A RERUN'S FEED REPLACED
010690*  THE FIRST - AND SQUARE ITS PAIRS PROCESSED WITH THE COUNT
010700*  MRP RECEIVED.
010710*---------------------------------------------------------------
010720 3250-check-history.
010730     move 'N' to ack-hist-found-switch
010740     open input gcdhist
010750     if ack-hist-status = '00'
010760         move 'N' to ack-eof-switch
010770         perform 3270-scan-history thru 3270-exit
010780             until ack-end-of-input
010790         move 'N' to ack-eof-switch
010800         close gcdhist
010801     else
010802         if ack-hist-status not = '35'
010803             display 'error opening gcdhist, status '
010804                 ack-hist-status
010805             move 12 to ack-rc-candidate
010806             perform 9100-raise-return-code thru 9100-exit
010807         end-if
010810     end-if
010820     if not ack-hist-found
010830         move 'no gcdhist record for the feed date'
010840             to ack-rpt-reason
010850         perform 2950-write-feed-line thru 2950-exit
010860         set ack-cur-flawed to true
010870         go to 3250-exit
010880     end-if
010890     if ack-hist-abort = 'A'
010900         move 'gcdhist shows that night''s run aborted'
010910             to ack-rpt-reason
010920         perform 2950-write-feed-line thru 2950-exit
010930         set ack-cur-flawed to true
010940     end-if
010950     if ack-hist-good not = ack-cur-count
010960         move 'count received disagrees with gcdhist'
010970             to ack-rpt-reason
010980         perform 2950-write-feed-line thru 2950-exit
010990         move 'gcdhist ' to ack-rpt-value-label-1
011000         move ack-hist-good to ack-rpt-value-1
011010         move 'received' to ack-rpt-value-label-2
011020         move ack-cur-count to ack-rpt-value-2
011030         perform 3950-write-values thru 3950-exit
011040         set ack-cur-flawed to true
011050     end-if.
011060 3250-exit.
011070     exit.
011080*---------------------------------------------------------------
011090*  3270-SCAN-HISTORY - ONE GCDHIST RECORD; THE LAST MATCH
011100*  FOR THE FEED DATE IS THE ONE KEPT.
011110*---------------------------------------------------------------
011120 3270-scan-history.
011130     read gcdhist
011140         at end
011150             set ack-end-of-input to true
011160             go to 3270-exit
011170     end-read
011180     if ack-hist-status not = '00'
011190         display 'error reading gcdhist, status ' ack-hist-status
011193         move 12 to ack-rc-candidate
011196         perform 9100-raise-return-code thru 9100-exit
011200         set ack-end-of-input to true
011210         go to 3270-exit
011220     end-if
011230     if ack-hist-run-date not = ack-cur-date
011240         go to 3270-exit
011250     end-if
011260     set ack-hist-found to true
011270     move 0 to ack-hist-good
011280     if ack-hist-good-count numeric
011290         move ack-hist-good-count to ack-hist-good
011300     end-if
011310     move ack-hist-abort-flag to ack-hist-abort.
011320 3270-exit.
011330     exit.
011340*---------------------------------------------------------------
011350*  3300-CLOSE-ACK - SQUARE THE REJECT LINES WITH RECEIVED LESS
011360*  ACCEPTED, AND COUNT THE ACKNOWLEDGEMENT CLEAN OR NOT.  A
011370*  FEED REFUSED WHOLE NEED NOT ITEMIZE EVERY PAIR.
011380*---------------------------------------------------------------
011390 3300-close-ack.
011400     move 'N' to ack-open-ack-switch
011410     if ack-cur-reg-ix = 0
011420         go to 3300-tally
011430     end-if
011440     if ack-cur-accepted = 0
011450         and ack-cur-rej-lines = 0
011460         go to 3300-tally
011470     end-if
011480     move 0 to ack-cur-rej-expected
011490     if ack-cur-count > ack-cur-accepted
011500         subtract ack-cur-accepted from ack-cur-count
011510             giving ack-cur-rej-expected
011520     end-if
011530     if ack-cur-rej-lines not = ack-cur-rej-expected
011540         move ack-cur-date to ack-rpt-feed-date
011550         move ack-cur-count to ack-rpt-feed-count
011560         move 'reject lines disagree with count not accepted'
011570             to ack-rpt-reason
011580         perform 2950-write-feed-line thru 2950-exit
011590         move 'expected' to ack-rpt-value-label-1
011600         move ack-cur-rej-expected to ack-rpt-value-1
011610         move 'listed  ' to ack-rpt-value-label-2
011620         move ack-cur-rej-lines to ack-rpt-value-2
011630         perform 3950-write-values thru 3950-exit
011640         set ack-cur-flawed to true
011650     end-if.
011660 3300-tally.
011670     if ack-cur-flawed
011680         add 1 to ack-disagree-count
011690     else
011700         if ack-cur-rej-lines = 0
011710             add 1 to ack-ack-clean-count
011720             move ack-cur-date to ack-rpt-feed-date
011730             move ack-cur-count to ack-rpt-feed-count
011740             move 'acknowledged - balanced, all accepted'
011750                 to ack-rpt-reason
011760             perform 2950-write-feed-line thru 2950-exit
011770         end-if
011780     end-if.
011790 3300-exit.
011800     exit.
011810*---------------------------------------------------------------
011820*  3400-REJECT-LINE - ONE PAIR MRP REJECTED, LISTED WITH ITS
011830*  REASON UNDER ITS ACKNOWLEDGEMENT.
011840*---------------------------------------------------------------
011850 3400-reject-line.
011860     if not ack-ack-open
011870         or ack-rej-feed-date not = ack-cur-date
011880         move 0 to ack-rpt-feed-date
011890         if ack-rej-feed-date numeric
011900             move ack-rej-feed-date to ack-rpt-feed-date
011910         end-if
011920         move 0 to ack-rpt-feed-count
011930         move 'reject line outside its acknowledgement'
011940             to ack-rpt-reason
011950         perform 3900-garbled thru 3900-exit
011960         go to 3400-exit
011970     end-if
011980     add 1 to ack-cur-rej-lines
011990     add 1 to ack-reject-count
012000     if ack-cur-rej-lines = 1
012010         move ack-cur-date to ack-rpt-feed-date
012020         move ack-cur-count to ack-rpt-feed-count
012030         move 'pairs rejected by mrp:' to ack-rpt-reason
012040         perform 2950-write-feed-line thru 2950-exit
012050     end-if
012060     move 0 to ack-rpt-rej-a
012070     if ack-rej-a numeric
012080         move ack-rej-a to ack-rpt-rej-a
012090     end-if
012100     move 0 to ack-rpt-rej-b
012110     if ack-rej-b numeric
012120         move ack-rej-b to ack-rpt-rej-b
012130     end-if
012140     move ack-rej-reason to ack-rpt-rej-reason
012150     move ack-rpt-reject-line to ack-rpt-print-line
012160     perform 2990-write-print-line thru 2990-exit.
012170 3400-exit.
012180     exit.
012190*---------------------------------------------------------------
012200*  3500-AGE-REGISTER - LIST EVERY FEED STILL WAITING ON MRP,
012210*  FLAGGING THOSE DATED BEFORE THE OVERDUE CUTOFF.
012220*---------------------------------------------------------------
012230 3500-age-register.
012240     move 'awaiting acknowledgement' to ack-rpt-section
012250     perform 2900-write-section thru 2900-exit
012260     move 1 to ack-reg-ix
012270     perform 3550-age-one-feed thru 3550-exit
012280         until ack-reg-ix > ack-reg-used
012290     if ack-awaiting-count = 0
012300         move '  none' to ack-rpt-print-line
012310         perform 2990-write-print-line thru 2990-exit
012320     end-if
012330     if ack-overdue-count > 0
012340         move 8 to ack-rc-candidate
012350         perform 9100-raise-return-code thru 9100-exit
012360     end-if.
012370 3500-exit.
012380     exit.
012390*---------------------------------------------------------------
012400*  3550-AGE-ONE-FEED - ONE REGISTERED FEED.
012410*---------------------------------------------------------------
012420 3550-age-one-feed.
012430     if not ack-tbl-outstanding(ack-reg-ix)
012440         go to 3550-next
012450     end-if
012460     add 1 to ack-awaiting-count
012470     move ack-tbl-feed-date(ack-reg-ix) to ack-rpt-feed-date
012480     move ack-tbl-count(ack-reg-ix) to ack-rpt-feed-count
012490     if ack-tbl-feed-date(ack-reg-ix) < ack-overdue-cutoff
012500         add 1 to ack-overdue-count
012510         move '*** overdue - no acknowledgement ***'
012520             to ack-rpt-reason
012530     else
012540         move 'awaiting - within limit' to ack-rpt-reason
012550     end-if
012560     perform 2950-write-feed-line thru 2950-exit.
012570 3550-next.
012580     add 1 to ack-reg-ix.
012590 3550-exit.
012600     exit.
012610*---------------------------------------------------------------
012620*  3800-REWRITE-REGISTER - WRITE THE REGISTER BACK: EVERY FEED
012630*  STILL OUTSTANDING, AND EVERY ACKNOWLEDGED FEED NOT YET AGED
012640*  PAST THE CUTOFF, SO A REPEAT ACKNOWLEDGEMENT OR A SAME-NIGHT
012650*  RERUN STILL FINDS IT.
012660*---------------------------------------------------------------
012670 3800-rewrite-register.
012680     if not ack-reg-rewritable
012690         go to 3800-exit
012700     end-if
012710     open output feedreg
012720     if ack-reg-status not = '00'
012730         display 'error opening feedreg, status ' ack-reg-status
012740         move 12 to ack-rc-candidate
012750         perform 9100-raise-return-code thru 9100-exit
012760         go to 3800-exit
012770     end-if
012780     move 1 to ack-reg-ix
012790     perform 3850-write-one-register thru 3850-exit
012800         until ack-reg-ix > ack-reg-used
012810     close feedreg
012820     if ack-reg-status not = '00'
012830         display 'error closing feedreg, status ' ack-reg-status
012840         move 12 to ack-rc-candidate
012850         perform 9100-raise-return-code thru 9100-exit
012860     end-if.
012870 3800-exit.
012880     exit.
012890*---------------------------------------------------------------
012900*  3850-WRITE-ONE-REGISTER - ONE REGISTER RECORD, OR ITS AGING
012910*  OFF.
012920*---------------------------------------------------------------
012930 3850-write-one-register.
012940     if ack-tbl-acked(ack-reg-ix)
012950         and ack-tbl-feed-date(ack-reg-ix) < ack-overdue-cutoff
012960         add 1 to ack-aged-off-count
012970         go to 3850-next
012980     end-if
012990     move spaces to ack-reg-record
013000     move ack-tbl-feed-date(ack-reg-ix) to ack-reg-feed-date
013010     move ack-tbl-count(ack-reg-ix) to ack-reg-count
013020     move ack-tbl-hash(ack-reg-ix) to ack-reg-hash
013030     move ack-tbl-state(ack-reg-ix) to ack-reg-state
013040     move ack-tbl-ack-date(ack-reg-ix) to ack-reg-ack-date
013050     write ack-reg-record
013060     if ack-reg-status not = '00'
013070         display 'error writing feedreg, status ' ack-reg-status
013080         move 12 to ack-rc-candidate
013090         perform 9100-raise-return-code thru 9100-exit
013100     end-if.
013110 3850-next.
013120     add 1 to ack-reg-ix.
013130 3850-exit.
013140     exit.
013150*---------------------------------------------------------------
013160*  3900-GARBLED - REPORT A FEEDACK RECORD THAT CANNOT BE
013170*  PLACED.
013180*---------------------------------------------------------------
013190 3900-garbled.
013200     add 1 to ack-garbled-count
013210     perform 2950-write-feed-line thru 2950-exit.
013220 3900-exit.
013230     exit.
013240*---------------------------------------------------------------
013250*  3950-WRITE-VALUES - THE TWO FIGURES UNDER A DISAGREEMENT.
013260*---------------------------------------------------------------
013270 3950-write-values.
013280     move ack-rpt-value-line to ack-rpt-print-line
013290     perform 2990-write-print-line thru 2990-exit.
013300 3950-exit.
013310     exit.
013320*---------------------------------------------------------------
013330*  4000-FINISH-REPORT - COUNTS AND THE END-OF-REPORT TRAILER.
013340*  A DISAGREEMENT, MRP REJECT OR UNPLACEABLE ACKNOWLEDGEMENT
013350*  RAISES CONDITION CODE 4; OVERDUE AND REFUSED FEEDS HAVE
013360*  ALREADY RAISED 8.
013370*---------------------------------------------------------------
013380 4000-finish-report.
013390     if ack-disagree-count > 0
013400         or ack-reject-count > 0
013410         or ack-garbled-count > 0
013420         move 4 to ack-rc-candidate
013430         perform 9100-raise-return-code thru 9100-exit
013440     end-if
013450     if not ack-rpt-usable
013460         go to 4000-exit
013470     end-if
013480     move spaces to ack-rpt-print-line
013490     perform 2990-write-print-line thru 2990-exit
013500     move 'feeds registered tonight'   to ack-rpt-label
013510     move ack-registered-count         to ack-rpt-value
013520     perform 4100-write-detail thru 4100-exit
013530     move 'acknowledgements read'      to ack-rpt-label
013540     move ack-ack-read-count           to ack-rpt-value
013550     perform 4100-write-detail thru 4100-exit
013560     move 'acknowledgements clean'     to ack-rpt-label
013570     move ack-ack-clean-count          to ack-rpt-value
013580     perform 4100-write-detail thru 4100-exit
013590     move 'acknowledgements disagreeing' to ack-rpt-label
013600     move ack-disagree-count           to ack-rpt-value
013610     perform 4100-write-detail thru 4100-exit
013620     move 'feeds refused whole'        to ack-rpt-label
013630     move ack-refused-count            to ack-rpt-value
013640     perform 4100-write-detail thru 4100-exit
013650     move 'pairs rejected by mrp'      to ack-rpt-label
013660     move ack-reject-count             to ack-rpt-value
013670     perform 4100-write-detail thru 4100-exit
013680     move 'feedack records unplaced'   to ack-rpt-label
013690     move ack-garbled-count            to ack-rpt-value
013700     perform 4100-write-detail thru 4100-exit
013710     move 'feeds awaiting ack'         to ack-rpt-label
013720     move ack-awaiting-count           to ack-rpt-value
013730     perform 4100-write-detail thru 4100-exit
013740     move 'feeds overdue'              to ack-rpt-label
013750     move ack-overdue-count            to ack-rpt-value
013760     perform 4100-write-detail thru 4100-exit
013770     move 'feeds aged off register'    to ack-rpt-label
013780     move ack-aged-off-count           to ack-rpt-value
013790     perform 4100-write-detail thru 4100-exit
013800     if ack-run-aborted
013810         move spaces to ack-rpt-print-line
013820         perform 2990-write-print-line thru 2990-exit
013830         move '  *** run aborted - report incomplete ***'
013840             to ack-rpt-print-line
013850         perform 2990-write-print-line thru 2990-exit
013860     end-if
013870     move spaces to ack-rpt-print-line
013880     perform 2990-write-print-line thru 2990-exit
013890     move '  *** end of report ***' to ack-rpt-print-line
013900     perform 2990-write-print-line thru 2990-exit
013910     close ackrpt
013920     if ack-rpt-status not = '00'
013930         display 'error closing gcdackr, status ' ack-rpt-status
013940         move 12 to ack-rc-candidate
013950         perform 9100-raise-return-code thru 9100-exit
013960     end-if.
013970 4000-exit.
013980     exit.
013990*---------------------------------------------------------------
014000*  4100-WRITE-DETAIL - PRINT THE LABEL/VALUE PAIR LEFT IN
014010*  ACK-RPT-TOTAL, THROUGH THE CHECKED WRITE.
014020*---------------------------------------------------------------
014030 4100-write-detail.
014040     move ack-rpt-total to ack-rpt-print-line
014045     perform 2990-write-print-line thru 2990-exit.
014050 4100-exit.
014060     exit.
014070*---------------------------------------------------------------
014080*  9000-TERMINATE - FINAL CONSOLE TOTALS AND SIGN-OFF.
014090*---------------------------------------------------------------
014100 9000-terminate.
014110     display 'gcd-feedack run complete'
014120     display '  feeds registered   : ' ack-registered-count
014130     display '  acks read          : ' ack-ack-read-count
014140     display '  acks disagreeing   : ' ack-disagree-count
014150     display '  feeds refused      : ' ack-refused-count
014160     display '  mrp rejects        : ' ack-reject-count
014170     display '  feeds awaiting ack : ' ack-awaiting-count
014180     display '  feeds overdue      : ' ack-overdue-count
014190     if ack-overdue-count > 0
014200         display '*** pairfeed acknowledgement overdue ***'
014210     end-if.
014220 9000-exit.
014230     exit.
014240*---------------------------------------------------------------
014250*  9100-RAISE-RETURN-CODE - RAISE THE RUN CONDITION CODE TO
014260*  ACK-RC-CANDIDATE UNLESS A WORSE ONE IS ALREADY RECORDED,
014270*  MATCHING THE DRIVER'S DISCIPLINE.
014280*---------------------------------------------------------------
014290 9100-raise-return-code.
014300     if ack-rc-candidate > ack-return-code
014310         move ack-rc-candidate to ack-return-code
014320     end-if.
014330 9100-exit.
014340     exit.
014350 end program GCD-FEEDACK.
