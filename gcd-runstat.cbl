000010*****************************************************************
000020*
000030*   PROGRAM-ID.   GCD-RUNSTAT.
000040*   AUTHOR.       D. HALLIGAN - SCHEDULING SYSTEMS GROUP.
000050*   INSTALLATION. LOT-SIZING / SHOP SCHEDULING.
000060*   DATE-WRITTEN. 10/15/2026.
000070*   DATE-COMPILED.
000080*
000090*   REMARKS.
000100*       MORNING RUN-STATUS BOARD FOR THE NIGHTLY STREAM.  READS
000110*       THE JOBLEDG JOB-STEP LEDGER EVERY STREAM PROGRAM
000120*       APPENDS TO THROUGH GCD-STEPLOG AND MEASURES ONE
000130*       BUSINESS NIGHT AGAINST THE STEPREQ REQUIRED-STEPS
000140*       LIST, ONE LINE PER EXPECTED STEP ON GCDSTAT:
000150*         - RAN CLEAN, RAN WITH WARNINGS (CONDITION CODE 1-7),
000160*           FAILED (8 AND UP, OR A START RECORD WITH NO END -
000170*           THE STEP NEVER REACHED ITS STOP RUN), OR DID NOT
000180*           RUN.  A STEP ON ITS OWN CYCLE (GCD-LOGMAINT,
000190*           GCD-ALIGN) THAT DID NOT RUN IS SHOWN BUT NOT HELD
000200*           AGAINST THE NIGHT.
000210*         - A STEP THAT STARTED BEFORE THE STEP IT DEPENDS ON
000220*           HAD FINISHED - GCD-DELTA RUNNING BEFORE THE BATCH
000230*           PRODUCED PAIROUT - IS FLAGGED OUT OF ORDER.
000240*       A STEP RUN MORE THAN ONCE IS JUDGED ON ITS LAST RUN,
000250*       AND THE RERUN IS NOTED.
000260*       THE BUSINESS NIGHT IS A DATE (RSTPARM CARD OR CONSOLE;
000270*       BLANK = THE LAST SHOPCAL BUSINESS DAY BEFORE TODAY).
000280*       ITS WINDOW RUNS FROM THE START HOUR ON THAT DATE (CARD
000290*       OR CONSOLE, DEFAULT 18) TO THE SAME HOUR ON THE NEXT
000300*       BUSINESS DAY, SO A WEEKEND OR HOLIDAY RERUN STILL
000310*       COUNTS TOWARD THE NIGHT BEFORE IT.
000320*       RETURN CODES: 0 = LAST NIGHT IS SAFE TO BUILD ON,
000330*       4 = A STEP RAN WITH WARNINGS OR A STEPREQ CARD WAS
000340*       UNUSABLE, 8 = A STEP FAILED, DID NOT RUN OR RAN OUT
000350*       OF ORDER, OR THE BOARD WAS REFUSED (BAD CRITERIA OR
000360*       NO STEPREQ), 12 = I/O FAILURE.
000370*
000380*   MODIFICATION HISTORY.
000390*     10/15/2026  DH   INITIAL VERSION, SO THE DAY SHIFT CAN SEE
000400*                      FROM ONE PAGE WHETHER LAST NIGHT IS SAFE
000410*                      TO BUILD ON.
000420*
000430*****************************************************************
000440 identification division.
000450 program-id. GCD-RUNSTAT.
000460 author. D. Halligan - Scheduling Systems Group.
000470 installation. Lot-Sizing / Shop Scheduling.
000480 date-written. 10/15/2026.
000490 date-compiled.
000500 environment division.
000510 configuration section.
000520 source-computer. x8086.
000530 object-computer. LLVM.
000540 input-output section.
000550 file-control.
000560     select rstparm assign to "RSTPARM"
000570         organization is line sequential
000580         file status is rst-parm-status.
000590     select stepreq assign to "STEPREQ"
000600         organization is line sequential
000610         file status is rst-req-status.
000620     select jobledg assign to "JOBLEDG"
000630         organization is line sequential
000640         file status is rst-led-status.
000650     select shopcal assign to "SHOPCAL"
000660         organization is line sequential
000670         file status is rst-cal-status.
000680     select statrpt assign to "GCDSTAT"
000690         organization is line sequential
000700         file status is rst-rpt-status.
000710 data division.
000720 file section.
000730*---------------------------------------------------------------
000740*  RSTPARM - SINGLE CONTROL CARD CARRYING THE BUSINESS NIGHT
000750*  DATE AND THE WINDOW START HOUR.  OPTIONAL; THE CONSOLE
000760*  PROMPTS TAKE OVER WHEN THE CARD IS ABSENT.  BLANK FIELDS
000770*  TAKE THE DEFAULTS.
000780*---------------------------------------------------------------
000790 fd  rstparm.
000800 01  rst-parm-record.
000810     05  rst-parm-night-date      pic x(08).
000820     05  rst-parm-start-hh        pic x(02).
000830     05  filler                   pic x(70).
000840*---------------------------------------------------------------
000850*  STEPREQ - THE REQUIRED-STEPS LIST, ONE CARD PER EXPECTED
000860*  STEP IN STREAM ORDER: A STEP NUMBER, THE PROGRAM AND ITS
000870*  QUALIFIER AS GCD-STEPLOG RECORDS THEM (THE RUN MODE FOR
000880*  ALGO-EUCLIDE, BLANK OTHERWISE), THE STEP NUMBER IT MUST
000890*  FOLLOW (00 = NONE), THE CYCLE (N = EVERY NIGHT, O = ITS OWN
000900*  CYCLE) AND A DESCRIPTION.  A CARD WITH '*' IN COLUMN 1 IS A
000910*  COMMENT.
000920*---------------------------------------------------------------
000930 fd  stepreq.
000940 01  rst-req-record.
000950     05  rst-req-seq              pic x(02).
000960     05  filler                   pic x(01).
000970     05  rst-req-program          pic x(12).
000980     05  filler                   pic x(01).
000990     05  rst-req-qualifier        pic x(01).
001000     05  filler                   pic x(01).
001010     05  rst-req-after            pic x(02).
001020     05  filler                   pic x(01).
001030     05  rst-req-cycle            pic x(01).
001040         88  rst-req-nightly          value 'N'.
001050         88  rst-req-own-cycle        value 'O'.
001060     05  filler                   pic x(01).
001070     05  rst-req-desc             pic x(30).
001080     05  filler                   pic x(27).
001090*---------------------------------------------------------------
001100*  JOBLEDG - THE JOB-STEP LEDGER IN GCD-STEPLOG'S LAYOUT.
001110*---------------------------------------------------------------
001120 fd  jobledg.
001130 01  rst-led-record.
001140     05  rst-led-type             pic x(01).
001150         88  rst-led-is-start         value 'S'.
001160         88  rst-led-is-end           value 'E'.
001170     05  filler                   pic x(01).
001180     05  rst-led-program          pic x(12).
001190     05  filler                   pic x(01).
001200     05  rst-led-qualifier        pic x(01).
001210     05  filler                   pic x(01).
001220     05  rst-led-start-ts         pic x(16).
001230     05  filler                   pic x(01).
001240     05  rst-led-end-ts           pic x(16).
001250     05  filler                   pic x(01).
001260     05  rst-led-rc               pic 9(02).
001270     05  filler                   pic x(01).
001280     05  rst-led-count            pic 9(09).
001290     05  filler                   pic x(01).
001300     05  rst-led-count-label      pic x(20).
001310*---------------------------------------------------------------
001320*  SHOPCAL - THE SHOP CALENDAR OF WORKING DAYS AND HOLIDAYS,
001330*  THE SAME FILE THE DRIVER AND GCD-LOGMAINT READ.  TYPE 'H'
001340*  MARKS A NON-WORKING DAY; ANYTHING ELSE IS WORKING.
001350*---------------------------------------------------------------
001360 fd  shopcal.
001370 01  rst-cal-record.
001380     05  rst-cal-rec-date         pic 9(08).
001390     05  filler                   pic x(01).
001400     05  rst-cal-rec-type         pic x(01).
001410         88  rst-cal-rec-holiday      value 'H'.
001420     05  filler                   pic x(01).
001430     05  rst-cal-rec-desc         pic x(30).
001440*---------------------------------------------------------------
001450*  GCDSTAT - THE PRINTABLE RUN-STATUS BOARD.
001460*---------------------------------------------------------------
001470 fd  statrpt.
001480 01  rst-rpt-record               pic x(80).
001490 working-storage section.
001500*---------------------------------------------------------------
001510*  RUN CONTROLS AND COUNTERS.
001520*---------------------------------------------------------------
001530 77  rst-return-code              pic 9(02) value 0.
001540 77  rst-rc-candidate             pic 9(02) value 0.
001550 77  rst-eof-switch               pic x(01) value 'N'.
001560     88  rst-end-of-input             value 'Y'.
001570 77  rst-abort-switch             pic x(01) value 'N'.
001580     88  rst-run-aborted              value 'Y'.
001590 77  rst-parm-switch              pic x(01) value 'N'.
001600     88  rst-parm-present             value 'Y'.
001610 77  rst-rpt-switch               pic x(01) value 'N'.
001620     88  rst-rpt-usable               value 'Y'.
001630 77  rst-req-card-count           pic 9(05) value 0.
001640 77  rst-req-bad-count            pic 9(05) value 0.
001650 77  rst-led-read-count           pic 9(09) value 0.
001660 77  rst-led-night-count          pic 9(09) value 0.
001670 77  rst-led-other-count          pic 9(09) value 0.
001680 77  rst-led-garbled-count        pic 9(09) value 0.
001690 77  rst-clean-count              pic 9(05) value 0.
001700 77  rst-warn-count               pic 9(05) value 0.
001710 77  rst-failed-count             pic 9(05) value 0.
001720 77  rst-not-run-count            pic 9(05) value 0.
001730 77  rst-own-cycle-count          pic 9(05) value 0.
001740 77  rst-order-count              pic 9(05) value 0.
001750 77  rst-rerun-count              pic 9(05) value 0.
001760*---------------------------------------------------------------
001770*  BUSINESS NIGHT AND ITS WINDOW.  THE WORK DATE IS WOUND BACK
001780*  OR FORWARD ONE DAY AT A TIME, COUNTING ONLY WORKING DAYS
001790*  WHEN THE CALENDAR IS ON HAND, AS GCD-LOGMAINT WINDS ITS
001800*  RETENTION.  A LEDGER STEP BELONGS TO THE NIGHT WHEN ITS
001810*  START TIMESTAMP FALLS INSIDE THE WINDOW.
001820*---------------------------------------------------------------
001830 77  rst-card-night-date          pic x(08) value spaces.
001840 77  rst-card-start-hh            pic x(02) value spaces.
001850 77  rst-night-date               pic 9(08) value 0.
001860 77  rst-next-date                pic 9(08) value 0.
001870 77  rst-start-hh                 pic 9(02) value 18.
001880 77  rst-day-ix                   pic 9(05) value 0.
001890 01  rst-work-date.
001900     05  rst-wd-yyyy              pic 9(04).
001910     05  rst-wd-mm                pic 9(02).
001920     05  rst-wd-dd                pic 9(02).
001930 01  rst-work-date-n redefines rst-work-date
001940                                  pic 9(08).
001950 01  rst-window-start.
001960     05  rst-win-start-date       pic 9(08).
001970     05  rst-win-start-hh         pic 9(02).
001980     05  filler                   pic x(06) value '000000'.
001990 01  rst-window-end.
002000     05  rst-win-end-date         pic 9(08).
002010     05  rst-win-end-hh           pic 9(02).
002020     05  filler                   pic x(06) value '000000'.
002030 77  rst-month-length             pic 9(02) value 0.
002040 77  rst-leap-work                pic 9(04) value 0.
002050 77  rst-leap-rem                 pic 9(04) value 0.
002060 77  rst-leap-switch              pic x(01) value 'N'.
002070     88  rst-leap-year                value 'Y'.
002080*---------------------------------------------------------------
002090*  SHOP CALENDAR TABLE - ONLY THE NON-WORKING DATES ARE HELD;
002100*  A DATE NOT IN THE TABLE IS A WORKING DAY.  ON OVERFLOW THE
002110*  CALENDAR IS TREATED AS NOT LOADED RATHER THAN HALF-TRUSTED,
002120*  AND THE WIND GUARD STOPS A CALENDAR THAT MARKS EVERYTHING
002130*  NON-WORKING FROM WINDING FOREVER.
002140*---------------------------------------------------------------
002150 77  rst-cal-switch               pic x(01) value 'N'.
002160     88  rst-cal-loaded               value 'Y'.
002170 77  rst-cal-used                 pic 9(05) value 0.
002180 77  rst-cal-ix                   pic 9(05) value 0.
002190 77  rst-cal-found-ix             pic 9(05) value 0.
002200 77  rst-cal-guard                pic 9(05) value 0.
002210 77  rst-workday-switch           pic x(01) value 'Y'.
002220     88  rst-work-day                 value 'Y'.
002230     88  rst-non-work-day             value 'N'.
002240 01  rst-cal-table.
002250     05  rst-cal-entry            occurs 2000 times.
002260         10  rst-cal-date         pic 9(08).
002270*---------------------------------------------------------------
002280*  REQUIRED-STEPS TABLE, IN STEPREQ ORDER, WITH WHAT THE
002290*  LEDGER SAID ABOUT EACH STEP'S LAST RUN INSIDE THE WINDOW.
002300*  THE STATE IS SET BY 3100-JUDGE-ONE-STEP:
002310*      C = RAN CLEAN          W = RAN WITH WARNINGS
002320*      F = FAILED             A = STARTED, NEVER ENDED
002330*      D = DID NOT RUN        O = OWN CYCLE, NOT RUN
002340*---------------------------------------------------------------
002350 77  rst-stp-used                 pic 9(03) value 0.
002360 77  rst-stp-ix                   pic 9(03) value 0.
002370 77  rst-stp-found-ix             pic 9(03) value 0.
002380 77  rst-pred-ix                  pic 9(03) value 0.
002390 77  rst-scan-ix                  pic 9(03) value 0.
002400 77  rst-key-program              pic x(12) value spaces.
002410 77  rst-key-qualifier            pic x(01) value space.
002420 77  rst-key-seq                  pic 9(02) value 0.
002430 01  rst-stp-table.
002440     05  rst-stp-entry            occurs 50 times.
002450         10  rst-stp-seq          pic 9(02).
002460         10  rst-stp-program      pic x(12).
002470         10  rst-stp-qualifier    pic x(01).
002480         10  rst-stp-after        pic 9(02).
002490         10  rst-stp-cycle        pic x(01).
002500             88  rst-stp-own-cycle    value 'O'.
002510         10  rst-stp-runs         pic 9(03).
002520         10  rst-stp-start-ts     pic x(16).
002530         10  rst-stp-end-ts       pic x(16).
002540         10  rst-stp-end-switch   pic x(01).
002550             88  rst-stp-ended        value 'Y'.
002560         10  rst-stp-rc           pic 9(02).
002570         10  rst-stp-count        pic 9(09).
002580         10  rst-stp-label        pic x(20).
002590         10  rst-stp-state        pic x(01).
002600             88  rst-stp-clean        value 'C'.
002610             88  rst-stp-warned       value 'W'.
002620             88  rst-stp-failed       value 'F'.
002630             88  rst-stp-no-end       value 'A'.
002640             88  rst-stp-not-run      value 'D'.
002650             88  rst-stp-not-due      value 'O'.
002660         10  rst-stp-order-switch pic x(01).
002670             88  rst-stp-out-of-order value 'Y'.
002680*---------------------------------------------------------------
002690*  RUN TIMESTAMP FOR THE REPORT HEADING.
002700*---------------------------------------------------------------
002710 01  rst-timestamp-fields.
002720     05  rst-ts-date              pic 9(08).
002730     05  rst-ts-time              pic 9(08).
002740 01  rst-timestamp-parts redefines rst-timestamp-fields.
002750     05  filler                   pic x(08).
002760     05  rst-ts-hh                pic 9(02).
002770     05  rst-ts-mi                pic 9(02).
002780     05  rst-ts-ss                pic 9(02).
002790     05  filler                   pic x(02).
002800*---------------------------------------------------------------
002810*  A LEDGER TIMESTAMP TAKEN APART FOR THE HH:MM COLUMNS.
002820*---------------------------------------------------------------
002830 01  rst-ts-work                  pic x(16) value spaces.
002840 01  rst-ts-work-parts redefines rst-ts-work.
002850     05  filler                   pic x(08).
002860     05  rst-tw-hh                pic x(02).
002870     05  rst-tw-mi                pic x(02).
002880     05  filler                   pic x(04).
002890 01  rst-hhmm.
002900     05  rst-hhmm-hh              pic x(02).
002910     05  filler                   pic x(01) value ':'.
002920     05  rst-hhmm-mi              pic x(02).
002930 77  rst-count-ed                 pic z(8)9 value zero.
002940 77  rst-runs-ed                  pic zz9 value zero.
002950*---------------------------------------------------------------
002960*  REPORT PRINT LINES.  ONE LINE PER EXPECTED STEP, WITH A
002970*  NOTE LINE UNDER IT WHEN IT RAN OUT OF ORDER OR MORE THAN
002980*  ONCE.
002990*---------------------------------------------------------------
003000 01  rst-rpt-h1.
003010     05  filler                   pic x(05) value spaces.
003020     05  filler                   pic x(40)
003030         value 'gcd-runstat  nightly run-status board'.
003040 01  rst-rpt-h2.
003050     05  filler                   pic x(05) value spaces.
003060     05  filler                   pic x(09) value 'run date '.
003070     05  rst-rpt-h2-date          pic 9999/99/99.
003080     05  filler                   pic x(11) value '  run time '.
003090     05  rst-rpt-h2-hh            pic 9(02).
003100     05  filler                   pic x(01) value ':'.
003110     05  rst-rpt-h2-mi            pic 9(02).
003120     05  filler                   pic x(01) value ':'.
003130     05  rst-rpt-h2-ss            pic 9(02).
003140 01  rst-rpt-night-line.
003150     05  filler                   pic x(05) value spaces.
003160     05  filler                   pic x(15)
003170         value 'business night '.
003180     05  rst-rpt-night-date       pic 9999/99/99.
003190     05  filler                   pic x(07) value '  from '.
003200     05  rst-rpt-from-hh          pic 9(02).
003210     05  filler                   pic x(07) value ':00 to '.
003220     05  rst-rpt-to-date          pic 9999/99/99.
003230     05  filler                   pic x(01) value space.
003240     05  rst-rpt-to-hh            pic 9(02).
003250     05  filler                   pic x(03) value ':00'.
003260 01  rst-rpt-col-line.
003270     05  filler                   pic x(02) value spaces.
003280     05  filler                   pic x(15)
003290         value 'program      m '.
003300     05  filler                   pic x(18)
003310         value 'status'.
003320     05  filler                   pic x(13)
003330         value 'rc     count '.
003340     05  filler                   pic x(12)
003350         value 'start end   '.
003360     05  filler                   pic x(09)
003370         value 'key count'.
003380 01  rst-rpt-step-line.
003390     05  filler                   pic x(02) value spaces.
003400     05  rst-rpt-program          pic x(12).
003410     05  filler                   pic x(01) value space.
003420     05  rst-rpt-qualifier        pic x(01).
003430     05  filler                   pic x(01) value space.
003440     05  rst-rpt-step-status      pic x(17).
003450     05  filler                   pic x(01) value space.
003460     05  rst-rpt-rc               pic x(02).
003470     05  filler                   pic x(01) value space.
003480     05  rst-rpt-count            pic x(09).
003490     05  filler                   pic x(01) value space.
003500     05  rst-rpt-start            pic x(05).
003510     05  filler                   pic x(01) value space.
003520     05  rst-rpt-end              pic x(05).
003530     05  filler                   pic x(01) value space.
003540     05  rst-rpt-label            pic x(20).
003550 01  rst-rpt-note-line.
003560     05  filler                   pic x(06) value spaces.
003570     05  rst-rpt-note             pic x(60).
003580 01  rst-rpt-total.
003590     05  filler                   pic x(05) value spaces.
003600     05  rst-rpt-tot-label        pic x(30).
003610     05  rst-rpt-tot-value        pic z(8)9.
003620 77  rst-rpt-print-line           pic x(80) value spaces.
003630*---------------------------------------------------------------
003640*  FILE STATUS CODES.
003650*---------------------------------------------------------------
003660 77  rst-parm-status              pic x(02) value spaces.
003670 77  rst-req-status               pic x(02) value spaces.
003680 77  rst-led-status               pic x(02) value spaces.
003690 77  rst-cal-status               pic x(02) value spaces.
003700 77  rst-rpt-status               pic x(02) value spaces.
003710 procedure division.
003720*---------------------------------------------------------------
003730*  0000-MAINLINE.
003740*---------------------------------------------------------------
003750 0000-mainline.
003760     perform 1000-initialize thru 1000-exit
003770     if not rst-run-aborted
003780         perform 2000-scan-ledger thru 2000-exit
003790     end-if
003800     if not rst-run-aborted
003810         perform 3000-judge-steps thru 3000-exit
003820     end-if
003830     perform 4000-finish-report thru 4000-exit
003840     perform 9000-terminate thru 9000-exit
003850     move rst-return-code to return-code
003860     stop run.
003870*---------------------------------------------------------------
003880*  1000-INITIALIZE - COLLECT AND EDIT THE NIGHT AND START HOUR,
003890*  LOAD THE CALENDAR, SET THE WINDOW, OPEN THE REPORT AND LOAD
003900*  THE REQUIRED-STEPS LIST.
003910*---------------------------------------------------------------
003920 1000-initialize.
003930     display 'gcd-runstat - nightly run-status board'
003940     accept rst-ts-date from date yyyymmdd
003950     accept rst-ts-time from time
003960     perform 1100-read-parm-card thru 1100-exit
003970     if not rst-parm-present
003980         display 'enter business night yyyymmdd'
003990         display '(blank = last business day)'
004000         accept rst-card-night-date
004010         display 'enter window start hour (blank = 18)'
004020         accept rst-card-start-hh
004030     end-if
004040     if rst-card-start-hh not = spaces
004050         if rst-card-start-hh not numeric
004060             or rst-card-start-hh > '23'
004070             display 'window start hour invalid - run refused'
004080             go to 1000-refuse
004090         end-if
004100         move rst-card-start-hh to rst-start-hh
004110     end-if
004120     perform 1200-load-shop-calendar thru 1200-exit
004130     if rst-card-night-date = spaces
004140         move rst-ts-date to rst-work-date-n
004150         move 0 to rst-day-ix
004160         move 0 to rst-cal-guard
004170         perform 1300-back-one-day thru 1300-exit
004180             until rst-day-ix > 0
004190             or rst-cal-guard > 36500
004200     else
004210         if rst-card-night-date not numeric
004220             display 'business night date invalid - run refused'
004230             go to 1000-refuse
004240         end-if
004250         move rst-card-night-date to rst-work-date-n
004260         if rst-wd-mm < 1 or rst-wd-mm > 12
004270             or rst-wd-dd < 1 or rst-wd-dd > 31
004280             display 'business night date invalid - run refused'
004290             go to 1000-refuse
004300         end-if
004310     end-if
004320     move rst-work-date-n to rst-night-date
004330     move 0 to rst-day-ix
004340     move 0 to rst-cal-guard
004350     perform 1350-forward-one-day thru 1350-exit
004360         until rst-day-ix > 0
004370         or rst-cal-guard > 36500
004380*    A GUARDED-OUT WIND MEANS THE CALENDAR NEVER YIELDED A
004390*    WORKING DAY - A DATA ERROR, NOT A WINDOW.
004400     if rst-cal-guard > 36500
004410         display 'shop calendar yielded no working day -'
004420         display 'run refused'
004430         go to 1000-refuse
004440     end-if
004450     move rst-work-date-n to rst-next-date
004460     move rst-night-date to rst-win-start-date
004470     move rst-start-hh to rst-win-start-hh
004480     move rst-next-date to rst-win-end-date
004490     move rst-start-hh to rst-win-end-hh
004500     open output statrpt
004510     if rst-rpt-status not = '00'
004520         display 'error opening gcdstat, status ' rst-rpt-status
004530         set rst-run-aborted to true
004540         move 12 to rst-rc-candidate
004550         perform 9100-raise-return-code thru 9100-exit
004560         go to 1000-exit
004570     end-if
004580     set rst-rpt-usable to true
004590     write rst-rpt-record from rst-rpt-h1
004600     move rst-ts-date to rst-rpt-h2-date
004610     move rst-ts-hh to rst-rpt-h2-hh
004620     move rst-ts-mi to rst-rpt-h2-mi
004630     move rst-ts-ss to rst-rpt-h2-ss
004640     write rst-rpt-record from rst-rpt-h2
004650     move rst-night-date to rst-rpt-night-date
004660     move rst-start-hh to rst-rpt-from-hh
004670     move rst-next-date to rst-rpt-to-date
004680     move rst-start-hh to rst-rpt-to-hh
004690     write rst-rpt-record from rst-rpt-night-line
004700     move spaces to rst-rpt-record
004710     write rst-rpt-record
004720     perform 1700-load-steps thru 1700-exit
004730     go to 1000-exit.
004740 1000-refuse.
004750     set rst-run-aborted to true
004760     move 8 to rst-rc-candidate
004770     perform 9100-raise-return-code thru 9100-exit.
004780 1000-exit.
004790     exit.
004800*---------------------------------------------------------------
004810*  1100-READ-PARM-CARD - READ THE OPTIONAL RSTPARM CARD, THE
004820*  SAME WAY THE DRIVER TREATS GCDPARM.
004830*---------------------------------------------------------------
004840 1100-read-parm-card.
004850     open input rstparm
004860     if rst-parm-status not = '00'
004870         go to 1100-exit
004880     end-if
004890     read rstparm
004900         at end
004910             close rstparm
004920             go to 1100-exit
004930     end-read
004940     if rst-parm-status not = '00'
004950         close rstparm
004960         go to 1100-exit
004970     end-if
004980     set rst-parm-present to true
004990*    THE CARD FIELDS ARE SAVED ASIDE BEFORE THE CLOSE - THE
005000*    RECORD AREA OF A CLOSED FILE IS NOT OURS TO READ.
005010     move rst-parm-night-date to rst-card-night-date
005020     move rst-parm-start-hh to rst-card-start-hh
005030     close rstparm.
005040 1100-exit.
005050     exit.
005060*---------------------------------------------------------------
005070*  1200-LOAD-SHOP-CALENDAR - LOAD THE NON-WORKING DATES OFF
005080*  SHOPCAL.  WITH NO CALENDAR EVERY DAY IS A BUSINESS DAY, AND
005090*  THE CONSOLE SAYS SO.
005100*---------------------------------------------------------------
005110 1200-load-shop-calendar.
005120     open input shopcal
005130     if rst-cal-status not = '00'
005140         display 'no shop calendar on hand - every day counts'
005150         display 'as a business day'
005160         go to 1200-exit
005170     end-if
005180     move 'N' to rst-eof-switch
005190     perform 1250-load-one-cal-record thru 1250-exit
005200         until rst-end-of-input
005210     close shopcal
005220     if rst-cal-used not < 2000
005230         display 'shop calendar overflowed - ignored, every day'
005240         display 'counts as a business day'
005250         move 'N' to rst-cal-switch
005260         go to 1200-exit
005270     end-if
005280     set rst-cal-loaded to true
005290     move 'N' to rst-eof-switch.
005300 1200-exit.
005310     exit.
005320*---------------------------------------------------------------
005330*  1250-LOAD-ONE-CAL-RECORD - ONE CALENDAR RECORD INTO THE
005340*  NON-WORKING-DATE TABLE.  'W' RECORDS AND GARBLED DATES ARE
005350*  PASSED OVER - ONLY A DATED 'H' MAKES A DAY NON-WORKING.
005360*---------------------------------------------------------------
005370 1250-load-one-cal-record.
005380     read shopcal
005390         at end
005400             set rst-end-of-input to true
005410             go to 1250-exit
005420     end-read
005430     if rst-cal-status not = '00'
005440         display 'error reading shopcal, status ' rst-cal-status
005450         set rst-end-of-input to true
005460         move 9999 to rst-cal-used
005470         go to 1250-exit
005480     end-if
005490     if not rst-cal-rec-holiday
005500         go to 1250-exit
005510     end-if
005520     if rst-cal-rec-date not numeric
005530         go to 1250-exit
005540     end-if
005550     if rst-cal-used < 2000
005560         add 1 to rst-cal-used
005570         move rst-cal-rec-date to rst-cal-date(rst-cal-used)
005580     else
005590         move 9999 to rst-cal-used
005600         set rst-end-of-input to true
005610     end-if.
005620 1250-exit.
005630     exit.
005640*---------------------------------------------------------------
005650*  1300-BACK-ONE-DAY - WIND THE WORK DATE BACK ONE CALENDAR
005660*  DAY, ROLLING THROUGH MONTH ENDS AND YEAR ENDS WITH THE
005670*  PROPER MONTH LENGTHS.  WITH THE SHOP CALENDAR LOADED, ONLY A
005680*  DAY THAT LANDS ON A WORKING DAY COUNTS.
005690*---------------------------------------------------------------
005700 1300-back-one-day.
005710     if rst-wd-dd > 1
005720         subtract 1 from rst-wd-dd
005730     else
005740         if rst-wd-mm = 1
005750             move 12 to rst-wd-mm
005760             subtract 1 from rst-wd-yyyy
005770         else
005780             subtract 1 from rst-wd-mm
005790         end-if
005800         perform 1400-set-month-length thru 1400-exit
005810         move rst-month-length to rst-wd-dd
005820     end-if
005830     perform 1380-count-day thru 1380-exit.
005840 1300-exit.
005850     exit.
005860*---------------------------------------------------------------
005870*  1350-FORWARD-ONE-DAY - THE SAME STEP THE OTHER WAY, FOR THE
005880*  BUSINESS DAY AFTER THE NIGHT THAT CLOSES ITS WINDOW.
005890*---------------------------------------------------------------
005900 1350-forward-one-day.
005910     perform 1400-set-month-length thru 1400-exit
005920     if rst-wd-dd < rst-month-length
005930         add 1 to rst-wd-dd
005940     else
005950         move 1 to rst-wd-dd
005960         if rst-wd-mm = 12
005970             move 1 to rst-wd-mm
005980             add 1 to rst-wd-yyyy
005990         else
006000             add 1 to rst-wd-mm
006010         end-if
006020     end-if
006030     perform 1380-count-day thru 1380-exit.
006040 1350-exit.
006050     exit.
006060*---------------------------------------------------------------
006070*  1380-COUNT-DAY - COUNT THE DAY JUST REACHED IF IT IS A
006080*  WORKING DAY, OR ANY DAY WHEN THERE IS NO CALENDAR.
006090*---------------------------------------------------------------
006100 1380-count-day.
006110     add 1 to rst-cal-guard
006120     if rst-cal-loaded
006130         perform 1600-check-work-day thru 1600-exit
006140         if rst-work-day
006150             add 1 to rst-day-ix
006160         end-if
006170     else
006180         add 1 to rst-day-ix
006190     end-if.
006200 1380-exit.
006210     exit.
006220*---------------------------------------------------------------
006230*  1400-SET-MONTH-LENGTH - LENGTH OF THE WORK DATE'S CURRENT
006240*  MONTH, LEAP YEARS INCLUDED.
006250*---------------------------------------------------------------
006260 1400-set-month-length.
006270     evaluate rst-wd-mm
006280         when 01
006290         when 03
006300         when 05
006310         when 07
006320         when 08
006330         when 10
006340         when 12
006350             move 31 to rst-month-length
006360         when 04
006370         when 06
006380         when 09
006390         when 11
006400             move 30 to rst-month-length
006410         when 02
006420             perform 1500-set-leap-switch thru 1500-exit
006430             if rst-leap-year
006440                 move 29 to rst-month-length
006450             else
006460                 move 28 to rst-month-length
006470             end-if
006480     end-evaluate.
006490 1400-exit.
006500     exit.
006510*---------------------------------------------------------------
006520*  1500-SET-LEAP-SWITCH - GREGORIAN LEAP-YEAR TEST ON THE
006530*  WORK DATE'S YEAR, BY REMAINDER ARITHMETIC.
006540*---------------------------------------------------------------
006550 1500-set-leap-switch.
006560     move 'N' to rst-leap-switch
006570     divide rst-wd-yyyy by 4
006580         giving rst-leap-work remainder rst-leap-rem
006590     if rst-leap-rem = 0
006600         set rst-leap-year to true
006610     end-if
006620     divide rst-wd-yyyy by 100
006630         giving rst-leap-work remainder rst-leap-rem
006640     if rst-leap-rem = 0
006650         move 'N' to rst-leap-switch
006660     end-if
006670     divide rst-wd-yyyy by 400
006680         giving rst-leap-work remainder rst-leap-rem
006690     if rst-leap-rem = 0
006700         set rst-leap-year to true
006710     end-if.
006720 1500-exit.
006730     exit.
006740*---------------------------------------------------------------
006750*  1600-CHECK-WORK-DAY - IS THE WORK DATE A WORKING DAY?  A
006760*  LINEAR SCAN OF THE NON-WORKING TABLE.
006770*---------------------------------------------------------------
006780 1600-check-work-day.
006790     set rst-work-day to true
006800     move 0 to rst-cal-found-ix
006810     move 1 to rst-cal-ix
006820     perform 1650-scan-cal-entry thru 1650-exit
006830         until rst-cal-ix > rst-cal-used
006840         or rst-cal-found-ix > 0
006850     if rst-cal-found-ix > 0
006860         set rst-non-work-day to true
006870     end-if.
006880 1600-exit.
006890     exit.
006900*---------------------------------------------------------------
006910*  1650-SCAN-CAL-ENTRY - ONE STEP OF THE CALENDAR SCAN.
006920*---------------------------------------------------------------
006930 1650-scan-cal-entry.
006940     if rst-cal-date(rst-cal-ix) = rst-work-date-n
006950         move rst-cal-ix to rst-cal-found-ix
006960     else
006970         add 1 to rst-cal-ix
006980     end-if.
006990 1650-exit.
007000     exit.
007010*---------------------------------------------------------------
007020*  1700-LOAD-STEPS - THE REQUIRED-STEPS LIST INTO THE TABLE.
007030*  WITHOUT A LIST THERE IS NOTHING TO MEASURE THE NIGHT
007040*  AGAINST, SO THE BOARD IS REFUSED; A LIST THAT WILL NOT FIT
007050*  IS REFUSED RATHER THAN JUDGED HALF-READ.
007060*---------------------------------------------------------------
007070 1700-load-steps.
007080     open input stepreq
007090     if rst-req-status not = '00'
007100         display 'no stepreq required-steps list, status '
007110             rst-req-status ' - run refused'
007120         go to 1700-abort
007130     end-if
007140     move 'N' to rst-eof-switch
007150     perform 1750-load-one-step thru 1750-exit
007160         until rst-end-of-input
007170     close stepreq
007180     if rst-run-aborted
007190         go to 1700-exit
007200     end-if
007210     if rst-stp-used = 0
007220         display 'stepreq names no steps - run refused'
007230         go to 1700-abort
007240     end-if
007250     go to 1700-exit.
007260 1700-abort.
007270     set rst-run-aborted to true
007280     move 8 to rst-rc-candidate
007290     perform 9100-raise-return-code thru 9100-exit.
007300 1700-exit.
007310     exit.
007320*---------------------------------------------------------------
007330*  1750-LOAD-ONE-STEP - ONE STEPREQ CARD.  A CARD WITH A BAD
007340*  STEP NUMBER, NO PROGRAM, A BAD PREDECESSOR OR AN UNKNOWN
007350*  CYCLE IS LISTED AND SKIPPED WITH CONDITION CODE 4.
007360*---------------------------------------------------------------
007370 1750-load-one-step.
007380     read stepreq
007390         at end
007400             set rst-end-of-input to true
007410             go to 1750-exit
007420     end-read
007430     if rst-req-status not = '00'
007440         display 'error reading stepreq, status ' rst-req-status
007450         set rst-end-of-input to true
007460         set rst-run-aborted to true
007470         move 12 to rst-rc-candidate
007480         perform 9100-raise-return-code thru 9100-exit
007490         go to 1750-exit
007500     end-if
007510     if rst-req-seq(1:1) = '*'
007520         go to 1750-exit
007530     end-if
007540     add 1 to rst-req-card-count
007550     if rst-req-seq not numeric
007560         or rst-req-seq = '00'
007570         or rst-req-program = spaces
007580         or rst-req-after not numeric
007590         or not (rst-req-nightly or rst-req-own-cycle)
007600         add 1 to rst-req-bad-count
007610         move spaces to rst-rpt-print-line
007620         string '  stepreq card unusable - ' rst-req-seq ' '
007630             rst-req-program delimited by size
007640             into rst-rpt-print-line
007650         write rst-rpt-record from rst-rpt-print-line
007660         move 4 to rst-rc-candidate
007670         perform 9100-raise-return-code thru 9100-exit
007680         go to 1750-exit
007690     end-if
007700     if rst-stp-used not < 50
007710         display 'stepreq names more than 50 steps - run refused'
007720         set rst-end-of-input to true
007730         set rst-run-aborted to true
007740         move 8 to rst-rc-candidate
007750         perform 9100-raise-return-code thru 9100-exit
007760         go to 1750-exit
007770     end-if
007780     add 1 to rst-stp-used
007790     move rst-stp-used to rst-stp-ix
007800     move rst-req-seq to rst-stp-seq(rst-stp-ix)
007810     move rst-req-program to rst-stp-program(rst-stp-ix)
007820     move rst-req-qualifier to rst-stp-qualifier(rst-stp-ix)
007830     move rst-req-after to rst-stp-after(rst-stp-ix)
007840     move rst-req-cycle to rst-stp-cycle(rst-stp-ix)
007850     move 0 to rst-stp-runs(rst-stp-ix)
007860     move spaces to rst-stp-start-ts(rst-stp-ix)
007870     move spaces to rst-stp-end-ts(rst-stp-ix)
007880     move 'N' to rst-stp-end-switch(rst-stp-ix)
007890     move 0 to rst-stp-rc(rst-stp-ix)
007900     move 0 to rst-stp-count(rst-stp-ix)
007910     move spaces to rst-stp-label(rst-stp-ix)
007920     move space to rst-stp-state(rst-stp-ix)
007930     move 'N' to rst-stp-order-switch(rst-stp-ix).
007940 1750-exit.
007950     exit.
007960*---------------------------------------------------------------
007970*  2000-SCAN-LEDGER - READ THE WHOLE LEDGER, KEEPING ONLY THE
007980*  RECORDS WHOSE START FALLS INSIDE THE NIGHT'S WINDOW.  NO
007990*  LEDGER AT ALL MEANS NOTHING RAN - EVERY STEP IS JUDGED NOT
008000*  RUN, WHICH IS THE TRUTH THE BOARD EXISTS TO TELL.
008010*---------------------------------------------------------------
008020 2000-scan-ledger.
008030     open input jobledg
008040     if rst-led-status = '35'
008050         display 'no jobledg ledger on hand - no step recorded'
008060         go to 2000-exit
008070     end-if
008080     if rst-led-status not = '00'
008090         display 'error opening jobledg, status ' rst-led-status
008100         set rst-run-aborted to true
008110         move 12 to rst-rc-candidate
008120         perform 9100-raise-return-code thru 9100-exit
008130         go to 2000-exit
008140     end-if
008150     move 'N' to rst-eof-switch
008160     perform 2100-read-one-ledger thru 2100-exit
008170         until rst-end-of-input
008180     close jobledg.
008190 2000-exit.
008200     exit.
008210*---------------------------------------------------------------
008220*  2100-READ-ONE-LEDGER - ONE LEDGER RECORD.  A RECORD WITH AN
008230*  UNKNOWN TYPE OR AN UNDATED START IS COUNTED AND PASSED OVER.
008240*---------------------------------------------------------------
008250 2100-read-one-ledger.
008260     read jobledg
008270         at end
008280             set rst-end-of-input to true
008290             go to 2100-exit
008300     end-read
008310     if rst-led-status not = '00'
008320         display 'error reading jobledg, status ' rst-led-status
008330         set rst-end-of-input to true
008340         set rst-run-aborted to true
008350         move 12 to rst-rc-candidate
008360         perform 9100-raise-return-code thru 9100-exit
008370         go to 2100-exit
008380     end-if
008390     add 1 to rst-led-read-count
008400     if not rst-led-is-start and not rst-led-is-end
008410         add 1 to rst-led-garbled-count
008420         go to 2100-exit
008430     end-if
008440     if rst-led-start-ts(1:12) not numeric
008450         add 1 to rst-led-garbled-count
008460         go to 2100-exit
008470     end-if
008480     if rst-led-start-ts < rst-window-start
008490         or rst-led-start-ts not < rst-window-end
008500         go to 2100-exit
008510     end-if
008520     add 1 to rst-led-night-count
008530     move rst-led-program to rst-key-program
008540     move rst-led-qualifier to rst-key-qualifier
008550     perform 2200-find-step thru 2200-exit
008560     if rst-stp-found-ix = 0
008570         add 1 to rst-led-other-count
008580         go to 2100-exit
008590     end-if
008600     move rst-stp-found-ix to rst-stp-ix
008610     if rst-led-is-start
008620         perform 2300-post-start thru 2300-exit
008630     else
008640         perform 2400-post-end thru 2400-exit
008650     end-if.
008660 2100-exit.
008670     exit.
008680*---------------------------------------------------------------
008690*  2200-FIND-STEP - LOOK UP THE STEP FOR RST-KEY-PROGRAM AND
008700*  RST-KEY-QUALIFIER.  RST-STP-FOUND-IX IS ZERO WHEN THE STEP
008710*  IS NOT ON THE LIST.
008720*---------------------------------------------------------------
008730 2200-find-step.
008740     move 0 to rst-stp-found-ix
008750     move 1 to rst-scan-ix
008760     perform 2250-scan-step thru 2250-exit
008770         until rst-scan-ix > rst-stp-used
008780         or rst-stp-found-ix > 0.
008790 2200-exit.
008800     exit.
008810*---------------------------------------------------------------
008820*  2250-SCAN-STEP - ONE STEP OF THE LOOKUP.
008830*---------------------------------------------------------------
008840 2250-scan-step.
008850     if rst-stp-program(rst-scan-ix) = rst-key-program
008860         and rst-stp-qualifier(rst-scan-ix) = rst-key-qualifier
008870         move rst-scan-ix to rst-stp-found-ix
008880     else
008890         add 1 to rst-scan-ix
008900     end-if.
008910 2250-exit.
008920     exit.
008930*---------------------------------------------------------------
008940*  2300-POST-START - A START RECORD.  A LATER START THAN THE
008950*  ONE HELD IS A NEW RUN OF THE STEP AND REPLACES IT.
008960*---------------------------------------------------------------
008970 2300-post-start.
008980     add 1 to rst-stp-runs(rst-stp-ix)
008990     if rst-led-start-ts > rst-stp-start-ts(rst-stp-ix)
009000         move rst-led-start-ts to rst-stp-start-ts(rst-stp-ix)
009010         move spaces to rst-stp-end-ts(rst-stp-ix)
009020         move 'N' to rst-stp-end-switch(rst-stp-ix)
009030         move 0 to rst-stp-rc(rst-stp-ix)
009040         move 0 to rst-stp-count(rst-stp-ix)
009050         move spaces to rst-stp-label(rst-stp-ix)
009060     end-if.
009070 2300-exit.
009080     exit.
009090*---------------------------------------------------------------
009100*  2400-POST-END - AN END RECORD.  IT CLOSES THE RUN WITH THE
009110*  SAME START TIMESTAMP.  AN END WITH NO START ON THE LEDGER
009120*  STILL COUNTS AS A RUN; AN END FOR AN EARLIER RUN THAN THE
009130*  ONE HELD IS PASSED OVER.
009140*---------------------------------------------------------------
009150 2400-post-end.
009160     if rst-led-start-ts > rst-stp-start-ts(rst-stp-ix)
009170         add 1 to rst-stp-runs(rst-stp-ix)
009180         move rst-led-start-ts to rst-stp-start-ts(rst-stp-ix)
009190     end-if
009200     if rst-led-start-ts not = rst-stp-start-ts(rst-stp-ix)
009210         go to 2400-exit
009220     end-if
009230     move rst-led-end-ts to rst-stp-end-ts(rst-stp-ix)
009240     set rst-stp-ended(rst-stp-ix) to true
009250     if rst-led-rc numeric
009260         move rst-led-rc to rst-stp-rc(rst-stp-ix)
009270     else
009280         move 99 to rst-stp-rc(rst-stp-ix)
009290     end-if
009300     if rst-led-count numeric
009310         move rst-led-count to rst-stp-count(rst-stp-ix)
009320     else
009330         move 0 to rst-stp-count(rst-stp-ix)
009340     end-if
009350     move rst-led-count-label to rst-stp-label(rst-stp-ix).
009360 2400-exit.
009370     exit.
009380*---------------------------------------------------------------
009390*  3000-JUDGE-STEPS - JUDGE AND PRINT EVERY EXPECTED STEP IN
009400*  LIST ORDER.  THE OUT-OF-ORDER CHECK NEEDS EVERY STEP'S RUN
009410*  POSTED FIRST, WHICH 2000-SCAN-LEDGER HAS DONE.
009420*---------------------------------------------------------------
009430 3000-judge-steps.
009440     if rst-rpt-usable
009450         write rst-rpt-record from rst-rpt-col-line
009460         move spaces to rst-rpt-record
009470         write rst-rpt-record
009480     end-if
009490     move 1 to rst-stp-ix
009500     perform 3100-judge-one-step thru 3100-exit
009510         until rst-stp-ix > rst-stp-used.
009520 3000-exit.
009530     exit.
009540*---------------------------------------------------------------
009550*  3100-JUDGE-ONE-STEP - SET THE STEP'S STATE FROM ITS LAST
009560*  RUN, CHECK ITS ORDER AGAINST ITS PREDECESSOR, COUNT IT AND
009570*  PRINT IT.
009580*---------------------------------------------------------------
009590 3100-judge-one-step.
009600     evaluate true
009610         when rst-stp-runs(rst-stp-ix) = 0
009620             and rst-stp-own-cycle(rst-stp-ix)
009630             set rst-stp-not-due(rst-stp-ix) to true
009640             add 1 to rst-own-cycle-count
009650         when rst-stp-runs(rst-stp-ix) = 0
009660             set rst-stp-not-run(rst-stp-ix) to true
009670             add 1 to rst-not-run-count
009680             move 8 to rst-rc-candidate
009690         when not rst-stp-ended(rst-stp-ix)
009700             set rst-stp-no-end(rst-stp-ix) to true
009710             add 1 to rst-failed-count
009720             move 8 to rst-rc-candidate
009730         when rst-stp-rc(rst-stp-ix) = 0
009740             set rst-stp-clean(rst-stp-ix) to true
009750             add 1 to rst-clean-count
009760             move 0 to rst-rc-candidate
009770         when rst-stp-rc(rst-stp-ix) < 8
009780             set rst-stp-warned(rst-stp-ix) to true
009790             add 1 to rst-warn-count
009800             move 4 to rst-rc-candidate
009810         when other
009820             set rst-stp-failed(rst-stp-ix) to true
009830             add 1 to rst-failed-count
009840             move 8 to rst-rc-candidate
009850     end-evaluate
009860     perform 9100-raise-return-code thru 9100-exit
009870     if rst-stp-runs(rst-stp-ix) > 1
009880         add 1 to rst-rerun-count
009890     end-if
009900     perform 3200-check-order thru 3200-exit
009910     perform 4200-write-step-line thru 4200-exit
009920     add 1 to rst-stp-ix.
009930 3100-exit.
009940     exit.
009950*---------------------------------------------------------------
009960*  3200-CHECK-ORDER - A STEP THAT RAN IS OUT OF ORDER WHEN THE
009970*  STEP IT FOLLOWS HAD NOT FINISHED BY THE TIME IT STARTED:
009980*  NO END RECORD TONIGHT, OR AN END LATER THAN THIS START.  A
009990*  PREDECESSOR ON ITS OWN CYCLE THAT DID NOT RUN TONIGHT IS
010000*  NOT WAITED FOR.  RST-PRED-IX IS LEFT ON THE PREDECESSOR
010010*  FOR THE NOTE LINE.
010020*---------------------------------------------------------------
010030 3200-check-order.
010040     move 0 to rst-pred-ix
010050     if rst-stp-runs(rst-stp-ix) = 0
010060         or rst-stp-after(rst-stp-ix) = 0
010070         go to 3200-exit
010080     end-if
010090     move rst-stp-after(rst-stp-ix) to rst-key-seq
010100     move 1 to rst-scan-ix
010110     perform 3250-scan-seq thru 3250-exit
010120         until rst-scan-ix > rst-stp-used
010130         or rst-pred-ix > 0
010140     if rst-pred-ix = 0
010150         go to 3200-exit
010160     end-if
010170     if rst-stp-runs(rst-pred-ix) = 0
010180         and rst-stp-own-cycle(rst-pred-ix)
010190         go to 3200-exit
010200     end-if
010210     if not rst-stp-ended(rst-pred-ix)
010220         or rst-stp-end-ts(rst-pred-ix)
010230             > rst-stp-start-ts(rst-stp-ix)
010240         set rst-stp-out-of-order(rst-stp-ix) to true
010250         add 1 to rst-order-count
010260         move 8 to rst-rc-candidate
010270         perform 9100-raise-return-code thru 9100-exit
010280     end-if.
010290 3200-exit.
010300     exit.
010310*---------------------------------------------------------------
010320*  3250-SCAN-SEQ - ONE STEP OF THE PREDECESSOR LOOKUP BY STEP
010330*  NUMBER.
010340*---------------------------------------------------------------
010350 3250-scan-seq.
010360     if rst-stp-seq(rst-scan-ix) = rst-key-seq
010370         move rst-scan-ix to rst-pred-ix
010380     else
010390         add 1 to rst-scan-ix
010400     end-if.
010410 3250-exit.
010420     exit.
010430*---------------------------------------------------------------
010440*  4000-FINISH-REPORT - TOTALS, THE VERDICT LINE, AND CLOSE.
010450*---------------------------------------------------------------
010460 4000-finish-report.
010470     if rst-led-garbled-count > 0
010480         move 4 to rst-rc-candidate
010490         perform 9100-raise-return-code thru 9100-exit
010500     end-if
010510     if not rst-rpt-usable
010520         go to 4000-exit
010530     end-if
010540     move spaces to rst-rpt-record
010550     write rst-rpt-record
010560     move 'steps expected'             to rst-rpt-tot-label
010570     move rst-stp-used                 to rst-rpt-tot-value
010580     perform 4100-write-detail thru 4100-exit
010590     move 'ran clean'                  to rst-rpt-tot-label
010600     move rst-clean-count              to rst-rpt-tot-value
010610     perform 4100-write-detail thru 4100-exit
010620     move 'ran with warnings'          to rst-rpt-tot-label
010630     move rst-warn-count               to rst-rpt-tot-value
010640     perform 4100-write-detail thru 4100-exit
010650     move 'failed'                     to rst-rpt-tot-label
010660     move rst-failed-count             to rst-rpt-tot-value
010670     perform 4100-write-detail thru 4100-exit
010680     move 'did not run'                to rst-rpt-tot-label
010690     move rst-not-run-count            to rst-rpt-tot-value
010700     perform 4100-write-detail thru 4100-exit
010710     move 'own cycle, not run tonight' to rst-rpt-tot-label
010720     move rst-own-cycle-count          to rst-rpt-tot-value
010730     perform 4100-write-detail thru 4100-exit
010740     move 'ran out of order'           to rst-rpt-tot-label
010750     move rst-order-count              to rst-rpt-tot-value
010760     perform 4100-write-detail thru 4100-exit
010770     move 'rerun during the night'     to rst-rpt-tot-label
010780     move rst-rerun-count              to rst-rpt-tot-value
010790     perform 4100-write-detail thru 4100-exit
010800     move 'stepreq cards unusable'     to rst-rpt-tot-label
010810     move rst-req-bad-count            to rst-rpt-tot-value
010820     perform 4100-write-detail thru 4100-exit
010830     move 'ledger records read'        to rst-rpt-tot-label
010840     move rst-led-read-count           to rst-rpt-tot-value
010850     perform 4100-write-detail thru 4100-exit
010860     move 'ledger records tonight'     to rst-rpt-tot-label
010870     move rst-led-night-count          to rst-rpt-tot-value
010880     perform 4100-write-detail thru 4100-exit
010890     move '  for steps not on stepreq' to rst-rpt-tot-label
010900     move rst-led-other-count          to rst-rpt-tot-value
010910     perform 4100-write-detail thru 4100-exit
010920     move 'ledger records unusable'    to rst-rpt-tot-label
010930     move rst-led-garbled-count        to rst-rpt-tot-value
010940     perform 4100-write-detail thru 4100-exit
010950     move spaces to rst-rpt-record
010960     write rst-rpt-record
010970     evaluate true
010980         when rst-run-aborted
010990             move '  *** run aborted - no verdict on the night'
011000                 & ' ***'
011010                 to rst-rpt-print-line
011020         when rst-return-code = 0
011030             move '  *** last night is safe to build on ***'
011040                 to rst-rpt-print-line
011050         when rst-return-code < 8
011060             move '  *** last night ran with warnings - check the'
011070                 & ' steps above ***' to rst-rpt-print-line
011080         when other
011090             move '  *** last night is not safe to build on - see'
011100                 & ' above ***' to rst-rpt-print-line
011110     end-evaluate
011120     write rst-rpt-record from rst-rpt-print-line
011130     move spaces to rst-rpt-record
011140     write rst-rpt-record
011150     move '  *** end of report ***' to rst-rpt-print-line
011160     write rst-rpt-record from rst-rpt-print-line
011170     close statrpt
011180     if rst-rpt-status not = '00'
011190         display 'error closing gcdstat, status ' rst-rpt-status
011200         move 12 to rst-rc-candidate
011210         perform 9100-raise-return-code thru 9100-exit
011220     end-if.
011230 4000-exit.
011240     exit.
011250*---------------------------------------------------------------
011260*  4100-WRITE-DETAIL - PRINT THE LABEL/VALUE PAIR LEFT IN
011270*  RST-RPT-TOTAL.
011280*---------------------------------------------------------------
011290 4100-write-detail.
011300     write rst-rpt-record from rst-rpt-total.
011310 4100-exit.
011320     exit.
011330*---------------------------------------------------------------
011340*  4200-WRITE-STEP-LINE - THE BOARD LINE FOR THE STEP AT
011350*  RST-STP-IX, WITH A NOTE LINE FOR AN OUT-OF-ORDER RUN OR A
011360*  RERUN.  RC, COUNT AND END ARE LEFT BLANK FOR A STEP THAT
011370*  NEVER ENDED.
011380*---------------------------------------------------------------
011390 4200-write-step-line.
011400     if not rst-rpt-usable
011410         go to 4200-exit
011420     end-if
011430     move spaces to rst-rpt-step-line
011440     move rst-stp-program(rst-stp-ix) to rst-rpt-program
011450     move rst-stp-qualifier(rst-stp-ix) to rst-rpt-qualifier
011460     evaluate true
011470         when rst-stp-clean(rst-stp-ix)
011480             move 'ran clean' to rst-rpt-step-status
011490         when rst-stp-warned(rst-stp-ix)
011500             move 'ran with warnings' to rst-rpt-step-status
011510         when rst-stp-failed(rst-stp-ix)
011520             move 'failed' to rst-rpt-step-status
011530         when rst-stp-no-end(rst-stp-ix)
011540             move 'failed - no end' to rst-rpt-step-status
011550         when rst-stp-not-run(rst-stp-ix)
011560             move 'did not run' to rst-rpt-step-status
011570         when rst-stp-not-due(rst-stp-ix)
011580             move 'own cycle-not run' to rst-rpt-step-status
011590     end-evaluate
011600     if rst-stp-runs(rst-stp-ix) > 0
011610         move rst-stp-start-ts(rst-stp-ix) to rst-ts-work
011620         perform 4250-set-hhmm thru 4250-exit
011630         move rst-hhmm to rst-rpt-start
011640     end-if
011650     if rst-stp-ended(rst-stp-ix)
011660         move rst-stp-rc(rst-stp-ix) to rst-rpt-rc
011670         move rst-stp-count(rst-stp-ix) to rst-count-ed
011680         move rst-count-ed to rst-rpt-count
011690         move rst-stp-end-ts(rst-stp-ix) to rst-ts-work
011700         perform 4250-set-hhmm thru 4250-exit
011710         move rst-hhmm to rst-rpt-end
011720         move rst-stp-label(rst-stp-ix) to rst-rpt-label
011730     end-if
011740     write rst-rpt-record from rst-rpt-step-line
011750     if rst-stp-out-of-order(rst-stp-ix)
011760         move spaces to rst-rpt-note
011770         if rst-stp-ended(rst-pred-ix)
011780             string '*** out of order - started before '
011790                 delimited by size
011800                 rst-stp-program(rst-pred-ix) delimited by space
011810                 ' ended' delimited by size into rst-rpt-note
011820         else
011830             string '*** out of order - '
011840                 delimited by size
011850                 rst-stp-program(rst-pred-ix) delimited by space
011860                 ' never finished tonight' delimited by size
011870                 into rst-rpt-note
011880         end-if
011890         write rst-rpt-record from rst-rpt-note-line
011900     end-if
011910     if rst-stp-runs(rst-stp-ix) > 1
011920         move spaces to rst-rpt-note
011930         move rst-stp-runs(rst-stp-ix) to rst-runs-ed
011940         string 'rerun - runs tonight:' rst-runs-ed
011950             ' - last run shown'
011960             delimited by size into rst-rpt-note
011970         write rst-rpt-record from rst-rpt-note-line
011980     end-if.
011990 4200-exit.
012000     exit.
012010*---------------------------------------------------------------
012020*  4250-SET-HHMM - HH:MM OUT OF THE TIMESTAMP IN RST-TS-WORK.
012030*---------------------------------------------------------------
012040 4250-set-hhmm.
012050     move rst-tw-hh to rst-hhmm-hh
012060     move rst-tw-mi to rst-hhmm-mi.
012070 4250-exit.
012080     exit.
012090*---------------------------------------------------------------
012100*  9000-TERMINATE - FINAL CONSOLE TOTALS AND SIGN-OFF.
012110*---------------------------------------------------------------
012120 9000-terminate.
012130     display 'gcd-runstat run complete'
012140     display '  business night    : ' rst-night-date
012150     display '  steps expected    : ' rst-stp-used
012160     display '  ran clean         : ' rst-clean-count
012170     display '  ran with warnings : ' rst-warn-count
012180     display '  failed            : ' rst-failed-count
012190     display '  did not run       : ' rst-not-run-count
012200     display '  out of order      : ' rst-order-count
012210     if rst-return-code > 4
012220         display '*** last night is not safe to build on ***'
012230     end-if.
012240 9000-exit.
012250     exit.
012260*---------------------------------------------------------------
012270*  9100-RAISE-RETURN-CODE - RAISE THE RUN CONDITION CODE TO
012280*  RST-RC-CANDIDATE UNLESS A WORSE ONE IS ALREADY RECORDED,
012290*  MATCHING THE DRIVER'S DISCIPLINE.
012300*---------------------------------------------------------------
012310 9100-raise-return-code.
012320     if rst-rc-candidate > rst-return-code
012330         move rst-rc-candidate to rst-return-code
012340     end-if.
012350 9100-exit.
012360     exit.
012370 end program GCD-RUNSTAT.
