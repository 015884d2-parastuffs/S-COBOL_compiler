000170*           S - SINGLE PAIR, KEYED AT THE CONSOLE.
000180*           B - BATCH FILE OF (A,B) PAIRS, WITH CHECKPOINT
000190*               / RESTART AND A RECONCILIATION REPORT FOR
000200*               PAIRS THAT FAIL VALIDATION.  THE PAIRS MAY
000203*               COME FROM SEVERAL PLANT EXTRACTS NAMED ON
000206*               PAIRLIST, EACH BALANCED ON ITS OWN TRAILER.
000210*           N - A COUNT FOLLOWED BY N VALUES, REDUCED TO ONE
000220*               COMBINED GCD.
000230*           M - FULL PASS OVER THE PARTMAST PART-PAIR MASTER,
000340*               CELL (GCDCELL).
000350*       EVERY PAIR-ORIENTED RUN (MODES S, B AND M) IS APPENDED
000360*       TO A PERSISTENT AUDIT LOG.
000361*       THE OPERATOR MUST BE AUTHORIZED ON GCDAUTH FOR THE RUN
000362*       MODE, A STALE LOCK OVERRIDE AND A CHECKPOINT RESUME
000363*       (SEE GCD-AUTH); GCD-AUTH MUST BE LINKED WITH THIS
000364*       PROGRAM ALONGSIDE GCD-CALC.
000365*       EVERY RUN IS RECORDED ON THE JOBLEDG JOB-STEP LEDGER
000366*       THROUGH GCD-STEPLOG, ALSO LINKED WITH THIS PROGRAM.
000370*
000380*   MODIFICATION HISTORY.
000390*     07/28/2026  DH   ADDED BATCH-FILE INPUT MODE (PAIRIN) SO
002030*                      SILENTLY COSTING THE RUN ITS HISTORY
002040*                      LINE, WHICH EXISTS PRECISELY SO THE
002050*                      FIGURES SURVIVE OFF THE PRINTOUT.
002051*     10/14/2026  DH   MODE M NOW WRITES A BEFORE AND AFTER IMAGE
002052*                      OF EVERY PARTMAST RECORD IT RECOMPUTES TO
002053*                      THE GCDJRNL CHANGE JOURNAL, THE SAME
002054*                      JOURNAL GCD-MSTMAINT WRITES, SO THE NEW
002055*                      GCD-ASOF REPORT CAN SHOW WHAT THE MASTER
002056*                      SAID ON ANY GIVEN DATE.  NO JOURNAL, NO
002057*                      MASTER RUN - AN UNJOURNALED REWRITE IS
002058*                      EXACTLY THE GAP THIS CLOSES.
002059*     10/14/2026  DH   BATCH MODE NOW TAKES THE PLANT EXTRACTS
002060*                      NAMED ON THE NEW PAIRLIST FILE IN ONE RUN
002061*                      INSTEAD OF ONE HAND-CONCATENATED PAIRIN
002062*                      WITH A RE-TYPED COMBINED TRAILER.  EACH
002063*                      SOURCE IS HEADER-CHECKED AND BALANCED
002064*                      AGAINST ITS OWN TRAILER BEFORE ANY PAIR IS
002065*                      POSTED; A SOURCE THAT FAILS IS REJECTED
002066*                      (CONDITION CODE 8) AND THE PLANTS THAT
002067*                      BALANCED STILL GO THROUGH.  GCDSUMM, THE
002068*                      GCDHIST RECORD AND NEW 'S' RECORDS AHEAD
002069*                      OF THE PAIRFEED TRAILER CARRY RECORDS,
002070*                      PAIRS AND REJECTS BY SOURCE.  WITH NO
002071*                      PAIRLIST THE SINGLE PAIRIN IS THE ONLY
002072*                      SOURCE.
002073*     10/14/2026  DH   OPERATOR SIGN-ON.  THE OPERATOR ID COMES
002074*                      OFF THE GCDPARM CARD OR THE CONSOLE AND
002075*                      IS CHECKED THROUGH GCD-AUTH AGAINST THE
002076*                      GCDAUTH TABLE FOR THE RUN MODE BEFORE THE
002077*                      LOCK IS TAKEN, AND AGAIN FOR A STALE LOCK
002078*                      OVERRIDE OR A CHECKPOINT RESUME.  A
002079*                      REFUSAL ENDS THE RUN WITH CONDITION CODE
002080*                      16; REFUSALS AND OVERRIDES GO TO SECLOG.
002081*     10/15/2026  DH   EVERY RUN NOW APPENDS A START AND AN END
002082*                      RECORD TO THE JOBLEDG JOB-STEP LEDGER
002083*                      THROUGH GCD-STEPLOG, QUALIFIED BY THE RUN
002084*                      MODE, THE END RECORD CARRYING THE RETURN
002085*                      CODE AND THE MODE'S KEY COUNT, FOR THE
002086*                      MORNING RUN-STATUS BOARD.
002087*     10/15/2026  DH   MODE M STAMPS THE DATE, TIME, SOURCE,
002088*                      ACTION AND PAIR-ID ON THE AFTER IMAGE
002089*                      TOO, NOT TRUSTING THEM TO SURVIVE THE
002090*                      BEFORE IMAGE'S WRITE IN THE RECORD AREA.
002091*
002092*****************************************************************
002093 identification division.
002094 program-id. Algo-Euclide.
002100 author. Euclide.
002110 installation. Lot-Sizing / Shop Scheduling.
002120 date-written. 300 BNC.
002170 object-computer. LLVM.
002180 input-output section.
002190 file-control.
002200     select pairin assign to dynamic euc-pairin-name
002210         organization is line sequential
002220         file status is euc-pairin-status.
002222     select pairlist assign to "PAIRLIST"
002224         organization is line sequential
002226         file status is euc-list-status.
002230     select pairout assign to "PAIROUT"
002240         organization is line sequential
002250         file status is euc-pairout-status.
002670     select gcdlock assign to "GCDLOCK"
002680         organization is line sequential
002690         file status is euc-lock-status.
002692     select gcdjrnl assign to "GCDJRNL"
002694         organization is line sequential
002696         file status is euc-jrnl-status.
002700 data division.
002710 file section.
002720*---------------------------------------------------------------
003120     05  euc-pairin-trl-hash      pic 9(18).
003130     05  filler                   pic x(51).
003140*---------------------------------------------------------------
003141*  PAIRLIST - THE BATCH SOURCE LIST.  ONE PLANT EXTRACT FILE
003142*  NAME PER LINE, POSTED IN LIST ORDER; BLANK LINES AND LINES
003143*  WITH '*' IN COLUMN ONE ARE COMMENTS.  NO LIST (OR AN EMPTY
003144*  ONE) MEANS THE SINGLE PAIRIN FILE IS THE ONLY SOURCE.
003145*---------------------------------------------------------------
003146 fd  pairlist.
003147 01  euc-list-record.
003148     05  euc-list-name            pic x(60).
003149     05  filler                   pic x(20).
003150 01  euc-list-cmt-record.
003151     05  euc-list-flag            pic x(01).
003152         88  euc-list-comment         value '*'.
003153     05  filler                   pic x(79).
003154*---------------------------------------------------------------
003155*  PAIROUT - ONE RESULT LINE PER SUCCESSFULLY COMPUTED PAIR.
003160*---------------------------------------------------------------
003170 fd  pairout.
003180 01  euc-pairout-record.
003360*  AGAIN.  BYTE ONE TYPES THE RECORD (H/D/T); THE TRAILER
003370*  CARRIES THE DETAIL COUNT AND THE SAME SUM-OF-A HASH RULE THE
003380*  PAIRIN TRAILER USES, AND IS ONLY WRITTEN ON A CLEAN END SO A
003390*  TRUNCATED FEED FAILS THE RECEIVER'S BALANCE LOUDLY.  ONE 'S'
003392*  RECORD PER PAIRIN SOURCE RIDES JUST AHEAD OF THE TRAILER -
003394*  SOURCE CODE, A(CCEPTED) OR R(EJECTED), AND THE SOURCE'S
003396*  RECORDS, VALID PAIRS AND REJECTS.  THEY ARE NOT COUNTED IN
003398*  THE TRAILER, WHICH STILL COVERS THE 'D' RECORDS ONLY.
003400*---------------------------------------------------------------
003410 fd  pairfeed.
003420 01  euc-feed-record.
003560     05  euc-feed-trl-count       pic 9(09).
003570     05  euc-feed-trl-hash        pic 9(18).
003580     05  filler                   pic x(26).
003581 01  euc-feed-src-record.
003582     05  filler                   pic x(01).
003583     05  euc-feed-src-code        pic x(08).
003584     05  euc-feed-src-state       pic x(01).
003585     05  euc-feed-src-records     pic 9(09).
003586     05  euc-feed-src-pairs       pic 9(09).
003587     05  euc-feed-src-rejects     pic 9(09).
003588     05  filler                   pic x(17).
003590*---------------------------------------------------------------
003600*  GCDLOG - PERSISTENT AUDIT TRAIL, OPENED EXTEND (APPEND) FOR
003610*  THE LIFE OF THE RUN AND WRITTEN TO BY 3200-LOG-RESULT.
003970*  THE CONSOLE PROMPTS WOULD OTHERWISE COLLECT, SO THE NIGHTLY
003980*  SCHEDULER CAN RUN THE BATCH PATH WITH NO OPERATOR.  A BLANK
003990*  OR NON-NUMERIC INTERVAL LEAVES THE COMPILED-IN DEFAULT.
003993*  THE OPERATOR ID IS THE ONE THE SCHEDULER RUNS UNDER ON
003996*  GCDAUTH; A BLANK ID IS REFUSED LIKE ANY UNKNOWN ONE.
004000*---------------------------------------------------------------
004010 fd  gcdparm.
004020 01  euc-parm-record.
004070     05  euc-parm-inquiry-key     pic x(10).
004080     05  euc-parm-ext             pic x(01).
004090     05  euc-parm-lock-ovrd       pic x(01).
004100     05  euc-parm-operator        pic x(08).
004105     05  filler                   pic x(52).
004110*---------------------------------------------------------------
004120*  GCDERR - ONE LINE PER FAILED I/O OPERATION, WRITTEN BY
004130*  9200-RECORD-IO-ERROR: TIMESTAMP, FILE NAME, OPERATION AND
004340*  ZERO-FILLED RECORD PER BATCH RUN, KEYED BY THE RUN DATE AND
004350*  TIME AND APPENDED BY 4860-WRITE-HISTORY WITH THE SAME
004360*  FIGURES 4800-WRITE-SUMMARY PRINTS, SO THE GCD-TREND REPORT
004370*  HAS SOMETHING MACHINE-READABLE TO TREND OVER.  THE SOURCE
004372*  BREAKDOWN - UP TO TWENTY PAIRIN SOURCES, UNUSED ENTRIES
004374*  BLANK AND ZERO - IS APPENDED AFTER THE ABORT FLAG SO THE
004376*  ORIGINAL LAYOUT GCD-TREND READS IS UNCHANGED.
004380*---------------------------------------------------------------
004390 fd  gcdhist.
004400 01  euc-hist-record.
004540     05  euc-hist-lcm-max         pic 9(18).
004550     05  euc-hist-lcm-avg         pic 9(18).
004560     05  euc-hist-abort-flag      pic x(01).
004561     05  euc-hist-src-count       pic 9(02).
004562     05  euc-hist-src-entry       occurs 20 times.
004563         10  euc-hist-src-code    pic x(08).
004564         10  euc-hist-src-state   pic x(01).
004565         10  euc-hist-src-records pic 9(09).
004566         10  euc-hist-src-pairs   pic 9(09).
004567         10  euc-hist-src-rejects pic 9(09).
004570*---------------------------------------------------------------
004580*  SHOPCAL - THE SHOP CALENDAR OF WORKING DAYS AND HOLIDAYS.
004590*  ONE DATED RECORD PER EXCEPTION: TYPE 'H' MARKS A NON-WORKING
005230     05  euc-mast-lcm             pic s9(18) comp-3.
005240     05  euc-mast-last-calc       pic 9(08).
005250     05  filler                   pic x(07).
005251*---------------------------------------------------------------
005252*  GCDJRNL - THE PARTMAST CHANGE JOURNAL, SHARED WITH
005253*  GCD-MSTMAINT AND READ BY GCD-ASOF.  ONE UNEDITED LINE PER
005254*  RECORD IMAGE: WHEN AND BY WHICH PROGRAM, THE ACTION (A=ADD,
005255*  C=CHANGE, D=DELETE, R=RECOMPUTE), WHICH IMAGE (B=BEFORE,
005256*  A=AFTER), THEN THE WHOLE MASTER RECORD WITH THE PACKED
005257*  FIELDS UNPACKED TO SIGNED DISPLAY SO THE LINE SURVIVES A
005258*  LINE-SEQUENTIAL FILE.  OPENED EXTEND, NEVER REWRITTEN.
005259*---------------------------------------------------------------
005260 fd  gcdjrnl.
005261 01  euc-jrnl-record.
005262     05  euc-jrnl-date            pic 9(08).
005263     05  euc-jrnl-time            pic 9(08).
005264     05  euc-jrnl-source          pic x(08).
005265     05  euc-jrnl-action          pic x(01).
005266     05  euc-jrnl-image           pic x(01).
005267     05  euc-jrnl-pair-id         pic x(10).
005268     05  euc-jrnl-part-a-nbr      pic x(10).
005269     05  euc-jrnl-part-b-nbr      pic x(10).
005270     05  euc-jrnl-part-a-desc     pic x(20).
005271     05  euc-jrnl-part-b-desc     pic x(20).
005272     05  euc-jrnl-cycle-a         pic s9(09)
005273         sign is trailing separate character.
005274     05  euc-jrnl-cycle-b         pic s9(09)
005275         sign is trailing separate character.
005276     05  euc-jrnl-gcd             pic s9(09)
005277         sign is trailing separate character.
005278     05  euc-jrnl-lcm             pic s9(18)
005279         sign is trailing separate character.
005280     05  euc-jrnl-last-calc       pic 9(08).
005281 working-storage section.
005282*---------------------------------------------------------------
005283*  A, B, C - THE ORIGINAL EUCLIDE OPERANDS, WIDENED TO 9 DIGITS
005290*  PACKED DECIMAL.  GCD-VALUE / EUC-LCM-VALUE HOLD THE RESULTS
005300*  OF THE MOST RECENT PAIR.
005310*---------------------------------------------------------------
005770 77  euc-abort-switch             pic x(01) value 'N'.
005780     88  euc-run-aborted              value 'Y'.
005790*---------------------------------------------------------------
005791*  OPERATOR SIGN-ON.  THE ID AND THE ACTION BEING ASKED FOR ARE
005792*  PASSED TO GCD-AUTH, WHICH ANSWERS Y OR N AND KEEPS SECLOG.
005793*  THE REFUSED SWITCH TELLS A REFUSAL APART FROM ANY OTHER
005794*  ABORT SO THE BATCH DRIVER LEAVES ITS OUTPUTS UNTOUCHED.
005795*---------------------------------------------------------------
005796 77  euc-operator-id              pic x(08) value spaces.
005797 77  euc-auth-program             pic x(12) value 'ALGO-EUCLIDE'.
005798 77  euc-auth-action              pic x(01) value space.
005799 77  euc-auth-result              pic x(01) value 'N'.
005800     88  euc-auth-granted             value 'Y'.
005801 77  euc-auth-refused-switch      pic x(01) value 'N'.
005802     88  euc-operator-refused         value 'Y'.
005803*---------------------------------------------------------------
005804*  RUN-LOCK STATE.  THE HELD SWITCH IS ONLY SET ONCE THIS RUN
005810*  HAS ACTUALLY WRITTEN ITS OWN LOCK RECORD, SO 9000-TERMINATE
005820*  NEVER RELEASES A LOCK SOME OTHER RUN IS HOLDING.  A LOCK IS
005830*  STALE WHEN ITS TIMESTAMP IS GARBLED, DATED BEFORE TODAY, OR
006010*  RETURN-CODE DISCIPLINE - THE HIGHEST CONDITION RAISED WINS:
006020*      0 = CLEAN RUN
006030*      4 = RECONCILIATION ENTRIES WRITTEN
006040*      8 = RUN ABORTED, OR A PAIRIN SOURCE EXTRACT REJECTED
006050*     12 = I/O FAILURE
006055*     16 = OPERATOR NOT AUTHORIZED FOR THE ACTION (GCDAUTH)
006060*  EUC-ERR-DETAIL CARRIES THE FILE NAME, OPERATION AND STATUS
006070*  OF THE FAILING I/O INTO 9200-RECORD-IO-ERROR.
006080*---------------------------------------------------------------
006320     88  euc-trailer-seen             value 'Y'.
006330 77  euc-abort-reason             pic x(40) value spaces.
006340*---------------------------------------------------------------
006341*  PAIRIN SOURCE TABLE.  ONE ENTRY PER PLANT EXTRACT NAMED ON
006342*  PAIRLIST, FILLED BY THE BALANCING PASS: THE HEADER SOURCE
006343*  CODE, A(CCEPTED) OR R(EJECTED) WITH THE REASON, AND THE
006344*  RECORDS, VALID PAIRS AND REJECTS ON THE WHOLE EXTRACT.  WHILE
006345*  EUC-SRC-CHECKING IS ON, 4050-VERIFY-HEADER AND
006346*  4700-BALANCE-TRAILER REJECT THE SOURCE IN HAND RATHER THAN
006347*  ABORTING THE RUN.  EUC-PAIRIN-NAME IS THE FILE PAIRIN OPENS;
006348*  IT STAYS 'PAIRIN' FOR MODE R AND THE NO-LIST CASE.
006349*---------------------------------------------------------------
006350 77  euc-pairin-name              pic x(60) value 'PAIRIN'.
006351 77  euc-src-new-name             pic x(60) value spaces.
006352 77  euc-src-used                 pic 9(02) value 0.
006353 77  euc-src-ix                   pic 9(02) value 0.
006354 77  euc-src-kept-count           pic 9(02) value 0.
006355 77  euc-src-rej-count            pic 9(02) value 0.
006356 77  euc-src-check-switch         pic x(01) value 'N'.
006357     88  euc-src-checking             value 'Y'.
006358 77  euc-src-reject-switch        pic x(01) value 'N'.
006359     88  euc-src-rejected             value 'Y'.
006360 01  euc-src-table.
006361     05  euc-src-entry            occurs 20 times.
006362         10  euc-src-name         pic x(60).
006363         10  euc-src-code         pic x(08).
006364         10  euc-src-state        pic x(01).
006365             88  euc-src-kept         value 'A'.
006366             88  euc-src-dropped      value 'R'.
006367         10  euc-src-records      pic 9(09).
006368         10  euc-src-pairs        pic 9(09).
006369         10  euc-src-rejects      pic 9(09).
006370         10  euc-src-reason       pic x(40).
006371*---------------------------------------------------------------
006372*  PAIRFEED CONTROL TOTALS - DETAIL COUNT AND SUM-OF-A HASH
006373*  OVER THE FEED'S OWN RECORDS.  ON A RESUME THEY ARE REBUILT
006374*  BY 4655-RECOUNT-FEED FROM THE 'D' RECORDS PHYSICALLY ON THE
006380*  FILE, NEVER RESTORED FROM THE CHECKPOINT - A SAVED COPY
006390*  WOULD MISS THE KILLED RUN'S POST-CHECKPOINT TAIL.
006400*---------------------------------------------------------------
007890     05  euc-summ-div-value       pic z(8)9.
007900     05  filler                   pic x(06) value spaces.
007910     05  euc-summ-div-count       pic z(8)9.
007911 01  euc-summ-src-hdr.
007912     05  filler                   pic x(05) value spaces.
007913     05  filler                   pic x(18)
007914         value 'source    state   '.
007915     05  filler                   pic x(29)
007916         value '  records     pairs   rejects'.
007917 01  euc-summ-src-line.
007918     05  filler                   pic x(05) value spaces.
007919     05  euc-summ-src-code        pic x(08).
007920     05  filler                   pic x(02) value spaces.
007921     05  euc-summ-src-state       pic x(08).
007922     05  euc-summ-src-records     pic z(8)9.
007923     05  filler                   pic x(01) value space.
007924     05  euc-summ-src-pairs       pic z(8)9.
007925     05  filler                   pic x(01) value space.
007926     05  euc-summ-src-rejects     pic z(8)9.
007927*---------------------------------------------------------------
007928*  JOB-STEP LEDGER PARAMETER BLOCK, PASSED TO GCD-STEPLOG ONCE
007929*  THE RUN MODE IS KNOWN AND AGAIN JUST BEFORE STOP RUN.  THE
007930*  QUALIFIER IS THE RUN MODE; THE KEY COUNT DEPENDS ON IT.
007931*---------------------------------------------------------------
007932 01  euc-step-parms.
007933     05  euc-step-action          pic x(01) value 'S'.
007934     05  euc-step-program         pic x(12) value 'ALGO-EUCLIDE'.
007935     05  euc-step-qualifier       pic x(01) value space.
007936     05  euc-step-start-ts        pic x(16) value spaces.
007937     05  euc-step-rc              pic 9(02) value 0.
007938     05  euc-step-count           pic 9(09) value 0.
007939     05  euc-step-count-label     pic x(20) value spaces.
007940*---------------------------------------------------------------
007941*  FILE STATUS CODES.
007942*---------------------------------------------------------------
007950 77  euc-pairin-status            pic x(02) value spaces.
007955 77  euc-list-status              pic x(02) value spaces.
007960 77  euc-pairout-status           pic x(02) value spaces.
007970 77  euc-feed-status              pic x(02) value spaces.
007980 77  euc-gcdlog-status            pic x(02) value spaces.
008080 77  euc-lock-status              pic x(02) value spaces.
008090 77  euc-mast-status              pic x(02) value spaces.
008100 77  euc-rto-status               pic x(02) value spaces.
008105 77  euc-jrnl-status              pic x(02) value spaces.
008110*---------------------------------------------------------------
008120*  MASTER-FILE MODE CONTROLS.  THE INQUIRY KEY COMES FROM THE
008130*  GCDPARM CARD WHEN ONE IS PRESENT, THE CONSOLE OTHERWISE.
008170 77  euc-mast-upd-count           pic 9(09) value 0.
008180 77  euc-mast-skip-count          pic 9(09) value 0.
008190*---------------------------------------------------------------
008191*  MODE M JOURNAL STATE.  THE RECORD AS READ IS SAVED HERE
008192*  BEFORE 6200 TOUCHES IT, SO THE BEFORE IMAGE IS THE MASTER AS
008193*  IT STOOD, NOT AS IT IS ABOUT TO BE REWRITTEN.
008194*---------------------------------------------------------------
008195 01  euc-jrnl-before.
008196     05  euc-jrb-pair-id          pic x(10).
008197     05  euc-jrb-part-a-nbr       pic x(10).
008198     05  euc-jrb-part-b-nbr       pic x(10).
008199     05  euc-jrb-part-a-desc      pic x(20).
008200     05  euc-jrb-part-b-desc      pic x(20).
008201     05  euc-jrb-cycle-a          pic s9(09) comp-3.
008202     05  euc-jrb-cycle-b          pic s9(09) comp-3.
008203     05  euc-jrb-gcd              pic s9(09) comp-3.
008204     05  euc-jrb-lcm              pic s9(18) comp-3.
008205     05  euc-jrb-last-calc        pic 9(08).
008206     05  filler                   pic x(07).
008207 77  euc-jrnl-count               pic 9(09) value 0.
008208*---------------------------------------------------------------
008209*  MODE R (RATIO REPORT) COUNTERS, PAGING STATE AND PRINT
008210*  LINES.  THE REDUCED RATIO IS A/GCD : B/GCD; A PAIR WITH
008220*  GCD 1 IS FLAGGED CO-PRIME AND EVERY OTHER PAIR COUNTS AS
008230*  REDUCIBLE IN THE END-OF-REPORT TOTALS.
009720         perform 2000-process-request thru 2000-exit
009730     end-if
009740     perform 9000-terminate thru 9000-exit
009745     perform 9400-record-step-end thru 9400-exit
009750     move euc-return-code to return-code
009760     stop run.
009770*---------------------------------------------------------------
009860     if euc-parm-present
009870         display 'run control taken from gcdparm card'
009880     else
009883         display 'enter operator id'
009886         accept euc-operator-id
009890         display 'enter run mode - s=single pair  b=batch file'
009900         display '                 n=n-number set  m=part master'
009910         display '                 i=part-pair inquiry'
010070     else
010080         move 'N' to euc-trace-switch
010090     end-if
010092*    THE STEP IS ON THE LEDGER FROM HERE ON, EVEN IF IT IS
010094*    REFUSED, SO THE MORNING BOARD SEES EVERY ATTEMPT.
010096     move euc-run-mode to euc-step-qualifier
010098     call 'GCD-STEPLOG' using euc-step-parms
010100*    GCDERR IS OPENED FIRST SO EVERY LATER FAILURE HAS SOMEWHERE
010110*    TO GO; A FAILURE OPENING GCDERR ITSELF CAN ONLY BE SHOWN ON
010120*    THE CONSOLE.
010200         display 'warning - unable to open gcderr, status '
010210             euc-gcderr-status
010220     end-if
010221*    THE OPERATOR MUST BE CLEARED FOR THE RUN MODE BEFORE THE
010222*    LOCK IS EVEN LOOKED AT - A REFUSED RUN TOUCHES NOTHING.
010223     perform 1250-authorize-run-mode thru 1250-exit
010224     if euc-run-aborted
010225         go to 1000-exit
010226     end-if
010230*    THE RUN LOCK COMES RIGHT AFTER GCDERR IS USABLE, BEFORE
010240*    ANY SHARED FILE IS TOUCHED - A REFUSED LOCK MUST LEAVE
010250*    GCDLOG, GCDCKPT AND THE REST EXACTLY AS THE HOLDER HAS
010740     move euc-parm-inquiry-key to euc-inquiry-key
010750     move euc-parm-ext to euc-ext-switch
010760     move euc-parm-lock-ovrd to euc-parm-ovrd-save
010765     move euc-parm-operator to euc-operator-id
010770     if euc-parm-ckpt-interval numeric
010780         and euc-parm-ckpt-interval > 0
010790         move euc-parm-ckpt-interval to euc-ckpt-interval
012680 1194-exit.
012690     exit.
012700*---------------------------------------------------------------
012701*  1250-AUTHORIZE-RUN-MODE - CLEAR THE OPERATOR FOR THE RUN
012702*  MODE THROUGH GCD-AUTH.  A MODE THAT IS NOT ONE OF OURS IS
012703*  LEFT FOR 2000-PROCESS-REQUEST TO REJECT AS IT ALWAYS HAS.
012704*---------------------------------------------------------------
012705 1250-authorize-run-mode.
012706     if not euc-mode-single and not euc-mode-batch
012707         and not euc-mode-n-number and not euc-mode-master
012708         and not euc-mode-inquiry and not euc-mode-ratio
012709         and not euc-mode-cell
012710         go to 1250-exit
012711     end-if
012712     move 'R' to euc-auth-action
012713     perform 1260-call-auth thru 1260-exit
012714     if not euc-auth-granted
012715         display 'operator not authorized for mode ' euc-run-mode
012716             ' - run aborted'
012717     end-if.
012718 1250-exit.
012719     exit.
012720*---------------------------------------------------------------
012721*  1260-CALL-AUTH - ASK GCD-AUTH ABOUT EUC-AUTH-ACTION.  A
012722*  REFUSAL ABORTS THE RUN WITH CONDITION CODE 16, KEPT APART
012723*  FROM THE 8 OF A LOCK REFUSAL SO THE SCHEDULER CAN TELL AN
012724*  AUTHORIZATION PROBLEM FROM A BUSY OR BROKEN RUN.
012725*---------------------------------------------------------------
012726 1260-call-auth.
012727     call 'GCD-AUTH' using euc-auth-program euc-operator-id
012728         euc-auth-action euc-run-mode euc-auth-result
012729     if euc-auth-granted
012730         go to 1260-exit
012731     end-if
012732     set euc-operator-refused to true
012733     set euc-run-aborted to true
012734     move 'operator not authorized' to euc-abort-reason
012735     move 16 to euc-rc-candidate
012736     perform 9100-raise-return-code thru 9100-exit.
012737 1260-exit.
012738     exit.
012739*---------------------------------------------------------------
012740*  1300-ACQUIRE-RUN-LOCK - TAKE THE GCDLOCK RUN LOCK OR REFUSE
012741*  TO RUN.  A MISSING OR EMPTY LOCK FILE IS FREE; A RECORD
012742*  MEANS ANOTHER RUN HOLDS IT, AND ONLY A STALE LOCK (GARBLED,
012743*  DATED BEFORE TODAY, OR OVER FOUR HOURS OLD) MAY BE TAKEN
012750*  OVER, AND ONLY ON THE SAY-SO OF AN OPERATOR GCDAUTH CLEARS
012755*  FOR LOCK OVERRIDE.
012760*---------------------------------------------------------------
012770 1300-acquire-run-lock.
012780     move 'N' to euc-lock-free-switch
013240         display 'stale lock left in place - run aborted'
013250         go to 1300-refuse
013260     end-if
013270     move 'L' to euc-auth-action
013271     perform 1260-call-auth thru 1260-exit
013272     if not euc-auth-granted
013273         display 'operator not authorized to override the lock'
013274         display 'stale lock left in place - run aborted'
013275         go to 1300-exit
013276     end-if
013277     display 'stale lock overridden by operator ' euc-operator-id
013280     go to 1300-take.
013290 1300-take.
013300     perform 1350-write-run-lock thru 1350-exit
015140 3200-exit.
015150     exit.
015160*---------------------------------------------------------------
015170*  4000-BATCH-DRIVER - PROCESS THE PAIRIN SOURCE EXTRACTS, WITH
015180*  CHECKPOINT/RESTART AND A RECONCILIATION REPORT.  EVERY
015181*  SOURCE IS HEADER-CHECKED AND BALANCED AGAINST ITS OWN
015182*  TRAILER IN A FIRST PASS BEFORE A SINGLE PAIR IS POSTED, SO A
015183*  PLANT THAT SENT A SHORT OR STALE FILE IS REJECTED ON ITS OWN
015184*  AND THE PLANTS THAT BALANCED STILL GO THROUGH.  ONLY WHEN NO
015185*  SOURCE BALANCES IS THE RUN ABORTED.
015190*---------------------------------------------------------------
015200 4000-batch-driver.
015210     perform 4020-load-source-list thru 4020-exit
015220     if euc-run-aborted
015230         display 'batch run aborted - ' euc-abort-reason
015280         go to 4000-exit
015281     end-if
015282     move 1 to euc-src-ix
015283     perform 4030-balance-source thru 4030-exit
015284         until euc-src-ix > euc-src-used
015285     if euc-src-kept-count = 0
015286         move 'no pairin source extract balanced'
015287             to euc-abort-reason
015288         set euc-run-aborted to true
015289         move 8 to euc-rc-candidate
015290         perform 9100-raise-return-code thru 9100-exit
015291     end-if
015292*    THE BALANCING PASS USED THE CONTROL-TOTAL CELLS ONE SOURCE
015293*    AT A TIME; THE POSTING PASS STARTS THEM OVER FROM ZERO.
015294     move 0 to euc-data-count
015295     move 0 to euc-hash-total
015300     perform 4400-resolve-checkpoint thru 4400-exit
015301*    A REFUSED RESUME LEAVES THE OUTPUTS AND CHECKPOINT FROM THE
015302*    INTERRUPTED RUN AS THEY ARE FOR AN AUTHORIZED RERUN.
015303     if euc-operator-refused
015304         display 'batch run aborted - ' euc-abort-reason
015305         go to 4000-exit
015306     end-if
015310     perform 4650-open-batch-outputs thru 4650-exit
015320     if euc-pairout-status not = '00'
015330         or euc-recon-status not = '00'
015340         or euc-feed-status not = '00'
015350         display 'error opening batch outputs - batch aborted'
015360         close pairout reconout pairfeed
015370         go to 4000-exit
015380     end-if
015390     move 1 to euc-src-ix
015400     perform 4080-post-source thru 4080-exit
015410         until euc-src-ix > euc-src-used
015420         or euc-run-aborted
015460*    ONLY A RUN THAT REACHED TRUE END-OF-FILE CLEARS THE
015470*    CHECKPOINT - AN ABORTED RUN KEEPS ITS RESTART POSITION SO
015480*    THE RERUN CAN RESUME PAST THE PAIRS ALREADY WRITTEN.
015510         perform 4300-write-checkpoint thru 4300-exit
015520         perform 4680-write-feed-trailer thru 4680-exit
015530     end-if
015540     close pairout reconout pairfeed
015610     if euc-pairout-status not = '00'
015620         move 'PAIROUT'  to euc-err-file-name
015630         move 'CLOSE'    to euc-err-operation
015650*        IT IS REPORTED EXACTLY LIKE A FAILED WRITE.
015660         move euc-pairout-status to euc-err-file-status
015670         perform 9200-record-io-error thru 9200-exit
015671     end-if
015672     if euc-recon-status not = '00'
015673         move 'GCDRECON' to euc-err-file-name
015674         move 'CLOSE'    to euc-err-operation
015675         move euc-recon-status to euc-err-file-status
015676         perform 9200-record-io-error thru 9200-exit
015677     end-if
015678     if euc-feed-status not = '00'
015679         move 'PAIRFEED' to euc-err-file-name
015680         move 'CLOSE'    to euc-err-operation
015681         move euc-feed-status to euc-err-file-status
015682         perform 9200-record-io-error thru 9200-exit
015683     end-if
015684     perform 4800-write-summary thru 4800-exit
015685     if euc-run-aborted
015686         display 'batch run aborted - ' euc-abort-reason
015687     else
015688         display 'batch run complete'
015689     end-if
015690     display '  sources accepted : ' euc-src-kept-count
015691     display '  sources rejected : ' euc-src-rej-count
015692     display '  pairs processed  : ' euc-good-count
015693     display '  pairs reconciled : ' euc-recon-count
015694     display '  cache hits       : ' euc-cache-hit-count.
015695 4000-exit.
015696     exit.
015697*---------------------------------------------------------------
015698*  4020-LOAD-SOURCE-LIST - BUILD THE SOURCE TABLE FROM PAIRLIST.
015699*  WITH NO LIST ON HAND, OR ONE NAMING NO FILES, THE SINGLE
015700*  PAIRIN FILE IS THE ONLY SOURCE, EXACTLY AS BEFORE THE PLANTS
015701*  SENT SEPARATE EXTRACTS.  A LIST THAT CANNOT BE READ, OR NAMES
015702*  MORE SOURCES THAN THE TABLE HOLDS, STOPS THE RUN BEFORE ANY
015703*  OUTPUT IS TOUCHED.
015704*---------------------------------------------------------------
015705 4020-load-source-list.
015706     move 0 to euc-src-used
015707     move 0 to euc-src-kept-count
015708     move 0 to euc-src-rej-count
015709     open input pairlist
015710     if euc-list-status = '35'
015711         go to 4020-default
015712     end-if
015713     if euc-list-status not = '00'
015714         display 'error opening pairlist - batch mode aborted'
015715         move 'PAIRLIST' to euc-err-file-name
015716         move 'OPEN'     to euc-err-operation
015717         move euc-list-status to euc-err-file-status
015718         perform 9200-record-io-error thru 9200-exit
015719         move 'pairin source list unreadable' to euc-abort-reason
015720         set euc-run-aborted to true
015721         go to 4020-exit
015722     end-if
015723     move 'N' to euc-eof-switch
015724     perform 4025-load-one-source thru 4025-exit
015725         until euc-end-of-input
015726     move 'N' to euc-eof-switch
015727     close pairlist
015728     if euc-list-status not = '00'
015729         move 'PAIRLIST' to euc-err-file-name
015730         move 'CLOSE'    to euc-err-operation
015731         move euc-list-status to euc-err-file-status
015732         perform 9200-record-io-error thru 9200-exit
015733     end-if
015734     if euc-run-aborted
015735         go to 4020-exit
015736     end-if.
015737 4020-default.
015738     if euc-src-used = 0
015739         move 'PAIRIN' to euc-src-new-name
015740         perform 4028-add-source thru 4028-exit
015741     end-if
015742     display 'batch intake of ' euc-src-used ' pairin source(s)'.
015743 4020-exit.
015744     exit.
015745*---------------------------------------------------------------
015746*  4025-LOAD-ONE-SOURCE - ONE PAIRLIST LINE INTO THE SOURCE
015747*  TABLE.  BLANK LINES AND '*' COMMENT LINES ARE PASSED OVER.
015748*---------------------------------------------------------------
015749 4025-load-one-source.
015750     read pairlist
015751         at end
015752             set euc-end-of-input to true
015753             go to 4025-exit
015754     end-read
015755     if euc-list-status not = '00'
015756         move 'PAIRLIST' to euc-err-file-name
015757         move 'READ'     to euc-err-operation
015758         move euc-list-status to euc-err-file-status
015759         perform 9200-record-io-error thru 9200-exit
015760         move 'pairin source list unreadable' to euc-abort-reason
015761         set euc-run-aborted to true
015762         set euc-end-of-input to true
015763         go to 4025-exit
015764     end-if
015765     if euc-list-name = spaces or euc-list-comment
015766         go to 4025-exit
015767     end-if
015768     if euc-src-used not < 20
015769         display 'pairlist names more than 20 source extracts'
015770         move 'too many sources on pairlist' to euc-abort-reason
015771         set euc-run-aborted to true
015772         move 8 to euc-rc-candidate
015773         perform 9100-raise-return-code thru 9100-exit
015774         set euc-end-of-input to true
015775         go to 4025-exit
015776     end-if
015777     move euc-list-name to euc-src-new-name
015778     perform 4028-add-source thru 4028-exit.
015779 4025-exit.
015780     exit.
015781*---------------------------------------------------------------
015782*  4028-ADD-SOURCE - OPEN A FRESH SOURCE TABLE ENTRY FOR THE
015783*  FILE NAME IN EUC-SRC-NEW-NAME.
015784*---------------------------------------------------------------
015785 4028-add-source.
015786     add 1 to euc-src-used
015787     move euc-src-new-name to euc-src-name(euc-src-used)
015788     move spaces to euc-src-code(euc-src-used)
015789     move space to euc-src-state(euc-src-used)
015790     move 0 to euc-src-records(euc-src-used)
015791     move 0 to euc-src-pairs(euc-src-used)
015792     move 0 to euc-src-rejects(euc-src-used)
015793     move spaces to euc-src-reason(euc-src-used).
015794 4028-exit.
015795     exit.
015796*---------------------------------------------------------------
015797*  4030-BALANCE-SOURCE - THE BALANCING PASS OVER ONE SOURCE:
015798*  THE HEADER DATE THROUGH 4050-VERIFY-HEADER, THEN THE RECORD
015799*  COUNT AND HASH AGAINST THE SOURCE'S OWN TRAILER THROUGH
015800*  4700-BALANCE-TRAILER, TALLYING RECORDS, VALID PAIRS AND
015801*  REJECTS FOR THE SOURCE BREAKDOWN ON THE WAY.  A SOURCE THAT
015802*  FAILS ANY CHECK IS MARKED REJECTED WITH THE REASON AND
015803*  RAISES CONDITION CODE 8; NOTHING OF IT IS EVER POSTED.
015804*---------------------------------------------------------------
015805 4030-balance-source.
015806     move euc-src-name(euc-src-ix) to euc-pairin-name
015807     move 0 to euc-data-count
015808     move 0 to euc-hash-total
015809     move 'N' to euc-trailer-switch
015810     move 'N' to euc-src-reject-switch
015811     move spaces to euc-abort-reason
015812     set euc-src-checking to true
015813     open input pairin
015814     if euc-pairin-status not = '00'
015815         display 'error opening source extract '
015816             euc-src-name(euc-src-ix)
015817         move 'PAIRIN'   to euc-err-file-name
015818         move 'OPEN'     to euc-err-operation
015819         move euc-pairin-status to euc-err-file-status
015820         perform 9200-record-io-error thru 9200-exit
015821         move 'source extract could not be opened'
015822             to euc-abort-reason
015823         go to 4030-reject
015824     end-if
015825     perform 4050-verify-header thru 4050-exit
015826     if not euc-src-rejected
015827         move 'N' to euc-eof-switch
015828         perform 4040-balance-one-record thru 4040-exit
015829             until euc-end-of-input
015830         move 'N' to euc-eof-switch
015831     end-if
015832     close pairin
015833     if euc-pairin-status not = '00'
015834         move 'PAIRIN'   to euc-err-file-name
015835         move 'CLOSE'    to euc-err-operation
015836         move euc-pairin-status to euc-err-file-status
015837         perform 9200-record-io-error thru 9200-exit
015838     end-if
015839     move euc-data-count to euc-src-records(euc-src-ix)
015840     if euc-src-rejected
015841         go to 4030-reject
015842     end-if
015843     move 'A' to euc-src-state(euc-src-ix)
015844     add 1 to euc-src-kept-count
015845     go to 4030-next.
015846 4030-reject.
015847     move 'R' to euc-src-state(euc-src-ix)
015848     move euc-abort-reason to euc-src-reason(euc-src-ix)
015849     add 1 to euc-src-rej-count
015850     display 'source extract ' euc-src-name(euc-src-ix)
015851     display '  rejected - ' euc-abort-reason
015852     move 8 to euc-rc-candidate
015853     perform 9100-raise-return-code thru 9100-exit.
015854 4030-next.
015855     move 'N' to euc-src-check-switch
015856     move spaces to euc-abort-reason
015857     add 1 to euc-src-ix.
015858 4030-exit.
015859     exit.
015860*---------------------------------------------------------------
015861*  4040-BALANCE-ONE-RECORD - ONE RECORD OF THE BALANCING PASS.
015862*  THE CONTROL TOTALS ACCUMULATE EXACTLY AS 4100-READ-NEXT-PAIR
015863*  ACCUMULATES THEM, AND EACH DATA RECORD IS CLASSED AS A VALID
015864*  PAIR OR A REJECT BY THE SAME TESTS THE POSTING PASS APPLIES -
015865*  OVER THE WHOLE EXTRACT, SO THE BREAKDOWN DOES NOT DEPEND ON
015866*  WHERE A RESUMED RUN PICKED UP.
015867*---------------------------------------------------------------
015868 4040-balance-one-record.
015869     read pairin
015870         at end
015871             if not euc-trailer-seen
015872                 display 'pairin trailer record missing'
015873                 move 'pairin trailer record missing'
015874                     to euc-abort-reason
015875                 set euc-src-rejected to true
015876             end-if
015877             set euc-end-of-input to true
015878             go to 4040-exit
015879     end-read
015880     if euc-pairin-status not = '00'
015881         move 'PAIRIN'   to euc-err-file-name
015882         move 'READ'     to euc-err-operation
015883         move euc-pairin-status to euc-err-file-status
015884         perform 9200-record-io-error thru 9200-exit
015885         move 'input read failure' to euc-abort-reason
015886         set euc-src-rejected to true
015887         set euc-end-of-input to true
015888         go to 4040-exit
015889     end-if
015890     if euc-ctl-trailer
015891         perform 4700-balance-trailer thru 4700-exit
015892         set euc-trailer-seen to true
015893         set euc-end-of-input to true
015894         go to 4040-exit
015895     end-if
015896     add 1 to euc-data-count
015897     if euc-pairin-a numeric
015898         add euc-pairin-a to euc-hash-total
015899     end-if
015900     if euc-pairin-a not numeric or euc-pairin-b not numeric
015901         add 1 to euc-src-rejects(euc-src-ix)
015902         go to 4040-exit
015903     end-if
015904     if euc-pairin-a > 0 and euc-pairin-b > 0
015905         add 1 to euc-src-pairs(euc-src-ix)
015906     else
015907         add 1 to euc-src-rejects(euc-src-ix)
015908     end-if.
015909 4040-exit.
015910     exit.
015911*---------------------------------------------------------------
015912*  4080-POST-SOURCE - RUN ONE ACCEPTED SOURCE THROUGH THE PAIR
015913*  PROCESSING; A REJECTED SOURCE IS PASSED OVER.  THE HEADER
015914*  WAS VERIFIED IN THE BALANCING PASS AND IS SIMPLY READ PAST.
015915*  THE CHECKPOINT RECORD NUMBER RUNS ON ACROSS THE ACCEPTED
015916*  SOURCES IN LIST ORDER, SO A RESUMED RUN SKIPS THE SAME
015917*  RECORDS WHICHEVER SOURCE THEY SIT IN.
015918*---------------------------------------------------------------
015919 4080-post-source.
015920     if not euc-src-kept(euc-src-ix)
015921         go to 4080-next
015922     end-if
015923     move euc-src-name(euc-src-ix) to euc-pairin-name
015924     open input pairin
015925     if euc-pairin-status not = '00'
015926         display 'error opening source extract '
015927             euc-src-name(euc-src-ix)
015928         move 'PAIRIN'   to euc-err-file-name
015929         move 'OPEN'     to euc-err-operation
015930         move euc-pairin-status to euc-err-file-status
015931         perform 9200-record-io-error thru 9200-exit
015932         move 'input read failure' to euc-abort-reason
015933         set euc-run-aborted to true
015934         go to 4080-exit
015935     end-if
015936     move 'N' to euc-trailer-switch
015937     move 'N' to euc-eof-switch
015938     read pairin
015939         at end
015940             continue
015941     end-read
015942     if euc-pairin-status not = '00'
015943         move 'PAIRIN'   to euc-err-file-name
015944         move 'READ'     to euc-err-operation
015945         move euc-pairin-status to euc-err-file-status
015946         perform 9200-record-io-error thru 9200-exit
015947         move 'input read failure' to euc-abort-reason
015948         set euc-run-aborted to true
015949         set euc-end-of-input to true
015950     end-if
015951     perform 4100-read-next-pair thru 4100-exit
015952         until euc-end-of-input
015953     move 'N' to euc-eof-switch
015954     close pairin
015955     if euc-pairin-status not = '00'
015956         move 'PAIRIN'   to euc-err-file-name
015957         move 'CLOSE'    to euc-err-operation
015958         move euc-pairin-status to euc-err-file-status
015959         perform 9200-record-io-error thru 9200-exit
015960     end-if.
015961 4080-next.
015962     add 1 to euc-src-ix.
015963 4080-exit.
015964     exit.
015965*---------------------------------------------------------------
015966*  4050-VERIFY-HEADER - THE FIRST PAIRIN RECORD MUST BE THE
015967*  'H' CONTROL RECORD CARRYING THE EXTRACT DATE AND SOURCE
015968*  SYSTEM.  A MISSING HEADER OR A STALE EXTRACT DATE ABORTS
015969*  THE RUN BEFORE A SINGLE PAIR IS PROCESSED, SO YESTERDAY'S
015970*  LEFTOVER FILE CAN NEVER MASQUERADE AS TODAY'S EXTRACT.
015972*  IN THE BATCH BALANCING PASS THE SAME FAILURE REJECTS ONLY
015974*  THE SOURCE IN HAND (SEE EUC-SRC-CHECKING).  THE SOURCE CODE
015976*  IS TAKEN OFF ANY HEADER, GOOD DATE OR NOT, SO A REJECTED
015978*  PLANT IS STILL NAMED ON THE BREAKDOWN.
015980*---------------------------------------------------------------
015990 4050-verify-header.
016000     read pairin
016160             to euc-abort-reason
016170         go to 4050-abort
016180     end-if
016182     if euc-src-checking
016184         move euc-pairin-hdr-source to euc-src-code(euc-src-ix)
016186     end-if
016190     accept euc-ts-date from date yyyymmdd
016200     if euc-pairin-hdr-date not numeric
016210         display 'pairin extract date ' euc-pairin-hdr-date
016580         ' from ' euc-pairin-hdr-source
016590     go to 4050-exit.
016600 4050-abort.
016602     if euc-src-checking
016604         set euc-src-rejected to true
016606         go to 4050-exit
016608     end-if
016610     set euc-run-aborted to true
016620     move 8 to euc-rc-candidate
016630     perform 9100-raise-return-code thru 9100-exit.
016650     exit.
016660*---------------------------------------------------------------
016670*  4100-READ-NEXT-PAIR - READ ONE PAIRIN RECORD, ACCUMULATE THE
016680*  CONTROL TOTALS, STOP AT THE TRAILER (THE SOURCE WAS BALANCED
016685*  AGAINST IT IN THE BALANCING PASS), SKIP PAST
016690*  RECORDS ALREADY COVERED BY A RESUMED CHECKPOINT, AND
016700*  CHECKPOINT AGAIN EVERY EUC-CKPT-INTERVAL RECORDS.
016710*---------------------------------------------------------------
016940         go to 4100-exit
016950     end-if
016960     if euc-ctl-trailer
016980         set euc-trailer-seen to true
016990         set euc-end-of-input to true
017000         go to 4100-exit
017010     end-if
017020*    THE CONTROL TOTALS COVER EVERY DATA RECORD ON THE
017030*    ACCEPTED SOURCES, INCLUDING ONES A RESUMED RUN SKIPS PAST -
017040*    EACH TRAILER WAS BUILT OVER ITS WHOLE EXTRACT.
017050     add 1 to euc-data-count
017060     if euc-pairin-a numeric
017070         add euc-pairin-a to euc-hash-total
018190*  4680-WRITE-FEED-TRAILER - CLOSE THE FEED OFF WITH ITS COUNT
018200*  AND HASH.  ONLY A CLEAN END OF RUN GETS HERE - AN ABORTED
018210*  RUN LEAVES THE FEED TRAILERLESS ON PURPOSE SO THE RECEIVING
018220*  SYSTEM REFUSES IT.  THE PER-SOURCE 'S' RECORDS GO OUT JUST
018225*  AHEAD OF THE TRAILER, ONE FOR EVERY SOURCE ON THE RUN.
018230*---------------------------------------------------------------
018240 4680-write-feed-trailer.
018250     if not euc-feed-usable
018260         go to 4680-exit
018270     end-if
018272     move 1 to euc-src-ix
018274     perform 4685-write-feed-source thru 4685-exit
018276         until euc-src-ix > euc-src-used
018280     move spaces to euc-feed-trl-record
018290     move 'T' to euc-feed-type
018300     move euc-feed-count to euc-feed-trl-count
018330 4680-exit.
018340     exit.
018350*---------------------------------------------------------------
018351*  4685-WRITE-FEED-SOURCE - ONE 'S' RECORD FOR THE SOURCE AT
018352*  EUC-SRC-IX: ITS CODE, STATE, RECORDS, PAIRS AND REJECTS.
018353*---------------------------------------------------------------
018354 4685-write-feed-source.
018355     move spaces to euc-feed-src-record
018356     move 'S' to euc-feed-type
018357     move euc-src-code(euc-src-ix) to euc-feed-src-code
018358     move euc-src-state(euc-src-ix) to euc-feed-src-state
018359     move euc-src-records(euc-src-ix) to euc-feed-src-records
018360     move euc-src-pairs(euc-src-ix) to euc-feed-src-pairs
018361     move euc-src-rejects(euc-src-ix) to euc-feed-src-rejects
018362     perform 4660-write-feed-record thru 4660-exit
018363     add 1 to euc-src-ix.
018364 4685-exit.
018365     exit.
018366*---------------------------------------------------------------
018367*  4220-SEARCH-PAIR-CACHE - LINEAR SCAN OF THE RESULT CACHE
018370*  FOR THE CURRENT (A,B) PAIR.  LEAVES EUC-CACHE-FOUND-IX AT
018380*  THE MATCHING ENTRY, OR ZERO WHEN THE PAIR HAS NOT BEEN
018390*  COMPUTED THIS RUN.
019970         if not euc-resume-yes
019980             move 0 to euc-ckpt-saved-nbr
019990         end-if
019991     end-if
019992*    A RESUME SKIPS PAIRS ON THE STRENGTH OF THE OPERATOR'S WORD
019993*    ALONE, SO IT IS CLEARED THROUGH GCD-AUTH LIKE AN OVERRIDE.
019994     if euc-ckpt-saved-nbr > 0
019995         move 'K' to euc-auth-action
019996         perform 1260-call-auth thru 1260-exit
019997         if not euc-auth-granted
019998             move 'operator not authorized to resume'
019999                 to euc-abort-reason
020000         end-if
020001     end-if.
020010 4400-exit.
020020     exit.
020030*---------------------------------------------------------------
022170*  HASH TOTAL ACCUMULATED BY 4100-READ-NEXT-PAIR AGAINST THE
022180*  'T' CONTROL RECORD.  ANY DIFFERENCE MEANS THE TRANSFER WAS
022190*  TRUNCATED OR GARBLED, SO THE RUN FAILS LOUDLY RATHER THAN
022200*  SHIPPING A SHORT PAIROUT DOWNSTREAM.  IN THE BATCH BALANCING
022205*  PASS IT IS THE ONE SOURCE IN HAND THAT FAILS, NOT THE RUN.
022210*---------------------------------------------------------------
022220 4700-balance-trailer.
022230     if euc-pairin-trl-count not numeric
022470         euc-data-count ' records'
022480     go to 4700-exit.
022490 4700-abort.
022492     if euc-src-checking
022494         set euc-src-rejected to true
022496         go to 4700-exit
022498     end-if
022500     set euc-run-aborted to true
022510     move 8 to euc-rc-candidate
022520     perform 9100-raise-return-code thru 9100-exit.
023460     move 'feed records written'    to euc-summ-label
023470     move euc-feed-count            to euc-summ-value
023480     perform 4815-write-detail-line thru 4815-exit
023481     move 'pairin sources accepted' to euc-summ-label
023482     move euc-src-kept-count        to euc-summ-value
023483     perform 4815-write-detail-line thru 4815-exit
023484     move 'pairin sources rejected' to euc-summ-label
023485     move euc-src-rej-count         to euc-summ-value
023486     perform 4815-write-detail-line thru 4815-exit
023490     if euc-cache-full
023500         move '  (cache filled - later distinct pairs computed'
023510             to euc-summ-print-line
023650     move spaces to euc-summ-print-line
023660     perform 4810-write-summ-line thru 4810-exit
023670     move spaces to euc-summ-caption
023671     move 'pairin sources' to euc-summ-caption-text
023672     move euc-summ-caption to euc-summ-print-line
023673     perform 4810-write-summ-line thru 4810-exit
023674     move euc-summ-src-hdr to euc-summ-print-line
023675     perform 4810-write-summ-line thru 4810-exit
023676     move 1 to euc-src-ix
023677     perform 4870-write-source-lines thru 4870-exit
023678         until euc-src-ix > euc-src-used
023679     move spaces to euc-summ-print-line
023680     perform 4810-write-summ-line thru 4810-exit
023681     move spaces to euc-summ-caption
023682     move 'result distribution' to euc-summ-caption-text
023690     move euc-summ-caption to euc-summ-print-line
023700     perform 4810-write-summ-line thru 4810-exit
023710     move 'co-prime pairs (gcd 1)'  to euc-summ-label
024650     else
024660         move ' ' to euc-hist-abort-flag
024670     end-if
024672     move euc-src-used to euc-hist-src-count
024674     move 1 to euc-src-ix
024676     perform 4865-move-hist-source thru 4865-exit
024678         until euc-src-ix > 20
024680     write euc-hist-record
024690     if euc-hist-status not = '00'
024700         move 'GCDHIST'  to euc-err-file-name
024820 4860-exit.
024830     exit.
024840*---------------------------------------------------------------
024841*  4865-MOVE-HIST-SOURCE - ONE ENTRY OF THE GCDHIST SOURCE
024842*  BREAKDOWN; ENTRIES PAST THE LAST SOURCE GO OUT BLANK AND ZERO.
024843*---------------------------------------------------------------
024844 4865-move-hist-source.
024845     if euc-src-ix > euc-src-used
024846         move spaces to euc-hist-src-code(euc-src-ix)
024847         move space to euc-hist-src-state(euc-src-ix)
024848         move 0 to euc-hist-src-records(euc-src-ix)
024849         move 0 to euc-hist-src-pairs(euc-src-ix)
024850         move 0 to euc-hist-src-rejects(euc-src-ix)
024851     else
024852         move euc-src-code(euc-src-ix)
024853             to euc-hist-src-code(euc-src-ix)
024854         move euc-src-state(euc-src-ix)
024855             to euc-hist-src-state(euc-src-ix)
024856         move euc-src-records(euc-src-ix)
024857             to euc-hist-src-records(euc-src-ix)
024858         move euc-src-pairs(euc-src-ix)
024859             to euc-hist-src-pairs(euc-src-ix)
024860         move euc-src-rejects(euc-src-ix)
024861             to euc-hist-src-rejects(euc-src-ix)
024862     end-if
024863     add 1 to euc-src-ix.
024864 4865-exit.
024865     exit.
024866*---------------------------------------------------------------
024867*  4870-WRITE-SOURCE-LINES - THE GCDSUMM BREAKDOWN LINES FOR THE
024868*  SOURCE AT EUC-SRC-IX: CODE, STATE AND COUNTS, THE EXTRACT'S
024869*  FILE NAME, AND FOR A REJECTED SOURCE THE REASON.
024870*---------------------------------------------------------------
024871 4870-write-source-lines.
024872     move spaces to euc-summ-src-line
024873     move euc-src-code(euc-src-ix) to euc-summ-src-code
024874     if euc-src-kept(euc-src-ix)
024875         move 'accepted' to euc-summ-src-state
024876     else
024877         move 'rejected' to euc-summ-src-state
024878     end-if
024879     move euc-src-records(euc-src-ix) to euc-summ-src-records
024880     move euc-src-pairs(euc-src-ix) to euc-summ-src-pairs
024881     move euc-src-rejects(euc-src-ix) to euc-summ-src-rejects
024882     move euc-summ-src-line to euc-summ-print-line
024883     perform 4810-write-summ-line thru 4810-exit
024884     string '         file   ' delimited by size
024885         euc-src-name(euc-src-ix) delimited by size
024886         into euc-summ-print-line
024887     perform 4810-write-summ-line thru 4810-exit
024888     if euc-src-dropped(euc-src-ix)
024889         string '         reason ' delimited by size
024890             euc-src-reason(euc-src-ix) delimited by size
024891             into euc-summ-print-line
024892         perform 4810-write-summ-line thru 4810-exit
024893     end-if
024894     add 1 to euc-src-ix.
024895 4870-exit.
024896     exit.
024897*---------------------------------------------------------------
024898*  4810-WRITE-SUMM-LINE - WRITE EUC-SUMM-PRINT-LINE TO GCDSUMM
024899*  WITH PAGE-OVERFLOW HANDLING.  A FAILED WRITE IS RECORDED
024900*  ONCE AND THE REST OF THE REPORT IS SKIPPED.
024901*---------------------------------------------------------------
024902 4810-write-summ-line.
024903     if not euc-summ-usable
024910         go to 4810-exit
024920     end-if
024930     if euc-summ-line-count > 55
026600*  AND THE GCD, LCM AND LAST-CALCULATED DATE ARE REWRITTEN IN
026610*  PLACE.  RECORDS WITH A ZERO OR NEGATIVE CYCLE ARE LEFT
026620*  UNTOUCHED AND COUNTED RATHER THAN POISONED WITH A WRONG
026630*  ANSWER.  EVERY RECORD REWRITTEN IS JOURNALED BEFORE AND
026633*  AFTER ON GCDJRNL; A JOURNAL THAT WILL NOT OPEN STOPS THE RUN
026636*  BEFORE THE FIRST RECORD IS TOUCHED.
026640*---------------------------------------------------------------
026650 6000-master-driver.
026660     open i-o partmast
026740         perform 9100-raise-return-code thru 9100-exit
026750         go to 6000-exit
026760     end-if
026761     open extend gcdjrnl
026762     if euc-jrnl-status = '35'
026763         open output gcdjrnl
026764     end-if
026765     if euc-jrnl-status not = '00'
026766         display 'error opening gcdjrnl - master run aborted'
026767         move 'GCDJRNL'  to euc-err-file-name
026768         move 'OPEN'     to euc-err-operation
026769         move euc-jrnl-status to euc-err-file-status
026770         perform 9200-record-io-error thru 9200-exit
026771         close partmast
026772         move 8 to euc-rc-candidate
026773         perform 9100-raise-return-code thru 9100-exit
026774         go to 6000-exit
026775     end-if
026776     accept euc-ts-date from date yyyymmdd
026780     move 'N' to euc-eof-switch
026790     perform 6100-read-next-master thru 6100-exit
026800         until euc-end-of-input
026850         move euc-mast-status to euc-err-file-status
026860         perform 9200-record-io-error thru 9200-exit
026870     end-if
026871     close gcdjrnl
026872     if euc-jrnl-status not = '00'
026873         move 'GCDJRNL'  to euc-err-file-name
026874         move 'CLOSE'    to euc-err-operation
026875         move euc-jrnl-status to euc-err-file-status
026876         perform 9200-record-io-error thru 9200-exit
026877     end-if
026880     if euc-run-aborted
026890         display 'master run aborted - ' euc-abort-reason
026900     else
026930     display '  records read    : ' euc-mast-read-count
026940     display '  records updated : ' euc-mast-upd-count
026950     display '  records skipped : ' euc-mast-skip-count
026955     display '  journal images  : ' euc-jrnl-count
026960     if euc-mast-skip-count > 0
026970         move 4 to euc-rc-candidate
026980         perform 9100-raise-return-code thru 9100-exit
027280*  6200-PROCESS-MASTER-RECORD - VALIDATE THE CYCLE VALUES,
027290*  COMPUTE GCD/LCM, STAMP THE LAST-CALCULATED DATE AND REWRITE
027300*  THE RECORD.  THE PAIR IS ALSO LOGGED TO THE AUDIT TRAIL
027310*  LIKE EVERY OTHER PAIR RUN, AND JOURNALED BEFORE AND AFTER.
027320*---------------------------------------------------------------
027330 6200-process-master-record.
027335     move euc-mast-record to euc-jrnl-before
027340     move euc-mast-cycle-a to a
027350     move euc-mast-cycle-b to b
027360     perform 3100-validate-pair thru 3100-exit
027570         go to 6200-exit
027580     end-if
027590     add 1 to euc-mast-upd-count
027595     perform 6300-journal-recompute thru 6300-exit
027600     perform 3200-log-result thru 3200-exit.
027610 6200-exit.
027620     exit.
027630*---------------------------------------------------------------
027631*  6300-JOURNAL-RECOMPUTE - THE BEFORE IMAGE SAVED IN 6200 AND
027632*  THE RECORD JUST REWRITTEN, ONE GCDJRNL LINE EACH.  THE
027633*  JOURNAL GOES AFTER THE REWRITE SO A FAILED REWRITE NEVER
027634*  LEAVES A CHANGE ON THE JOURNAL THAT THE MASTER NEVER SAW; A
027635*  FAILED JOURNAL WRITE STOPS THE RUN SO NO FURTHER RECORD IS
027636*  REWRITTEN UNJOURNALED.  EACH IMAGE IS BUILT IN FULL - NOTHING
027637*  IS TRUSTED TO STAY IN THE RECORD AREA ACROSS A WRITE.
027638*---------------------------------------------------------------
027639 6300-journal-recompute.
027640     move 'B'                 to euc-jrnl-image
027641     move euc-jrb-pair-id     to euc-jrnl-pair-id
027642     move euc-jrb-part-a-nbr  to euc-jrnl-part-a-nbr
027643     move euc-jrb-part-b-nbr  to euc-jrnl-part-b-nbr
027644     move euc-jrb-part-a-desc to euc-jrnl-part-a-desc
027645     move euc-jrb-part-b-desc to euc-jrnl-part-b-desc
027646     move euc-jrb-cycle-a     to euc-jrnl-cycle-a
027647     move euc-jrb-cycle-b     to euc-jrnl-cycle-b
027648     move euc-jrb-gcd         to euc-jrnl-gcd
027649     move euc-jrb-lcm         to euc-jrnl-lcm
027650     move euc-jrb-last-calc   to euc-jrnl-last-calc
027651     perform 6350-write-journal-line thru 6350-exit
027652     if euc-run-aborted
027653         go to 6300-exit
027654     end-if
027655     move 'A'                 to euc-jrnl-image
027656     move euc-mast-pair-id    to euc-jrnl-pair-id
027657     move euc-mast-part-a-nbr to euc-jrnl-part-a-nbr
027658     move euc-mast-part-b-nbr to euc-jrnl-part-b-nbr
027659     move euc-mast-part-a-desc to euc-jrnl-part-a-desc
027660     move euc-mast-part-b-desc to euc-jrnl-part-b-desc
027661     move euc-mast-cycle-a    to euc-jrnl-cycle-a
027662     move euc-mast-cycle-b    to euc-jrnl-cycle-b
027663     move euc-mast-gcd        to euc-jrnl-gcd
027664     move euc-mast-lcm        to euc-jrnl-lcm
027665     move euc-mast-last-calc  to euc-jrnl-last-calc
027666     perform 6350-write-journal-line thru 6350-exit.
027667 6300-exit.
027668     exit.
027669*---------------------------------------------------------------
027670*  6350-WRITE-JOURNAL-LINE - STAMP AND WRITE THE GCDJRNL LINE
027671*  IN HAND, AS GCD-MSTMAINT STAMPS EACH OF ITS LINES.
027672*---------------------------------------------------------------
027673 6350-write-journal-line.
027674     accept euc-jrnl-date from date yyyymmdd
027675     accept euc-jrnl-time from time
027676     move 'ALGOEUCL'          to euc-jrnl-source
027677     move 'R'                 to euc-jrnl-action
027678     write euc-jrnl-record
027679     if euc-jrnl-status not = '00'
027680         move 'GCDJRNL'  to euc-err-file-name
027681         move 'WRITE'    to euc-err-operation
027682         move euc-jrnl-status to euc-err-file-status
027683         perform 9200-record-io-error thru 9200-exit
027684         move 'change journal write failure' to euc-abort-reason
027685         set euc-run-aborted to true
027686         set euc-end-of-input to true
027687         go to 6350-exit
027688     end-if
027689     add 1 to euc-jrnl-count.
027690 6350-exit.
027691     exit.
027692*---------------------------------------------------------------
027693*  6500-MASTER-INQUIRY - KEYED READ OF ONE PART-PAIR RECORD SO
027694*  A SCHEDULER CAN SEE THE CURRENT FIGURES WITHOUT RERUNNING
027695*  THE WHOLE FILE.  THE KEY COMES FROM THE GCDPARM CARD ON AN
027696*  UNATTENDED RUN, THE CONSOLE OTHERWISE.
027697*---------------------------------------------------------------
027698 6500-master-inquiry.
027700     if not euc-parm-present
027710         display 'enter part-pair id'
027720         accept euc-inquiry-key
035650     move 'N' to euc-lock-held-switch.
035660 9300-exit.
035670     exit.
035680*---------------------------------------------------------------
035690*  9400-RECORD-STEP-END - THE END RECORD FOR THE JOBLEDG
035700*  LEDGER, WITH THE FINAL CONDITION CODE AND THE KEY COUNT OF
035710*  THE MODE THAT RAN.
035720*---------------------------------------------------------------
035730 9400-record-step-end.
035740     move 'E' to euc-step-action
035750     move euc-return-code to euc-step-rc
035760     evaluate true
035770         when euc-mode-single
035780         when euc-mode-batch
035790             move euc-good-count to euc-step-count
035800             move 'pairs processed' to euc-step-count-label
035810         when euc-mode-n-number
035820             move euc-n-count to euc-step-count
035830             move 'values folded' to euc-step-count-label
035840         when euc-mode-master
035850             move euc-mast-upd-count to euc-step-count
035860             move 'master recs updated' to euc-step-count-label
035870         when euc-mode-ratio
035880             move euc-rto-pair-count to euc-step-count
035890             move 'pairs screened' to euc-step-count-label
035900         when euc-mode-cell
035910             move euc-cell-total-count to euc-step-count
035920             move 'cells reported' to euc-step-count-label
035930         when other
035940             move 0 to euc-step-count
035950             move spaces to euc-step-count-label
035960     end-evaluate
035970     call 'GCD-STEPLOG' using euc-step-parms.
035980 9400-exit.
035990     exit.
036000 end program Algo-Euclide.
