000010*****************************************************************
000020*
000030*   PROGRAM-ID.   GCD-STEPLOG.
000040*   AUTHOR.       D. HALLIGAN - SCHEDULING SYSTEMS GROUP.
000050*   INSTALLATION. LOT-SIZING / SHOP SCHEDULING.
000060*   DATE-WRITTEN. 10/15/2026.
000070*   DATE-COMPILED.
000080*
000090*   REMARKS.
000100*       CALLABLE SUBROUTINE THAT APPENDS JOB-STEP RECORDS TO
000110*       JOBLEDG, THE SHARED LEDGER OF WHAT RAN EACH NIGHT.
000120*       EVERY PROGRAM IN THE NIGHTLY STREAM CALLS IT TWICE
000130*       FROM ITS MAINLINE:
000140*           S - AT START-UP, BEFORE ANY WORK.  THE START
000150*               TIMESTAMP IS STAMPED HERE AND HANDED BACK IN
000160*               THE PARAMETER BLOCK.
000170*           E - JUST BEFORE STOP RUN, WITH THE SAME BLOCK NOW
000180*               CARRYING THE RETURN CODE AND THE STEP'S KEY
000190*               COUNT.  THE END RECORD REPEATS THE START
000200*               TIMESTAMP SO THE TWO PAIR UP ON THE LEDGER.
000210*       A START WITH NO END IS A STEP THAT NEVER REACHED ITS
000220*       STOP RUN.  GCD-RUNSTAT READS THE LEDGER FOR THE
000230*       MORNING RUN-STATUS BOARD.
000240*       A LEDGER THAT CANNOT BE WRITTEN IS SHOWN ON THE
000250*       CONSOLE ONLY - IT NEVER CHANGES THE CALLING STEP'S
000260*       OWN CONDITION CODE, AND THE MISSING RECORD SHOWS ON
000270*       THE BOARD AS A STEP THAT DID NOT RUN.
000280*
000290*   MODIFICATION HISTORY.
000300*     10/15/2026  DH   INITIAL VERSION.
000310*
000320*****************************************************************
000330 identification division.
000340 program-id. GCD-STEPLOG.
000350 author. D. Halligan - Scheduling Systems Group.
000360 installation. Lot-Sizing / Shop Scheduling.
000370 date-written. 10/15/2026.
000380 date-compiled.
000390 environment division.
000400 configuration section.
000410 source-computer. x8086.
000420 object-computer. LLVM.
000430 input-output section.
000440 file-control.
000450     select jobledg assign to "JOBLEDG"
000460         organization is line sequential
000470         file status is stl-led-status.
000480 data division.
000490 file section.
000500*---------------------------------------------------------------
000510*  JOBLEDG - ONE LINE PER STEP START OR END: THE RECORD TYPE,
000520*  THE PROGRAM AND ITS QUALIFIER (THE RUN MODE FOR
000530*  ALGO-EUCLIDE, BLANK FOR THE OTHERS), THE START TIMESTAMP,
000540*  THEN ON AN END RECORD THE END TIMESTAMP, RETURN CODE AND
000550*  KEY COUNT WITH ITS LABEL.  OPENED EXTEND, NEVER REWRITTEN.
000560*---------------------------------------------------------------
000570 fd  jobledg.
000580 01  stl-led-record.
000590     05  stl-led-type             pic x(01).
000600     05  filler                   pic x(01).
000610     05  stl-led-program          pic x(12).
000620     05  filler                   pic x(01).
000630     05  stl-led-qualifier        pic x(01).
000640     05  filler                   pic x(01).
000650     05  stl-led-start-ts         pic x(16).
000660     05  filler                   pic x(01).
000670     05  stl-led-end-ts           pic x(16).
000680     05  filler                   pic x(01).
000690     05  stl-led-rc               pic 9(02).
000700     05  filler                   pic x(01).
000710     05  stl-led-count            pic 9(09).
000720     05  filler                   pic x(01).
000730     05  stl-led-count-label      pic x(20).
000740 working-storage section.
000750*---------------------------------------------------------------
000760*  TIMESTAMP OF THE CALL.
000770*---------------------------------------------------------------
000780 01  stl-timestamp-fields.
000790     05  stl-ts-date              pic 9(08).
000800     05  stl-ts-time              pic 9(08).
000810 01  stl-timestamp redefines stl-timestamp-fields
000820                                  pic x(16).
000830*---------------------------------------------------------------
000840*  FILE STATUS CODES.
000850*---------------------------------------------------------------
000860 77  stl-led-status               pic x(02) value spaces.
000870 linkage section.
000880 01  step-parms.
000890     05  step-action              pic x(01).
000900         88  step-starting            value 'S'.
000910         88  step-ending              value 'E'.
000920     05  step-program             pic x(12).
000930     05  step-qualifier           pic x(01).
000940     05  step-start-ts            pic x(16).
000950     05  step-rc                  pic 9(02).
000960     05  step-count               pic 9(09).
000970     05  step-count-label         pic x(20).
000980 procedure division using step-parms.
000990*---------------------------------------------------------------
001000*  0000-MAINLINE - STAMP THE TIME AND APPEND THE RECORD.
001010*---------------------------------------------------------------
001020 0000-mainline.
001030     accept stl-ts-date from date yyyymmdd
001040     accept stl-ts-time from time
001050     move spaces to stl-led-record
001060     move step-program to stl-led-program
001070     move step-qualifier to stl-led-qualifier
001080     if step-starting
001090         move stl-timestamp to step-start-ts
001100         move 'S' to stl-led-type
001110         move step-start-ts to stl-led-start-ts
001120         move 0 to stl-led-rc
001130         move 0 to stl-led-count
001140     else
001150         move 'E' to stl-led-type
001160         move step-start-ts to stl-led-start-ts
001170         move stl-timestamp to stl-led-end-ts
001180         move step-rc to stl-led-rc
001190         move step-count to stl-led-count
001200         move step-count-label to stl-led-count-label
001210     end-if
001220     perform 1000-append-ledger thru 1000-exit
001230     goback.
001240*---------------------------------------------------------------
001250*  1000-APPEND-LEDGER - OPEN, WRITE, CLOSE.  THE LEDGER IS
001260*  NEVER HELD OPEN ACROSS THE STEP, SO A STEP THAT DIES CANNOT
001270*  TAKE THE LEDGER WITH IT.
001280*---------------------------------------------------------------
001290 1000-append-ledger.
001300     open extend jobledg
001310     if stl-led-status = '35'
001320         open output jobledg
001330     end-if
001340     if stl-led-status not = '00'
001350         display 'unable to open jobledg, status ' stl-led-status
001360         display 'step ' step-program ' not recorded'
001370         go to 1000-exit
001380     end-if
001390     write stl-led-record
001400     if stl-led-status not = '00'
001410         display 'unable to write jobledg, status '
001420             stl-led-status
001430         display 'step ' step-program ' not recorded'
001440     end-if
001450     close jobledg.
001460 1000-exit.
001470     exit.
001480 end program GCD-STEPLOG.
