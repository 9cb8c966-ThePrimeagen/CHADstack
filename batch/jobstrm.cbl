000010*****************************************************************
000020*
000030*    PROGRAM-ID.   JOBSTRM
000040*    AUTHOR.       JKM
000050*    INSTALLATION. CHADSTACK DATA PROCESSING
000060*    DATE-WRITTEN. 10/15/2026
000070*
000080*    REMARKS.      NIGHTLY JOB-STREAM DRIVER.  RUNS THE NIGHT'S
000090*                  BATCH STEPS IN THE ORDER THE STEPCTL FILE
000100*                  LISTS THEM (SEE STEPCTL.CPY), CALLING EACH
000110*                  STEP'S PROGRAM WITH THE RUN-DATE AND
000120*                  THRESHOLD PARAMETERS THE FILE GIVES IT.  A
000130*                  STEP RUNS ONLY WHEN EVERY EARLIER STEP IT
000140*                  DEPENDS ON COMPLETED - A RETURN CODE AT OR
000150*                  ABOVE A STEP'S HOLD CODE FAILS IT AND HOLDS
000160*                  EVERYTHING THAT DEPENDS ON IT, SO AN AUDITARC
000170*                  RC 8 STOPS AUDITEXT AND TMPLRECN WITHOUT AN
000180*                  OPERATOR HAVING TO REMEMBER.  AS EACH STEP
000190*                  FINISHES OR IS HELD A CHECKPOINT RECORD IS
000200*                  APPENDED TO STEPCKPT (SEE STEPCKPT.CPY).  A
000210*                  RERUN FOR THE SAME RUN DATE AFTER AN ABEND
000220*                  OR A FAILED STEP SKIPS EVERY STEP ALREADY
000230*                  CHECKPOINTED COMPLETE AND RESTARTS AT THE
000240*                  FIRST ONE THAT WAS NOT, SO NOTHING - AUDITLOG
000250*                  ABOVE ALL - IS CUT TWICE.  ENDS WITH A
000260*                  ONE-PAGE RUN SUMMARY (JOBRPT) OF EACH STEP'S
000270*                  RESULT, RETURN CODE, AND ELAPSED TIME.  THE
000280*                  RUN DATE COMES IN THROUGH LINKAGE; ZERO TAKES
000290*                  TODAY.  RETURN-CODE 8 WHEN ANY STEP FAILED OR
000300*                  WAS HELD OR THE STEP-CONTROL FILE COULD NOT
000310*                  BE READ, OTHERWISE THE HIGHEST STEP CODE.
000320*
000330*****************************************************************
000340*    MODIFICATION HISTORY
000350*    ------------------------------------------------------------
000360*    10/15/2026  JKM  ORIGINAL VERSION.
000370*****************************************************************
000380
000390 identification division.
000400 program-id. jobstrm.
000410 author. jkm.
000420 installation. chadstack data processing.
000430 date-written. 10/15/2026.
000440 date-compiled.
000450
000460 environment division.
000470 input-output section.
000480 file-control.
000490     select STEP-CONTROL-FILE assign to STEPCTL
000500         organization is line sequential
000510         file status is WS-STEPCTL-FILE-STATUS.
000520
000530     select CHECKPOINT-FILE assign to STEPCKPT
000540         organization is line sequential
000550         file status is WS-CHECKPOINT-FILE-STATUS.
000560
000570     select REPORT-FILE assign to JOBRPT
000580         organization is line sequential
000590         file status is WS-REPORT-FILE-STATUS.
000600
000610 data division.
000620 file section.
000630 fd  STEP-CONTROL-FILE.
000640     copy STEPCTL.
000650
000660 fd  CHECKPOINT-FILE.
000670     copy STEPCKPT.
000680
000690 fd  REPORT-FILE
000700     record contains 132 characters.
000710 01  REPORT-LINE                  pic x(132).
000720
000730 working-storage section.
000740 01  WS-STEPCTL-FILE-STATUS    pic x(02) value '00'.
000750     88  WS-STEPCTL-FILE-OK          value '00'.
000760     88  WS-STEPCTL-FILE-EOF         value '10'.
000770
000780 01  WS-CHECKPOINT-FILE-STATUS pic x(02) value '00'.
000790     88  WS-CHECKPOINT-FILE-OK       value '00'.
000800     88  WS-CHECKPOINT-FILE-EOF      value '10'.
000810
000820 01  WS-REPORT-FILE-STATUS     pic x(02) value '00'.
000830
000840 01  WS-CONTROL-SW             pic x(01) value 'Y'.
000850     88  WS-CONTROL-LOADED           value 'Y'.
000860     88  WS-CONTROL-NOT-LOADED       value 'N'.
000870
000880 01  WS-FOUND-SW               pic x(01) value 'N'.
000890     88  WS-ENTRY-FOUND              value 'Y'.
000900     88  WS-ENTRY-NOT-FOUND          value 'N'.
000910
000920 01  WS-DEPEND-SW              pic x(01) value 'Y'.
000930     88  WS-DEPENDS-MET              value 'Y'.
000940     88  WS-DEPENDS-NOT-MET          value 'N'.
000950
000960 01  WS-CALL-SW                pic x(01) value 'Y'.
000970     88  WS-CALL-WORKED              value 'Y'.
000980     88  WS-CALL-FAILED              value 'N'.
000990
001000 77  WS-RUN-DATE               pic 9(08).
001010 77  WS-DEFAULT-HOLD-RC        pic 9(04) comp value 8.
001020 77  WS-MATCHED-STEP-IDX       pic 9(04) comp.
001030 77  WS-DEP-SUB                pic 9(04) comp.
001040 77  WS-STEPS-RUN              pic 9(04) comp value zero.
001050 77  WS-STEPS-SKIPPED          pic 9(04) comp value zero.
001060 77  WS-STEPS-FAILED           pic 9(04) comp value zero.
001070 77  WS-STEPS-HELD             pic 9(04) comp value zero.
001080 77  WS-STEPS-DROPPED          pic 9(04) comp value zero.
001090 77  WS-HIGHEST-RC             pic 9(04) comp value zero.
001100 77  WS-CALLED-RC              pic s9(09) comp.
001110
001120*    ------------------------------------------------------------
001130*    THE PARAMETERS HANDED TO THE STEP BEING CALLED.
001140*    ------------------------------------------------------------
001150 01  WS-CALL-FIELDS.
001160     03  WS-CALL-PROGRAM           pic x(30).
001170     03  WS-CALL-RUN-DATE          pic 9(08).
001180     03  WS-CALL-PARM-1            pic 9(04).
001190     03  WS-CALL-PARM-2            pic 9(04).
001200     03  WS-CALL-FLAG              pic x(01).
001210     03  WS-DEP-NAME               pic x(10).
001220
001230*    ------------------------------------------------------------
001240*    START AND END STAMPS FOR THE ELAPSED-TIME ARITHMETIC.  THE
001250*    CLOCK IS HHMMSSCC; A STEP THAT RUNS PAST MIDNIGHT HAS A
001260*    LATER END DATE AND GETS A DAY ADDED PER DATE CROSSED.
001270*    ------------------------------------------------------------
001280 01  WS-TIME-WORK.
001290     03  WS-START-DATE             pic 9(08).
001300     03  WS-START-TIME             pic 9(08).
001310     03  WS-END-DATE               pic 9(08).
001320     03  WS-END-TIME               pic 9(08).
001330     03  WS-CLOCK                  pic 9(08).
001340     03  WS-CLOCK-PARTS redefines WS-CLOCK.
001350         05  WS-CLOCK-HH               pic 9(02).
001360         05  WS-CLOCK-MM               pic 9(02).
001370         05  WS-CLOCK-SS               pic 9(02).
001380         05  WS-CLOCK-CC               pic 9(02).
001390     03  WS-START-HSECS            pic 9(09) comp.
001400     03  WS-END-HSECS              pic 9(09) comp.
001410     03  WS-ELAPSED-HSECS          pic 9(09) comp.
001420     03  WS-ELAPSED-SECS           pic 9(09) comp.
001430
001440*    ------------------------------------------------------------
001450*    THE STEP TABLE, LOADED FROM STEPCTL IN RUN ORDER.  THE
001460*    PRIOR FIELDS HOLD THE NEWEST CHECKPOINT FOR THE RUN DATE
001470*    FROM AN EARLIER RUN; THE RESULT FIELDS ARE THIS RUN'S.
001480*    FIFTY STEPS KEEP THE SUMMARY TO ONE PAGE.
001490*    ------------------------------------------------------------
001500 01  WS-STEP-TABLE-AREA.
001510     03  WS-STEP-COUNT         pic 9(04) comp value zero.
001520     03  WS-STEP-ENTRY occurs 0 to 50 times
001530                 depending on WS-STEP-COUNT
001540                 indexed by WS-STEP-IDX WS-DEP-IDX.
001550         05  WS-STEP-NAME          pic x(10).
001560         05  WS-STEP-PROGRAM       pic x(30).
001570         05  WS-STEP-PARM-STYLE    pic x(02).
001580             88  WS-STEP-PARMS-NONE      value spaces.
001590             88  WS-STEP-PARMS-DATE      value 'D '.
001600             88  WS-STEP-PARMS-DATE-NUM  value 'DN'.
001610             88  WS-STEP-PARMS-DATE-FLAG value 'DF'.
001620             88  WS-STEP-PARMS-NUM       value 'N '.
001630             88  WS-STEP-PARMS-NUM-NUM   value 'NN'.
001640         05  WS-STEP-RUN-DATE      pic 9(08).
001650         05  WS-STEP-PARM-1        pic 9(04).
001660         05  WS-STEP-PARM-2        pic 9(04).
001670         05  WS-STEP-PARM-FLAG     pic x(01).
001680         05  WS-STEP-HOLD-RC       pic 9(04) comp.
001690         05  WS-STEP-DEPENDS-ON    pic x(10) occurs 5 times.
001700         05  WS-STEP-PRIOR-STATUS  pic x(01).
001710             88  WS-STEP-PRIOR-COMPLETE  value 'C'.
001720         05  WS-STEP-PRIOR-RC      pic 9(04).
001730         05  WS-STEP-PRIOR-START   pic 9(08).
001740         05  WS-STEP-PRIOR-ELAPSED pic 9(09).
001750         05  WS-STEP-RESULT        pic x(01).
001760             88  WS-STEP-NOT-RUN         value space.
001770             88  WS-STEP-COMPLETE        value 'C'.
001780             88  WS-STEP-SKIPPED         value 'S'.
001790             88  WS-STEP-FAILED          value 'F'.
001800             88  WS-STEP-HELD            value 'H'.
001810             88  WS-STEP-DONE            value 'C' 'S'.
001820         05  WS-STEP-RC            pic 9(04).
001830         05  WS-STEP-START-TIME    pic 9(08).
001840         05  WS-STEP-ELAPSED       pic 9(09).
001850         05  WS-STEP-NOTE          pic x(30).
001860
001870 01  WS-HEADING-1.
001880     03  filler  pic x(30) value
001890         'NIGHTLY JOB STREAM FOR        '.
001900     03  WS-HEADING-DATE   pic 9(08).
001910     03  filler  pic x(14) value '   STARTED AT '.
001920     03  WS-HEADING-START-DATE  pic 9(08).
001930     03  filler                 pic x(01) value space.
001940     03  WS-HEADING-START-TIME  pic 9(08).
001950
001960 01  WS-HEADING-2.
001970     03  filler  pic x(12) value 'STEP'.
001980     03  filler  pic x(32) value 'PROGRAM'.
001990     03  filler  pic x(10) value 'RESULT'.
002000     03  filler  pic x(06) value '  RC'.
002010     03  filler  pic x(10) value 'STARTED'.
002020     03  filler  pic x(10) value ' ELAPSED'.
002030     03  filler  pic x(30) value 'NOTE'.
002040
002050 01  WS-DETAIL-1.
002060     03  WS-DETAIL-1-STEP      pic x(10).
002070     03  filler                pic x(02) value spaces.
002080     03  WS-DETAIL-1-PROGRAM   pic x(30).
002090     03  filler                pic x(02) value spaces.
002100     03  WS-DETAIL-1-RESULT    pic x(08).
002110     03  filler                pic x(02) value spaces.
002120     03  WS-DETAIL-1-RC        pic zzz9.
002130     03  filler                pic x(02) value spaces.
002140     03  WS-DETAIL-1-STARTED   pic x(08).
002150     03  filler                pic x(02) value spaces.
002160     03  WS-DETAIL-1-ELAPSED.
002170         05  WS-DETAIL-1-EL-HH     pic 99.
002180         05  filler                pic x(01) value ':'.
002190         05  WS-DETAIL-1-EL-MM     pic 99.
002200         05  filler                pic x(01) value ':'.
002210         05  WS-DETAIL-1-EL-SS     pic 99.
002220     03  filler                pic x(02) value spaces.
002230     03  WS-DETAIL-1-NOTE      pic x(30).
002240
002250 01  WS-DETAIL-COUNTS.
002260     03  filler  pic x(06) value 'RAN   '.
002270     03  WS-COUNT-RUN          pic zzz9.
002280     03  filler  pic x(12) value '    SKIPPED '.
002290     03  WS-COUNT-SKIPPED      pic zzz9.
002300     03  filler  pic x(11) value '    FAILED '.
002310     03  WS-COUNT-FAILED       pic zzz9.
002320     03  filler  pic x(09) value '    HELD '.
002330     03  WS-COUNT-HELD         pic zzz9.
002340
002350 01  WS-DETAIL-DROPPED.
002360     03  filler  pic x(40) value
002370         'STEPS PAST THE FIFTIETH NOT RUN         '.
002380     03  WS-DROPPED-NBR        pic zzz9.
002390
002400 01  WS-VERDICT-COMPLETE.
002410     03  filler  pic x(40) value
002420         'STREAM COMPLETE'.
002430
002440 01  WS-VERDICT-INCOMPLETE.
002450     03  filler  pic x(48) value
002460         'STREAM NOT COMPLETE - RERUN FOR THE SAME DATE'.
002470
002480 01  WS-VERDICT-NO-CONTROL.
002490     03  filler  pic x(48) value
002500         'STEPCTL NOT READABLE - NO STEPS RUN'.
002510
002520 linkage section.
002530 01  LK-RUN-DATE               pic 9(08).
002540
002550 procedure division using LK-RUN-DATE.
002560
002570 0000-main-logic.
002580     perform 1000-initialize thru 1000-exit.
002590     perform 1500-load-step-control thru 1500-exit.
002600     if WS-CONTROL-LOADED
002610         perform 2000-load-checkpoints thru 2000-exit
002620         perform 3000-run-one-step thru 3000-exit
002630                 varying WS-STEP-IDX from 1 by 1
002640                 until WS-STEP-IDX > WS-STEP-COUNT
002650     end-if.
002660     perform 8000-write-summary thru 8000-exit.
002670     perform 9000-close-files thru 9000-exit.
002680     if WS-CONTROL-NOT-LOADED
002690             or WS-STEPS-FAILED > zero
002700             or WS-STEPS-HELD > zero
002710             or WS-STEPS-DROPPED > zero
002720         move 8 to RETURN-CODE
002730     else
002740         move WS-HIGHEST-RC to RETURN-CODE
002750     end-if.
002760     goback.
002770 0000-exit.
002780     exit.
002790
002800*    ------------------------------------------------------------
002810*    1000-INITIALIZE
002820*    ------------------------------------------------------------
002830 1000-initialize.
002840     move LK-RUN-DATE to WS-RUN-DATE.
002850     if WS-RUN-DATE = zero
002860         accept WS-RUN-DATE from date yyyymmdd
002870     end-if.
002880     accept WS-START-DATE from date yyyymmdd.
002890     accept WS-START-TIME from time.
002900     move WS-RUN-DATE   to WS-HEADING-DATE.
002910     move WS-START-DATE to WS-HEADING-START-DATE.
002920     move WS-START-TIME to WS-HEADING-START-TIME.
002930     open output REPORT-FILE.
002940 1000-exit.
002950     exit.
002960
002970*    ------------------------------------------------------------
002980*    1500-LOAD-STEP-CONTROL - LOADS THE STEP TABLE IN FILE
002990*    ORDER.  WITHOUT A CONTROL FILE THE DRIVER RUNS NOTHING; A
003000*    STEP PAST THE FIFTIETH IS COUNTED AND NOT RUN.
003010*    ------------------------------------------------------------
003020 1500-load-step-control.
003030     open input STEP-CONTROL-FILE.
003040     if not WS-STEPCTL-FILE-OK
003050         display 'JOBSTRM: STEPCTL OPEN FAILED, STATUS '
003060                 WS-STEPCTL-FILE-STATUS
003070         set WS-CONTROL-NOT-LOADED to true
003080         go to 1500-exit
003090     end-if.
003100     perform 1600-read-step-control thru 1600-exit.
003110     perform 1700-store-step thru 1700-exit
003120             until WS-STEPCTL-FILE-EOF.
003130     close STEP-CONTROL-FILE.
003140 1500-exit.
003150     exit.
003160
003170 1600-read-step-control.
003180     read STEP-CONTROL-FILE.
003190 1600-exit.
003200     exit.
003210
003220 1700-store-step.
003230     if SC-STEP-NAME = spaces
003240         go to 1700-read-next
003250     end-if.
003260     if WS-STEP-COUNT not < 50
003270         display 'JOBSTRM: STEP ' SC-STEP-NAME
003280                 ' PAST THE FIFTIETH - NOT RUN'
003290         add 1 to WS-STEPS-DROPPED
003300         go to 1700-read-next
003310     end-if.
003320     add 1 to WS-STEP-COUNT.
003330     set WS-STEP-IDX to WS-STEP-COUNT.
003340     move SC-STEP-NAME    to WS-STEP-NAME (WS-STEP-IDX).
003350     move SC-PROGRAM-NAME to WS-STEP-PROGRAM (WS-STEP-IDX).
003360     move SC-PARM-STYLE   to WS-STEP-PARM-STYLE (WS-STEP-IDX).
003370     move SC-RUN-DATE     to WS-STEP-RUN-DATE (WS-STEP-IDX).
003380     if WS-STEP-RUN-DATE (WS-STEP-IDX) = zero
003390         move WS-RUN-DATE to WS-STEP-RUN-DATE (WS-STEP-IDX)
003400     end-if.
003410     move SC-PARM-1       to WS-STEP-PARM-1 (WS-STEP-IDX).
003420     move SC-PARM-2       to WS-STEP-PARM-2 (WS-STEP-IDX).
003430     move SC-PARM-FLAG    to WS-STEP-PARM-FLAG (WS-STEP-IDX).
003440     move SC-HOLD-RC      to WS-STEP-HOLD-RC (WS-STEP-IDX).
003450     if WS-STEP-HOLD-RC (WS-STEP-IDX) = zero
003460         move WS-DEFAULT-HOLD-RC
003470                 to WS-STEP-HOLD-RC (WS-STEP-IDX)
003480     end-if.
003490     perform 1710-store-dependency thru 1710-exit
003500             varying WS-DEP-SUB from 1 by 1
003510             until WS-DEP-SUB > 5.
003520     move space  to WS-STEP-PRIOR-STATUS (WS-STEP-IDX).
003530     move zero   to WS-STEP-PRIOR-RC (WS-STEP-IDX).
003540     move zero   to WS-STEP-PRIOR-START (WS-STEP-IDX).
003550     move zero   to WS-STEP-PRIOR-ELAPSED (WS-STEP-IDX).
003560     move space  to WS-STEP-RESULT (WS-STEP-IDX).
003570     move zero   to WS-STEP-RC (WS-STEP-IDX).
003580     move zero   to WS-STEP-START-TIME (WS-STEP-IDX).
003590     move zero   to WS-STEP-ELAPSED (WS-STEP-IDX).
003600     move spaces to WS-STEP-NOTE (WS-STEP-IDX).
003610     if not SC-PARM-STYLE-VALID
003620         move 'F' to WS-STEP-RESULT (WS-STEP-IDX)
003630         move 'PARAMETER STYLE NOT VALID'
003640                 to WS-STEP-NOTE (WS-STEP-IDX)
003650     end-if.
003660 1700-read-next.
003670     perform 1600-read-step-control thru 1600-exit.
003680 1700-exit.
003690     exit.
003700
003710 1710-store-dependency.
003720     move SC-DEPENDS-ON (WS-DEP-SUB)
003730             to WS-STEP-DEPENDS-ON (WS-STEP-IDX WS-DEP-SUB).
003740 1710-exit.
003750     exit.
003760
003770*    ------------------------------------------------------------
003780*    2000-LOAD-CHECKPOINTS - PICKS UP WHAT AN EARLIER RUN FOR
003790*    THE SAME RUN DATE GOT DONE.  THE LOG IS IN WRITE ORDER, SO
003800*    THE LAST RECORD READ FOR A STEP IS ITS NEWEST.  NO LOG
003810*    MEANS NO EARLIER RUN.
003820*    ------------------------------------------------------------
003830 2000-load-checkpoints.
003840     open input CHECKPOINT-FILE.
003850     if not WS-CHECKPOINT-FILE-OK
003860         go to 2000-exit
003870     end-if.
003880     perform 2100-read-checkpoint thru 2100-exit.
003890     perform 2200-apply-checkpoint thru 2200-exit
003900             until WS-CHECKPOINT-FILE-EOF.
003910     close CHECKPOINT-FILE.
003920 2000-exit.
003930     exit.
003940
003950 2100-read-checkpoint.
003960     read CHECKPOINT-FILE.
003970 2100-exit.
003980     exit.
003990
004000 2200-apply-checkpoint.
004010     if CK-RUN-DATE = WS-RUN-DATE
004020         move CK-STEP-NAME to WS-DEP-NAME
004030         perform 2300-find-step thru 2300-exit
004040         if WS-ENTRY-FOUND
004050             move CK-STATUS
004060                 to WS-STEP-PRIOR-STATUS (WS-MATCHED-STEP-IDX)
004070             move CK-RETURN-CODE
004080                 to WS-STEP-PRIOR-RC (WS-MATCHED-STEP-IDX)
004090             move CK-START-TIME
004100                 to WS-STEP-PRIOR-START (WS-MATCHED-STEP-IDX)
004110             move CK-ELAPSED
004120                 to WS-STEP-PRIOR-ELAPSED (WS-MATCHED-STEP-IDX)
004130         end-if
004140     end-if.
004150     perform 2100-read-checkpoint thru 2100-exit.
004160 2200-exit.
004170     exit.
004180
004190*    ------------------------------------------------------------
004200*    2300-FIND-STEP - LOOKS UP WS-DEP-NAME IN THE STEP TABLE.
004210*    THE MATCHED INDEX IS CAPTURED AT MATCH TIME, NOT PICKED UP
004220*    FROM THE VARYING INDEX AFTER THE LOOP.
004230*    ------------------------------------------------------------
004240 2300-find-step.
004250     set WS-ENTRY-NOT-FOUND to true.
004260     perform 2310-match-step thru 2310-exit
004270             varying WS-DEP-IDX from 1 by 1
004280             until WS-DEP-IDX > WS-STEP-COUNT
004290                or WS-ENTRY-FOUND.
004300 2300-exit.
004310     exit.
004320
004330 2310-match-step.
004340     if WS-STEP-NAME (WS-DEP-IDX) = WS-DEP-NAME
004350         set WS-ENTRY-FOUND to true
004360         set WS-MATCHED-STEP-IDX to WS-DEP-IDX
004370     end-if.
004380 2310-exit.
004390     exit.
004400
004410*    ------------------------------------------------------------
004420*    3000-RUN-ONE-STEP - SKIPS A STEP AN EARLIER RUN FOR THE
004430*    DATE COMPLETED, HOLDS ONE WHOSE DEPENDENCIES DID NOT ALL
004440*    COMPLETE, AND CALLS THE REST.  EVERY STEP RUN OR HELD IS
004450*    CHECKPOINTED; A SKIPPED STEP ALREADY WAS.
004460*    ------------------------------------------------------------
004470 3000-run-one-step.
004480     if WS-STEP-FAILED (WS-STEP-IDX)
004490         add 1 to WS-STEPS-FAILED
004500         display 'JOBSTRM: ' WS-STEP-NAME (WS-STEP-IDX)
004510                 ' ' WS-STEP-NOTE (WS-STEP-IDX)
004520         go to 3000-exit
004530     end-if.
004540     if WS-STEP-PRIOR-COMPLETE (WS-STEP-IDX)
004550         set WS-STEP-SKIPPED (WS-STEP-IDX) to true
004560         move WS-STEP-PRIOR-RC (WS-STEP-IDX)
004570                 to WS-STEP-RC (WS-STEP-IDX)
004580         move WS-STEP-PRIOR-START (WS-STEP-IDX)
004590                 to WS-STEP-START-TIME (WS-STEP-IDX)
004600         move WS-STEP-PRIOR-ELAPSED (WS-STEP-IDX)
004610                 to WS-STEP-ELAPSED (WS-STEP-IDX)
004620         move 'COMPLETED IN AN EARLIER RUN'
004630                 to WS-STEP-NOTE (WS-STEP-IDX)
004640         add 1 to WS-STEPS-SKIPPED
004650         perform 3500-note-highest-rc thru 3500-exit
004660         go to 3000-exit
004670     end-if.
004680     set WS-DEPENDS-MET to true.
004690     perform 3100-check-dependency thru 3100-exit
004700             varying WS-DEP-SUB from 1 by 1
004710             until WS-DEP-SUB > 5
004720                or WS-DEPENDS-NOT-MET.
004730     if WS-DEPENDS-NOT-MET
004740         set WS-STEP-HELD (WS-STEP-IDX) to true
004750         add 1 to WS-STEPS-HELD
004760         accept WS-START-DATE from date yyyymmdd
004770         accept WS-START-TIME from time
004780         move WS-START-DATE to WS-END-DATE
004790         move WS-START-TIME to WS-END-TIME
004800         move WS-START-TIME to WS-STEP-START-TIME (WS-STEP-IDX)
004810         move zero to WS-ELAPSED-HSECS
004820         display 'JOBSTRM: ' WS-STEP-NAME (WS-STEP-IDX)
004830                 ' HELD - ' WS-STEP-NOTE (WS-STEP-IDX)
004840         perform 6000-write-checkpoint thru 6000-exit
004850         go to 3000-exit
004860     end-if.
004870     perform 4000-call-step thru 4000-exit.
004880     perform 6000-write-checkpoint thru 6000-exit.
004890 3000-exit.
004900     exit.
004910
004920*    ------------------------------------------------------------
004930*    3100-CHECK-DEPENDENCY - ONE NAMED DEPENDENCY MUST BE AN
004940*    EARLIER STEP THAT COMPLETED, THIS RUN OR AN EARLIER ONE.
004950*    ------------------------------------------------------------
004960 3100-check-dependency.
004970     move WS-STEP-DEPENDS-ON (WS-STEP-IDX WS-DEP-SUB)
004980             to WS-DEP-NAME.
004990     if WS-DEP-NAME = spaces
005000         go to 3100-exit
005010     end-if.
005020     perform 2300-find-step thru 2300-exit.
005030     if WS-ENTRY-NOT-FOUND
005040             or WS-MATCHED-STEP-IDX not < WS-STEP-IDX
005050         set WS-DEPENDS-NOT-MET to true
005060         string 'NO EARLIER STEP ' delimited by size
005070                 WS-DEP-NAME delimited by space
005080                 into WS-STEP-NOTE (WS-STEP-IDX)
005090         go to 3100-exit
005100     end-if.
005110     if not WS-STEP-DONE (WS-MATCHED-STEP-IDX)
005120         set WS-DEPENDS-NOT-MET to true
005130         string 'HELD BY ' delimited by size
005140                 WS-DEP-NAME delimited by space
005150                 into WS-STEP-NOTE (WS-STEP-IDX)
005160     end-if.
005170 3100-exit.
005180     exit.
005190
005200 3500-note-highest-rc.
005210     if WS-STEP-RC (WS-STEP-IDX) > WS-HIGHEST-RC
005220         move WS-STEP-RC (WS-STEP-IDX) to WS-HIGHEST-RC
005230     end-if.
005240 3500-exit.
005250     exit.
005260
005270*    ------------------------------------------------------------
005280*    4000-CALL-STEP - CALLS THE STEP'S PROGRAM WITH THE LINKAGE
005290*    ITS PARAMETER STYLE NAMES, TIMES IT, AND JUDGES ITS RETURN
005300*    CODE AGAINST ITS HOLD CODE.  THE PROGRAM IS CANCELLED
005310*    AFTERWARDS SO A STEP NAMED TWICE STARTS CLEAN EACH TIME.
005320*    ------------------------------------------------------------
005330 4000-call-step.
005340     move WS-STEP-PROGRAM (WS-STEP-IDX)  to WS-CALL-PROGRAM.
005350     move WS-STEP-RUN-DATE (WS-STEP-IDX) to WS-CALL-RUN-DATE.
005360     move WS-STEP-PARM-1 (WS-STEP-IDX)   to WS-CALL-PARM-1.
005370     move WS-STEP-PARM-2 (WS-STEP-IDX)   to WS-CALL-PARM-2.
005380     move WS-STEP-PARM-FLAG (WS-STEP-IDX) to WS-CALL-FLAG.
005390     display 'JOBSTRM: STARTING ' WS-STEP-NAME (WS-STEP-IDX).
005400     accept WS-START-DATE from date yyyymmdd.
005410     accept WS-START-TIME from time.
005420     move WS-START-TIME to WS-STEP-START-TIME (WS-STEP-IDX).
005430     set WS-CALL-WORKED to true.
005440     move zero to RETURN-CODE.
005450     evaluate true
005460         when WS-STEP-PARMS-DATE (WS-STEP-IDX)
005470             call WS-CALL-PROGRAM using WS-CALL-RUN-DATE
005480                 on exception set WS-CALL-FAILED to true
005490             end-call
005500         when WS-STEP-PARMS-DATE-NUM (WS-STEP-IDX)
005510             call WS-CALL-PROGRAM using WS-CALL-RUN-DATE
005520                     WS-CALL-PARM-1
005530                 on exception set WS-CALL-FAILED to true
005540             end-call
005550         when WS-STEP-PARMS-DATE-FLAG (WS-STEP-IDX)
005560             call WS-CALL-PROGRAM using WS-CALL-RUN-DATE
005570                     WS-CALL-FLAG
005580                 on exception set WS-CALL-FAILED to true
005590             end-call
005600         when WS-STEP-PARMS-NUM (WS-STEP-IDX)
005610             call WS-CALL-PROGRAM using WS-CALL-PARM-1
005620                 on exception set WS-CALL-FAILED to true
005630             end-call
005640         when WS-STEP-PARMS-NUM-NUM (WS-STEP-IDX)
005650             call WS-CALL-PROGRAM using WS-CALL-PARM-1
005660                     WS-CALL-PARM-2
005670                 on exception set WS-CALL-FAILED to true
005680             end-call
005690         when other
005700             call WS-CALL-PROGRAM
005710                 on exception set WS-CALL-FAILED to true
005720             end-call
005730     end-evaluate.
005740     move RETURN-CODE to WS-CALLED-RC.
005750     move zero to RETURN-CODE.
005760     if WS-CALL-WORKED
005770         cancel WS-CALL-PROGRAM
005780     end-if.
005790     accept WS-END-DATE from date yyyymmdd.
005800     accept WS-END-TIME from time.
005810     perform 4100-compute-elapsed thru 4100-exit.
005820     add 1 to WS-STEPS-RUN.
005830     if WS-CALL-FAILED
005840         move 8 to WS-STEP-RC (WS-STEP-IDX)
005850         set WS-STEP-FAILED (WS-STEP-IDX) to true
005860         move 'PROGRAM COULD NOT BE CALLED'
005870                 to WS-STEP-NOTE (WS-STEP-IDX)
005880         add 1 to WS-STEPS-FAILED
005890     else
005900         if WS-CALLED-RC < zero
005910             move 8 to WS-STEP-RC (WS-STEP-IDX)
005920         else
005930             move WS-CALLED-RC to WS-STEP-RC (WS-STEP-IDX)
005940         end-if
005950         if WS-STEP-RC (WS-STEP-IDX)
005960                 < WS-STEP-HOLD-RC (WS-STEP-IDX)
005970             set WS-STEP-COMPLETE (WS-STEP-IDX) to true
005980         else
005990             set WS-STEP-FAILED (WS-STEP-IDX) to true
006000             move 'RETURN CODE AT OR OVER HOLD'
006010                     to WS-STEP-NOTE (WS-STEP-IDX)
006020             add 1 to WS-STEPS-FAILED
006030         end-if
006040     end-if.
006050     perform 3500-note-highest-rc thru 3500-exit.
006060     display 'JOBSTRM: ENDED    ' WS-STEP-NAME (WS-STEP-IDX)
006070             ' RC ' WS-STEP-RC (WS-STEP-IDX).
006080 4000-exit.
006090     exit.
006100
006110 4100-compute-elapsed.
006120     move WS-START-TIME to WS-CLOCK.
006130     compute WS-START-HSECS =
006140             ((WS-CLOCK-HH * 60 + WS-CLOCK-MM) * 60
006150                 + WS-CLOCK-SS) * 100 + WS-CLOCK-CC.
006160     move WS-END-TIME to WS-CLOCK.
006170     compute WS-END-HSECS =
006180             ((WS-CLOCK-HH * 60 + WS-CLOCK-MM) * 60
006190                 + WS-CLOCK-SS) * 100 + WS-CLOCK-CC.
006200     if WS-END-DATE > WS-START-DATE
006210         compute WS-END-HSECS = WS-END-HSECS + 8640000 *
006220                 (function integer-of-date (WS-END-DATE)
006230                  - function integer-of-date (WS-START-DATE))
006240     end-if.
006250     if WS-END-HSECS < WS-START-HSECS
006260         move zero to WS-ELAPSED-HSECS
006270     else
006280         compute WS-ELAPSED-HSECS =
006290                 WS-END-HSECS - WS-START-HSECS
006300     end-if.
006310     move WS-ELAPSED-HSECS to WS-STEP-ELAPSED (WS-STEP-IDX).
006320 4100-exit.
006330     exit.
006340
006350*    ------------------------------------------------------------
006360*    6000-WRITE-CHECKPOINT - APPENDS THE STEP'S CHECKPOINT AND
006370*    CLOSES THE LOG AGAIN AT ONCE, SO THE RECORD IS ON DISK
006380*    BEFORE THE NEXT STEP CAN ABEND.
006390*    ------------------------------------------------------------
006400 6000-write-checkpoint.
006410     open extend CHECKPOINT-FILE.
006420     if not WS-CHECKPOINT-FILE-OK
006430         open output CHECKPOINT-FILE
006440     end-if.
006450     if not WS-CHECKPOINT-FILE-OK
006460         display 'JOBSTRM: STEPCKPT OPEN FAILED, STATUS '
006470                 WS-CHECKPOINT-FILE-STATUS
006480         go to 6000-exit
006490     end-if.
006500     move spaces to STEP-CHECKPOINT-RECORD.
006510     move WS-RUN-DATE to CK-RUN-DATE.
006520     move WS-STEP-NAME (WS-STEP-IDX)    to CK-STEP-NAME.
006530     move WS-STEP-PROGRAM (WS-STEP-IDX) to CK-PROGRAM-NAME.
006540     move WS-STEP-RESULT (WS-STEP-IDX)  to CK-STATUS.
006550     move WS-STEP-RC (WS-STEP-IDX)      to CK-RETURN-CODE.
006560     move WS-START-DATE to CK-START-DATE.
006570     move WS-START-TIME to CK-START-TIME.
006580     move WS-END-DATE   to CK-END-DATE.
006590     move WS-END-TIME   to CK-END-TIME.
006600     move WS-ELAPSED-HSECS to CK-ELAPSED.
006610     write STEP-CHECKPOINT-RECORD.
006620     if not WS-CHECKPOINT-FILE-OK
006630         display 'JOBSTRM: STEPCKPT WRITE FAILED, STATUS '
006640                 WS-CHECKPOINT-FILE-STATUS
006650     end-if.
006660     close CHECKPOINT-FILE.
006670 6000-exit.
006680     exit.
006690
006700*    ------------------------------------------------------------
006710*    8000-WRITE-SUMMARY - THE ONE-PAGE RUN SUMMARY.
006720*    ------------------------------------------------------------
006730 8000-write-summary.
006740     move spaces to REPORT-LINE.
006750     move WS-HEADING-1 to REPORT-LINE.
006760     write REPORT-LINE.
006770     move spaces to REPORT-LINE.
006780     write REPORT-LINE.
006790     if WS-CONTROL-NOT-LOADED
006800         move WS-VERDICT-NO-CONTROL to REPORT-LINE
006810         write REPORT-LINE
006820         go to 8000-exit
006830     end-if.
006840     move WS-HEADING-2 to REPORT-LINE.
006850     write REPORT-LINE.
006860     perform 8100-write-step-line thru 8100-exit
006870             varying WS-STEP-IDX from 1 by 1
006880             until WS-STEP-IDX > WS-STEP-COUNT.
006890     move spaces to REPORT-LINE.
006900     write REPORT-LINE.
006910     move WS-STEPS-RUN     to WS-COUNT-RUN.
006920     move WS-STEPS-SKIPPED to WS-COUNT-SKIPPED.
006930     move WS-STEPS-FAILED  to WS-COUNT-FAILED.
006940     move WS-STEPS-HELD    to WS-COUNT-HELD.
006950     move WS-DETAIL-COUNTS to REPORT-LINE.
006960     write REPORT-LINE.
006970     if WS-STEPS-DROPPED > zero
006980         move spaces to REPORT-LINE
006990         move WS-STEPS-DROPPED to WS-DROPPED-NBR
007000         move WS-DETAIL-DROPPED to REPORT-LINE
007010         write REPORT-LINE
007020     end-if.
007030     move spaces to REPORT-LINE.
007040     if WS-STEPS-FAILED > zero
007050             or WS-STEPS-HELD > zero
007060             or WS-STEPS-DROPPED > zero
007070         move WS-VERDICT-INCOMPLETE to REPORT-LINE
007080     else
007090         move WS-VERDICT-COMPLETE to REPORT-LINE
007100     end-if.
007110     write REPORT-LINE.
007120 8000-exit.
007130     exit.
007140
007150 8100-write-step-line.
007160     move WS-STEP-NAME (WS-STEP-IDX)    to WS-DETAIL-1-STEP.
007170     move WS-STEP-PROGRAM (WS-STEP-IDX) to WS-DETAIL-1-PROGRAM.
007180     evaluate true
007190         when WS-STEP-COMPLETE (WS-STEP-IDX)
007200             move 'COMPLETE' to WS-DETAIL-1-RESULT
007210         when WS-STEP-SKIPPED (WS-STEP-IDX)
007220             move 'SKIPPED'  to WS-DETAIL-1-RESULT
007230         when WS-STEP-FAILED (WS-STEP-IDX)
007240             move 'FAILED'   to WS-DETAIL-1-RESULT
007250         when WS-STEP-HELD (WS-STEP-IDX)
007260             move 'HELD'     to WS-DETAIL-1-RESULT
007270         when other
007280             move 'NOT RUN'  to WS-DETAIL-1-RESULT
007290     end-evaluate.
007300     move WS-STEP-RC (WS-STEP-IDX) to WS-DETAIL-1-RC.
007310     move WS-STEP-START-TIME (WS-STEP-IDX) to WS-CLOCK.
007320     move WS-CLOCK-HH to WS-DETAIL-1-STARTED (1:2).
007330     move ':'         to WS-DETAIL-1-STARTED (3:1).
007340     move WS-CLOCK-MM to WS-DETAIL-1-STARTED (4:2).
007350     move ':'         to WS-DETAIL-1-STARTED (6:1).
007360     move WS-CLOCK-SS to WS-DETAIL-1-STARTED (7:2).
007370     compute WS-ELAPSED-SECS =
007380             WS-STEP-ELAPSED (WS-STEP-IDX) / 100.
007390     compute WS-DETAIL-1-EL-HH = WS-ELAPSED-SECS / 3600.
007400     compute WS-DETAIL-1-EL-MM =
007410             function mod (WS-ELAPSED-SECS, 3600) / 60.
007420     compute WS-DETAIL-1-EL-SS =
007430             function mod (WS-ELAPSED-SECS, 60).
007440     move WS-STEP-NOTE (WS-STEP-IDX) to WS-DETAIL-1-NOTE.
007450     move spaces to REPORT-LINE.
007460     move WS-DETAIL-1 to REPORT-LINE.
007470     write REPORT-LINE.
007480 8100-exit.
007490     exit.
007500
007510*    ------------------------------------------------------------
007520*    9000-CLOSE-FILES
007530*    ------------------------------------------------------------
007540 9000-close-files.
007550     close REPORT-FILE.
007560 9000-exit.
007570     exit.
007580
007590 end program jobstrm.
