000010*****************************************************************
000020*
000030*    PROGRAM-ID.   INTRAMON
000040*    AUTHOR.       JKM
000050*    INSTALLATION. CHADSTACK DATA PROCESSING
000060*    DATE-WRITTEN. 10/15/2026
000070*
000080*    REMARKS.      INTRADAY THRESHOLD MONITOR.  THE SCHEDULER
000090*                  RUNS THIS STEP EVERY FEW MINUTES THROUGH THE
000100*                  DAY SO A BAD RUN SHOWS UP ON THE CONSOLE
000110*                  WHILE IT IS HAPPENING INSTEAD OF ON THE
000120*                  MORNING REPORTS.  EACH PASS LOOKS ONLY AT
000130*                  WHAT WAS ADDED SINCE THE PREVIOUS PASS AND
000140*                  COUNTS, PER ROUTE:
000150*                    - RENDERS THAT FAILED (RNDRSTAT 'F' WITH AN
000160*                      END STAMP INSIDE THE WINDOW).
000170*                    - VALVARS REJECTS (VALVARLG).
000180*                    - THROTTLE REFUSALS (RATEREJLG).
000190*                  AND, FOR ALL ROUTES TOGETHER, SIGN-ON
000200*                  LOCKOUTS TRIPPED (SIGNACT 'X').  EACH COUNT
000210*                  IS CHECKED AGAINST THE MONTHRSH MAINTENANCE
000220*                  FILE (SEE MONTHRSH.CPY) AND EVERY BREACH IS
000230*                  APPENDED TO THE MONALERT OPERATOR ALERT FILE
000240*                  (SEE MONALERT.CPY) AND DISPLAYED.  A BREACH
000250*                  THAT ALREADY ALERTED INSIDE ITS COOL-DOWN IS
000260*                  COUNTED AS SUPPRESSED AND NOT ALERTED AGAIN.
000270*                  THE THREE RUNNING LOGS ARE NEVER CUT DURING
000280*                  THE DAY, SO THE MONSTATE FILE (SEE
000290*                  MONSTATE.CPY) CARRIES HOW MANY RECORDS OF
000300*                  EACH THE LAST PASS READ AND WHEN IT RAN; A
000310*                  PASS SKIPS THE RECORDS ALREADY SEEN AND ALSO
000320*                  IGNORES ANY STAMPED BEFORE THE LAST PASS, SO
000330*                  A LOG THAT WAS CUT OR REBUILT (FEWER RECORDS
000340*                  THAN LAST TIME) IS SIMPLY RE-READ FROM THE
000350*                  TOP.  WITH NO MONSTATE THE WINDOW STARTS AT
000360*                  MIDNIGHT.  A MISSING MONTHRSH FILE WATCHES
000370*                  NOTHING BUT STILL MOVES THE WINDOW ON.
000380*                  RETURN-CODE 8 WHEN AN ALERT CANNOT BE WRITTEN
000390*                  OR MONSTATE CANNOT BE SAVED.
000400*
000410*****************************************************************
000420*    MODIFICATION HISTORY
000430*    ------------------------------------------------------------
000440*    10/15/2026  JKM  ORIGINAL VERSION.
000450*****************************************************************
000460
000470 identification division.
000480 program-id. intramon.
000490 author. jkm.
000500 installation. chadstack data processing.
000510 date-written. 10/15/2026.
000520 date-compiled.
000530
000540 environment division.
000550 input-output section.
000560 file-control.
000570     select THRESHOLD-FILE assign to MONTHRSH
000580         organization is line sequential
000590         file status is WS-THRESHOLD-FILE-STATUS.
000600
000610     select STATE-FILE assign to MONSTATE
000620         organization is line sequential
000630         file status is WS-STATE-FILE-STATUS.
000640
000650     select ALERT-FILE assign to MONALERT
000660         organization is line sequential
000670         file status is WS-ALERT-FILE-STATUS.
000680
000690     select RNDRSTAT-FILE assign to RNDRSTAT
000700         organization is indexed
000710         access mode is dynamic
000720         record key is RNDRSTAT-RENDER-ID
000730         file status is WS-RNDRSTAT-FILE-STATUS.
000740
000750     select VALERR-FILE assign to VALVARLG
000760         organization is line sequential
000770         file status is WS-VALERR-FILE-STATUS.
000780
000790     select RATE-REJECT-FILE assign to RATEREJLG
000800         organization is line sequential
000810         file status is WS-RATEREJ-FILE-STATUS.
000820
000830     select ACTIVITY-FILE assign to SIGNACT
000840         organization is line sequential
000850         file status is WS-ACTIVITY-FILE-STATUS.
000860
000870 data division.
000880 file section.
000890 fd  THRESHOLD-FILE.
000900     copy MONTHRSH.
000910
000920 fd  STATE-FILE.
000930     copy MONSTATE.
000940
000950 fd  ALERT-FILE.
000960     copy MONALERT.
000970
000980 fd  RNDRSTAT-FILE.
000990     copy RNDRREC.
001000
001010 fd  VALERR-FILE.
001020     copy VALERRREC.
001030
001040 fd  RATE-REJECT-FILE.
001050     copy RATEREJ.
001060
001070 fd  ACTIVITY-FILE.
001080     copy SIGNREC.
001090
001100 working-storage section.
001110 01  WS-THRESHOLD-FILE-STATUS  pic x(02) value '00'.
001120     88  WS-THRESHOLD-FILE-OK        value '00'.
001130     88  WS-THRESHOLD-FILE-EOF       value '10'.
001140
001150 01  WS-STATE-FILE-STATUS      pic x(02) value '00'.
001160     88  WS-STATE-FILE-OK            value '00'.
001170     88  WS-STATE-FILE-EOF           value '10'.
001180
001190 01  WS-ALERT-FILE-STATUS      pic x(02) value '00'.
001200     88  WS-ALERT-FILE-OK            value '00'.
001210
001220 01  WS-RNDRSTAT-FILE-STATUS   pic x(02) value '00'.
001230     88  WS-RNDRSTAT-FILE-OK         value '00'.
001240
001250 01  WS-VALERR-FILE-STATUS     pic x(02) value '00'.
001260     88  WS-VALERR-FILE-OK           value '00'.
001270     88  WS-VALERR-FILE-EOF          value '10'.
001280
001290 01  WS-RATEREJ-FILE-STATUS    pic x(02) value '00'.
001300     88  WS-RATEREJ-FILE-OK          value '00'.
001310     88  WS-RATEREJ-FILE-EOF         value '10'.
001320
001330 01  WS-ACTIVITY-FILE-STATUS   pic x(02) value '00'.
001340     88  WS-ACTIVITY-FILE-OK         value '00'.
001350     88  WS-ACTIVITY-FILE-EOF        value '10'.
001360
001370 01  WS-ALERT-OPEN-SW          pic x(01) value 'N'.
001380     88  WS-ALERT-IS-OPEN            value 'Y'.
001390     88  WS-ALERT-NOT-OPEN           value 'N'.
001400
001410 01  WS-SCAN-DONE-SW           pic x(01) value 'N'.
001420     88  WS-SCAN-DONE                value 'Y'.
001430     88  WS-SCAN-NOT-DONE            value 'N'.
001440
001450 01  WS-FOUND-SW               pic x(01) value 'N'.
001460     88  WS-ENTRY-FOUND              value 'Y'.
001470     88  WS-ENTRY-NOT-FOUND          value 'N'.
001480
001490 01  WS-TROUBLE-SW             pic x(01) value 'N'.
001500     88  WS-MONITOR-TROUBLE          value 'Y'.
001510     88  WS-MONITOR-CLEAN            value 'N'.
001520
001530 77  WS-DEFAULT-COOLDOWN       pic 9(04) comp value 60.
001540 77  WS-MAX-COOLDOWN           pic 9(04) comp value zero.
001550
001560 77  WS-MATCHED-THR-IDX        pic 9(04) comp.
001570 77  WS-MATCHED-CNT-IDX        pic 9(04) comp.
001580 77  WS-MATCHED-CDN-IDX        pic 9(04) comp.
001590 77  WS-SKIP-COUNT             pic 9(09) comp.
001600 77  WS-RECORDS-READ           pic 9(09) comp.
001610 77  WS-MINUTES-SINCE          pic s9(09) comp.
001620 77  WS-ALERTS-RAISED          pic 9(09) comp value zero.
001630 77  WS-ALERTS-SUPPRESSED      pic 9(09) comp value zero.
001640 77  WS-DISPLAY-COUNT          pic zzzzzzzz9.
001650
001660*    ------------------------------------------------------------
001670*    THE WINDOW THIS PASS COVERS - FROM THE LAST PASS (OR
001680*    MIDNIGHT) UP TO NOW - AND THE STAMP OF THE RECORD BEING
001690*    LOOKED AT.  EACH STAMP IS DATE THEN TIME SO THEY COMPARE
001700*    AS ONE FIELD.
001710*    ------------------------------------------------------------
001720 01  WS-NOW-STAMP.
001730     03  WS-NOW-DATE               pic 9(08).
001740     03  WS-NOW-TIME               pic 9(08).
001750
001760 01  WS-LAST-PASS-STAMP.
001770     03  WS-LAST-PASS-DATE         pic 9(08).
001780     03  WS-LAST-PASS-TIME         pic 9(08).
001790
001800 01  WS-RECORD-STAMP.
001810     03  WS-RECORD-DATE            pic 9(08).
001820     03  WS-RECORD-TIME            pic 9(08).
001830
001840 77  WS-NOW-MINUTE             pic 9(09) comp.
001850
001860*    ------------------------------------------------------------
001870*    RECORDS OF EACH RUNNING LOG READ AS OF THE LAST PASS, AND
001880*    AS OF THIS ONE ONCE IT HAS READ THEM.
001890*    ------------------------------------------------------------
001900 01  WS-LOG-POSITIONS.
001910     03  WS-VALVARLG-POS           pic 9(09) comp value zero.
001920     03  WS-RATEREJLG-POS          pic 9(09) comp value zero.
001930     03  WS-SIGNACT-POS            pic 9(09) comp value zero.
001940
001950*    ------------------------------------------------------------
001960*    A DATE AND TIME TURNED INTO MINUTES SINCE THE START OF
001970*    THE CALENDAR, FOR THE COOL-DOWN ARITHMETIC.
001980*    ------------------------------------------------------------
001990 01  WS-CALC-FIELDS.
002000     03  WS-CALC-DATE              pic 9(08).
002010     03  WS-CALC-TIME              pic 9(08).
002020     03  WS-CALC-TIME-PARTS redefines WS-CALC-TIME.
002030         05  WS-CALC-HH            pic 9(02).
002040         05  WS-CALC-MM            pic 9(02).
002050         05  filler                pic 9(04).
002060     03  WS-CALC-MINUTE            pic 9(09) comp.
002070
002080*    ------------------------------------------------------------
002090*    THE CONDITION BEING COUNTED OR LOOKED UP.
002100*    ------------------------------------------------------------
002110 01  WS-CAND-FIELDS.
002120     03  WS-CAND-METRIC            pic x(01).
002130     03  WS-CAND-ROUTE-NAME        pic x(30).
002140
002150*    ------------------------------------------------------------
002160*    MONTHRSH ENTRIES, ROUTE NAMES FOLDED TO UPPER CASE.
002170*    ------------------------------------------------------------
002180 01  WS-THRESHOLD-TABLE-AREA.
002190     03  WS-THR-COUNT          pic 9(04) comp value zero.
002200     03  WS-THR-ENTRY occurs 0 to 999 times
002210                 depending on WS-THR-COUNT
002220                 indexed by WS-THR-IDX.
002230         05  WS-THR-METRIC         pic x(01).
002240         05  WS-THR-ROUTE-NAME     pic x(30).
002250         05  WS-THR-THRESHOLD      pic 9(05) comp.
002260         05  WS-THR-COOLDOWN       pic 9(04) comp.
002270
002280*    ------------------------------------------------------------
002290*    THIS PASS'S COUNTS, ONE ENTRY PER METRIC AND ROUTE.
002300*    ------------------------------------------------------------
002310 01  WS-COUNT-TABLE-AREA.
002320     03  WS-CNT-COUNT          pic 9(04) comp value zero.
002330     03  WS-CNT-ENTRY occurs 0 to 999 times
002340                 depending on WS-CNT-COUNT
002350                 indexed by WS-CNT-IDX.
002360         05  WS-CNT-METRIC         pic x(01).
002370         05  WS-CNT-ROUTE-NAME     pic x(30).
002380         05  WS-CNT-TALLY          pic 9(05) comp.
002390
002400*    ------------------------------------------------------------
002410*    WHEN EACH CONDITION LAST ALERTED, CARRIED IN MONSTATE.
002420*    ------------------------------------------------------------
002430 01  WS-COOLDOWN-TABLE-AREA.
002440     03  WS-CDN-COUNT          pic 9(04) comp value zero.
002450     03  WS-CDN-ENTRY occurs 0 to 999 times
002460                 depending on WS-CDN-COUNT
002470                 indexed by WS-CDN-IDX.
002480         05  WS-CDN-METRIC         pic x(01).
002490         05  WS-CDN-ROUTE-NAME     pic x(30).
002500         05  WS-CDN-ALERT-DATE     pic 9(08).
002510         05  WS-CDN-ALERT-TIME     pic 9(08).
002520         05  WS-CDN-ALERT-MINUTE   pic 9(09) comp.
002530
002540 procedure division.
002550
002560 0000-main-logic.
002570     perform 1000-initialize thru 1000-exit.
002580     perform 1500-load-thresholds thru 1500-exit.
002590     perform 1800-load-state thru 1800-exit.
002600     perform 2000-scan-render-states thru 2000-exit.
002610     perform 3000-scan-valerr-log thru 3000-exit.
002620     perform 4000-scan-throttle-log thru 4000-exit.
002630     perform 5000-scan-signon-log thru 5000-exit.
002640     perform 7000-check-count thru 7000-exit
002650             varying WS-CNT-IDX from 1 by 1
002660             until WS-CNT-IDX > WS-CNT-COUNT.
002670     perform 8000-save-state thru 8000-exit.
002680     perform 9000-close-files thru 9000-exit.
002690     if WS-MONITOR-TROUBLE
002700         move 8 to RETURN-CODE
002710     else
002720         move zero to RETURN-CODE
002730     end-if.
002740     goback.
002750 0000-exit.
002760     exit.
002770
002780*    ------------------------------------------------------------
002790*    1000-INITIALIZE - STAMPS THE PASS.  UNTIL MONSTATE SAYS
002800*    OTHERWISE THE WINDOW STARTS AT MIDNIGHT.
002810*    ------------------------------------------------------------
002820 1000-initialize.
002830     accept WS-NOW-DATE from date yyyymmdd.
002840     accept WS-NOW-TIME from time.
002850     move WS-NOW-DATE to WS-CALC-DATE.
002860     move WS-NOW-TIME to WS-CALC-TIME.
002870     perform 6500-compute-minute thru 6500-exit.
002880     move WS-CALC-MINUTE to WS-NOW-MINUTE.
002890     move WS-NOW-DATE to WS-LAST-PASS-DATE.
002900     move zero to WS-LAST-PASS-TIME.
002910 1000-exit.
002920     exit.
002930
002940*    ------------------------------------------------------------
002950*    1500-LOAD-THRESHOLDS - LOADS MONTHRSH.  A MISSING FILE
002960*    WATCHES NOTHING; A BAD ENTRY IS SKIPPED WITH A MESSAGE.
002970*    ------------------------------------------------------------
002980 1500-load-thresholds.
002990     open input THRESHOLD-FILE.
003000     if not WS-THRESHOLD-FILE-OK
003010         display 'INTRAMON: MONTHRSH FILE NOT FOUND, STATUS '
003020                 WS-THRESHOLD-FILE-STATUS
003030                 ' - NOTHING MONITORED'
003040         go to 1500-exit
003050     end-if.
003060     perform 1600-read-threshold thru 1600-exit.
003070     perform 1700-store-threshold thru 1700-exit
003080             until WS-THRESHOLD-FILE-EOF.
003090     close THRESHOLD-FILE.
003100 1500-exit.
003110     exit.
003120
003130 1600-read-threshold.
003140     read THRESHOLD-FILE.
003150 1600-exit.
003160     exit.
003170
003180 1700-store-threshold.
003190     if not (MT-RENDER-FAILURES or MT-VALIDATION-REJECTS
003200             or MT-THROTTLE-REFUSALS or MT-LOCKOUTS-TRIPPED)
003210             or MT-THRESHOLD not numeric
003220             or MT-COOLDOWN-MINUTES not numeric
003230         display 'INTRAMON: MONTHRSH ENTRY ' MT-METRIC ' '
003240                 MT-ROUTE-NAME ' NOT VALID - IGNORED'
003250         go to 1700-read-next
003260     end-if.
003270     if WS-THR-COUNT not < 999
003280         go to 1700-read-next
003290     end-if.
003300     add 1 to WS-THR-COUNT.
003310     set WS-MATCHED-THR-IDX to WS-THR-COUNT.
003320     move MT-METRIC to WS-THR-METRIC (WS-MATCHED-THR-IDX).
003330     move MT-ROUTE-NAME
003340             to WS-THR-ROUTE-NAME (WS-MATCHED-THR-IDX).
003350     inspect WS-THR-ROUTE-NAME (WS-MATCHED-THR-IDX)
003360             converting 'abcdefghijklmnopqrstuvwxyz'
003370                     to 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
003380     if MT-LOCKOUTS-TRIPPED
003390         move '*' to WS-THR-ROUTE-NAME (WS-MATCHED-THR-IDX)
003400     end-if.
003410     move MT-THRESHOLD
003420             to WS-THR-THRESHOLD (WS-MATCHED-THR-IDX).
003430     if MT-COOLDOWN-MINUTES = zero
003440         move WS-DEFAULT-COOLDOWN
003450                 to WS-THR-COOLDOWN (WS-MATCHED-THR-IDX)
003460     else
003470         move MT-COOLDOWN-MINUTES
003480                 to WS-THR-COOLDOWN (WS-MATCHED-THR-IDX)
003490     end-if.
003500     if WS-THR-COOLDOWN (WS-MATCHED-THR-IDX) > WS-MAX-COOLDOWN
003510         move WS-THR-COOLDOWN (WS-MATCHED-THR-IDX)
003520                 to WS-MAX-COOLDOWN
003530     end-if.
003540 1700-read-next.
003550     perform 1600-read-threshold thru 1600-exit.
003560 1700-exit.
003570     exit.
003580
003590*    ------------------------------------------------------------
003600*    1800-LOAD-STATE - PICKS UP THE LAST PASS'S STAMP, LOG
003610*    POSITIONS AND COOL-DOWNS.  NO MONSTATE IS THE FIRST PASS
003620*    OF THE DAY, NOT AN ERROR.
003630*    ------------------------------------------------------------
003640 1800-load-state.
003650     open input STATE-FILE.
003660     if not WS-STATE-FILE-OK
003670         display 'INTRAMON: NO MONSTATE FILE, STATUS '
003680                 WS-STATE-FILE-STATUS
003690                 ' - WINDOW STARTS AT MIDNIGHT'
003700         go to 1800-exit
003710     end-if.
003720     perform 1900-read-state thru 1900-exit.
003730     perform 1950-store-state thru 1950-exit
003740             until WS-STATE-FILE-EOF.
003750     close STATE-FILE.
003760 1800-exit.
003770     exit.
003780
003790 1900-read-state.
003800     read STATE-FILE.
003810 1900-exit.
003820     exit.
003830
003840 1950-store-state.
003850     if MS-PASS-RECORD
003860             and MS-LAST-PASS-DATE numeric
003870             and MS-LAST-PASS-TIME numeric
003880             and MS-VALVARLG-POS numeric
003890             and MS-RATEREJLG-POS numeric
003900             and MS-SIGNACT-POS numeric
003910         move MS-LAST-PASS-DATE to WS-LAST-PASS-DATE
003920         move MS-LAST-PASS-TIME to WS-LAST-PASS-TIME
003930         move MS-VALVARLG-POS   to WS-VALVARLG-POS
003940         move MS-RATEREJLG-POS  to WS-RATEREJLG-POS
003950         move MS-SIGNACT-POS    to WS-SIGNACT-POS
003960     end-if.
003970     if MS-COOLDOWN-RECORD
003980             and MS-ALERT-DATE numeric
003990             and MS-ALERT-TIME numeric
004000             and WS-CDN-COUNT < 999
004010         add 1 to WS-CDN-COUNT
004020         set WS-MATCHED-CDN-IDX to WS-CDN-COUNT
004030         move MS-METRIC to WS-CDN-METRIC (WS-MATCHED-CDN-IDX)
004040         move MS-ROUTE-NAME
004050                 to WS-CDN-ROUTE-NAME (WS-MATCHED-CDN-IDX)
004060         move MS-ALERT-DATE
004070                 to WS-CDN-ALERT-DATE (WS-MATCHED-CDN-IDX)
004080         move MS-ALERT-TIME
004090                 to WS-CDN-ALERT-TIME (WS-MATCHED-CDN-IDX)
004100         move MS-ALERT-DATE to WS-CALC-DATE
004110         move MS-ALERT-TIME to WS-CALC-TIME
004120         perform 6500-compute-minute thru 6500-exit
004130         move WS-CALC-MINUTE
004140                 to WS-CDN-ALERT-MINUTE (WS-MATCHED-CDN-IDX)
004150     end-if.
004160     perform 1900-read-state thru 1900-exit.
004170 1950-exit.
004180     exit.
004190
004200*    ------------------------------------------------------------
004210*    2000-SCAN-RENDER-STATES - WALKS RNDRSTAT AND COUNTS EVERY
004220*    RENDER THAT FAILED INSIDE THE WINDOW.  RNDRSTAT IS KEYED
004230*    BY RENDER-ID, NOT TIME, SO THE END STAMP IS WHAT MARKS A
004240*    FAILURE AS NEW.  A FILE THAT CANNOT BE OPENED HAS NO
004250*    FAILURES TO COUNT.
004260*    ------------------------------------------------------------
004270 2000-scan-render-states.
004280     set WS-SCAN-NOT-DONE to true.
004290     open input RNDRSTAT-FILE.
004300     if not WS-RNDRSTAT-FILE-OK
004310         display 'INTRAMON: RNDRSTAT NOT AVAILABLE, STATUS '
004320                 WS-RNDRSTAT-FILE-STATUS
004330                 ' - RENDER FAILURES NOT COUNTED'
004340         go to 2000-exit
004350     end-if.
004360     move low-values to RNDRSTAT-RENDER-ID.
004370     start RNDRSTAT-FILE key >= RNDRSTAT-RENDER-ID.
004380     if not WS-RNDRSTAT-FILE-OK
004390         set WS-SCAN-DONE to true
004400     end-if.
004410     perform 2100-check-next-render thru 2100-exit
004420             until WS-SCAN-DONE.
004430     close RNDRSTAT-FILE.
004440 2000-exit.
004450     exit.
004460
004470 2100-check-next-render.
004480     read RNDRSTAT-FILE next record.
004490     if not WS-RNDRSTAT-FILE-OK
004500         set WS-SCAN-DONE to true
004510         go to 2100-exit
004520     end-if.
004530     if not RNDRSTAT-FAILED
004540         go to 2100-exit
004550     end-if.
004560     move RNDRSTAT-END-DATE to WS-RECORD-DATE.
004570     move RNDRSTAT-END-TIME to WS-RECORD-TIME.
004580     if WS-RECORD-STAMP > WS-LAST-PASS-STAMP
004590             and WS-RECORD-STAMP not > WS-NOW-STAMP
004600         move 'F' to WS-CAND-METRIC
004610         move RNDRSTAT-ROUTE-NAME to WS-CAND-ROUTE-NAME
004620         perform 6000-add-count thru 6000-exit
004630     end-if.
004640 2100-exit.
004650     exit.
004660
004670*    ------------------------------------------------------------
004680*    3000-SCAN-VALERR-LOG - COUNTS THE VALVARLG RECORDS ADDED
004690*    SINCE THE LAST PASS.  IF THE LOG NOW HOLDS FEWER RECORDS
004700*    THAN THE LAST PASS READ IT HAS BEEN CUT, AND IS READ
004710*    AGAIN FROM THE TOP; THE STAMP TEST KEEPS ANYTHING ALREADY
004720*    COUNTED FROM BEING COUNTED TWICE.
004730*    ------------------------------------------------------------
004740 3000-scan-valerr-log.
004750     move WS-VALVARLG-POS to WS-SKIP-COUNT.
004760     perform 3100-read-valerr-log thru 3100-exit.
004770     if WS-RECORDS-READ < WS-SKIP-COUNT
004780         display 'INTRAMON: VALVARLG SHORTER THAN AT LAST PASS'
004790                 ' - READ AGAIN FROM THE TOP'
004800         move zero to WS-SKIP-COUNT
004810         perform 3100-read-valerr-log thru 3100-exit
004820     end-if.
004830     move WS-RECORDS-READ to WS-VALVARLG-POS.
004840 3000-exit.
004850     exit.
004860
004870 3100-read-valerr-log.
004880     move zero to WS-RECORDS-READ.
004890     open input VALERR-FILE.
004900     if not WS-VALERR-FILE-OK
004910         go to 3100-exit
004920     end-if.
004930     perform 3200-read-valerr-record thru 3200-exit.
004940     perform 3300-process-valerr-record thru 3300-exit
004950             until WS-VALERR-FILE-EOF.
004960     close VALERR-FILE.
004970 3100-exit.
004980     exit.
004990
005000 3200-read-valerr-record.
005010     read VALERR-FILE.
005020 3200-exit.
005030     exit.
005040
005050 3300-process-valerr-record.
005060     add 1 to WS-RECORDS-READ.
005070     move VALERR-DATE to WS-RECORD-DATE.
005080     move VALERR-TIME to WS-RECORD-TIME.
005090     if WS-RECORDS-READ > WS-SKIP-COUNT
005100             and WS-RECORD-STAMP > WS-LAST-PASS-STAMP
005110         move 'V' to WS-CAND-METRIC
005120         move VALERR-ROUTE-NAME to WS-CAND-ROUTE-NAME
005130         perform 6000-add-count thru 6000-exit
005140     end-if.
005150     perform 3200-read-valerr-record thru 3200-exit.
005160 3300-exit.
005170     exit.
005180
005190*    ------------------------------------------------------------
005200*    4000-SCAN-THROTTLE-LOG - THE SAME FOR THE RATEREJLG
005210*    THROTTLE REFUSALS RATECHK WRITES.
005220*    ------------------------------------------------------------
005230 4000-scan-throttle-log.
005240     move WS-RATEREJLG-POS to WS-SKIP-COUNT.
005250     perform 4100-read-throttle-log thru 4100-exit.
005260     if WS-RECORDS-READ < WS-SKIP-COUNT
005270         display 'INTRAMON: RATEREJLG SHORTER THAN AT LAST PASS'
005280                 ' - READ AGAIN FROM THE TOP'
005290         move zero to WS-SKIP-COUNT
005300         perform 4100-read-throttle-log thru 4100-exit
005310     end-if.
005320     move WS-RECORDS-READ to WS-RATEREJLG-POS.
005330 4000-exit.
005340     exit.
005350
005360 4100-read-throttle-log.
005370     move zero to WS-RECORDS-READ.
005380     open input RATE-REJECT-FILE.
005390     if not WS-RATEREJ-FILE-OK
005400         go to 4100-exit
005410     end-if.
005420     perform 4200-read-throttle-record thru 4200-exit.
005430     perform 4300-process-throttle-record thru 4300-exit
005440             until WS-RATEREJ-FILE-EOF.
005450     close RATE-REJECT-FILE.
005460 4100-exit.
005470     exit.
005480
005490 4200-read-throttle-record.
005500     read RATE-REJECT-FILE.
005510 4200-exit.
005520     exit.
005530
005540 4300-process-throttle-record.
005550     add 1 to WS-RECORDS-READ.
005560     move RJ-DATE to WS-RECORD-DATE.
005570     move RJ-TIME to WS-RECORD-TIME.
005580     if WS-RECORDS-READ > WS-SKIP-COUNT
005590             and WS-RECORD-STAMP > WS-LAST-PASS-STAMP
005600         move 'T' to WS-CAND-METRIC
005610         move RJ-ROUTE-NAME to WS-CAND-ROUTE-NAME
005620         perform 6000-add-count thru 6000-exit
005630     end-if.
005640     perform 4200-read-throttle-record thru 4200-exit.
005650 4300-exit.
005660     exit.
005670
005680*    ------------------------------------------------------------
005690*    5000-SCAN-SIGNON-LOG - THE SAME FOR THE LOCKOUTS TRIPPED
005700*    IN THE SIGNACT LOG.  A LOCKOUT BELONGS TO A USER, NOT A
005710*    ROUTE, SO THEY ARE ALL COUNTED TOGETHER UNDER '*'.
005720*    ------------------------------------------------------------
005730 5000-scan-signon-log.
005740     move WS-SIGNACT-POS to WS-SKIP-COUNT.
005750     perform 5100-read-signon-log thru 5100-exit.
005760     if WS-RECORDS-READ < WS-SKIP-COUNT
005770         display 'INTRAMON: SIGNACT SHORTER THAN AT LAST PASS'
005780                 ' - READ AGAIN FROM THE TOP'
005790         move zero to WS-SKIP-COUNT
005800         perform 5100-read-signon-log thru 5100-exit
005810     end-if.
005820     move WS-RECORDS-READ to WS-SIGNACT-POS.
005830 5000-exit.
005840     exit.
005850
005860 5100-read-signon-log.
005870     move zero to WS-RECORDS-READ.
005880     open input ACTIVITY-FILE.
005890     if not WS-ACTIVITY-FILE-OK
005900         go to 5100-exit
005910     end-if.
005920     perform 5200-read-signon-record thru 5200-exit.
005930     perform 5300-process-signon-record thru 5300-exit
005940             until WS-ACTIVITY-FILE-EOF.
005950     close ACTIVITY-FILE.
005960 5100-exit.
005970     exit.
005980
005990 5200-read-signon-record.
006000     read ACTIVITY-FILE.
006010 5200-exit.
006020     exit.
006030
006040 5300-process-signon-record.
006050     add 1 to WS-RECORDS-READ.
006060     move SA-DATE to WS-RECORD-DATE.
006070     move SA-TIME to WS-RECORD-TIME.
006080     if WS-RECORDS-READ > WS-SKIP-COUNT
006090             and WS-RECORD-STAMP > WS-LAST-PASS-STAMP
006100             and SA-LOCKOUT-TRIPPED
006110         move 'L' to WS-CAND-METRIC
006120         move '*' to WS-CAND-ROUTE-NAME
006130         perform 6000-add-count thru 6000-exit
006140     end-if.
006150     perform 5200-read-signon-record thru 5200-exit.
006160 5300-exit.
006170     exit.
006180
006190*    ------------------------------------------------------------
006200*    6000-ADD-COUNT - FINDS OR ADDS THE METRIC/ROUTE ENTRY AND
006210*    ADDS ONE.  ROUTE NAMES ARE FOLDED TO UPPER CASE - RATECHK
006220*    LOGS THE LOWER-CASE PROGRAM NAME.  THE MATCHED INDEX IS
006230*    CAPTURED AT MATCH TIME, NOT PICKED UP FROM THE VARYING
006240*    INDEX AFTER THE LOOP.
006250*    ------------------------------------------------------------
006260 6000-add-count.
006270     inspect WS-CAND-ROUTE-NAME
006280             converting 'abcdefghijklmnopqrstuvwxyz'
006290                     to 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
006300     set WS-ENTRY-NOT-FOUND to true.
006310     perform 6010-find-count thru 6010-exit
006320             varying WS-CNT-IDX from 1 by 1
006330             until WS-CNT-IDX > WS-CNT-COUNT
006340                or WS-ENTRY-FOUND.
006350     if WS-ENTRY-NOT-FOUND
006360         if WS-CNT-COUNT < 999
006370             add 1 to WS-CNT-COUNT
006380             set WS-MATCHED-CNT-IDX to WS-CNT-COUNT
006390             move WS-CAND-METRIC
006400                     to WS-CNT-METRIC (WS-MATCHED-CNT-IDX)
006410             move WS-CAND-ROUTE-NAME
006420                     to WS-CNT-ROUTE-NAME (WS-MATCHED-CNT-IDX)
006430             move zero to WS-CNT-TALLY (WS-MATCHED-CNT-IDX)
006440         else
006450             go to 6000-exit
006460         end-if
006470     end-if.
006480     if WS-CNT-TALLY (WS-MATCHED-CNT-IDX) < 99999
006490         add 1 to WS-CNT-TALLY (WS-MATCHED-CNT-IDX)
006500     end-if.
006510 6000-exit.
006520     exit.
006530
006540 6010-find-count.
006550     if WS-CNT-METRIC (WS-CNT-IDX) = WS-CAND-METRIC
006560             and WS-CNT-ROUTE-NAME (WS-CNT-IDX)
006570                     = WS-CAND-ROUTE-NAME
006580         set WS-ENTRY-FOUND to true
006590         set WS-MATCHED-CNT-IDX to WS-CNT-IDX
006600     end-if.
006610 6010-exit.
006620     exit.
006630
006640*    ------------------------------------------------------------
006650*    6500-COMPUTE-MINUTE - WS-CALC-DATE AND WS-CALC-TIME AS
006660*    MINUTES SINCE THE START OF THE CALENDAR.  A DATE THAT IS
006670*    NOT A DATE COMES BACK ZERO, WHICH IS LONG ENOUGH AGO THAT
006680*    NO COOL-DOWN STILL APPLIES.
006690*    ------------------------------------------------------------
006700 6500-compute-minute.
006710     move zero to WS-CALC-MINUTE.
006720     if WS-CALC-DATE not numeric or WS-CALC-DATE < 16010101
006730             or WS-CALC-TIME not numeric
006740         go to 6500-exit
006750     end-if.
006760     compute WS-CALC-MINUTE =
006770             function integer-of-date (WS-CALC-DATE) * 1440
006780             + WS-CALC-HH * 60 + WS-CALC-MM.
006790 6500-exit.
006800     exit.
006810
006820*    ------------------------------------------------------------
006830*    7000-CHECK-COUNT - HOLDS ONE COUNT UP AGAINST ITS
006840*    THRESHOLD - THE ROUTE'S OWN MONTHRSH ENTRY, ELSE THE '*'
006850*    DEFAULT - AND ALERTS ON A BREACH UNLESS THE SAME METRIC
006860*    AND ROUTE ALREADY ALERTED INSIDE ITS COOL-DOWN.
006870*    ------------------------------------------------------------
006880 7000-check-count.
006890     move WS-CNT-METRIC (WS-CNT-IDX) to WS-CAND-METRIC.
006900     move WS-CNT-ROUTE-NAME (WS-CNT-IDX) to WS-CAND-ROUTE-NAME.
006910     perform 7100-find-threshold thru 7100-exit.
006920     if WS-ENTRY-NOT-FOUND
006930         move '*' to WS-CAND-ROUTE-NAME
006940         perform 7100-find-threshold thru 7100-exit
006950         move WS-CNT-ROUTE-NAME (WS-CNT-IDX)
006960                 to WS-CAND-ROUTE-NAME
006970     end-if.
006980     if WS-ENTRY-NOT-FOUND
006990         go to 7000-exit
007000     end-if.
007010     if WS-THR-THRESHOLD (WS-MATCHED-THR-IDX) = zero
007020             or WS-CNT-TALLY (WS-CNT-IDX)
007030                     < WS-THR-THRESHOLD (WS-MATCHED-THR-IDX)
007040         go to 7000-exit
007050     end-if.
007060     perform 7200-find-cooldown thru 7200-exit.
007070     if WS-ENTRY-FOUND
007080         compute WS-MINUTES-SINCE = WS-NOW-MINUTE
007090                 - WS-CDN-ALERT-MINUTE (WS-MATCHED-CDN-IDX)
007100         if WS-MINUTES-SINCE
007110                 < WS-THR-COOLDOWN (WS-MATCHED-THR-IDX)
007120             add 1 to WS-ALERTS-SUPPRESSED
007130             go to 7000-exit
007140         end-if
007150     else
007160         if WS-CDN-COUNT < 999
007170             add 1 to WS-CDN-COUNT
007180             set WS-MATCHED-CDN-IDX to WS-CDN-COUNT
007190             move WS-CAND-METRIC
007200                     to WS-CDN-METRIC (WS-MATCHED-CDN-IDX)
007210             move WS-CAND-ROUTE-NAME
007220                     to WS-CDN-ROUTE-NAME (WS-MATCHED-CDN-IDX)
007230         else
007240             move zero to WS-MATCHED-CDN-IDX
007250         end-if
007260     end-if.
007270     perform 7300-raise-alert thru 7300-exit.
007280     if WS-MATCHED-CDN-IDX > zero
007290         move WS-NOW-DATE
007300                 to WS-CDN-ALERT-DATE (WS-MATCHED-CDN-IDX)
007310         move WS-NOW-TIME
007320                 to WS-CDN-ALERT-TIME (WS-MATCHED-CDN-IDX)
007330         move WS-NOW-MINUTE
007340                 to WS-CDN-ALERT-MINUTE (WS-MATCHED-CDN-IDX)
007350     end-if.
007360 7000-exit.
007370     exit.
007380
007390 7100-find-threshold.
007400     set WS-ENTRY-NOT-FOUND to true.
007410     perform 7110-match-threshold thru 7110-exit
007420             varying WS-THR-IDX from 1 by 1
007430             until WS-THR-IDX > WS-THR-COUNT
007440                or WS-ENTRY-FOUND.
007450 7100-exit.
007460     exit.
007470
007480 7110-match-threshold.
007490     if WS-THR-METRIC (WS-THR-IDX) = WS-CAND-METRIC
007500             and WS-THR-ROUTE-NAME (WS-THR-IDX)
007510                     = WS-CAND-ROUTE-NAME
007520         set WS-ENTRY-FOUND to true
007530         set WS-MATCHED-THR-IDX to WS-THR-IDX
007540     end-if.
007550 7110-exit.
007560     exit.
007570
007580 7200-find-cooldown.
007590     set WS-ENTRY-NOT-FOUND to true.
007600     perform 7210-match-cooldown thru 7210-exit
007610             varying WS-CDN-IDX from 1 by 1
007620             until WS-CDN-IDX > WS-CDN-COUNT
007630                or WS-ENTRY-FOUND.
007640 7200-exit.
007650     exit.
007660
007670 7210-match-cooldown.
007680     if WS-CDN-METRIC (WS-CDN-IDX) = WS-CAND-METRIC
007690             and WS-CDN-ROUTE-NAME (WS-CDN-IDX)
007700                     = WS-CAND-ROUTE-NAME
007710         set WS-ENTRY-FOUND to true
007720         set WS-MATCHED-CDN-IDX to WS-CDN-IDX
007730     end-if.
007740 7210-exit.
007750     exit.
007760
007770*    ------------------------------------------------------------
007780*    7300-RAISE-ALERT - APPENDS THE ALERT TO MONALERT, CREATING
007790*    THE FILE ON THE FIRST ALERT, AND PUTS IT ON THE CONSOLE.
007800*    AN ALERT THAT CANNOT BE WRITTEN STILL GOES TO THE CONSOLE
007810*    AND SETS RETURN-CODE 8.
007820*    ------------------------------------------------------------
007830 7300-raise-alert.
007840     add 1 to WS-ALERTS-RAISED.
007850     move spaces to MONITOR-ALERT-RECORD.
007860     move WS-NOW-DATE to MA-DATE.
007870     move WS-NOW-TIME to MA-TIME.
007880     move WS-CAND-METRIC to MA-METRIC.
007890     move WS-CAND-ROUTE-NAME to MA-ROUTE-NAME.
007900     move WS-CNT-TALLY (WS-CNT-IDX) to MA-COUNT.
007910     move WS-THR-THRESHOLD (WS-MATCHED-THR-IDX)
007920             to MA-THRESHOLD.
007930     move WS-LAST-PASS-DATE to MA-WINDOW-START-DATE.
007940     move WS-LAST-PASS-TIME to MA-WINDOW-START-TIME.
007950     evaluate WS-CAND-METRIC
007960         when 'F'
007970             move 'RENDER FAILURES' to MA-ALERT-TEXT
007980         when 'V'
007990             move 'VALIDATION REJECTS' to MA-ALERT-TEXT
008000         when 'T'
008010             move 'THROTTLE REFUSALS' to MA-ALERT-TEXT
008020         when 'L'
008030             move 'SIGN-ON LOCKOUTS TRIPPED' to MA-ALERT-TEXT
008040     end-evaluate.
008050     display 'INTRAMON: ALERT - ' MA-ALERT-TEXT.
008060     display 'INTRAMON:   ROUTE ' MA-ROUTE-NAME
008070             ' COUNT ' MA-COUNT ' THRESHOLD ' MA-THRESHOLD
008080             ' SINCE ' MA-WINDOW-START-DATE ' '
008090             MA-WINDOW-START-TIME.
008100     if WS-ALERT-NOT-OPEN
008110         open extend ALERT-FILE
008120         if not WS-ALERT-FILE-OK
008130             open output ALERT-FILE
008140         end-if
008150         if WS-ALERT-FILE-OK
008160             set WS-ALERT-IS-OPEN to true
008170         else
008180             display 'INTRAMON: MONALERT CANNOT BE OPENED, '
008190                     'STATUS ' WS-ALERT-FILE-STATUS
008200             set WS-MONITOR-TROUBLE to true
008210             go to 7300-exit
008220         end-if
008230     end-if.
008240     write MONITOR-ALERT-RECORD.
008250     if not WS-ALERT-FILE-OK
008260         display 'INTRAMON: MONALERT WRITE FAILED, STATUS '
008270                 WS-ALERT-FILE-STATUS
008280         set WS-MONITOR-TROUBLE to true
008290     end-if.
008300 7300-exit.
008310     exit.
008320
008330*    ------------------------------------------------------------
008340*    8000-SAVE-STATE - REWRITES MONSTATE WHOLE FOR THE NEXT
008350*    PASS: THIS PASS'S STAMP AND LOG POSITIONS, AND EVERY
008360*    COOL-DOWN NOT YET OLDER THAN THE LONGEST ONE IN MONTHRSH.
008370*    ------------------------------------------------------------
008380 8000-save-state.
008390     open output STATE-FILE.
008400     if not WS-STATE-FILE-OK
008410         display 'INTRAMON: MONSTATE CANNOT BE WRITTEN, STATUS '
008420                 WS-STATE-FILE-STATUS
008430         set WS-MONITOR-TROUBLE to true
008440         go to 8000-exit
008450     end-if.
008460     move spaces to MONITOR-STATE-RECORD.
008470     set MS-PASS-RECORD to true.
008480     move WS-NOW-DATE to MS-LAST-PASS-DATE.
008490     move WS-NOW-TIME to MS-LAST-PASS-TIME.
008500     move WS-VALVARLG-POS to MS-VALVARLG-POS.
008510     move WS-RATEREJLG-POS to MS-RATEREJLG-POS.
008520     move WS-SIGNACT-POS to MS-SIGNACT-POS.
008530     write MONITOR-STATE-RECORD.
008540     perform 8100-write-cooldown thru 8100-exit
008550             varying WS-CDN-IDX from 1 by 1
008560             until WS-CDN-IDX > WS-CDN-COUNT.
008570     close STATE-FILE.
008580 8000-exit.
008590     exit.
008600
008610 8100-write-cooldown.
008620     compute WS-MINUTES-SINCE = WS-NOW-MINUTE
008630             - WS-CDN-ALERT-MINUTE (WS-CDN-IDX).
008640     if WS-MINUTES-SINCE not < WS-MAX-COOLDOWN
008650         go to 8100-exit
008660     end-if.
008670     move spaces to MONITOR-STATE-RECORD.
008680     set MS-COOLDOWN-RECORD to true.
008690     move WS-CDN-METRIC (WS-CDN-IDX) to MS-METRIC.
008700     move WS-CDN-ROUTE-NAME (WS-CDN-IDX) to MS-ROUTE-NAME.
008710     move WS-CDN-ALERT-DATE (WS-CDN-IDX) to MS-ALERT-DATE.
008720     move WS-CDN-ALERT-TIME (WS-CDN-IDX) to MS-ALERT-TIME.
008730     write MONITOR-STATE-RECORD.
008740 8100-exit.
008750     exit.
008760
008770*    ------------------------------------------------------------
008780*    9000-CLOSE-FILES
008790*    ------------------------------------------------------------
008800 9000-close-files.
008810     if WS-ALERT-IS-OPEN
008820         close ALERT-FILE
008830     end-if.
008840     move WS-ALERTS-RAISED to WS-DISPLAY-COUNT.
008850     display 'INTRAMON: PASS COMPLETE - ALERTS RAISED '
008860             WS-DISPLAY-COUNT.
008870     move WS-ALERTS-SUPPRESSED to WS-DISPLAY-COUNT.
008880     display 'INTRAMON: ALERTS HELD BACK IN COOL-DOWN '
008890             WS-DISPLAY-COUNT.
008900 9000-exit.
008910     exit.
