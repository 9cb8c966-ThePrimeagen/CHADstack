000010*****************************************************************
000020*
000030*    PROGRAM-ID.   RTEDAY
000040*    AUTHOR.       JKM
000050*    INSTALLATION. CHADSTACK DATA PROCESSING
000060*    DATE-WRITTEN. 10/15/2026
000070*
000080*    REMARKS.      NIGHTLY ROUTE SUMMARY STEP.  FOR THE RUN DATE
000090*                  IT TALLIES, PER ROUTE:
000100*                    - FROM RNDRSTAT, THE RENDERS STARTED, HOW
000110*                      MANY COMPLETED, FAILED, OR ARE STILL
000120*                      IN-PROGRESS (ABANDONED - NOTHING RUNS AT
000130*                      BATCH TIME), AND THE AVERAGE AND WORST
000140*                      ELAPSED TIME OF THE COMPLETED ONES.
000150*                    - FROM VALVARLG, THE VALVARS REJECTS.
000160*                    - FROM RATEREJLG, THE THROTTLE REFUSALS.
000170*                      RATECHK LOGS THE ROUTE'S PROGRAM NAME,
000180*                      WHICH IS THE ROUTE NAME IN LOWER CASE, SO
000190*                      IT IS FOLDED TO UPPER CASE TO MATCH.
000200*                  AND APPENDS ONE RTEHIST RECORD PER ROUTE (SEE
000210*                  RTEHIST.CPY) FOR THE RTEMON MONTH-END REPORT,
000220*                  LISTING WHAT IT WROTE ON RDYRPT.  RUN THE STEP
000230*                  BEFORE RNDRARC CAN AGE THE DAY'S RENDERS OFF
000240*                  THE LIVE FILE.  A MISSING LOG IS A CLEAN DAY.
000250*                  THE RUN DATE COMES IN THROUGH LINKAGE; ZERO
000260*                  TAKES TODAY.  RETURN-CODE 8 WHEN THE HISTORY
000270*                  FILE COULD NOT BE WRITTEN.
000280*
000290*****************************************************************
000300*    MODIFICATION HISTORY
000310*    ------------------------------------------------------------
000320*    10/15/2026  JKM  ORIGINAL VERSION.
000330*****************************************************************
000340
000350 identification division.
000360 program-id. rteday.
000370 author. jkm.
000380 installation. chadstack data processing.
000390 date-written. 10/15/2026.
000400 date-compiled.
000410
000420 environment division.
000430 input-output section.
000440 file-control.
000450     select RNDRSTAT-FILE assign to RNDRSTAT
000460         organization is indexed
000470         access mode is dynamic
000480         record key is RNDRSTAT-RENDER-ID
000490         file status is WS-RNDRSTAT-FILE-STATUS.
000500
000510     select VALERR-FILE assign to VALVARLG
000520         organization is line sequential
000530         file status is WS-VALERR-FILE-STATUS.
000540
000550     select RATE-REJECT-FILE assign to RATEREJLG
000560         organization is line sequential
000570         file status is WS-RATEREJ-FILE-STATUS.
000580
000590     select HISTORY-FILE assign to RTEHIST
000600         organization is line sequential
000610         file status is WS-HISTORY-FILE-STATUS.
000620
000630     select REPORT-FILE assign to RDYRPT
000640         organization is line sequential
000650         file status is WS-REPORT-FILE-STATUS.
000660
000670 data division.
000680 file section.
000690 fd  RNDRSTAT-FILE.
000700     copy RNDRREC.
000710
000720 fd  VALERR-FILE.
000730     copy VALERRREC.
000740
000750 fd  RATE-REJECT-FILE.
000760     copy RATEREJ.
000770
000780 fd  HISTORY-FILE.
000790     copy RTEHIST.
000800
000810 fd  REPORT-FILE
000820     record contains 132 characters.
000830 01  REPORT-LINE                  pic x(132).
000840
000850 working-storage section.
000860 01  WS-RNDRSTAT-FILE-STATUS   pic x(02) value '00'.
000870     88  WS-RNDRSTAT-FILE-OK         value '00'.
000880
000890 01  WS-VALERR-FILE-STATUS     pic x(02) value '00'.
000900     88  WS-VALERR-FILE-OK           value '00'.
000910     88  WS-VALERR-FILE-EOF          value '10'.
000920
000930 01  WS-RATEREJ-FILE-STATUS    pic x(02) value '00'.
000940     88  WS-RATEREJ-FILE-OK          value '00'.
000950     88  WS-RATEREJ-FILE-EOF         value '10'.
000960
000970 01  WS-HISTORY-FILE-STATUS    pic x(02) value '00'.
000980     88  WS-HISTORY-FILE-OK          value '00'.
000990
001000 01  WS-REPORT-FILE-STATUS     pic x(02) value '00'.
001010
001020 01  WS-RNDRSTAT-OPEN-SW       pic x(01) value 'N'.
001030     88  WS-RNDRSTAT-IS-OPEN         value 'Y'.
001040     88  WS-RNDRSTAT-NOT-OPEN        value 'N'.
001050
001060 01  WS-SCAN-DONE-SW           pic x(01) value 'N'.
001070     88  WS-SCAN-DONE                value 'Y'.
001080     88  WS-SCAN-NOT-DONE            value 'N'.
001090
001100 01  WS-HISTORY-SW             pic x(01) value 'Y'.
001110     88  WS-HISTORY-WRITTEN          value 'Y'.
001120     88  WS-HISTORY-NOT-WRITTEN      value 'N'.
001130
001140 01  WS-FOUND-SW               pic x(01) value 'N'.
001150     88  WS-ENTRY-FOUND              value 'Y'.
001160     88  WS-ENTRY-NOT-FOUND          value 'N'.
001170
001180 77  WS-RUN-DATE               pic 9(08).
001190 77  WS-WRITTEN-DATE           pic 9(08).
001200 77  WS-WRITTEN-TIME           pic 9(08).
001210 77  WS-MATCHED-ROUTE-IDX      pic 9(04) comp.
001220 77  WS-RECORDS-WRITTEN        pic 9(04) comp value zero.
001230 77  WS-POST-ROUTE-NAME        pic x(30).
001240
001250*    ------------------------------------------------------------
001260*    ELAPSED-TIME WORK FIELDS, AS IN PERFRPT.  THE RNDRSTAT
001270*    STAMPS ARE HHMMSSCC CLOCK TIMES PLUS YYYYMMDD DATES;
001280*    ELAPSED TIME IS CARRIED IN CENTISECONDS, WITH THE DATE
001290*    DIFFERENCE (A RENDER CAN CROSS MIDNIGHT) CONVERTED THROUGH
001300*    INTEGER-OF-DATE.
001310*    ------------------------------------------------------------
001320 01  WS-TIME-PARTS.
001330     03  WS-TP-HH              pic 9(02).
001340     03  WS-TP-MM              pic 9(02).
001350     03  WS-TP-SS              pic 9(02).
001360     03  WS-TP-CC              pic 9(02).
001370 01  WS-TIME-PARTS-NUM redefines WS-TIME-PARTS
001380                               pic 9(08).
001390
001400 77  WS-START-CS               pic s9(09) comp.
001410 77  WS-END-CS                 pic s9(09) comp.
001420 77  WS-DAY-DIFF               pic s9(05) comp.
001430 77  WS-ELAPSED-CS             pic s9(09) comp.
001440 77  WS-SECONDS-EDIT           pic s9(07)v99.
001450
001460 01  WS-ROUTE-TABLE-AREA.
001470     03  WS-ROUTE-COUNT        pic 9(04) comp value zero.
001480     03  WS-ROUTE-ENTRY occurs 0 to 999 times
001490                 depending on WS-ROUTE-COUNT
001500                 indexed by WS-ROUTE-IDX.
001510         05  WS-ROUTE-NAME         pic x(30).
001520         05  WS-ROUTE-RENDERS      pic 9(09) comp.
001530         05  WS-ROUTE-COMPLETED    pic 9(09) comp.
001540         05  WS-ROUTE-FAILURES     pic 9(09) comp.
001550         05  WS-ROUTE-ABANDONED    pic 9(09) comp.
001560         05  WS-ROUTE-TOTAL-CS     pic 9(12) comp.
001570         05  WS-ROUTE-MAX-CS       pic 9(09) comp.
001580         05  WS-ROUTE-REJECTS      pic 9(09) comp.
001590         05  WS-ROUTE-THROTTLED    pic 9(09) comp.
001600
001610 01  WS-HEADING-1.
001620     03  filler  pic x(30) value
001630         'ROUTE DAILY SUMMARY FOR       '.
001640     03  WS-HEADING-DATE   pic 9(08).
001650
001660 01  WS-HEADING-2.
001670     03  filler  pic x(32) value 'ROUTE'.
001680     03  filler  pic x(10) value '   RENDERS'.
001690     03  filler  pic x(10) value '    FAILED'.
001700     03  filler  pic x(10) value ' ABANDONED'.
001710     03  filler  pic x(11) value '    AVG SEC'.
001720     03  filler  pic x(11) value '  WORST SEC'.
001730     03  filler  pic x(10) value '   REJECTS'.
001740     03  filler  pic x(10) value ' THROTTLED'.
001750
001760 01  WS-DETAIL-1.
001770     03  WS-DETAIL-ROUTE       pic x(30).
001780     03  filler                pic x(02) value spaces.
001790     03  WS-DETAIL-RENDERS     pic zzzzzzzz9.
001800     03  filler                pic x(01) value spaces.
001810     03  WS-DETAIL-FAILURES    pic zzzzzzzz9.
001820     03  filler                pic x(01) value spaces.
001830     03  WS-DETAIL-ABANDONED   pic zzzzzzzz9.
001840     03  filler                pic x(03) value spaces.
001850     03  WS-DETAIL-AVG         pic zzzz9.99.
001860     03  filler                pic x(03) value spaces.
001870     03  WS-DETAIL-MAX         pic zzzz9.99.
001880     03  filler                pic x(01) value spaces.
001890     03  WS-DETAIL-REJECTS     pic zzzzzzzz9.
001900     03  filler                pic x(01) value spaces.
001910     03  WS-DETAIL-THROTTLED   pic zzzzzzzz9.
001920
001930 01  WS-DETAIL-WRITTEN.
001940     03  filler  pic x(24) value 'HISTORY RECORDS WRITTEN '.
001950     03  WS-DETAIL-WRITTEN-NBR pic zzz9.
001960
001970 01  WS-DETAIL-NOT-WRITTEN.
001980     03  filler  pic x(48) value
001990         'RTEHIST NOT WRITTEN - SEE CONSOLE LOG'.
002000
002010 01  WS-NONE-LINE.
002020     03  filler  pic x(06) value '(NONE)'.
002030
002040 linkage section.
002050 01  LK-RUN-DATE               pic 9(08).
002060
002070 procedure division using LK-RUN-DATE.
002080
002090 0000-main-logic.
002100     perform 1000-initialize thru 1000-exit.
002110     perform 2000-scan-renders thru 2000-exit.
002120     perform 3000-scan-valerr-log thru 3000-exit.
002130     perform 4000-scan-throttle-log thru 4000-exit.
002140     perform 6000-append-history thru 6000-exit.
002150     perform 8000-write-report thru 8000-exit.
002160     perform 9000-close-files thru 9000-exit.
002170     if WS-HISTORY-NOT-WRITTEN
002180         move 8 to RETURN-CODE
002190     else
002200         move zero to RETURN-CODE
002210     end-if.
002220     goback.
002230 0000-exit.
002240     exit.
002250
002260*    ------------------------------------------------------------
002270*    1000-INITIALIZE
002280*    ------------------------------------------------------------
002290 1000-initialize.
002300     move LK-RUN-DATE to WS-RUN-DATE.
002310     if WS-RUN-DATE = zero
002320         accept WS-RUN-DATE from date yyyymmdd
002330     end-if.
002340     accept WS-WRITTEN-DATE from date yyyymmdd.
002350     accept WS-WRITTEN-TIME from time.
002360     open output REPORT-FILE.
002370 1000-exit.
002380     exit.
002390
002400*    ------------------------------------------------------------
002410*    2000-SCAN-RENDERS - WALKS THE WHOLE RNDRSTAT FILE AND
002420*    TALLIES EVERY RENDER STARTED ON THE RUN DATE.  A FILE THAT
002430*    DOES NOT EXIST YET HOLDS NO RENDERS.
002440*    ------------------------------------------------------------
002450 2000-scan-renders.
002460     set WS-SCAN-NOT-DONE to true.
002470     open input RNDRSTAT-FILE.
002480     if WS-RNDRSTAT-FILE-OK
002490         set WS-RNDRSTAT-IS-OPEN to true
002500     else
002510         display 'RTEDAY: RNDRSTAT FILE NOT FOUND, STATUS '
002520                 WS-RNDRSTAT-FILE-STATUS
002530         set WS-SCAN-DONE to true
002540     end-if.
002550     if WS-RNDRSTAT-IS-OPEN
002560         move low-values to RNDRSTAT-RENDER-ID
002570         start RNDRSTAT-FILE key >= RNDRSTAT-RENDER-ID
002580         if not WS-RNDRSTAT-FILE-OK
002590             set WS-SCAN-DONE to true
002600         end-if
002610     end-if.
002620     perform 2100-scan-next-render thru 2100-exit
002630             until WS-SCAN-DONE.
002640 2000-exit.
002650     exit.
002660
002670 2100-scan-next-render.
002680     read RNDRSTAT-FILE next record.
002690     if not WS-RNDRSTAT-FILE-OK
002700         set WS-SCAN-DONE to true
002710         go to 2100-exit
002720     end-if.
002730     if RNDRSTAT-START-DATE not = WS-RUN-DATE
002740         go to 2100-exit
002750     end-if.
002760     move RNDRSTAT-ROUTE-NAME to WS-POST-ROUTE-NAME.
002770     perform 5000-find-route thru 5000-exit.
002780     if WS-ENTRY-NOT-FOUND
002790         go to 2100-exit
002800     end-if.
002810     add 1 to WS-ROUTE-RENDERS (WS-MATCHED-ROUTE-IDX).
002820     evaluate true
002830         when RNDRSTAT-COMPLETE
002840             perform 2200-tally-elapsed thru 2200-exit
002850         when RNDRSTAT-FAILED
002860             add 1 to WS-ROUTE-FAILURES (WS-MATCHED-ROUTE-IDX)
002870         when RNDRSTAT-IN-PROGRESS
002880             add 1 to WS-ROUTE-ABANDONED (WS-MATCHED-ROUTE-IDX)
002890     end-evaluate.
002900 2100-exit.
002910     exit.
002920
002930*    ------------------------------------------------------------
002940*    2200-TALLY-ELAPSED - A RENDER WHOSE STAMPS RUN BACKWARD
002950*    (CLOCK CHANGE) COUNTS AS ZERO RATHER THAN POISONING THE
002960*    AVERAGE.
002970*    ------------------------------------------------------------
002980 2200-tally-elapsed.
002990     move RNDRSTAT-START-TIME to WS-TIME-PARTS-NUM.
003000     compute WS-START-CS = WS-TP-HH * 360000
003010             + WS-TP-MM * 6000 + WS-TP-SS * 100 + WS-TP-CC.
003020     move RNDRSTAT-END-TIME to WS-TIME-PARTS-NUM.
003030     compute WS-END-CS = WS-TP-HH * 360000
003040             + WS-TP-MM * 6000 + WS-TP-SS * 100 + WS-TP-CC.
003050     compute WS-DAY-DIFF =
003060             function integer-of-date (RNDRSTAT-END-DATE)
003070             - function integer-of-date (RNDRSTAT-START-DATE).
003080     compute WS-ELAPSED-CS = WS-DAY-DIFF * 8640000
003090             + WS-END-CS - WS-START-CS.
003100     if WS-ELAPSED-CS < zero
003110         move zero to WS-ELAPSED-CS
003120     end-if.
003130     add 1 to WS-ROUTE-COMPLETED (WS-MATCHED-ROUTE-IDX).
003140     add WS-ELAPSED-CS
003150             to WS-ROUTE-TOTAL-CS (WS-MATCHED-ROUTE-IDX).
003160     if WS-ELAPSED-CS > WS-ROUTE-MAX-CS (WS-MATCHED-ROUTE-IDX)
003170         move WS-ELAPSED-CS
003180                 to WS-ROUTE-MAX-CS (WS-MATCHED-ROUTE-IDX)
003190     end-if.
003200 2200-exit.
003210     exit.
003220
003230*    ------------------------------------------------------------
003240*    3000-SCAN-VALERR-LOG - THE RUN DATE'S VALVARS REJECTS.
003250*    ------------------------------------------------------------
003260 3000-scan-valerr-log.
003270     open input VALERR-FILE.
003280     if not WS-VALERR-FILE-OK
003290         go to 3000-exit
003300     end-if.
003310     perform 3100-read-valerr-record thru 3100-exit.
003320     perform 3200-process-valerr-record thru 3200-exit
003330             until WS-VALERR-FILE-EOF.
003340     close VALERR-FILE.
003350 3000-exit.
003360     exit.
003370
003380 3100-read-valerr-record.
003390     read VALERR-FILE.
003400 3100-exit.
003410     exit.
003420
003430 3200-process-valerr-record.
003440     if VALERR-DATE = WS-RUN-DATE
003450         move VALERR-ROUTE-NAME to WS-POST-ROUTE-NAME
003460         perform 5000-find-route thru 5000-exit
003470         if WS-ENTRY-FOUND
003480             add 1 to WS-ROUTE-REJECTS (WS-MATCHED-ROUTE-IDX)
003490         end-if
003500     end-if.
003510     perform 3100-read-valerr-record thru 3100-exit.
003520 3200-exit.
003530     exit.
003540
003550*    ------------------------------------------------------------
003560*    4000-SCAN-THROTTLE-LOG - THE RUN DATE'S THROTTLE REFUSALS.
003570*    ------------------------------------------------------------
003580 4000-scan-throttle-log.
003590     open input RATE-REJECT-FILE.
003600     if not WS-RATEREJ-FILE-OK
003610         go to 4000-exit
003620     end-if.
003630     perform 4100-read-throttle-record thru 4100-exit.
003640     perform 4200-process-throttle-record thru 4200-exit
003650             until WS-RATEREJ-FILE-EOF.
003660     close RATE-REJECT-FILE.
003670 4000-exit.
003680     exit.
003690
003700 4100-read-throttle-record.
003710     read RATE-REJECT-FILE.
003720 4100-exit.
003730     exit.
003740
003750 4200-process-throttle-record.
003760     if RJ-DATE = WS-RUN-DATE
003770         move RJ-ROUTE-NAME to WS-POST-ROUTE-NAME
003780         inspect WS-POST-ROUTE-NAME
003790                 converting 'abcdefghijklmnopqrstuvwxyz'
003800                         to 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
003810         perform 5000-find-route thru 5000-exit
003820         if WS-ENTRY-FOUND
003830             add 1 to WS-ROUTE-THROTTLED (WS-MATCHED-ROUTE-IDX)
003840         end-if
003850     end-if.
003860     perform 4100-read-throttle-record thru 4100-exit.
003870 4200-exit.
003880     exit.
003890
003900*    ------------------------------------------------------------
003910*    5000-FIND-ROUTE - FINDS OR ADDS THE ROUTE ENTRY.  THE
003920*    MATCHED INDEX IS CAPTURED AT MATCH TIME, NOT PICKED UP FROM
003930*    THE VARYING INDEX AFTER THE LOOP.
003940*    ------------------------------------------------------------
003950 5000-find-route.
003960     set WS-ENTRY-NOT-FOUND to true.
003970     perform 5010-match-route thru 5010-exit
003980             varying WS-ROUTE-IDX from 1 by 1
003990             until WS-ROUTE-IDX > WS-ROUTE-COUNT
004000                or WS-ENTRY-FOUND.
004010     if WS-ENTRY-FOUND
004020         go to 5000-exit
004030     end-if.
004040     if WS-ROUTE-COUNT < 999
004050         add 1 to WS-ROUTE-COUNT
004060         set WS-MATCHED-ROUTE-IDX to WS-ROUTE-COUNT
004070         move WS-POST-ROUTE-NAME
004080                 to WS-ROUTE-NAME (WS-MATCHED-ROUTE-IDX)
004090         move zero to WS-ROUTE-RENDERS (WS-MATCHED-ROUTE-IDX)
004100         move zero to WS-ROUTE-COMPLETED (WS-MATCHED-ROUTE-IDX)
004110         move zero to WS-ROUTE-FAILURES (WS-MATCHED-ROUTE-IDX)
004120         move zero to WS-ROUTE-ABANDONED (WS-MATCHED-ROUTE-IDX)
004130         move zero to WS-ROUTE-TOTAL-CS (WS-MATCHED-ROUTE-IDX)
004140         move zero to WS-ROUTE-MAX-CS (WS-MATCHED-ROUTE-IDX)
004150         move zero to WS-ROUTE-REJECTS (WS-MATCHED-ROUTE-IDX)
004160         move zero to WS-ROUTE-THROTTLED (WS-MATCHED-ROUTE-IDX)
004170         set WS-ENTRY-FOUND to true
004180     end-if.
004190 5000-exit.
004200     exit.
004210
004220 5010-match-route.
004230     if WS-ROUTE-NAME (WS-ROUTE-IDX) = WS-POST-ROUTE-NAME
004240         set WS-ENTRY-FOUND to true
004250         set WS-MATCHED-ROUTE-IDX to WS-ROUTE-IDX
004260     end-if.
004270 5010-exit.
004280     exit.
004290
004300*    ------------------------------------------------------------
004310*    6000-APPEND-HISTORY - ONE RTEHIST RECORD PER ROUTE.  THE
004320*    FILE IS CREATED THE FIRST TIME THE STEP RUNS.
004330*    ------------------------------------------------------------
004340 6000-append-history.
004350     if WS-ROUTE-COUNT = zero
004360         go to 6000-exit
004370     end-if.
004380     open extend HISTORY-FILE.
004390     if not WS-HISTORY-FILE-OK
004400         open output HISTORY-FILE
004410     end-if.
004420     if not WS-HISTORY-FILE-OK
004430         display 'RTEDAY: RTEHIST OPEN FAILED, STATUS '
004440                 WS-HISTORY-FILE-STATUS
004450         set WS-HISTORY-NOT-WRITTEN to true
004460         go to 6000-exit
004470     end-if.
004480     perform 6100-write-history-record thru 6100-exit
004490             varying WS-ROUTE-IDX from 1 by 1
004500             until WS-ROUTE-IDX > WS-ROUTE-COUNT
004510                or WS-HISTORY-NOT-WRITTEN.
004520     close HISTORY-FILE.
004530 6000-exit.
004540     exit.
004550
004560 6100-write-history-record.
004570     move WS-RUN-DATE to RH-DATE.
004580     move WS-ROUTE-NAME (WS-ROUTE-IDX) to RH-ROUTE-NAME.
004590     move WS-ROUTE-RENDERS (WS-ROUTE-IDX) to RH-RENDERS.
004600     move WS-ROUTE-COMPLETED (WS-ROUTE-IDX) to RH-COMPLETED.
004610     move WS-ROUTE-FAILURES (WS-ROUTE-IDX) to RH-FAILURES.
004620     move WS-ROUTE-ABANDONED (WS-ROUTE-IDX) to RH-ABANDONED.
004630     if WS-ROUTE-COMPLETED (WS-ROUTE-IDX) = zero
004640         move zero to RH-AVG-ELAPSED-CS
004650     else
004660         compute RH-AVG-ELAPSED-CS =
004670                 WS-ROUTE-TOTAL-CS (WS-ROUTE-IDX)
004680                 / WS-ROUTE-COMPLETED (WS-ROUTE-IDX)
004690     end-if.
004700     move WS-ROUTE-MAX-CS (WS-ROUTE-IDX) to RH-MAX-ELAPSED-CS.
004710     move WS-ROUTE-REJECTS (WS-ROUTE-IDX) to RH-VAL-REJECTS.
004720     move WS-ROUTE-THROTTLED (WS-ROUTE-IDX) to RH-THROTTLED.
004730     move WS-WRITTEN-DATE to RH-WRITTEN-DATE.
004740     move WS-WRITTEN-TIME to RH-WRITTEN-TIME.
004750     write ROUTE-HISTORY-RECORD.
004760     if WS-HISTORY-FILE-OK
004770         add 1 to WS-RECORDS-WRITTEN
004780     else
004790         display 'RTEDAY: RTEHIST WRITE FAILED, STATUS '
004800                 WS-HISTORY-FILE-STATUS
004810         set WS-HISTORY-NOT-WRITTEN to true
004820     end-if.
004830 6100-exit.
004840     exit.
004850
004860*    ------------------------------------------------------------
004870*    8000-WRITE-REPORT
004880*    ------------------------------------------------------------
004890 8000-write-report.
004900     move WS-RUN-DATE to WS-HEADING-DATE.
004910     move spaces to REPORT-LINE.
004920     move WS-HEADING-1 to REPORT-LINE.
004930     write REPORT-LINE.
004940     move spaces to REPORT-LINE.
004950     write REPORT-LINE.
004960     move WS-HEADING-2 to REPORT-LINE.
004970     write REPORT-LINE.
004980     if WS-ROUTE-COUNT = zero
004990         move spaces to REPORT-LINE
005000         move WS-NONE-LINE to REPORT-LINE
005010         write REPORT-LINE
005020     end-if.
005030     perform 8100-write-route-line thru 8100-exit
005040             varying WS-ROUTE-IDX from 1 by 1
005050             until WS-ROUTE-IDX > WS-ROUTE-COUNT.
005060     move spaces to REPORT-LINE.
005070     write REPORT-LINE.
005080     move WS-RECORDS-WRITTEN to WS-DETAIL-WRITTEN-NBR.
005090     move WS-DETAIL-WRITTEN to REPORT-LINE.
005100     write REPORT-LINE.
005110     if WS-HISTORY-NOT-WRITTEN
005120         move spaces to REPORT-LINE
005130         move WS-DETAIL-NOT-WRITTEN to REPORT-LINE
005140         write REPORT-LINE
005150     end-if.
005160 8000-exit.
005170     exit.
005180
005190 8100-write-route-line.
005200     move WS-ROUTE-NAME (WS-ROUTE-IDX) to WS-DETAIL-ROUTE.
005210     move WS-ROUTE-RENDERS (WS-ROUTE-IDX) to WS-DETAIL-RENDERS.
005220     move WS-ROUTE-FAILURES (WS-ROUTE-IDX)
005230             to WS-DETAIL-FAILURES.
005240     move WS-ROUTE-ABANDONED (WS-ROUTE-IDX)
005250             to WS-DETAIL-ABANDONED.
005260     if WS-ROUTE-COMPLETED (WS-ROUTE-IDX) = zero
005270         move zero to WS-SECONDS-EDIT
005280     else
005290         compute WS-SECONDS-EDIT =
005300                 WS-ROUTE-TOTAL-CS (WS-ROUTE-IDX)
005310                 / WS-ROUTE-COMPLETED (WS-ROUTE-IDX) / 100
005320     end-if.
005330     move WS-SECONDS-EDIT to WS-DETAIL-AVG.
005340     compute WS-SECONDS-EDIT =
005350             WS-ROUTE-MAX-CS (WS-ROUTE-IDX) / 100.
005360     move WS-SECONDS-EDIT to WS-DETAIL-MAX.
005370     move WS-ROUTE-REJECTS (WS-ROUTE-IDX) to WS-DETAIL-REJECTS.
005380     move WS-ROUTE-THROTTLED (WS-ROUTE-IDX)
005390             to WS-DETAIL-THROTTLED.
005400     move spaces to REPORT-LINE.
005410     move WS-DETAIL-1 to REPORT-LINE.
005420     write REPORT-LINE.
005430 8100-exit.
005440     exit.
005450
005460*    ------------------------------------------------------------
005470*    9000-CLOSE-FILES
005480*    ------------------------------------------------------------
005490 9000-close-files.
005500     if WS-RNDRSTAT-IS-OPEN
005510         close RNDRSTAT-FILE
005520     end-if.
005530     close REPORT-FILE.
005540 9000-exit.
005550     exit.
005560
005570 end program rteday.
