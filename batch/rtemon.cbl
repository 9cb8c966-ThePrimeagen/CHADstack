000010*****************************************************************
000020*
000030*    PROGRAM-ID.   RTEMON
000040*    AUTHOR.       JKM
000050*    INSTALLATION. CHADSTACK DATA PROCESSING
000060*    DATE-WRITTEN. 10/15/2026
000070*
000080*    REMARKS.      MONTH-END ROUTE VOLUME AND RESPONSE-TIME
000090*                  REPORT, BUILT FROM THE RTEHIST DAILY HISTORY
000100*                  THE RTEDAY STEP WRITES (SEE RTEHIST.CPY).  FOR
000110*                  EACH ROUTE IT PRINTS ONE LINE PER DAY OF THE
000120*                  MONTH UP TO THE RUN DATE - RENDERS, FAILURES
000130*                  AND FAILURE RATE, ABANDONED RENDERS, AVERAGE
000140*                  AND WORST ELAPSED TIME, VALVARS REJECTS, AND
000150*                  THROTTLE REFUSALS - WITH THE MONTH-TO-DATE
000160*                  VOLUME AND FAILURE RATE ALONGSIDE, AND FLAGS
000170*                  EVERY DAY THAT MISSED THE ROUTE'S RESPONSE-
000180*                  TIME TARGET FROM THE RTESLA MAINTENANCE FILE
000190*                  (SEE RTESLA.CPY).  A MONTH-TO-DATE LINE CLOSES
000200*                  EACH ROUTE, AN ALL-ROUTES LINE CLOSES THE
000210*                  REPORT, AND THE MISSED DAYS ARE LISTED AGAIN
000220*                  TOGETHER AT THE END.  WRITES MONRPT.  THE RUN
000230*                  DATE COMES IN THROUGH LINKAGE; ZERO TAKES
000240*                  TODAY, AND THE REPORT COVERS ITS MONTH UP TO
000250*                  AND INCLUDING IT.  RETURN-CODE 8 WHEN RTEHIST
000260*                  CANNOT BE READ.
000270*
000280*****************************************************************
000290*    MODIFICATION HISTORY
000300*    ------------------------------------------------------------
000310*    10/15/2026  JKM  ORIGINAL VERSION.
000320*****************************************************************
000330
000340 identification division.
000350 program-id. rtemon.
000360 author. jkm.
000370 installation. chadstack data processing.
000380 date-written. 10/15/2026.
000390 date-compiled.
000400
000410 environment division.
000420 input-output section.
000430 file-control.
000440     select HISTORY-FILE assign to RTEHIST
000450         organization is line sequential
000460         file status is WS-HISTORY-FILE-STATUS.
000470
000480     select SLA-FILE assign to RTESLA
000490         organization is line sequential
000500         file status is WS-SLA-FILE-STATUS.
000510
000520     select REPORT-FILE assign to MONRPT
000530         organization is line sequential
000540         file status is WS-REPORT-FILE-STATUS.
000550
000560 data division.
000570 file section.
000580 fd  HISTORY-FILE.
000590     copy RTEHIST.
000600
000610 fd  SLA-FILE.
000620     copy RTESLA.
000630
000640 fd  REPORT-FILE
000650     record contains 132 characters.
000660 01  REPORT-LINE                  pic x(132).
000670
000680 working-storage section.
000690 01  WS-HISTORY-FILE-STATUS    pic x(02) value '00'.
000700     88  WS-HISTORY-FILE-OK          value '00'.
000710     88  WS-HISTORY-FILE-EOF         value '10'.
000720
000730 01  WS-SLA-FILE-STATUS        pic x(02) value '00'.
000740     88  WS-SLA-FILE-OK              value '00'.
000750     88  WS-SLA-FILE-EOF             value '10'.
000760
000770 01  WS-REPORT-FILE-STATUS     pic x(02) value '00'.
000780
000790 01  WS-HISTORY-SW             pic x(01) value 'Y'.
000800     88  WS-HISTORY-LOADED           value 'Y'.
000810     88  WS-HISTORY-NOT-LOADED       value 'N'.
000820
000830 01  WS-FOUND-SW               pic x(01) value 'N'.
000840     88  WS-ENTRY-FOUND              value 'Y'.
000850     88  WS-ENTRY-NOT-FOUND          value 'N'.
000860
000870 01  WS-DEFAULT-SLA-SW         pic x(01) value 'N'.
000880     88  WS-DEFAULT-SLA-LOADED       value 'Y'.
000890
000900 01  WS-MISSED-SW              pic x(01) value 'N'.
000910     88  WS-DAY-MISSED               value 'Y'.
000920     88  WS-DAY-NOT-MISSED           value 'N'.
000930
000940 01  WS-RUN-DATE               pic 9(08).
000950 01  WS-RUN-DATE-PARTS redefines WS-RUN-DATE.
000960     03  WS-RUN-YYYYMM             pic 9(06).
000970     03  WS-RUN-DD                 pic 9(02).
000980
000990 01  WS-HIST-DATE              pic 9(08).
001000 01  WS-HIST-DATE-PARTS redefines WS-HIST-DATE.
001010     03  WS-HIST-YYYYMM            pic 9(06).
001020     03  WS-HIST-DD                pic 9(02).
001030
001040 01  WS-PRINT-DATE             pic 9(08).
001050 01  WS-PRINT-DATE-PARTS redefines WS-PRINT-DATE.
001060     03  WS-PRINT-YYYYMM           pic 9(06).
001070     03  WS-PRINT-DD               pic 9(02).
001080
001090 77  WS-DAY-SUB                pic 9(04) comp.
001100 77  WS-MATCHED-ROUTE-IDX      pic 9(04) comp.
001110 77  WS-MATCHED-SLA-IDX        pic 9(04) comp.
001120 77  WS-MISSES-LISTED          pic 9(04) comp value zero.
001130 77  WS-DEFAULT-AVG-CS         pic 9(09) comp value zero.
001140 77  WS-DEFAULT-MAX-CS         pic 9(09) comp value zero.
001150 77  WS-SECONDS-EDIT           pic s9(07)v99.
001160 77  WS-RATE-EDIT              pic s9(03)v99.
001170
001180*    ------------------------------------------------------------
001190*    RESPONSE-TIME TARGETS FROM RTESLA, IN CENTISECONDS.  THE
001200*    '*' DEFAULT IS HELD APART FROM THE TABLE.
001210*    ------------------------------------------------------------
001220 01  WS-SLA-TABLE-AREA.
001230     03  WS-SLA-COUNT          pic 9(04) comp value zero.
001240     03  WS-SLA-ENTRY occurs 0 to 999 times
001250                 depending on WS-SLA-COUNT
001260                 indexed by WS-SLA-IDX.
001270         05  WS-SLA-ROUTE          pic x(30).
001280         05  WS-SLA-AVG-CS         pic 9(09) comp.
001290         05  WS-SLA-MAX-CS         pic 9(09) comp.
001300
001310*    ------------------------------------------------------------
001320*    ONE ENTRY PER ROUTE IN THE MONTH, WITH A SLOT PER DAY.  A
001330*    LATER RTEHIST RECORD FOR THE SAME ROUTE AND DAY OVERWRITES
001340*    THE SLOT, SO THE NEWEST ONE COUNTS.
001350*    ------------------------------------------------------------
001360 01  WS-ROUTE-TABLE-AREA.
001370     03  WS-ROUTE-COUNT        pic 9(04) comp value zero.
001380     03  WS-ROUTE-ENTRY occurs 0 to 999 times
001390                 depending on WS-ROUTE-COUNT
001400                 indexed by WS-ROUTE-IDX.
001410         05  WS-ROUTE-NAME         pic x(30).
001420         05  WS-ROUTE-TARGET-SW    pic x(01).
001430             88  WS-ROUTE-HAS-TARGET     value 'Y'.
001440             88  WS-ROUTE-NO-TARGET      value 'N'.
001450         05  WS-ROUTE-AVG-TARGET   pic 9(09) comp.
001460         05  WS-ROUTE-MAX-TARGET   pic 9(09) comp.
001470         05  WS-ROUTE-DAY occurs 31 times.
001480             07  WS-DAY-PRESENT-SW     pic x(01).
001490                 88  WS-DAY-PRESENT          value 'Y'.
001500             07  WS-DAY-RENDERS        pic 9(09) comp.
001510             07  WS-DAY-COMPLETED      pic 9(09) comp.
001520             07  WS-DAY-FAILURES       pic 9(09) comp.
001530             07  WS-DAY-ABANDONED      pic 9(09) comp.
001540             07  WS-DAY-AVG-CS         pic 9(09) comp.
001550             07  WS-DAY-MAX-CS         pic 9(09) comp.
001560             07  WS-DAY-REJECTS        pic 9(09) comp.
001570             07  WS-DAY-THROTTLED      pic 9(09) comp.
001580
001590*    ------------------------------------------------------------
001600*    MONTH-TO-DATE ACCUMULATORS - ONE SET FOR THE ROUTE BEING
001610*    PRINTED, ONE FOR ALL ROUTES.  ELAPSED TIME IS SUMMED AS
001620*    AVERAGE TIMES COMPLETED SO THE MONTH'S AVERAGE IS WEIGHTED
001630*    BY VOLUME, NOT BY DAY.
001640*    ------------------------------------------------------------
001650 01  WS-MTD-TOTALS.
001660     03  WS-MTD-RENDERS            pic 9(09) comp.
001670     03  WS-MTD-COMPLETED          pic 9(09) comp.
001680     03  WS-MTD-FAILURES           pic 9(09) comp.
001690     03  WS-MTD-ABANDONED          pic 9(09) comp.
001700     03  WS-MTD-TOTAL-CS           pic 9(15) comp.
001710     03  WS-MTD-MAX-CS             pic 9(09) comp.
001720     03  WS-MTD-REJECTS            pic 9(09) comp.
001730     03  WS-MTD-THROTTLED          pic 9(09) comp.
001740     03  WS-MTD-MISSED             pic 9(04) comp.
001750
001760 01  WS-ALL-TOTALS.
001770     03  WS-ALL-RENDERS            pic 9(09) comp value zero.
001780     03  WS-ALL-COMPLETED          pic 9(09) comp value zero.
001790     03  WS-ALL-FAILURES           pic 9(09) comp value zero.
001800     03  WS-ALL-ABANDONED          pic 9(09) comp value zero.
001810     03  WS-ALL-TOTAL-CS           pic 9(15) comp value zero.
001820     03  WS-ALL-MAX-CS             pic 9(09) comp value zero.
001830     03  WS-ALL-REJECTS            pic 9(09) comp value zero.
001840     03  WS-ALL-THROTTLED          pic 9(09) comp value zero.
001850     03  WS-ALL-MISSED             pic 9(04) comp value zero.
001860
001870 01  WS-HEADING-1.
001880     03  filler  pic x(40) value
001890         'MONTHLY ROUTE VOLUME AND RESPONSE TIME  '.
001900     03  filler  pic x(06) value 'MONTH '.
001910     03  WS-HEADING-MONTH      pic 9(06).
001920     03  filler  pic x(16) value '   THROUGH DAY  '.
001930     03  WS-HEADING-DAY        pic z9.
001940
001950 01  WS-HEADING-ROUTE.
001960     03  filler  pic x(07) value 'ROUTE  '.
001970     03  WS-HEADING-ROUTE-NAME pic x(30).
001980     03  filler  pic x(18) value '  AVG TARGET SEC  '.
001990     03  WS-HEADING-AVG-TARGET pic zzzz9.99.
002000     03  filler  pic x(18) value '  MAX TARGET SEC  '.
002010     03  WS-HEADING-MAX-TARGET pic zzzz9.99.
002020
002030 01  WS-HEADING-ROUTE-NO-TARGET.
002040     03  filler  pic x(07) value 'ROUTE  '.
002050     03  WS-HEADING-NT-NAME    pic x(30).
002060     03  filler  pic x(30) value
002070         '  NO RESPONSE-TIME TARGET'.
002080
002090 01  WS-HEADING-2.
002100     03  filler  pic x(10) value 'DATE'.
002110     03  filler  pic x(10) value '  RENDERS '.
002120     03  filler  pic x(11) value '   FAILED  '.
002130     03  filler  pic x(07) value 'FAIL % '.
002140     03  filler  pic x(11) value 'ABANDONED  '.
002150     03  filler  pic x(10) value ' AVG SEC  '.
002160     03  filler  pic x(09) value ' MAX SEC '.
002170     03  filler  pic x(10) value '  REJECTS '.
002180     03  filler  pic x(11) value 'THROTTLED  '.
002190     03  filler  pic x(12) value 'MTD VOLUME  '.
002200     03  filler  pic x(08) value 'MTD F%  '.
002210     03  filler  pic x(12) value 'TARGET'.
002220
002230 01  WS-DETAIL-1.
002240     03  WS-DETAIL-DATE        pic x(08).
002250     03  filler                pic x(02) value spaces.
002260     03  WS-DETAIL-RENDERS     pic zzzzzzzz9.
002270     03  filler                pic x(01) value spaces.
002280     03  WS-DETAIL-FAILURES    pic zzzzzzzz9.
002290     03  filler                pic x(02) value spaces.
002300     03  WS-DETAIL-FAIL-RATE   pic zz9.99.
002310     03  filler                pic x(01) value spaces.
002320     03  WS-DETAIL-ABANDONED   pic zzzzzzzz9.
002330     03  filler                pic x(02) value spaces.
002340     03  WS-DETAIL-AVG         pic zzzz9.99.
002350     03  filler                pic x(02) value spaces.
002360     03  WS-DETAIL-MAX         pic zzzz9.99.
002370     03  filler                pic x(01) value spaces.
002380     03  WS-DETAIL-REJECTS     pic zzzzzzzz9.
002390     03  filler                pic x(01) value spaces.
002400     03  WS-DETAIL-THROTTLED   pic zzzzzzzz9.
002410     03  filler                pic x(02) value spaces.
002420     03  WS-DETAIL-MTD-VOLUME  pic zzzzzzzzz9.
002430     03  filler                pic x(02) value spaces.
002440     03  WS-DETAIL-MTD-RATE    pic zz9.99.
002450     03  filler                pic x(02) value spaces.
002460     03  WS-DETAIL-NOTE        pic x(16).
002470
002480 01  WS-MISSED-NOTE.
002490     03  WS-MISSED-NBR         pic zz9.
002500     03  filler  pic x(12) value ' DAYS MISSED'.
002510
002520 01  WS-HEADING-3.
002530     03  filler  pic x(44) value
002540         'DAYS THAT MISSED THE RESPONSE-TIME TARGET'.
002550
002560 01  WS-HEADING-3A.
002570     03  filler  pic x(32) value 'ROUTE'.
002580     03  filler  pic x(10) value 'DATE'.
002590     03  filler  pic x(10) value ' AVG SEC  '.
002600     03  filler  pic x(10) value '  TARGET  '.
002610     03  filler  pic x(10) value ' MAX SEC  '.
002620     03  filler  pic x(10) value '  TARGET  '.
002630
002640 01  WS-DETAIL-2.
002650     03  WS-DETAIL-2-ROUTE     pic x(30).
002660     03  filler                pic x(02) value spaces.
002670     03  WS-DETAIL-2-DATE      pic 9(08).
002680     03  filler                pic x(02) value spaces.
002690     03  WS-DETAIL-2-AVG       pic zzzz9.99.
002700     03  filler                pic x(02) value spaces.
002710     03  WS-DETAIL-2-AVG-TGT   pic zzzz9.99.
002720     03  filler                pic x(02) value spaces.
002730     03  WS-DETAIL-2-MAX       pic zzzz9.99.
002740     03  filler                pic x(02) value spaces.
002750     03  WS-DETAIL-2-MAX-TGT   pic zzzz9.99.
002760
002770 01  WS-DETAIL-NO-HISTORY.
002780     03  filler  pic x(48) value
002790         'RTEHIST NOT READABLE - NO REPORT PRODUCED'.
002800
002810 01  WS-NONE-LINE.
002820     03  filler  pic x(06) value '(NONE)'.
002830
002840 linkage section.
002850 01  LK-RUN-DATE               pic 9(08).
002860
002870 procedure division using LK-RUN-DATE.
002880
002890 0000-main-logic.
002900     perform 1000-initialize thru 1000-exit.
002910     perform 1500-load-targets thru 1500-exit.
002920     perform 2000-load-history thru 2000-exit.
002930     if WS-HISTORY-LOADED
002940         perform 3000-resolve-targets thru 3000-exit
002950                 varying WS-ROUTE-IDX from 1 by 1
002960                 until WS-ROUTE-IDX > WS-ROUTE-COUNT
002970         perform 8000-write-route-sections thru 8000-exit
002980         perform 8700-write-missed-section thru 8700-exit
002990     else
003000         move spaces to REPORT-LINE
003010         move WS-DETAIL-NO-HISTORY to REPORT-LINE
003020         write REPORT-LINE
003030     end-if.
003040     perform 9000-close-files thru 9000-exit.
003050     if WS-HISTORY-NOT-LOADED
003060         move 8 to RETURN-CODE
003070     else
003080         move zero to RETURN-CODE
003090     end-if.
003100     goback.
003110 0000-exit.
003120     exit.
003130
003140*    ------------------------------------------------------------
003150*    1000-INITIALIZE
003160*    ------------------------------------------------------------
003170 1000-initialize.
003180     move LK-RUN-DATE to WS-RUN-DATE.
003190     if WS-RUN-DATE = zero
003200         accept WS-RUN-DATE from date yyyymmdd
003210     end-if.
003220     open output REPORT-FILE.
003230     move WS-RUN-YYYYMM to WS-HEADING-MONTH.
003240     move WS-RUN-DD     to WS-HEADING-DAY.
003250     move spaces to REPORT-LINE.
003260     move WS-HEADING-1 to REPORT-LINE.
003270     write REPORT-LINE.
003280 1000-exit.
003290     exit.
003300
003310*    ------------------------------------------------------------
003320*    1500-LOAD-TARGETS - LOADS RTESLA.  A MISSING FILE MEANS NO
003330*    ROUTE HAS A TARGET TO MISS.
003340*    ------------------------------------------------------------
003350 1500-load-targets.
003360     open input SLA-FILE.
003370     if not WS-SLA-FILE-OK
003380         display 'RTEMON: RTESLA FILE NOT FOUND, STATUS '
003390                 WS-SLA-FILE-STATUS ' - NO TARGETS CHECKED'
003400         go to 1500-exit
003410     end-if.
003420     perform 1600-read-target thru 1600-exit.
003430     perform 1700-store-target thru 1700-exit
003440             until WS-SLA-FILE-EOF.
003450     close SLA-FILE.
003460 1500-exit.
003470     exit.
003480
003490 1600-read-target.
003500     read SLA-FILE.
003510 1600-exit.
003520     exit.
003530
003540 1700-store-target.
003550     if SL-AVG-TARGET-SEC not numeric
003560             or SL-MAX-TARGET-SEC not numeric
003570         display 'RTEMON: RTESLA ENTRY FOR ' SL-ROUTE-NAME
003580                 ' NOT NUMERIC - IGNORED'
003590         go to 1700-read-next
003600     end-if.
003610     if SL-ROUTE-NAME = '*'
003620         set WS-DEFAULT-SLA-LOADED to true
003630         compute WS-DEFAULT-AVG-CS = SL-AVG-TARGET-SEC * 100
003640         compute WS-DEFAULT-MAX-CS = SL-MAX-TARGET-SEC * 100
003650         go to 1700-read-next
003660     end-if.
003670     if WS-SLA-COUNT < 999
003680         add 1 to WS-SLA-COUNT
003690         set WS-SLA-IDX to WS-SLA-COUNT
003700         move SL-ROUTE-NAME to WS-SLA-ROUTE (WS-SLA-IDX)
003710         compute WS-SLA-AVG-CS (WS-SLA-IDX) =
003720                 SL-AVG-TARGET-SEC * 100
003730         compute WS-SLA-MAX-CS (WS-SLA-IDX) =
003740                 SL-MAX-TARGET-SEC * 100
003750     end-if.
003760 1700-read-next.
003770     perform 1600-read-target thru 1600-exit.
003780 1700-exit.
003790     exit.
003800
003810*    ------------------------------------------------------------
003820*    2000-LOAD-HISTORY - SLOTS EVERY RTEHIST RECORD FOR THE RUN
003830*    MONTH, UP TO THE RUN DATE, INTO ITS ROUTE AND DAY.
003840*    ------------------------------------------------------------
003850 2000-load-history.
003860     open input HISTORY-FILE.
003870     if not WS-HISTORY-FILE-OK
003880         display 'RTEMON: RTEHIST OPEN FAILED, STATUS '
003890                 WS-HISTORY-FILE-STATUS
003900         set WS-HISTORY-NOT-LOADED to true
003910         go to 2000-exit
003920     end-if.
003930     perform 2100-read-history thru 2100-exit.
003940     perform 2200-slot-history thru 2200-exit
003950             until WS-HISTORY-FILE-EOF.
003960     close HISTORY-FILE.
003970 2000-exit.
003980     exit.
003990
004000 2100-read-history.
004010     read HISTORY-FILE.
004020 2100-exit.
004030     exit.
004040
004050 2200-slot-history.
004060     move RH-DATE to WS-HIST-DATE.
004070     if WS-HIST-YYYYMM not = WS-RUN-YYYYMM
004080             or WS-HIST-DD > WS-RUN-DD
004090             or WS-HIST-DD < 1
004100         go to 2200-read-next
004110     end-if.
004120     perform 2300-find-route thru 2300-exit.
004130     if WS-ENTRY-NOT-FOUND
004140         go to 2200-read-next
004150     end-if.
004160     move WS-HIST-DD to WS-DAY-SUB.
004170     move 'Y' to
004180             WS-DAY-PRESENT-SW (WS-MATCHED-ROUTE-IDX WS-DAY-SUB).
004190     move RH-RENDERS to
004200             WS-DAY-RENDERS (WS-MATCHED-ROUTE-IDX WS-DAY-SUB).
004210     move RH-COMPLETED to
004220             WS-DAY-COMPLETED (WS-MATCHED-ROUTE-IDX WS-DAY-SUB).
004230     move RH-FAILURES to
004240             WS-DAY-FAILURES (WS-MATCHED-ROUTE-IDX WS-DAY-SUB).
004250     move RH-ABANDONED to
004260             WS-DAY-ABANDONED (WS-MATCHED-ROUTE-IDX WS-DAY-SUB).
004270     move RH-AVG-ELAPSED-CS to
004280             WS-DAY-AVG-CS (WS-MATCHED-ROUTE-IDX WS-DAY-SUB).
004290     move RH-MAX-ELAPSED-CS to
004300             WS-DAY-MAX-CS (WS-MATCHED-ROUTE-IDX WS-DAY-SUB).
004310     move RH-VAL-REJECTS to
004320             WS-DAY-REJECTS (WS-MATCHED-ROUTE-IDX WS-DAY-SUB).
004330     move RH-THROTTLED to
004340             WS-DAY-THROTTLED (WS-MATCHED-ROUTE-IDX WS-DAY-SUB).
004350 2200-read-next.
004360     perform 2100-read-history thru 2100-exit.
004370 2200-exit.
004380     exit.
004390
004400*    ------------------------------------------------------------
004410*    2300-FIND-ROUTE - FINDS OR ADDS THE ROUTE ENTRY, WITH EVERY
004420*    DAY SLOT EMPTY.  THE MATCHED INDEX IS CAPTURED AT MATCH
004430*    TIME, NOT PICKED UP FROM THE VARYING INDEX AFTER THE LOOP.
004440*    ------------------------------------------------------------
004450 2300-find-route.
004460     set WS-ENTRY-NOT-FOUND to true.
004470     perform 2310-match-route thru 2310-exit
004480             varying WS-ROUTE-IDX from 1 by 1
004490             until WS-ROUTE-IDX > WS-ROUTE-COUNT
004500                or WS-ENTRY-FOUND.
004510     if WS-ENTRY-FOUND
004520         go to 2300-exit
004530     end-if.
004540     if WS-ROUTE-COUNT < 999
004550         add 1 to WS-ROUTE-COUNT
004560         set WS-MATCHED-ROUTE-IDX to WS-ROUTE-COUNT
004570         initialize WS-ROUTE-ENTRY (WS-MATCHED-ROUTE-IDX)
004580         move RH-ROUTE-NAME
004590                 to WS-ROUTE-NAME (WS-MATCHED-ROUTE-IDX)
004600         set WS-ENTRY-FOUND to true
004610     end-if.
004620 2300-exit.
004630     exit.
004640
004650 2310-match-route.
004660     if WS-ROUTE-NAME (WS-ROUTE-IDX) = RH-ROUTE-NAME
004670         set WS-ENTRY-FOUND to true
004680         set WS-MATCHED-ROUTE-IDX to WS-ROUTE-IDX
004690     end-if.
004700 2310-exit.
004710     exit.
004720
004730*    ------------------------------------------------------------
004740*    3000-RESOLVE-TARGETS - THE ROUTE'S OWN RTESLA ENTRY, ELSE
004750*    THE '*' DEFAULT, ELSE NO TARGET.
004760*    ------------------------------------------------------------
004770 3000-resolve-targets.
004780     set WS-ENTRY-NOT-FOUND to true.
004790     perform 3010-match-target thru 3010-exit
004800             varying WS-SLA-IDX from 1 by 1
004810             until WS-SLA-IDX > WS-SLA-COUNT
004820                or WS-ENTRY-FOUND.
004830     evaluate true
004840         when WS-ENTRY-FOUND
004850             set WS-ROUTE-HAS-TARGET (WS-ROUTE-IDX) to true
004860             move WS-SLA-AVG-CS (WS-MATCHED-SLA-IDX)
004870                     to WS-ROUTE-AVG-TARGET (WS-ROUTE-IDX)
004880             move WS-SLA-MAX-CS (WS-MATCHED-SLA-IDX)
004890                     to WS-ROUTE-MAX-TARGET (WS-ROUTE-IDX)
004900         when WS-DEFAULT-SLA-LOADED
004910             set WS-ROUTE-HAS-TARGET (WS-ROUTE-IDX) to true
004920             move WS-DEFAULT-AVG-CS
004930                     to WS-ROUTE-AVG-TARGET (WS-ROUTE-IDX)
004940             move WS-DEFAULT-MAX-CS
004950                     to WS-ROUTE-MAX-TARGET (WS-ROUTE-IDX)
004960         when other
004970             set WS-ROUTE-NO-TARGET (WS-ROUTE-IDX) to true
004980             move zero to WS-ROUTE-AVG-TARGET (WS-ROUTE-IDX)
004990             move zero to WS-ROUTE-MAX-TARGET (WS-ROUTE-IDX)
005000     end-evaluate.
005010 3000-exit.
005020     exit.
005030
005040 3010-match-target.
005050     if WS-SLA-ROUTE (WS-SLA-IDX) = WS-ROUTE-NAME (WS-ROUTE-IDX)
005060         set WS-ENTRY-FOUND to true
005070         set WS-MATCHED-SLA-IDX to WS-SLA-IDX
005080     end-if.
005090 3010-exit.
005100     exit.
005110
005120*    ------------------------------------------------------------
005130*    4000-CHECK-DAY-TARGET - SETS WS-DAY-MISSED WHEN THE ROUTE'S
005140*    DAY (WS-ROUTE-IDX, WS-DAY-SUB) HAD COMPLETED RENDERS AND ITS
005150*    AVERAGE OR WORST TIME WAS OVER A NON-ZERO TARGET.
005160*    ------------------------------------------------------------
005170 4000-check-day-target.
005180     set WS-DAY-NOT-MISSED to true.
005190     if WS-ROUTE-NO-TARGET (WS-ROUTE-IDX)
005200             or WS-DAY-COMPLETED (WS-ROUTE-IDX WS-DAY-SUB) = zero
005210         go to 4000-exit
005220     end-if.
005230     if WS-ROUTE-AVG-TARGET (WS-ROUTE-IDX) > zero
005240             and WS-DAY-AVG-CS (WS-ROUTE-IDX WS-DAY-SUB)
005250                 > WS-ROUTE-AVG-TARGET (WS-ROUTE-IDX)
005260         set WS-DAY-MISSED to true
005270     end-if.
005280     if WS-ROUTE-MAX-TARGET (WS-ROUTE-IDX) > zero
005290             and WS-DAY-MAX-CS (WS-ROUTE-IDX WS-DAY-SUB)
005300                 > WS-ROUTE-MAX-TARGET (WS-ROUTE-IDX)
005310         set WS-DAY-MISSED to true
005320     end-if.
005330 4000-exit.
005340     exit.
005350
005360*    ------------------------------------------------------------
005370*    8000-WRITE-ROUTE-SECTIONS - ONE SECTION PER ROUTE, THEN THE
005380*    ALL-ROUTES MONTH-TO-DATE LINE.
005390*    ------------------------------------------------------------
005400 8000-write-route-sections.
005410     if WS-ROUTE-COUNT = zero
005420         move spaces to REPORT-LINE
005430         write REPORT-LINE
005440         move WS-NONE-LINE to REPORT-LINE
005450         write REPORT-LINE
005460         go to 8000-exit
005470     end-if.
005480     perform 8100-write-route-section thru 8100-exit
005490             varying WS-ROUTE-IDX from 1 by 1
005500             until WS-ROUTE-IDX > WS-ROUTE-COUNT.
005510     move spaces to REPORT-LINE.
005520     write REPORT-LINE.
005530     move WS-ALL-TOTALS to WS-MTD-TOTALS.
005540     move 'ALL RTES' to WS-DETAIL-DATE.
005550     perform 8400-format-mtd-line thru 8400-exit.
005560 8000-exit.
005570     exit.
005580
005590 8100-write-route-section.
005600     move spaces to REPORT-LINE.
005610     write REPORT-LINE.
005620     if WS-ROUTE-HAS-TARGET (WS-ROUTE-IDX)
005630         move WS-ROUTE-NAME (WS-ROUTE-IDX)
005640                 to WS-HEADING-ROUTE-NAME
005650         compute WS-SECONDS-EDIT =
005660                 WS-ROUTE-AVG-TARGET (WS-ROUTE-IDX) / 100
005670         move WS-SECONDS-EDIT to WS-HEADING-AVG-TARGET
005680         compute WS-SECONDS-EDIT =
005690                 WS-ROUTE-MAX-TARGET (WS-ROUTE-IDX) / 100
005700         move WS-SECONDS-EDIT to WS-HEADING-MAX-TARGET
005710         move WS-HEADING-ROUTE to REPORT-LINE
005720     else
005730         move WS-ROUTE-NAME (WS-ROUTE-IDX) to WS-HEADING-NT-NAME
005740         move WS-HEADING-ROUTE-NO-TARGET to REPORT-LINE
005750     end-if.
005760     write REPORT-LINE.
005770     move WS-HEADING-2 to REPORT-LINE.
005780     write REPORT-LINE.
005790     initialize WS-MTD-TOTALS.
005800     perform 8200-write-day-line thru 8200-exit
005810             varying WS-DAY-SUB from 1 by 1
005820             until WS-DAY-SUB > WS-RUN-DD.
005830     move 'MTD' to WS-DETAIL-DATE.
005840     perform 8400-format-mtd-line thru 8400-exit.
005850     add WS-MTD-RENDERS   to WS-ALL-RENDERS.
005860     add WS-MTD-COMPLETED to WS-ALL-COMPLETED.
005870     add WS-MTD-FAILURES  to WS-ALL-FAILURES.
005880     add WS-MTD-ABANDONED to WS-ALL-ABANDONED.
005890     add WS-MTD-TOTAL-CS  to WS-ALL-TOTAL-CS.
005900     if WS-MTD-MAX-CS > WS-ALL-MAX-CS
005910         move WS-MTD-MAX-CS to WS-ALL-MAX-CS
005920     end-if.
005930     add WS-MTD-REJECTS   to WS-ALL-REJECTS.
005940     add WS-MTD-THROTTLED to WS-ALL-THROTTLED.
005950     add WS-MTD-MISSED    to WS-ALL-MISSED.
005960 8100-exit.
005970     exit.
005980
005990*    ------------------------------------------------------------
006000*    8200-WRITE-DAY-LINE - A DAY WITH NO RTEHIST RECORD PRINTS AS
006010*    ZERO VOLUME; THE MONTH-TO-DATE COLUMNS CARRY ON THROUGH IT.
006020*    ------------------------------------------------------------
006030 8200-write-day-line.
006040     add WS-DAY-RENDERS (WS-ROUTE-IDX WS-DAY-SUB)
006050             to WS-MTD-RENDERS.
006060     add WS-DAY-COMPLETED (WS-ROUTE-IDX WS-DAY-SUB)
006070             to WS-MTD-COMPLETED.
006080     add WS-DAY-FAILURES (WS-ROUTE-IDX WS-DAY-SUB)
006090             to WS-MTD-FAILURES.
006100     add WS-DAY-ABANDONED (WS-ROUTE-IDX WS-DAY-SUB)
006110             to WS-MTD-ABANDONED.
006120     compute WS-MTD-TOTAL-CS = WS-MTD-TOTAL-CS
006130             + WS-DAY-AVG-CS (WS-ROUTE-IDX WS-DAY-SUB)
006140             * WS-DAY-COMPLETED (WS-ROUTE-IDX WS-DAY-SUB).
006150     if WS-DAY-MAX-CS (WS-ROUTE-IDX WS-DAY-SUB) > WS-MTD-MAX-CS
006160         move WS-DAY-MAX-CS (WS-ROUTE-IDX WS-DAY-SUB)
006170                 to WS-MTD-MAX-CS
006180     end-if.
006190     add WS-DAY-REJECTS (WS-ROUTE-IDX WS-DAY-SUB)
006200             to WS-MTD-REJECTS.
006210     add WS-DAY-THROTTLED (WS-ROUTE-IDX WS-DAY-SUB)
006220             to WS-MTD-THROTTLED.
006230     move WS-RUN-YYYYMM to WS-PRINT-YYYYMM.
006240     move WS-DAY-SUB    to WS-PRINT-DD.
006250     move WS-PRINT-DATE to WS-DETAIL-DATE.
006260     move WS-DAY-RENDERS (WS-ROUTE-IDX WS-DAY-SUB)
006270             to WS-DETAIL-RENDERS.
006280     move WS-DAY-FAILURES (WS-ROUTE-IDX WS-DAY-SUB)
006290             to WS-DETAIL-FAILURES.
006300     if WS-DAY-RENDERS (WS-ROUTE-IDX WS-DAY-SUB) = zero
006310         move zero to WS-RATE-EDIT
006320     else
006330         compute WS-RATE-EDIT rounded =
006340                 WS-DAY-FAILURES (WS-ROUTE-IDX WS-DAY-SUB) * 100
006350                 / WS-DAY-RENDERS (WS-ROUTE-IDX WS-DAY-SUB)
006360     end-if.
006370     move WS-RATE-EDIT to WS-DETAIL-FAIL-RATE.
006380     move WS-DAY-ABANDONED (WS-ROUTE-IDX WS-DAY-SUB)
006390             to WS-DETAIL-ABANDONED.
006400     compute WS-SECONDS-EDIT =
006410             WS-DAY-AVG-CS (WS-ROUTE-IDX WS-DAY-SUB) / 100.
006420     move WS-SECONDS-EDIT to WS-DETAIL-AVG.
006430     compute WS-SECONDS-EDIT =
006440             WS-DAY-MAX-CS (WS-ROUTE-IDX WS-DAY-SUB) / 100.
006450     move WS-SECONDS-EDIT to WS-DETAIL-MAX.
006460     move WS-DAY-REJECTS (WS-ROUTE-IDX WS-DAY-SUB)
006470             to WS-DETAIL-REJECTS.
006480     move WS-DAY-THROTTLED (WS-ROUTE-IDX WS-DAY-SUB)
006490             to WS-DETAIL-THROTTLED.
006500     move WS-MTD-RENDERS to WS-DETAIL-MTD-VOLUME.
006510     perform 8300-mtd-fail-rate thru 8300-exit.
006520     perform 4000-check-day-target thru 4000-exit.
006530     evaluate true
006540         when WS-DAY-MISSED
006550             add 1 to WS-MTD-MISSED
006560             move 'MISSED' to WS-DETAIL-NOTE
006570         when not WS-DAY-PRESENT (WS-ROUTE-IDX WS-DAY-SUB)
006580             move 'NO HISTORY' to WS-DETAIL-NOTE
006590         when other
006600             move spaces to WS-DETAIL-NOTE
006610     end-evaluate.
006620     move spaces to REPORT-LINE.
006630     move WS-DETAIL-1 to REPORT-LINE.
006640     write REPORT-LINE.
006650 8200-exit.
006660     exit.
006670
006680 8300-mtd-fail-rate.
006690     if WS-MTD-RENDERS = zero
006700         move zero to WS-RATE-EDIT
006710     else
006720         compute WS-RATE-EDIT rounded =
006730                 WS-MTD-FAILURES * 100 / WS-MTD-RENDERS
006740     end-if.
006750     move WS-RATE-EDIT to WS-DETAIL-MTD-RATE.
006760 8300-exit.
006770     exit.
006780
006790*    ------------------------------------------------------------
006800*    8400-FORMAT-MTD-LINE - PRINTS WS-MTD-TOTALS AS A TOTAL LINE
006810*    UNDER THE LABEL ALREADY IN WS-DETAIL-DATE.
006820*    ------------------------------------------------------------
006830 8400-format-mtd-line.
006840     move WS-MTD-RENDERS   to WS-DETAIL-RENDERS.
006850     move WS-MTD-FAILURES  to WS-DETAIL-FAILURES.
006860     perform 8300-mtd-fail-rate thru 8300-exit.
006870     move WS-DETAIL-MTD-RATE to WS-DETAIL-FAIL-RATE.
006880     move WS-MTD-ABANDONED to WS-DETAIL-ABANDONED.
006890     if WS-MTD-COMPLETED = zero
006900         move zero to WS-SECONDS-EDIT
006910     else
006920         compute WS-SECONDS-EDIT =
006930                 WS-MTD-TOTAL-CS / WS-MTD-COMPLETED / 100
006940     end-if.
006950     move WS-SECONDS-EDIT to WS-DETAIL-AVG.
006960     compute WS-SECONDS-EDIT = WS-MTD-MAX-CS / 100.
006970     move WS-SECONDS-EDIT to WS-DETAIL-MAX.
006980     move WS-MTD-REJECTS   to WS-DETAIL-REJECTS.
006990     move WS-MTD-THROTTLED to WS-DETAIL-THROTTLED.
007000     move WS-MTD-RENDERS   to WS-DETAIL-MTD-VOLUME.
007010     move WS-MTD-MISSED    to WS-MISSED-NBR.
007020     move WS-MISSED-NOTE   to WS-DETAIL-NOTE.
007030     move spaces to REPORT-LINE.
007040     move WS-DETAIL-1 to REPORT-LINE.
007050     write REPORT-LINE.
007060 8400-exit.
007070     exit.
007080
007090*    ------------------------------------------------------------
007100*    8700-WRITE-MISSED-SECTION - EVERY MISSED DAY FOR EVERY
007110*    ROUTE, TOGETHER, FOR THE MONTH-END PACK.
007120*    ------------------------------------------------------------
007130 8700-write-missed-section.
007140     move spaces to REPORT-LINE.
007150     write REPORT-LINE.
007160     move WS-HEADING-3 to REPORT-LINE.
007170     write REPORT-LINE.
007180     move WS-HEADING-3A to REPORT-LINE.
007190     write REPORT-LINE.
007200     perform 8710-list-route-misses thru 8710-exit
007210             varying WS-ROUTE-IDX from 1 by 1
007220             until WS-ROUTE-IDX > WS-ROUTE-COUNT.
007230     if WS-MISSES-LISTED = zero
007240         move spaces to REPORT-LINE
007250         move WS-NONE-LINE to REPORT-LINE
007260         write REPORT-LINE
007270     end-if.
007280 8700-exit.
007290     exit.
007300
007310 8710-list-route-misses.
007320     perform 8720-list-day-miss thru 8720-exit
007330             varying WS-DAY-SUB from 1 by 1
007340             until WS-DAY-SUB > WS-RUN-DD.
007350 8710-exit.
007360     exit.
007370
007380 8720-list-day-miss.
007390     perform 4000-check-day-target thru 4000-exit.
007400     if WS-DAY-NOT-MISSED
007410         go to 8720-exit
007420     end-if.
007430     add 1 to WS-MISSES-LISTED.
007440     move WS-ROUTE-NAME (WS-ROUTE-IDX) to WS-DETAIL-2-ROUTE.
007450     move WS-RUN-YYYYMM to WS-PRINT-YYYYMM.
007460     move WS-DAY-SUB    to WS-PRINT-DD.
007470     move WS-PRINT-DATE to WS-DETAIL-2-DATE.
007480     compute WS-SECONDS-EDIT =
007490             WS-DAY-AVG-CS (WS-ROUTE-IDX WS-DAY-SUB) / 100.
007500     move WS-SECONDS-EDIT to WS-DETAIL-2-AVG.
007510     compute WS-SECONDS-EDIT =
007520             WS-ROUTE-AVG-TARGET (WS-ROUTE-IDX) / 100.
007530     move WS-SECONDS-EDIT to WS-DETAIL-2-AVG-TGT.
007540     compute WS-SECONDS-EDIT =
007550             WS-DAY-MAX-CS (WS-ROUTE-IDX WS-DAY-SUB) / 100.
007560     move WS-SECONDS-EDIT to WS-DETAIL-2-MAX.
007570     compute WS-SECONDS-EDIT =
007580             WS-ROUTE-MAX-TARGET (WS-ROUTE-IDX) / 100.
007590     move WS-SECONDS-EDIT to WS-DETAIL-2-MAX-TGT.
007600     move spaces to REPORT-LINE.
007610     move WS-DETAIL-2 to REPORT-LINE.
007620     write REPORT-LINE.
007630 8720-exit.
007640     exit.
007650
007660*    ------------------------------------------------------------
007670*    9000-CLOSE-FILES
007680*    ------------------------------------------------------------
007690 9000-close-files.
007700     close REPORT-FILE.
007710 9000-exit.
007720     exit.
007730
007740 end program rtemon.
