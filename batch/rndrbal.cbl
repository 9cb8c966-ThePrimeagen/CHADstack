000010*****************************************************************
000020*
000030*    PROGRAM-ID.   RNDRBAL
000040*    AUTHOR.       JKM
000050*    INSTALLATION. CHADSTACK DATA PROCESSING
000060*    DATE-WRITTEN. 10/15/2026
000070*
000080*    REMARKS.      END-OF-DAY RENDER-ID BALANCING.  EVERY RENDER
000090*                  IS SUPPOSED TO LEAVE AN AUDIT HEADER IN THE
000100*                  AUDITDAY CUT, A STATE RECORD IN RNDRSTAT (OR
000110*                  THE RNDRDAY CUT ONCE RNDRARC HAS AGED IT OUT),
000120*                  AND, IF IT COMPLETED, A CAPTURE RECORD IN THE
000130*                  CAPTDAY CUT.  THIS STEP LOADS THE RUN DATE'S
000140*                  RENDER-IDS FROM ALL THREE INTO ONE TABLE AND
000150*                  LISTS EVERY BREAK:
000160*                    - AN AUDIT HEADER WITH NO STATE RECORD.
000170*                    - A HEADER WHOSE AUDIT-VAR-COUNT DISAGREES
000180*                      WITH THE V RECORDS BEHIND IT, AND V
000190*                      RECORDS WITH NO HEADER AT ALL.
000200*                    - A COMPLETED RENDER WITH NO CAPTURE, OR
000210*                      WITH NO AUDIT HEADER.
000220*                    - A CAPTURE WITH NO AUDIT HEADER, OR FOR A
000230*                      RENDER WHOSE STATE IS NOT COMPLETE.
000240*                  A FAILED RENDER WITH NO HEADER IS NOT A
000250*                  BREAK - VALVARS AND TMPLVER REFUSALS FAIL THE
000260*                  RENDER BEFORE AUDITLOG IS EVER CALLED.  AN
000270*                  IN-PROGRESS RENDER IS EXCPRPT'S BUSINESS, NOT
000280*                  A BALANCING BREAK.  THE REPORT (BALRPT) ENDS
000290*                  IN CONTROL TOTALS PER ROUTE.  RUN DATE AND THE
000300*                  BREAK TOLERANCE COME IN THROUGH LINKAGE; A
000310*                  ZERO RUN DATE TAKES TODAY AND A ZERO
000320*                  TOLERANCE ALLOWS NO BREAKS.  RETURN-CODE 8
000330*                  WHEN THE BREAKS EXCEED THE TOLERANCE OR THE
000340*                  AUDITDAY CUT CANNOT BE READ, SO THE SCHEDULER
000350*                  HOLDS AUDITEXT AND AN OUT-OF-BALANCE DAY IS
000360*                  NOT SHIPPED TO THE WAREHOUSE.
000370*
000380*****************************************************************
000390*    MODIFICATION HISTORY
000400*    ------------------------------------------------------------
000410*    10/15/2026  JKM  ORIGINAL VERSION.
000420*****************************************************************
000430
000440 identification division.
000450 program-id. rndrbal.
000460 author. jkm.
000470 installation. chadstack data processing.
000480 date-written. 10/15/2026.
000490 date-compiled.
000500
000510 environment division.
000520 input-output section.
000530 file-control.
000540     select AUDIT-FILE assign to AUDITDAY
000550         organization is line sequential
000560         file status is WS-AUDIT-FILE-STATUS.
000570
000580     select RNDRSTAT-FILE assign to RNDRSTAT
000590         organization is indexed
000600         access mode is dynamic
000610         record key is RNDRSTAT-RENDER-ID
000620         file status is WS-RNDRSTAT-FILE-STATUS.
000630
000640     select ARCHIVE-FILE assign to RNDRDAY
000650         organization is line sequential
000660         file status is WS-ARCHIVE-FILE-STATUS.
000670
000680     select CAPTURE-FILE assign to CAPTDAY
000690         organization is line sequential
000700         file status is WS-CAPTURE-FILE-STATUS.
000710
000720     select REPORT-FILE assign to BALRPT
000730         organization is line sequential
000740         file status is WS-REPORT-FILE-STATUS.
000750
000760 data division.
000770 file section.
000780 fd  AUDIT-FILE.
000790     copy AUDITREC.
000800
000810 fd  RNDRSTAT-FILE.
000820     copy RNDRREC.
000830
000840 fd  ARCHIVE-FILE.
000850 01  ARCHIVE-RECORD               pic x(83).
000860
000870 fd  CAPTURE-FILE.
000880     copy CAPTREC.
000890
000900 fd  REPORT-FILE
000910     record contains 132 characters.
000920 01  REPORT-LINE                  pic x(132).
000930
000940 working-storage section.
000950 01  WS-AUDIT-FILE-STATUS      pic x(02) value '00'.
000960     88  WS-AUDIT-FILE-OK            value '00'.
000970     88  WS-AUDIT-FILE-EOF           value '10'.
000980
000990 01  WS-RNDRSTAT-FILE-STATUS   pic x(02) value '00'.
001000     88  WS-RNDRSTAT-FILE-OK         value '00'.
001010
001020 01  WS-ARCHIVE-FILE-STATUS    pic x(02) value '00'.
001030     88  WS-ARCHIVE-FILE-OK          value '00'.
001040     88  WS-ARCHIVE-FILE-EOF         value '10'.
001050
001060 01  WS-CAPTURE-FILE-STATUS    pic x(02) value '00'.
001070     88  WS-CAPTURE-FILE-OK          value '00'.
001080     88  WS-CAPTURE-FILE-EOF         value '10'.
001090
001100 01  WS-REPORT-FILE-STATUS     pic x(02) value '00'.
001110
001120 01  WS-RNDRSTAT-OPEN-SW       pic x(01) value 'N'.
001130     88  WS-RNDRSTAT-IS-OPEN         value 'Y'.
001140     88  WS-RNDRSTAT-NOT-OPEN        value 'N'.
001150
001160 01  WS-SCAN-DONE-SW           pic x(01) value 'N'.
001170     88  WS-SCAN-DONE                value 'Y'.
001180     88  WS-SCAN-NOT-DONE            value 'N'.
001190
001200 01  WS-AUDIT-LOADED-SW        pic x(01) value 'N'.
001210     88  WS-AUDIT-LOADED             value 'Y'.
001220     88  WS-AUDIT-NOT-LOADED         value 'N'.
001230
001240 01  WS-FOUND-SW               pic x(01) value 'N'.
001250     88  WS-ENTRY-FOUND              value 'Y'.
001260     88  WS-ENTRY-NOT-FOUND          value 'N'.
001270
001280 77  WS-RUN-DATE               pic 9(08).
001290 77  WS-BREAK-TOLERANCE        pic 9(04) comp.
001300 77  WS-DEFAULT-TOLERANCE      pic 9(04) comp value zero.
001310
001320 77  WS-MATCHED-RND-IDX        pic 9(04) comp.
001330 77  WS-MATCHED-ROUTE-IDX      pic 9(04) comp.
001340 77  WS-TOTAL-BREAKS           pic 9(09) comp value zero.
001350 77  WS-OVERFLOW-RECORDS       pic 9(09) comp value zero.
001360
001370*    ------------------------------------------------------------
001380*    THE RENDER-ID BEING POSTED TO THE TABLE, WHICHEVER FILE IT
001390*    CAME FROM, AND THE BREAK BEING WRITTEN.
001400*    ------------------------------------------------------------
001410 01  WS-POST-FIELDS.
001420     03  WS-POST-RENDER-ID         pic x(20).
001430     03  WS-POST-ROUTE-NAME        pic x(30).
001440
001450 01  WS-BREAK-FIELDS.
001460     03  WS-BREAK-TEXT             pic x(40).
001470     03  WS-BREAK-NOTE             pic x(40).
001480
001490*    ------------------------------------------------------------
001500*    ONE RNDRDAY LINE - THE RNDRSTAT RECORD IMAGE AS RNDRARC
001510*    WROTE IT (SEE RNDRREC.CPY).
001520*    ------------------------------------------------------------
001530 01  WS-ARCHIVE-STATE.
001540     03  WS-ARC-RENDER-ID          pic x(20).
001550     03  WS-ARC-ROUTE-NAME         pic x(30).
001560     03  WS-ARC-STATE              pic x(01).
001570     03  WS-ARC-START-DATE         pic 9(08).
001580     03  WS-ARC-START-TIME         pic 9(08).
001590     03  WS-ARC-END-DATE           pic 9(08).
001600     03  WS-ARC-END-TIME           pic 9(08).
001610
001620*    ------------------------------------------------------------
001630*    ONE ENTRY PER RENDER-ID SEEN ON THE RUN DATE IN ANY OF THE
001640*    THREE FILES.  A BLANK STATE MEANS NO STATE RECORD WAS
001650*    FOUND; THE LIVE FILE'S STATE WINS OVER THE RNDRDAY CUT'S.
001660*    ------------------------------------------------------------
001670 01  WS-RENDER-TABLE-AREA.
001680     03  WS-RND-COUNT          pic 9(04) comp value zero.
001690     03  WS-RND-ENTRY occurs 0 to 9999 times
001700                 depending on WS-RND-COUNT
001710                 indexed by WS-RND-IDX.
001720         05  WS-RND-RENDER-ID      pic x(20).
001730         05  WS-RND-ROUTE-NAME     pic x(30).
001740         05  WS-RND-STATE          pic x(01).
001750             88  WS-RND-NO-STATE         value space.
001760             88  WS-RND-IN-PROGRESS      value 'I'.
001770             88  WS-RND-COMPLETE         value 'C'.
001780             88  WS-RND-FAILED           value 'F'.
001790         05  WS-RND-HEADERS        pic 9(04) comp.
001800         05  WS-RND-HDR-VARS       pic 9(09) comp.
001810         05  WS-RND-VAR-RECS       pic 9(09) comp.
001820         05  WS-RND-CAPTURES       pic 9(04) comp.
001830
001840*    ------------------------------------------------------------
001850*    PER-ROUTE CONTROL TOTALS, BUILT FROM THE RENDER TABLE.
001860*    ------------------------------------------------------------
001870 01  WS-ROUTE-TABLE-AREA.
001880     03  WS-ROUTE-COUNT        pic 9(04) comp value zero.
001890     03  WS-ROUTE-ENTRY occurs 0 to 999 times
001900                 depending on WS-ROUTE-COUNT
001910                 indexed by WS-ROUTE-IDX.
001920         05  WS-ROUTE-NAME         pic x(30).
001930         05  WS-ROUTE-TOTALS.
001940             07  WS-ROUTE-HEADERS      pic 9(09) comp.
001950             07  WS-ROUTE-COMPLETE     pic 9(09) comp.
001960             07  WS-ROUTE-FAILED       pic 9(09) comp.
001970             07  WS-ROUTE-IN-PROGRESS  pic 9(09) comp.
001980             07  WS-ROUTE-CAPTURES     pic 9(09) comp.
001990             07  WS-ROUTE-BREAKS       pic 9(09) comp.
002000
002010 01  WS-GRAND-TOTALS.
002020     03  WS-GRAND-HEADERS          pic 9(09) comp value zero.
002030     03  WS-GRAND-COMPLETE         pic 9(09) comp value zero.
002040     03  WS-GRAND-FAILED           pic 9(09) comp value zero.
002050     03  WS-GRAND-IN-PROGRESS      pic 9(09) comp value zero.
002060     03  WS-GRAND-CAPTURES         pic 9(09) comp value zero.
002070     03  WS-GRAND-BREAKS           pic 9(09) comp value zero.
002080
002090 01  WS-HEADING-1.
002100     03  filler  pic x(30) value
002110         'RENDER BALANCING REPORT FOR   '.
002120     03  WS-HEADING-DATE   pic 9(08).
002130
002140 01  WS-HEADING-2.
002150     03  filler  pic x(40) value
002160         'BREAKS - AUDITDAY / RNDRSTAT / CAPTDAY'.
002170
002180 01  WS-HEADING-2A.
002190     03  filler  pic x(22) value 'RENDER-ID'.
002200     03  filler  pic x(32) value 'ROUTE'.
002210     03  filler  pic x(42) value 'BREAK'.
002220
002230 01  WS-DETAIL-1.
002240     03  WS-DETAIL-1-RENDER-ID pic x(20).
002250     03  filler                pic x(02) value spaces.
002260     03  WS-DETAIL-1-ROUTE     pic x(30).
002270     03  filler                pic x(02) value spaces.
002280     03  WS-DETAIL-1-BREAK     pic x(40).
002290     03  filler                pic x(02) value spaces.
002300     03  WS-DETAIL-1-NOTE      pic x(36).
002310
002320 01  WS-VARCOUNT-NOTE.
002330     03  filler                pic x(07) value 'HEADER '.
002340     03  WS-VARCOUNT-HDR       pic zzzz9.
002350     03  filler                pic x(12) value '  V RECORDS '.
002360     03  WS-VARCOUNT-RECS      pic zzzz9.
002370
002380 01  WS-STATE-NOTE.
002390     03  filler                pic x(06) value 'STATE '.
002400     03  WS-STATE-NOTE-STATE   pic x(01).
002410
002420 01  WS-OVERFLOW-LINE.
002430     03  filler  pic x(40) value
002440         'RENDER TABLE FULL - RECORDS NOT BALANCED'.
002450     03  filler                pic x(02) value spaces.
002460     03  WS-OVERFLOW-NBR       pic zzzzzzzz9.
002470
002480 01  WS-HEADING-3.
002490     03  filler  pic x(32) value 'CONTROL TOTALS BY ROUTE'.
002500
002510 01  WS-HEADING-3A.
002520     03  filler  pic x(32) value 'ROUTE'.
002530     03  filler  pic x(12) value '    HEADERS'.
002540     03  filler  pic x(12) value '   COMPLETE'.
002550     03  filler  pic x(12) value '     FAILED'.
002560     03  filler  pic x(12) value '    IN-PROG'.
002570     03  filler  pic x(12) value '   CAPTURES'.
002580     03  filler  pic x(12) value '     BREAKS'.
002590
002600 01  WS-DETAIL-2.
002610     03  WS-DETAIL-2-ROUTE     pic x(30).
002620     03  filler                pic x(02) value spaces.
002630     03  WS-DETAIL-2-HEADERS   pic zzzzzzzz9.
002640     03  filler                pic x(03) value spaces.
002650     03  WS-DETAIL-2-COMPLETE  pic zzzzzzzz9.
002660     03  filler                pic x(03) value spaces.
002670     03  WS-DETAIL-2-FAILED    pic zzzzzzzz9.
002680     03  filler                pic x(03) value spaces.
002690     03  WS-DETAIL-2-IN-PROG   pic zzzzzzzz9.
002700     03  filler                pic x(03) value spaces.
002710     03  WS-DETAIL-2-CAPTURES  pic zzzzzzzz9.
002720     03  filler                pic x(03) value spaces.
002730     03  WS-DETAIL-2-BREAKS    pic zzzzzzzz9.
002740
002750 01  WS-DETAIL-TOLERANCE.
002760     03  filler  pic x(24) value 'TOTAL BREAKS            '.
002770     03  WS-DETAIL-TOL-BREAKS  pic zzzzzzzz9.
002780     03  filler  pic x(14) value '   TOLERANCE  '.
002790     03  WS-DETAIL-TOL-LIMIT   pic zzz9.
002800
002810 01  WS-VERDICT-BALANCED.
002820     03  filler  pic x(40) value
002830         'DAY IS IN BALANCE'.
002840
002850 01  WS-VERDICT-OUT.
002860     03  filler  pic x(52) value
002870         'DAY IS OUT OF BALANCE - HOLD THE WAREHOUSE EXTRACT'.
002880
002890 01  WS-VERDICT-NO-AUDIT.
002900     03  filler  pic x(52) value
002910         'AUDITDAY CUT NOT READABLE - DAY NOT BALANCED'.
002920
002930 01  WS-NONE-LINE.
002940     03  filler  pic x(06) value '(NONE)'.
002950
002960 linkage section.
002970 01  LK-RUN-DATE               pic 9(08).
002980 01  LK-BREAK-TOLERANCE        pic 9(04).
002990
003000 procedure division using LK-RUN-DATE LK-BREAK-TOLERANCE.
003010
003020 0000-main-logic.
003030     perform 1000-initialize thru 1000-exit.
003040     perform 2000-load-live-states thru 2000-exit.
003050     perform 2200-load-archived-states thru 2200-exit.
003060     perform 3000-load-audit-cut thru 3000-exit.
003070     perform 3500-load-capture-cut thru 3500-exit.
003080     perform 5000-check-renders thru 5000-exit.
003090     perform 8000-write-control-totals thru 8000-exit.
003100     perform 8500-write-verdict thru 8500-exit.
003110     perform 9000-close-files thru 9000-exit.
003120     goback.
003130 0000-exit.
003140     exit.
003150
003160*    ------------------------------------------------------------
003170*    1000-INITIALIZE
003180*    ------------------------------------------------------------
003190 1000-initialize.
003200     move LK-RUN-DATE to WS-RUN-DATE.
003210     if WS-RUN-DATE = zero
003220         accept WS-RUN-DATE from date yyyymmdd
003230     end-if.
003240     move LK-BREAK-TOLERANCE to WS-BREAK-TOLERANCE.
003250     if WS-BREAK-TOLERANCE = zero
003260         move WS-DEFAULT-TOLERANCE to WS-BREAK-TOLERANCE
003270     end-if.
003280     open output REPORT-FILE.
003290     move WS-RUN-DATE to WS-HEADING-DATE.
003300     move spaces to REPORT-LINE.
003310     move WS-HEADING-1 to REPORT-LINE.
003320     write REPORT-LINE.
003330 1000-exit.
003340     exit.
003350
003360*    ------------------------------------------------------------
003370*    2000-LOAD-LIVE-STATES - WALKS THE LIVE RNDRSTAT FILE AND
003380*    POSTS THE STATE OF EVERY RENDER STARTED ON THE RUN DATE.
003390*    A FILE THAT DOES NOT EXIST YET HOLDS NO STATES.
003400*    ------------------------------------------------------------
003410 2000-load-live-states.
003420     set WS-SCAN-NOT-DONE to true.
003430     open input RNDRSTAT-FILE.
003440     if WS-RNDRSTAT-FILE-OK
003450         set WS-RNDRSTAT-IS-OPEN to true
003460     else
003470         set WS-SCAN-DONE to true
003480     end-if.
003490     if WS-RNDRSTAT-IS-OPEN
003500         move low-values to RNDRSTAT-RENDER-ID
003510         start RNDRSTAT-FILE key >= RNDRSTAT-RENDER-ID
003520         if not WS-RNDRSTAT-FILE-OK
003530             set WS-SCAN-DONE to true
003540         end-if
003550     end-if.
003560     perform 2100-post-next-live-state thru 2100-exit
003570             until WS-SCAN-DONE.
003580 2000-exit.
003590     exit.
003600
003610 2100-post-next-live-state.
003620     read RNDRSTAT-FILE next record.
003630     if not WS-RNDRSTAT-FILE-OK
003640         set WS-SCAN-DONE to true
003650         go to 2100-exit
003660     end-if.
003670     if RNDRSTAT-START-DATE not = WS-RUN-DATE
003680         go to 2100-exit
003690     end-if.
003700     move RNDRSTAT-RENDER-ID  to WS-POST-RENDER-ID.
003710     move RNDRSTAT-ROUTE-NAME to WS-POST-ROUTE-NAME.
003720     perform 4000-find-render thru 4000-exit.
003730     if WS-ENTRY-FOUND
003740         move RNDRSTAT-STATE to WS-RND-STATE (WS-MATCHED-RND-IDX)
003750     end-if.
003760 2100-exit.
003770     exit.
003780
003790*    ------------------------------------------------------------
003800*    2200-LOAD-ARCHIVED-STATES - POSTS THE RUN DATE'S STATES
003810*    FROM THE RNDRDAY CUT, FOR RENDERS RNDRARC HAS ALREADY
003820*    TAKEN OFF THE LIVE FILE.  A STATE ALREADY POSTED FROM THE
003830*    LIVE FILE IS LEFT ALONE.  A MISSING CUT HOLDS NO STATES.
003840*    ------------------------------------------------------------
003850 2200-load-archived-states.
003860     open input ARCHIVE-FILE.
003870     if not WS-ARCHIVE-FILE-OK
003880         go to 2200-exit
003890     end-if.
003900     perform 2300-read-archive-record thru 2300-exit.
003910     perform 2400-post-archive-state thru 2400-exit
003920             until WS-ARCHIVE-FILE-EOF.
003930     close ARCHIVE-FILE.
003940 2200-exit.
003950     exit.
003960
003970 2300-read-archive-record.
003980     read ARCHIVE-FILE.
003990 2300-exit.
004000     exit.
004010
004020 2400-post-archive-state.
004030     move ARCHIVE-RECORD to WS-ARCHIVE-STATE.
004040     if WS-ARC-START-DATE = WS-RUN-DATE
004050         move WS-ARC-RENDER-ID  to WS-POST-RENDER-ID
004060         move WS-ARC-ROUTE-NAME to WS-POST-ROUTE-NAME
004070         perform 4000-find-render thru 4000-exit
004080         if WS-ENTRY-FOUND
004090             if WS-RND-NO-STATE (WS-MATCHED-RND-IDX)
004100                 move WS-ARC-STATE
004110                         to WS-RND-STATE (WS-MATCHED-RND-IDX)
004120             end-if
004130         end-if
004140     end-if.
004150     perform 2300-read-archive-record thru 2300-exit.
004160 2400-exit.
004170     exit.
004180
004190*    ------------------------------------------------------------
004200*    3000-LOAD-AUDIT-CUT - POSTS THE RUN DATE'S AUDIT HEADERS
004210*    AND V RECORDS.  RECORDS CUT BEFORE AUDIT-RENDER-ID EXISTED
004220*    CARRY NO RENDER-ID AND CANNOT BE BALANCED.  UNLIKE THE
004230*    OTHER TWO CUTS, AUDITARC ALWAYS WRITES AUDITDAY, SO A
004240*    MISSING ONE MEANS THE DAY CANNOT BE BALANCED AT ALL.
004250*    ------------------------------------------------------------
004260 3000-load-audit-cut.
004270     open input AUDIT-FILE.
004280     if not WS-AUDIT-FILE-OK
004290         display 'RNDRBAL: AUDITDAY OPEN FAILED, STATUS '
004300                 WS-AUDIT-FILE-STATUS
004310         go to 3000-exit
004320     end-if.
004330     set WS-AUDIT-LOADED to true.
004340     perform 3100-read-audit-record thru 3100-exit.
004350     perform 3200-post-audit-record thru 3200-exit
004360             until WS-AUDIT-FILE-EOF.
004370     close AUDIT-FILE.
004380 3000-exit.
004390     exit.
004400
004410 3100-read-audit-record.
004420     read AUDIT-FILE.
004430 3100-exit.
004440     exit.
004450
004460 3200-post-audit-record.
004470     if AUDIT-DATE = WS-RUN-DATE
004480             and AUDIT-RENDER-ID not = spaces
004490         move AUDIT-RENDER-ID  to WS-POST-RENDER-ID
004500         move AUDIT-ROUTE-NAME to WS-POST-ROUTE-NAME
004510         perform 4000-find-render thru 4000-exit
004520         if WS-ENTRY-FOUND
004530             if AUDIT-TYPE-HEADER
004540                 add 1 to WS-RND-HEADERS (WS-MATCHED-RND-IDX)
004550                 add AUDIT-VAR-COUNT
004560                         to WS-RND-HDR-VARS (WS-MATCHED-RND-IDX)
004570             else
004580                 add 1 to WS-RND-VAR-RECS (WS-MATCHED-RND-IDX)
004590             end-if
004600         end-if
004610     end-if.
004620     perform 3100-read-audit-record thru 3100-exit.
004630 3200-exit.
004640     exit.
004650
004660*    ------------------------------------------------------------
004670*    3500-LOAD-CAPTURE-CUT - POSTS THE RUN DATE'S CAPTURES.  A
004680*    MISSING CUT HOLDS NO CAPTURES, AND EVERY COMPLETED RENDER
004690*    WILL SHOW AS A BREAK.
004700*    ------------------------------------------------------------
004710 3500-load-capture-cut.
004720     open input CAPTURE-FILE.
004730     if not WS-CAPTURE-FILE-OK
004740         display 'RNDRBAL: CAPTDAY OPEN FAILED, STATUS '
004750                 WS-CAPTURE-FILE-STATUS
004760         go to 3500-exit
004770     end-if.
004780     perform 3600-read-capture-record thru 3600-exit.
004790     perform 3700-post-capture-record thru 3700-exit
004800             until WS-CAPTURE-FILE-EOF.
004810     close CAPTURE-FILE.
004820 3500-exit.
004830     exit.
004840
004850 3600-read-capture-record.
004860     read CAPTURE-FILE.
004870 3600-exit.
004880     exit.
004890
004900 3700-post-capture-record.
004910     if CAPT-DATE = WS-RUN-DATE
004920         move CAPT-RENDER-ID  to WS-POST-RENDER-ID
004930         move CAPT-ROUTE-NAME to WS-POST-ROUTE-NAME
004940         perform 4000-find-render thru 4000-exit
004950         if WS-ENTRY-FOUND
004960             add 1 to WS-RND-CAPTURES (WS-MATCHED-RND-IDX)
004970         end-if
004980     end-if.
004990     perform 3600-read-capture-record thru 3600-exit.
005000 3700-exit.
005010     exit.
005020
005030*    ------------------------------------------------------------
005040*    4000-FIND-RENDER - FINDS OR ADDS THE ENTRY FOR THE POSTED
005050*    RENDER-ID.  THE MATCHED INDEX IS CAPTURED AT MATCH TIME,
005060*    NOT PICKED UP FROM THE VARYING INDEX AFTER THE LOOP.  A
005070*    RECORD THAT WILL NOT FIT IN A FULL TABLE IS COUNTED AND
005080*    LEAVES WS-ENTRY-NOT-FOUND SET.
005090*    ------------------------------------------------------------
005100 4000-find-render.
005110     set WS-ENTRY-NOT-FOUND to true.
005120     perform 4100-match-render thru 4100-exit
005130             varying WS-RND-IDX from 1 by 1
005140             until WS-RND-IDX > WS-RND-COUNT
005150                or WS-ENTRY-FOUND.
005160     if WS-ENTRY-FOUND
005170         if WS-RND-ROUTE-NAME (WS-MATCHED-RND-IDX) = spaces
005180             move WS-POST-ROUTE-NAME
005190                     to WS-RND-ROUTE-NAME (WS-MATCHED-RND-IDX)
005200         end-if
005210         go to 4000-exit
005220     end-if.
005230     if WS-RND-COUNT < 9999
005240         add 1 to WS-RND-COUNT
005250         set WS-MATCHED-RND-IDX to WS-RND-COUNT
005260         move WS-POST-RENDER-ID
005270                 to WS-RND-RENDER-ID (WS-MATCHED-RND-IDX)
005280         move WS-POST-ROUTE-NAME
005290                 to WS-RND-ROUTE-NAME (WS-MATCHED-RND-IDX)
005300         move space to WS-RND-STATE (WS-MATCHED-RND-IDX)
005310         move zero to WS-RND-HEADERS (WS-MATCHED-RND-IDX)
005320         move zero to WS-RND-HDR-VARS (WS-MATCHED-RND-IDX)
005330         move zero to WS-RND-VAR-RECS (WS-MATCHED-RND-IDX)
005340         move zero to WS-RND-CAPTURES (WS-MATCHED-RND-IDX)
005350         set WS-ENTRY-FOUND to true
005360     else
005370         add 1 to WS-OVERFLOW-RECORDS
005380     end-if.
005390 4000-exit.
005400     exit.
005410
005420 4100-match-render.
005430     if WS-RND-RENDER-ID (WS-RND-IDX) = WS-POST-RENDER-ID
005440         set WS-ENTRY-FOUND to true
005450         set WS-MATCHED-RND-IDX to WS-RND-IDX
005460     end-if.
005470 4100-exit.
005480     exit.
005490
005500*    ------------------------------------------------------------
005510*    5000-CHECK-RENDERS - ONE PASS OVER THE RENDER TABLE.  EACH
005520*    ENTRY IS ADDED TO ITS ROUTE'S CONTROL TOTALS AND EVERY
005530*    BREAK IT SHOWS IS LISTED.  RECORDS THAT DID NOT FIT IN THE
005540*    TABLE COUNT AS BREAKS - THEY WERE NEVER BALANCED.
005550*    ------------------------------------------------------------
005560 5000-check-renders.
005570     move spaces to REPORT-LINE.
005580     write REPORT-LINE.
005590     move WS-HEADING-2 to REPORT-LINE.
005600     write REPORT-LINE.
005610     move WS-HEADING-2A to REPORT-LINE.
005620     write REPORT-LINE.
005630     perform 5100-check-one-render thru 5100-exit
005640             varying WS-RND-IDX from 1 by 1
005650             until WS-RND-IDX > WS-RND-COUNT.
005660     if WS-OVERFLOW-RECORDS > zero
005670         add WS-OVERFLOW-RECORDS to WS-TOTAL-BREAKS
005680         move WS-OVERFLOW-RECORDS to WS-OVERFLOW-NBR
005690         move spaces to REPORT-LINE
005700         move WS-OVERFLOW-LINE to REPORT-LINE
005710         write REPORT-LINE
005720     end-if.
005730     if WS-TOTAL-BREAKS = zero
005740         move spaces to REPORT-LINE
005750         move WS-NONE-LINE to REPORT-LINE
005760         write REPORT-LINE
005770     end-if.
005780 5000-exit.
005790     exit.
005800
005810 5100-check-one-render.
005820     set WS-MATCHED-RND-IDX to WS-RND-IDX.
005830     perform 5200-find-route thru 5200-exit.
005840     if WS-ENTRY-FOUND
005850         add WS-RND-HEADERS (WS-MATCHED-RND-IDX)
005860                 to WS-ROUTE-HEADERS (WS-MATCHED-ROUTE-IDX)
005870         add WS-RND-CAPTURES (WS-MATCHED-RND-IDX)
005880                 to WS-ROUTE-CAPTURES (WS-MATCHED-ROUTE-IDX)
005890         evaluate true
005900             when WS-RND-COMPLETE (WS-MATCHED-RND-IDX)
005910                 add 1 to
005920                     WS-ROUTE-COMPLETE (WS-MATCHED-ROUTE-IDX)
005930             when WS-RND-FAILED (WS-MATCHED-RND-IDX)
005940                 add 1 to
005950                     WS-ROUTE-FAILED (WS-MATCHED-ROUTE-IDX)
005960             when WS-RND-IN-PROGRESS (WS-MATCHED-RND-IDX)
005970                 add 1 to
005980                     WS-ROUTE-IN-PROGRESS (WS-MATCHED-ROUTE-IDX)
005990         end-evaluate
006000     end-if.
006010     if WS-RND-HEADERS (WS-MATCHED-RND-IDX) > zero
006020         perform 5300-check-header-side thru 5300-exit
006030     else
006040         perform 5400-check-headerless thru 5400-exit
006050     end-if.
006060     if WS-RND-COMPLETE (WS-MATCHED-RND-IDX)
006070             and WS-RND-CAPTURES (WS-MATCHED-RND-IDX) = zero
006080         move 'COMPLETED RENDER WITH NO CAPTURE'
006090                 to WS-BREAK-TEXT
006100         move spaces to WS-BREAK-NOTE
006110         perform 7000-write-break thru 7000-exit
006120     end-if.
006130     if WS-RND-CAPTURES (WS-MATCHED-RND-IDX) > zero
006140             and not WS-RND-COMPLETE (WS-MATCHED-RND-IDX)
006150         move 'CAPTURED BUT STATE NOT COMPLETE'
006160                 to WS-BREAK-TEXT
006170         if WS-RND-NO-STATE (WS-MATCHED-RND-IDX)
006180             move 'NO STATE RECORD' to WS-BREAK-NOTE
006190         else
006200             move WS-RND-STATE (WS-MATCHED-RND-IDX)
006210                     to WS-STATE-NOTE-STATE
006220             move WS-STATE-NOTE to WS-BREAK-NOTE
006230         end-if
006240         perform 7000-write-break thru 7000-exit
006250     end-if.
006260 5100-exit.
006270     exit.
006280
006290*    ------------------------------------------------------------
006300*    5200-FIND-ROUTE - FINDS OR ADDS THE CONTROL-TOTAL ENTRY FOR
006310*    THE CURRENT RENDER'S ROUTE.  A RENDER WHOSE ROUTE WILL NOT
006320*    FIT IS STILL CHECKED, JUST NOT TOTALLED BY ROUTE.
006330*    ------------------------------------------------------------
006340 5200-find-route.
006350     set WS-ENTRY-NOT-FOUND to true.
006360     perform 5210-match-route thru 5210-exit
006370             varying WS-ROUTE-IDX from 1 by 1
006380             until WS-ROUTE-IDX > WS-ROUTE-COUNT
006390                or WS-ENTRY-FOUND.
006400     if WS-ENTRY-NOT-FOUND
006410         if WS-ROUTE-COUNT < 999
006420             add 1 to WS-ROUTE-COUNT
006430             set WS-MATCHED-ROUTE-IDX to WS-ROUTE-COUNT
006440             move WS-RND-ROUTE-NAME (WS-MATCHED-RND-IDX)
006450                     to WS-ROUTE-NAME (WS-MATCHED-ROUTE-IDX)
006460             move zero to WS-ROUTE-HEADERS (WS-MATCHED-ROUTE-IDX)
006470             move zero to
006480                     WS-ROUTE-COMPLETE (WS-MATCHED-ROUTE-IDX)
006490             move zero to WS-ROUTE-FAILED (WS-MATCHED-ROUTE-IDX)
006500             move zero to
006510                     WS-ROUTE-IN-PROGRESS (WS-MATCHED-ROUTE-IDX)
006520             move zero to
006530                     WS-ROUTE-CAPTURES (WS-MATCHED-ROUTE-IDX)
006540             move zero to WS-ROUTE-BREAKS (WS-MATCHED-ROUTE-IDX)
006550             set WS-ENTRY-FOUND to true
006560         end-if
006570     end-if.
006580 5200-exit.
006590     exit.
006600
006610 5210-match-route.
006620     if WS-ROUTE-NAME (WS-ROUTE-IDX)
006630             = WS-RND-ROUTE-NAME (WS-MATCHED-RND-IDX)
006640         set WS-ENTRY-FOUND to true
006650         set WS-MATCHED-ROUTE-IDX to WS-ROUTE-IDX
006660     end-if.
006670 5210-exit.
006680     exit.
006690
006700*    ------------------------------------------------------------
006710*    5300-CHECK-HEADER-SIDE - THE RENDER HAS AN AUDIT HEADER:
006720*    IT NEEDS A STATE RECORD, AND THE HEADER'S AUDIT-VAR-COUNT
006730*    MUST MATCH THE V RECORDS WRITTEN BEHIND IT.
006740*    ------------------------------------------------------------
006750 5300-check-header-side.
006760     if WS-RND-NO-STATE (WS-MATCHED-RND-IDX)
006770         move 'AUDIT HEADER WITH NO STATE RECORD'
006780                 to WS-BREAK-TEXT
006790         move spaces to WS-BREAK-NOTE
006800         perform 7000-write-break thru 7000-exit
006810     end-if.
006820     if WS-RND-HDR-VARS (WS-MATCHED-RND-IDX)
006830             not = WS-RND-VAR-RECS (WS-MATCHED-RND-IDX)
006840         move 'VAR COUNT DISAGREES WITH V RECORDS'
006850                 to WS-BREAK-TEXT
006860         move WS-RND-HDR-VARS (WS-MATCHED-RND-IDX)
006870                 to WS-VARCOUNT-HDR
006880         move WS-RND-VAR-RECS (WS-MATCHED-RND-IDX)
006890                 to WS-VARCOUNT-RECS
006900         move WS-VARCOUNT-NOTE to WS-BREAK-NOTE
006910         perform 7000-write-break thru 7000-exit
006920     end-if.
006930 5300-exit.
006940     exit.
006950
006960*    ------------------------------------------------------------
006970*    5400-CHECK-HEADERLESS - NO AUDIT HEADER.  THAT IS ONLY
006980*    RIGHT FOR A RENDER THAT FAILED OR NEVER GOT PAST ITS
006990*    BEGIN; V RECORDS, A COMPLETED STATE, OR A CAPTURE WITHOUT
007000*    A HEADER ARE ALL BREAKS.
007010*    ------------------------------------------------------------
007020 5400-check-headerless.
007030     if WS-RND-VAR-RECS (WS-MATCHED-RND-IDX) > zero
007040         move 'VAR RECORDS WITH NO AUDIT HEADER'
007050                 to WS-BREAK-TEXT
007060         move spaces to WS-BREAK-NOTE
007070         perform 7000-write-break thru 7000-exit
007080     end-if.
007090     if WS-RND-COMPLETE (WS-MATCHED-RND-IDX)
007100         move 'COMPLETED STATE WITH NO AUDIT HEADER'
007110                 to WS-BREAK-TEXT
007120         move spaces to WS-BREAK-NOTE
007130         perform 7000-write-break thru 7000-exit
007140     end-if.
007150     if WS-RND-CAPTURES (WS-MATCHED-RND-IDX) > zero
007160         move 'CAPTURE WITH NO AUDIT HEADER'
007170                 to WS-BREAK-TEXT
007180         move spaces to WS-BREAK-NOTE
007190         perform 7000-write-break thru 7000-exit
007200     end-if.
007210 5400-exit.
007220     exit.
007230
007240*    ------------------------------------------------------------
007250*    7000-WRITE-BREAK - LISTS ONE BREAK FOR THE CURRENT RENDER
007260*    AND COUNTS IT AGAINST THE DAY AND, WHEN THE ROUTE HAS A
007270*    CONTROL-TOTAL ENTRY, AGAINST THE ROUTE.
007280*    ------------------------------------------------------------
007290 7000-write-break.
007300     add 1 to WS-TOTAL-BREAKS.
007310     if WS-ENTRY-FOUND
007320         add 1 to WS-ROUTE-BREAKS (WS-MATCHED-ROUTE-IDX)
007330     end-if.
007340     move WS-RND-RENDER-ID (WS-MATCHED-RND-IDX)
007350             to WS-DETAIL-1-RENDER-ID.
007360     move WS-RND-ROUTE-NAME (WS-MATCHED-RND-IDX)
007370             to WS-DETAIL-1-ROUTE.
007380     move WS-BREAK-TEXT to WS-DETAIL-1-BREAK.
007390     move WS-BREAK-NOTE to WS-DETAIL-1-NOTE.
007400     move spaces to REPORT-LINE.
007410     move WS-DETAIL-1 to REPORT-LINE.
007420     write REPORT-LINE.
007430 7000-exit.
007440     exit.
007450
007460*    ------------------------------------------------------------
007470*    8000-WRITE-CONTROL-TOTALS - ONE LINE PER ROUTE, THEN THE
007480*    DAY'S GRAND TOTALS.
007490*    ------------------------------------------------------------
007500 8000-write-control-totals.
007510     move spaces to REPORT-LINE.
007520     write REPORT-LINE.
007530     move WS-HEADING-3 to REPORT-LINE.
007540     write REPORT-LINE.
007550     move WS-HEADING-3A to REPORT-LINE.
007560     write REPORT-LINE.
007570     if WS-ROUTE-COUNT = zero
007580         move spaces to REPORT-LINE
007590         move WS-NONE-LINE to REPORT-LINE
007600         write REPORT-LINE
007610     end-if.
007620     perform 8100-write-route-totals thru 8100-exit
007630             varying WS-ROUTE-IDX from 1 by 1
007640             until WS-ROUTE-IDX > WS-ROUTE-COUNT.
007650     move spaces to REPORT-LINE.
007660     write REPORT-LINE.
007670     move 'ALL ROUTES'         to WS-DETAIL-2-ROUTE.
007680     move WS-GRAND-HEADERS     to WS-DETAIL-2-HEADERS.
007690     move WS-GRAND-COMPLETE    to WS-DETAIL-2-COMPLETE.
007700     move WS-GRAND-FAILED      to WS-DETAIL-2-FAILED.
007710     move WS-GRAND-IN-PROGRESS to WS-DETAIL-2-IN-PROG.
007720     move WS-GRAND-CAPTURES    to WS-DETAIL-2-CAPTURES.
007730     move WS-TOTAL-BREAKS      to WS-DETAIL-2-BREAKS.
007740     move WS-DETAIL-2 to REPORT-LINE.
007750     write REPORT-LINE.
007760 8000-exit.
007770     exit.
007780
007790 8100-write-route-totals.
007800     move WS-ROUTE-NAME (WS-ROUTE-IDX) to WS-DETAIL-2-ROUTE.
007810     move WS-ROUTE-HEADERS (WS-ROUTE-IDX)
007820             to WS-DETAIL-2-HEADERS.
007830     move WS-ROUTE-COMPLETE (WS-ROUTE-IDX)
007840             to WS-DETAIL-2-COMPLETE.
007850     move WS-ROUTE-FAILED (WS-ROUTE-IDX)
007860             to WS-DETAIL-2-FAILED.
007870     move WS-ROUTE-IN-PROGRESS (WS-ROUTE-IDX)
007880             to WS-DETAIL-2-IN-PROG.
007890     move WS-ROUTE-CAPTURES (WS-ROUTE-IDX)
007900             to WS-DETAIL-2-CAPTURES.
007910     move WS-ROUTE-BREAKS (WS-ROUTE-IDX)
007920             to WS-DETAIL-2-BREAKS.
007930     move spaces to REPORT-LINE.
007940     move WS-DETAIL-2 to REPORT-LINE.
007950     write REPORT-LINE.
007960     add WS-ROUTE-HEADERS (WS-ROUTE-IDX) to WS-GRAND-HEADERS.
007970     add WS-ROUTE-COMPLETE (WS-ROUTE-IDX) to WS-GRAND-COMPLETE.
007980     add WS-ROUTE-FAILED (WS-ROUTE-IDX) to WS-GRAND-FAILED.
007990     add WS-ROUTE-IN-PROGRESS (WS-ROUTE-IDX)
008000             to WS-GRAND-IN-PROGRESS.
008010     add WS-ROUTE-CAPTURES (WS-ROUTE-IDX) to WS-GRAND-CAPTURES.
008020 8100-exit.
008030     exit.
008040
008050*    ------------------------------------------------------------
008060*    8500-WRITE-VERDICT - BREAKS AGAINST THE TOLERANCE, AND THE
008070*    RETURN CODE THE SCHEDULER HOLDS AUDITEXT ON.
008080*    ------------------------------------------------------------
008090 8500-write-verdict.
008100     move spaces to REPORT-LINE.
008110     write REPORT-LINE.
008120     move WS-TOTAL-BREAKS to WS-DETAIL-TOL-BREAKS.
008130     move WS-BREAK-TOLERANCE to WS-DETAIL-TOL-LIMIT.
008140     move WS-DETAIL-TOLERANCE to REPORT-LINE.
008150     write REPORT-LINE.
008160     move spaces to REPORT-LINE.
008170     evaluate true
008180         when WS-AUDIT-NOT-LOADED
008190             move WS-VERDICT-NO-AUDIT to REPORT-LINE
008200             move 8 to RETURN-CODE
008210         when WS-TOTAL-BREAKS > WS-BREAK-TOLERANCE
008220             move WS-VERDICT-OUT to REPORT-LINE
008230             move 8 to RETURN-CODE
008240         when other
008250             move WS-VERDICT-BALANCED to REPORT-LINE
008260             move zero to RETURN-CODE
008270     end-evaluate.
008280     write REPORT-LINE.
008290 8500-exit.
008300     exit.
008310
008320*    ------------------------------------------------------------
008330*    9000-CLOSE-FILES
008340*    ------------------------------------------------------------
008350 9000-close-files.
008360     if WS-RNDRSTAT-IS-OPEN
008370         close RNDRSTAT-FILE
008380     end-if.
008390     close REPORT-FILE.
008400 9000-exit.
008410     exit.
008420
008430 end program rndrbal.
