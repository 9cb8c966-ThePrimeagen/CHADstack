000010*****************************************************************
000020*
000030*    PROGRAM-ID.   RNDRINQ
000040*    AUTHOR.       JKM
000050*    INSTALLATION. CHADSTACK DATA PROCESSING
000060*    DATE-WRITTEN. 10/15/2026
000070*
000080*    REMARKS.      CUSTOMER RENDER INQUIRY FOR THE HELP DESK.
000090*                  GIVEN A RENDER-ID (TYPE 'R') - THE ONE THE
000100*                  ERRPAGE PRINTS - OR A USER ID ('U') OR A
000110*                  SESSION ID ('S'), AND A DATE RANGE, PRINTS ONE
000120*                  CONSOLIDATED HISTORY TO INQRPT: EACH RENDER'S
000130*                  AUDITED VARIABLES, ITS FINAL RNDRSTAT STATE
000140*                  AND ELAPSED TIME, AND ITS CAPTURED OUTPUT
000150*                  LENGTH AND CHECKSUM, THEN THE SIGN-ON,
000160*                  VALIDATION, AND THROTTLE EVENTS OF THE
000170*                  SESSIONS INVOLVED.  A USER'S SESSIONS ARE THE
000180*                  ONES SIGNACT SHOWS THEM SIGNING ON TO IN THE
000190*                  RANGE PLUS ANY AUDIT HEADER CARRYING THEIR
000200*                  USER ID (SEE AUDITREC.CPY).
000210*
000220*                  THE DATED ARCHIVE GENERATIONS ARE OPENED BY
000230*                  NAME, ONE PER DAY - AUDITDAY.DYYYYMMDD,
000240*                  CAPTDAY.DYYYYMMDD, AND RNDRDAY.DYYYYMMDD, THE
000250*                  NAMES THE SCHEDULER CATALOGS EACH NIGHT'S CUT
000260*                  UNDER - FOLLOWED BY THE LIVE AUDITLOG,
000270*                  RNDRCAPT, AND RNDRSTAT FOR WHATEVER HAS NOT
000280*                  BEEN CUT YET.  THE AUDITDAY AND CAPTDAY
000290*                  GENERATIONS ARE READ FROM THE FROM-DATE TO
000300*                  THE DAY AFTER THE TO-DATE, SO A CUT THAT RAN
000310*                  PAST MIDNIGHT IS STILL COVERED; RNDRARC ONLY
000320*                  CUTS A RENDER ONCE IT AGES OUT, SO RNDRDAY IS
000330*                  READ UP TO WS-RNDRDAY-SPAN-DAYS PAST THE
000340*                  TO-DATE.  A GENERATION NOT ON FILE (EXPIRED OR
000350*                  NOT CUT YET) IS COUNTED ON THE REPORT, NOT
000360*                  TREATED AS AN ERROR.  SIGNACT, VALVARLG, AND
000370*                  RATEREJLG ARE RUNNING LOGS AND ARE READ WHOLE.
000380*
000390*                  INQUIRY TYPE, KEY, AND DATES COME IN THROUGH
000400*                  LINKAGE.  A ZERO TO-DATE TAKES TODAY AND A
000410*                  ZERO FROM-DATE TAKES THE TO-DATE.  RETURN-CODE
000420*                  8 WHEN THE INQUIRY ITSELF IS NOT VALID.
000430*
000440*****************************************************************
000450*    MODIFICATION HISTORY
000460*    ------------------------------------------------------------
000470*    10/15/2026  JKM  ORIGINAL VERSION.
000480*    10/15/2026  JKM  PASS EVERY VALUE PRINTED THROUGH SENSMASK,
000490*                      SO A GENERATION CUT BEFORE THE SENSVAR
000500*                      REGISTRY EXISTED STILL PRINTS MASKED.
000510*****************************************************************
000520
000530 identification division.
000540 program-id. rndrinq.
000550 author. jkm.
000560 installation. chadstack data processing.
000570 date-written. 10/15/2026.
000580 date-compiled.
000590
000600 environment division.
000610 input-output section.
000620 file-control.
000630     select AUDIT-FILE assign to WS-AUDIT-FILE-NAME
000640         organization is line sequential
000650         file status is WS-AUDIT-FILE-STATUS.
000660
000670     select CAPTURE-FILE assign to WS-CAPTURE-FILE-NAME
000680         organization is line sequential
000690         file status is WS-CAPTURE-FILE-STATUS.
000700
000710     select ARCHIVE-FILE assign to WS-ARCHIVE-FILE-NAME
000720         organization is line sequential
000730         file status is WS-ARCHIVE-FILE-STATUS.
000740
000750     select RNDRSTAT-FILE assign to RNDRSTAT
000760         organization is indexed
000770         access mode is dynamic
000780         record key is RNDRSTAT-RENDER-ID
000790         file status is WS-RNDRSTAT-FILE-STATUS.
000800
000810     select ACTIVITY-FILE assign to SIGNACT
000820         organization is line sequential
000830         file status is WS-ACTIVITY-FILE-STATUS.
000840
000850     select VALERR-FILE assign to VALVARLG
000860         organization is line sequential
000870         file status is WS-VALERR-FILE-STATUS.
000880
000890     select RATE-REJECT-FILE assign to RATEREJLG
000900         organization is line sequential
000910         file status is WS-RATE-REJECT-FILE-STATUS.
000920
000930     select REPORT-FILE assign to INQRPT
000940         organization is line sequential
000950         file status is WS-REPORT-FILE-STATUS.
000960
000970 data division.
000980 file section.
000990 fd  AUDIT-FILE.
001000     copy AUDITREC.
001010
001020 fd  CAPTURE-FILE.
001030     copy CAPTREC.
001040
001050 fd  ARCHIVE-FILE.
001060 01  ARCHIVE-RECORD               pic x(83).
001070
001080 fd  RNDRSTAT-FILE.
001090     copy RNDRREC.
001100
001110 fd  ACTIVITY-FILE.
001120     copy SIGNREC.
001130
001140 fd  VALERR-FILE.
001150     copy VALERRREC.
001160
001170 fd  RATE-REJECT-FILE.
001180     copy RATEREJ.
001190
001200 fd  REPORT-FILE
001210     record contains 132 characters.
001220 01  REPORT-LINE                  pic x(132).
001230
001240 working-storage section.
001250 01  WS-AUDIT-FILE-STATUS      pic x(02) value '00'.
001260     88  WS-AUDIT-FILE-OK            value '00'.
001270     88  WS-AUDIT-FILE-EOF           value '10'.
001280
001290 01  WS-CAPTURE-FILE-STATUS    pic x(02) value '00'.
001300     88  WS-CAPTURE-FILE-OK          value '00'.
001310     88  WS-CAPTURE-FILE-EOF         value '10'.
001320
001330 01  WS-ARCHIVE-FILE-STATUS    pic x(02) value '00'.
001340     88  WS-ARCHIVE-FILE-OK          value '00'.
001350     88  WS-ARCHIVE-FILE-EOF         value '10'.
001360
001370 01  WS-RNDRSTAT-FILE-STATUS   pic x(02) value '00'.
001380     88  WS-RNDRSTAT-FILE-OK         value '00'.
001390
001400 01  WS-ACTIVITY-FILE-STATUS   pic x(02) value '00'.
001410     88  WS-ACTIVITY-FILE-OK         value '00'.
001420     88  WS-ACTIVITY-FILE-EOF        value '10'.
001430
001440 01  WS-VALERR-FILE-STATUS     pic x(02) value '00'.
001450     88  WS-VALERR-FILE-OK           value '00'.
001460     88  WS-VALERR-FILE-EOF          value '10'.
001470
001480 01  WS-RATE-REJECT-FILE-STATUS pic x(02) value '00'.
001490     88  WS-RATE-REJECT-FILE-OK      value '00'.
001500     88  WS-RATE-REJECT-FILE-EOF     value '10'.
001510
001520 01  WS-REPORT-FILE-STATUS     pic x(02) value '00'.
001530
001540*    ------------------------------------------------------------
001550*    FILE NAMES FOR THE DYNAMICALLY ASSIGNED FILES - A DATED
001560*    GENERATION NAME OR THE LIVE FILE'S OWN NAME, SET BEFORE
001570*    EACH OPEN.
001580*    ------------------------------------------------------------
001590 01  WS-AUDIT-FILE-NAME        pic x(64).
001600 01  WS-CAPTURE-FILE-NAME      pic x(64).
001610 01  WS-ARCHIVE-FILE-NAME      pic x(64).
001620
001630 01  WS-INQUIRY-SW             pic x(01) value 'Y'.
001640     88  WS-INQUIRY-VALID            value 'Y'.
001650     88  WS-INQUIRY-NOT-VALID        value 'N'.
001660
001670 01  WS-INQUIRY-TYPE           pic x(01).
001680     88  WS-BY-RENDER-ID             value 'R'.
001690     88  WS-BY-USER-ID               value 'U'.
001700     88  WS-BY-SESSION-ID            value 'S'.
001710     88  WS-INQUIRY-TYPE-VALID       value 'R' 'U' 'S'.
001720
001730 01  WS-FOUND-SW               pic x(01) value 'N'.
001740     88  WS-ENTRY-FOUND              value 'Y'.
001750     88  WS-ENTRY-NOT-FOUND          value 'N'.
001760
001770 01  WS-SESSION-SW             pic x(01) value 'N'.
001780     88  WS-SESSION-IN-SET           value 'Y'.
001790     88  WS-SESSION-NOT-IN-SET       value 'N'.
001800
001810 01  WS-RNDRSTAT-OPEN-SW       pic x(01) value 'N'.
001820     88  WS-RNDRSTAT-IS-OPEN         value 'Y'.
001830
001840 01  WS-PRINT-VALUE            pic x(99).
001850 01  WS-MASK-STATUS            pic x(02).
001860
001870 01  WS-INQUIRY-KEY            pic x(20).
001880 01  WS-LOOKUP-RENDER-ID       pic x(20).
001890 01  WS-TODAY                  pic 9(08).
001900 01  WS-FROM-DATE              pic 9(08).
001910 01  WS-TO-DATE                pic 9(08).
001920 01  WS-GEN-DATE               pic 9(08).
001930
001940*    ------------------------------------------------------------
001950*    RNDRARC CUTS A RENDER ONLY AFTER ITS RETENTION WINDOW (SEVEN
001960*    DAYS BY DEFAULT), SO ITS RNDRDAY GENERATION IS DATED AFTER
001970*    THE RENDER.  THIS MANY DAYS PAST THE TO-DATE ARE SEARCHED.
001980*    ------------------------------------------------------------
001990 77  WS-RNDRDAY-SPAN-DAYS      pic 9(04) comp value 31.
002000
002010 77  WS-FROM-INT               pic 9(09) comp.
002020 77  WS-GEN-INT                pic 9(09) comp.
002030 77  WS-GEN-LAST-INT           pic 9(09) comp.
002040 77  WS-TODAY-INT              pic 9(09) comp.
002050 77  WS-MATCHED-RENDER-IDX     pic 9(04) comp.
002060 77  WS-STATES-OPEN            pic 9(04) comp.
002070 77  WS-VARS-DROPPED           pic 9(09) comp value zero.
002080 77  WS-RENDERS-DROPPED        pic 9(09) comp value zero.
002090 77  WS-EVENTS-LISTED          pic 9(09) comp.
002100 77  WS-VARS-LISTED            pic 9(04) comp.
002110 77  WS-START-CS               pic s9(09) comp.
002120 77  WS-END-CS                 pic s9(09) comp.
002130 77  WS-DAY-DIFF               pic s9(09) comp.
002140 77  WS-ELAPSED-CS             pic s9(11) comp.
002150 77  WS-SECONDS-EDIT           pic s9(09)v99.
002160
002170 01  WS-TIME-PARTS.
002180     03  WS-TP-HH              pic 9(02).
002190     03  WS-TP-MM              pic 9(02).
002200     03  WS-TP-SS              pic 9(02).
002210     03  WS-TP-CC              pic 9(02).
002220 01  WS-TIME-PARTS-NUM redefines WS-TIME-PARTS
002230                               pic 9(08).
002240
002250*    ------------------------------------------------------------
002260*    A DATE AND TIME PAIR AS ONE COMPARABLE STAMP, FOR MATCHING A
002270*    VALIDATION REJECT TO THE WINDOW OF A RENDER THAT NEVER
002280*    REACHED AUDITLOG.
002290*    ------------------------------------------------------------
002300 01  WS-STAMP-WORK.
002310     03  WS-STAMP-DATE         pic 9(08).
002320     03  WS-STAMP-TIME         pic 9(08).
002330 01  WS-STAMP-NUM redefines WS-STAMP-WORK pic 9(16).
002340 77  WS-WINDOW-START           pic 9(16).
002350 77  WS-WINDOW-END             pic 9(16).
002360
002370 01  WS-GENERATION-COUNTS.
002380     03  WS-AUDIT-GENS-READ    pic 9(04) comp value zero.
002390     03  WS-AUDIT-GENS-MISSING pic 9(04) comp value zero.
002400     03  WS-CAPT-GENS-READ     pic 9(04) comp value zero.
002410     03  WS-CAPT-GENS-MISSING  pic 9(04) comp value zero.
002420     03  WS-ARCH-GENS-READ     pic 9(04) comp value zero.
002430     03  WS-ARCH-GENS-MISSING  pic 9(04) comp value zero.
002440
002450 01  WS-ARCHIVE-STATE.
002460     03  WS-ARC-RENDER-ID          pic x(20).
002470     03  WS-ARC-ROUTE-NAME         pic x(30).
002480     03  WS-ARC-STATE              pic x(01).
002490     03  WS-ARC-START-DATE         pic 9(08).
002500     03  WS-ARC-START-TIME         pic 9(08).
002510     03  WS-ARC-END-DATE           pic 9(08).
002520     03  WS-ARC-END-TIME           pic 9(08).
002530
002540*    ------------------------------------------------------------
002550*    SESSIONS WHOSE EVENTS BELONG ON THE REPORT.
002560*    ------------------------------------------------------------
002570 01  WS-SESSION-TABLE-AREA.
002580     03  WS-SESSION-COUNT      pic 9(04) comp value zero.
002590     03  WS-SESSION-ENTRY occurs 0 to 99 times
002600                 depending on WS-SESSION-COUNT
002610                 indexed by WS-SESSION-IDX.
002620         05  WS-SESSION-ID         pic x(20).
002630 01  WS-CANDIDATE-SESSION      pic x(20).
002640
002650*    ------------------------------------------------------------
002660*    ONE ENTRY PER RENDER SELECTED.  A RENDER REPLAYED BY
002670*    RENDRPLY IS AUDITED AGAIN UNDER THE SAME RENDER-ID; THE
002680*    FIRST HEADER DESCRIBES IT AND WS-RI-HEADERS COUNTS THEM.
002690*    THE NEWEST CAPTURE IS THE ONE SHOWN.
002700*    ------------------------------------------------------------
002710 01  WS-RENDER-TABLE-AREA.
002720     03  WS-RENDER-COUNT       pic 9(04) comp value zero.
002730     03  WS-RENDER-ENTRY occurs 0 to 999 times
002740                 depending on WS-RENDER-COUNT
002750                 indexed by WS-RENDER-IDX.
002760         05  WS-RI-RENDER-ID       pic x(20).
002770         05  WS-RI-ROUTE-NAME      pic x(30).
002780         05  WS-RI-TEMPLATE-NAME   pic x(30).
002790         05  WS-RI-TEMPLATE-VER    pic x(10).
002800         05  WS-RI-AUDIT-DATE      pic 9(08).
002810         05  WS-RI-AUDIT-TIME      pic 9(08).
002820         05  WS-RI-SESSION-ID      pic x(20).
002830         05  WS-RI-USER-ID         pic x(20).
002840         05  WS-RI-VAR-COUNT       pic 9(04) comp.
002850         05  WS-RI-HEADERS         pic 9(04) comp.
002860         05  WS-RI-STATE-SW        pic x(01).
002870             88  WS-RI-STATE-FOUND       value 'Y'.
002880             88  WS-RI-STATE-NOT-FOUND   value 'N'.
002890         05  WS-RI-STATE           pic x(01).
002900         05  WS-RI-START-DATE      pic 9(08).
002910         05  WS-RI-START-TIME      pic 9(08).
002920         05  WS-RI-END-DATE        pic 9(08).
002930         05  WS-RI-END-TIME        pic 9(08).
002940         05  WS-RI-CAPTURES        pic 9(04) comp.
002950         05  WS-RI-CAPT-LENGTH     pic 9(09).
002960         05  WS-RI-CAPT-CHECKSUM   pic 9(09).
002970
002980*    ------------------------------------------------------------
002990*    AUDITED VARIABLES OF THE SELECTED RENDERS, IN FILE ORDER,
003000*    EACH TIED TO ITS RENDER'S ENTRY.  A REPLAY'S DUPLICATE
003010*    SEQUENCE NUMBERS ARE NOT STORED TWICE.
003020*    ------------------------------------------------------------
003030 01  WS-VAR-TABLE-AREA.
003040     03  WS-VAR-COUNT          pic 9(04) comp value zero.
003050     03  WS-VAR-ENTRY occurs 0 to 9999 times
003060                 depending on WS-VAR-COUNT
003070                 indexed by WS-VAR-IDX.
003080         05  WS-VT-RENDER-IDX      pic 9(04) comp.
003090         05  WS-VT-SEQ             pic 9(04).
003100         05  WS-VT-VARNAME         pic x(99).
003110         05  WS-VT-VARVALUE        pic x(99).
003120
003130 01  WS-HEADING-1.
003140     03  filler  pic x(18) value 'RENDER INQUIRY    '.
003150     03  WS-HEADING-TYPE       pic x(14).
003160     03  WS-HEADING-KEY        pic x(20).
003170     03  filler  pic x(08) value '  FROM  '.
003180     03  WS-HEADING-FROM       pic 9(08).
003190     03  filler  pic x(06) value '  TO  '.
003200     03  WS-HEADING-TO         pic 9(08).
003210
003220 01  WS-HEADING-RENDERS.
003230     03  filler  pic x(16) value 'RENDERS FOUND   '.
003240     03  WS-HEADING-RENDER-NBR pic zzz9.
003250
003260 01  WS-RENDER-LINE-1.
003270     03  filler  pic x(07) value 'RENDER '.
003280     03  WS-RL1-RENDER-ID      pic x(20).
003290     03  filler  pic x(08) value '  ROUTE '.
003300     03  WS-RL1-ROUTE          pic x(30).
003310     03  filler  pic x(11) value '  TEMPLATE '.
003320     03  WS-RL1-TEMPLATE       pic x(30).
003330     03  filler  pic x(01) value space.
003340     03  WS-RL1-VERSION        pic x(10).
003350
003360 01  WS-RENDER-LINE-2.
003370     03  filler  pic x(12) value '  AUDITED   '.
003380     03  WS-RL2-DATE           pic 9(08).
003390     03  filler  pic x(01) value space.
003400     03  WS-RL2-TIME           pic 9(08).
003410     03  filler  pic x(10) value '  SESSION '.
003420     03  WS-RL2-SESSION        pic x(20).
003430     03  filler  pic x(07) value '  USER '.
003440     03  WS-RL2-USER           pic x(20).
003450     03  WS-RL2-NOTE           pic x(24).
003460
003470 01  WS-RENDER-LINE-2-NONE.
003480     03  filler  pic x(40) value
003490         '  NO AUDIT RECORD IN THE RANGE'.
003500
003510 01  WS-RENDER-LINE-3.
003520     03  filler  pic x(14) value '  FINAL STATE '.
003530     03  WS-RL3-STATE          pic x(12).
003540     03  filler  pic x(10) value '  STARTED '.
003550     03  WS-RL3-START-DATE     pic 9(08).
003560     03  filler  pic x(01) value space.
003570     03  WS-RL3-START-TIME     pic 9(08).
003580     03  filler  pic x(08) value '  ENDED '.
003590     03  WS-RL3-END-DATE       pic 9(08).
003600     03  filler  pic x(01) value space.
003610     03  WS-RL3-END-TIME       pic 9(08).
003620     03  filler  pic x(15) value '  ELAPSED SEC  '.
003630     03  WS-RL3-ELAPSED        pic zzzzzz9.99.
003640
003650 01  WS-RENDER-LINE-3-NONE.
003660     03  filler  pic x(40) value
003670         '  FINAL STATE NOT ON FILE'.
003680
003690 01  WS-RENDER-LINE-4.
003700     03  filler  pic x(18) value '  CAPTURE LENGTH  '.
003710     03  WS-RL4-LENGTH         pic zzzzzzzz9.
003720     03  filler  pic x(12) value '  CHECKSUM  '.
003730     03  WS-RL4-CHECKSUM       pic 9(09).
003740     03  filler  pic x(14) value '  CAPTURES    '.
003750     03  WS-RL4-CAPTURES       pic zzz9.
003760
003770 01  WS-RENDER-LINE-4-NONE.
003780     03  filler  pic x(40) value
003790         '  NO CAPTURE ON FILE'.
003800
003810 01  WS-RENDER-LINE-5.
003820     03  filler  pic x(14) value '  VARIABLES   '.
003830     03  WS-RL5-VAR-COUNT      pic zzz9.
003840
003850 01  WS-VAR-LINE.
003860     03  filler  pic x(04) value spaces.
003870     03  WS-VL-SEQ             pic 9(04).
003880     03  filler  pic x(02) value spaces.
003890     03  WS-VL-VARNAME         pic x(40).
003900     03  filler  pic x(02) value spaces.
003910     03  WS-VL-VARVALUE        pic x(80).
003920
003930 01  WS-HEADING-SESSIONS.
003940     03  filler  pic x(40) value 'SESSIONS INVOLVED'.
003950
003960 01  WS-SESSION-LINE.
003970     03  filler  pic x(02) value spaces.
003980     03  WS-SL-SESSION         pic x(20).
003990
004000 01  WS-HEADING-SIGNON.
004010     03  filler  pic x(40) value 'SIGN-ON ACTIVITY'.
004020
004030 01  WS-HEADING-SIGNON-A.
004040     03  filler  pic x(20) value '  DATE     TIME'.
004050     03  filler  pic x(22) value 'SESSION'.
004060     03  filler  pic x(22) value 'USER ID'.
004070     03  filler  pic x(20) value 'EVENT'.
004080
004090 01  WS-SIGNON-LINE.
004100     03  filler                pic x(02) value spaces.
004110     03  WS-SO-DATE            pic 9(08).
004120     03  filler                pic x(01) value space.
004130     03  WS-SO-TIME            pic 9(08).
004140     03  filler                pic x(01) value space.
004150     03  WS-SO-SESSION         pic x(20).
004160     03  filler                pic x(02) value spaces.
004170     03  WS-SO-USER            pic x(20).
004180     03  filler                pic x(02) value spaces.
004190     03  WS-SO-EVENT           pic x(20).
004200
004210 01  WS-HEADING-VALERR.
004220     03  filler  pic x(40) value 'VALIDATION REJECTS'.
004230
004240 01  WS-HEADING-VALERR-A.
004250     03  filler  pic x(20) value '  DATE     TIME'.
004260     03  filler  pic x(22) value 'SESSION'.
004270     03  filler  pic x(17) value 'ROUTE'.
004280     03  filler  pic x(06) value 'CODE'.
004290     03  filler  pic x(32) value 'VARIABLE'.
004300     03  filler  pic x(10) value 'VALUE'.
004310
004320 01  WS-VALERR-LINE.
004330     03  filler                pic x(02) value spaces.
004340     03  WS-VE-DATE            pic 9(08).
004350     03  filler                pic x(01) value space.
004360     03  WS-VE-TIME            pic 9(08).
004370     03  filler                pic x(01) value space.
004380     03  WS-VE-SESSION         pic x(20).
004390     03  filler                pic x(02) value spaces.
004400     03  WS-VE-ROUTE           pic x(15).
004410     03  filler                pic x(02) value spaces.
004420     03  WS-VE-CODE            pic x(04).
004430     03  filler                pic x(02) value spaces.
004440     03  WS-VE-VARNAME         pic x(30).
004450     03  filler                pic x(02) value spaces.
004460     03  WS-VE-VARVALUE        pic x(35).
004470
004480 01  WS-HEADING-THROTTLE.
004490     03  filler  pic x(40) value 'THROTTLE REFUSALS'.
004500
004510 01  WS-HEADING-THROTTLE-A.
004520     03  filler  pic x(20) value '  DATE     TIME'.
004530     03  filler  pic x(22) value 'SESSION'.
004540     03  filler  pic x(30) value 'ROUTE'.
004550
004560 01  WS-THROTTLE-LINE.
004570     03  filler                pic x(02) value spaces.
004580     03  WS-TH-DATE            pic 9(08).
004590     03  filler                pic x(01) value space.
004600     03  WS-TH-TIME            pic 9(08).
004610     03  filler                pic x(01) value space.
004620     03  WS-TH-SESSION         pic x(20).
004630     03  filler                pic x(02) value spaces.
004640     03  WS-TH-ROUTE           pic x(30).
004650
004660 01  WS-HEADING-SOURCES.
004670     03  filler  pic x(40) value 'SOURCES READ'.
004680
004690 01  WS-SOURCE-LINE.
004700     03  filler                pic x(02) value spaces.
004710     03  WS-SRC-NAME           pic x(10).
004720     03  filler  pic x(20) value 'GENERATIONS READ    '.
004730     03  WS-SRC-READ           pic zzz9.
004740     03  filler  pic x(18) value '    NOT ON FILE   '.
004750     03  WS-SRC-MISSING        pic zzz9.
004760
004770 01  WS-DROPPED-LINE.
004780     03  filler  pic x(30) value
004790         '  TABLE FULL - NOT SHOWN:     '.
004800     03  WS-DROP-RENDERS       pic zzzzzzzz9.
004810     03  filler  pic x(10) value ' RENDERS  '.
004820     03  WS-DROP-VARS          pic zzzzzzzz9.
004830     03  filler  pic x(10) value ' VARIABLES'.
004840
004850 01  WS-INVALID-LINE.
004860     03  filler  pic x(60) value
004870         'INQUIRY NOT VALID - NEED TYPE R/U/S, A KEY, FROM <= TO'.
004880
004890 01  WS-NONE-LINE.
004900     03  filler  pic x(08) value '  (NONE)'.
004910
004920 linkage section.
004930 01  LK-INQUIRY-TYPE           pic x(01).
004940 01  LK-INQUIRY-KEY            pic x(20).
004950 01  LK-FROM-DATE              pic 9(08).
004960 01  LK-TO-DATE                pic 9(08).
004970
004980 procedure division using LK-INQUIRY-TYPE LK-INQUIRY-KEY
004990             LK-FROM-DATE LK-TO-DATE.
005000
005010 0000-main-logic.
005020     perform 1000-initialize thru 1000-exit.
005030     if WS-INQUIRY-NOT-VALID
005040         move spaces to REPORT-LINE
005050         move WS-INVALID-LINE to REPORT-LINE
005060         write REPORT-LINE
005070         close REPORT-FILE
005080         move 8 to RETURN-CODE
005090         goback
005100     end-if.
005110     if WS-BY-USER-ID
005120         perform 1500-load-user-sessions thru 1500-exit
005130     end-if.
005140     if WS-BY-SESSION-ID
005150         move WS-INQUIRY-KEY to WS-CANDIDATE-SESSION
005160         perform 6000-add-session thru 6000-exit
005170     end-if.
005180     perform 2000-collect-renders thru 2000-exit.
005190     perform 3000-find-states thru 3000-exit.
005200     perform 4000-find-captures thru 4000-exit.
005210     perform 7000-write-renders thru 7000-exit.
005220     perform 7500-write-events thru 7500-exit.
005230     perform 7900-write-sources thru 7900-exit.
005240     close REPORT-FILE.
005250     move zero to RETURN-CODE.
005260     goback.
005270 0000-exit.
005280     exit.
005290
005300*    ------------------------------------------------------------
005310*    1000-INITIALIZE - SETTLES THE DATE RANGE AND CHECKS THE
005320*    INQUIRY BEFORE ANYTHING IS READ.
005330*    ------------------------------------------------------------
005340 1000-initialize.
005350     open output REPORT-FILE.
005360     accept WS-TODAY from date yyyymmdd.
005370     compute WS-TODAY-INT = function integer-of-date (WS-TODAY).
005380     move LK-INQUIRY-TYPE to WS-INQUIRY-TYPE.
005390     move LK-INQUIRY-KEY  to WS-INQUIRY-KEY.
005400     move LK-TO-DATE      to WS-TO-DATE.
005410     if WS-TO-DATE = zero
005420         move WS-TODAY to WS-TO-DATE
005430     end-if.
005440     move LK-FROM-DATE to WS-FROM-DATE.
005450     if WS-FROM-DATE = zero
005460         move WS-TO-DATE to WS-FROM-DATE
005470     end-if.
005480     evaluate true
005490         when WS-BY-RENDER-ID
005500             move 'BY RENDER-ID  ' to WS-HEADING-TYPE
005510         when WS-BY-USER-ID
005520             move 'BY USER ID    ' to WS-HEADING-TYPE
005530         when WS-BY-SESSION-ID
005540             move 'BY SESSION ID ' to WS-HEADING-TYPE
005550         when other
005560             move spaces to WS-HEADING-TYPE
005570     end-evaluate.
005580     move WS-INQUIRY-KEY to WS-HEADING-KEY.
005590     move WS-FROM-DATE   to WS-HEADING-FROM.
005600     move WS-TO-DATE     to WS-HEADING-TO.
005610     move spaces to REPORT-LINE.
005620     move WS-HEADING-1 to REPORT-LINE.
005630     write REPORT-LINE.
005640     move spaces to REPORT-LINE.
005650     write REPORT-LINE.
005660     if not WS-INQUIRY-TYPE-VALID
005670             or WS-INQUIRY-KEY = spaces
005680             or WS-FROM-DATE > WS-TO-DATE
005690         set WS-INQUIRY-NOT-VALID to true
005700         go to 1000-exit
005710     end-if.
005720     compute WS-FROM-INT =
005730             function integer-of-date (WS-FROM-DATE).
005740 1000-exit.
005750     exit.
005760
005770*    ------------------------------------------------------------
005780*    1500-LOAD-USER-SESSIONS - EVERY SESSION THE USER SIGNED ON
005790*    TO IN THE RANGE.  FAILED ATTEMPTS AGAINST THE USER ID ARE
005800*    LISTED LATER BUT DO NOT MAKE THE SESSION THE USER'S.
005810*    ------------------------------------------------------------
005820 1500-load-user-sessions.
005830     open input ACTIVITY-FILE.
005840     if not WS-ACTIVITY-FILE-OK
005850         go to 1500-exit
005860     end-if.
005870     perform 1510-read-activity thru 1510-exit.
005880     perform 1520-check-activity thru 1520-exit
005890             until WS-ACTIVITY-FILE-EOF.
005900     close ACTIVITY-FILE.
005910 1500-exit.
005920     exit.
005930
005940 1510-read-activity.
005950     read ACTIVITY-FILE.
005960 1510-exit.
005970     exit.
005980
005990 1520-check-activity.
006000     if SA-DATE >= WS-FROM-DATE and SA-DATE <= WS-TO-DATE
006010             and SA-USER-ID = WS-INQUIRY-KEY
006020             and SA-SUCCESS
006030         move SA-SESSION-ID to WS-CANDIDATE-SESSION
006040         perform 6000-add-session thru 6000-exit
006050     end-if.
006060     perform 1510-read-activity thru 1510-exit.
006070 1520-exit.
006080     exit.
006090
006100*    ------------------------------------------------------------
006110*    2000-COLLECT-RENDERS - READS EACH DAY'S AUDITDAY GENERATION
006120*    AND THEN THE LIVE AUDITLOG, PICKING OUT THE RENDERS THE
006130*    INQUIRY ASKS FOR AND THEIR VARIABLES.  A RENDER-ID THAT
006140*    NEVER REACHED AUDITLOG (REFUSED BY VALVARS OR TMPLVER) IS
006150*    STILL ENTERED SO ITS STATE AND EVENTS CAN BE SHOWN.
006160*    ------------------------------------------------------------
006170 2000-collect-renders.
006180     compute WS-GEN-LAST-INT =
006190             function integer-of-date (WS-TO-DATE) + 1.
006200     if WS-GEN-LAST-INT > WS-TODAY-INT
006210         move WS-TODAY-INT to WS-GEN-LAST-INT
006220     end-if.
006230     perform 2100-read-audit-generation thru 2100-exit
006240             varying WS-GEN-INT from WS-FROM-INT by 1
006250             until WS-GEN-INT > WS-GEN-LAST-INT.
006260     move 'AUDITLOG' to WS-AUDIT-FILE-NAME.
006270     perform 2200-scan-audit-file thru 2200-exit.
006280     if WS-BY-RENDER-ID and WS-RENDER-COUNT = zero
006290         add 1 to WS-RENDER-COUNT
006300         set WS-RENDER-IDX to WS-RENDER-COUNT
006310         initialize WS-RENDER-ENTRY (WS-RENDER-IDX)
006320         move WS-INQUIRY-KEY to WS-RI-RENDER-ID (WS-RENDER-IDX)
006330         set WS-RI-STATE-NOT-FOUND (WS-RENDER-IDX) to true
006340     end-if.
006350 2000-exit.
006360     exit.
006370
006380 2100-read-audit-generation.
006390     compute WS-GEN-DATE = function date-of-integer (WS-GEN-INT).
006400     move spaces to WS-AUDIT-FILE-NAME.
006410     string 'AUDITDAY.D' WS-GEN-DATE delimited by size
006420             into WS-AUDIT-FILE-NAME.
006430     perform 2200-scan-audit-file thru 2200-exit.
006440     if WS-AUDIT-FILE-OK or WS-AUDIT-FILE-EOF
006450         add 1 to WS-AUDIT-GENS-READ
006460     else
006470         add 1 to WS-AUDIT-GENS-MISSING
006480     end-if.
006490 2100-exit.
006500     exit.
006510
006520 2200-scan-audit-file.
006530     open input AUDIT-FILE.
006540     if not WS-AUDIT-FILE-OK
006550         go to 2200-exit
006560     end-if.
006570     perform 2210-read-audit thru 2210-exit.
006580     perform 2220-check-audit thru 2220-exit
006590             until WS-AUDIT-FILE-EOF.
006600     close AUDIT-FILE.
006610 2200-exit.
006620     exit.
006630
006640 2210-read-audit.
006650     read AUDIT-FILE.
006660 2210-exit.
006670     exit.
006680
006690 2220-check-audit.
006700     if AUDIT-DATE < WS-FROM-DATE or AUDIT-DATE > WS-TO-DATE
006710         go to 2220-read-next
006720     end-if.
006730     if AUDIT-TYPE-HEADER
006740         perform 2300-check-header thru 2300-exit
006750     else
006760         perform 2400-check-var thru 2400-exit
006770     end-if.
006780 2220-read-next.
006790     perform 2210-read-audit thru 2210-exit.
006800 2220-exit.
006810     exit.
006820
006830*    ------------------------------------------------------------
006840*    2300-CHECK-HEADER - DOES THIS RENDER BELONG TO THE INQUIRY?
006850*    A HEADER CARRYING THE USER'S ID BRINGS ITS SESSION INTO THE
006860*    SET, SO A LATER RENDER IN THE SAME SESSION (LOGOFF, SAY)
006870*    IS PICKED UP TOO.
006880*    ------------------------------------------------------------
006890 2300-check-header.
006900     evaluate true
006910         when WS-BY-RENDER-ID
006920             if AUDIT-RENDER-ID not = WS-INQUIRY-KEY
006930                 go to 2300-exit
006940             end-if
006950         when WS-BY-USER-ID
006960             if AUDIT-USER-ID = WS-INQUIRY-KEY
006970                 move AUDIT-SESSION-ID to WS-CANDIDATE-SESSION
006980                 perform 6000-add-session thru 6000-exit
006990             else
007000                 move AUDIT-SESSION-ID to WS-CANDIDATE-SESSION
007010                 perform 6100-check-session thru 6100-exit
007020                 if WS-SESSION-NOT-IN-SET
007030                     go to 2300-exit
007040                 end-if
007050             end-if
007060         when WS-BY-SESSION-ID
007070             if AUDIT-SESSION-ID not = WS-INQUIRY-KEY
007080                 go to 2300-exit
007090             end-if
007100     end-evaluate.
007110     move AUDIT-RENDER-ID to WS-LOOKUP-RENDER-ID.
007120     perform 2500-find-render thru 2500-exit.
007130     if WS-ENTRY-FOUND
007140         add 1 to WS-RI-HEADERS (WS-MATCHED-RENDER-IDX)
007150         go to 2300-exit
007160     end-if.
007170     if WS-RENDER-COUNT >= 999
007180         add 1 to WS-RENDERS-DROPPED
007190         go to 2300-exit
007200     end-if.
007210     add 1 to WS-RENDER-COUNT.
007220     set WS-MATCHED-RENDER-IDX to WS-RENDER-COUNT.
007230     set WS-RENDER-IDX to WS-RENDER-COUNT.
007240     initialize WS-RENDER-ENTRY (WS-RENDER-IDX).
007250     move AUDIT-RENDER-ID     to WS-RI-RENDER-ID (WS-RENDER-IDX).
007260     move AUDIT-ROUTE-NAME    to WS-RI-ROUTE-NAME (WS-RENDER-IDX).
007270     move AUDIT-TEMPLATE-NAME
007280             to WS-RI-TEMPLATE-NAME (WS-RENDER-IDX).
007290     move AUDIT-TEMPLATE-VERSION
007300             to WS-RI-TEMPLATE-VER (WS-RENDER-IDX).
007310     move AUDIT-DATE          to WS-RI-AUDIT-DATE (WS-RENDER-IDX).
007320     move AUDIT-TIME          to WS-RI-AUDIT-TIME (WS-RENDER-IDX).
007330     move AUDIT-SESSION-ID    to WS-RI-SESSION-ID (WS-RENDER-IDX).
007340     move AUDIT-USER-ID       to WS-RI-USER-ID (WS-RENDER-IDX).
007350     move AUDIT-VAR-COUNT     to WS-RI-VAR-COUNT (WS-RENDER-IDX).
007360     move 1                   to WS-RI-HEADERS (WS-RENDER-IDX).
007370     set WS-RI-STATE-NOT-FOUND (WS-RENDER-IDX) to true.
007380     if WS-BY-RENDER-ID
007390         move AUDIT-SESSION-ID to WS-CANDIDATE-SESSION
007400         perform 6000-add-session thru 6000-exit
007410     end-if.
007420 2300-exit.
007430     exit.
007440
007450*    ------------------------------------------------------------
007460*    2400-CHECK-VAR - STORES A VARIABLE RECORD OF A SELECTED
007470*    RENDER, UNLESS A REPLAY ALREADY STORED THE SAME SEQUENCE.
007480*    ------------------------------------------------------------
007490 2400-check-var.
007500     move AUDIT-RENDER-ID to WS-LOOKUP-RENDER-ID.
007510     perform 2500-find-render thru 2500-exit.
007520     if WS-ENTRY-NOT-FOUND
007530         go to 2400-exit
007540     end-if.
007550     set WS-ENTRY-NOT-FOUND to true.
007560     perform 2410-match-var thru 2410-exit
007570             varying WS-VAR-IDX from 1 by 1
007580             until WS-VAR-IDX > WS-VAR-COUNT
007590                or WS-ENTRY-FOUND.
007600     if WS-ENTRY-FOUND
007610         go to 2400-exit
007620     end-if.
007630     if WS-VAR-COUNT >= 9999
007640         add 1 to WS-VARS-DROPPED
007650         go to 2400-exit
007660     end-if.
007670     add 1 to WS-VAR-COUNT.
007680     set WS-VAR-IDX to WS-VAR-COUNT.
007690     move WS-MATCHED-RENDER-IDX to WS-VT-RENDER-IDX (WS-VAR-IDX).
007700     move AUDIT-VAR-SEQ      to WS-VT-SEQ (WS-VAR-IDX).
007710     move AUDIT-VARNAME      to WS-VT-VARNAME (WS-VAR-IDX).
007720     move AUDIT-VARVALUE     to WS-VT-VARVALUE (WS-VAR-IDX).
007730 2400-exit.
007740     exit.
007750
007760 2410-match-var.
007770     if WS-VT-RENDER-IDX (WS-VAR-IDX) = WS-MATCHED-RENDER-IDX
007780             and WS-VT-SEQ (WS-VAR-IDX) = AUDIT-VAR-SEQ
007790         set WS-ENTRY-FOUND to true
007800     end-if.
007810 2410-exit.
007820     exit.
007830
007840*    ------------------------------------------------------------
007850*    2500-FIND-RENDER - LOOKS UP WS-LOOKUP-RENDER-ID IN THE
007860*    RENDER TABLE, CAPTURING THE MATCHED INDEX AT MATCH TIME.
007870*    ------------------------------------------------------------
007880 2500-find-render.
007890     set WS-ENTRY-NOT-FOUND to true.
007900     perform 2510-match-render thru 2510-exit
007910             varying WS-RENDER-IDX from 1 by 1
007920             until WS-RENDER-IDX > WS-RENDER-COUNT
007930                or WS-ENTRY-FOUND.
007940 2500-exit.
007950     exit.
007960
007970 2510-match-render.
007980     if WS-RI-RENDER-ID (WS-RENDER-IDX) = WS-LOOKUP-RENDER-ID
007990         set WS-ENTRY-FOUND to true
008000         set WS-MATCHED-RENDER-IDX to WS-RENDER-IDX
008010     end-if.
008020 2510-exit.
008030     exit.
008040
008050*    ------------------------------------------------------------
008060*    3000-FIND-STATES - EACH RENDER'S FINAL STATE, FROM THE LIVE
008070*    RNDRSTAT BY KEY, ELSE FROM THE RNDRDAY GENERATIONS RNDRARC
008080*    MOVED IT TO.  THE GENERATION SEARCH STOPS AS SOON AS EVERY
008090*    RENDER HAS ITS STATE.
008100*    ------------------------------------------------------------
008110 3000-find-states.
008120     if WS-RENDER-COUNT = zero
008130         go to 3000-exit
008140     end-if.
008150     move zero to WS-STATES-OPEN.
008160     open input RNDRSTAT-FILE.
008170     if WS-RNDRSTAT-FILE-OK
008180         set WS-RNDRSTAT-IS-OPEN to true
008190     else
008200         display 'RNDRINQ: RNDRSTAT FILE NOT FOUND, STATUS '
008210                 WS-RNDRSTAT-FILE-STATUS
008220     end-if.
008230     perform 3100-read-live-state thru 3100-exit
008240             varying WS-RENDER-IDX from 1 by 1
008250             until WS-RENDER-IDX > WS-RENDER-COUNT.
008260     if WS-RNDRSTAT-IS-OPEN
008270         close RNDRSTAT-FILE
008280     end-if.
008290     compute WS-GEN-LAST-INT =
008300             function integer-of-date (WS-TO-DATE)
008310             + WS-RNDRDAY-SPAN-DAYS.
008320     if WS-GEN-LAST-INT > WS-TODAY-INT
008330         move WS-TODAY-INT to WS-GEN-LAST-INT
008340     end-if.
008350     perform 3200-read-state-generation thru 3200-exit
008360             varying WS-GEN-INT from WS-FROM-INT by 1
008370             until WS-GEN-INT > WS-GEN-LAST-INT
008380                or WS-STATES-OPEN = zero.
008390 3000-exit.
008400     exit.
008410
008420 3100-read-live-state.
008430     if not WS-RNDRSTAT-IS-OPEN
008440         add 1 to WS-STATES-OPEN
008450         go to 3100-exit
008460     end-if.
008470     move WS-RI-RENDER-ID (WS-RENDER-IDX) to RNDRSTAT-RENDER-ID.
008480     read RNDRSTAT-FILE.
008490     if not WS-RNDRSTAT-FILE-OK
008500         add 1 to WS-STATES-OPEN
008510         go to 3100-exit
008520     end-if.
008530     move RNDRSTAT-RECORD to WS-ARCHIVE-STATE.
008540     perform 3300-take-state thru 3300-exit.
008550 3100-exit.
008560     exit.
008570
008580 3200-read-state-generation.
008590     compute WS-GEN-DATE = function date-of-integer (WS-GEN-INT).
008600     move spaces to WS-ARCHIVE-FILE-NAME.
008610     string 'RNDRDAY.D' WS-GEN-DATE delimited by size
008620             into WS-ARCHIVE-FILE-NAME.
008630     open input ARCHIVE-FILE.
008640     if not WS-ARCHIVE-FILE-OK
008650         add 1 to WS-ARCH-GENS-MISSING
008660         go to 3200-exit
008670     end-if.
008680     add 1 to WS-ARCH-GENS-READ.
008690     perform 3210-read-archive thru 3210-exit.
008700     perform 3220-check-archive thru 3220-exit
008710             until WS-ARCHIVE-FILE-EOF
008720                or WS-STATES-OPEN = zero.
008730     close ARCHIVE-FILE.
008740 3200-exit.
008750     exit.
008760
008770 3210-read-archive.
008780     read ARCHIVE-FILE.
008790 3210-exit.
008800     exit.
008810
008820 3220-check-archive.
008830     move ARCHIVE-RECORD to WS-ARCHIVE-STATE.
008840     move WS-ARC-RENDER-ID to WS-LOOKUP-RENDER-ID.
008850     perform 2500-find-render thru 2500-exit.
008860     if WS-ENTRY-FOUND
008870         set WS-RENDER-IDX to WS-MATCHED-RENDER-IDX
008880         if WS-RI-STATE-NOT-FOUND (WS-RENDER-IDX)
008890             subtract 1 from WS-STATES-OPEN
008900         end-if
008910         perform 3300-take-state thru 3300-exit
008920     end-if.
008930     perform 3210-read-archive thru 3210-exit.
008940 3220-exit.
008950     exit.
008960
008970*    ------------------------------------------------------------
008980*    3300-TAKE-STATE - COPIES THE STATE RECORD NOW IN
008990*    WS-ARCHIVE-STATE ONTO THE RENDER AT WS-RENDER-IDX.  A
009000*    RENDER THAT NEVER REACHED AUDITLOG TAKES ITS ROUTE FROM
009010*    HERE.
009020*    ------------------------------------------------------------
009030 3300-take-state.
009040     set WS-RI-STATE-FOUND (WS-RENDER-IDX) to true.
009050     move WS-ARC-STATE      to WS-RI-STATE (WS-RENDER-IDX).
009060     move WS-ARC-START-DATE to WS-RI-START-DATE (WS-RENDER-IDX).
009070     move WS-ARC-START-TIME to WS-RI-START-TIME (WS-RENDER-IDX).
009080     move WS-ARC-END-DATE   to WS-RI-END-DATE (WS-RENDER-IDX).
009090     move WS-ARC-END-TIME   to WS-RI-END-TIME (WS-RENDER-IDX).
009100     if WS-RI-ROUTE-NAME (WS-RENDER-IDX) = spaces
009110         move WS-ARC-ROUTE-NAME
009120                 to WS-RI-ROUTE-NAME (WS-RENDER-IDX)
009130     end-if.
009140 3300-exit.
009150     exit.
009160
009170*    ------------------------------------------------------------
009180*    4000-FIND-CAPTURES - THE CAPTDAY GENERATIONS OVER THE SAME
009190*    DAYS AS AUDITDAY, THEN THE LIVE RNDRCAPT.
009200*    ------------------------------------------------------------
009210 4000-find-captures.
009220     if WS-RENDER-COUNT = zero
009230         go to 4000-exit
009240     end-if.
009250     compute WS-GEN-LAST-INT =
009260             function integer-of-date (WS-TO-DATE) + 1.
009270     if WS-GEN-LAST-INT > WS-TODAY-INT
009280         move WS-TODAY-INT to WS-GEN-LAST-INT
009290     end-if.
009300     perform 4100-read-capture-generation thru 4100-exit
009310             varying WS-GEN-INT from WS-FROM-INT by 1
009320             until WS-GEN-INT > WS-GEN-LAST-INT.
009330     move 'RNDRCAPT' to WS-CAPTURE-FILE-NAME.
009340     perform 4200-scan-capture-file thru 4200-exit.
009350 4000-exit.
009360     exit.
009370
009380 4100-read-capture-generation.
009390     compute WS-GEN-DATE = function date-of-integer (WS-GEN-INT).
009400     move spaces to WS-CAPTURE-FILE-NAME.
009410     string 'CAPTDAY.D' WS-GEN-DATE delimited by size
009420             into WS-CAPTURE-FILE-NAME.
009430     perform 4200-scan-capture-file thru 4200-exit.
009440     if WS-CAPTURE-FILE-OK or WS-CAPTURE-FILE-EOF
009450         add 1 to WS-CAPT-GENS-READ
009460     else
009470         add 1 to WS-CAPT-GENS-MISSING
009480     end-if.
009490 4100-exit.
009500     exit.
009510
009520 4200-scan-capture-file.
009530     open input CAPTURE-FILE.
009540     if not WS-CAPTURE-FILE-OK
009550         go to 4200-exit
009560     end-if.
009570     perform 4210-read-capture thru 4210-exit.
009580     perform 4220-check-capture thru 4220-exit
009590             until WS-CAPTURE-FILE-EOF.
009600     close CAPTURE-FILE.
009610 4200-exit.
009620     exit.
009630
009640 4210-read-capture.
009650     read CAPTURE-FILE.
009660 4210-exit.
009670     exit.
009680
009690 4220-check-capture.
009700     move CAPT-RENDER-ID to WS-LOOKUP-RENDER-ID.
009710     perform 2500-find-render thru 2500-exit.
009720     if WS-ENTRY-FOUND
009730         add 1 to WS-RI-CAPTURES (WS-MATCHED-RENDER-IDX)
009740         move CAPT-OUT-LENGTH
009750                 to WS-RI-CAPT-LENGTH (WS-MATCHED-RENDER-IDX)
009760         move CAPT-CHECKSUM
009770                 to WS-RI-CAPT-CHECKSUM (WS-MATCHED-RENDER-IDX)
009780     end-if.
009790     perform 4210-read-capture thru 4210-exit.
009800 4220-exit.
009810     exit.
009820
009830*    ------------------------------------------------------------
009840*    6000-ADD-SESSION - ADDS WS-CANDIDATE-SESSION TO THE SET IF
009850*    IT IS NOT BLANK AND NOT ALREADY THERE.
009860*    ------------------------------------------------------------
009870 6000-add-session.
009880     perform 6100-check-session thru 6100-exit.
009890     if WS-SESSION-IN-SET or WS-CANDIDATE-SESSION = spaces
009900         go to 6000-exit
009910     end-if.
009920     if WS-SESSION-COUNT < 99
009930         add 1 to WS-SESSION-COUNT
009940         set WS-SESSION-IDX to WS-SESSION-COUNT
009950         move WS-CANDIDATE-SESSION
009960                 to WS-SESSION-ID (WS-SESSION-IDX)
009970     end-if.
009980 6000-exit.
009990     exit.
010000
010010*    ------------------------------------------------------------
010020*    6100-CHECK-SESSION - SETS WS-SESSION-IN-SET WHEN
010030*    WS-CANDIDATE-SESSION IS ONE OF THE INQUIRY'S SESSIONS.
010040*    ------------------------------------------------------------
010050 6100-check-session.
010060     set WS-SESSION-NOT-IN-SET to true.
010070     if WS-CANDIDATE-SESSION = spaces
010080         go to 6100-exit
010090     end-if.
010100     perform 6110-match-session thru 6110-exit
010110             varying WS-SESSION-IDX from 1 by 1
010120             until WS-SESSION-IDX > WS-SESSION-COUNT
010130                or WS-SESSION-IN-SET.
010140 6100-exit.
010150     exit.
010160
010170 6110-match-session.
010180     if WS-SESSION-ID (WS-SESSION-IDX) = WS-CANDIDATE-SESSION
010190         set WS-SESSION-IN-SET to true
010200     end-if.
010210 6110-exit.
010220     exit.
010230
010240*    ------------------------------------------------------------
010250*    7000-WRITE-RENDERS - ONE BLOCK PER RENDER.
010260*    ------------------------------------------------------------
010270 7000-write-renders.
010280     move WS-RENDER-COUNT to WS-HEADING-RENDER-NBR.
010290     move spaces to REPORT-LINE.
010300     move WS-HEADING-RENDERS to REPORT-LINE.
010310     write REPORT-LINE.
010320     perform 7100-write-render thru 7100-exit
010330             varying WS-RENDER-IDX from 1 by 1
010340             until WS-RENDER-IDX > WS-RENDER-COUNT.
010350     if WS-RENDERS-DROPPED > zero or WS-VARS-DROPPED > zero
010360         move WS-RENDERS-DROPPED to WS-DROP-RENDERS
010370         move WS-VARS-DROPPED    to WS-DROP-VARS
010380         move spaces to REPORT-LINE
010390         write REPORT-LINE
010400         move WS-DROPPED-LINE to REPORT-LINE
010410         write REPORT-LINE
010420     end-if.
010430 7000-exit.
010440     exit.
010450
010460 7100-write-render.
010470     move spaces to REPORT-LINE.
010480     write REPORT-LINE.
010490     move WS-RI-RENDER-ID (WS-RENDER-IDX)   to WS-RL1-RENDER-ID.
010500     move WS-RI-ROUTE-NAME (WS-RENDER-IDX)  to WS-RL1-ROUTE.
010510     move WS-RI-TEMPLATE-NAME (WS-RENDER-IDX)
010520             to WS-RL1-TEMPLATE.
010530     move WS-RI-TEMPLATE-VER (WS-RENDER-IDX) to WS-RL1-VERSION.
010540     move WS-RENDER-LINE-1 to REPORT-LINE.
010550     write REPORT-LINE.
010560     if WS-RI-HEADERS (WS-RENDER-IDX) = zero
010570         move WS-RENDER-LINE-2-NONE to REPORT-LINE
010580     else
010590         move WS-RI-AUDIT-DATE (WS-RENDER-IDX) to WS-RL2-DATE
010600         move WS-RI-AUDIT-TIME (WS-RENDER-IDX) to WS-RL2-TIME
010610         move WS-RI-SESSION-ID (WS-RENDER-IDX) to WS-RL2-SESSION
010620         move WS-RI-USER-ID (WS-RENDER-IDX)    to WS-RL2-USER
010630         if WS-RI-HEADERS (WS-RENDER-IDX) > 1
010640             move '  AUDITED AGAIN - REPLAY' to WS-RL2-NOTE
010650         else
010660             move spaces to WS-RL2-NOTE
010670         end-if
010680         move WS-RENDER-LINE-2 to REPORT-LINE
010690     end-if.
010700     write REPORT-LINE.
010710     perform 7200-format-state thru 7200-exit.
010720     write REPORT-LINE.
010730     if WS-RI-CAPTURES (WS-RENDER-IDX) = zero
010740         move WS-RENDER-LINE-4-NONE to REPORT-LINE
010750     else
010760         move WS-RI-CAPT-LENGTH (WS-RENDER-IDX) to WS-RL4-LENGTH
010770         move WS-RI-CAPT-CHECKSUM (WS-RENDER-IDX)
010780                 to WS-RL4-CHECKSUM
010790         move WS-RI-CAPTURES (WS-RENDER-IDX) to WS-RL4-CAPTURES
010800         move WS-RENDER-LINE-4 to REPORT-LINE
010810     end-if.
010820     write REPORT-LINE.
010830     if WS-RI-HEADERS (WS-RENDER-IDX) = zero
010840         go to 7100-exit
010850     end-if.
010860     move WS-RI-VAR-COUNT (WS-RENDER-IDX) to WS-RL5-VAR-COUNT.
010870     move spaces to REPORT-LINE.
010880     move WS-RENDER-LINE-5 to REPORT-LINE.
010890     write REPORT-LINE.
010900     move zero to WS-VARS-LISTED.
010910     perform 7300-write-var thru 7300-exit
010920             varying WS-VAR-IDX from 1 by 1
010930             until WS-VAR-IDX > WS-VAR-COUNT.
010940 7100-exit.
010950     exit.
010960
010970*    ------------------------------------------------------------
010980*    7200-FORMAT-STATE - FINAL STATE AND ELAPSED TIME INTO
010990*    REPORT-LINE.  ELAPSED IS WORKED OUT AS PERFRPT DOES, AND
011000*    ONLY FOR A RENDER THAT HAS ENDED.
011010*    ------------------------------------------------------------
011020 7200-format-state.
011030     move spaces to REPORT-LINE.
011040     if WS-RI-STATE-NOT-FOUND (WS-RENDER-IDX)
011050         move WS-RENDER-LINE-3-NONE to REPORT-LINE
011060         go to 7200-exit
011070     end-if.
011080     evaluate WS-RI-STATE (WS-RENDER-IDX)
011090         when 'C'
011100             move 'COMPLETE'    to WS-RL3-STATE
011110         when 'F'
011120             move 'FAILED'      to WS-RL3-STATE
011130         when 'I'
011140             move 'IN PROGRESS' to WS-RL3-STATE
011150         when other
011160             move WS-RI-STATE (WS-RENDER-IDX) to WS-RL3-STATE
011170     end-evaluate.
011180     move WS-RI-START-DATE (WS-RENDER-IDX) to WS-RL3-START-DATE.
011190     move WS-RI-START-TIME (WS-RENDER-IDX) to WS-RL3-START-TIME.
011200     move WS-RI-END-DATE (WS-RENDER-IDX)   to WS-RL3-END-DATE.
011210     move WS-RI-END-TIME (WS-RENDER-IDX)   to WS-RL3-END-TIME.
011220     move zero to WS-ELAPSED-CS.
011230     if WS-RI-END-DATE (WS-RENDER-IDX) not = zero
011240         move WS-RI-START-TIME (WS-RENDER-IDX)
011250                 to WS-TIME-PARTS-NUM
011260         compute WS-START-CS = WS-TP-HH * 360000
011270                 + WS-TP-MM * 6000 + WS-TP-SS * 100 + WS-TP-CC
011280         move WS-RI-END-TIME (WS-RENDER-IDX)
011290                 to WS-TIME-PARTS-NUM
011300         compute WS-END-CS = WS-TP-HH * 360000
011310                 + WS-TP-MM * 6000 + WS-TP-SS * 100 + WS-TP-CC
011320         compute WS-DAY-DIFF = function integer-of-date
011330                 (WS-RI-END-DATE (WS-RENDER-IDX))
011340                 - function integer-of-date
011350                 (WS-RI-START-DATE (WS-RENDER-IDX))
011360         compute WS-ELAPSED-CS = WS-DAY-DIFF * 8640000
011370                 + WS-END-CS - WS-START-CS
011380     end-if.
011390     if WS-ELAPSED-CS < zero
011400         move zero to WS-ELAPSED-CS
011410     end-if.
011420     compute WS-SECONDS-EDIT = WS-ELAPSED-CS / 100.
011430     move WS-SECONDS-EDIT to WS-RL3-ELAPSED.
011440     move WS-RENDER-LINE-3 to REPORT-LINE.
011450 7200-exit.
011460     exit.
011470
011480 7300-write-var.
011490     if WS-VT-RENDER-IDX (WS-VAR-IDX) not = WS-RENDER-IDX
011500         go to 7300-exit
011510     end-if.
011520     move WS-VT-SEQ (WS-VAR-IDX)      to WS-VL-SEQ.
011530     move WS-VT-VARNAME (WS-VAR-IDX)  to WS-VL-VARNAME.
011540     move WS-VT-VARVALUE (WS-VAR-IDX) to WS-PRINT-VALUE.
011550     call 'sensmask' using WS-VT-VARNAME (WS-VAR-IDX)
011560             WS-PRINT-VALUE WS-MASK-STATUS.
011570     move WS-PRINT-VALUE to WS-VL-VARVALUE.
011580     move spaces to REPORT-LINE.
011590     move WS-VAR-LINE to REPORT-LINE.
011600     write REPORT-LINE.
011610 7300-exit.
011620     exit.
011630
011640*    ------------------------------------------------------------
011650*    7500-WRITE-EVENTS - THE SESSIONS INVOLVED, THEN THEIR SIGN-
011660*    ON, VALIDATION, AND THROTTLE EVENTS IN THE RANGE.
011670*    ------------------------------------------------------------
011680 7500-write-events.
011690     move spaces to REPORT-LINE.
011700     write REPORT-LINE.
011710     move WS-HEADING-SESSIONS to REPORT-LINE.
011720     write REPORT-LINE.
011730     if WS-SESSION-COUNT = zero
011740         move WS-NONE-LINE to REPORT-LINE
011750         write REPORT-LINE
011760     end-if.
011770     perform 7510-write-session thru 7510-exit
011780             varying WS-SESSION-IDX from 1 by 1
011790             until WS-SESSION-IDX > WS-SESSION-COUNT.
011800     perform 7600-write-signons thru 7600-exit.
011810     perform 7700-write-rejects thru 7700-exit.
011820     perform 7800-write-throttles thru 7800-exit.
011830 7500-exit.
011840     exit.
011850
011860 7510-write-session.
011870     move WS-SESSION-ID (WS-SESSION-IDX) to WS-SL-SESSION.
011880     move spaces to REPORT-LINE.
011890     move WS-SESSION-LINE to REPORT-LINE.
011900     write REPORT-LINE.
011910 7510-exit.
011920     exit.
011930
011940 7600-write-signons.
011950     move spaces to REPORT-LINE.
011960     write REPORT-LINE.
011970     move WS-HEADING-SIGNON to REPORT-LINE.
011980     write REPORT-LINE.
011990     move WS-HEADING-SIGNON-A to REPORT-LINE.
012000     write REPORT-LINE.
012010     move zero to WS-EVENTS-LISTED.
012020     open input ACTIVITY-FILE.
012030     if WS-ACTIVITY-FILE-OK
012040         perform 1510-read-activity thru 1510-exit
012050         perform 7610-check-signon thru 7610-exit
012060                 until WS-ACTIVITY-FILE-EOF
012070         close ACTIVITY-FILE
012080     end-if.
012090     if WS-EVENTS-LISTED = zero
012100         move spaces to REPORT-LINE
012110         move WS-NONE-LINE to REPORT-LINE
012120         write REPORT-LINE
012130     end-if.
012140 7600-exit.
012150     exit.
012160
012170 7610-check-signon.
012180     if SA-DATE < WS-FROM-DATE or SA-DATE > WS-TO-DATE
012190         go to 7610-read-next
012200     end-if.
012210     move SA-SESSION-ID to WS-CANDIDATE-SESSION.
012220     perform 6100-check-session thru 6100-exit.
012230     if WS-SESSION-NOT-IN-SET
012240         if not WS-BY-USER-ID
012250                 or SA-USER-ID not = WS-INQUIRY-KEY
012260             go to 7610-read-next
012270         end-if
012280     end-if.
012290     add 1 to WS-EVENTS-LISTED.
012300     move SA-DATE       to WS-SO-DATE.
012310     move SA-TIME       to WS-SO-TIME.
012320     move SA-SESSION-ID to WS-SO-SESSION.
012330     move SA-USER-ID    to WS-SO-USER.
012340     evaluate true
012350         when SA-SUCCESS
012360             move 'SIGNED ON'        to WS-SO-EVENT
012370         when SA-FAILURE
012380             move 'SIGN-ON FAILED'   to WS-SO-EVENT
012390         when SA-LOCKOUT-TRIPPED
012400             move 'LOCKOUT TRIPPED'  to WS-SO-EVENT
012410         when SA-LOCKED-REFUSAL
012420             move 'REFUSED - LOCKED' to WS-SO-EVENT
012430         when SA-LOCK-RELEASED
012440             move 'LOCK RELEASED'    to WS-SO-EVENT
012450         when other
012460             move SA-RESULT          to WS-SO-EVENT
012470     end-evaluate.
012480     move spaces to REPORT-LINE.
012490     move WS-SIGNON-LINE to REPORT-LINE.
012500     write REPORT-LINE.
012510 7610-read-next.
012520     perform 1510-read-activity thru 1510-exit.
012530 7610-exit.
012540     exit.
012550
012560*    ------------------------------------------------------------
012570*    7700-WRITE-REJECTS - VALVARLG RECORDS OF THE INQUIRY'S
012580*    SESSIONS.  FOR A RENDER-ID INQUIRY WHOSE RENDER NEVER
012590*    REACHED AUDITLOG THERE IS NO SESSION TO GO BY, SO REJECTS
012600*    FOR ITS ROUTE INSIDE ITS START-TO-END WINDOW ARE SHOWN.
012610*    ------------------------------------------------------------
012620 7700-write-rejects.
012630     move spaces to REPORT-LINE.
012640     write REPORT-LINE.
012650     move WS-HEADING-VALERR to REPORT-LINE.
012660     write REPORT-LINE.
012670     move WS-HEADING-VALERR-A to REPORT-LINE.
012680     write REPORT-LINE.
012690     move zero to WS-EVENTS-LISTED.
012700     move zero to WS-WINDOW-START WS-WINDOW-END.
012710     if WS-BY-RENDER-ID and WS-RENDER-COUNT > zero
012720         set WS-RENDER-IDX to 1
012730         if WS-RI-HEADERS (WS-RENDER-IDX) = zero
012740                 and WS-RI-STATE-FOUND (WS-RENDER-IDX)
012750             move WS-RI-START-DATE (WS-RENDER-IDX)
012760                     to WS-STAMP-DATE
012770             move WS-RI-START-TIME (WS-RENDER-IDX)
012780                     to WS-STAMP-TIME
012790             move WS-STAMP-NUM to WS-WINDOW-START
012800             move WS-RI-END-DATE (WS-RENDER-IDX) to WS-STAMP-DATE
012810             move WS-RI-END-TIME (WS-RENDER-IDX) to WS-STAMP-TIME
012820             move WS-STAMP-NUM to WS-WINDOW-END
012830         end-if
012840     end-if.
012850     open input VALERR-FILE.
012860     if WS-VALERR-FILE-OK
012870         perform 7710-read-reject thru 7710-exit
012880         perform 7720-check-reject thru 7720-exit
012890                 until WS-VALERR-FILE-EOF
012900         close VALERR-FILE
012910     end-if.
012920     if WS-EVENTS-LISTED = zero
012930         move spaces to REPORT-LINE
012940         move WS-NONE-LINE to REPORT-LINE
012950         write REPORT-LINE
012960     end-if.
012970 7700-exit.
012980     exit.
012990
013000 7710-read-reject.
013010     read VALERR-FILE.
013020 7710-exit.
013030     exit.
013040
013050 7720-check-reject.
013060     if VALERR-DATE < WS-FROM-DATE or VALERR-DATE > WS-TO-DATE
013070         go to 7720-read-next
013080     end-if.
013090     move VALERR-SESSION-ID to WS-CANDIDATE-SESSION.
013100     perform 6100-check-session thru 6100-exit.
013110     if WS-SESSION-NOT-IN-SET
013120         if WS-WINDOW-END = zero
013130             go to 7720-read-next
013140         end-if
013150         move VALERR-DATE to WS-STAMP-DATE
013160         move VALERR-TIME to WS-STAMP-TIME
013170         if VALERR-ROUTE-NAME not = WS-RI-ROUTE-NAME (1)
013180                 or WS-STAMP-NUM < WS-WINDOW-START
013190                 or WS-STAMP-NUM > WS-WINDOW-END
013200             go to 7720-read-next
013210         end-if
013220     end-if.
013230     add 1 to WS-EVENTS-LISTED.
013240     move VALERR-DATE       to WS-VE-DATE.
013250     move VALERR-TIME       to WS-VE-TIME.
013260     move VALERR-SESSION-ID to WS-VE-SESSION.
013270     move VALERR-ROUTE-NAME to WS-VE-ROUTE.
013280     move VALERR-ERROR-CODE to WS-VE-CODE.
013290     move VALERR-VARNAME    to WS-VE-VARNAME.
013300     move VALERR-VARVALUE   to WS-PRINT-VALUE.
013310     call 'sensmask' using VALERR-VARNAME WS-PRINT-VALUE
013320             WS-MASK-STATUS.
013330     move WS-PRINT-VALUE    to WS-VE-VARVALUE.
013340     move spaces to REPORT-LINE.
013350     move WS-VALERR-LINE to REPORT-LINE.
013360     write REPORT-LINE.
013370 7720-read-next.
013380     perform 7710-read-reject thru 7710-exit.
013390 7720-exit.
013400     exit.
013410
013420 7800-write-throttles.
013430     move spaces to REPORT-LINE.
013440     write REPORT-LINE.
013450     move WS-HEADING-THROTTLE to REPORT-LINE.
013460     write REPORT-LINE.
013470     move WS-HEADING-THROTTLE-A to REPORT-LINE.
013480     write REPORT-LINE.
013490     move zero to WS-EVENTS-LISTED.
013500     open input RATE-REJECT-FILE.
013510     if WS-RATE-REJECT-FILE-OK
013520         perform 7810-read-throttle thru 7810-exit
013530         perform 7820-check-throttle thru 7820-exit
013540                 until WS-RATE-REJECT-FILE-EOF
013550         close RATE-REJECT-FILE
013560     end-if.
013570     if WS-EVENTS-LISTED = zero
013580         move spaces to REPORT-LINE
013590         move WS-NONE-LINE to REPORT-LINE
013600         write REPORT-LINE
013610     end-if.
013620 7800-exit.
013630     exit.
013640
013650 7810-read-throttle.
013660     read RATE-REJECT-FILE.
013670 7810-exit.
013680     exit.
013690
013700 7820-check-throttle.
013710     if RJ-DATE < WS-FROM-DATE or RJ-DATE > WS-TO-DATE
013720         go to 7820-read-next
013730     end-if.
013740     move RJ-SESSION-ID to WS-CANDIDATE-SESSION.
013750     perform 6100-check-session thru 6100-exit.
013760     if WS-SESSION-NOT-IN-SET
013770         go to 7820-read-next
013780     end-if.
013790     add 1 to WS-EVENTS-LISTED.
013800     move RJ-DATE       to WS-TH-DATE.
013810     move RJ-TIME       to WS-TH-TIME.
013820     move RJ-SESSION-ID to WS-TH-SESSION.
013830     move RJ-ROUTE-NAME to WS-TH-ROUTE.
013840     move spaces to REPORT-LINE.
013850     move WS-THROTTLE-LINE to REPORT-LINE.
013860     write REPORT-LINE.
013870 7820-read-next.
013880     perform 7810-read-throttle thru 7810-exit.
013890 7820-exit.
013900     exit.
013910
013920*    ------------------------------------------------------------
013930*    7900-WRITE-SOURCES - HOW MANY OF EACH DAY'S GENERATIONS WERE
013940*    ON FILE, SO A GAP IN THE HISTORY IS NOT MISTAKEN FOR A QUIET
013950*    DAY.
013960*    ------------------------------------------------------------
013970 7900-write-sources.
013980     move spaces to REPORT-LINE.
013990     write REPORT-LINE.
014000     move WS-HEADING-SOURCES to REPORT-LINE.
014010     write REPORT-LINE.
014020     move 'AUDITDAY'            to WS-SRC-NAME.
014030     move WS-AUDIT-GENS-READ    to WS-SRC-READ.
014040     move WS-AUDIT-GENS-MISSING to WS-SRC-MISSING.
014050     move WS-SOURCE-LINE to REPORT-LINE.
014060     write REPORT-LINE.
014070     move 'CAPTDAY'             to WS-SRC-NAME.
014080     move WS-CAPT-GENS-READ     to WS-SRC-READ.
014090     move WS-CAPT-GENS-MISSING  to WS-SRC-MISSING.
014100     move WS-SOURCE-LINE to REPORT-LINE.
014110     write REPORT-LINE.
014120     move 'RNDRDAY'             to WS-SRC-NAME.
014130     move WS-ARCH-GENS-READ     to WS-SRC-READ.
014140     move WS-ARCH-GENS-MISSING  to WS-SRC-MISSING.
014150     move WS-SOURCE-LINE to REPORT-LINE.
014160     write REPORT-LINE.
014170 7900-exit.
014180     exit.
014190
014200 end program rndrinq.
