000280*                  AN UNREADABLE TEMPLATE PROVES NOTHING ABOUT
000290*                  ITS VARS.  RUN DATE COMES IN THROUGH LINKAGE;
000300*                  ZERO TAKES TODAY.  REPORT GOES TO TMPRPT.
000301*                  TEMPLATES ARE TAKEN BY NAME AND TMPLTAB VERSION
000302*                  LABEL (FROM THE AUDIT RECORDS).  ONLY THE FILE
000303*                  ON DISK CAN BE SCANNED, SO A VERSION THE
000304*                  REGISTRY NO LONGER NAMES FOR THAT FILE IS
000305*                  REPORTED AS SUPERSEDED AND LEFT OUT LIKE AN
000306*                  UNREADABLE ONE.
000310*
000320*****************************************************************
000330*    MODIFICATION HISTORY
000340*    ------------------------------------------------------------
000350*    09/02/2026  JKM  ORIGINAL VERSION.
000351*    10/15/2026  JKM  RECONCILE PER TEMPLATE VERSION, NOW THAT THE
000352*                      AUDIT RECORDS CARRY THE TMPLTAB VERSION
000353*                      LABEL.  READS TMPLTAB SO A VERSION SINCE
000354*                      REPLACED ON DISK IS NOT RECONCILED AGAINST
000355*                      THE NEW FILE'S PLACEHOLDERS, AND PRINTS THE
000356*                      VERSION ON EVERY DETAIL LINE.
000360*****************************************************************
000370
000380 identification division.
000530         organization is line sequential
000540         file status is WS-TEMPLATE-FILE-STATUS.
000550
000552     select TEMPLATE-REG-FILE assign to TMPLTAB
000554         organization is line sequential
000556         file status is WS-TMPLTAB-FILE-STATUS.
000558
000560     select REPORT-FILE assign to TMPRPT
000570         organization is line sequential
000580         file status is WS-REPORT-FILE-STATUS.
000650 fd  TEMPLATE-FILE
000660     record contains 512 characters.
000670 01  TEMPLATE-LINE                pic x(512).
000672
000674 fd  TEMPLATE-REG-FILE.
000676     copy TMPLTAB.
000680
000690 fd  REPORT-FILE
000700     record contains 132 characters.
000790     88  WS-TEMPLATE-FILE-OK         value '00'.
000800     88  WS-TEMPLATE-FILE-EOF        value '10'.
000810
000812 01  WS-TMPLTAB-FILE-STATUS    pic x(02) value '00'.
000814     88  WS-TMPLTAB-FILE-OK          value '00'.
000816     88  WS-TMPLTAB-FILE-EOF         value '10'.
000818
000820 01  WS-REPORT-FILE-STATUS     pic x(02) value '00'.
000830
000840*    ------------------------------------------------------------
000900 77  WS-RUN-DATE               pic 9(08).
000910
000920*    ------------------------------------------------------------
000930*    DISTINCT TEMPLATE NAME/VERSION PAIRS SEEN ON THE DAY'S HEADER
000940*    RECORDS, WITH A READABLE SWITCH SET WHEN THE TEMPLATE FILE
000942*    ITSELF OPENED - OR TO SUPERSEDED WHEN TMPLTAB NOW NAMES A
000944*    DIFFERENT VERSION FOR THE SAME FILE.
000950*    ------------------------------------------------------------
000960 77  WS-TMPL-MAX-COUNT         pic 9(04) comp value 99.
000970 77  WS-TMPL-SUB               pic 9(04) comp.
001020     03  WS-TMPL-ENTRY occurs 0 to 99 times
001030                 depending on WS-TMPL-COUNT
001040                 indexed by WS-TMPL-IDX.
001050         05  WS-TMPL-KEY.
001052             07  WS-TMPL-NAME          pic x(30).
001054             07  WS-TMPL-VERSION       pic x(10).
001060         05  WS-TMPL-READABLE-SW   pic x(01).
001070             88  WS-TMPL-READABLE        value 'Y'.
001080             88  WS-TMPL-NOT-READABLE    value 'N'.
001082             88  WS-TMPL-SUPERSEDED      value 'S'.
001090
001100*    ------------------------------------------------------------
001110*    PLACEHOLDERS PULLED OUT OF THE TEMPLATE TEXT, ONE ENTRY PER
001200     03  WS-PLCH-ENTRY occurs 0 to 999 times
001210                 depending on WS-PLCH-COUNT
001220                 indexed by WS-PLCH-IDX.
001230         05  WS-PLCH-KEY.
001232             07  WS-PLCH-TEMPLATE      pic x(30).
001234             07  WS-PLCH-VERSION       pic x(10).
001240         05  WS-PLCH-NAME          pic x(99).
001250         05  WS-PLCH-SUPPLIED-SW   pic x(01).
001260             88  WS-PLCH-SUPPLIED        value 'Y'.
001390     03  WS-SUPL-ENTRY occurs 0 to 9999 times
001400                 depending on WS-SUPL-COUNT
001410                 indexed by WS-SUPL-IDX.
001420         05  WS-SUPL-KEY.
001422             07  WS-SUPL-TEMPLATE      pic x(30).
001424             07  WS-SUPL-VERSION       pic x(10).
001430         05  WS-SUPL-NAME          pic x(99).
001440         05  WS-SUPL-TALLY         pic 9(09) comp.
001450         05  WS-SUPL-REFERENCED-SW pic x(01).
001460             88  WS-SUPL-REFERENCED      value 'Y'.
001470             88  WS-SUPL-NOT-REFERENCED  value 'N'.
001471
001472*    ------------------------------------------------------------
001473*    THE CURRENT TMPLTAB REGISTRATIONS - WHICH VERSION EACH
001474*    TEMPLATE FILE ON DISK IS NOW.  A MISSING REGISTRY LEAVES
001475*    EVERY AUDITED VERSION TREATED AS CURRENT, AS BEFORE.
001476*    ------------------------------------------------------------
001477 77  WS-REG-MAX-COUNT          pic 9(04) comp value 999.
001478
001479 01  WS-REG-TABLE-AREA.
001480     03  WS-REG-COUNT          pic 9(04) comp value zero.
001481     03  WS-REG-ENTRY occurs 0 to 999 times
001482                 depending on WS-REG-COUNT
001483                 indexed by WS-REG-IDX.
001484         05  WS-REG-FILE-NAME      pic x(30).
001485         05  WS-REG-VERSION        pic x(10).
001486
001487*    ------------------------------------------------------------
001488*    THE CURRENT AUDIT RECORD'S TEMPLATE NAME AND VERSION, PUT
001489*    TOGETHER TO MATCH THE TABLE KEYS.
001490*    ------------------------------------------------------------
001491 01  WS-AUDIT-KEY.
001492     03  WS-AUDIT-KEY-TEMPLATE     pic x(30).
001493     03  WS-AUDIT-KEY-VERSION      pic x(10).
001494
001495 01  WS-FOUND-SW               pic x(01) value 'N'.
001500     88  WS-ENTRY-FOUND              value 'Y'.
001510     88  WS-ENTRY-NOT-FOUND          value 'N'.
001520
001840 01  WS-DETAIL-1.
001850     03  WS-DETAIL-1-TEMPLATE  pic x(30).
001860     03  filler                pic x(02) value spaces.
001862     03  WS-DETAIL-1-VERSION   pic x(10).
001864     03  filler                pic x(02) value spaces.
001870     03  WS-DETAIL-1-NAME      pic x(40).
001880     03  filler                pic x(02) value spaces.
001890     03  WS-DETAIL-1-NOTE      pic x(30).
001900
001910 01  WS-DETAIL-2.
001920     03  WS-DETAIL-2-TEMPLATE  pic x(30).
001922     03  filler                pic x(02) value spaces.
001924     03  WS-DETAIL-2-VERSION   pic x(10).
001930     03  filler                pic x(02) value spaces.
001940     03  WS-DETAIL-2-NAME      pic x(40).
001950     03  filler                pic x(02) value spaces.
002050
002060 0000-main-logic.
002070     perform 1000-initialize thru 1000-exit.
002072     perform 1500-load-registry thru 1500-exit.
002080     perform 2000-scan-audit-cut thru 2000-exit.
002090     perform 3000-scan-templates thru 3000-exit.
002100     perform 4000-reconcile thru 4000-exit.
002280     move WS-HEADING-1 to REPORT-LINE.
002290     write REPORT-LINE.
002300 1000-exit.
002301     exit.
002302
002303*    ------------------------------------------------------------
002304*    1500-LOAD-REGISTRY - READS THE LIVE TMPLTAB FOR THE VERSION
002305*    EACH TEMPLATE FILE NOW CARRIES.
002306*    ------------------------------------------------------------
002307 1500-load-registry.
002308     open input TEMPLATE-REG-FILE.
002309     if not WS-TMPLTAB-FILE-OK
002310         go to 1500-exit
002311     end-if.
002312     perform 1510-read-registry thru 1510-exit.
002313     perform 1520-build-registry-entry thru 1520-exit
002314             until WS-TMPLTAB-FILE-EOF.
002315     close TEMPLATE-REG-FILE.
002316 1500-exit.
002317     exit.
002318
002319 1510-read-registry.
002320     read TEMPLATE-REG-FILE.
002321 1510-exit.
002322     exit.
002323
002324 1520-build-registry-entry.
002325     if WS-REG-COUNT < WS-REG-MAX-COUNT
002326         add 1 to WS-REG-COUNT
002327         set WS-REG-IDX to WS-REG-COUNT
002328         move TT-TEMPLATE-NAME to WS-REG-FILE-NAME (WS-REG-IDX)
002329         move TT-TEMPLATE-VERSION to WS-REG-VERSION (WS-REG-IDX)
002330     end-if.
002331     perform 1510-read-registry thru 1510-exit.
002332 1520-exit.
002333     exit.
002334
002335*    ------------------------------------------------------------
002340*    2000-SCAN-AUDIT-CUT - COLLECTS THE DAY'S TEMPLATES FROM THE
002350*    HEADER RECORDS AND THE SUPPLIED VARNAMES PER TEMPLATE FROM
002360*    THE VAR RECORDS.  A MISSING CUT RECONCILES NOTHING.
002550     exit.
002560
002570 2200-process-audit-record.
002572     move AUDIT-TEMPLATE-NAME to WS-AUDIT-KEY-TEMPLATE.
002574     move AUDIT-TEMPLATE-VERSION to WS-AUDIT-KEY-VERSION.
002580     if AUDIT-DATE = WS-RUN-DATE
002590         if AUDIT-TYPE-HEADER
002600             perform 2300-note-template thru 2300-exit
002790     if WS-TMPL-COUNT < WS-TMPL-MAX-COUNT
002800         add 1 to WS-TMPL-COUNT
002810         set WS-TMPL-IDX to WS-TMPL-COUNT
002820         move WS-AUDIT-KEY to WS-TMPL-KEY (WS-TMPL-IDX)
002840         move 'N' to WS-TMPL-READABLE-SW (WS-TMPL-IDX)
002850     end-if.
002860 2300-exit.
002870     exit.
002880
002890 2310-find-template.
002900     if WS-TMPL-KEY (WS-TMPL-IDX) = WS-AUDIT-KEY
002910         set WS-ENTRY-FOUND to true
002920     end-if.
002930 2310-exit.
003030         if WS-SUPL-COUNT < WS-SUPL-MAX-COUNT
003040             add 1 to WS-SUPL-COUNT
003050             set WS-MATCHED-SUPL-IDX to WS-SUPL-COUNT
003060             move WS-AUDIT-KEY
003070                     to WS-SUPL-KEY (WS-MATCHED-SUPL-IDX)
003080             move AUDIT-VARNAME
003090                     to WS-SUPL-NAME (WS-MATCHED-SUPL-IDX)
003100             move zero to WS-SUPL-TALLY (WS-MATCHED-SUPL-IDX)
003190     exit.
003200
003210 2410-find-supplied.
003220     if WS-SUPL-KEY (WS-SUPL-IDX) = WS-AUDIT-KEY
003230             and WS-SUPL-NAME (WS-SUPL-IDX) = AUDIT-VARNAME
003240         set WS-ENTRY-FOUND to true
003250         set WS-MATCHED-SUPL-IDX to WS-SUPL-IDX
003290
003300*    ------------------------------------------------------------
003310*    3000-SCAN-TEMPLATES - READS EACH DISTINCT TEMPLATE'S FILE
003320*    AND TABLES ITS PLACEHOLDERS.  A VERSION TMPLTAB HAS SINCE
003322*    REPLACED ON DISK IS MARKED SUPERSEDED AND NOT SCANNED - THE
003324*    FILE NOW THERE IS NOT WHAT THOSE RENDERS USED.
003330*    ------------------------------------------------------------
003340 3000-scan-templates.
003350     perform 3100-scan-one-template thru 3100-exit
003460             until WS-LEN-SUB < 1
003470                or WS-TMPL-NAME-LEN > zero.
003480     if WS-TMPL-NAME-LEN = zero
003481         go to 3100-exit
003482     end-if.
003483     set WS-ENTRY-NOT-FOUND to true.
003484     perform 3130-check-superseded thru 3130-exit
003485             varying WS-REG-IDX from 1 by 1
003486             until WS-REG-IDX > WS-REG-COUNT
003487                or WS-ENTRY-FOUND.
003488     if WS-ENTRY-FOUND
003489         move 'S' to WS-TMPL-READABLE-SW (WS-TMPL-IDX)
003490         go to 3100-exit
003500     end-if.
003510     move spaces to WS-TEMPLATE-FILE-NAME.
003740 3120-read-template-line.
003750     read TEMPLATE-FILE.
003760 3120-exit.
003761     exit.
003762
003763 3130-check-superseded.
003764     if WS-REG-FILE-NAME (WS-REG-IDX) = WS-TMPL-NAME (WS-TMPL-IDX)
003765             and WS-TMPL-VERSION (WS-TMPL-IDX) not = spaces
003766             and WS-REG-VERSION (WS-REG-IDX)
003767                 not = WS-TMPL-VERSION (WS-TMPL-IDX)
003768         set WS-ENTRY-FOUND to true
003769     end-if.
003770 3130-exit.
003771     exit.
003780
003790 3200-scan-template-line.
003800     move 1 to WS-SCAN-PTR.
004340     if WS-PLCH-COUNT < WS-PLCH-MAX-COUNT
004350         add 1 to WS-PLCH-COUNT
004360         set WS-PLCH-IDX to WS-PLCH-COUNT
004370         move WS-TMPL-KEY (WS-TMPL-IDX)
004380                 to WS-PLCH-KEY (WS-PLCH-IDX)
004390         move WS-FOUND-NAME to WS-PLCH-NAME (WS-PLCH-IDX)
004400         move 'N' to WS-PLCH-SUPPLIED-SW (WS-PLCH-IDX)
004410     end-if.
004430     exit.
004440
004450 3310-find-placeholder.
004460     if WS-PLCH-KEY (WS-PLCH-IDX) = WS-TMPL-KEY (WS-TMPL-IDX)
004480             and WS-PLCH-NAME (WS-PLCH-IDX) = WS-FOUND-NAME
004490         set WS-ENTRY-FOUND to true
004500     end-if.
004710     exit.
004720
004730 4110-match-placeholder.
004740     if WS-PLCH-KEY (WS-PLCH-IDX) = WS-SUPL-KEY (WS-SUPL-IDX)
004760             and WS-PLCH-NAME (WS-PLCH-IDX)
004770                 = WS-SUPL-NAME (WS-SUPL-IDX)
004780         move 'Y' to WS-PLCH-SUPPLIED-SW (WS-PLCH-IDX)
005210     end-if.
005220     add 1 to WS-NEVER-LISTED.
005230     move WS-TMPL-NAME (WS-TMPL-IDX) to WS-DETAIL-1-TEMPLATE.
005232     move WS-TMPL-VERSION (WS-TMPL-IDX) to WS-DETAIL-1-VERSION.
005240     move spaces to WS-DETAIL-1-NAME.
005250     if WS-TMPL-SUPERSEDED (WS-TMPL-IDX)
005252         move 'VERSION SUPERSEDED ON DISK' to WS-DETAIL-1-NOTE
005254     else
005256         move 'TEMPLATE NOT READABLE' to WS-DETAIL-1-NOTE
005258     end-if.
005260     move spaces to REPORT-LINE.
005270     move WS-DETAIL-1 to REPORT-LINE.
005280     write REPORT-LINE.
005360     add 1 to WS-NEVER-LISTED.
005370     move WS-PLCH-TEMPLATE (WS-PLCH-IDX)
005380             to WS-DETAIL-1-TEMPLATE.
005382     move WS-PLCH-VERSION (WS-PLCH-IDX) to WS-DETAIL-1-VERSION.
005390     move WS-PLCH-NAME (WS-PLCH-IDX) to WS-DETAIL-1-NAME.
005400     move 'NEVER SUPPLIED' to WS-DETAIL-1-NOTE.
005410     move spaces to REPORT-LINE.
005460
005470*    ------------------------------------------------------------
005480*    8300-LIST-UNREFERENCED - ONLY FOR TEMPLATES WHOSE TEXT WAS
005490*    ACTUALLY READ; AN UNREADABLE OR SUPERSEDED TEMPLATE PROVES
005500*    NOTHING ABOUT THE NAMES SUPPLIED TO IT.
005510*    ------------------------------------------------------------
005520 8300-list-unreferenced.
005530     if WS-SUPL-REFERENCED-SW (WS-SUPL-IDX) = 'Y'
005640     add 1 to WS-UNREF-LISTED.
005650     move WS-SUPL-TEMPLATE (WS-SUPL-IDX)
005660             to WS-DETAIL-2-TEMPLATE.
005662     move WS-SUPL-VERSION (WS-SUPL-IDX) to WS-DETAIL-2-VERSION.
005670     move WS-SUPL-NAME (WS-SUPL-IDX) to WS-DETAIL-2-NAME.
005680     move WS-SUPL-TALLY (WS-SUPL-IDX) to WS-DETAIL-2-TALLY.
005690     move spaces to REPORT-LINE.
005730     exit.
005740
005750 8310-check-tmpl-readable.
005760     if WS-TMPL-KEY (WS-TMPL-IDX) = WS-SUPL-KEY (WS-SUPL-IDX)
005780             and WS-TMPL-READABLE-SW (WS-TMPL-IDX) = 'Y'
005790         set WS-ENTRY-FOUND to true
005800     end-if.
