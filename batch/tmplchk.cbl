000010*****************************************************************
000020*
000030*    PROGRAM-ID.   TMPLCHK
000040*    AUTHOR.       JKM
000050*    INSTALLATION. CHADSTACK DATA PROCESSING
000060*    DATE-WRITTEN. 10/15/2026
000070*
000080*    REMARKS.      PRE-PROMOTION CHECK OF A CANDIDATE TMPLTAB.
000090*                  OPS POINTS TMPLCAND AT THE EDITED FILE AND
000100*                  RUNS THIS BEFORE COPYING IT LIVE, THE SAME WAY
000110*                  ROUTECHK GUARDS ROUTETAB.  FLAGS:
000120*                    - A BLANK ROUTE NAME, TEMPLATE FILE NAME,
000130*                      OR VERSION LABEL,
000140*                    - A DUPLICATE ROUTE NAME (THE FIRST ENTRY
000150*                      SILENTLY WINS AT DISPATCH),
000160*                    - A CHECKSUM THAT IS NOT NUMERIC,
000170*                    - A TEMPLATE FILE THAT DOES NOT EXIST OR
000180*                      CANNOT BE READ,
000190*                    - A TEMPLATE FILE WHOSE CHECKSUM (TAKEN BY
000200*                      TMPLVER, THE SAME CHECK THE ROUTES RUN)
000210*                      DOES NOT MATCH THE REGISTERED ONE - EVERY
000220*                      RENDER OF THAT ROUTE WOULD FAIL WITH
000230*                      2001.  THE CHECKSUM FOUND IS PRINTED SO
000240*                      A DELIBERATE CHANGE CAN BE REGISTERED.
000250*                  WRITES A PASS/FAIL REPORT TO CHKRPT AND SETS
000260*                  RETURN-CODE 8 ON ANY ERROR SO THE PROMOTE
000270*                  STEP THAT FOLLOWS REFUSES A FAILING FILE.
000280*
000290*****************************************************************
000300*    MODIFICATION HISTORY
000310*    ------------------------------------------------------------
000320*    10/15/2026  JKM  ORIGINAL VERSION.
000330*****************************************************************
000340
000350 identification division.
000360 program-id. tmplchk.
000370 author. jkm.
000380 installation. chadstack data processing.
000390 date-written. 10/15/2026.
000400 date-compiled.
000410
000420 environment division.
000430 input-output section.
000440 file-control.
000450     select TEMPLATE-CAND-FILE assign to TMPLCAND
000460         organization is line sequential
000470         file status is WS-TMPLCAND-FILE-STATUS.
000480
000490     select REPORT-FILE assign to CHKRPT
000500         organization is line sequential
000510         file status is WS-REPORT-FILE-STATUS.
000520
000530 data division.
000540 file section.
000550 fd  TEMPLATE-CAND-FILE.
000560     copy TMPLTAB.
000570
000580 fd  REPORT-FILE
000590     record contains 132 characters.
000600 01  REPORT-LINE                  pic x(132).
000610
000620 working-storage section.
000630 01  WS-TMPLCAND-FILE-STATUS   pic x(02) value '00'.
000640     88  WS-TMPLCAND-FILE-OK         value '00'.
000650     88  WS-TMPLCAND-FILE-EOF        value '10'.
000660
000670 01  WS-REPORT-FILE-STATUS     pic x(02) value '00'.
000680
000690 77  WS-RUN-DATE               pic 9(08).
000700 77  WS-ERROR-COUNT            pic 9(05) comp value zero.
000710 77  WS-ENTRY-NBR              pic 9(04) comp value zero.
000720 77  WS-CHECK-SUB              pic 9(04) comp.
000730 77  WS-PRIOR-SUB              pic 9(04) comp.
000740
000750*    ------------------------------------------------------------
000760*    THE CANDIDATE TABLE MIRRORS ROUTEDSP'S LOADED FORM OF THE
000770*    FILE, AND ITS CEILING - AN ENTRY PAST ROW 999 WOULD NEVER
000780*    BE LOADED BY THE DISPATCHER, SO IT IS FLAGGED TOO.
000790*    ------------------------------------------------------------
000800 77  WS-TMPL-MAX-COUNT         pic 9(04) comp value 999.
000810
000820 01  WS-TMPL-TABLE-AREA.
000830     03  WS-TMPL-COUNT         pic 9(04) comp value zero.
000840     03  WS-TMPL-ENTRY occurs 0 to 999 times
000850                 depending on WS-TMPL-COUNT
000860                 indexed by WS-TMPL-IDX.
000870         05  WS-TMPL-ROUTE-NAME    pic x(30).
000880         05  WS-TMPL-FILE-NAME     pic x(30).
000890         05  WS-TMPL-VERSION       pic x(10).
000900         05  WS-TMPL-CHECKSUM      pic x(09).
000910         05  WS-TMPL-CHECKSUM-NUM redefines WS-TMPL-CHECKSUM
000920                                   pic 9(09).
000930
000940*    ------------------------------------------------------------
000950*    TMPLVER CALL FIELDS.
000960*    ------------------------------------------------------------
000970 01  WS-TMPLVER-FIELDS.
000980     03  WS-ACTUAL-CHECKSUM    pic 9(09).
000990     03  WS-TMPLVER-STATUS     pic x(02).
001000         88  WS-TEMPLATE-VERIFIED        value '00'.
001010         88  WS-TEMPLATE-NOT-FOUND       value '04'.
001020         88  WS-TEMPLATE-MISMATCH        value '08'.
001030
001040 01  WS-HEADING-1.
001050     03  filler  pic x(36) value
001060         'TMPLTAB CANDIDATE CHECK FOR         '.
001070     03  WS-HEADING-DATE   pic 9(08).
001080
001090 01  WS-DETAIL-ERROR.
001100     03  filler                pic x(06) value 'ENTRY '.
001110     03  WS-DETAIL-ENTRY-NBR   pic zzz9.
001120     03  filler                pic x(02) value spaces.
001130     03  WS-DETAIL-ROUTE       pic x(30).
001140     03  filler                pic x(02) value spaces.
001150     03  WS-DETAIL-TEMPLATE    pic x(30).
001160     03  filler                pic x(02) value spaces.
001170     03  WS-DETAIL-MESSAGE     pic x(50).
001180
001190 01  WS-MISMATCH-MESSAGE.
001200     03  filler  pic x(36) value
001210         'CHECKSUM MISMATCH - FILE ON DISK IS '.
001220     03  WS-MISMATCH-ACTUAL    pic 9(09).
001230
001240 01  WS-TOTAL-LINE-1.
001250     03  filler  pic x(24) value 'ENTRIES CHECKED         '.
001260     03  WS-TOTAL-ENTRIES      pic zzz9.
001270
001280 01  WS-TOTAL-LINE-2.
001290     03  filler  pic x(24) value 'ERRORS FOUND            '.
001300     03  WS-TOTAL-ERRORS       pic zzzz9.
001310
001320 01  WS-VERDICT-PASS.
001330     03  filler  pic x(40) value
001340         'RESULT: PASS - FILE MAY BE PROMOTED'.
001350
001360 01  WS-VERDICT-FAIL.
001370     03  filler  pic x(44) value
001380         'RESULT: FAIL - DO NOT PROMOTE THIS FILE'.
001390
001400 procedure division.
001410
001420 0000-main-logic.
001430     accept WS-RUN-DATE from date yyyymmdd.
001440     perform 1000-initialize thru 1000-exit.
001450     perform 2000-load-candidate thru 2000-exit.
001460     perform 3000-check-all-entries thru 3000-exit.
001470     perform 8000-write-verdict thru 8000-exit.
001480     close REPORT-FILE.
001490     if WS-ERROR-COUNT > zero
001500         move 8 to RETURN-CODE
001510     else
001520         move zero to RETURN-CODE
001530     end-if.
001540     goback.
001550 0000-exit.
001560     exit.
001570
001580*    ------------------------------------------------------------
001590*    1000-INITIALIZE
001600*    ------------------------------------------------------------
001610 1000-initialize.
001620     open output REPORT-FILE.
001630     move WS-RUN-DATE to WS-HEADING-DATE.
001640     move spaces to REPORT-LINE.
001650     move WS-HEADING-1 to REPORT-LINE.
001660     write REPORT-LINE.
001670     move spaces to REPORT-LINE.
001680     write REPORT-LINE.
001690 1000-exit.
001700     exit.
001710
001720*    ------------------------------------------------------------
001730*    2000-LOAD-CANDIDATE - READS THE CANDIDATE FILE INTO THE
001740*    TABLE.  A MISSING FILE IS ITSELF A FAIL, AND SO IS AN EMPTY
001750*    ONE - PROMOTING IT WOULD QUIETLY DROP EVERY REGISTRATION
001760*    AND PUT EVERY ROUTE BACK ON AN UNVERIFIED BUILT-IN PAGE.
001770*    ------------------------------------------------------------
001780 2000-load-candidate.
001790     open input TEMPLATE-CAND-FILE.
001800     if not WS-TMPLCAND-FILE-OK
001810         move zero to WS-ENTRY-NBR
001820         move spaces to WS-DETAIL-ROUTE
001830         move spaces to WS-DETAIL-TEMPLATE
001840         move 'CANDIDATE FILE MISSING OR UNREADABLE'
001850                 to WS-DETAIL-MESSAGE
001860         perform 7000-write-error thru 7000-exit
001870         go to 2000-exit
001880     end-if.
001890     perform 2100-read-cand-record thru 2100-exit.
001900     perform 2200-build-cand-entry thru 2200-exit
001910             until WS-TMPLCAND-FILE-EOF.
001920     close TEMPLATE-CAND-FILE.
001930     if WS-TMPL-COUNT = zero
001940         move zero to WS-ENTRY-NBR
001950         move spaces to WS-DETAIL-ROUTE
001960         move spaces to WS-DETAIL-TEMPLATE
001970         move 'CANDIDATE FILE IS EMPTY - NO TEMPLATES REGISTERED'
001980                 to WS-DETAIL-MESSAGE
001990         perform 7000-write-error thru 7000-exit
002000     end-if.
002010 2000-exit.
002020     exit.
002030
002040 2100-read-cand-record.
002050     read TEMPLATE-CAND-FILE.
002060 2100-exit.
002070     exit.
002080
002090 2200-build-cand-entry.
002100     add 1 to WS-ENTRY-NBR.
002110     if WS-TMPL-COUNT < WS-TMPL-MAX-COUNT
002120         add 1 to WS-TMPL-COUNT
002130         set WS-TMPL-IDX to WS-TMPL-COUNT
002140         move TT-ROUTE-NAME
002150                         to WS-TMPL-ROUTE-NAME (WS-TMPL-IDX)
002160         move TT-TEMPLATE-NAME
002170                         to WS-TMPL-FILE-NAME (WS-TMPL-IDX)
002180         move TT-TEMPLATE-VERSION
002190                         to WS-TMPL-VERSION (WS-TMPL-IDX)
002200         move TT-CHECKSUM-X
002210                         to WS-TMPL-CHECKSUM (WS-TMPL-IDX)
002220     else
002230         move TT-ROUTE-NAME to WS-DETAIL-ROUTE
002240         move TT-TEMPLATE-NAME to WS-DETAIL-TEMPLATE
002250         move 'PAST ROW 999 - DISPATCHER WOULD NEVER LOAD IT'
002260                 to WS-DETAIL-MESSAGE
002270         perform 7000-write-error thru 7000-exit
002280     end-if
002290     perform 2100-read-cand-record thru 2100-exit.
002300 2200-exit.
002310     exit.
002320
002330*    ------------------------------------------------------------
002340*    3000-CHECK-ALL-ENTRIES
002350*    ------------------------------------------------------------
002360 3000-check-all-entries.
002370     perform 3100-check-one-entry thru 3100-exit
002380             varying WS-CHECK-SUB from 1 by 1
002390             until WS-CHECK-SUB > WS-TMPL-COUNT.
002400 3000-exit.
002410     exit.
002420
002430 3100-check-one-entry.
002440     move WS-CHECK-SUB to WS-ENTRY-NBR.
002450     move WS-TMPL-ROUTE-NAME (WS-CHECK-SUB) to WS-DETAIL-ROUTE.
002460     move WS-TMPL-FILE-NAME (WS-CHECK-SUB) to WS-DETAIL-TEMPLATE.
002470     if WS-TMPL-ROUTE-NAME (WS-CHECK-SUB) = spaces
002480         move 'BLANK ROUTE NAME' to WS-DETAIL-MESSAGE
002490         perform 7000-write-error thru 7000-exit
002500     end-if.
002510     if WS-TMPL-VERSION (WS-CHECK-SUB) = spaces
002520         move 'BLANK VERSION LABEL - AUDIT TRAIL WOULD NOT SAY'
002530                 to WS-DETAIL-MESSAGE
002540         perform 7000-write-error thru 7000-exit
002550     end-if.
002560     perform 3300-check-duplicate-route thru 3300-exit.
002570     if WS-TMPL-FILE-NAME (WS-CHECK-SUB) = spaces
002580         move 'BLANK TEMPLATE FILE NAME' to WS-DETAIL-MESSAGE
002590         perform 7000-write-error thru 7000-exit
002600         go to 3100-exit
002610     end-if.
002620     if WS-TMPL-CHECKSUM (WS-CHECK-SUB) is not numeric
002630         move 'CHECKSUM NOT NUMERIC' to WS-DETAIL-MESSAGE
002640         perform 7000-write-error thru 7000-exit
002650         go to 3100-exit
002660     end-if.
002670     perform 3400-verify-template-file thru 3400-exit.
002680 3100-exit.
002690     exit.
002700
002710*    ------------------------------------------------------------
002720*    3300-CHECK-DUPLICATE-ROUTE - FLAGS AN ENTRY WHOSE ROUTE
002730*    ALREADY APPEARED EARLIER IN THE FILE; THE EARLIER ONE WINS
002740*    AT DISPATCH AND THIS ONE WOULD SILENTLY NEVER BE USED.  A
002750*    BLANK ROUTE IS SKIPPED - IT WAS ALREADY FLAGGED ON ITS OWN.
002760*    ------------------------------------------------------------
002770 3300-check-duplicate-route.
002780     if WS-TMPL-ROUTE-NAME (WS-CHECK-SUB) = spaces
002790         go to 3300-exit
002800     end-if.
002810     perform 3310-compare-prior-route thru 3310-exit
002820             varying WS-PRIOR-SUB from 1 by 1
002830             until WS-PRIOR-SUB >= WS-CHECK-SUB.
002840 3300-exit.
002850     exit.
002860
002870 3310-compare-prior-route.
002880     if WS-TMPL-ROUTE-NAME (WS-PRIOR-SUB)
002890             = WS-TMPL-ROUTE-NAME (WS-CHECK-SUB)
002900         move 'DUPLICATE ROUTE NAME - EARLIER ENTRY WINS'
002910                 to WS-DETAIL-MESSAGE
002920         perform 7000-write-error thru 7000-exit
002930         move WS-CHECK-SUB to WS-PRIOR-SUB
002940     end-if.
002950 3310-exit.
002960     exit.
002970
002980*    ------------------------------------------------------------
002990*    3400-VERIFY-TEMPLATE-FILE - RUNS THE REGISTERED FILE PAST
003000*    TMPLVER EXACTLY AS A ROUTE WILL AT RENDER TIME.
003010*    ------------------------------------------------------------
003020 3400-verify-template-file.
003030     call 'tmplver' using WS-TMPL-FILE-NAME (WS-CHECK-SUB)
003040             WS-TMPL-CHECKSUM-NUM (WS-CHECK-SUB)
003050             WS-ACTUAL-CHECKSUM WS-TMPLVER-STATUS.
003060     if WS-TEMPLATE-NOT-FOUND
003070         move 'TEMPLATE FILE MISSING OR UNREADABLE'
003080                 to WS-DETAIL-MESSAGE
003090         perform 7000-write-error thru 7000-exit
003100         go to 3400-exit
003110     end-if.
003120     if WS-TEMPLATE-MISMATCH
003130         move WS-ACTUAL-CHECKSUM to WS-MISMATCH-ACTUAL
003140         move WS-MISMATCH-MESSAGE to WS-DETAIL-MESSAGE
003150         perform 7000-write-error thru 7000-exit
003160     end-if.
003170 3400-exit.
003180     exit.
003190
003200*    ------------------------------------------------------------
003210*    7000-WRITE-ERROR
003220*    ------------------------------------------------------------
003230 7000-write-error.
003240     add 1 to WS-ERROR-COUNT.
003250     move WS-ENTRY-NBR to WS-DETAIL-ENTRY-NBR.
003260     move spaces to REPORT-LINE.
003270     move WS-DETAIL-ERROR to REPORT-LINE.
003280     write REPORT-LINE.
003290 7000-exit.
003300     exit.
003310
003320*    ------------------------------------------------------------
003330*    8000-WRITE-VERDICT
003340*    ------------------------------------------------------------
003350 8000-write-verdict.
003360     move spaces to REPORT-LINE.
003370     write REPORT-LINE.
003380     move WS-TMPL-COUNT to WS-TOTAL-ENTRIES.
003390     move WS-TOTAL-LINE-1 to REPORT-LINE.
003400     write REPORT-LINE.
003410     move WS-ERROR-COUNT to WS-TOTAL-ERRORS.
003420     move WS-TOTAL-LINE-2 to REPORT-LINE.
003430     write REPORT-LINE.
003440     move spaces to REPORT-LINE.
003450     write REPORT-LINE.
003460     if WS-ERROR-COUNT > zero
003470         move WS-VERDICT-FAIL to REPORT-LINE
003480     else
003490         move WS-VERDICT-PASS to REPORT-LINE
003500     end-if.
003510     write REPORT-LINE.
003520 8000-exit.
003530     exit.
003540
003550 end program tmplchk.
