000640*                      PAGE INSTEAD OF BEING RENDERED - ONE STUCK
000650*                      FRONT-END RETRY LOOP WROTE MOST OF A DAY'S
000660*                      AUDITLOG ON ITS OWN LAST MONTH.
000661*    10/15/2026  JKM  HONOR THE ROUTETAB MAINTENANCE WINDOW: A
000662*                      ROUTE MARKED 'M' STILL MATCHES ITS PATH IN
000663*                      2000-FIND-ROUTE, BUT WHILE ITS WINDOW IS
000664*                      OPEN THE REQUEST IS REFUSED WITH DISPATCH
000665*                      STATUS '12' AND THE ERRPAGE "DOWN FOR
000666*                      MAINTENANCE UNTIL ..." PAGE (ERRCODES 4003)
000667*                      INSTEAD OF THE ROUTE BEING PULLED AND THE
000668*                      CUSTOMER SENT TO THE HELP DESK BY A 4001.
000669*    10/15/2026  JKM  LOAD THE TMPLTAB TEMPLATE REGISTRY AT
000670*                      DISPATCH LIKE ROUTETAB AND RATELIM AND PASS
000671*                      THE MATCHED ROUTE'S ENTRY - TEMPLATE FILE,
000672*                      VERSION LABEL, AND EXPECTED CHECKSUM - DOWN
000673*                      TO THE ROUTE PROGRAM, WHICH RENDERS WHAT IT
000674*                      NAMES INSTEAD OF A FILE NAME COMPILED INTO
000675*                      ITS CALL.  AN UNREGISTERED ROUTE GETS A
000676*                      BLANK ENTRY AND RENDERS ITS OWN BUILT-IN
000677*                      TEMPLATE.
000678*****************************************************************
000680 
000690 identification division.
000700 program-id. routedsp.
000830         organization is line sequential
000840         file status is WS-RATELIM-FILE-STATUS.
000850 
000852     select TEMPLATE-REG-FILE assign to TMPLTAB
000854         organization is line sequential
000856         file status is WS-TMPLTAB-FILE-STATUS.
000858
000860 data division.
000870 file section.
000880 fd  ROUTE-TABLE-FILE.
000900
000910 fd  RATE-LIMIT-FILE.
000920     copy RATELIM.
000922
000924 fd  TEMPLATE-REG-FILE.
000926     copy TMPLTAB.
000930 
000940 working-storage section.
000950 01  WS-ROUTETAB-FILE-STATUS  pic x(02) value '00'.
000990 01  WS-RATELIM-FILE-STATUS   pic x(02) value '00'.
001000     88  WS-RATELIM-FILE-OK         value '00'.
001010     88  WS-RATELIM-FILE-EOF        value '10'.
001012
001014 01  WS-TMPLTAB-FILE-STATUS   pic x(02) value '00'.
001016     88  WS-TMPLTAB-FILE-OK         value '00'.
001018     88  WS-TMPLTAB-FILE-EOF        value '10'.
001020
001030 77  WS-ROUTE-MAX-COUNT       pic 9(04) comp value 999.
001040 
001100         05  WS-ROUTE-URL-PATH        pic x(60).
001110         05  WS-ROUTE-PROGRAM-NAME    pic x(30).
001120         05  WS-ROUTE-AUTH-SW         pic x(01).
001122         05  WS-ROUTE-AVAIL-STATUS    pic x(01).
001124         05  WS-ROUTE-MAINT-START     pic x(12).
001126         05  WS-ROUTE-MAINT-END       pic x(12).
001130 
001140 01  WS-DISPATCH-WORK-FIELDS.
001150     03  WS-MATCH-FOUND-SW    pic x(01) value 'N'.
001170         88  WS-ROUTE-NOT-MATCHED      value 'N'.
001180     03  WS-MATCHED-PROGRAM   pic x(30) value spaces.
001190     03  WS-MATCHED-AUTH-SW   pic x(01) value spaces.
001191     03  WS-MATCHED-AVAIL-STATUS pic x(01) value spaces.
001192         88  WS-MATCHED-IN-MAINTENANCE     value 'M'.
001193     03  WS-MATCHED-MAINT-START  pic x(12) value spaces.
001194     03  WS-MATCHED-MAINT-END    pic x(12) value spaces.
001195
001196*    ------------------------------------------------------------
001197*    MAINTENANCE-WINDOW FIELDS.  THE WINDOW ENDS ARE YYYYMMDDHHMM
001198*    STAMPS, SO THE CURRENT DATE AND TIME ARE BUILT THE SAME WAY
001199*    AND THE THREE ARE COMPARED AS PLAIN CHARACTER STRINGS.
001200*    ------------------------------------------------------------
001201 01  WS-MAINT-WORK-FIELDS.
001202     03  WS-MAINT-WINDOW-SW   pic x(01) value 'N'.
001203         88  WS-MAINT-WINDOW-OPEN      value 'Y'.
001204         88  WS-MAINT-WINDOW-CLOSED    value 'N'.
001205     03  WS-NOW-DATE          pic 9(08).
001206     03  WS-NOW-TIME          pic 9(08).
001207     03  WS-NOW-STAMP.
001208         05  WS-NOW-STAMP-DATE    pic 9(08).
001209         05  WS-NOW-STAMP-HHMM    pic 9(04).
001210
001211 copy ERRCODES replacing ERR-STATUS-CODE by WS-ERRPAGE-CODE.
001212
001213*    ------------------------------------------------------------
001214*    MAINTENANCE-WINDOW END FOR ERRPAGE'S THIRD PARAMETER - THE
001215*    MATCHED ROUTE'S WINDOW END ON A MAINTENANCE REFUSAL, BLANK
001216*    ON EVERY OTHER ERROR PAGE.
001217*    ------------------------------------------------------------
001218 01  WS-ERRPAGE-MAINT-UNTIL   pic x(12) value spaces.
001220
001230*    ------------------------------------------------------------
001240*    RATE-LIMIT TABLE, LOADED FROM THE RATELIM MAINTENANCE FILE
001380         05  WS-LIMIT-ROUTE-NAME   pic x(30).
001390         05  WS-LIMIT-WINDOW       pic 9(04).
001400         05  WS-LIMIT-CEILING      pic 9(05).
001401
001402*    ------------------------------------------------------------
001403*    TEMPLATE REGISTRY, LOADED FROM THE TMPLTAB MAINTENANCE FILE
001404*    AT STARTUP THE WAY ROUTETAB AND RATELIM ARE.  THE MATCHED
001405*    ROUTE'S ENTRY IS PASSED DOWN TO THE ROUTE PROGRAM; A ROUTE
001406*    WITH NO ENTRY (OR NO FILE AT ALL) IS PASSED SPACES AND
001407*    RENDERS ITS OWN BUILT-IN TEMPLATE, SO A ROUTE CAN GO LIVE
001408*    BEFORE ITS FIRST REGISTRATION.
001409*    ------------------------------------------------------------
001410 77  WS-TMPL-MAX-COUNT        pic 9(04) comp value 999.
001411
001412 01  WS-TMPL-TABLE-AREA.
001413     03  WS-TMPL-COUNT        pic 9(04) comp value zero.
001414     03  WS-TMPL-ENTRY occurs 0 to 999 times
001415                 depending on WS-TMPL-COUNT
001416                 indexed by WS-TMPL-IDX.
001417         05  WS-TMPL-ROUTE-NAME    pic x(30).
001418         05  WS-TMPL-FILE-NAME     pic x(30).
001419         05  WS-TMPL-VERSION       pic x(10).
001420         05  WS-TMPL-CHECKSUM      pic 9(09).
001421
001422 01  WS-MATCHED-TEMPLATE.
001423     03  WS-MATCHED-TMPL-FILE     pic x(30).
001424     03  WS-MATCHED-TMPL-VERSION  pic x(10).
001425     03  WS-MATCHED-TMPL-CHECKSUM pic 9(09).
001426
001427 01  WS-TMPL-FOUND-SW         pic x(01).
001428     88  WS-TMPL-FOUND              value 'Y'.
001429     88  WS-TMPL-NOT-FOUND          value 'N'.
001430
001431 01  WS-THROTTLE-FIELDS.
001432     03  WS-LIMIT-FOUND-SW    pic x(01).
001440         88  WS-LIMIT-FOUND         value 'Y'.
001450         88  WS-LIMIT-NOT-FOUND     value 'N'.
001460     03  WS-MATCHED-WINDOW    pic 9(04).
001800     88  LK-DISPATCH-OK             value '00'.
001810     88  LK-DISPATCH-NOT-FOUND      value '04'.
001820     88  LK-DISPATCH-THROTTLED      value '08'.
001822     88  LK-DISPATCH-MAINTENANCE    value '12'.
001830 
001840 procedure division using LK-REQUESTED-PATH LK-SESSION-ID
001850             LK-RENDER-ID LK-REQUEST-INPUT LK-DISPATCH-STATUS.
001880     move '00' to LK-DISPATCH-STATUS.
001890     perform 1000-load-route-table thru 1000-exit.
001900     perform 1500-load-rate-limits thru 1500-exit.
001902     perform 1700-load-template-registry thru 1700-exit.
001910     perform 2000-find-route thru 2000-exit.
001920     if WS-ROUTE-MATCHED
001930         if WS-MAINT-WINDOW-OPEN
001940             move '12' to LK-DISPATCH-STATUS
001950             set ERR-ROUTE-IN-MAINTENANCE to true
001960             move WS-MATCHED-MAINT-END to WS-ERRPAGE-MAINT-UNTIL
001970             call 'errpage' using LK-RENDER-ID WS-ERRPAGE-CODE
001972                     WS-ERRPAGE-MAINT-UNTIL
001980         else
001990             perform 2500-check-throttle thru 2500-exit
001991             if WS-RATE-OVER-LIMIT
001992                 move '08' to LK-DISPATCH-STATUS
001993                 set ERR-RATE-LIMITED to true
001994                 call 'errpage' using LK-RENDER-ID WS-ERRPAGE-CODE
001995                         WS-ERRPAGE-MAINT-UNTIL
001996             else
001997                 perform 3000-call-route thru 3000-exit
001998             end-if
002000         end-if
002010     else
002020         move '04' to LK-DISPATCH-STATUS
002030         set ERR-ROUTE-NOT-FOUND to true
002040         call 'errpage' using LK-RENDER-ID WS-ERRPAGE-CODE
002042                 WS-ERRPAGE-MAINT-UNTIL
002050     end-if.
002060     goback.
002070 0000-exit.
002410                         to WS-ROUTE-PROGRAM-NAME (WS-ROUTE-IDX)
002420         move RT-AUTH-REQUIRED-SW
002430                         to WS-ROUTE-AUTH-SW (WS-ROUTE-IDX)
002431         move RT-AVAIL-STATUS
002432                         to WS-ROUTE-AVAIL-STATUS (WS-ROUTE-IDX)
002433         move RT-MAINT-START
002434                         to WS-ROUTE-MAINT-START (WS-ROUTE-IDX)
002435         move RT-MAINT-END
002436                         to WS-ROUTE-MAINT-END (WS-ROUTE-IDX)
002440     end-if
002450     perform 1100-read-route-record thru 1100-exit.
002460 1200-exit.
002850     exit.
002860
002870*    ------------------------------------------------------------
002871*    1700-LOAD-TEMPLATE-REGISTRY - READS THE TMPLTAB MAINTENANCE
002872*    FILE INTO THE TEMPLATE TABLE.  A MISSING FILE LOADS NOTHING
002873*    AND EVERY ROUTE RENDERS ITS BUILT-IN TEMPLATE, AS IT DID
002874*    BEFORE THE REGISTRY EXISTED.
002875*    ------------------------------------------------------------
002876 1700-load-template-registry.
002877     move zero to WS-TMPL-COUNT.
002878     open input TEMPLATE-REG-FILE.
002879     if WS-TMPLTAB-FILE-OK
002880         perform 1710-read-template-record thru 1710-exit
002881         perform 1720-build-template-entry thru 1720-exit
002882                 until WS-TMPLTAB-FILE-EOF
002883         close TEMPLATE-REG-FILE
002884     end-if.
002885 1700-exit.
002886     exit.
002887
002888 1710-read-template-record.
002889     read TEMPLATE-REG-FILE.
002890 1710-exit.
002891     exit.
002892
002893 1720-build-template-entry.
002894     if WS-TMPL-COUNT < WS-TMPL-MAX-COUNT
002895         add 1 to WS-TMPL-COUNT
002896         set WS-TMPL-IDX to WS-TMPL-COUNT
002897         move TT-ROUTE-NAME
002898                 to WS-TMPL-ROUTE-NAME (WS-TMPL-IDX)
002899         move TT-TEMPLATE-NAME
002900                 to WS-TMPL-FILE-NAME (WS-TMPL-IDX)
002901         move TT-TEMPLATE-VERSION
002902                 to WS-TMPL-VERSION (WS-TMPL-IDX)
002903         move TT-CHECKSUM
002904                 to WS-TMPL-CHECKSUM (WS-TMPL-IDX)
002905     end-if
002906     perform 1710-read-template-record thru 1710-exit.
002907 1720-exit.
002908     exit.
002909
002910*    ------------------------------------------------------------
002911*    2000-FIND-ROUTE - SEARCHES THE IN-MEMORY ROUTE TABLE FOR AN
002912*    ENTRY WHOSE URL PATH MATCHES THE REQUESTED PATH.  A MATCHED
002913*    ROUTE UNDER MAINTENANCE IS STILL A MATCH - THE PATH IS REAL
002914*    - BUT 2200-CHECK-MAINT-WINDOW FLAGS IT FOR REFUSAL WHILE ITS
002915*    WINDOW IS OPEN.
002916*    ------------------------------------------------------------
002917 2000-find-route.
002920     set WS-ROUTE-NOT-MATCHED to true.
002922     set WS-MAINT-WINDOW-CLOSED to true.
002930     move spaces to WS-MATCHED-PROGRAM.
002940     set WS-ROUTE-IDX to 1.
002950     perform 2100-check-route-entry thru 2100-exit
002960             varying WS-ROUTE-IDX from 1 by 1
002970             until WS-ROUTE-IDX > WS-ROUTE-COUNT
002980                or WS-ROUTE-MATCHED.
002982     if WS-ROUTE-MATCHED and WS-MATCHED-IN-MAINTENANCE
002984         perform 2200-check-maint-window thru 2200-exit
002986     end-if.
002990 2000-exit.
003000     exit.
003010 
003060                                 to WS-MATCHED-PROGRAM
003070         move WS-ROUTE-AUTH-SW (WS-ROUTE-IDX)
003080                                 to WS-MATCHED-AUTH-SW
003081         move WS-ROUTE-AVAIL-STATUS (WS-ROUTE-IDX)
003082                                 to WS-MATCHED-AVAIL-STATUS
003083         move WS-ROUTE-MAINT-START (WS-ROUTE-IDX)
003084                                 to WS-MATCHED-MAINT-START
003085         move WS-ROUTE-MAINT-END (WS-ROUTE-IDX)
003086                                 to WS-MATCHED-MAINT-END
003090     end-if.
003100 2100-exit.
003101     exit.
003102
003103*    ------------------------------------------------------------
003104*    2200-CHECK-MAINT-WINDOW - THE WINDOW IS OPEN FROM ITS START
003105*    (OR AT ONCE, WHEN THERE IS NO START) UP TO BUT NOT INCLUDING
003106*    ITS END (OR UNTIL THE STATUS IS SET BACK, WHEN THERE IS NO
003107*    END).  A WINDOW NOT YET STARTED OR ALREADY OVER DISPATCHES
003108*    AS NORMAL, SO OPERATIONS CAN STAGE ONE AHEAD OF TIME AND
003109*    LEAVE IT IN THE FILE AFTERWARDS WITHOUT HARM.
003110*    ------------------------------------------------------------
003111 2200-check-maint-window.
003112     accept WS-NOW-DATE from date yyyymmdd.
003113     accept WS-NOW-TIME from time.
003114     move WS-NOW-DATE to WS-NOW-STAMP-DATE.
003115     move WS-NOW-TIME (1:4) to WS-NOW-STAMP-HHMM.
003116     if WS-MATCHED-MAINT-START not = spaces
003117             and WS-MATCHED-MAINT-START > WS-NOW-STAMP
003118         go to 2200-exit
003119     end-if.
003120     if WS-MATCHED-MAINT-END not = spaces
003121             and WS-MATCHED-MAINT-END not > WS-NOW-STAMP
003122         go to 2200-exit
003123     end-if.
003124     set WS-MAINT-WINDOW-OPEN to true.
003125 2200-exit.
003126     exit.
003127
003130*    ------------------------------------------------------------
003140*    2500-CHECK-THROTTLE - LOOKS THE MATCHED ROUTE'S CEILING UP
003150*    IN THE LIMIT TABLE (ITS OWN ENTRY FIRST, THEN THE '*'
003610     exit.
003620
003630*    ------------------------------------------------------------
003631*    2600-FIND-TEMPLATE - LOOKS THE MATCHED ROUTE UP IN THE
003632*    TEMPLATE TABLE BY ITS ROUTETAB PROGRAM NAME, AS RATELIM IS
003633*    KEYED.  NO ENTRY LEAVES THE MATCHED TEMPLATE BLANK.
003634*    ------------------------------------------------------------
003635 2600-find-template.
003636     move spaces to WS-MATCHED-TMPL-FILE.
003637     move spaces to WS-MATCHED-TMPL-VERSION.
003638     move zero to WS-MATCHED-TMPL-CHECKSUM.
003639     set WS-TMPL-NOT-FOUND to true.
003640     perform 2610-check-template-entry thru 2610-exit
003641             varying WS-TMPL-IDX from 1 by 1
003642             until WS-TMPL-IDX > WS-TMPL-COUNT
003643                or WS-TMPL-FOUND.
003644 2600-exit.
003645     exit.
003646
003647 2610-check-template-entry.
003648     if WS-TMPL-ROUTE-NAME (WS-TMPL-IDX) = WS-MATCHED-PROGRAM
003649         set WS-TMPL-FOUND to true
003650         move WS-TMPL-FILE-NAME (WS-TMPL-IDX)
003651                 to WS-MATCHED-TMPL-FILE
003652         move WS-TMPL-VERSION (WS-TMPL-IDX)
003653                 to WS-MATCHED-TMPL-VERSION
003654         move WS-TMPL-CHECKSUM (WS-TMPL-IDX)
003655                 to WS-MATCHED-TMPL-CHECKSUM
003656     end-if.
003657 2610-exit.
003658     exit.
003659
003660*    ------------------------------------------------------------
003661*    3000-CALL-ROUTE - INVOKES THE ROUTE PROGRAM MATCHED BY
003662*    2000-FIND-ROUTE.  THE PROGRAM NAME COMES FROM ROUTETAB, NOT
003663*    FROM SOURCE CODE, SO NEW ROUTES NEED NO RECOMPILE HERE.
003670*    THE SESSSTOR AND RNDRSTAT STORES ARE BRACKETED OPEN AROUND
003680*    THE CALL SO EVERY STORE OPERATION THE RENDER MAKES -
003690*    AUTHCHK'S SESSION GETS, THE ROUTE'S STATE CALLS, A PER-VAR
003700*    SESSION SAVE LOOP - RUNS AGAINST AN ALREADY-OPEN FILE.  THE
003702*    ROUTE'S TMPLTAB ENTRY GOES DOWN WITH THE CALL.
003710*    ------------------------------------------------------------
003720 3000-call-route.
003722     perform 2600-find-template thru 2600-exit.
003730     perform 3100-open-store-brackets thru 3100-exit.
003740     call WS-MATCHED-PROGRAM using LK-SESSION-ID LK-RENDER-ID
003750             WS-MATCHED-AUTH-SW LK-REQUEST-INPUT
003752             WS-MATCHED-TEMPLATE.
003760     perform 3200-close-store-brackets thru 3200-exit.
003770     move '00' to LK-DISPATCH-STATUS.
003780 3000-exit.
