000400*                      THE AUDIT LOG RECORDS WHAT WENT IN, THIS
000410*                      RECORDS WHAT CAME OUT, SO A DISPUTE OR A
000420*                      RENDRPLY RE-DRIVE CAN BE VERIFIED.
000421*    10/15/2026  JKM  RENDER THE TEMPLATE FILE THE DISPATCHER'S
000422*                      TMPLTAB ENTRY NAMES INSTEAD OF ONE COMPILED
000423*                      INTO THE CALL, AFTER TMPLVER CONFIRMS THE
000424*                      FILE ON DISK CARRIES THE REGISTERED
000425*                      CHECKSUM - A MISMATCH FAILS THE RENDER WITH
000426*                      THE 2001 ERRPAGE.  THE VERSION LABEL GOES
000427*                      TO AUDITLOG.  AN UNREGISTERED ROUTE RENDERS
000428*                      LOGOFF.COW AS BEFORE.
000429*    10/15/2026  JKM  PASS THE SESSION ID AND THE SIGNED-ON USER
000430*                      TO AUDITLOG FOR THE AUDIT HEADER, AND THE
000431*                      SESSION ID TO REQPARSE AND VALVARS FOR THE
000432*                      BAD-DATA LOG, SO THE RNDRINQ INQUIRY CAN
000433*                      PULL TOGETHER EVERYTHING ONE USER OR
000434*                      SESSION SAW.
000435*    10/15/2026  JKM  PASS ERRPAGE ITS NEW MAINTENANCE-WINDOW-END
000436*                      PARAMETER, BLANK - ONLY THE DISPATCHER HAS
000437*                      A WINDOW TO REPORT.
000438*****************************************************************
000440
000450 identification division.
000460 program-id. logoff.
000660
000670 01  WS-ROUTE-IDENTITY.
000680     03  WS-ROUTE-NAME        pic x(30) value 'LOGOFF'.
000690     03  WS-TEMPLATE-NAME     pic x(30) value spaces.
000691     03  WS-TEMPLATE-VERSION  pic x(10) value spaces.
000692     03  WS-BUILTIN-TEMPLATE  pic x(30) value 'logoff.cow'.
000693
000694*    ------------------------------------------------------------
000695*    TEMPLATE VERIFICATION RESULT FROM TMPLVER, FOR A TEMPLATE
000696*    REGISTERED IN TMPLTAB.
000697*    ------------------------------------------------------------
000698 01  WS-TMPLVER-FIELDS.
000699     03  WS-ACTUAL-CHECKSUM   pic 9(09).
000700     03  WS-TMPLVER-STATUS    pic x(02) value '00'.
000701         88  WS-TEMPLATE-VERIFIED       value '00'.
000702
000710 01  WS-VALIDATION-STATUS     pic x(02) value '00'.
000720     88  WS-VALIDATION-PASSED       value '00'.
000730     88  WS-VALIDATION-FAILED       value '04'.
000780
000790 01  WS-SESSION-WORK-FIELDS.
000800     03  WS-SESS-OPERATION    pic x(01).
000802         88  WS-SESS-OP-GET         value 'G'.
000810         88  WS-SESS-OP-CLEAR       value 'K'.
000820     03  WS-SESS-VARNAME      pic x(99).
000830     03  WS-SESS-VARVALUE     pic x(99).
000840     03  WS-SESS-STATUS       pic x(02).
000850         88  WS-SESS-FOUND          value '00'.
000851
000852*    ------------------------------------------------------------
000853*    USER SIGNED ON TO THE SESSION, AT ITS USERMAST WIDTH, FOR
000854*    THE AUDIT HEADER.  BLANK WHEN NOBODY IS SIGNED ON.
000855*    ------------------------------------------------------------
000856 01  WS-AUDIT-USER-ID         pic x(20) value spaces.
000860
000870 77  WS-RENDER-SEQ-NBR              pic 9(04) comp value zero.
000880
001050
001060 copy ERRCODES replacing ERR-STATUS-CODE by WS-AUTH-STATUS.
001070
001071*    ------------------------------------------------------------
001072*    MAINTENANCE-WINDOW END FOR ERRPAGE'S THIRD PARAMETER.  ONLY
001073*    THE DISPATCHER EVER HAS A WINDOW TO REPORT, SO A ROUTE
001074*    ALWAYS PASSES IT BLANK.
001075*    ------------------------------------------------------------
001076 01  WS-ERRPAGE-MAINT-UNTIL   pic x(12) value spaces.
001077
001080 01  WS-TEMPLATE-CALL-STATUS    pic x(04) value '0000'.
001090     88  WS-TEMPLATE-CALL-OK         value '0000'.
001100     88  WS-TEMPLATE-NOT-FOUND       value '2001'.
001180 01  LK-RENDER-ID             pic x(20).
001190 01  LK-AUTH-REQUIRED-SW      pic x(01).
001200 01  LK-REQUEST-INPUT         pic x(1024).
001202 01  LK-TEMPLATE-ENTRY.
001204     03  LK-TEMPLATE-FILE     pic x(30).
001206     03  LK-TEMPLATE-VERSION  pic x(10).
001208     03  LK-TEMPLATE-CHECKSUM pic 9(09).
001210
001220 procedure division using LK-SESSION-ID LK-RENDER-ID
001230             LK-AUTH-REQUIRED-SW LK-REQUEST-INPUT
001232             LK-TEMPLATE-ENTRY.
001240
001250 0000-main-logic.
001260     perform 1000-initialize thru 1000-exit.
001380     set COW-VARS-OK to true.
001390     call 'varseed' using THE-VARS-CONTROL THE-VARS
001400             COW-VAR-MAX-COUNT.
001410     call 'reqparse' using WS-ROUTE-NAME LK-SESSION-ID
001420             LK-REQUEST-INPUT THE-VARS-CONTROL THE-VARS
001430             COW-VAR-MAX-COUNT WS-PARSE-STATUS.
001440     if WS-PARSE-FAILED
001450         display 'LOGOFF: REQUEST INPUT REJECTED, '
001460                 'RENDERING WITHOUT IT'
001490         perform 1100-default-render-id thru 1100-exit
001500     else
001510         move LK-RENDER-ID to WS-EFFECTIVE-RENDER-ID
001511     end-if.
001512     if LK-TEMPLATE-FILE = spaces
001513         move WS-BUILTIN-TEMPLATE to WS-TEMPLATE-NAME
001514         move spaces to WS-TEMPLATE-VERSION
001515     else
001516         move LK-TEMPLATE-FILE to WS-TEMPLATE-NAME
001517         move LK-TEMPLATE-VERSION to WS-TEMPLATE-VERSION
001520     end-if.
001530 1000-exit.
001540     exit.
001860             WS-AUTH-STATUS
001870         call 'errpage' using WS-EFFECTIVE-RENDER-ID
001880                 WS-AUTH-STATUS
001882                 WS-ERRPAGE-MAINT-UNTIL
001890         go to 2000-exit
001900     end-if.
001910     move '00' to WS-VALIDATION-STATUS.
001960     if WS-RNDRSTAT-PRIOR-COMPLETE
001970         go to 2000-exit
001980     end-if.
001982     perform 2300-get-auth-user thru 2300-exit.
001990     if LK-SESSION-ID not = spaces
002000         perform 2200-clear-session thru 2200-exit
002010     end-if.
002020     move 'LOGOFF_RESULT' to WS-NEW-VARNAME.
002030     move 'SIGNED OFF'    to WS-NEW-VARVALUE.
002040     perform 3000-add-cow-var thru 3000-exit.
002050     call 'valvars' using WS-ROUTE-NAME LK-SESSION-ID
002060             THE-VARS-CONTROL THE-VARS WS-VALIDATION-STATUS.
002070     if WS-VALIDATION-FAILED
002080         set WS-RNDRSTAT-OP-FAIL to true
002090         call 'rndrstat' using WS-EFFECTIVE-RENDER-ID
002120         set ERR-VALIDATION-REJECTED to true
002130         call 'errpage' using WS-EFFECTIVE-RENDER-ID
002140                 WS-AUTH-STATUS
002142                 WS-ERRPAGE-MAINT-UNTIL
002150         go to 2000-exit
002160     end-if.
002161     if LK-TEMPLATE-FILE not = spaces
002162         call 'tmplver' using WS-TEMPLATE-NAME
002163                 LK-TEMPLATE-CHECKSUM WS-ACTUAL-CHECKSUM
002164                 WS-TMPLVER-STATUS
002165         if not WS-TEMPLATE-VERIFIED
002166             display 'LOGOFF: TEMPLATE ' WS-TEMPLATE-NAME
002167                 ' FAILED VERIFICATION, STATUS ' WS-TMPLVER-STATUS
002168             set WS-RNDRSTAT-OP-FAIL to true
002169             call 'rndrstat' using WS-EFFECTIVE-RENDER-ID
002170                     WS-ROUTE-NAME WS-RNDRSTAT-OPERATION
002171                     WS-RNDRSTAT-PRIOR-STATE WS-RNDRSTAT-STATUS
002172             set WS-TEMPLATE-NOT-FOUND to true
002173             call 'errpage' using WS-EFFECTIVE-RENDER-ID
002174                     WS-TEMPLATE-CALL-STATUS
002175                     WS-ERRPAGE-MAINT-UNTIL
002176             go to 2000-exit
002177         end-if
002178     end-if.
002179     call 'auditlog' using WS-ROUTE-NAME WS-TEMPLATE-NAME
002180             WS-TEMPLATE-VERSION WS-EFFECTIVE-RENDER-ID
002190             LK-SESSION-ID WS-AUDIT-USER-ID THE-VARS-CONTROL
002192             THE-VARS.
002194     call 'cowtemplate' using THE-VARS WS-TEMPLATE-NAME.
002200     perform 2100-check-template-result thru 2100-exit.
002210     if not WS-TEMPLATE-CALL-OK
002220         display 'LOGOFF: TEMPLATE CALL FAILED, CODE '
002270                 WS-RNDRSTAT-PRIOR-STATE WS-RNDRSTAT-STATUS
002280         call 'errpage' using WS-EFFECTIVE-RENDER-ID
002290                 WS-TEMPLATE-CALL-STATUS
002292                 WS-ERRPAGE-MAINT-UNTIL
002300         go to 2000-exit
002310     end-if.
002320     call 'rndrcap' using WS-EFFECTIVE-RENDER-ID WS-ROUTE-NAME
002700     exit.
002710
002720*    ------------------------------------------------------------
002721*    2300-GET-AUTH-USER - THE USER THE SESSION IS SIGNED ON AS,
002722*    FROM THE '_AUTH_USER' FLAG LOGON WROTE, FOR THE AUDIT
002723*    HEADER.  BLANK WHEN NOBODY IS SIGNED ON.
002724*    ------------------------------------------------------------
002725 2300-get-auth-user.
002726     move spaces to WS-AUDIT-USER-ID.
002727     if LK-SESSION-ID = spaces
002728         go to 2300-exit
002729     end-if.
002730     set WS-SESS-OP-GET to true.
002731     move '_AUTH_USER' to WS-SESS-VARNAME.
002732     call 'sessstor' using LK-SESSION-ID WS-SESS-OPERATION
002733             WS-SESS-VARNAME WS-SESS-VARVALUE WS-SESS-STATUS.
002734     if WS-SESS-FOUND
002735         move WS-SESS-VARVALUE (1:20) to WS-AUDIT-USER-ID
002736     end-if.
002737 2300-exit.
002738     exit.
002739
002740*    ------------------------------------------------------------
002741*    3000-ADD-COW-VAR - ADDS ONE NAME/VALUE PAIR TO THE-VARS,
002742*    REPLACING AN EXISTING ENTRY WITH THE SAME NAME SO A
002750*    ROUTE'S OWN ADD OVERRIDES A SEEDED SITE-WIDE VALUE.
002760*    REFUSES A NEW ADD AND SIGNALS OVERFLOW INSTEAD OF
002770*    TRUNCATING SILENTLY AT COW-VAR-MAX-COUNT.
