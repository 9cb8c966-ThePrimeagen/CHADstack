000810*                      THE AUDIT LOG RECORDS WHAT WENT IN, THIS
000820*                      RECORDS WHAT CAME OUT, SO A DISPUTE OR A
000830*                      RENDRPLY RE-DRIVE CAN BE VERIFIED.
000831*    10/15/2026  JKM  VERIFY THE CREDENTIAL AGAINST THE SALTED
000832*                      ONE-WAY HASH USERMAST NOW HOLDS, THROUGH
000833*                      THE CREDHASH SUBPROGRAM, INSTEAD OF A
000834*                      CLEAR-TEXT COMPARE.  AN ENTRY STILL IN THE
000835*                      CLEAR NEVER VERIFIES.
000836*    10/15/2026  JKM  REFUSE A SIGN-ON TO AN ACCOUNT USERADM HAS
000837*                      DISABLED, WHATEVER CREDENTIAL IS OFFERED -
000838*                      IT FAILS AND IS LOGGED LIKE A BAD ONE.
000839*    10/15/2026  JKM  RENDER THE TEMPLATE FILE THE DISPATCHER'S
000840*                      TMPLTAB ENTRY NAMES INSTEAD OF ONE COMPILED
000841*                      INTO THE CALL, AFTER TMPLVER CONFIRMS THE
000842*                      FILE ON DISK CARRIES THE REGISTERED
000843*                      CHECKSUM - A MISMATCH FAILS THE RENDER WITH
000844*                      THE 2001 ERRPAGE.  THE VERSION LABEL GOES
000845*                      TO AUDITLOG.  AN UNREGISTERED ROUTE RENDERS
000846*                      LOGON.COW AS BEFORE.
000847*    10/15/2026  JKM  PASS THE SESSION ID AND THE SIGNED-ON USER
000848*                      TO AUDITLOG FOR THE AUDIT HEADER, AND THE
000849*                      SESSION ID TO REQPARSE AND VALVARS FOR THE
000850*                      BAD-DATA LOG, SO THE RNDRINQ INQUIRY CAN
000851*                      PULL TOGETHER EVERYTHING ONE USER OR
000852*                      SESSION SAW.
000853*    10/15/2026  JKM  PASS ERRPAGE ITS NEW MAINTENANCE-WINDOW-END
000854*                      PARAMETER, BLANK - ONLY THE DISPATCHER HAS
000855*                      A WINDOW TO REPORT.
000856*****************************************************************
000857
000860 identification division.
000870 program-id. logon.
000880 author. jkm.
001210
001220 01  WS-ROUTE-IDENTITY.
001230     03  WS-ROUTE-NAME        pic x(30) value 'LOGON'.
001240     03  WS-TEMPLATE-NAME     pic x(30) value spaces.
001241     03  WS-TEMPLATE-VERSION  pic x(10) value spaces.
001242     03  WS-BUILTIN-TEMPLATE  pic x(30) value 'logon.cow'.
001243
001244*    ------------------------------------------------------------
001245*    TEMPLATE VERIFICATION RESULT FROM TMPLVER, FOR A TEMPLATE
001246*    REGISTERED IN TMPLTAB.
001247*    ------------------------------------------------------------
001248 01  WS-TMPLVER-FIELDS.
001249     03  WS-ACTUAL-CHECKSUM   pic 9(09).
001250     03  WS-TMPLVER-STATUS    pic x(02) value '00'.
001251         88  WS-TEMPLATE-VERIFIED       value '00'.
001252
001260 01  WS-VALIDATION-STATUS     pic x(02) value '00'.
001270     88  WS-VALIDATION-PASSED       value '00'.
001280     88  WS-VALIDATION-FAILED       value '04'.
001400     03  WS-SESS-VARVALUE     pic x(99).
001410     03  WS-SESS-STATUS       pic x(02).
001420         88  WS-SESS-FOUND          value '00'.
001421
001422*    ------------------------------------------------------------
001423*    USER SIGNED ON TO THE SESSION, AT ITS USERMAST WIDTH, FOR
001424*    THE AUDIT HEADER.  BLANK WHEN NOBODY IS SIGNED ON.
001425*    ------------------------------------------------------------
001426 01  WS-AUDIT-USER-ID         pic x(20) value spaces.
001430
001440*    ------------------------------------------------------------
001450*    SIGN-ON WORK FIELDS.  THE MATCHED USER'S ENTITLEMENT LIST IS
001900     03  WS-SIGNLOG-STATUS    pic x(02).
001910         88  WS-SIGNLOG-LOCKED              value '08'.
001920
001921*    ------------------------------------------------------------
001922*    CREDHASH FIELDS.  THE CLEAR CREDENTIAL GOES TO CREDHASH AT
001923*    ITS USERMAST WIDTH AND IS CHECKED AGAINST THE ENTRY'S STORED
001924*    HASH; ONLY A '00' VERIFIES.
001925*    ------------------------------------------------------------
001926 01  WS-CREDHASH-WORK-FIELDS.
001927     03  WS-CREDHASH-OPERATION   pic x(01).
001928         88  WS-CREDHASH-OP-VERIFY      value 'V'.
001929     03  WS-CREDHASH-CLEAR       pic x(40).
001930     03  WS-CREDHASH-STORED      pic x(40).
001931     03  WS-CREDHASH-STATUS      pic x(02).
001932         88  WS-CREDHASH-MATCH          value '00'.
001933
001934 01  WS-MATCHED-ROUTES.
001940     03  WS-MATCHED-ROUTE     occurs 10 times
001950                              pic x(30).
001960
002290
002300 copy ERRCODES replacing ERR-STATUS-CODE by WS-AUTH-STATUS.
002310
002311*    ------------------------------------------------------------
002312*    MAINTENANCE-WINDOW END FOR ERRPAGE'S THIRD PARAMETER.  ONLY
002313*    THE DISPATCHER EVER HAS A WINDOW TO REPORT, SO A ROUTE
002314*    ALWAYS PASSES IT BLANK.
002315*    ------------------------------------------------------------
002316 01  WS-ERRPAGE-MAINT-UNTIL   pic x(12) value spaces.
002317
002320 01  WS-TEMPLATE-CALL-STATUS    pic x(04) value '0000'.
002330     88  WS-TEMPLATE-CALL-OK         value '0000'.
002340     88  WS-TEMPLATE-NOT-FOUND       value '2001'.
002420 01  LK-RENDER-ID             pic x(20).
002430 01  LK-AUTH-REQUIRED-SW      pic x(01).
002440 01  LK-REQUEST-INPUT         pic x(1024).
002442 01  LK-TEMPLATE-ENTRY.
002444     03  LK-TEMPLATE-FILE     pic x(30).
002446     03  LK-TEMPLATE-VERSION  pic x(10).
002448     03  LK-TEMPLATE-CHECKSUM pic 9(09).
002450
002460 procedure division using LK-SESSION-ID LK-RENDER-ID
002470             LK-AUTH-REQUIRED-SW LK-REQUEST-INPUT
002472             LK-TEMPLATE-ENTRY.
002480
002490 0000-main-logic.
002500     perform 1000-initialize thru 1000-exit.
002630     call 'varseed' using THE-VARS-CONTROL THE-VARS
002640             COW-VAR-MAX-COUNT.
002650     perform 1200-sift-signon-input thru 1200-exit.
002660     call 'reqparse' using WS-ROUTE-NAME LK-SESSION-ID
002670             WS-ROUTE-REQUEST-INPUT THE-VARS-CONTROL THE-VARS
002680             COW-VAR-MAX-COUNT WS-PARSE-STATUS.
002690     if WS-PARSE-FAILED
002700         display 'LOGON: REQUEST INPUT REJECTED, '
002710                 'RENDERING WITHOUT IT'
002750         perform 1100-default-render-id thru 1100-exit
002760     else
002770         move LK-RENDER-ID to WS-EFFECTIVE-RENDER-ID
002771     end-if.
002772     if LK-TEMPLATE-FILE = spaces
002773         move WS-BUILTIN-TEMPLATE to WS-TEMPLATE-NAME
002774         move spaces to WS-TEMPLATE-VERSION
002775     else
002776         move LK-TEMPLATE-FILE to WS-TEMPLATE-NAME
002777         move LK-TEMPLATE-VERSION to WS-TEMPLATE-VERSION
002780     end-if.
002790 1000-exit.
002800     exit.
004110             WS-AUTH-STATUS
004120         call 'errpage' using WS-EFFECTIVE-RENDER-ID
004130                 WS-AUTH-STATUS
004132                 WS-ERRPAGE-MAINT-UNTIL
004140         go to 2000-exit
004150     end-if.
004160     move '00' to WS-VALIDATION-STATUS.
004260     if WS-USER-VERIFIED
004270         perform 2350-check-cred-age thru 2350-exit
004280         perform 2400-mark-signed-on thru 2400-exit
004282         move WS-SIGNON-USERID (1:20) to WS-AUDIT-USER-ID
004290         move 'LOGON_RESULT' to WS-NEW-VARNAME
004300         if WS-CRED-EXPIRED
004310             move 'CREDENTIAL EXPIRED - CHANGE REQUIRED'
004420         move 'SIGN-ON FAILED' to WS-NEW-VARVALUE
004430         perform 3000-add-cow-var thru 3000-exit
004440     end-if.
004450     call 'valvars' using WS-ROUTE-NAME LK-SESSION-ID
004460             THE-VARS-CONTROL THE-VARS WS-VALIDATION-STATUS.
004470     if WS-VALIDATION-FAILED
004480         set WS-RNDRSTAT-OP-FAIL to true
004490         call 'rndrstat' using WS-EFFECTIVE-RENDER-ID
004520         set ERR-VALIDATION-REJECTED to true
004530         call 'errpage' using WS-EFFECTIVE-RENDER-ID
004540                 WS-AUTH-STATUS
004542                 WS-ERRPAGE-MAINT-UNTIL
004550         go to 2000-exit
004560     end-if.
004561     if LK-TEMPLATE-FILE not = spaces
004562         call 'tmplver' using WS-TEMPLATE-NAME
004563                 LK-TEMPLATE-CHECKSUM WS-ACTUAL-CHECKSUM
004564                 WS-TMPLVER-STATUS
004565         if not WS-TEMPLATE-VERIFIED
004566             display 'LOGON: TEMPLATE ' WS-TEMPLATE-NAME
004567                 ' FAILED VERIFICATION, STATUS ' WS-TMPLVER-STATUS
004568             set WS-RNDRSTAT-OP-FAIL to true
004569             call 'rndrstat' using WS-EFFECTIVE-RENDER-ID
004570                     WS-ROUTE-NAME WS-RNDRSTAT-OPERATION
004571                     WS-RNDRSTAT-PRIOR-STATE WS-RNDRSTAT-STATUS
004572             set WS-TEMPLATE-NOT-FOUND to true
004573             call 'errpage' using WS-EFFECTIVE-RENDER-ID
004574                     WS-TEMPLATE-CALL-STATUS
004575                     WS-ERRPAGE-MAINT-UNTIL
004576             go to 2000-exit
004577         end-if
004578     end-if.
004579     call 'auditlog' using WS-ROUTE-NAME WS-TEMPLATE-NAME
004580             WS-TEMPLATE-VERSION WS-EFFECTIVE-RENDER-ID
004590             LK-SESSION-ID WS-AUDIT-USER-ID THE-VARS-CONTROL
004592             THE-VARS.
004594     call 'cowtemplate' using THE-VARS WS-TEMPLATE-NAME.
004600     perform 2100-check-template-result thru 2100-exit.
004610     if not WS-TEMPLATE-CALL-OK
004620         display 'LOGON: TEMPLATE CALL FAILED, CODE '
004670                 WS-RNDRSTAT-PRIOR-STATE WS-RNDRSTAT-STATUS
004680         call 'errpage' using WS-EFFECTIVE-RENDER-ID
004690                 WS-TEMPLATE-CALL-STATUS
004692                 WS-ERRPAGE-MAINT-UNTIL
004700         go to 2000-exit
004710     end-if.
004720     call 'rndrcap' using WS-EFFECTIVE-RENDER-ID WS-ROUTE-NAME
005810 2310-exit.
005820     exit.
005830
005831*    ------------------------------------------------------------
005832*    2320-CHECK-USER-RECORD - ON A USER ID MATCH, HASHES THE
005833*    OFFERED CREDENTIAL WITH THE ENTRY'S SALT THROUGH CREDHASH
005834*    AND COMPARES IT WITH THE STORED HASH.  THE CLEAR CREDENTIAL
005835*    IS NEVER COMPARED WITH THE FILE DIRECTLY.  A DISABLED ENTRY
005836*    ENDS THE SCAN UNVERIFIED BEFORE ANY CREDENTIAL CHECK.
005837*    ------------------------------------------------------------
005840 2320-check-user-record.
005850     if UM-USER-ID = WS-SIGNON-USERID (1:20)
005860         if UM-ACCOUNT-DISABLED
005870             set WS-USERMAST-FILE-EOF to true
005880             go to 2320-exit
005890         end-if
005900         set WS-CREDHASH-OP-VERIFY to true
005910         move WS-SIGNON-CREDENTIAL (1:40) to WS-CREDHASH-CLEAR
005911         move UM-CREDENTIAL to WS-CREDHASH-STORED
005912         call 'credhash' using WS-CREDHASH-OPERATION
005913                 WS-CREDHASH-CLEAR WS-CREDHASH-STORED
005914                 WS-CREDHASH-STATUS
005915         if WS-CREDHASH-MATCH
005916             set WS-USER-VERIFIED to true
005917             move UM-ENTITLED-ROUTES to WS-MATCHED-ROUTES
005918             move UM-CRED-CHANGED-DATE to WS-MATCHED-CRED-DATE
005919             go to 2320-exit
005920         end-if
005921     end-if.
005923     perform 2310-read-user-record thru 2310-exit.
005930 2320-exit.
005940     exit.
005950
