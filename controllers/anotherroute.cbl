000820*                      THE AUDIT LOG RECORDS WHAT WENT IN, THIS
000830*                      RECORDS WHAT CAME OUT, SO A DISPUTE OR A
000840*                      RENDRPLY RE-DRIVE CAN BE VERIFIED.
000841*    10/15/2026  JKM  RENDER THE TEMPLATE FILE THE DISPATCHER'S
000842*                      TMPLTAB ENTRY NAMES INSTEAD OF ONE COMPILED
000843*                      INTO THE CALL, AFTER TMPLVER CONFIRMS THE
000844*                      FILE ON DISK CARRIES THE REGISTERED
000845*                      CHECKSUM - A MISMATCH FAILS THE RENDER WITH
000846*                      THE 2001 ERRPAGE.  THE VERSION LABEL GOES
000847*                      TO AUDITLOG.  AN UNREGISTERED ROUTE RENDERS
000848*                      ANOTHERROUTE.COW AS BEFORE.
000849*    10/15/2026  JKM  PASS THE SESSION ID AND THE SIGNED-ON USER
000850*                      TO AUDITLOG FOR THE AUDIT HEADER, AND THE
000851*                      SESSION ID TO REQPARSE AND VALVARS FOR THE
000852*                      BAD-DATA LOG, SO THE RNDRINQ INQUIRY CAN
000853*                      PULL TOGETHER EVERYTHING ONE USER OR
000854*                      SESSION SAW.
000855*    10/15/2026  JKM  PASS ERRPAGE ITS NEW MAINTENANCE-WINDOW-END
000856*                      PARAMETER, BLANK - ONLY THE DISPATCHER HAS
000857*                      A WINDOW TO REPORT.
000858*****************************************************************
000860 
000870 identification division.
000880 program-id. anotherroute.
001150 
001160 01  WS-ROUTE-IDENTITY.
001170     03  WS-ROUTE-NAME        pic x(30) value 'ANOTHERROUTE'.
001180     03  WS-TEMPLATE-NAME     pic x(30) value spaces.
001181     03  WS-TEMPLATE-VERSION  pic x(10) value spaces.
001182     03  WS-BUILTIN-TEMPLATE  pic x(30) value 'anotherroute.cow'.
001183 
001184*    ------------------------------------------------------------
001185*    TEMPLATE VERIFICATION RESULT FROM TMPLVER, FOR A TEMPLATE
001186*    REGISTERED IN TMPLTAB.
001187*    ------------------------------------------------------------
001188 01  WS-TMPLVER-FIELDS.
001189     03  WS-ACTUAL-CHECKSUM   pic 9(09).
001190     03  WS-TMPLVER-STATUS    pic x(02) value '00'.
001191         88  WS-TEMPLATE-VERIFIED       value '00'.
001192 
001200 01  WS-VALIDATION-STATUS     pic x(02) value '00'.
001210     88  WS-VALIDATION-PASSED       value '00'.
001220     88  WS-VALIDATION-FAILED       value '04'.
001280 01  WS-SESSION-WORK-FIELDS.
001290     03  WS-SESS-OPERATION    pic x(01).
001300         88  WS-SESS-OP-PUT         value 'P'.
001302         88  WS-SESS-OP-GET         value 'G'.
001304     03  WS-SESS-VARNAME      pic x(99).
001306     03  WS-SESS-VARVALUE     pic x(99).
001310     03  WS-SESS-STATUS       pic x(02).
001320         88  WS-SESS-FOUND          value '00'.
001321 
001322*    ------------------------------------------------------------
001323*    USER SIGNED ON TO THE SESSION, AT ITS USERMAST WIDTH, FOR
001324*    THE AUDIT HEADER.  BLANK WHEN NOBODY IS SIGNED ON.
001325*    ------------------------------------------------------------
001326 01  WS-AUDIT-USER-ID         pic x(20) value spaces.
001330 
001340*    ------------------------------------------------------------
001350*    RENDER-ID TRACKING FIELDS.  WS-EFFECTIVE-RENDER-ID IS WHAT
001630 copy ERRCODES replacing ERR-STATUS-CODE by WS-AUTH-STATUS.
001640 
001650*    ------------------------------------------------------------
001651*    MAINTENANCE-WINDOW END FOR ERRPAGE'S THIRD PARAMETER.  ONLY
001652*    THE DISPATCHER EVER HAS A WINDOW TO REPORT, SO A ROUTE
001653*    ALWAYS PASSES IT BLANK.
001654*    ------------------------------------------------------------
001655 01  WS-ERRPAGE-MAINT-UNTIL   pic x(12) value spaces.
001656 
001657*    ------------------------------------------------------------
001660*    TEMPLATE-CALL RESULT, SET FROM RETURN-CODE AFTER THE CALL TO
001670*    COWTEMPLATE.  CODE VALUES LINE UP WITH ERRCODES.CPY'S
001680*    ERR-TEMPLATE-NOT-FOUND/ERR-TEMPLATE-CALL-FAILED/
001810 01  LK-RENDER-ID             pic x(20).
001820 01  LK-AUTH-REQUIRED-SW      pic x(01).
001830 01  LK-REQUEST-INPUT         pic x(1024).
001832 01  LK-TEMPLATE-ENTRY.
001834     03  LK-TEMPLATE-FILE     pic x(30).
001836     03  LK-TEMPLATE-VERSION  pic x(10).
001838     03  LK-TEMPLATE-CHECKSUM pic 9(09).
001840 
001850 procedure division using LK-SESSION-ID LK-RENDER-ID
001860             LK-AUTH-REQUIRED-SW LK-REQUEST-INPUT
001862             LK-TEMPLATE-ENTRY.
001870 
001880 0000-main-logic.
001890     perform 1000-initialize thru 1000-exit.
002010     set COW-VARS-OK to true.
002020     call 'varseed' using THE-VARS-CONTROL THE-VARS
002030             COW-VAR-MAX-COUNT.
002040     call 'reqparse' using WS-ROUTE-NAME LK-SESSION-ID
002050             LK-REQUEST-INPUT THE-VARS-CONTROL THE-VARS
002060             COW-VAR-MAX-COUNT WS-PARSE-STATUS.
002070     if WS-PARSE-FAILED
002080         display 'ANOTHERROUTE: REQUEST INPUT REJECTED, '
002090                 'RENDERING WITHOUT IT'
002120         perform 1100-default-render-id thru 1100-exit
002130     else
002140         move LK-RENDER-ID to WS-EFFECTIVE-RENDER-ID
002141     end-if.
002142     if LK-TEMPLATE-FILE = spaces
002143         move WS-BUILTIN-TEMPLATE to WS-TEMPLATE-NAME
002144         move spaces to WS-TEMPLATE-VERSION
002145     else
002146         move LK-TEMPLATE-FILE to WS-TEMPLATE-NAME
002147         move LK-TEMPLATE-VERSION to WS-TEMPLATE-VERSION
002150     end-if.
002160 1000-exit.
002170     exit.
002470*    REPLAYED - AND SO A RETRY OF ONE THAT ALREADY WENT THROUGH
002480*    IS RECOGNIZED AND SKIPPED RATHER THAN RUN TWICE.  AUTHCHK
002490*    RUNS FIRST SO AN UNAUTHENTICATED OR UNENTITLED REQUEST NEVER
002500*    GETS AS FAR AS RNDRSTAT OR COWTEMPLATE.  A TEMPLATE NAMED BY
002502*    TMPLTAB IS CHECKED AGAINST ITS REGISTERED CHECKSUM BEFORE
002504*    ANYTHING IS SENT TO IT; A FILE THAT DOES NOT MATCH IS NOT THE
002506*    PAGE THAT WAS SIGNED OFF, SO THE RENDER FAILS WITH 2001.
002510*    ------------------------------------------------------------
002520 2000-render-template.
002530     call 'authchk' using LK-SESSION-ID WS-ROUTE-NAME
002570             WS-AUTH-STATUS
002580         call 'errpage' using WS-EFFECTIVE-RENDER-ID
002590                 WS-AUTH-STATUS
002592                 WS-ERRPAGE-MAINT-UNTIL
002600         go to 2000-exit
002610     end-if.
002620     move '00' to WS-VALIDATION-STATUS.
002670     if WS-RNDRSTAT-PRIOR-COMPLETE
002680         go to 2000-exit
002690     end-if.
002700     call 'valvars' using WS-ROUTE-NAME LK-SESSION-ID
002710             THE-VARS-CONTROL THE-VARS WS-VALIDATION-STATUS.
002720     if WS-VALIDATION-FAILED
002730         set WS-RNDRSTAT-OP-FAIL to true
002740         call 'rndrstat' using WS-EFFECTIVE-RENDER-ID
002770         set ERR-VALIDATION-REJECTED to true
002780         call 'errpage' using WS-EFFECTIVE-RENDER-ID
002790                 WS-AUTH-STATUS
002792                 WS-ERRPAGE-MAINT-UNTIL
002800         go to 2000-exit
002810     end-if.
002811     if LK-TEMPLATE-FILE not = spaces
002812         call 'tmplver' using WS-TEMPLATE-NAME
002813                 LK-TEMPLATE-CHECKSUM WS-ACTUAL-CHECKSUM
002814                 WS-TMPLVER-STATUS
002815         if not WS-TEMPLATE-VERIFIED
002816             display 'ANOTHERROUTE: TEMPLATE ' WS-TEMPLATE-NAME
002817                 ' FAILED VERIFICATION, STATUS ' WS-TMPLVER-STATUS
002818             set WS-RNDRSTAT-OP-FAIL to true
002819             call 'rndrstat' using WS-EFFECTIVE-RENDER-ID
002820                     WS-ROUTE-NAME WS-RNDRSTAT-OPERATION
002821                     WS-RNDRSTAT-PRIOR-STATE WS-RNDRSTAT-STATUS
002822             set WS-TEMPLATE-NOT-FOUND to true
002823             call 'errpage' using WS-EFFECTIVE-RENDER-ID
002824                     WS-TEMPLATE-CALL-STATUS
002825                     WS-ERRPAGE-MAINT-UNTIL
002826             go to 2000-exit
002827         end-if
002828     end-if.
002829     perform 2200-get-auth-user thru 2200-exit.
002830     call 'auditlog' using WS-ROUTE-NAME WS-TEMPLATE-NAME
002831             WS-TEMPLATE-VERSION WS-EFFECTIVE-RENDER-ID
002840             LK-SESSION-ID WS-AUDIT-USER-ID THE-VARS-CONTROL
002842             THE-VARS.
002844     call 'cowtemplate' using THE-VARS WS-TEMPLATE-NAME.
002850     perform 2100-check-template-result thru 2100-exit.
002860     if not WS-TEMPLATE-CALL-OK
002870         display 'ANOTHERROUTE: TEMPLATE CALL FAILED, CODE '
002920                 WS-RNDRSTAT-PRIOR-STATE WS-RNDRSTAT-STATUS
002930         call 'errpage' using WS-EFFECTIVE-RENDER-ID
002940                 WS-TEMPLATE-CALL-STATUS
002942                 WS-ERRPAGE-MAINT-UNTIL
002950         go to 2000-exit
002960     end-if.
002970     call 'rndrcap' using WS-EFFECTIVE-RENDER-ID WS-ROUTE-NAME
003270             move '2002' to WS-TEMPLATE-CALL-STATUS
003280     end-evaluate.
003290 2100-exit.
003291     exit.
003292 
003293*    ------------------------------------------------------------
003294*    2200-GET-AUTH-USER - THE USER THE SESSION IS SIGNED ON AS,
003295*    FROM THE '_AUTH_USER' FLAG LOGON WROTE, FOR THE AUDIT
003296*    HEADER.  BLANK WHEN NOBODY IS SIGNED ON.
003297*    ------------------------------------------------------------
003298 2200-get-auth-user.
003299     move spaces to WS-AUDIT-USER-ID.
003300     if LK-SESSION-ID = spaces
003301         go to 2200-exit
003302     end-if.
003303     set WS-SESS-OP-GET to true.
003304     move '_AUTH_USER' to WS-SESS-VARNAME.
003305     call 'sessstor' using LK-SESSION-ID WS-SESS-OPERATION
003306             WS-SESS-VARNAME WS-SESS-VARVALUE WS-SESS-STATUS.
003307     if WS-SESS-FOUND
003308         move WS-SESS-VARVALUE (1:20) to WS-AUDIT-USER-ID
003309     end-if.
003310 2200-exit.
003311     exit.
003312 
003320*    ------------------------------------------------------------
003330*    3000-ADD-COW-VAR - ADDS ONE NAME/VALUE PAIR TO THE-VARS,
003340*    REPLACING AN EXISTING ENTRY WITH THE SAME NAME SO A
