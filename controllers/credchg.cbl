000490*                      LIVE FILE, SO A SHORT WRITE-BACK WAS
000500*                      RENDERING "CREDENTIAL CHANGED" AND LOGGING
000510*                      A SIGNLOG SUCCESS OVER A TRUNCATED MASTER.
000511*    10/15/2026  JKM  CHECK THE CURRENT CREDENTIAL AGAINST THE
000512*                      SALTED HASH USERMAST NOW HOLDS AND STORE
000513*                      THE NEW ONE HASHED, THROUGH CREDHASH.
000514*                      REFUSE A NEW CREDENTIAL MATCHING ANY OF
000515*                      THE HASHES KEPT IN UM-CRED-HISTORY, AND
000516*                      PUSH THE REPLACED HASH ONTO THAT HISTORY.
000517*                      A REUSE REFUSAL DOES NOT COUNT AGAINST THE
000518*                      LOCKOUT - THE CURRENT CREDENTIAL WAS RIGHT.
000519*    10/15/2026  JKM  REFUSE THE CHANGE ON A DISABLED ACCOUNT, AS
000520*                      LOGON REFUSES ITS SIGN-ON, AND WIDEN THE
000521*                      REWRITE TABLE FOR UM-ACCOUNT-STATUS.
000522*    10/15/2026  JKM  RENDER THE TEMPLATE FILE THE DISPATCHER'S
000523*                      TMPLTAB ENTRY NAMES INSTEAD OF ONE COMPILED
000524*                      INTO THE CALL, AFTER TMPLVER CONFIRMS THE
000525*                      FILE ON DISK CARRIES THE REGISTERED
000526*                      CHECKSUM - A MISMATCH FAILS THE RENDER WITH
000527*                      THE 2001 ERRPAGE.  THE VERSION LABEL GOES
000528*                      TO AUDITLOG.  AN UNREGISTERED ROUTE RENDERS
000529*                      CREDCHG.COW AS BEFORE.
000530*    10/15/2026  JKM  PASS THE SESSION ID AND THE SIGNED-ON USER
000531*                      TO AUDITLOG FOR THE AUDIT HEADER, AND THE
000532*                      SESSION ID TO REQPARSE AND VALVARS FOR THE
000533*                      BAD-DATA LOG, SO THE RNDRINQ INQUIRY CAN
000534*                      PULL TOGETHER ALL ONE USER OR SESSION SAW.
000535*    10/15/2026  JKM  PASS ERRPAGE ITS NEW MAINTENANCE-WINDOW-END
000536*                      PARAMETER, BLANK - ONLY THE DISPATCHER HAS
000537*                      A WINDOW TO REPORT.
000538*****************************************************************
000539
000540 identification division.
000550 program-id. credchg.
000560 author. jkm.
000890
000900 01  WS-ROUTE-IDENTITY.
000910     03  WS-ROUTE-NAME        pic x(30) value 'CREDCHG'.
000920     03  WS-TEMPLATE-NAME     pic x(30) value spaces.
000921     03  WS-TEMPLATE-VERSION  pic x(10) value spaces.
000922     03  WS-BUILTIN-TEMPLATE  pic x(30) value 'credchg.cow'.
000923
000924*    ------------------------------------------------------------
000925*    TEMPLATE VERIFICATION RESULT FROM TMPLVER, FOR A TEMPLATE
000926*    REGISTERED IN TMPLTAB.
000927*    ------------------------------------------------------------
000928 01  WS-TMPLVER-FIELDS.
000929     03  WS-ACTUAL-CHECKSUM   pic 9(09).
000930     03  WS-TMPLVER-STATUS    pic x(02) value '00'.
000931         88  WS-TEMPLATE-VERIFIED       value '00'.
000932
000940 01  WS-VALIDATION-STATUS     pic x(02) value '00'.
000950     88  WS-VALIDATION-PASSED       value '00'.
000960     88  WS-VALIDATION-FAILED       value '04'.
001080         88  WS-SESS-FOUND          value '00'.
001090
001100*    ------------------------------------------------------------
001101*    USER SIGNED ON TO THE SESSION, AT ITS USERMAST WIDTH, FOR
001102*    THE AUDIT HEADER.  BLANK WHEN NOBODY IS SIGNED ON.
001103*    ------------------------------------------------------------
001104 01  WS-AUDIT-USER-ID         pic x(20) value spaces.
001105
001106*    ------------------------------------------------------------
001110*    CHANGE WORK FIELDS.  THE CURRENT AND NEW CREDENTIALS LIVE
001120*    ONLY HERE - THEY ARE SIFTED OUT OF THE RAW REQUEST BEFORE
001130*    REQPARSE SEES IT AND ARE NEVER ADDED TO COW-VARS.
001240     03  WS-MATCH-FOUND-SW    pic x(01) value 'N'.
001250         88  WS-USER-MATCHED        value 'Y'.
001260         88  WS-USER-NOT-MATCHED    value 'N'.
001261     03  WS-CRED-REUSE-SW     pic x(01) value 'N'.
001262         88  WS-CRED-REUSED         value 'Y'.
001263         88  WS-CRED-NOT-REUSED     value 'N'.
001264
001265*    ------------------------------------------------------------
001266*    CREDHASH FIELDS.  THE CURRENT CREDENTIAL IS VERIFIED AGAINST
001267*    UM-CREDENTIAL, THE NEW ONE AGAINST EACH UM-CRED-PRIOR ENTRY,
001268*    AND THE NEW ONE IS MADE INTO ITS STORED FORM - ALWAYS AT THE
001269*    USERMAST WIDTH.  WS-CRED-HISTORY-DEPTH MATCHES THE OCCURS
001270*    OF UM-CRED-PRIOR.
001271*    ------------------------------------------------------------
001272 77  WS-CRED-HISTORY-DEPTH    pic 9(04) comp value 5.
001273 77  WS-HIST-SUB              pic 9(04) comp.
001274
001275 01  WS-CREDHASH-WORK-FIELDS.
001276     03  WS-CREDHASH-OPERATION   pic x(01).
001277         88  WS-CREDHASH-OP-MAKE        value 'M'.
001278         88  WS-CREDHASH-OP-VERIFY      value 'V'.
001279     03  WS-CREDHASH-CLEAR       pic x(40).
001280     03  WS-CREDHASH-STORED      pic x(40).
001281     03  WS-CREDHASH-STATUS      pic x(02).
001282         88  WS-CREDHASH-MATCH          value '00'.
001283
001284*    ------------------------------------------------------------
001290*    USERMAST REWRITE TABLE.  THE WHOLE MAINTENANCE FILE IS READ
001300*    INTO MEMORY, THE MATCHED ENTRY IS UPDATED IN PLACE, AND THE
001310*    FILE IS WRITTEN BACK ONLY AFTER A CLEAN MATCH - THE FILE IS
001550     03  WS-USER-ENTRY occurs 0 to 999 times
001560                 depending on WS-USER-COUNT
001570                 indexed by WS-USER-IDX.
001580         05  WS-USER-REC          pic x(569).
001590
001600 01  WS-SIGNLOG-WORK-FIELDS.
001610     03  WS-SIGNLOG-USER-ID   pic x(20).
002020
002030 copy ERRCODES replacing ERR-STATUS-CODE by WS-AUTH-STATUS.
002040
002041*    ------------------------------------------------------------
002042*    MAINTENANCE-WINDOW END FOR ERRPAGE'S THIRD PARAMETER.  ONLY
002043*    THE DISPATCHER EVER HAS A WINDOW TO REPORT, SO A ROUTE
002044*    ALWAYS PASSES IT BLANK.
002045*    ------------------------------------------------------------
002046 01  WS-ERRPAGE-MAINT-UNTIL   pic x(12) value spaces.
002047
002050 01  WS-TEMPLATE-CALL-STATUS    pic x(04) value '0000'.
002060     88  WS-TEMPLATE-CALL-OK         value '0000'.
002070     88  WS-TEMPLATE-NOT-FOUND       value '2001'.
002150 01  LK-RENDER-ID             pic x(20).
002160 01  LK-AUTH-REQUIRED-SW      pic x(01).
002170 01  LK-REQUEST-INPUT         pic x(1024).
002172 01  LK-TEMPLATE-ENTRY.
002174     03  LK-TEMPLATE-FILE     pic x(30).
002176     03  LK-TEMPLATE-VERSION  pic x(10).
002178     03  LK-TEMPLATE-CHECKSUM pic 9(09).
002180
002190 procedure division using LK-SESSION-ID LK-RENDER-ID
002200             LK-AUTH-REQUIRED-SW LK-REQUEST-INPUT
002202             LK-TEMPLATE-ENTRY.
002210
002220 0000-main-logic.
002230     perform 1000-initialize thru 1000-exit.
002360     call 'varseed' using THE-VARS-CONTROL THE-VARS
002370             COW-VAR-MAX-COUNT.
002380     perform 1200-sift-change-input thru 1200-exit.
002390     call 'reqparse' using WS-ROUTE-NAME LK-SESSION-ID
002400             WS-ROUTE-REQUEST-INPUT THE-VARS-CONTROL THE-VARS
002410             COW-VAR-MAX-COUNT WS-PARSE-STATUS.
002420     if WS-PARSE-FAILED
002430         display 'CREDCHG: REQUEST INPUT REJECTED, '
002440                 'RENDERING WITHOUT IT'
002490         perform 1100-default-render-id thru 1100-exit
002500     else
002510         move LK-RENDER-ID to WS-EFFECTIVE-RENDER-ID
002511     end-if.
002512     if LK-TEMPLATE-FILE = spaces
002513         move WS-BUILTIN-TEMPLATE to WS-TEMPLATE-NAME
002514         move spaces to WS-TEMPLATE-VERSION
002515     else
002516         move LK-TEMPLATE-FILE to WS-TEMPLATE-NAME
002517         move LK-TEMPLATE-VERSION to WS-TEMPLATE-VERSION
002520     end-if.
002530 1000-exit.
002540     exit.
003830             WS-AUTH-STATUS
003840         call 'errpage' using WS-EFFECTIVE-RENDER-ID
003850                 WS-AUTH-STATUS
003852                 WS-ERRPAGE-MAINT-UNTIL
003860         go to 2000-exit
003870     end-if.
003880     move '00' to WS-VALIDATION-STATUS.
003980     move 'CREDCHG_RESULT'  to WS-NEW-VARNAME.
003990     move WS-CHANGE-RESULT  to WS-NEW-VARVALUE.
004000     perform 3000-add-cow-var thru 3000-exit.
004010     call 'valvars' using WS-ROUTE-NAME LK-SESSION-ID
004020             THE-VARS-CONTROL THE-VARS WS-VALIDATION-STATUS.
004030     if WS-VALIDATION-FAILED
004040         set WS-RNDRSTAT-OP-FAIL to true
004050         call 'rndrstat' using WS-EFFECTIVE-RENDER-ID
004080         set ERR-VALIDATION-REJECTED to true
004090         call 'errpage' using WS-EFFECTIVE-RENDER-ID
004100                 WS-AUTH-STATUS
004102                 WS-ERRPAGE-MAINT-UNTIL
004110         go to 2000-exit
004120     end-if.
004121     if LK-TEMPLATE-FILE not = spaces
004122         call 'tmplver' using WS-TEMPLATE-NAME
004123                 LK-TEMPLATE-CHECKSUM WS-ACTUAL-CHECKSUM
004124                 WS-TMPLVER-STATUS
004125         if not WS-TEMPLATE-VERIFIED
004126             display 'CREDCHG: TEMPLATE ' WS-TEMPLATE-NAME
004127                 ' FAILED VERIFICATION, STATUS ' WS-TMPLVER-STATUS
004128             set WS-RNDRSTAT-OP-FAIL to true
004129             call 'rndrstat' using WS-EFFECTIVE-RENDER-ID
004130                     WS-ROUTE-NAME WS-RNDRSTAT-OPERATION
004131                     WS-RNDRSTAT-PRIOR-STATE WS-RNDRSTAT-STATUS
004132             set WS-TEMPLATE-NOT-FOUND to true
004133             call 'errpage' using WS-EFFECTIVE-RENDER-ID
004134                     WS-TEMPLATE-CALL-STATUS
004135                     WS-ERRPAGE-MAINT-UNTIL
004136             go to 2000-exit
004137         end-if
004138     end-if.
004139     move WS-CHANGE-USERID (1:20) to WS-AUDIT-USER-ID.
004140     call 'auditlog' using WS-ROUTE-NAME WS-TEMPLATE-NAME
004141             WS-TEMPLATE-VERSION WS-EFFECTIVE-RENDER-ID
004150             LK-SESSION-ID WS-AUDIT-USER-ID THE-VARS-CONTROL
004152             THE-VARS.
004154     call 'cowtemplate' using THE-VARS WS-TEMPLATE-NAME.
004160     perform 2100-check-template-result thru 2100-exit.
004170     if not WS-TEMPLATE-CALL-OK
004180         display 'CREDCHG: TEMPLATE CALL FAILED, CODE '
004230                 WS-RNDRSTAT-PRIOR-STATE WS-RNDRSTAT-STATUS
004240         call 'errpage' using WS-EFFECTIVE-RENDER-ID
004250                 WS-TEMPLATE-CALL-STATUS
004252                 WS-ERRPAGE-MAINT-UNTIL
004260         go to 2000-exit
004270     end-if.
004280     call 'rndrcap' using WS-EFFECTIVE-RENDER-ID WS-ROUTE-NAME
004760*    OLD, A LOCKED-OUT ACCOUNT, OR A CURRENT CREDENTIAL THAT
004770*    DOES NOT MATCH USERMAST (WHICH ALSO COUNTS AGAINST THE
004780*    LOCKOUT, THROUGH SIGNLOG, EXACTLY AS A FAILED SIGN-ON
004790*    WOULD).  A NEW CREDENTIAL FOUND IN THE USER'S HISTORY IS
004792*    REFUSED TOO, BUT WITHOUT THE LOCKOUT COUNT - THE CURRENT
004794*    CREDENTIAL VERIFIED.  ONLY A CLEAN MATCH REWRITES THE
004796*    MASTER.
004800*    ------------------------------------------------------------
004810 2300-change-credential.
004820     set WS-CHANGE-NOT-OK to true.
005080     if WS-USER-NOT-MATCHED
005090         go to 2300-exit
005100     end-if.
005101     if WS-CRED-REUSED
005102         move 'CREDENTIAL USED RECENTLY - CHOOSE ANOTHER'
005103                 to WS-CHANGE-RESULT
005104         go to 2300-exit
005105     end-if.
005110     if WS-CHANGE-NOT-OK
005120         set WS-SIGNLOG-OP-FAILURE to true
005130         call 'signlog' using WS-SIGNLOG-USER-ID LK-SESSION-ID
005350*    2310-LOAD-USER-MASTER - READS THE WHOLE MAINTENANCE FILE
005360*    INTO THE REWRITE TABLE.  THE FIRST ENTRY MATCHING THE USER
005370*    ID WINS, AS IN LOGON'S 2320-CHECK-USER-RECORD; WHEN ITS
005380*    STORED HASH VERIFIES THE CURRENT CREDENTIAL SUPPLIED AND
005390*    THE NEW ONE IS NOT IN ITS HISTORY, THE ENTRY IS UPDATED IN
005392*    THE FILE RECORD AREA - NEW HASH, HISTORY PUSHED DOWN, FRESH
005400*    CHANGE STAMP - BEFORE IT IS TABLED, SO THE TABLE ALREADY
005410*    HOLDS THE IMAGE TO WRITE BACK.
005420*    ------------------------------------------------------------
005430 2310-load-user-master.
005440     set WS-USER-NOT-MATCHED to true.
005442     set WS-CRED-NOT-REUSED to true.
005450     set WS-USER-NO-OVERFLOW to true.
005460     move zero to WS-USER-COUNT.
005470     open input USER-MASTER-FILE.
005660     if WS-USER-NOT-MATCHED
005670             and UM-USER-ID = WS-CHANGE-USERID (1:20)
005680         set WS-USER-MATCHED to true
005690         perform 2360-apply-change thru 2360-exit
005750     end-if.
005760     if WS-USER-COUNT < WS-USER-MAX-COUNT
005770         add 1 to WS-USER-COUNT
006300     exit.
006310
006320*    ------------------------------------------------------------
006321*    2360-APPLY-CHANGE - RUNS AGAINST THE MATCHED ENTRY IN THE
006322*    FILE RECORD AREA.  A DISABLED ACCOUNT IS REFUSED OUTRIGHT,
006323*    AS AT SIGN-ON.  THE CURRENT CREDENTIAL MUST VERIFY
006324*    AGAINST THE STORED HASH (A CLEAR-TEXT LEFTOVER NEVER DOES);
006325*    THE NEW ONE MUST NOT VERIFY AGAINST ANY HASH IN THE
006326*    HISTORY.  THEN THE REPLACED HASH IS PUSHED ONTO THE TOP OF
006327*    THE HISTORY, THE OLDEST FALLS OFF THE BOTTOM, AND THE NEW
006328*    CREDENTIAL IS STORED HASHED UNDER A FRESH SALT.
006329*    ------------------------------------------------------------
006330 2360-apply-change.
006331     if UM-ACCOUNT-DISABLED
006332         go to 2360-exit
006333     end-if.
006334     set WS-CREDHASH-OP-VERIFY to true.
006335     move WS-CHANGE-CURRENT (1:40) to WS-CREDHASH-CLEAR.
006336     move UM-CREDENTIAL to WS-CREDHASH-STORED.
006337     call 'credhash' using WS-CREDHASH-OPERATION
006338             WS-CREDHASH-CLEAR WS-CREDHASH-STORED
006339             WS-CREDHASH-STATUS.
006340     if not WS-CREDHASH-MATCH
006341         go to 2360-exit
006342     end-if.
006343     perform 2370-check-history thru 2370-exit
006344             varying WS-HIST-SUB from 1 by 1
006345             until WS-HIST-SUB > WS-CRED-HISTORY-DEPTH
006346                or WS-CRED-REUSED.
006347     if WS-CRED-REUSED
006348         go to 2360-exit
006349     end-if.
006350     perform 2380-push-history thru 2380-exit
006351             varying WS-HIST-SUB from WS-CRED-HISTORY-DEPTH
006352             by -1 until WS-HIST-SUB < 2.
006353     move UM-CREDENTIAL to UM-CRED-PRIOR (1).
006354     set WS-CREDHASH-OP-MAKE to true.
006355     move WS-CHANGE-NEW (1:40) to WS-CREDHASH-CLEAR.
006356     call 'credhash' using WS-CREDHASH-OPERATION
006357             WS-CREDHASH-CLEAR WS-CREDHASH-STORED
006358             WS-CREDHASH-STATUS.
006359     move WS-CREDHASH-STORED to UM-CREDENTIAL.
006360     accept WS-CHANGE-STAMP from date yyyymmdd.
006361     move WS-CHANGE-STAMP to UM-CRED-CHANGED-DATE.
006362     set WS-CHANGE-OK to true.
006363 2360-exit.
006364     exit.
006365
006366 2370-check-history.
006367     if UM-CRED-PRIOR (WS-HIST-SUB) = spaces
006368         go to 2370-exit
006369     end-if.
006370     set WS-CREDHASH-OP-VERIFY to true.
006371     move WS-CHANGE-NEW (1:40) to WS-CREDHASH-CLEAR.
006372     move UM-CRED-PRIOR (WS-HIST-SUB) to WS-CREDHASH-STORED.
006373     call 'credhash' using WS-CREDHASH-OPERATION
006374             WS-CREDHASH-CLEAR WS-CREDHASH-STORED
006375             WS-CREDHASH-STATUS.
006376     if WS-CREDHASH-MATCH
006377         set WS-CRED-REUSED to true
006378     end-if.
006379 2370-exit.
006380     exit.
006381
006382 2380-push-history.
006383     move UM-CRED-PRIOR (WS-HIST-SUB - 1)
006384             to UM-CRED-PRIOR (WS-HIST-SUB).
006385 2380-exit.
006386     exit.
006387
006388*    ------------------------------------------------------------
006389*    3000-ADD-COW-VAR - ADDS ONE NAME/VALUE PAIR TO THE-VARS,
006390*    REPLACING AN EXISTING ENTRY WITH THE SAME NAME SO A
006391*    ROUTE'S OWN ADD OVERRIDES A SEEDED SITE-WIDE VALUE.
006392*    REFUSES A NEW ADD AND SIGNALS OVERFLOW INSTEAD OF
006393*    TRUNCATING SILENTLY AT COW-VAR-MAX-COUNT.
006394*    ------------------------------------------------------------
006395 3000-add-cow-var.
006400     set WS-ADD-VAR-NOT-MATCHED to true.
006410     perform 3100-match-cow-var thru 3100-exit
006420             varying COW-VAR-IDX from 1 by 1
