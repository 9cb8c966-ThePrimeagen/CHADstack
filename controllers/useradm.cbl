000010*****************************************************************
000020*
000030*    PROGRAM-ID.   USERADM
000040*    AUTHOR.       JKM
000050*    INSTALLATION. CHADSTACK DATA PROCESSING
000060*    DATE-WRITTEN. 10/15/2026
000070*
000080*    REMARKS.      ONLINE USER-ADMINISTRATION ROUTE PROGRAM -
000090*                  RENDERS USERADM.COW VIA THE SHARED COWTEMPLATE
000100*                  ENGINE.  DISPATCHED THROUGH ROUTEDSP/ROUTETAB
000110*                  LIKE CREDCHG, WITH AUTH REQUIRED, SO ONLY A
000120*                  SIGNED-ON SESSION ENTITLED TO USERADM - AN
000130*                  ADMINISTRATOR - EVER REACHES IT.  REPLACES THE
000140*                  HAND-EDITED USERMAST FILE COPY FOR DAY-TO-DAY
000150*                  CHANGES.  USERADM_ACTION SELECTS:
000160*                    ADD     - A NEW USER, WITH AN INITIAL
000170*                              CREDENTIAL (STORED HASHED, AND
000180*                              WITH NO CHANGE STAMP, SO LOGON
000190*                              FORCES A CHANGE AT FIRST SIGN-ON)
000200*                              AND OPTIONALLY ONE ROUTE.
000210*                    GRANT   - ONE MORE ENTITLED ROUTE.
000220*                    REVOKE  - ONE ENTITLED ROUTE TAKEN AWAY.
000230*                    DISABLE - THE ACCOUNT REFUSED AT SIGN-ON.
000240*                    ENABLE  - A DISABLED ACCOUNT RESTORED.
000250*                  THE ADMINISTRATOR IS WHOEVER THE SESSION IS
000260*                  SIGNED ON AS; THE TARGET USER ID, ROUTE, AND
000270*                  INITIAL CREDENTIAL ARE LIFTED OUT OF THE RAW
000280*                  REQUEST INPUT BY THE SAME SIFT CREDCHG USES,
000290*                  SO THE CREDENTIAL NEVER REACHES COW-VARS, THE
000300*                  AUDIT LOG, OR THE VALVARS BAD-DATA LOG.  THE
000310*                  EDITED ENTRY MUST PASS THE SAME CHECKS USERCHK
000320*                  RUNS BEFORE PROMOTION OR NOTHING IS WRITTEN.
000330*                  EVERY CHANGE WRITTEN IS LOGGED TO USERMLOG
000340*                  WITH ITS BEFORE AND AFTER IMAGE (SEE
000350*                  UMLOGREC.CPY); A CHANGE IS REFUSED IF USERMLOG
000351*                  CANNOT BE OPENED, AND ONE WHOSE LOG RECORD
000352*                  CANNOT BE WRITTEN ENDS ITS RENDER FAILED.  THE
000353*                  ROUTE ALWAYS CHECKS SIGN-ON AND ENTITLEMENT,
000354*                  WHATEVER ITS ROUTETAB AUTH SWITCH SAYS.
000355*                  A DISABLE CLEARS EVERY LIVE
000360*                  SESSION THE USER HOLDS, AND A REVOKE WITHDRAWS
000370*                  THE ROUTE'S FLAG FROM THEM, SO NEITHER WAITS
000380*                  FOR THE USER TO SIGN OFF.  AN ADMINISTRATOR
000390*                  CANNOT DISABLE THEIR OWN ACCOUNT OR REVOKE
000400*                  THEIR OWN USERADM ROUTE - THE LAST ONE TO DO
000410*                  SO WOULD LEAVE NOBODY ABLE TO UNDO IT.
000420*
000430*****************************************************************
000440*    MODIFICATION HISTORY
000450*    ------------------------------------------------------------
000460*    10/15/2026  JKM  ORIGINAL VERSION.
000470*    10/15/2026  JKM  RENDER THE TEMPLATE FILE THE DISPATCHER'S
000480*                      TMPLTAB ENTRY NAMES INSTEAD OF ONE COMPILED
000490*                      INTO THE CALL, AFTER TMPLVER CONFIRMS THE
000500*                      FILE ON DISK CARRIES THE REGISTERED
000510*                      CHECKSUM - A MISMATCH FAILS THE RENDER WITH
000520*                      THE 2001 ERRPAGE.  THE VERSION LABEL GOES
000530*                      TO AUDITLOG.  AN UNREGISTERED ROUTE
000540*                      RENDERS USERADM.COW AS BEFORE.
000550*    10/15/2026  JKM  PASS THE SESSION ID AND THE SIGNED-ON USER
000560*                      TO AUDITLOG FOR THE AUDIT HEADER, AND THE
000570*                      SESSION ID TO REQPARSE AND VALVARS FOR THE
000580*                      BAD-DATA LOG, SO THE RNDRINQ INQUIRY CAN
000590*                      PULL TOGETHER EVERYTHING ONE USER OR
000592*                      SESSION SAW.
000600*    10/15/2026  JKM  PASS ERRPAGE ITS NEW MAINTENANCE-WINDOW-END
000610*                      PARAMETER, BLANK - ONLY THE DISPATCHER HAS
000620*                      A WINDOW TO REPORT.
000621*    10/15/2026  JKM  ALWAYS HAVE AUTHCHK CHECK SIGN-ON AND
000622*                      ENTITLEMENT - A ROUTETAB ENTRY MIS-SET TO
000623*                      'N' NO LONGER OPENS ACCOUNT ADMINISTRATION
000624*                      TO ANY SIGNED-ON USER.
000625*    10/15/2026  JKM  OPEN USERMLOG BEFORE THE USERMAST REWRITE
000626*                      AND REFUSE THE CHANGE IF IT CANNOT BE
000627*                      OPENED; A LOG WRITE THAT FAILS AFTER THE
000628*                      CHANGE TOOK SAYS SO ON THE PAGE AND ENDS
000629*                      THE RENDER 'F'.
000630*****************************************************************
000640
000650 identification division.
000660 program-id. useradm.
000670 author. jkm.
000680 installation. chadstack data processing.
000690 date-written. 10/15/2026.
000700 date-compiled.
000710
000720 environment division.
000730 input-output section.
000740 file-control.
000750     select USER-MASTER-FILE assign to USERMAST
000760         organization is line sequential
000770         file status is WS-USERMAST-FILE-STATUS.
000780
000790     select ROUTE-TABLE-FILE assign to ROUTETAB
000800         organization is line sequential
000810         file status is WS-ROUTETAB-FILE-STATUS.
000820
000830     select USER-MAINT-LOG-FILE assign to USERMLOG
000840         organization is line sequential
000850         file status is WS-USERMLOG-FILE-STATUS.
000860
000870 data division.
000880 file section.
000890 fd  USER-MASTER-FILE.
000900 01  USER-MASTER-LINE             pic x(569).
000910
000920 fd  ROUTE-TABLE-FILE.
000930     copy ROUTETAB.
000940
000950 fd  USER-MAINT-LOG-FILE.
000960     copy UMLOGREC.
000970
000980 working-storage section.
000990 01  WS-USERMAST-FILE-STATUS  pic x(02) value '00'.
001000     88  WS-USERMAST-FILE-OK        value '00'.
001010     88  WS-USERMAST-FILE-EOF       value '10'.
001020
001030 01  WS-ROUTETAB-FILE-STATUS  pic x(02) value '00'.
001040     88  WS-ROUTETAB-FILE-OK        value '00'.
001050     88  WS-ROUTETAB-FILE-EOF       value '10'.
001060
001070 01  WS-USERMLOG-FILE-STATUS  pic x(02) value '00'.
001080     88  WS-USERMLOG-FILE-OK        value '00'.
001090
001100 77  COW-VAR-MAX-COUNT        pic 9(04) comp value 9999.
001110
001120 copy THEVARS.
001130
001140 01  WS-ADD-VAR-FIELDS.
001150     03  WS-NEW-VARNAME       pic x(99).
001160     03  WS-NEW-VARVALUE      pic x(99).
001170     03  WS-MATCHED-VAR-IDX   pic 9(04) comp.
001180     03  WS-ADD-VAR-MATCH-SW  pic x(01) value 'N'.
001190         88  WS-ADD-VAR-MATCHED         value 'Y'.
001200         88  WS-ADD-VAR-NOT-MATCHED     value 'N'.
001210
001220 01  WS-ROUTE-IDENTITY.
001230     03  WS-ROUTE-NAME        pic x(30) value 'USERADM'.
001240     03  WS-TEMPLATE-NAME     pic x(30) value spaces.
001250     03  WS-TEMPLATE-VERSION  pic x(10) value spaces.
001260     03  WS-BUILTIN-TEMPLATE  pic x(30) value 'useradm.cow'.
001270
001280*    ------------------------------------------------------------
001290*    TEMPLATE VERIFICATION RESULT FROM TMPLVER, FOR A TEMPLATE
001300*    REGISTERED IN TMPLTAB.
001310*    ------------------------------------------------------------
001320 01  WS-TMPLVER-FIELDS.
001330     03  WS-ACTUAL-CHECKSUM   pic 9(09).
001340     03  WS-TMPLVER-STATUS    pic x(02) value '00'.
001350         88  WS-TEMPLATE-VERIFIED       value '00'.
001360
001370 01  WS-VALIDATION-STATUS     pic x(02) value '00'.
001380     88  WS-VALIDATION-PASSED       value '00'.
001390     88  WS-VALIDATION-FAILED       value '04'.
001400
001410 01  WS-PARSE-STATUS          pic x(02) value '00'.
001420     88  WS-PARSE-PASSED            value '00'.
001430     88  WS-PARSE-FAILED            value '04'.
001440
001450 01  WS-SESSION-WORK-FIELDS.
001460     03  WS-SESS-OPERATION    pic x(01).
001470         88  WS-SESS-OP-GET         value 'G'.
001480         88  WS-SESS-OP-SYSTEM-PUT  value 'S'.
001490         88  WS-SESS-OP-CLEAR       value 'K'.
001500         88  WS-SESS-OP-FIND-USER   value 'U'.
001510     03  WS-SESS-VARNAME      pic x(99).
001520     03  WS-SESS-VARVALUE     pic x(99).
001530     03  WS-SESS-STATUS       pic x(02).
001540         88  WS-SESS-FOUND          value '00'.
001550
001560*    ------------------------------------------------------------
001570*    USER SIGNED ON TO THE SESSION, AT ITS USERMAST WIDTH, FOR
001580*    THE AUDIT HEADER.  BLANK WHEN NOBODY IS SIGNED ON.
001590*    ------------------------------------------------------------
001600 01  WS-AUDIT-USER-ID         pic x(20) value spaces.
001610
001620*    ------------------------------------------------------------
001621*    AUTH SWITCH HANDED TO AUTHCHK IN PLACE OF THE ROUTETAB ONE.
001622*    ACCOUNT ADMINISTRATION IS NEVER OPEN TO A MERE SIGNED-ON
001623*    USER, SO A ROUTETAB ENTRY MIS-SET TO 'N' MUST NOT MAKE IT
001624*    SO (ROUTECHK ALSO REPORTS SUCH AN ENTRY).
001625*    ------------------------------------------------------------
001626 01  WS-AUTH-ALWAYS-REQUIRED  pic x(01) value 'Y'.
001627
001628*    ------------------------------------------------------------
001630*    ADMINISTRATION WORK FIELDS.  THE ACTION, TARGET, ROUTE, AND
001640*    INITIAL CREDENTIAL ARE SIFTED OUT OF THE RAW REQUEST BEFORE
001650*    REQPARSE SEES IT; ONLY THE FIRST THREE ARE ECHOED BACK TO
001660*    THE PAGE, AND THE CREDENTIAL NEVER LEAVES THIS AREA.
001670*    ------------------------------------------------------------
001680 01  WS-ADMIN-WORK-FIELDS.
001690     03  WS-ADMIN-USERID      pic x(99).
001700     03  WS-ADM-ACTION        pic x(99).
001710         88  WS-ADM-ADD             value 'ADD'.
001720         88  WS-ADM-GRANT           value 'GRANT'.
001730         88  WS-ADM-REVOKE          value 'REVOKE'.
001740         88  WS-ADM-DISABLE         value 'DISABLE'.
001750         88  WS-ADM-ENABLE          value 'ENABLE'.
001760         88  WS-ADM-ACTION-VALID    value 'ADD' 'GRANT'
001770                                          'REVOKE' 'DISABLE'
001780                                          'ENABLE'.
001790     03  WS-ADM-USERID        pic x(99).
001800     03  WS-ADM-ROUTE         pic x(99).
001810     03  WS-ADM-CREDENTIAL    pic x(99).
001820     03  WS-ADM-RESULT        pic x(60).
001830     03  WS-ADM-SESSIONS      pic 9(04).
001840     03  WS-ADM-OK-SW         pic x(01) value 'N'.
001850         88  WS-ADM-OK              value 'Y'.
001860         88  WS-ADM-NOT-OK          value 'N'.
001861     03  WS-MAINT-LOG-OPEN-SW pic x(01) value 'N'.
001862         88  WS-MAINT-LOG-OPEN      value 'Y'.
001863         88  WS-MAINT-LOG-NOT-OPEN  value 'N'.
001864     03  WS-MAINT-LOG-FAIL-SW pic x(01) value 'N'.
001865         88  WS-MAINT-LOG-FAILED    value 'Y'.
001866         88  WS-MAINT-LOG-CLEAN     value 'N'.
001870
001880*    ------------------------------------------------------------
001890*    THE ENTRY BEING EDITED, UNPACKED THROUGH THE SHARED
001900*    USERMAST LAYOUT, AND ITS IMAGES FOR THE MAINTENANCE LOG.
001910*    ------------------------------------------------------------
001920     copy USERMAST.
001930
001940 01  WS-BEFORE-IMAGE          pic x(569).
001950 01  WS-AFTER-IMAGE           pic x(569).
001960
001970 77  WS-TARGET-SUB            pic 9(04) comp.
001980 77  WS-TARGET-HITS           pic 9(04) comp.
001990 77  WS-ENT-SUB               pic 9(02) comp.
002000 77  WS-HELD-SUB              pic 9(02) comp.
002010 77  WS-FREE-SUB              pic 9(02) comp.
002020 77  WS-HIST-SUB              pic 9(02) comp.
002030
002040 01  WS-CREDHASH-WORK-FIELDS.
002050     03  WS-CREDHASH-OPERATION   pic x(01).
002060         88  WS-CREDHASH-OP-MAKE        value 'M'.
002070     03  WS-CREDHASH-CLEAR       pic x(40).
002080     03  WS-CREDHASH-STORED      pic x(40).
002090     03  WS-CREDHASH-STATUS      pic x(02).
002100
002110*    ------------------------------------------------------------
002120*    HASHED-FORM CHECK, AS IN USERCHK'S 3400-CHECK-CRED-FORM.
002130*    ------------------------------------------------------------
002140 01  WS-CRED-FORM-WORK.
002150     03  WS-CRED-FORM-MARK     pic x(04).
002160         88  WS-CRED-FORM-MARKED     value '$H1$'.
002170     03  WS-CRED-FORM-SALT     pic x(09).
002180     03  WS-CRED-FORM-HASH     pic x(27).
002190
002200 01  WS-CRED-FORM-SW           pic x(01) value 'Y'.
002210     88  WS-CRED-FORM-HASHED         value 'Y'.
002220     88  WS-CRED-FORM-CLEAR          value 'N'.
002230
002240 01  WS-RECORD-CHECK-SW        pic x(01) value 'Y'.
002250     88  WS-RECORD-CHECK-PASSED      value 'Y'.
002260     88  WS-RECORD-CHECK-FAILED      value 'N'.
002270
002280 01  WS-FOUND-SW               pic x(01) value 'N'.
002290     88  WS-ENTRY-FOUND              value 'Y'.
002300     88  WS-ENTRY-NOT-FOUND          value 'N'.
002310
002320*    ------------------------------------------------------------
002330*    LIVE ROUTETAB PROGRAM NAMES, FOR THE ENTITLEMENT CHECK -
002340*    THE SAME TABLE USERCHK'S 1500-LOAD-ROUTE-TABLE BUILDS.
002350*    ------------------------------------------------------------
002360 01  WS-ROUTETAB-LOADED-SW     pic x(01) value 'N'.
002370     88  WS-ROUTETAB-LOADED          value 'Y'.
002380     88  WS-ROUTETAB-NOT-LOADED      value 'N'.
002390
002400 77  WS-ROUTE-MAX-COUNT        pic 9(04) comp value 999.
002410
002420 01  WS-ROUTE-TABLE-AREA.
002430     03  WS-ROUTE-COUNT        pic 9(04) comp value zero.
002440     03  WS-ROUTE-ENTRY occurs 0 to 999 times
002450                 depending on WS-ROUTE-COUNT
002460                 indexed by WS-ROUTE-IDX.
002470         05  WS-ROUTE-PROGRAM-NAME pic x(30).
002480
002490*    ------------------------------------------------------------
002500*    USERMAST REWRITE TABLE, AS IN CREDCHG - THE WHOLE FILE IS
002510*    READ INTO MEMORY, THE TARGET ENTRY REPLACED (OR A NEW ONE
002520*    ADDED AT THE END), AND THE FILE WRITTEN BACK.  A FILE THAT
002530*    OUTGROWS THE TABLE REFUSES THE CHANGE.
002540*    ------------------------------------------------------------
002550 77  WS-USER-MAX-COUNT        pic 9(04) comp value 999.
002560 77  WS-WRITE-SUB             pic 9(04) comp.
002570
002580 01  WS-USERMAST-LOADED-SW    pic x(01) value 'N'.
002590     88  WS-USERMAST-LOADED         value 'Y'.
002600     88  WS-USERMAST-NOT-LOADED     value 'N'.
002610
002620 01  WS-USER-OVERFLOW-SW      pic x(01) value 'N'.
002630     88  WS-USER-OVERFLOW           value 'Y'.
002640     88  WS-USER-NO-OVERFLOW        value 'N'.
002650
002660 01  WS-WRITE-BACK-SW         pic x(01) value 'N'.
002670     88  WS-WRITE-BACK-FAILED       value 'Y'.
002680     88  WS-WRITE-BACK-OK           value 'N'.
002690
002700 01  WS-USER-TABLE-AREA.
002710     03  WS-USER-COUNT        pic 9(04) comp value zero.
002720     03  WS-USER-ENTRY occurs 0 to 999 times
002730                 depending on WS-USER-COUNT
002740                 indexed by WS-USER-IDX.
002750         05  WS-USER-REC          pic x(569).
002760
002770 01  WS-SWEEP-DONE-SW         pic x(01) value 'N'.
002780     88  WS-SWEEP-DONE              value 'Y'.
002790     88  WS-SWEEP-NOT-DONE          value 'N'.
002800
002810 01  WS-SWEEP-SESSION-ID      pic x(20).
002820
002830 01  WS-SIFT-WORK-FIELDS.
002840     03  WS-ROUTE-REQUEST-INPUT  pic x(1024).
002850     03  WS-SIFT-IN-PTR       pic 9(05) comp.
002860     03  WS-SIFT-OUT-PTR      pic 9(05) comp.
002870     03  WS-SIFT-PAIR         pic x(199).
002880     03  WS-SIFT-PAIR-PTR     pic 9(04) comp.
002890     03  WS-SIFT-NAME         pic x(99).
002900     03  WS-SIFT-VALUE        pic x(99).
002910     03  WS-SIFT-PAIR-LEN     pic 9(04) comp.
002920     03  WS-SIFT-LEN-SUB      pic 9(04) comp.
002930     03  WS-SIFT-DONE-SW      pic x(01).
002940         88  WS-SIFT-DONE           value 'Y'.
002950         88  WS-SIFT-NOT-DONE       value 'N'.
002960
002970 77  WS-RENDER-SEQ-NBR              pic 9(04) comp value zero.
002980
002990 01  WS-RENDER-ID-WORK-FIELDS.
003000     03  WS-EFFECTIVE-RENDER-ID     pic x(20) value spaces.
003010     03  WS-RENDER-ID-BUILD.
003020         05  WS-RENDER-ID-DATE      pic 9(08).
003030         05  WS-RENDER-ID-TIME      pic 9(08).
003040         05  WS-RENDER-ID-SEQ       pic 9(04).
003050
003060 01  WS-RNDRSTAT-WORK-FIELDS.
003070     03  WS-RNDRSTAT-OPERATION      pic x(01).
003080         88  WS-RNDRSTAT-OP-BEGIN        value 'B'.
003090         88  WS-RNDRSTAT-OP-COMPLETE     value 'C'.
003100         88  WS-RNDRSTAT-OP-FAIL         value 'F'.
003110     03  WS-RNDRSTAT-PRIOR-STATE    pic x(01).
003120         88  WS-RNDRSTAT-PRIOR-COMPLETE      value 'C'.
003130     03  WS-RNDRSTAT-STATUS         pic x(02).
003140         88  WS-RNDRSTAT-OK             value '00'.
003150
003160 copy ERRCODES replacing ERR-STATUS-CODE by WS-AUTH-STATUS.
003170
003180*    ------------------------------------------------------------
003190*    MAINTENANCE-WINDOW END FOR ERRPAGE'S THIRD PARAMETER.  ONLY
003200*    THE DISPATCHER EVER HAS A WINDOW TO REPORT, SO A ROUTE
003210*    ALWAYS PASSES IT BLANK.
003220*    ------------------------------------------------------------
003230 01  WS-ERRPAGE-MAINT-UNTIL   pic x(12) value spaces.
003240
003250 01  WS-TEMPLATE-CALL-STATUS    pic x(04) value '0000'.
003260     88  WS-TEMPLATE-CALL-OK         value '0000'.
003270     88  WS-TEMPLATE-NOT-FOUND       value '2001'.
003280     88  WS-TEMPLATE-CALL-FAILED     value '2002'.
003290     88  WS-TEMPLATE-BAD-INPUT       value '2003'.
003300
003310 01  WS-CAPTURE-STATUS        pic x(02) value '00'.
003320
003330 linkage section.
003340 01  LK-SESSION-ID            pic x(20).
003350 01  LK-RENDER-ID             pic x(20).
003360 01  LK-AUTH-REQUIRED-SW      pic x(01).
003370 01  LK-REQUEST-INPUT         pic x(1024).
003380 01  LK-TEMPLATE-ENTRY.
003390     03  LK-TEMPLATE-FILE     pic x(30).
003400     03  LK-TEMPLATE-VERSION  pic x(10).
003410     03  LK-TEMPLATE-CHECKSUM pic 9(09).
003420
003430 procedure division using LK-SESSION-ID LK-RENDER-ID
003440             LK-AUTH-REQUIRED-SW LK-REQUEST-INPUT
003450             LK-TEMPLATE-ENTRY.
003460
003470 0000-main-logic.
003480     perform 1000-initialize thru 1000-exit.
003490     perform 2000-render-template thru 2000-exit.
003500     goback.
003510 0000-exit.
003520     exit.
003530
003540*    ------------------------------------------------------------
003550*    1000-INITIALIZE
003560*    ------------------------------------------------------------
003570 1000-initialize.
003580     set COW-VAR-IDX to 1.
003590     move zero to COW-VAR-COUNT.
003600     set COW-VARS-OK to true.
003610     call 'varseed' using THE-VARS-CONTROL THE-VARS
003620             COW-VAR-MAX-COUNT.
003630     perform 1200-sift-admin-input thru 1200-exit.
003640     call 'reqparse' using WS-ROUTE-NAME LK-SESSION-ID
003650             WS-ROUTE-REQUEST-INPUT THE-VARS-CONTROL THE-VARS
003660             COW-VAR-MAX-COUNT WS-PARSE-STATUS.
003670     if WS-PARSE-FAILED
003680         display 'USERADM: REQUEST INPUT REJECTED, '
003690                 'RENDERING WITHOUT IT'
003700     end-if.
003710     set WS-ADM-NOT-OK to true.
003712     set WS-MAINT-LOG-NOT-OPEN to true.
003714     set WS-MAINT-LOG-CLEAN to true.
003720     move 'CHANGE REFUSED' to WS-ADM-RESULT.
003730     move zero to WS-ADM-SESSIONS.
003740     if LK-RENDER-ID = spaces
003750         perform 1100-default-render-id thru 1100-exit
003760     else
003770         move LK-RENDER-ID to WS-EFFECTIVE-RENDER-ID
003780     end-if.
003790     if LK-TEMPLATE-FILE = spaces
003800         move WS-BUILTIN-TEMPLATE to WS-TEMPLATE-NAME
003810         move spaces to WS-TEMPLATE-VERSION
003820     else
003830         move LK-TEMPLATE-FILE to WS-TEMPLATE-NAME
003840         move LK-TEMPLATE-VERSION to WS-TEMPLATE-VERSION
003850     end-if.
003860 1000-exit.
003870     exit.
003880
003890*    ------------------------------------------------------------
003900*    1100-DEFAULT-RENDER-ID - BUILDS A RENDER ID FROM TODAY'S
003910*    DATE AND TIME WHEN THE CALLER DID NOT SUPPLY ONE, WITH A
003920*    TRAILING SEQUENCE NUMBER SO TWO RENDERS IN THE SAME CLOCK
003930*    TICK STILL COME OUT DISTINCT.
003940*    ------------------------------------------------------------
003950 1100-default-render-id.
003960     add 1 to WS-RENDER-SEQ-NBR.
003970     if WS-RENDER-SEQ-NBR > 9999
003980         move 1 to WS-RENDER-SEQ-NBR
003990     end-if.
004000     accept WS-RENDER-ID-DATE from date yyyymmdd.
004010     accept WS-RENDER-ID-TIME from time.
004020     move WS-RENDER-SEQ-NBR to WS-RENDER-ID-SEQ.
004030     move WS-RENDER-ID-BUILD to WS-EFFECTIVE-RENDER-ID.
004040 1100-exit.
004050     exit.
004060
004070*    ------------------------------------------------------------
004080*    1200-SIFT-ADMIN-INPUT - LIFTS THE USERADM_ACTION,
004090*    USERADM_USERID, USERADM_ROUTE, AND USERADM_CREDENTIAL PAIRS
004100*    OUT OF THE RAW REQUEST INPUT BEFORE REQPARSE EVER SEES IT,
004110*    AND HANDS REQPARSE THE REMAINDER - THE SAME SIFT CREDCHG'S
004120*    1200-SIFT-CHANGE-INPUT RUNS.  THE CREDENTIAL MUST NEVER
004130*    ENTER COW-VARS; THE OTHER THREE ARE TAKEN HERE SO THE
004140*    CHANGE RUNS ON EXACTLY WHAT WAS POSTED, AND ARE ADDED BACK
004150*    TO COW-VARS FOR THE PAGE ONCE THE CHANGE HAS RUN.
004160*    ------------------------------------------------------------
004170 1200-sift-admin-input.
004180     move spaces to WS-ADM-ACTION.
004190     move spaces to WS-ADM-USERID.
004200     move spaces to WS-ADM-ROUTE.
004210     move spaces to WS-ADM-CREDENTIAL.
004220     move spaces to WS-ROUTE-REQUEST-INPUT.
004230     move 1 to WS-SIFT-IN-PTR.
004240     move 1 to WS-SIFT-OUT-PTR.
004250     set WS-SIFT-NOT-DONE to true.
004260     if LK-REQUEST-INPUT = spaces
004270         go to 1200-exit
004280     end-if.
004290     perform 1210-sift-one-pair thru 1210-exit
004300             until WS-SIFT-DONE.
004310 1200-exit.
004320     exit.
004330
004340 1210-sift-one-pair.
004350     if WS-SIFT-IN-PTR > 1024
004360         set WS-SIFT-DONE to true
004370         go to 1210-exit
004380     end-if.
004390     move spaces to WS-SIFT-PAIR.
004400     unstring LK-REQUEST-INPUT delimited by '&'
004410             into WS-SIFT-PAIR
004420             with pointer WS-SIFT-IN-PTR
004430     end-unstring.
004440     if WS-SIFT-PAIR = spaces
004450         go to 1210-exit
004460     end-if.
004470     move spaces to WS-SIFT-NAME.
004480     move spaces to WS-SIFT-VALUE.
004490     move 1 to WS-SIFT-PAIR-PTR.
004500     unstring WS-SIFT-PAIR delimited by '='
004510             into WS-SIFT-NAME
004520             with pointer WS-SIFT-PAIR-PTR
004530     end-unstring.
004540     if WS-SIFT-PAIR-PTR <= 199
004550         move WS-SIFT-PAIR (WS-SIFT-PAIR-PTR:)
004560                 to WS-SIFT-VALUE
004570     end-if.
004580     if WS-SIFT-NAME = 'USERADM_ACTION'
004590         move WS-SIFT-VALUE to WS-ADM-ACTION
004600         go to 1210-exit
004610     end-if.
004620     if WS-SIFT-NAME = 'USERADM_USERID'
004630         move WS-SIFT-VALUE to WS-ADM-USERID
004640         go to 1210-exit
004650     end-if.
004660     if WS-SIFT-NAME = 'USERADM_ROUTE'
004670         move WS-SIFT-VALUE to WS-ADM-ROUTE
004680         go to 1210-exit
004690     end-if.
004700     if WS-SIFT-NAME = 'USERADM_CREDENTIAL'
004710         move WS-SIFT-VALUE to WS-ADM-CREDENTIAL
004720         go to 1210-exit
004730     end-if.
004740     perform 1220-keep-one-pair thru 1220-exit.
004750 1210-exit.
004760     exit.
004770
004780*    ------------------------------------------------------------
004790*    1220-KEEP-ONE-PAIR - COPIES ANY OTHER PAIR THROUGH TO THE
004800*    REMAINDER HANDED TO REQPARSE, MEASURED TO ITS TRAILING
004810*    SPACES SO EMBEDDED BLANKS IN A VALUE SURVIVE.
004820*    ------------------------------------------------------------
004830 1220-keep-one-pair.
004840     move zero to WS-SIFT-PAIR-LEN.
004850     perform 1230-measure-pair thru 1230-exit
004860             varying WS-SIFT-LEN-SUB from 199 by -1
004870             until WS-SIFT-LEN-SUB < 1
004880                or WS-SIFT-PAIR-LEN > zero.
004890     if WS-SIFT-PAIR-LEN = zero
004900         go to 1220-exit
004910     end-if.
004920     if WS-SIFT-OUT-PTR > 1
004930         string '&' delimited by size
004940                 into WS-ROUTE-REQUEST-INPUT
004950                 with pointer WS-SIFT-OUT-PTR
004960         end-string
004970     end-if.
004980     string WS-SIFT-PAIR (1:WS-SIFT-PAIR-LEN)
004990                     delimited by size
005000             into WS-ROUTE-REQUEST-INPUT
005010             with pointer WS-SIFT-OUT-PTR
005020     end-string.
005030 1220-exit.
005040     exit.
005050
005060 1230-measure-pair.
005070     if WS-SIFT-PAIR (WS-SIFT-LEN-SUB:1) not = space
005080         move WS-SIFT-LEN-SUB to WS-SIFT-PAIR-LEN
005090     end-if.
005100 1230-exit.
005110     exit.
005120
005130*    ------------------------------------------------------------
005140*    2000-RENDER-TEMPLATE - RUNS THE CHANGE AND RENDERS THE
005150*    RESULT PAGE.  A REFUSED CHANGE STILL RENDERS - THE PAGE
005160*    TELLS THE ADMINISTRATOR WHY NOT - BUT TOUCHES NOTHING ON
005170*    FILE.  THE SAME AUTHCHK / RNDRSTAT / VALVARS / AUDITLOG
005180*    BRACKETING EVERY ROUTE USES APPLIES HERE TOO, AND COW-VARS
005190*    ARE NOT SAVED BACK TO SESSSTOR FROM THIS ROUTE.
005200*    ------------------------------------------------------------
005210 2000-render-template.
005220     call 'authchk' using LK-SESSION-ID WS-ROUTE-NAME
005230             WS-AUTH-ALWAYS-REQUIRED WS-AUTH-STATUS.
005240     if not ERR-NONE
005250         display 'USERADM: AUTH CHECK FAILED, CODE '
005260             WS-AUTH-STATUS
005270         call 'errpage' using WS-EFFECTIVE-RENDER-ID
005280                 WS-AUTH-STATUS
005290                 WS-ERRPAGE-MAINT-UNTIL
005300         go to 2000-exit
005310     end-if.
005320     move '00' to WS-VALIDATION-STATUS.
005330     set WS-RNDRSTAT-OP-BEGIN to true.
005340     call 'rndrstat' using WS-EFFECTIVE-RENDER-ID WS-ROUTE-NAME
005350             WS-RNDRSTAT-OPERATION WS-RNDRSTAT-PRIOR-STATE
005360             WS-RNDRSTAT-STATUS.
005370     if WS-RNDRSTAT-PRIOR-COMPLETE
005380         go to 2000-exit
005390     end-if.
005400     perform 2200-get-auth-user thru 2200-exit.
005410     perform 2300-administer-user thru 2300-exit.
005420     move 'USERADM_ACTION'  to WS-NEW-VARNAME.
005430     move WS-ADM-ACTION     to WS-NEW-VARVALUE.
005440     perform 3000-add-cow-var thru 3000-exit.
005450     move 'USERADM_USERID'  to WS-NEW-VARNAME.
005460     move WS-ADM-USERID     to WS-NEW-VARVALUE.
005470     perform 3000-add-cow-var thru 3000-exit.
005480     move 'USERADM_ROUTE'   to WS-NEW-VARNAME.
005490     move WS-ADM-ROUTE      to WS-NEW-VARVALUE.
005500     perform 3000-add-cow-var thru 3000-exit.
005510     move 'USERADM_SESSIONS' to WS-NEW-VARNAME.
005520     move WS-ADM-SESSIONS   to WS-NEW-VARVALUE.
005530     perform 3000-add-cow-var thru 3000-exit.
005540     move 'USERADM_RESULT'  to WS-NEW-VARNAME.
005550     move WS-ADM-RESULT     to WS-NEW-VARVALUE.
005560     perform 3000-add-cow-var thru 3000-exit.
005570     call 'valvars' using WS-ROUTE-NAME LK-SESSION-ID
005580             THE-VARS-CONTROL THE-VARS WS-VALIDATION-STATUS.
005590     if WS-VALIDATION-FAILED
005600         set WS-RNDRSTAT-OP-FAIL to true
005610         call 'rndrstat' using WS-EFFECTIVE-RENDER-ID
005620                 WS-ROUTE-NAME WS-RNDRSTAT-OPERATION
005630                 WS-RNDRSTAT-PRIOR-STATE WS-RNDRSTAT-STATUS
005640         set ERR-VALIDATION-REJECTED to true
005650         call 'errpage' using WS-EFFECTIVE-RENDER-ID
005660                 WS-AUTH-STATUS
005670                 WS-ERRPAGE-MAINT-UNTIL
005680         go to 2000-exit
005690     end-if.
005700     if LK-TEMPLATE-FILE not = spaces
005710         call 'tmplver' using WS-TEMPLATE-NAME
005720                 LK-TEMPLATE-CHECKSUM WS-ACTUAL-CHECKSUM
005730                 WS-TMPLVER-STATUS
005740         if not WS-TEMPLATE-VERIFIED
005750             display 'USERADM: TEMPLATE ' WS-TEMPLATE-NAME
005760                 ' FAILED VERIFICATION, STATUS ' WS-TMPLVER-STATUS
005770             set WS-RNDRSTAT-OP-FAIL to true
005780             call 'rndrstat' using WS-EFFECTIVE-RENDER-ID
005790                     WS-ROUTE-NAME WS-RNDRSTAT-OPERATION
005800                     WS-RNDRSTAT-PRIOR-STATE WS-RNDRSTAT-STATUS
005810             set WS-TEMPLATE-NOT-FOUND to true
005820             call 'errpage' using WS-EFFECTIVE-RENDER-ID
005830                     WS-TEMPLATE-CALL-STATUS
005840                     WS-ERRPAGE-MAINT-UNTIL
005850             go to 2000-exit
005860         end-if
005870     end-if.
005880     move WS-ADMIN-USERID (1:20) to WS-AUDIT-USER-ID.
005890     call 'auditlog' using WS-ROUTE-NAME WS-TEMPLATE-NAME
005900             WS-TEMPLATE-VERSION WS-EFFECTIVE-RENDER-ID
005910             LK-SESSION-ID WS-AUDIT-USER-ID THE-VARS-CONTROL
005920             THE-VARS.
005930     call 'cowtemplate' using THE-VARS WS-TEMPLATE-NAME.
005940     perform 2100-check-template-result thru 2100-exit.
005950     if not WS-TEMPLATE-CALL-OK
005960         display 'USERADM: TEMPLATE CALL FAILED, CODE '
005970             WS-TEMPLATE-CALL-STATUS
005980         set WS-RNDRSTAT-OP-FAIL to true
005990         call 'rndrstat' using WS-EFFECTIVE-RENDER-ID
006000                 WS-ROUTE-NAME WS-RNDRSTAT-OPERATION
006010                 WS-RNDRSTAT-PRIOR-STATE WS-RNDRSTAT-STATUS
006020         call 'errpage' using WS-EFFECTIVE-RENDER-ID
006030                 WS-TEMPLATE-CALL-STATUS
006040                 WS-ERRPAGE-MAINT-UNTIL
006050         go to 2000-exit
006060     end-if.
006061     if WS-MAINT-LOG-FAILED
006062         display 'USERADM: ' WS-ADM-ACTION (1:8) ' OF '
006063                 WS-ADM-USERID (1:20) ' APPLIED BUT NOT LOGGED'
006064                 ' - RENDER ' WS-EFFECTIVE-RENDER-ID
006065                 ' MARKED FAILED'
006066         set WS-RNDRSTAT-OP-FAIL to true
006067         call 'rndrstat' using WS-EFFECTIVE-RENDER-ID
006068                 WS-ROUTE-NAME WS-RNDRSTAT-OPERATION
006069                 WS-RNDRSTAT-PRIOR-STATE WS-RNDRSTAT-STATUS
006070         go to 2000-exit
006071     end-if.
006072     call 'rndrcap' using WS-EFFECTIVE-RENDER-ID WS-ROUTE-NAME
006080             WS-TEMPLATE-NAME WS-CAPTURE-STATUS.
006090     set WS-RNDRSTAT-OP-COMPLETE to true.
006100     call 'rndrstat' using WS-EFFECTIVE-RENDER-ID WS-ROUTE-NAME
006110             WS-RNDRSTAT-OPERATION WS-RNDRSTAT-PRIOR-STATE
006120             WS-RNDRSTAT-STATUS.
006130 2000-exit.
006140     exit.
006150
006160*    ------------------------------------------------------------
006170*    2100-CHECK-TEMPLATE-RESULT - MAPS THE RETURN-CODE SET BY
006180*    COWTEMPLATE TO A LOCAL STATUS, AS EVERY ROUTE DOES.
006190*    ------------------------------------------------------------
006200 2100-check-template-result.
006210     evaluate RETURN-CODE
006220         when 0
006230             move '0000' to WS-TEMPLATE-CALL-STATUS
006240         when 4
006250             move '2001' to WS-TEMPLATE-CALL-STATUS
006260         when 8
006270             move '2003' to WS-TEMPLATE-CALL-STATUS
006280         when other
006290             move '2002' to WS-TEMPLATE-CALL-STATUS
006300     end-evaluate.
006310 2100-exit.
006320     exit.
006330
006340*    ------------------------------------------------------------
006350*    2200-GET-AUTH-USER - THE ADMINISTRATOR IS WHOEVER THE
006360*    SESSION IS SIGNED ON AS, READ FROM THE '_AUTH_USER' FLAG
006370*    LOGON WROTE - NEVER FROM THE REQUEST.
006380*    ------------------------------------------------------------
006390 2200-get-auth-user.
006400     move spaces to WS-ADMIN-USERID.
006410     set WS-SESS-OP-GET to true.
006420     move '_AUTH_USER' to WS-SESS-VARNAME.
006430     call 'sessstor' using LK-SESSION-ID WS-SESS-OPERATION
006440             WS-SESS-VARNAME WS-SESS-VARVALUE WS-SESS-STATUS.
006450     if WS-SESS-FOUND
006460         move WS-SESS-VARVALUE to WS-ADMIN-USERID
006470     end-if.
006480 2200-exit.
006490     exit.
006500
006510*    ------------------------------------------------------------
006520*    2300-ADMINISTER-USER - THE CHANGE ITSELF.  CHECKS THE
006530*    REQUEST, LOADS THE LIVE ROUTETAB AND USERMAST, EDITS THE
006540*    TARGET ENTRY, RUNS THE USERCHK CHECKS ON THE RESULT, AND
006550*    ONLY THEN WRITES THE MASTER BACK.  AFTER A CLEAN WRITE-
006560*    BACK, A DISABLE OR REVOKE IS CARRIED INTO THE USER'S LIVE
006570*    SESSIONS AND THE CHANGE IS LOGGED.  USERMLOG IS OPENED
006572*    BEFORE THE WRITE-BACK, AND A CHANGE THAT COULD NOT BE
006574*    LOGGED IS NOT MADE.  AN UNREADABLE ROUTETAB
006580*    REFUSES EVERY ACTION, AS IT FAILS USERCHK - ENTITLEMENTS
006590*    CANNOT BE VALIDATED WITHOUT IT.
006600*    ------------------------------------------------------------
006610 2300-administer-user.
006620     set WS-ADM-NOT-OK to true.
006630     move 'CHANGE REFUSED' to WS-ADM-RESULT.
006640     if WS-ADMIN-USERID = spaces
006650         go to 2300-exit
006660     end-if.
006670     perform 2310-check-request thru 2310-exit.
006680     if WS-ADM-NOT-OK
006690         go to 2300-exit
006700     end-if.
006710     set WS-ADM-NOT-OK to true.
006720     perform 2400-load-route-table thru 2400-exit.
006730     if WS-ROUTETAB-NOT-LOADED
006740         move 'LIVE ROUTETAB MISSING OR UNREADABLE'
006750                 to WS-ADM-RESULT
006760         go to 2300-exit
006770     end-if.
006780     perform 2500-load-user-master thru 2500-exit.
006790     if WS-USERMAST-NOT-LOADED
006800         move 'USERMAST MISSING OR UNREADABLE' to WS-ADM-RESULT
006810         go to 2300-exit
006820     end-if.
006830     if WS-USER-OVERFLOW
006840         display 'USERADM: USERMAST OUTGREW THE REWRITE TABLE, '
006850                 'CHANGE REFUSED'
006860         go to 2300-exit
006870     end-if.
006880     if WS-TARGET-HITS > 1
006890         move 'DUPLICATE USER ID ON FILE - RUN USERCHK'
006900                 to WS-ADM-RESULT
006910         go to 2300-exit
006920     end-if.
006930     if WS-ADM-ADD
006940         if WS-TARGET-HITS > zero
006950             move 'USER ID ALREADY ON FILE' to WS-ADM-RESULT
006960             go to 2300-exit
006970         end-if
006980         if WS-USER-COUNT >= WS-USER-MAX-COUNT
006990             display 'USERADM: USERMAST REWRITE TABLE FULL, '
007000                     'ADD REFUSED'
007010             go to 2300-exit
007020         end-if
007030     else
007040         if WS-TARGET-HITS = zero
007050             move 'USER ID NOT ON FILE' to WS-ADM-RESULT
007060             go to 2300-exit
007070         end-if
007080     end-if.
007090     perform 2600-apply-action thru 2600-exit.
007100     if WS-ADM-NOT-OK
007110         go to 2300-exit
007120     end-if.
007130     perform 2700-check-edited-record thru 2700-exit.
007140     if WS-RECORD-CHECK-FAILED
007150         set WS-ADM-NOT-OK to true
007160         go to 2300-exit
007170     end-if.
007180     move USER-MASTER-RECORD to WS-AFTER-IMAGE.
007190     if WS-ADM-ADD
007200         add 1 to WS-USER-COUNT
007210         move WS-USER-COUNT to WS-TARGET-SUB
007220     end-if.
007230     set WS-USER-IDX to WS-TARGET-SUB.
007240     move WS-AFTER-IMAGE to WS-USER-REC (WS-USER-IDX).
007241     perform 2940-open-maint-log thru 2940-exit.
007242     if WS-MAINT-LOG-NOT-OPEN
007243         set WS-ADM-NOT-OK to true
007244         move 'CHANGE REFUSED - MAINTENANCE LOG NOT AVAILABLE'
007245                 to WS-ADM-RESULT
007246         go to 2300-exit
007247     end-if.
007250     perform 2800-rewrite-user-master thru 2800-exit.
007260     if WS-ADM-NOT-OK
007270         move 'CHANGE REFUSED' to WS-ADM-RESULT
007272         close USER-MAINT-LOG-FILE
007274         set WS-MAINT-LOG-NOT-OPEN to true
007280         go to 2300-exit
007290     end-if.
007300     if WS-ADM-DISABLE or WS-ADM-REVOKE
007310         perform 2900-sweep-live-sessions thru 2900-exit
007320     end-if.
007330     perform 2950-write-maint-log thru 2950-exit.
007340 2300-exit.
007350     exit.
007360
007370*    ------------------------------------------------------------
007380*    2310-CHECK-REQUEST - REFUSES AN UNKNOWN ACTION, A MISSING
007390*    OR OVER-LONG USER ID, ROUTE, OR CREDENTIAL, AND THE TWO
007400*    SELF-LOCKOUT CHANGES.  SETS WS-ADM-OK WHEN THE REQUEST IS
007410*    WORTH LOADING THE FILES FOR.
007420*    ------------------------------------------------------------
007430 2310-check-request.
007440     if not WS-ADM-ACTION-VALID
007450         move 'UNKNOWN ACTION' to WS-ADM-RESULT
007460         go to 2310-exit
007470     end-if.
007480     if WS-ADM-USERID = spaces
007490         move 'USER ID REQUIRED' to WS-ADM-RESULT
007500         go to 2310-exit
007510     end-if.
007520     if WS-ADM-USERID (21:) not = spaces
007530         move 'USER ID LONGER THAN 20' to WS-ADM-RESULT
007540         go to 2310-exit
007550     end-if.
007560     if (WS-ADM-GRANT or WS-ADM-REVOKE)
007570             and WS-ADM-ROUTE = spaces
007580         move 'ROUTE REQUIRED' to WS-ADM-RESULT
007590         go to 2310-exit
007600     end-if.
007610     if WS-ADM-ROUTE (31:) not = spaces
007620         move 'ROUTE LONGER THAN 30' to WS-ADM-RESULT
007630         go to 2310-exit
007640     end-if.
007650     if WS-ADM-ADD and WS-ADM-CREDENTIAL = spaces
007660         move 'INITIAL CREDENTIAL REQUIRED' to WS-ADM-RESULT
007670         go to 2310-exit
007680     end-if.
007690     if WS-ADM-CREDENTIAL (41:) not = spaces
007700         move 'CREDENTIAL LONGER THAN 40' to WS-ADM-RESULT
007710         go to 2310-exit
007720     end-if.
007730     if WS-ADM-DISABLE
007740             and WS-ADM-USERID = WS-ADMIN-USERID
007750         move 'CANNOT DISABLE YOUR OWN ACCOUNT'
007760                 to WS-ADM-RESULT
007770         go to 2310-exit
007780     end-if.
007790     if WS-ADM-REVOKE
007800             and WS-ADM-USERID = WS-ADMIN-USERID
007810             and WS-ADM-ROUTE = WS-ROUTE-NAME
007820         move 'CANNOT REVOKE YOUR OWN USERADM ROUTE'
007830                 to WS-ADM-RESULT
007840         go to 2310-exit
007850     end-if.
007860     set WS-ADM-OK to true.
007870 2310-exit.
007880     exit.
007890
007900*    ------------------------------------------------------------
007910*    2400-LOAD-ROUTE-TABLE - READS THE LIVE ROUTETAB'S PROGRAM
007920*    NAMES, AS USERCHK'S 1500-LOAD-ROUTE-TABLE DOES.
007930*    ------------------------------------------------------------
007940 2400-load-route-table.
007950     set WS-ROUTETAB-NOT-LOADED to true.
007960     move zero to WS-ROUTE-COUNT.
007970     open input ROUTE-TABLE-FILE.
007980     if not WS-ROUTETAB-FILE-OK
007990         display 'USERADM: ROUTETAB FILE NOT FOUND, STATUS '
008000                 WS-ROUTETAB-FILE-STATUS
008010         go to 2400-exit
008020     end-if.
008030     set WS-ROUTETAB-LOADED to true.
008040     perform 2410-read-route-record thru 2410-exit.
008050     perform 2420-build-route-entry thru 2420-exit
008060             until WS-ROUTETAB-FILE-EOF.
008070     close ROUTE-TABLE-FILE.
008080 2400-exit.
008090     exit.
008100
008110 2410-read-route-record.
008120     read ROUTE-TABLE-FILE.
008130 2410-exit.
008140     exit.
008150
008160 2420-build-route-entry.
008170     if WS-ROUTE-COUNT < WS-ROUTE-MAX-COUNT
008180         add 1 to WS-ROUTE-COUNT
008190         set WS-ROUTE-IDX to WS-ROUTE-COUNT
008200         move RT-PROGRAM-NAME
008210                 to WS-ROUTE-PROGRAM-NAME (WS-ROUTE-IDX)
008220     end-if
008230     perform 2410-read-route-record thru 2410-exit.
008240 2420-exit.
008250     exit.
008260
008270*    ------------------------------------------------------------
008280*    2500-LOAD-USER-MASTER - READS THE WHOLE MAINTENANCE FILE
008290*    INTO THE REWRITE TABLE, COUNTING THE ENTRIES THAT CARRY
008300*    THE TARGET USER ID AND KEEPING THE FIRST ONE'S ROW.
008310*    ------------------------------------------------------------
008320 2500-load-user-master.
008330     set WS-USERMAST-NOT-LOADED to true.
008340     set WS-USER-NO-OVERFLOW to true.
008350     move zero to WS-USER-COUNT.
008360     move zero to WS-TARGET-HITS.
008370     move zero to WS-TARGET-SUB.
008380     open input USER-MASTER-FILE.
008390     if not WS-USERMAST-FILE-OK
008400         display 'USERADM: USERMAST FILE NOT FOUND, STATUS '
008410                 WS-USERMAST-FILE-STATUS
008420         go to 2500-exit
008430     end-if.
008440     set WS-USERMAST-LOADED to true.
008450     perform 2510-read-user-record thru 2510-exit.
008460     perform 2520-table-user-record thru 2520-exit
008470             until WS-USERMAST-FILE-EOF.
008480     close USER-MASTER-FILE.
008490 2500-exit.
008500     exit.
008510
008520 2510-read-user-record.
008530     read USER-MASTER-FILE.
008540 2510-exit.
008550     exit.
008560
008570 2520-table-user-record.
008580     if WS-USER-COUNT < WS-USER-MAX-COUNT
008590         add 1 to WS-USER-COUNT
008600         set WS-USER-IDX to WS-USER-COUNT
008610         move USER-MASTER-LINE to WS-USER-REC (WS-USER-IDX)
008620         move USER-MASTER-LINE to USER-MASTER-RECORD
008630         if UM-USER-ID = WS-ADM-USERID (1:20)
008640             add 1 to WS-TARGET-HITS
008650             if WS-TARGET-HITS = 1
008660                 move WS-USER-COUNT to WS-TARGET-SUB
008670             end-if
008680         end-if
008690     else
008700         set WS-USER-OVERFLOW to true
008710     end-if
008720     perform 2510-read-user-record thru 2510-exit.
008730 2520-exit.
008740     exit.
008750
008760*    ------------------------------------------------------------
008770*    2600-APPLY-ACTION - BUILDS THE EDITED ENTRY IN USER-MASTER-
008780*    RECORD AND KEEPS THE UNEDITED ONE AS THE BEFORE IMAGE.  A
008790*    CHANGE THAT WOULD CHANGE NOTHING IS REFUSED WITH THE REASON
008800*    RATHER THAN WRITTEN AND LOGGED.
008810*    ------------------------------------------------------------
008820 2600-apply-action.
008830     if WS-ADM-ADD
008840         move spaces to WS-BEFORE-IMAGE
008850     else
008860         set WS-USER-IDX to WS-TARGET-SUB
008870         move WS-USER-REC (WS-USER-IDX) to WS-BEFORE-IMAGE
008880     end-if.
008890     move WS-BEFORE-IMAGE to USER-MASTER-RECORD.
008900     evaluate true
008910         when WS-ADM-ADD
008920             perform 2610-add-user thru 2610-exit
008930         when WS-ADM-GRANT
008940             perform 2620-grant-route thru 2620-exit
008950         when WS-ADM-REVOKE
008960             perform 2630-revoke-route thru 2630-exit
008970         when WS-ADM-DISABLE
008980             perform 2640-disable-account thru 2640-exit
008990         when WS-ADM-ENABLE
009000             perform 2650-enable-account thru 2650-exit
009010     end-evaluate.
009020 2600-exit.
009030     exit.
009040
009050*    ------------------------------------------------------------
009060*    2610-ADD-USER - A NEW ENTRY, ACTIVE, WITH THE INITIAL
009070*    CREDENTIAL HASHED AND NO CHANGE STAMP - LOGON TREATS A
009080*    BLANK STAMP AS EXPIRED, SO THE FIRST SIGN-ON CAN ONLY
009090*    REACH CREDCHG AND THE ADMINISTRATOR NEVER KNOWS THE
009100*    CREDENTIAL THE USER ENDS UP WITH.
009110*    ------------------------------------------------------------
009120 2610-add-user.
009130     move spaces to USER-MASTER-RECORD.
009140     move WS-ADM-USERID (1:20) to UM-USER-ID.
009150     set WS-CREDHASH-OP-MAKE to true.
009160     move WS-ADM-CREDENTIAL (1:40) to WS-CREDHASH-CLEAR.
009170     call 'credhash' using WS-CREDHASH-OPERATION
009180             WS-CREDHASH-CLEAR WS-CREDHASH-STORED
009190             WS-CREDHASH-STATUS.
009200     move WS-CREDHASH-STORED to UM-CREDENTIAL.
009210     move spaces to WS-CREDHASH-CLEAR.
009220     move WS-ADM-ROUTE (1:30) to UM-ENTITLED-ROUTE (1).
009230     move 'A' to UM-ACCOUNT-STATUS.
009240     set WS-ADM-OK to true.
009250     move 'USER ADDED' to WS-ADM-RESULT.
009260 2610-exit.
009270     exit.
009280
009290 2620-grant-route.
009300     perform 2660-find-held-route thru 2660-exit.
009310     if WS-ENTRY-FOUND
009320         move 'ROUTE ALREADY GRANTED' to WS-ADM-RESULT
009330         go to 2620-exit
009340     end-if.
009350     move zero to WS-FREE-SUB.
009360     perform 2670-find-free-slot thru 2670-exit
009370             varying WS-ENT-SUB from 1 by 1
009380             until WS-ENT-SUB > 10
009390                or WS-FREE-SUB > zero.
009400     if WS-FREE-SUB = zero
009410         move 'NO FREE ENTITLEMENT SLOT - 10 ROUTES HELD'
009420                 to WS-ADM-RESULT
009430         go to 2620-exit
009440     end-if.
009450     move WS-ADM-ROUTE (1:30) to UM-ENTITLED-ROUTE (WS-FREE-SUB).
009460     set WS-ADM-OK to true.
009470     move 'ROUTE GRANTED' to WS-ADM-RESULT.
009480 2620-exit.
009490     exit.
009500
009510 2630-revoke-route.
009520     perform 2660-find-held-route thru 2660-exit.
009530     if WS-ENTRY-NOT-FOUND
009540         move 'ROUTE NOT GRANTED TO THIS USER' to WS-ADM-RESULT
009550         go to 2630-exit
009560     end-if.
009570     move spaces to UM-ENTITLED-ROUTE (WS-HELD-SUB).
009580     set WS-ADM-OK to true.
009590     move 'ROUTE REVOKED' to WS-ADM-RESULT.
009600 2630-exit.
009610     exit.
009620
009630 2640-disable-account.
009640     if UM-ACCOUNT-DISABLED
009650         move 'ACCOUNT ALREADY DISABLED' to WS-ADM-RESULT
009660         go to 2640-exit
009670     end-if.
009680     move 'D' to UM-ACCOUNT-STATUS.
009690     set WS-ADM-OK to true.
009700     move 'ACCOUNT DISABLED' to WS-ADM-RESULT.
009710 2640-exit.
009720     exit.
009730
009740 2650-enable-account.
009750     if not UM-ACCOUNT-DISABLED
009760         move 'ACCOUNT ALREADY ACTIVE' to WS-ADM-RESULT
009770         go to 2650-exit
009780     end-if.
009790     move 'A' to UM-ACCOUNT-STATUS.
009800     set WS-ADM-OK to true.
009810     move 'ACCOUNT ENABLED' to WS-ADM-RESULT.
009820 2650-exit.
009830     exit.
009840
009850*    ------------------------------------------------------------
009860*    2660-FIND-HELD-ROUTE - SETS WS-ENTRY-FOUND AND WS-HELD-SUB
009870*    WHEN THE EDITED ENTRY ALREADY HOLDS THE REQUESTED ROUTE.
009880*    ------------------------------------------------------------
009890 2660-find-held-route.
009900     set WS-ENTRY-NOT-FOUND to true.
009910     move zero to WS-HELD-SUB.
009920     perform 2665-match-held-route thru 2665-exit
009930             varying WS-ENT-SUB from 1 by 1
009940             until WS-ENT-SUB > 10
009950                or WS-ENTRY-FOUND.
009960 2660-exit.
009970     exit.
009980
009990 2665-match-held-route.
010000     if UM-ENTITLED-ROUTE (WS-ENT-SUB) = WS-ADM-ROUTE (1:30)
010010         set WS-ENTRY-FOUND to true
010020         move WS-ENT-SUB to WS-HELD-SUB
010030     end-if.
010040 2665-exit.
010050     exit.
010060
010070 2670-find-free-slot.
010080     if UM-ENTITLED-ROUTE (WS-ENT-SUB) = spaces
010090         move WS-ENT-SUB to WS-FREE-SUB
010100     end-if.
010110 2670-exit.
010120     exit.
010130
010140*    ------------------------------------------------------------
010150*    2700-CHECK-EDITED-RECORD - THE USERCHK CHECKS, RUN ON THE
010160*    ONE ENTRY ABOUT TO BE WRITTEN: A USER ID, A CREDENTIAL IN
010170*    HASHED FORM, A HASHED HISTORY, A NUMERIC OR BLANK CHANGE
010180*    STAMP, A KNOWN ACCOUNT STATUS, AND NO ENTITLEMENT THE LIVE
010190*    ROUTETAB DOES NOT CARRY.  (USERCHK'S DUPLICATE-ID CHECK IS
010200*    MADE AT LOAD TIME, IN 2300.)  THE FIRST FAILURE IS THE
010210*    RESULT SHOWN; A FAULT ALREADY ON FILE BLOCKS THE CHANGE
010220*    TOO, SINCE THE REWRITTEN MASTER WOULD FAIL USERCHK.
010230*    ------------------------------------------------------------
010240 2700-check-edited-record.
010250     set WS-RECORD-CHECK-PASSED to true.
010260     if UM-USER-ID = spaces
010270         move 'BLANK USER ID' to WS-ADM-RESULT
010280         set WS-RECORD-CHECK-FAILED to true
010290         go to 2700-exit
010300     end-if.
010310     if UM-CREDENTIAL = spaces
010320         move 'BLANK CREDENTIAL - ENTRY CAN NEVER VERIFY'
010330                 to WS-ADM-RESULT
010340         set WS-RECORD-CHECK-FAILED to true
010350         go to 2700-exit
010360     end-if.
010370     move UM-CREDENTIAL to WS-CRED-FORM-WORK.
010380     perform 2740-check-cred-form thru 2740-exit.
010390     if WS-CRED-FORM-CLEAR
010400         move 'CREDENTIAL HELD IN THE CLEAR - NOT HASHED'
010410                 to WS-ADM-RESULT
010420         set WS-RECORD-CHECK-FAILED to true
010430         go to 2700-exit
010440     end-if.
010450     perform 2730-check-one-prior thru 2730-exit
010460             varying WS-HIST-SUB from 1 by 1
010470             until WS-HIST-SUB > 5
010480                or WS-CRED-FORM-CLEAR.
010490     if WS-CRED-FORM-CLEAR
010500         move 'CREDENTIAL HISTORY HOLDS A CLEAR-TEXT ENTRY'
010510                 to WS-ADM-RESULT
010520         set WS-RECORD-CHECK-FAILED to true
010530         go to 2700-exit
010540     end-if.
010550     if UM-CRED-CHANGED-DATE not = spaces
010560             and UM-CRED-CHANGED-DATE not numeric
010570         move 'CHANGE STAMP NOT NUMERIC - SHIFTED RECORD?'
010580                 to WS-ADM-RESULT
010590         set WS-RECORD-CHECK-FAILED to true
010600         go to 2700-exit
010610     end-if.
010620     if not UM-ACCOUNT-STATUS-VALID
010630         move 'ACCOUNT STATUS NOT A (ACTIVE) OR D (DISABLED)'
010640                 to WS-ADM-RESULT
010650         set WS-RECORD-CHECK-FAILED to true
010660         go to 2700-exit
010670     end-if.
010680     perform 2710-check-one-entitlement thru 2710-exit
010690             varying WS-ENT-SUB from 1 by 1
010700             until WS-ENT-SUB > 10
010710                or WS-RECORD-CHECK-FAILED.
010720 2700-exit.
010730     exit.
010740
010750 2710-check-one-entitlement.
010760     if UM-ENTITLED-ROUTE (WS-ENT-SUB) = spaces
010770         go to 2710-exit
010780     end-if.
010790     set WS-ENTRY-NOT-FOUND to true.
010800     perform 2720-match-route-program thru 2720-exit
010810             varying WS-ROUTE-IDX from 1 by 1
010820             until WS-ROUTE-IDX > WS-ROUTE-COUNT
010830                or WS-ENTRY-FOUND.
010840     if WS-ENTRY-NOT-FOUND
010850         move spaces to WS-ADM-RESULT
010860         string 'ENTITLED ROUTE NOT IN ROUTETAB: '
010870                         delimited by size
010880                 UM-ENTITLED-ROUTE (WS-ENT-SUB)
010890                         delimited by size
010900                 into WS-ADM-RESULT
010910         end-string
010920         set WS-RECORD-CHECK-FAILED to true
010930     end-if.
010940 2710-exit.
010950     exit.
010960
010970 2720-match-route-program.
010980     if WS-ROUTE-PROGRAM-NAME (WS-ROUTE-IDX)
010990             = UM-ENTITLED-ROUTE (WS-ENT-SUB)
011000         set WS-ENTRY-FOUND to true
011010     end-if.
011020 2720-exit.
011030     exit.
011040
011050 2730-check-one-prior.
011060     if UM-CRED-PRIOR (WS-HIST-SUB) = spaces
011070         go to 2730-exit
011080     end-if.
011090     move UM-CRED-PRIOR (WS-HIST-SUB) to WS-CRED-FORM-WORK.
011100     perform 2740-check-cred-form thru 2740-exit.
011110 2730-exit.
011120     exit.
011130
011140 2740-check-cred-form.
011150     set WS-CRED-FORM-HASHED to true.
011160     if not WS-CRED-FORM-MARKED
011170             or WS-CRED-FORM-SALT not numeric
011180             or WS-CRED-FORM-HASH not numeric
011190         set WS-CRED-FORM-CLEAR to true
011200     end-if.
011210 2740-exit.
011220     exit.
011230
011240*    ------------------------------------------------------------
011250*    2800-REWRITE-USER-MASTER - WRITES THE TABLED FILE BACK OVER
011260*    THE LIVE ONE, WITH CREDCHG'S WRITE-BACK LATCH: THE OPEN
011270*    OUTPUT HAS ALREADY EMPTIED THE LIVE FILE, SO A FAILED OPEN
011280*    OR WRITE LEAVES WS-ADM-NOT-OK SET AND NOTHING IS LOGGED OR
011290*    SWEPT AS IF THE CHANGE HAD TAKEN.
011300*    ------------------------------------------------------------
011310 2800-rewrite-user-master.
011320     set WS-WRITE-BACK-OK to true.
011330     open output USER-MASTER-FILE.
011340     if not WS-USERMAST-FILE-OK
011350         display 'USERADM: USERMAST REWRITE OPEN FAILED, STATUS '
011360                 WS-USERMAST-FILE-STATUS
011370         set WS-ADM-NOT-OK to true
011380         go to 2800-exit
011390     end-if.
011400     perform 2810-write-user-record thru 2810-exit
011410             varying WS-WRITE-SUB from 1 by 1
011420             until WS-WRITE-SUB > WS-USER-COUNT
011430                or WS-WRITE-BACK-FAILED.
011440     close USER-MASTER-FILE.
011450     if WS-WRITE-BACK-FAILED
011460         set WS-ADM-NOT-OK to true
011470     end-if.
011480 2800-exit.
011490     exit.
011500
011510 2810-write-user-record.
011520     set WS-USER-IDX to WS-WRITE-SUB.
011530     move WS-USER-REC (WS-USER-IDX) to USER-MASTER-LINE.
011540     write USER-MASTER-LINE.
011550     if not WS-USERMAST-FILE-OK
011560         display 'USERADM: USERMAST WRITE FAILED, STATUS '
011570                 WS-USERMAST-FILE-STATUS
011580                 ' - MASTER TRUNCATED, RESTORE FROM BACKUP'
011590         set WS-WRITE-BACK-FAILED to true
011600     end-if.
011610 2810-exit.
011620     exit.
011630
011640*    ------------------------------------------------------------
011650*    2900-SWEEP-LIVE-SESSIONS - WALKS EVERY SESSION SIGNED ON AS
011660*    THE TARGET USER THROUGH SESSSTOR'S FIND-USER-SESSION
011670*    OPERATION.  A DISABLE CLEARS EACH ONE OUTRIGHT, SO THE USER
011680*    IS SIGNED OFF EVERYWHERE AT ONCE; A REVOKE SETS THE ROUTE'S
011690*    '_ENTITLED_' FLAG TO 'N', WHICH AUTHCHK REFUSES, AND LEAVES
011700*    THE REST OF THE SESSION ALONE.
011710*    ------------------------------------------------------------
011720 2900-sweep-live-sessions.
011730     move zero to WS-ADM-SESSIONS.
011740     move spaces to WS-SWEEP-SESSION-ID.
011750     set WS-SWEEP-NOT-DONE to true.
011760     perform 2910-sweep-one-session thru 2910-exit
011770             until WS-SWEEP-DONE.
011780 2900-exit.
011790     exit.
011800
011810 2910-sweep-one-session.
011820     set WS-SESS-OP-FIND-USER to true.
011830     move spaces to WS-SESS-VARNAME.
011840     move WS-ADM-USERID (1:20) to WS-SESS-VARVALUE.
011850     call 'sessstor' using WS-SWEEP-SESSION-ID WS-SESS-OPERATION
011860             WS-SESS-VARNAME WS-SESS-VARVALUE WS-SESS-STATUS.
011870     if not WS-SESS-FOUND
011880         set WS-SWEEP-DONE to true
011890         go to 2910-exit
011900     end-if.
011910     if WS-ADM-DISABLE
011920         set WS-SESS-OP-CLEAR to true
011930         move spaces to WS-SESS-VARNAME
011940         move spaces to WS-SESS-VARVALUE
011950     else
011960         set WS-SESS-OP-SYSTEM-PUT to true
011970         move spaces to WS-SESS-VARNAME
011980         string '_ENTITLED_' delimited by size
011990                 WS-ADM-ROUTE delimited by space
012000                 into WS-SESS-VARNAME
012010         end-string
012020         move 'N' to WS-SESS-VARVALUE
012030     end-if.
012040     call 'sessstor' using WS-SWEEP-SESSION-ID WS-SESS-OPERATION
012050             WS-SESS-VARNAME WS-SESS-VARVALUE WS-SESS-STATUS.
012060     add 1 to WS-ADM-SESSIONS.
012070 2910-exit.
012080     exit.
012090
012100*    ------------------------------------------------------------
012110*    2940-OPEN-MAINT-LOG - OPENS USERMLOG FOR APPEND, CREATING IT
012120*    THE FIRST TIME, AS RATECHK DOES ITS REFUSAL LOG.  IT IS
012130*    OPENED BEFORE USERMAST IS REWRITTEN, SO A LOG THAT CANNOT
012140*    TAKE THE RECORD REFUSES THE CHANGE INSTEAD OF LETTING IT
012150*    THROUGH UNRECORDED.
012160*    ------------------------------------------------------------
012170 2940-open-maint-log.
012180     open extend USER-MAINT-LOG-FILE.
012190     if not WS-USERMLOG-FILE-OK
012200         open output USER-MAINT-LOG-FILE
012210     end-if.
012211     if WS-USERMLOG-FILE-OK
012212         set WS-MAINT-LOG-OPEN to true
012213     else
012214         display 'USERADM: USERMLOG OPEN FAILED, STATUS '
012215                 WS-USERMLOG-FILE-STATUS ' - CHANGE REFUSED'
012216     end-if.
012217 2940-exit.
012218     exit.
012219
012220*    ------------------------------------------------------------
012221*    2950-WRITE-MAINT-LOG - APPENDS THE BEFORE AND AFTER IMAGES
012222*    TO THE USERMLOG 2940 OPENED.  THE SALT, HASH, AND HISTORY
012223*    ARE BLANKED IN BOTH IMAGES - THE LOG IS FOR WHO CHANGED
012224*    WHAT, AND HAS NO NEED OF ANYTHING A GUESSING RUN COULD USE.
012225*    THE CHANGE HAS ALREADY TAKEN BY NOW, SO A FAILED WRITE
012226*    CANNOT UNDO IT; THE PAGE SAYS SO AND THE RENDER ENDS 'F'.
012227*    ------------------------------------------------------------
012228 2950-write-maint-log.
012229     move spaces to USER-MAINT-RECORD.
012230     accept UML-DATE from date yyyymmdd.
012240     accept UML-TIME from time.
012250     move WS-ADMIN-USERID (1:20) to UML-ADMIN-USER-ID.
012260     move LK-SESSION-ID to UML-SESSION-ID.
012270     move WS-ADM-ACTION (1:8) to UML-ACTION.
012280     move WS-ADM-USERID (1:20) to UML-TARGET-USER-ID.
012290     move WS-ADM-ROUTE (1:30) to UML-ROUTE-NAME.
012300     move WS-ADM-SESSIONS to UML-SESSIONS.
012310     move WS-BEFORE-IMAGE to USER-MASTER-RECORD.
012320     perform 2960-blank-credential thru 2960-exit.
012330     move USER-MASTER-RECORD to UML-BEFORE-IMAGE.
012340     move WS-AFTER-IMAGE to USER-MASTER-RECORD.
012350     perform 2960-blank-credential thru 2960-exit.
012360     move USER-MASTER-RECORD to UML-AFTER-IMAGE.
012370     write USER-MAINT-RECORD.
012380     if not WS-USERMLOG-FILE-OK
012390         display 'USERADM: USERMLOG WRITE FAILED, STATUS '
012400                 WS-USERMLOG-FILE-STATUS
012402         set WS-MAINT-LOG-FAILED to true
012404         move 'CHANGE APPLIED - MAINTENANCE LOG NOT WRITTEN'
012406                 to WS-ADM-RESULT
012410     end-if.
012420     close USER-MAINT-LOG-FILE.
012422     set WS-MAINT-LOG-NOT-OPEN to true.
012430 2950-exit.
012440     exit.
012450
012460 2960-blank-credential.
012470     move spaces to UM-CRED-SALT.
012480     move spaces to UM-CRED-HASH.
012490     move spaces to UM-CRED-HISTORY.
012500 2960-exit.
012510     exit.
012520
012530*    ------------------------------------------------------------
012540*    3000-ADD-COW-VAR - ADDS ONE NAME/VALUE PAIR TO THE-VARS,
012550*    REPLACING AN EXISTING ENTRY WITH THE SAME NAME SO A
012560*    ROUTE'S OWN ADD OVERRIDES A SEEDED SITE-WIDE VALUE.
012570*    REFUSES A NEW ADD AND SIGNALS OVERFLOW INSTEAD OF
012580*    TRUNCATING SILENTLY AT COW-VAR-MAX-COUNT.
012590*    ------------------------------------------------------------
012600 3000-add-cow-var.
012610     set WS-ADD-VAR-NOT-MATCHED to true.
012620     perform 3100-match-cow-var thru 3100-exit
012630             varying COW-VAR-IDX from 1 by 1
012640             until COW-VAR-IDX > COW-VAR-COUNT
012650                or WS-ADD-VAR-MATCHED.
012660     if WS-ADD-VAR-MATCHED
012670         move WS-NEW-VARVALUE
012680                 to COW-varvalue (WS-MATCHED-VAR-IDX)
012690         go to 3000-exit
012700     end-if.
012710     if COW-VAR-COUNT >= COW-VAR-MAX-COUNT
012720         set COW-VARS-OVERFLOW to true
012730         display 'USERADM: COW-VARS FULL, DROPPED '
012740             WS-NEW-VARNAME
012750         go to 3000-exit
012760     end-if.
012770     add 1 to COW-VAR-COUNT.
012780     set COW-VAR-IDX to COW-VAR-COUNT.
012790     move WS-NEW-VARNAME  to COW-varname (COW-VAR-IDX).
012800     move WS-NEW-VARVALUE to COW-varvalue (COW-VAR-IDX).
012810 3000-exit.
012820     exit.
012830
012840 3100-match-cow-var.
012850     if COW-varname (COW-VAR-IDX) = WS-NEW-VARNAME
012860         set WS-ADD-VAR-MATCHED to true
012870         set WS-MATCHED-VAR-IDX to COW-VAR-IDX
012880     end-if.
012890 3100-exit.
012900     exit.
012910
012920 end program useradm.
