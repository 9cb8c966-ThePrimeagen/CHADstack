000280*                      EXACT RECORDS BEHIND A FAILED RNDRSTAT
000290*                      RENDER-ID INSTEAD OF GUESSING BY ROUTE AND
000300*                      TIME.
000301*    10/15/2026  JKM  TAKE THE TMPLTAB VERSION LABEL OF THE
000302*                      TEMPLATE THE ROUTE IS RENDERING AND CARRY
000303*                      IT ON EVERY RECORD (SEE AUDITREC.CPY), SO
000304*                      TMPLRECN AND A DISPUTE LOOKUP KNOW WHICH
000305*                      VERSION OF THE PAGE THE CUSTOMER ACTUALLY
000306*                      SAW.
000307*    10/15/2026  JKM  TAKE THE CALLER'S SESSION ID AND SIGNED-ON
000308*                      USER AND CARRY THEM ON EVERY RECORD (SEE
000309*                      AUDITREC.CPY), SO THE RNDRINQ INQUIRY CAN
000310*                      FIND EVERY RENDER A USER OR SESSION SAW.
000311*    10/15/2026  JKM  MASK THE VALUE OF EVERY VARIABLE NAMED IN
000312*                      THE SENSVAR REGISTRY (SEE SENSMASK) BEFORE
000313*                      IT IS WRITTEN, AND KEEP THE CLEAR VALUE
000314*                      ONLY IN THE RESTRICTED SENSAUD STORE FOR
000315*                      RENDRPLY.
000316*****************************************************************
000320 
000330 identification division.
000340 program-id. auditlog.
000430         organization is line sequential
000440         file status is WS-AUDIT-FILE-STATUS.
000450 
000451     select SENS-AUDIT-FILE assign to SENSAUD
000452         organization is indexed
000453         access mode is dynamic
000454         record key is SX-KEY
000455         file status is WS-SENSAUD-FILE-STATUS.
000456 
000460 data division.
000470 file section.
000480 fd  AUDIT-FILE.
000490     copy AUDITREC.
000500 
000502 fd  SENS-AUDIT-FILE.
000504     copy SENSAUD.
000506 
000510 working-storage section.
000520 01  WS-AUDIT-FILE-STATUS     pic x(02) value '00'.
000530     88  WS-AUDIT-FILE-OK           value '00'.
000540 
000542 01  WS-SENSAUD-FILE-STATUS   pic x(02) value '00'.
000544     88  WS-SENSAUD-FILE-OK         value '00'.
000546     88  WS-SENSAUD-DUPLICATE       value '22'.
000548 
000550 01  WS-WORK-FIELDS.
000560     03  WS-VAR-SEQ           pic 9(04) comp.
000561     03  WS-MASK-STATUS       pic x(02).
000562         88  WS-VALUE-CLEAR         value '00'.
000563         88  WS-VALUE-MASKED        value '04'.
000564     03  WS-SENSAUD-OPEN-SW   pic x(01) value 'N'.
000565         88  WS-SENSAUD-IS-OPEN     value 'Y'.
000566         88  WS-SENSAUD-NOT-OPEN    value 'N'.
000570 
000580 linkage section.
000590 01  LK-ROUTE-NAME            pic x(30).
000600 01  LK-TEMPLATE-NAME         pic x(30).
000602 01  LK-TEMPLATE-VERSION      pic x(10).
000610 01  LK-RENDER-ID             pic x(20).
000612 01  LK-SESSION-ID            pic x(20).
000614 01  LK-USER-ID               pic x(20).
000620 copy THEVARS.
000630 
000640 procedure division using LK-ROUTE-NAME LK-TEMPLATE-NAME
000650             LK-TEMPLATE-VERSION LK-RENDER-ID LK-SESSION-ID
000652             LK-USER-ID THE-VARS-CONTROL THE-VARS.
000660 
000670 0000-main-logic.
000672     set WS-SENSAUD-NOT-OPEN to true.
000680     perform 1000-open-audit-file thru 1000-exit.
000690     perform 2000-write-header-record thru 2000-exit.
000700     perform 3000-write-var-records
000900     exit.
000910 
000920*    ------------------------------------------------------------
000921*    1100-OPEN-SENSAUD-FILE - OPENS THE RESTRICTED STORE I-O ON
000922*    THE FIRST MASKED VALUE OF THE CALL, CREATING IT THE FIRST
000923*    TIME, AS RATECHK DOES ITS COUNTER STORE.
000924*    ------------------------------------------------------------
000925 1100-open-sensaud-file.
000926     open i-o SENS-AUDIT-FILE.
000927     if not WS-SENSAUD-FILE-OK
000928         open output SENS-AUDIT-FILE
000929         close SENS-AUDIT-FILE
000930         open i-o SENS-AUDIT-FILE
000931     end-if.
000932     set WS-SENSAUD-IS-OPEN to true.
000933 1100-exit.
000934     exit.
000935 
000936*    ------------------------------------------------------------
000937*    2000-WRITE-HEADER-RECORD
000940*    ------------------------------------------------------------
000950 2000-write-header-record.
000960     move spaces to AUDIT-RECORD.
000990     move LK-ROUTE-NAME    to AUDIT-ROUTE-NAME.
001000     move LK-TEMPLATE-NAME to AUDIT-TEMPLATE-NAME.
001010     move LK-RENDER-ID     to AUDIT-RENDER-ID.
001012     move LK-TEMPLATE-VERSION to AUDIT-TEMPLATE-VERSION.
001014     move LK-SESSION-ID    to AUDIT-SESSION-ID.
001016     move LK-USER-ID       to AUDIT-USER-ID.
001020     set AUDIT-TYPE-HEADER to true.
001030     move COW-VAR-COUNT     to AUDIT-VAR-COUNT.
001040     move zero             to AUDIT-VAR-SEQ.
001090 
001100*    ------------------------------------------------------------
001110*    3000-WRITE-VAR-RECORDS - ONE RECORD PER COW-VARNAME/
001120*    COW-VARVALUE PAIR ACTUALLY PASSED TO COWTEMPLATE.  A VALUE
001122*    SENSMASK MASKS GOES TO THE AUDIT LOG MASKED; ITS CLEAR VALUE
001124*    GOES ONLY TO SENSAUD.
001130*    ------------------------------------------------------------
001140 3000-write-var-records.
001150     set COW-VAR-IDX to WS-VAR-SEQ.
001190     move LK-ROUTE-NAME    to AUDIT-ROUTE-NAME.
001200     move LK-TEMPLATE-NAME to AUDIT-TEMPLATE-NAME.
001210     move LK-RENDER-ID     to AUDIT-RENDER-ID.
001212     move LK-TEMPLATE-VERSION to AUDIT-TEMPLATE-VERSION.
001214     move LK-SESSION-ID    to AUDIT-SESSION-ID.
001216     move LK-USER-ID       to AUDIT-USER-ID.
001220     set AUDIT-TYPE-VAR to true.
001230     move COW-VAR-COUNT     to AUDIT-VAR-COUNT.
001240     move WS-VAR-SEQ       to AUDIT-VAR-SEQ.
001250     move COW-varname (COW-VAR-IDX)  to AUDIT-VARNAME.
001260     move COW-varvalue (COW-VAR-IDX) to AUDIT-VARVALUE.
001261     call 'sensmask' using AUDIT-VARNAME AUDIT-VARVALUE
001262             WS-MASK-STATUS.
001263     if WS-VALUE-MASKED and LK-RENDER-ID not = spaces
001264         perform 3100-store-clear-value thru 3100-exit
001265     end-if.
001270     write AUDIT-RECORD.
001280 3000-exit.
001281     exit.
001282 
001283*    ------------------------------------------------------------
001284*    3100-STORE-CLEAR-VALUE - KEEPS THE CLEAR VALUE UNDER THE
001285*    RENDER-ID AND SEQUENCE OF ITS MASKED AUDIT RECORD.  A REPLAY
001286*    OF THE RENDER FINDS ITS KEY ALREADY THERE AND REWRITES IT.
001287*    ------------------------------------------------------------
001288 3100-store-clear-value.
001289     if WS-SENSAUD-NOT-OPEN
001290         perform 1100-open-sensaud-file thru 1100-exit
001291     end-if.
001292     move LK-RENDER-ID     to SX-RENDER-ID.
001293     move WS-VAR-SEQ       to SX-VAR-SEQ.
001294     move AUDIT-DATE       to SX-DATE.
001295     move AUDIT-TIME       to SX-TIME.
001296     move COW-varname (COW-VAR-IDX)  to SX-VARNAME.
001297     move COW-varvalue (COW-VAR-IDX) to SX-VARVALUE.
001298     write SENS-AUDIT-RECORD.
001299     if WS-SENSAUD-DUPLICATE
001300         rewrite SENS-AUDIT-RECORD
001301         if not WS-SENSAUD-FILE-OK
001302             display 'AUDITLOG: SENSAUD REWRITE FAILED, STATUS '
001303                     WS-SENSAUD-FILE-STATUS
001304                     ' RENDER ' SX-RENDER-ID ' SEQ ' SX-VAR-SEQ
001305         end-if
001306     else
001307         if not WS-SENSAUD-FILE-OK
001308             display 'AUDITLOG: SENSAUD WRITE FAILED, STATUS '
001309                     WS-SENSAUD-FILE-STATUS
001310                     ' RENDER ' SX-RENDER-ID ' SEQ ' SX-VAR-SEQ
001311         end-if
001312     end-if.
001313 3100-exit.
001314     exit.
001315 
001316*    ------------------------------------------------------------
001320*    8000-CLOSE-AUDIT-FILE
001330*    ------------------------------------------------------------
001340 8000-close-audit-file.
001350     close AUDIT-FILE.
001352     if WS-SENSAUD-IS-OPEN
001354         close SENS-AUDIT-FILE
001356     end-if.
001360 8000-exit.
001370     exit.
001380 
