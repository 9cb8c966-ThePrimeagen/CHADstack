000590*                      RENDER THAT NEVER RAN.  THE REPLAY SESSION
000600*                      STAYS SUBJECT TO THE THROTTLE ON PURPOSE -
000610*                      SEE THE NOTE ON 3600-JUDGE-OUTCOME.
000611*    10/15/2026  JKM  RECOGNIZE THE DISPATCHER'S
000612*                      MAINTENANCE-WINDOW STATUS ('12') AND REPORT
000613*                      THE CANDIDATE AS NOT REPLAYED - ROUTE IN
000614*                      MAINTENANCE, FOR THE SAME REASON AS THE
000615*                      '08' ENTRY ABOVE.  THE CANDIDATE STAYS ON
000616*                      RNDRSTAT AND IS PICKED UP BY THE FIRST RUN
000617*                      AFTER THE WINDOW CLOSES.
000618*    10/15/2026  JKM  AUDITLOG NOW MASKS SENSITIVE VALUES (SEE
000619*                      SENSMASK).  TAKE EACH MASKED VALUE'S CLEAR
000620*                      VALUE BACK FROM THE RESTRICTED SENSAUD
000621*                      STORE, AND REPORT THE CANDIDATE AS NOT
000622*                      REPLAYED - SENSITIVE VALUE NOT HELD WHEN IT
000623*                      IS NOT THERE, RATHER THAN RE-DRIVE THE MASK
000624*                      AS INPUT.
000625*****************************************************************
000630
000640 identification division.
000650 program-id. rendrply.
000920     select LIVE-CAPTURE-FILE assign to RNDRCAPT
000930         organization is line sequential
000940         file status is WS-LIVECAP-FILE-STATUS.
000941
000942     select SENS-AUDIT-FILE assign to SENSAUD
000943         organization is indexed
000944         access mode is dynamic
000945         record key is SX-KEY
000946         file status is WS-SENSAUD-FILE-STATUS.
000950
000960     select REPORT-FILE assign to RPLRPT
000970         organization is line sequential
001270     03  LCAP-OUT-LENGTH         pic 9(09).
001280     03  LCAP-CHECKSUM           pic 9(09).
001290
001292 fd  SENS-AUDIT-FILE.
001294     copy SENSAUD.
001296
001300 fd  REPORT-FILE
001310     record contains 132 characters.
001320 01  REPORT-LINE                  pic x(132).
001520 01  WS-LIVECAP-FILE-STATUS    pic x(02) value '00'.
001530     88  WS-LIVECAP-FILE-OK          value '00'.
001540     88  WS-LIVECAP-FILE-EOF         value '10'.
001541
001542 01  WS-SENSAUD-FILE-STATUS    pic x(02) value '00'.
001543     88  WS-SENSAUD-FILE-OK          value '00'.
001544
001545 01  WS-SENSAUD-OPEN-SW        pic x(01) value 'N'.
001546     88  WS-SENSAUD-IS-OPEN          value 'Y'.
001547     88  WS-SENSAUD-NOT-OPEN         value 'N'.
001550
001560 01  WS-SCAN-DONE-SW           pic x(01) value 'N'.
001570     88  WS-SCAN-DONE                value 'Y'.
002510     03  WS-REBUILD-BAD-SW     pic x(01).
002520         88  WS-REBUILD-UNFAITHFUL   value 'Y'.
002530         88  WS-REBUILD-FAITHFUL     value 'N'.
002531     03  WS-CLEAR-VALUE-SW     pic x(01).
002532         88  WS-CLEAR-VALUE-MISSING  value 'Y'.
002533         88  WS-CLEAR-VALUES-HELD    value 'N'.
002534
002535*    ------------------------------------------------------------
002536*    AN AUDITED VALUE IS TESTED AGAINST THE MASKED FORM HERE
002537*    BEFORE IT IS TRUSTED AS INPUT.
002538*    ------------------------------------------------------------
002539 copy MASKVAL.
002540
002550*    ------------------------------------------------------------
002560*    REPLAY IDENTITY.  EACH RUN BUILDS ONE REPLAY SESSION ID
002800         88  WS-DISPATCH-OK             value '00'.
002810         88  WS-DISPATCH-NOT-FOUND      value '04'.
002820         88  WS-DISPATCH-THROTTLED      value '08'.
002822         88  WS-DISPATCH-MAINTENANCE    value '12'.
002830
002840 01  WS-RNDRSTAT-WORK-FIELDS.
002850     03  WS-RNDRSTAT-OPERATION      pic x(01).
005470         perform 3900-write-detail thru 3900-exit
005480         go to 3100-exit
005490     end-if.
005491     if WS-CLEAR-VALUE-MISSING
005492         move 'NOT REPLAYED - SENSITIVE VALUE NOT HELD'
005493                 to WS-DETAIL-RESULT
005494         perform 3900-write-detail thru 3900-exit
005495         go to 3100-exit
005496     end-if.
005500     if WS-REBUILD-UNFAITHFUL or WS-REQ-FULL
005510         move 'NOT REPLAYED - INPUT NOT REBUILDABLE'
005520                 to WS-DETAIL-RESULT
006030*    REQPARSE, AND A STRING THAT OUTGROWS THE INPUT AREA WOULD
006040*    REPLAY TRUNCATED - EITHER WAY THE INPUT CANNOT BE REBUILT
006050*    FAITHFULLY, SO THE RENDER IS REPORTED NOT REPLAYED INSTEAD
006060*    OF RE-DRIVEN WITH CORRUPTED INPUT (SEE 3100).  THE SENSAUD
006062*    STORE IS OPENED ONLY FOR THE SCAN AND CLOSED BEFORE THE
006064*    RE-DRIVE, SINCE THE REPLAYED ROUTE'S AUDITLOG CALL WRITES
006066*    TO IT.
006070*    ------------------------------------------------------------
006080 3300-rebuild-vars.
006090     set WS-VARS-NOT-FOUND to true.
006110     move 1 to WS-REQ-PTR.
006120     set WS-REQ-NOT-FULL to true.
006130     set WS-REBUILD-FAITHFUL to true.
006132     set WS-CLEAR-VALUES-HELD to true.
006140     open input AUDIT-FILE.
006150     if not WS-AUDIT-FILE-OK
006160         display 'RENDRPLY: AUDITDAY FILE NOT FOUND, STATUS '
006170                 WS-AUDIT-FILE-STATUS
006180         go to 3300-exit
006190     end-if.
006191     set WS-SENSAUD-NOT-OPEN to true.
006192     open input SENS-AUDIT-FILE.
006193     if WS-SENSAUD-FILE-OK
006194         set WS-SENSAUD-IS-OPEN to true
006195     end-if.
006200     perform 3310-read-audit-record thru 3310-exit.
006210     perform 3320-sift-audit-record thru 3320-exit
006220             until WS-AUDIT-FILE-EOF.
006230     close AUDIT-FILE.
006232     if WS-SENSAUD-IS-OPEN
006234         close SENS-AUDIT-FILE
006236     end-if.
006240 3300-exit.
006250     exit.
006260
006350         if AUDIT-TYPE-VAR
006360             move zero to WS-NAME-LEN
006370             move zero to WS-VAL-LEN
006372             perform 3325-restore-clear-value thru 3325-exit
006380             perform 3330-append-one-var thru 3330-exit
006390         end-if
006400     end-if.
006410     perform 3310-read-audit-record thru 3310-exit.
006420 3320-exit.
006421     exit.
006422
006423*    ------------------------------------------------------------
006424*    3325-RESTORE-CLEAR-VALUE - A VALUE AUDITLOG MASKED IS TAKEN
006425*    BACK FROM SENSAUD BY RENDER-ID AND SEQUENCE.  WHEN THE STORE
006426*    DOES NOT HOLD IT THE RENDER CANNOT BE REBUILT, AND THE MASK
006427*    IS NEVER REPLAYED IN ITS PLACE.
006428*    ------------------------------------------------------------
006429 3325-restore-clear-value.
006430     move AUDIT-VARVALUE to MASKED-VALUE.
006431     if not MV-VALUE-MASKED
006432         go to 3325-exit
006433     end-if.
006434     if WS-SENSAUD-NOT-OPEN
006435         set WS-CLEAR-VALUE-MISSING to true
006436         go to 3325-exit
006437     end-if.
006438     move WS-CAND-RENDER-ID (WS-CAND-IDX) to SX-RENDER-ID.
006439     move AUDIT-VAR-SEQ to SX-VAR-SEQ.
006440     read SENS-AUDIT-FILE.
006441     if WS-SENSAUD-FILE-OK
006442         move SX-VARVALUE to AUDIT-VARVALUE
006443     else
006444         set WS-CLEAR-VALUE-MISSING to true
006445     end-if.
006446 3325-exit.
006447     exit.
006448
006450 3330-append-one-var.
006460     if WS-REQ-FULL
006470         go to 3330-exit
007670*    STILL ON RNDRSTAT AS FAILED OR IN-PROGRESS AND THE NEXT RUN
007680*    PICKS IT UP; IF THAT PACE IS TOO SLOW, OPERATIONS RAISES
007690*    THE ROUTE'S RATELIM CEILING RATHER THAN THIS PROGRAM
007700*    SLIPPING AROUND THE GUARD.  A ROUTE OPERATIONS HAS TAKEN DOWN
007702*    FOR MAINTENANCE IS REPORTED THE SAME WAY AND FOR THE SAME
007704*    REASON - THE RENDER NEVER RAN.
007710*    ------------------------------------------------------------
007720 3600-judge-outcome.
007730     if WS-DISPATCH-NOT-FOUND
007770     end-if.
007780     if WS-DISPATCH-THROTTLED
007790         move 'NOT REPLAYED - RATE LIMITED'
007791                 to WS-DETAIL-RESULT
007792         go to 3600-exit
007793     end-if.
007794     if WS-DISPATCH-MAINTENANCE
007795         move 'NOT REPLAYED - ROUTE IN MAINTENANCE'
007800                 to WS-DETAIL-RESULT
007810         go to 3600-exit
007820     end-if.
