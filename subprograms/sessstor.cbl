000100*                  SESSION ID, SO A MULTI-PAGE WIZARD FLOW CAN
000110*                  CARRY A VALUE FORWARD FROM ONE ROUTE CALL TO
000120*                  THE NEXT.  LK-OPERATION SELECTS GET OR PUT.
000121*                  THE FIND-USER-SESSION OPERATION ('U') IS THE
000122*                  ONE CALL NOT TIED TO THE CALLER'S OWN SESSION:
000123*                  GIVEN A USER ID IN LK-VARVALUE, IT RETURNS IN
000124*                  LK-SESSION-ID THE NEXT SESSION, AFTER THE ONE
000125*                  PASSED IN (SPACES = FROM THE TOP), WHOSE
000126*                  '_AUTH_USER' FLAG NAMES THAT USER - '04' WHEN
000127*                  NONE REMAIN - SO USERADM CAN FIND AND CLEAR
000128*                  EVERY SESSION OF AN ACCOUNT IT DISABLES.
000130*
000140*****************************************************************
000150*    MODIFICATION HISTORY
000450*                      ON ONE FILE.  A CALL OUTSIDE A BRACKET
000460*                      STILL OPENS AND CLOSES PER CALL, SO BATCH
000470*                      CALLERS NEED NO CHANGE.
000472*    10/15/2026  JKM  ADDED THE FIND-USER-SESSION OPERATION ('U')
000474*                      FOR USERADM'S DISABLE, WHICH MUST CLEAR
000476*                      EVERY LIVE SESSION THE ACCOUNT HOLDS.
000480*****************************************************************
000490 
000500 identification division.
000760     88  WS-CLEAR-DONE              value 'Y'.
000770     88  WS-CLEAR-NOT-DONE          value 'N'.
000780
000782 01  WS-FIND-DONE-SW          pic x(01) value 'N'.
000784     88  WS-FIND-DONE               value 'Y'.
000786     88  WS-FIND-NOT-DONE           value 'N'.
000788 
000790*    ------------------------------------------------------------
000800*    BRACKET SWITCH - SET BY THE OPEN-BRACKET OPERATION AND
000810*    CLEARED BY CLOSE-BRACKET.  WHILE HELD, THE DATA OPERATIONS
000950     88  LK-OP-CLEAR                value 'K'.
000960     88  LK-OP-OPEN-BRACKET         value 'O'.
000970     88  LK-OP-CLOSE-BRACKET        value 'Z'.
000972     88  LK-OP-FIND-USER-SESSION    value 'U'.
000980 01  LK-VARNAME               pic x(99).
000990 01  LK-VARVALUE              pic x(99).
001000 01  LK-SESS-STATUS           pic x(02).
001270             perform 3000-put-session-var thru 3000-exit
001280         when LK-OP-CLEAR
001290             perform 4000-clear-session thru 4000-exit
001292         when LK-OP-FIND-USER-SESSION
001294             perform 7000-find-user-session thru 7000-exit
001300         when other
001310             if SESS-VARNAME (1:1) = '_'
001320                 set LK-SESS-REJECTED to true
002460 6000-exit.
002470     exit.
002480
002481*    ------------------------------------------------------------
002482*    7000-FIND-USER-SESSION - POSITIONS PAST EVERY KEY OF THE
002483*    SESSION ID PASSED IN AND READS FORWARD FOR THE NEXT
002484*    '_AUTH_USER' FLAG WHOSE VALUE IS THE USER ID IN LK-VARVALUE.
002485*    THE SESSION FOUND COMES BACK IN LK-SESSION-ID, SO A CALLER
002486*    LOOPS BY PASSING EACH ANSWER BACK IN.
002487*    ------------------------------------------------------------
002488 7000-find-user-session.
002489     set LK-SESS-NOT-FOUND to true.
002490     set WS-FIND-NOT-DONE to true.
002491     move LK-SESSION-ID to SESS-SESSION-ID.
002492     move high-values to SESS-VARNAME.
002493     start SESSION-FILE key > SESS-KEY.
002494     if not WS-SESS-FILE-OK
002495         set WS-FIND-DONE to true
002496     end-if.
002497     perform 7100-check-user-session thru 7100-exit
002498             until WS-FIND-DONE.
002499 7000-exit.
002500     exit.
002501 
002502 7100-check-user-session.
002503     read SESSION-FILE next record.
002504     if not WS-SESS-FILE-OK
002505         set WS-FIND-DONE to true
002506         go to 7100-exit
002507     end-if.
002508     if SESS-VARNAME = '_AUTH_USER'
002509             and SESS-VARVALUE = LK-VARVALUE
002510         move SESS-SESSION-ID to LK-SESSION-ID
002511         set LK-SESS-FOUND to true
002512         set WS-FIND-DONE to true
002513     end-if.
002514 7100-exit.
002515     exit.
002516 
002517 end program sessstor.
