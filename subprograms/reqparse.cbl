000450*                      VALUE - THE TWO-RECEIVER UNSTRING WAS
000460*                      SILENTLY DROPPING EVERYTHING PAST A
000470*                      SECOND '='.
000472*    10/15/2026  JKM  TAKE THE CALLER'S SESSION ID AND PASS IT ON
000474*                      TO VALVARS FOR ITS BAD-DATA LOG.
000480*****************************************************************
000490
000500 identification division.
000960
000970 linkage section.
000980 01  LK-ROUTE-NAME            pic x(30).
000982 01  LK-SESSION-ID            pic x(20).
000990 01  LK-REQUEST-INPUT         pic x(1024).
001000 copy THEVARS.
001010 01  LK-VAR-MAX-COUNT         pic 9(04) comp.
001030     88  LK-PARSE-PASSED            value '00'.
001040     88  LK-PARSE-FAILED            value '04'.
001050
001060 procedure division using LK-ROUTE-NAME LK-SESSION-ID
001070             LK-REQUEST-INPUT THE-VARS-CONTROL THE-VARS
001080             LK-VAR-MAX-COUNT LK-PARSE-STATUS.
001090
001100 0000-main-logic.
001110     move '00' to LK-PARSE-STATUS.
001190         goback
001200     end-if.
001210     move '00' to WS-VALIDATION-STATUS.
001220     call 'valvars' using LK-ROUTE-NAME LK-SESSION-ID
001230             WS-STAGE-CONTROL WS-STAGE-VARS WS-VALIDATION-STATUS.
001240     if WS-VALIDATION-FAILED
001250         set LK-PARSE-FAILED to true
001260         goback
