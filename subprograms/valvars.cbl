000320*                      OPENING AND CLOSING IT FOR EVERY BAD PAIR.
000330*                      ALSO NOW TAKES THE-VARS-CONTROL ALONGSIDE
000340*                      THE-VARS (SEE THEVARS.CPY).
000341*    10/15/2026  JKM  TAKE THE CALLER'S SESSION ID AND CARRY IT ON
000342*                      EVERY BAD-DATA RECORD (SEE VALERRREC.CPY),
000343*                      SO A RENDER INQUIRY CAN SHOW A SESSION'S
000344*                      REJECTS.
000345*    10/15/2026  JKM  MASK THE LOGGED VALUE OF A VARIABLE NAMED IN
000346*                      THE SENSVAR REGISTRY (SEE SENSMASK) - A
000347*                      REJECTED ACCOUNT NUMBER IS STILL AN ACCOUNT
000348*                      NUMBER.
000350*****************************************************************
000360 
000370 identification division.
000940     03  WS-FIELD-BAD-SW      pic x(01) value 'N'.
000950         88  WS-FIELD-IS-BAD        value 'Y'.
000960         88  WS-FIELD-IS-OK         value 'N'.
000962     03  WS-MASK-STATUS       pic x(02).
000970     03  WS-VALERR-FILE-OPEN-SW   pic x(01) value 'N'.
000980         88  WS-VALERR-FILE-IS-OPEN     value 'Y'.
000990         88  WS-VALERR-FILE-NOT-OPEN    value 'N'.
001000 
001010 linkage section.
001020 01  LK-ROUTE-NAME            pic x(30).
001022 01  LK-SESSION-ID            pic x(20).
001030 copy THEVARS.
001040 01  LK-VALIDATION-STATUS     pic x(02).
001050     88  LK-VALIDATION-PASSED       value '00'.
001060     88  LK-VALIDATION-FAILED       value '04'.
001070 
001080 procedure division using LK-ROUTE-NAME LK-SESSION-ID
001090             THE-VARS-CONTROL THE-VARS LK-VALIDATION-STATUS.
001100 
001110 0000-main-logic.
001120     move '00' to LK-VALIDATION-STATUS.
001970     move ERR-STATUS-CODE to VALERR-ERROR-CODE.
001980     move COW-varname (COW-VAR-IDX)  to VALERR-VARNAME.
001990     move COW-varvalue (COW-VAR-IDX) to VALERR-VARVALUE.
001992     call 'sensmask' using VALERR-VARNAME VALERR-VARVALUE
001994             WS-MASK-STATUS.
001996     move LK-SESSION-ID to VALERR-SESSION-ID.
002000     write VALERR-RECORD.
002010 4000-exit.
002020     exit.
