000340*                      EXIST YET (STATUS 35 - NO RENDER HAS EVER
000350*                      RUN) IS EXPLICITLY A CLEAN ZERO-RECORD
000360*                      CUT, NOT A FAILURE.
000362*    10/15/2026  JKM  WIDEN THE ARCHIVE RECORD TO CARRY THE NEW
000364*                      AUDIT-TEMPLATE-VERSION FIELD
000365*                      (AUDITREC.CPY).
000366*    10/15/2026  JKM  WIDEN THE ARCHIVE RECORD AGAIN FOR THE NEW
000368*                      AUDIT-SESSION-ID AND AUDIT-USER-ID FIELDS.
000370*****************************************************************
000380
000390 identification division.
000640     copy AUDITREC.
000650
000660 fd  ARCHIVE-FILE.
000670 01  ARCHIVE-RECORD               pic x(353).
000680
000690 fd  REPORT-FILE
000700     record contains 80 characters.
