000010*****************************************************************
000020*
000030*    COPYBOOK.     SENSVAR
000040*    AUTHOR.       JKM
000050*    DATE-WRITTEN. 10/15/2026
000060*
000070*    REMARKS.      ONE ENTRY PER SENSITIVE VARIABLE NAME IN THE
000080*                  SENSVAR MAINTENANCE FILE, READ BY SENSMASK ON
000090*                  ITS FIRST CALL.  A VARIABLE WHOSE NAME MATCHES
000100*                  AN ENTRY - EXACTLY ('E' OR BLANK) OR BY
000110*                  LEADING CHARACTERS ('P') - HAS ITS VALUE
000120*                  MASKED (SEE MASKVAL.CPY) BEFORE IT IS WRITTEN
000130*                  TO AUDITLOG OR VALVARLG OR PRINTED BY A REPORT,
000140*                  SO DATA PRIVACY CAN ADD A FIELD WITH A
000150*                  MAINTENANCE CHANGE INSTEAD OF A RECOMPILE.
000160*                  NAMES MATCH REGARDLESS OF CASE.  SV-KEEP-LAST
000170*                  IS HOW MANY TRAILING CHARACTERS THE MASK MAY
000180*                  SHOW (0-8); THEY ARE ONLY SHOWN WHEN THE VALUE
000190*                  IS MORE THAN TWICE THAT LONG, SO A SHORT PIN
000200*                  OR CODE IS NEVER SHOWN WHOLE.  A MISSING FILE
000210*                  MASKS NOTHING.
000220*
000230*****************************************************************
000240 01  SENS-VAR-RECORD.
000250     03  SV-VARNAME              pic x(30).
000260     03  SV-MATCH-TYPE           pic x(01).
000270         88  SV-MATCH-EXACT            value 'E' ' '.
000280         88  SV-MATCH-PREFIX           value 'P'.
000290     03  SV-KEEP-LAST            pic 9(01).
