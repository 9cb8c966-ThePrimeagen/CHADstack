000010*****************************************************************
000020*
000030*    COPYBOOK.     UMLOGREC
000040*    AUTHOR.       JKM
000050*    DATE-WRITTEN. 10/15/2026
000060*
000070*    REMARKS.      RECORD LAYOUT FOR THE USERMLOG USER-MASTER
000080*                  MAINTENANCE LOG.  ONE RECORD IS APPENDED BY
000090*                  THE USERADM ROUTE FOR EVERY CHANGE IT WRITES
000100*                  TO USERMAST - ADD, GRANT, REVOKE, DISABLE,
000110*                  ENABLE - AND ONLY AFTER THE WRITE-BACK WENT
000120*                  CLEAN, SO THE LOG NEVER SHOWS A CHANGE THE
000130*                  MASTER DOES NOT HOLD.  THE BEFORE AND AFTER
000140*                  IMAGES ARE WHOLE USERMAST RECORDS (SEE
000150*                  USERMAST.CPY) WITH THE SALT, THE HASH, AND THE
000160*                  CREDENTIAL HISTORY BLANKED - ONLY THE '$H1$'
000170*                  MARK IS KEPT, TO SHOW A CREDENTIAL WAS SET.
000180*                  AN ADD HAS A BLANK BEFORE IMAGE.  UML-SESSIONS
000190*                  IS HOW MANY LIVE SESSIONS OF THE TARGET USER
000200*                  THE CHANGE REACHED: CLEARED FOR A DISABLE,
000210*                  STRIPPED OF THE ROUTE FLAG FOR A REVOKE.
000220*
000230*****************************************************************
000240 01  USER-MAINT-RECORD.
000250     03  UML-DATE                pic 9(08).
000260     03  UML-TIME                pic 9(08).
000270     03  UML-ADMIN-USER-ID       pic x(20).
000280     03  UML-SESSION-ID          pic x(20).
000290     03  UML-ACTION              pic x(08).
000300         88  UML-ACTION-ADD            value 'ADD'.
000310         88  UML-ACTION-GRANT          value 'GRANT'.
000320         88  UML-ACTION-REVOKE         value 'REVOKE'.
000330         88  UML-ACTION-DISABLE        value 'DISABLE'.
000340         88  UML-ACTION-ENABLE         value 'ENABLE'.
000350     03  UML-TARGET-USER-ID      pic x(20).
000360     03  UML-ROUTE-NAME          pic x(30).
000370     03  UML-SESSIONS            pic 9(04).
000380     03  UML-BEFORE-IMAGE        pic x(569).
000390     03  UML-AFTER-IMAGE         pic x(569).
