000010*****************************************************************
000020*
000030*    COPYBOOK.     MONSTATE
000040*    AUTHOR.       JKM
000050*    DATE-WRITTEN. 10/15/2026
000060*
000070*    REMARKS.      RECORD LAYOUT FOR THE MONSTATE FILE INTRAMON
000080*                  CARRIES FROM ONE PASS TO THE NEXT, REWRITTEN
000090*                  WHOLE AT THE END OF EVERY PASS.  ONE 'P'
000100*                  RECORD HOLDS WHEN THE LAST PASS RAN AND HOW
000110*                  MANY RECORDS OF EACH RUNNING LOG IT HAD READ,
000120*                  SO THE NEXT PASS SKIPS STRAIGHT TO THE NEW
000130*                  ONES.  ONE 'C' RECORD PER CONDITION STILL IN
000140*                  ITS COOL-DOWN HOLDS WHEN IT LAST ALERTED.  A
000150*                  MISSING FILE STARTS THE DAY FRESH FROM
000160*                  MIDNIGHT.
000170*
000180*****************************************************************
000190 01  MONITOR-STATE-RECORD.
000200     03  MS-RECORD-TYPE          pic x(01).
000210         88  MS-PASS-RECORD            value 'P'.
000220         88  MS-COOLDOWN-RECORD        value 'C'.
000230     03  MS-PASS-DATA.
000240         05  MS-LAST-PASS-DATE   pic 9(08).
000250         05  MS-LAST-PASS-TIME   pic 9(08).
000260         05  MS-VALVARLG-POS     pic 9(09).
000270         05  MS-RATEREJLG-POS    pic 9(09).
000280         05  MS-SIGNACT-POS      pic 9(09).
000290         05  filler              pic x(04).
000300     03  MS-COOLDOWN-DATA redefines MS-PASS-DATA.
000310         05  MS-METRIC           pic x(01).
000320         05  MS-ROUTE-NAME       pic x(30).
000330         05  MS-ALERT-DATE       pic 9(08).
000340         05  MS-ALERT-TIME       pic 9(08).
