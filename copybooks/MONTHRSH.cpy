000010*****************************************************************
000020*
000030*    COPYBOOK.     MONTHRSH
000040*    AUTHOR.       JKM
000050*    DATE-WRITTEN. 10/15/2026
000060*
000070*    REMARKS.      ONE ENTRY PER WATCHED CONDITION IN THE MONTHRSH
000080*                  MAINTENANCE FILE, READ BY THE INTRAMON
000090*                  INTRADAY MONITOR ON EVERY PASS.  MT-METRIC
000100*                  NAMES WHAT IS COUNTED AMONG THE RECORDS ADDED
000110*                  SINCE THE LAST PASS; A COUNT AT OR OVER
000120*                  MT-THRESHOLD RAISES AN OPERATOR ALERT (SEE
000130*                  MONALERT.CPY).  MT-ROUTE-NAME IS THE ROUTETAB
000140*                  PROGRAM NAME, AS IN RATELIM, AND '*' IS THE
000150*                  DEFAULT FOR EVERY ROUTE WITHOUT ITS OWN ENTRY.
000160*                  LOCKOUTS ARE NOT PER ROUTE AND ARE ALWAYS
000170*                  COUNTED UNDER '*'.  A ZERO THRESHOLD WATCHES
000180*                  NOTHING.  ONCE A CONDITION HAS ALERTED IT IS
000190*                  NOT ALERTED AGAIN FOR MT-COOLDOWN-MINUTES
000200*                  (ZERO TAKES THE MONITOR'S 60-MINUTE DEFAULT).
000210*
000220*****************************************************************
000230 01  MONITOR-THRESHOLD-RECORD.
000240     03  MT-METRIC               pic x(01).
000250         88  MT-RENDER-FAILURES        value 'F'.
000260         88  MT-VALIDATION-REJECTS     value 'V'.
000270         88  MT-THROTTLE-REFUSALS      value 'T'.
000280         88  MT-LOCKOUTS-TRIPPED       value 'L'.
000290     03  MT-ROUTE-NAME           pic x(30).
000300     03  MT-THRESHOLD            pic 9(05).
000310     03  MT-COOLDOWN-MINUTES     pic 9(04).
