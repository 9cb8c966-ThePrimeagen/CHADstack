000010*****************************************************************
000020*
000030*    COPYBOOK.     RTESLA
000040*    AUTHOR.       JKM
000050*    DATE-WRITTEN. 10/15/2026
000060*
000070*    REMARKS.      ONE ENTRY PER ROUTE IN THE RTESLA RESPONSE-
000080*                  TIME TARGET MAINTENANCE FILE, READ BY THE
000090*                  RTEMON MONTH-END REPORT.  A DAY MISSES ITS
000100*                  TARGET WHEN THE ROUTE'S AVERAGE ELAPSED TIME
000110*                  IS OVER SL-AVG-TARGET-SEC OR ITS WORST RENDER
000120*                  IS OVER SL-MAX-TARGET-SEC; A ZERO TARGET IS
000130*                  NOT CHECKED.  AS IN RATELIM, AN ENTRY WHOSE
000140*                  ROUTE NAME IS '*' IS THE DEFAULT FOR EVERY
000150*                  ROUTE WITHOUT ITS OWN ENTRY; A ROUTE WITH
000160*                  NEITHER HAS NO TARGET TO MISS.
000170*
000180*****************************************************************
000190 01  ROUTE-SLA-RECORD.
000200     03  SL-ROUTE-NAME           pic x(30).
000210     03  SL-AVG-TARGET-SEC       pic 9(05)v99.
000220     03  SL-MAX-TARGET-SEC       pic 9(05)v99.
