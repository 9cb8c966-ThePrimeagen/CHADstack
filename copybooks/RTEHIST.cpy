000010*****************************************************************
000020*
000030*    COPYBOOK.     RTEHIST
000040*    AUTHOR.       JKM
000050*    DATE-WRITTEN. 10/15/2026
000060*
000070*    REMARKS.      RECORD LAYOUT FOR THE RTEHIST DAILY ROUTE
000080*                  HISTORY FILE.  THE NIGHTLY RTEDAY STEP
000090*                  APPENDS ONE RECORD PER ROUTE THAT SAW ANY
000100*                  TRAFFIC ON THE RUN DATE; THE RTEMON MONTH-END
000110*                  REPORT READS IT BACK, SO A MONTH'S FIGURES NO
000120*                  LONGER MEAN PULLING THIRTY AUDITDAY AND RNDRDAY
000130*                  GENERATIONS.  RENDER COUNTS ARE BY START DATE:
000140*                  RH-ABANDONED IS RENDERS STILL IN-PROGRESS WHEN
000150*                  THE STEP RAN.  ELAPSED TIMES ARE OVER THE
000160*                  COMPLETED RENDERS, IN CENTISECONDS.  A RERUN
000170*                  FOR THE SAME DATE APPENDS FRESH RECORDS; LIKE
000180*                  WHSCTL, THE NEWEST RECORD FOR A ROUTE AND
000190*                  DATE IS THE ONE THAT COUNTS.
000200*
000210*****************************************************************
000220 01  ROUTE-HISTORY-RECORD.
000230     03  RH-DATE                 pic 9(08).
000240     03  RH-ROUTE-NAME           pic x(30).
000250     03  RH-RENDERS              pic 9(09).
000260     03  RH-COMPLETED            pic 9(09).
000270     03  RH-FAILURES             pic 9(09).
000280     03  RH-ABANDONED            pic 9(09).
000290     03  RH-AVG-ELAPSED-CS       pic 9(09).
000300     03  RH-MAX-ELAPSED-CS       pic 9(09).
000310     03  RH-VAL-REJECTS          pic 9(09).
000320     03  RH-THROTTLED            pic 9(09).
000330     03  RH-WRITTEN-DATE         pic 9(08).
000340     03  RH-WRITTEN-TIME         pic 9(08).
