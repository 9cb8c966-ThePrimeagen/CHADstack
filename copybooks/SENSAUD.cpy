000010*****************************************************************
000020*
000030*    COPYBOOK.     SENSAUD
000040*    AUTHOR.       JKM
000050*    DATE-WRITTEN. 10/15/2026
000060*
000070*    REMARKS.      RECORD LAYOUT FOR THE SENSAUD RESTRICTED
000080*                  STORE, KEYED BY RENDER-ID AND VARIABLE
000090*                  SEQUENCE.  AUDITLOG WRITES THE CLEAR VALUE OF
000100*                  EVERY VARIABLE IT MASKED, UNDER THE SAME KEY
000110*                  AS THE MASKED AUDIT RECORD, SO RENDRPLY CAN
000120*                  STILL REBUILD THE CUSTOMER'S INPUT.  ACCESS TO
000130*                  THE DATASET IS LIMITED TO THE ONLINE REGION
000140*                  AND THE REPLAY AND RETENTION JOBS; NOTHING
000150*                  ELSE OPENS IT.  A REPLAY REWRITES THE SAME
000160*                  KEYS.  RNDRARC DELETES A RENDER'S ENTRIES
000170*                  WHEN IT AGES THE RENDER OUT OF RNDRSTAT, SO A
000180*                  CLEAR VALUE LIVES ONLY AS LONG AS ITS RENDER
000190*                  CAN STILL BE REPLAYED.
000200*
000210*****************************************************************
000220 01  SENS-AUDIT-RECORD.
000230     03  SX-KEY.
000240         05  SX-RENDER-ID        pic x(20).
000250         05  SX-VAR-SEQ          pic 9(04).
000260     03  SX-DATE                 pic 9(08).
000270     03  SX-TIME                 pic 9(08).
000280     03  SX-VARNAME              pic x(99).
000290     03  SX-VARVALUE             pic x(99).
