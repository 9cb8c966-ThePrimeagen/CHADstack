000010*****************************************************************
000020*
000030*    COPYBOOK.     STEPCKPT
000040*    AUTHOR.       JKM
000050*    DATE-WRITTEN. 10/15/2026
000060*
000070*    REMARKS.      RECORD LAYOUT FOR THE STEPCKPT NIGHTLY
000080*                  CHECKPOINT LOG.  THE JOBSTRM DRIVER APPENDS
000090*                  ONE RECORD AS EACH STEP FINISHES OR IS HELD,
000100*                  CLOSING THE FILE AFTER EVERY WRITE SO THE LOG
000110*                  SURVIVES AN ABEND IN A LATER STEP.  A RERUN
000120*                  FOR THE SAME RUN DATE SKIPS EVERY STEP WHOSE
000130*                  NEWEST RECORD FOR THAT DATE IS COMPLETE AND
000140*                  RUNS THE REST, LIKE WHSCTL THE NEWEST RECORD
000150*                  FOR A DATE AND STEP IS THE ONE THAT COUNTS.
000160*                  CK-ELAPSED IS IN HUNDREDTHS OF A SECOND.
000170*
000180*****************************************************************
000190 01  STEP-CHECKPOINT-RECORD.
000200     03  CK-RUN-DATE             pic 9(08).
000210     03  CK-STEP-NAME            pic x(10).
000220     03  CK-PROGRAM-NAME         pic x(30).
000230     03  CK-STATUS               pic x(01).
000240         88  CK-STEP-COMPLETE          value 'C'.
000250         88  CK-STEP-FAILED            value 'F'.
000260         88  CK-STEP-HELD              value 'H'.
000270     03  CK-RETURN-CODE          pic 9(04).
000280     03  CK-START-DATE           pic 9(08).
000290     03  CK-START-TIME           pic 9(08).
000300     03  CK-END-DATE             pic 9(08).
000310     03  CK-END-TIME             pic 9(08).
000320     03  CK-ELAPSED              pic 9(09).
