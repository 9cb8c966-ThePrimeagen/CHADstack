000010*****************************************************************
000020*
000030*    COPYBOOK.     STEPCTL
000040*    AUTHOR.       JKM
000050*    DATE-WRITTEN. 10/15/2026
000060*
000070*    REMARKS.      RECORD LAYOUT FOR THE STEPCTL NIGHTLY
000080*                  STEP-CONTROL FILE READ BY THE JOBSTRM DRIVER.
000090*                  ONE RECORD PER STEP, IN THE ORDER THE STEPS
000100*                  RUN.  SC-PROGRAM-NAME IS THE PROGRAM-ID THE
000110*                  DRIVER CALLS, AS ROUTETAB NAMES A ROUTE.
000120*                  SC-PARM-STYLE SAYS WHICH LINKAGE THE PROGRAM
000130*                  TAKES:
000140*                    BLANK  NONE (AUDITARC, CAPTARC)
000150*                    'D '   RUN DATE (AUDITEXT, USAGERPT,
000160*                           TMPLRECN, RTEDAY, RTEMON)
000170*                    'DN'   RUN DATE AND A 9(04) THRESHOLD
000180*                           (RNDRBAL, PERFRPT, EXCPRPT,
000190*                           SIGNRPT)
000200*                    'DF'   RUN DATE AND A ONE-BYTE FLAG
000210*                           (WHSACKCK)
000220*                    'N '   ONE 9(04) (RNDRARC, SESSPURGE)
000230*                    'NN'   TWO 9(04) (CREDRPT)
000240*                  A ZERO SC-RUN-DATE TAKES THE STREAM'S RUN
000250*                  DATE.  SC-DEPENDS-ON NAMES UP TO FIVE EARLIER
000260*                  STEPS THAT MUST HAVE COMPLETED FOR THIS ONE
000270*                  TO RUN; A STEP "COMPLETES" WHEN ITS RETURN
000280*                  CODE IS BELOW ITS SC-HOLD-RC (ZERO TAKES 8).
000290*                  A STEP WHOSE DEPENDENCY FAILED OR WAS ITSELF
000300*                  HELD IS HELD - AUDITARC'S RC 8 HOLDS
000310*                  RNDRBAL, AUDITEXT, USAGERPT, AND TMPLRECN,
000320*                  AND RNDRBAL'S RC 8 HOLDS AUDITEXT.  RTEDAY
000330*                  READS THE LIVE RNDRSTAT, SO RNDRARC SHOULD
000340*                  NAME IT IN SC-DEPENDS-ON.
000350*
000360*****************************************************************
000370 01  STEP-CONTROL-RECORD.
000380     03  SC-STEP-NAME            pic x(10).
000390     03  SC-PROGRAM-NAME         pic x(30).
000400     03  SC-PARM-STYLE           pic x(02).
000410         88  SC-PARMS-NONE             value spaces.
000420         88  SC-PARMS-DATE             value 'D '.
000430         88  SC-PARMS-DATE-NUM         value 'DN'.
000440         88  SC-PARMS-DATE-FLAG        value 'DF'.
000450         88  SC-PARMS-NUM              value 'N '.
000460         88  SC-PARMS-NUM-NUM          value 'NN'.
000470         88  SC-PARM-STYLE-VALID       value spaces 'D ' 'DN'
000480                                             'DF' 'N ' 'NN'.
000490     03  SC-RUN-DATE             pic 9(08).
000500     03  SC-PARM-1               pic 9(04).
000510     03  SC-PARM-2               pic 9(04).
000520     03  SC-PARM-FLAG            pic x(01).
000530     03  SC-HOLD-RC              pic 9(04).
000540     03  SC-DEPENDS-ON           pic x(10) occurs 5 times.
