000010*****************************************************************
000020*
000030*    COPYBOOK.     TMPLTAB
000040*    AUTHOR.       JKM
000050*    DATE-WRITTEN. 10/15/2026
000060*
000070*    REMARKS.      ONE ENTRY PER ROUTE IN THE TMPLTAB TEMPLATE
000080*                  REGISTRY MAINTENANCE FILE, READ AT DISPATCH BY
000090*                  ROUTEDSP LIKE ROUTETAB AND RATELIM.  NAMES THE
000100*                  .COW FILE THE ROUTE RENDERS, A VERSION LABEL
000110*                  FOR THE AUDIT TRAIL, AND THE CHECKSUM THE FILE
000120*                  ON DISK MUST CARRY - THE SAME ROLLING SUM
000130*                  RNDRCAP TAKES OVER A RENDERED PAGE (SEE
000140*                  TMPLVER), SO A NEW PAGE DESIGN ROLLS OUT, OR
000150*                  BACK, WITH A MAINTENANCE CHANGE INSTEAD OF A
000160*                  RECOMPILE.  TT-ROUTE-NAME IS THE ROUTETAB
000170*                  PROGRAM NAME, AS IN RATELIM.  A ROUTE WITH NO
000180*                  ENTRY RENDERS ITS OWN BUILT-IN TEMPLATE,
000190*                  UNVERIFIED.  TMPLCHK CHECKS A CANDIDATE COPY
000200*                  BEFORE IT GOES LIVE.
000210*
000220*****************************************************************
000230 01  TEMPLATE-REG-RECORD.
000240     03  TT-ROUTE-NAME           pic x(30).
000250     03  TT-TEMPLATE-NAME        pic x(30).
000260     03  TT-TEMPLATE-VERSION     pic x(10).
000270     03  TT-CHECKSUM             pic 9(09).
000280     03  TT-CHECKSUM-X redefines TT-CHECKSUM
000290                                 pic x(09).
