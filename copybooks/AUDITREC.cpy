000140*                  ID CARRIES THE RNDRSTAT RENDER-ID SO A FAILED
000150*                  RENDER'S RECORDS CAN BE FOUND AND REPLAYED;
000160*                  RECORDS CUT BEFORE THE FIELD EXISTED READ
000170*                  BACK AS SPACES THERE.  AUDIT-TEMPLATE-VERSION
000171*                  IS THE TMPLTAB VERSION LABEL OF THE TEMPLATE
000172*                  FILE THE RENDER WENT TO, SO A DISPUTE OR
000173*                  TMPLRECN KNOWS WHICH VERSION THE CUSTOMER SAW;
000174*                  IT IS BLANK FOR A ROUTE NOT REGISTERED IN
000175*                  TMPLTAB AND ON OLDER RECORDS.  AUDIT-SESSION-
000176*                  ID AND AUDIT-USER-ID ARE THE SESSION THE RENDER
000177*                  RAN UNDER AND THE USER SIGNED ON TO IT, SO A
000178*                  RENDER INQUIRY CAN ANSWER "WHAT DID THIS USER
000179*                  SEE"; THE USER IS BLANK FOR A RENDER NOBODY
000180*                  WAS SIGNED ON FOR, AND BOTH ARE BLANK ON
000181*                  OLDER RECORDS.
000182*
000190*****************************************************************
000200 01  AUDIT-RECORD.
000210     03  AUDIT-DATE              pic 9(08).
000300     03  AUDIT-VARNAME           pic x(99).
000310     03  AUDIT-VARVALUE          pic x(99).
000320     03  AUDIT-RENDER-ID         pic x(20).
000330     03  AUDIT-TEMPLATE-VERSION  pic x(10).
000340     03  AUDIT-SESSION-ID        pic x(20).
000350     03  AUDIT-USER-ID           pic x(20).
