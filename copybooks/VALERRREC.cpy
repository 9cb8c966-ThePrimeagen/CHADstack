000080*                  ONE RECORD IS WRITTEN FOR EVERY COW-VARNAME/
000090*                  COW-VARVALUE PAIR THAT FAILS CONTENT
000100*                  VALIDATION BEFORE IT WOULD OTHERWISE HAVE
000110*                  REACHED COWTEMPLATE.  VALERR-SESSION-ID IS THE
000112*                  SESSION THE REQUEST CAME IN UNDER, SO A RENDER
000114*                  INQUIRY CAN SHOW A SESSION'S REJECTS; IT IS
000116*                  BLANK ON OLDER RECORDS.
000120*
000130*****************************************************************
000140 01  VALERR-RECORD.
000180     03  VALERR-ERROR-CODE        pic x(04).
000190     03  VALERR-VARNAME           pic x(99).
000200     03  VALERR-VARVALUE          pic x(99).
000210     03  VALERR-SESSION-ID        pic x(20).
