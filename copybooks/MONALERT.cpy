000010*****************************************************************
000020*
000030*    COPYBOOK.     MONALERT
000040*    AUTHOR.       JKM
000050*    DATE-WRITTEN. 10/15/2026
000060*
000070*    REMARKS.      RECORD LAYOUT FOR THE MONALERT OPERATOR ALERT
000080*                  FILE.  INTRAMON APPENDS ONE RECORD PER
000090*                  THRESHOLD BREACH (SEE MONTHRSH.CPY) AND PUTS
000100*                  THE SAME ALERT ON THE CONSOLE.  MA-METRIC
000110*                  TAKES THE MT-METRIC CODES.  THE WINDOW IS THE
000120*                  STRETCH OF THE DAY THE COUNT COVERS - FROM
000130*                  THE LAST PASS TO THIS ONE.
000140*
000150*****************************************************************
000160 01  MONITOR-ALERT-RECORD.
000170     03  MA-DATE                 pic 9(08).
000180     03  MA-TIME                 pic 9(08).
000190     03  MA-METRIC               pic x(01).
000200     03  MA-ROUTE-NAME           pic x(30).
000210     03  MA-COUNT                pic 9(05).
000220     03  MA-THRESHOLD            pic 9(05).
000230     03  MA-WINDOW-START-DATE    pic 9(08).
000240     03  MA-WINDOW-START-TIME    pic 9(08).
000250     03  MA-ALERT-TEXT           pic x(40).
