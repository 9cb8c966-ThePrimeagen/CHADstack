000080*                  AT STARTUP BY ROUTEDSP FROM THE ROUTETAB
000090*                  MAINTENANCE FILE SO OPERATIONS CAN ADD OR
000100*                  RETIRE A ROUTE WITHOUT A RECOMPILE.
000101*                  RT-AVAIL-STATUS 'M' TAKES A ROUTE DOWN FOR
000102*                  MAINTENANCE WITHOUT PULLING ITS ENTRY: ROUTEDSP
000103*                  STILL MATCHES THE PATH BUT REFUSES THE REQUEST
000104*                  WITH THE ERRCODES 4003 "DOWN FOR MAINTENANCE"
000105*                  PAGE WHILE THE WINDOW IS OPEN.  THE WINDOW IS
000106*                  RT-MAINT-START TO RT-MAINT-END, EACH A
000107*                  YYYYMMDD DATE AND HHMM TIME; A BLANK START
000108*                  MEANS FROM NOW, A BLANK END MEANS UNTIL THE
000109*                  STATUS IS SET BACK.  'A' (OR BLANK, AS ON AN
000110*                  ENTRY CUT BEFORE THE FIELDS EXISTED) IS
000111*                  AVAILABLE.  ROUTECHK VALIDATES ALL OF IT.
000112*
000120*****************************************************************
000130 01  ROUTE-TABLE-RECORD.
000140     03  RT-URL-PATH             pic x(60).
000160     03  RT-AUTH-REQUIRED-SW     pic x(01).
000170         88  RT-AUTH-IS-REQUIRED       value 'Y'.
000180         88  RT-AUTH-NOT-REQUIRED      value 'N'.
000190     03  RT-AVAIL-STATUS         pic x(01).
000200         88  RT-AVAIL-OPEN             value 'A' ' '.
000210         88  RT-AVAIL-MAINTENANCE      value 'M'.
000220         88  RT-AVAIL-STATUS-VALID     value 'A' ' ' 'M'.
000230     03  RT-MAINT-START.
000240         05  RT-MAINT-START-DATE     pic x(08).
000250         05  RT-MAINT-START-TIME     pic x(04).
000260     03  RT-MAINT-END.
000270         05  RT-MAINT-END-DATE       pic x(08).
000280         05  RT-MAINT-END-TIME       pic x(04).
