000010*****************************************************************
000020*
000030*    PROGRAM-ID.   TMPLVER
000040*    AUTHOR.       JKM
000050*    INSTALLATION. CHADSTACK DATA PROCESSING
000060*    DATE-WRITTEN. 10/15/2026
000070*
000080*    REMARKS.      TEMPLATE-FILE VERIFICATION.  READS THE NAMED
000090*                  .COW TEMPLATE FILE, RUNS THE SAME ROLLING
000100*                  CHECKSUM RNDRCAP TAKES OVER A RENDERED PAGE -
000110*                  EACH LINE MEASURED TO ITS TRAILING SPACES,
000120*                  EVERY BYTE ROLLED IN, THE LINE BREAK COUNTED
000130*                  AS ONE BYTE - AND COMPARES THE RESULT WITH THE
000140*                  CHECKSUM REGISTERED FOR IT IN TMPLTAB.  CALLED
000150*                  BY EVERY ROUTE PROGRAM BEFORE IT RENDERS A
000160*                  REGISTERED TEMPLATE, AND BY THE TMPLCHK
000170*                  PRE-PROMOTION CHECK.  RETURNS:
000180*                    '00' - FILE MATCHES THE REGISTERED CHECKSUM,
000190*                    '04' - FILE MISSING OR UNREADABLE,
000200*                    '08' - FILE READ BUT THE CHECKSUM DIFFERS.
000210*                  THE CHECKSUM ACTUALLY TAKEN COMES BACK EITHER
000220*                  WAY, SO OPERATIONS CAN REGISTER A NEW FILE
000230*                  FROM THE TMPLCHK REPORT.
000240*
000250*****************************************************************
000260*    MODIFICATION HISTORY
000270*    ------------------------------------------------------------
000280*    10/15/2026  JKM  ORIGINAL VERSION.
000290*****************************************************************
000300
000310 identification division.
000320 program-id. tmplver.
000330 author. jkm.
000340 installation. chadstack data processing.
000350 date-written. 10/15/2026.
000360
000370 environment division.
000380 input-output section.
000390 file-control.
000400     select TEMPLATE-FILE assign to WS-TEMPLATE-FILE-NAME
000410         organization is line sequential
000420         file status is WS-TEMPLATE-FILE-STATUS.
000430
000440 data division.
000450 file section.
000460 fd  TEMPLATE-FILE
000470     record contains 512 characters.
000480 01  TEMPLATE-LINE                pic x(512).
000490
000500 working-storage section.
000510 01  WS-TEMPLATE-FILE-STATUS  pic x(02) value '00'.
000520     88  WS-TEMPLATE-FILE-OK        value '00'.
000530     88  WS-TEMPLATE-FILE-EOF       value '10'.
000540
000550*    ------------------------------------------------------------
000560*    THE TEMPLATE FILE IS ASSIGNED THROUGH THIS NAME FIELD, SET
000570*    FROM THE CALLER'S TEMPLATE NAME BEFORE THE OPEN.
000580*    ------------------------------------------------------------
000590 01  WS-TEMPLATE-FILE-NAME    pic x(64).
000600
000610*    ------------------------------------------------------------
000620*    CHECKSUM WORK FIELDS - THE SAME MODULUS AND ROLL AS RNDRCAP,
000630*    SO ONE ALGORITHM MEASURES BOTH WHAT WENT OUT AND WHAT IT
000640*    WAS RENDERED FROM.
000650*    ------------------------------------------------------------
000660 77  WS-CHECKSUM-MODULUS      pic 9(09) comp value 999999937.
000670
000680 01  WS-VERIFY-WORK-FIELDS.
000690     03  WS-LINE-LEN           pic 9(04) comp.
000700     03  WS-LEN-SUB            pic 9(04) comp.
000710     03  WS-BYTE-SUB           pic 9(04) comp.
000720     03  WS-BYTE-ORD           pic 9(04) comp.
000730     03  WS-CHECKSUM           pic 9(18) comp.
000740
000750 linkage section.
000760 01  LK-TEMPLATE-NAME         pic x(30).
000770 01  LK-EXPECTED-CHECKSUM     pic 9(09).
000780 01  LK-ACTUAL-CHECKSUM       pic 9(09).
000790 01  LK-VERIFY-STATUS         pic x(02).
000800     88  LK-VERIFY-MATCHED          value '00'.
000810     88  LK-VERIFY-NOT-FOUND        value '04'.
000820     88  LK-VERIFY-MISMATCH         value '08'.
000830
000840 procedure division using LK-TEMPLATE-NAME LK-EXPECTED-CHECKSUM
000850             LK-ACTUAL-CHECKSUM LK-VERIFY-STATUS.
000860
000870 0000-main-logic.
000880     move zero to LK-ACTUAL-CHECKSUM.
000890     move zero to WS-CHECKSUM.
000900     set LK-VERIFY-NOT-FOUND to true.
000910     if LK-TEMPLATE-NAME = spaces
000920         goback
000930     end-if.
000940     move spaces to WS-TEMPLATE-FILE-NAME.
000950     move LK-TEMPLATE-NAME to WS-TEMPLATE-FILE-NAME.
000960     open input TEMPLATE-FILE.
000970     if not WS-TEMPLATE-FILE-OK
000980         goback
000990     end-if.
001000     perform 1000-read-template-line thru 1000-exit.
001010     perform 2000-measure-template-line thru 2000-exit
001020             until WS-TEMPLATE-FILE-EOF.
001030     close TEMPLATE-FILE.
001040     move WS-CHECKSUM to LK-ACTUAL-CHECKSUM.
001050     if LK-ACTUAL-CHECKSUM = LK-EXPECTED-CHECKSUM
001060         set LK-VERIFY-MATCHED to true
001070     else
001080         set LK-VERIFY-MISMATCH to true
001090     end-if.
001100     goback.
001110 0000-exit.
001120     exit.
001130
001140 1000-read-template-line.
001150     read TEMPLATE-FILE.
001160 1000-exit.
001170     exit.
001180
001190*    ------------------------------------------------------------
001200*    2000-MEASURE-TEMPLATE-LINE - MEASURES THE LINE TO ITS
001210*    TRAILING SPACES, ROLLS EVERY BYTE INTO THE CHECKSUM, AND
001220*    ROLLS THE LINE BREAK IN AS ONE BYTE, EXACTLY AS RNDRCAP
001230*    DOES FOR A RENDERED PAGE.
001240*    ------------------------------------------------------------
001250 2000-measure-template-line.
001260     move zero to WS-LINE-LEN.
001270     perform 2100-measure-line-end thru 2100-exit
001280             varying WS-LEN-SUB from 512 by -1
001290             until WS-LEN-SUB < 1
001300                or WS-LINE-LEN > zero.
001310     if WS-LINE-LEN > zero
001320         perform 2200-roll-one-byte thru 2200-exit
001330                 varying WS-BYTE-SUB from 1 by 1
001340                 until WS-BYTE-SUB > WS-LINE-LEN
001350     end-if.
001360     compute WS-CHECKSUM = function mod
001370             (WS-CHECKSUM * 31 + 10, WS-CHECKSUM-MODULUS).
001380     perform 1000-read-template-line thru 1000-exit.
001390 2000-exit.
001400     exit.
001410
001420 2100-measure-line-end.
001430     if TEMPLATE-LINE (WS-LEN-SUB:1) not = space
001440         move WS-LEN-SUB to WS-LINE-LEN
001450     end-if.
001460 2100-exit.
001470     exit.
001480
001490 2200-roll-one-byte.
001500     compute WS-BYTE-ORD = function ord
001510             (TEMPLATE-LINE (WS-BYTE-SUB:1)).
001520     compute WS-CHECKSUM = function mod
001530             (WS-CHECKSUM * 31 + WS-BYTE-ORD,
001540                 WS-CHECKSUM-MODULUS).
001550 2200-exit.
001560     exit.
001570
001580 end program tmplver.
