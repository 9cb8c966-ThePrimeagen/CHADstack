000010*****************************************************************
000020*
000030*    PROGRAM-ID.   SENSMASK
000040*    AUTHOR.       JKM
000050*    INSTALLATION. CHADSTACK DATA PROCESSING
000060*    DATE-WRITTEN. 10/15/2026
000070*
000080*    REMARKS.      MASKS ONE VARIABLE'S VALUE IN PLACE WHEN ITS
000090*                  NAME IS IN THE SENSVAR SENSITIVE-VARIABLE
000100*                  REGISTRY (SEE SENSVAR.CPY).  CALLED BY
000110*                  AUDITLOG AND VALVARS BEFORE A VALUE IS WRITTEN
000120*                  AND BY ANY REPORT THAT PRINTS ONE, SO ACCOUNT
000130*                  NUMBERS AND THE LIKE NEVER SIT IN CLEAR TEXT
000140*                  IN THE TRAILS THE SHOP AND THE WAREHOUSE READ.
000150*                  THE MASKED FORM KEEPS ONLY THE LENGTH AND AT
000160*                  MOST THE LAST FEW CHARACTERS (SEE MASKVAL.CPY).
000170*                  A VALUE ALREADY MASKED IS LEFT AS IT IS AND
000180*                  STILL REPORTED MASKED.  THE REGISTRY IS READ
000190*                  ONCE, ON THE FIRST CALL IN THE RUN UNIT.
000200*                  LK-MASK-STATUS IS '04' WHEN THE VALUE IS (NOW)
000210*                  MASKED, '00' WHEN IT WAS LEFT CLEAR.
000220*
000230*****************************************************************
000240*    MODIFICATION HISTORY
000250*    ------------------------------------------------------------
000260*    10/15/2026  JKM  ORIGINAL VERSION.
000270*****************************************************************
000280
000290 identification division.
000300 program-id. sensmask.
000310 author. jkm.
000320 installation. chadstack data processing.
000330 date-written. 10/15/2026.
000340
000350 environment division.
000360 input-output section.
000370 file-control.
000380     select SENS-VAR-FILE assign to SENSVAR
000390         organization is line sequential
000400         file status is WS-SENSVAR-FILE-STATUS.
000410
000420 data division.
000430 file section.
000440 fd  SENS-VAR-FILE.
000450     copy SENSVAR.
000460
000470 working-storage section.
000480 01  WS-SENSVAR-FILE-STATUS   pic x(02) value '00'.
000490     88  WS-SENSVAR-FILE-OK         value '00'.
000500     88  WS-SENSVAR-FILE-EOF        value '10'.
000510
000520 01  WS-REGISTRY-LOADED-SW    pic x(01) value 'N'.
000530     88  WS-REGISTRY-LOADED         value 'Y'.
000540     88  WS-REGISTRY-NOT-LOADED     value 'N'.
000550
000560 copy MASKVAL.
000570
000580*    ------------------------------------------------------------
000590*    SENSITIVE-NAME TABLE, LOADED FROM THE SENSVAR MAINTENANCE
000600*    FILE ON THE FIRST CALL.  NAMES ARE HELD IN UPPER CASE WITH
000610*    THEIR LENGTH, FOR THE PREFIX COMPARE.
000620*    ------------------------------------------------------------
000630 77  WS-SENS-MAX-COUNT        pic 9(04) comp value 999.
000640
000650 01  WS-SENS-TABLE-AREA.
000660     03  WS-SENS-COUNT        pic 9(04) comp value zero.
000670     03  WS-SENS-ENTRY occurs 0 to 999 times
000680                 depending on WS-SENS-COUNT
000690                 indexed by WS-SENS-IDX.
000700         05  WS-SENS-VARNAME       pic x(30).
000710         05  WS-SENS-NAME-LEN      pic 9(02) comp.
000720         05  WS-SENS-MATCH-TYPE    pic x(01).
000730             88  WS-SENS-PREFIX          value 'P'.
000740         05  WS-SENS-KEEP-LAST     pic 9(01).
000750
000760 01  WS-WORK-FIELDS.
000770     03  WS-FOLDED-NAME       pic x(99).
000780     03  WS-NAME-LEN          pic 9(02) comp.
000790     03  WS-VAL-LEN           pic 9(02) comp.
000800     03  WS-LEN-SUB           pic 9(02) comp.
000810     03  WS-KEEP-LAST         pic 9(01).
000820     03  WS-LAST-START        pic 9(02) comp.
000830     03  WS-SENS-FOUND-SW     pic x(01).
000840         88  WS-SENS-FOUND          value 'Y'.
000850         88  WS-SENS-NOT-FOUND      value 'N'.
000860
000870 linkage section.
000880 01  LK-VARNAME               pic x(99).
000890 01  LK-VARVALUE              pic x(99).
000900 01  LK-MASK-STATUS           pic x(02).
000910     88  LK-VALUE-CLEAR             value '00'.
000920     88  LK-VALUE-MASKED            value '04'.
000930
000940 procedure division using LK-VARNAME LK-VARVALUE LK-MASK-STATUS.
000950
000960 0000-main-logic.
000970     set LK-VALUE-CLEAR to true.
000980     if WS-REGISTRY-NOT-LOADED
000990         perform 1000-load-registry thru 1000-exit
001000     end-if.
001010     move LK-VARVALUE to MASKED-VALUE.
001020     if MV-VALUE-MASKED
001030         set LK-VALUE-MASKED to true
001040         goback
001050     end-if.
001060     perform 2000-match-name thru 2000-exit.
001070     if WS-SENS-FOUND
001080         perform 3000-mask-value thru 3000-exit
001090         set LK-VALUE-MASKED to true
001100     end-if.
001110     goback.
001120 0000-exit.
001130     exit.
001140
001150*    ------------------------------------------------------------
001160*    1000-LOAD-REGISTRY - READS THE SENSVAR MAINTENANCE FILE INTO
001170*    THE NAME TABLE.  A MISSING FILE LOADS NOTHING AND NOTHING IS
001180*    MASKED.  EITHER WAY THE FILE IS NOT READ AGAIN THIS RUN.
001190*    ------------------------------------------------------------
001200 1000-load-registry.
001210     move zero to WS-SENS-COUNT.
001220     open input SENS-VAR-FILE.
001230     if WS-SENSVAR-FILE-OK
001240         perform 1100-read-registry-record thru 1100-exit
001250         perform 1200-build-registry-entry thru 1200-exit
001260                 until WS-SENSVAR-FILE-EOF
001270         close SENS-VAR-FILE
001280     end-if.
001290     set WS-REGISTRY-LOADED to true.
001300 1000-exit.
001310     exit.
001320
001330 1100-read-registry-record.
001340     read SENS-VAR-FILE.
001350 1100-exit.
001360     exit.
001370
001380 1200-build-registry-entry.
001390     if SV-VARNAME = spaces
001400             or WS-SENS-COUNT not < WS-SENS-MAX-COUNT
001410         go to 1200-next
001420     end-if.
001430     add 1 to WS-SENS-COUNT.
001440     set WS-SENS-IDX to WS-SENS-COUNT.
001450     move SV-VARNAME to WS-SENS-VARNAME (WS-SENS-IDX).
001460     inspect WS-SENS-VARNAME (WS-SENS-IDX)
001470             converting 'abcdefghijklmnopqrstuvwxyz'
001480                     to 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
001490     move SV-MATCH-TYPE to WS-SENS-MATCH-TYPE (WS-SENS-IDX).
001500     if SV-KEEP-LAST is numeric and SV-KEEP-LAST < 9
001510         move SV-KEEP-LAST to WS-SENS-KEEP-LAST (WS-SENS-IDX)
001520     else
001530         move zero to WS-SENS-KEEP-LAST (WS-SENS-IDX)
001540     end-if.
001550     move zero to WS-NAME-LEN.
001560     perform 1300-measure-entry-name thru 1300-exit
001570             varying WS-LEN-SUB from 30 by -1
001580             until WS-LEN-SUB < 1 or WS-NAME-LEN > zero.
001590     move WS-NAME-LEN to WS-SENS-NAME-LEN (WS-SENS-IDX).
001600 1200-next.
001610     perform 1100-read-registry-record thru 1100-exit.
001620 1200-exit.
001630     exit.
001640
001650 1300-measure-entry-name.
001660     if WS-SENS-VARNAME (WS-SENS-IDX) (WS-LEN-SUB:1) not = space
001670         move WS-LEN-SUB to WS-NAME-LEN
001680     end-if.
001690 1300-exit.
001700     exit.
001710
001720*    ------------------------------------------------------------
001730*    2000-MATCH-NAME - LOOKS THE CALLER'S VARIABLE NAME UP IN THE
001740*    TABLE, IGNORING CASE.  THE MATCHED ENTRY'S KEEP-LAST COUNT
001750*    IS CAPTURED AT MATCH TIME.
001760*    ------------------------------------------------------------
001770 2000-match-name.
001780     set WS-SENS-NOT-FOUND to true.
001790     move LK-VARNAME to WS-FOLDED-NAME.
001800     inspect WS-FOLDED-NAME
001810             converting 'abcdefghijklmnopqrstuvwxyz'
001820                     to 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
001830     perform 2100-check-entry thru 2100-exit
001840             varying WS-SENS-IDX from 1 by 1
001850             until WS-SENS-IDX > WS-SENS-COUNT
001860                or WS-SENS-FOUND.
001870 2000-exit.
001880     exit.
001890
001900 2100-check-entry.
001910     if WS-SENS-PREFIX (WS-SENS-IDX)
001920         if WS-FOLDED-NAME (1:WS-SENS-NAME-LEN (WS-SENS-IDX))
001930                 = WS-SENS-VARNAME (WS-SENS-IDX)
001940                     (1:WS-SENS-NAME-LEN (WS-SENS-IDX))
001950             set WS-SENS-FOUND to true
001960         end-if
001970     else
001980         if WS-FOLDED-NAME = WS-SENS-VARNAME (WS-SENS-IDX)
001990             set WS-SENS-FOUND to true
002000         end-if
002010     end-if.
002020     if WS-SENS-FOUND
002030         move WS-SENS-KEEP-LAST (WS-SENS-IDX) to WS-KEEP-LAST
002040     end-if.
002050 2100-exit.
002060     exit.
002070
002080*    ------------------------------------------------------------
002090*    3000-MASK-VALUE - REPLACES THE VALUE WITH ITS MASKED FORM.
002100*    THE LAST CHARACTERS ARE SHOWN ONLY WHEN THE VALUE IS MORE
002110*    THAN TWICE AS LONG AS THE NUMBER KEPT.
002120*    ------------------------------------------------------------
002130 3000-mask-value.
002140     move zero to WS-VAL-LEN.
002150     perform 3100-measure-value thru 3100-exit
002160             varying WS-LEN-SUB from 99 by -1
002170             until WS-LEN-SUB < 1 or WS-VAL-LEN > zero.
002180     move spaces     to MASKED-VALUE.
002190     move '*MASKED*' to MV-MARKER.
002200     move ' LEN '    to MV-LENGTH-LABEL.
002210     move WS-VAL-LEN to MV-LENGTH.
002220     if WS-KEEP-LAST > zero and WS-VAL-LEN > WS-KEEP-LAST * 2
002230         compute WS-LAST-START = WS-VAL-LEN - WS-KEEP-LAST + 1
002240         move ' LAST ' to MV-LAST-LABEL
002250         move LK-VARVALUE (WS-LAST-START:WS-KEEP-LAST)
002260                 to MV-LAST-CHARS
002270     end-if.
002280     move MASKED-VALUE to LK-VARVALUE.
002290 3000-exit.
002300     exit.
002310
002320 3100-measure-value.
002330     if LK-VARVALUE (WS-LEN-SUB:1) not = space
002340         move WS-LEN-SUB to WS-VAL-LEN
002350     end-if.
002360 3100-exit.
002370     exit.
002380
002390 end program sensmask.
