000180*                    - AN AUTH SWITCH THAT IS NEITHER 'Y' NOR
000190*                      'N' - ROUTEDSP WOULD QUIETLY TREAT IT AS
000200*                      NOT REQUIRED, WHICH IS THE WRONG DEFAULT
000210*                      TO FAIL TOWARD,
000211*                    - A USERADM ENTRY WHOSE AUTH SWITCH IS NOT
000212*                      'Y' (USERADM CHECKS ENTITLEMENT REGARDLESS,
000213*                      BUT THE TABLE SHOULD NOT SAY OTHERWISE),
000214*                    - AN AVAILABILITY STATUS THAT IS NEITHER 'A'
000215*                      (OR BLANK) NOR 'M',
000216*                    - A MAINTENANCE WINDOW START OR END THAT IS
000217*                      NOT A REAL YYYYMMDDHHMM DATE-TIME, OR A
000218*                      WINDOW THAT ENDS BEFORE (OR AS) IT STARTS,
000219*                    - A WINDOW ON A ROUTE NOT MARKED 'M' -
000220*                      ROUTEDSP ONLY HONORS A WINDOW UNDER 'M', SO
000221*                      OPS WOULD BELIEVE THE ROUTE IS COMING DOWN
000222*                      WHEN IT IS NOT.
000223*                  WRITES A PASS/FAIL REPORT TO CHKRPT AND SETS
000230*                  RETURN-CODE 8 ON ANY ERROR SO THE PROMOTE
000240*                  STEP THAT FOLLOWS REFUSES A FAILING FILE.
000250*
000310*                      ENTRIES LOADED, ZERO ERRORS, AND A PASS
000320*                      VERDICT WOULD HAVE PROMOTED A FILE THAT
000330*                      TAKES EVERY ROUTE OFF THE AIR.
000331*    10/15/2026  JKM  CHECK THE NEW ROUTETAB AVAILABILITY STATUS
000332*                      AND MAINTENANCE WINDOW FIELDS - UNKNOWN
000333*                      STATUS, BAD START OR END DATE-TIME, END NOT
000334*                      AFTER START, AND A WINDOW ON A ROUTE NOT
000335*                      MARKED 'M'.
000336*    10/15/2026  JKM  HOLD A WINDOW DATE TO THE LENGTH OF ITS
000337*                      MONTH, LEAP YEARS INCLUDED - A 02/31 OR
000338*                      09/31 WINDOW NO LONGER PASSES AND GETS
000339*                      PROMOTED.
000340*    10/15/2026  JKM  FLAG A USERADM ENTRY WHOSE AUTH SWITCH IS
000341*                      NOT 'Y' - ACCOUNT ADMINISTRATION MUST NEVER
000342*                      BE LISTED AS OPEN TO ANY SIGNED-ON USER.
000343*****************************************************************
000350
000360 identification division.
000370 program-id. routechk.
000880         05  WS-ROUTE-URL-PATH     pic x(60).
000890         05  WS-ROUTE-PROGRAM-NAME pic x(30).
000900         05  WS-ROUTE-AUTH-SW      pic x(01).
000901         05  WS-ROUTE-AVAIL-STATUS pic x(01).
000902             88  WS-ROUTE-AVAIL-VALID      value 'A' ' ' 'M'.
000903             88  WS-ROUTE-AVAIL-MAINT      value 'M'.
000904         05  WS-ROUTE-MAINT-START  pic x(12).
000905         05  WS-ROUTE-MAINT-END    pic x(12).
000906
000907*    ------------------------------------------------------------
000908*    MAINTENANCE-WINDOW DATE-TIME CHECK.  EACH END OF THE WINDOW
000909*    IS MOVED HERE AND TAKEN APART; BLANK MEANS "NOT SET" AND IS
000910*    ALLOWED, ANYTHING ELSE MUST BE A REAL YYYYMMDDHHMM - THE DAY
000911*    NO LATER THAN THE LAST OF ITS MONTH, FEBRUARY 29 ONLY IN A
000912*    LEAP YEAR.
000913*    ------------------------------------------------------------
000914 01  WS-STAMP-WORK             pic x(12).
000915 01  WS-STAMP-PARTS redefines WS-STAMP-WORK.
000916     03  WS-STAMP-YYYY         pic 9(04).
000917     03  WS-STAMP-MM           pic 9(02).
000918     03  WS-STAMP-DD           pic 9(02).
000919     03  WS-STAMP-HH           pic 9(02).
000920     03  WS-STAMP-MI           pic 9(02).
000921 01  WS-STAMP-VALID-SW         pic x(01).
000922     88  WS-STAMP-VALID              value 'Y'.
000923     88  WS-STAMP-NOT-VALID          value 'N'.
000924 01  WS-MONTH-DAYS-VALUES.
000925     03  filler                pic x(24)
000926                 value '312931303130313130313031'.
000927 01  WS-MONTH-DAYS-TABLE redefines WS-MONTH-DAYS-VALUES.
000928     03  WS-MONTH-DAYS         pic 9(02) occurs 12 times.
000929 77  WS-STAMP-LAST-DD          pic 9(02).
000930 77  WS-LEAP-QUOTIENT          pic 9(04) comp.
000931 77  WS-LEAP-REMAINDER         pic 9(04) comp.
000932 01  WS-WINDOW-ENDS-SW         pic x(01).
000933     88  WS-WINDOW-ENDS-VALID        value 'Y'.
000934     88  WS-WINDOW-ENDS-NOT-VALID    value 'N'.
000935
000936*    ------------------------------------------------------------
000937*    PROGRAM-NAME CHARACTER CHECK.  EVERY CHARACTER A PROGRAM
000940*    COULD BE NAMED WITH HERE IS CONVERTED TO A SPACE; ANYTHING
000950*    LEFT OVER IS A CHARACTER NO CALLABLE PROGRAM NAME CARRIES.
000960*    ------------------------------------------------------------
000990     03  filler  pic x(26) value 'abcdefghijklmnopqrstuvwxyz'.
001000     03  filler  pic x(11) value '0123456789-'.
001010 77  WS-NAME-SCRUB             pic x(30).
001012 77  WS-NAME-UPPER             pic x(30).
001020
001030 01  WS-HEADING-1.
001040     03  filler  pic x(36) value
002080                         to WS-ROUTE-PROGRAM-NAME (WS-ROUTE-IDX)
002090         move RT-AUTH-REQUIRED-SW
002100                         to WS-ROUTE-AUTH-SW (WS-ROUTE-IDX)
002101         move RT-AVAIL-STATUS
002102                         to WS-ROUTE-AVAIL-STATUS (WS-ROUTE-IDX)
002103         move RT-MAINT-START
002104                         to WS-ROUTE-MAINT-START (WS-ROUTE-IDX)
002105         move RT-MAINT-END
002106                         to WS-ROUTE-MAINT-END (WS-ROUTE-IDX)
002110     else
002120         move RT-URL-PATH to WS-DETAIL-PATH
002130         move 'PAST ROW 999 - DISPATCHER WOULD NEVER LOAD IT'
002480                 to WS-DETAIL-MESSAGE
002490         perform 7000-write-error thru 7000-exit
002500     end-if.
002501     move WS-ROUTE-PROGRAM-NAME (WS-CHECK-SUB) to WS-NAME-UPPER.
002502     inspect WS-NAME-UPPER
002503             converting 'abcdefghijklmnopqrstuvwxyz'
002504                     to 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
002505     if WS-NAME-UPPER = 'USERADM'
002506             and WS-ROUTE-AUTH-SW (WS-CHECK-SUB) not = 'Y'
002507         move 'USERADM ROUTE MUST REQUIRE AUTH (Y)'
002508                 to WS-DETAIL-MESSAGE
002509         perform 7000-write-error thru 7000-exit
002510     end-if.
002511     perform 3300-check-duplicate-path thru 3300-exit.
002512     perform 3400-check-maint-window thru 3400-exit.
002520 3100-exit.
002530     exit.
002540
002970     exit.
002980
002990*    ------------------------------------------------------------
002991*    3400-CHECK-MAINT-WINDOW - THE AVAILABILITY STATUS MUST BE ONE
002992*    ROUTEDSP KNOWS, EACH END OF THE WINDOW MUST BE BLANK OR A
002993*    REAL DATE-TIME, A WINDOW WITH BOTH ENDS MUST END AFTER IT
002994*    STARTS, AND A WINDOW IS ONLY MEANINGFUL ON A ROUTE MARKED
002995*    'M'.
002996*    ------------------------------------------------------------
002997 3400-check-maint-window.
002998     if not WS-ROUTE-AVAIL-VALID (WS-CHECK-SUB)
002999         move 'AVAILABILITY STATUS NOT A (OPEN) OR M (MAINT)'
003000                 to WS-DETAIL-MESSAGE
003001         perform 7000-write-error thru 7000-exit
003002     end-if.
003003     set WS-WINDOW-ENDS-VALID to true.
003004     move WS-ROUTE-MAINT-START (WS-CHECK-SUB) to WS-STAMP-WORK.
003005     perform 3410-check-stamp thru 3410-exit.
003006     if WS-STAMP-NOT-VALID
003007         set WS-WINDOW-ENDS-NOT-VALID to true
003008         move 'MAINTENANCE START NOT A VALID YYYYMMDDHHMM'
003009                 to WS-DETAIL-MESSAGE
003010         perform 7000-write-error thru 7000-exit
003011     end-if.
003012     move WS-ROUTE-MAINT-END (WS-CHECK-SUB) to WS-STAMP-WORK.
003013     perform 3410-check-stamp thru 3410-exit.
003014     if WS-STAMP-NOT-VALID
003015         set WS-WINDOW-ENDS-NOT-VALID to true
003016         move 'MAINTENANCE END NOT A VALID YYYYMMDDHHMM'
003017                 to WS-DETAIL-MESSAGE
003018         perform 7000-write-error thru 7000-exit
003019     end-if.
003020     if WS-WINDOW-ENDS-VALID
003021             and WS-ROUTE-MAINT-START (WS-CHECK-SUB) not = spaces
003022             and WS-ROUTE-MAINT-END (WS-CHECK-SUB) not = spaces
003023             and WS-ROUTE-MAINT-END (WS-CHECK-SUB)
003024                 not > WS-ROUTE-MAINT-START (WS-CHECK-SUB)
003025         move 'MAINTENANCE WINDOW ENDS BEFORE IT STARTS'
003026                 to WS-DETAIL-MESSAGE
003027         perform 7000-write-error thru 7000-exit
003028     end-if.
003029     if not WS-ROUTE-AVAIL-MAINT (WS-CHECK-SUB)
003030             and (WS-ROUTE-MAINT-START (WS-CHECK-SUB) not = spaces
003031               or WS-ROUTE-MAINT-END (WS-CHECK-SUB) not = spaces)
003032         move 'MAINTENANCE WINDOW SET BUT STATUS IS NOT M'
003033                 to WS-DETAIL-MESSAGE
003034         perform 7000-write-error thru 7000-exit
003035     end-if.
003036 3400-exit.
003037     exit.
003038
003039 3410-check-stamp.
003040     set WS-STAMP-VALID to true.
003041     if WS-STAMP-WORK = spaces
003042         go to 3410-exit
003043     end-if.
003044     if WS-STAMP-WORK is not numeric
003045         set WS-STAMP-NOT-VALID to true
003046         go to 3410-exit
003047     end-if.
003048     if WS-STAMP-MM < 1 or WS-STAMP-MM > 12
003049             or WS-STAMP-DD < 1
003050             or WS-STAMP-HH > 23 or WS-STAMP-MI > 59
003051         set WS-STAMP-NOT-VALID to true
003052         go to 3410-exit
003053     end-if.
003054     move WS-MONTH-DAYS (WS-STAMP-MM) to WS-STAMP-LAST-DD.
003055     if WS-STAMP-MM = 2
003056         perform 3420-check-leap-year thru 3420-exit
003057     end-if.
003058     if WS-STAMP-DD > WS-STAMP-LAST-DD
003059         set WS-STAMP-NOT-VALID to true
003060     end-if.
003061 3410-exit.
003062     exit.
003063
003064*    ------------------------------------------------------------
003065*    3420-CHECK-LEAP-YEAR - FEBRUARY HAS 28 DAYS UNLESS THE YEAR
003066*    DIVIDES BY 4, AND NOT BY 100 UNLESS ALSO BY 400.
003067*    ------------------------------------------------------------
003068 3420-check-leap-year.
003069     move 28 to WS-STAMP-LAST-DD.
003070     divide WS-STAMP-YYYY by 4 giving WS-LEAP-QUOTIENT
003071             remainder WS-LEAP-REMAINDER.
003072     if WS-LEAP-REMAINDER not = zero
003073         go to 3420-exit
003074     end-if.
003075     divide WS-STAMP-YYYY by 400 giving WS-LEAP-QUOTIENT
003076             remainder WS-LEAP-REMAINDER.
003077     if WS-LEAP-REMAINDER = zero
003078         move 29 to WS-STAMP-LAST-DD
003079         go to 3420-exit
003080     end-if.
003081     divide WS-STAMP-YYYY by 100 giving WS-LEAP-QUOTIENT
003082             remainder WS-LEAP-REMAINDER.
003083     if WS-LEAP-REMAINDER not = zero
003084         move 29 to WS-STAMP-LAST-DD
003085     end-if.
003086 3420-exit.
003087     exit.
003088
003089*    ------------------------------------------------------------
003090*    7000-WRITE-ERROR
003091*    ------------------------------------------------------------
003092 7000-write-error.
003093     add 1 to WS-ERROR-COUNT.
003094     move WS-ENTRY-NBR to WS-DETAIL-ENTRY-NBR.
003095     move spaces to REPORT-LINE.
003096     move WS-DETAIL-ERROR to REPORT-LINE.
003097     write REPORT-LINE.
003098 7000-exit.
003099     exit.
003100
003110*    ------------------------------------------------------------
003120*    8000-WRITE-VERDICT
