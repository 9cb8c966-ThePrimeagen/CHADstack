000250*                      THE 10 OCCURS SLOTS SPILLS THERE,
000260*                    - A CREDENTIAL-CHANGE STAMP THAT IS NEITHER
000270*                      NUMERIC NOR BLANK - USUALLY AN 11TH ROUTE
000280*                      SHOVED INTO THE DATE FIELD,
000281*                    - A CREDENTIAL, OR A CREDENTIAL-HISTORY
000282*                      ENTRY, STILL HELD IN THE CLEAR RATHER
000283*                      THAN IN CREDHASH'S SALTED-HASH FORM - A
000284*                      HAND-KEYED CREDENTIAL NEVER VERIFIES AT
000285*                      SIGN-ON AND SHOULD NEVER BE ON FILE,
000286*                    - AN ACCOUNT STATUS OTHER THAN ACTIVE ('A'
000287*                      OR BLANK) OR DISABLED ('D').
000290*                  WRITES A PASS/FAIL REPORT TO UCHKRPT AND SETS
000300*                  RETURN-CODE 8 ON ANY ERROR SO THE PROMOTE
000310*                  STEP THAT FOLLOWS REFUSES A FAILING FILE.  AN
000360*    MODIFICATION HISTORY
000370*    ------------------------------------------------------------
000380*    09/02/2026  JKM  ORIGINAL VERSION.
000381*    10/15/2026  JKM  FAIL ANY ENTRY WHOSE CREDENTIAL OR HISTORY
000382*                      ENTRY IS NOT IN HASHED FORM, AND WIDEN THE
000383*                      CANDIDATE READ FOR THE CREDENTIAL-HISTORY
000384*                      AREA NOW ON THE USERMAST RECORD.
000385*    10/15/2026  JKM  FAIL AN UNKNOWN ACCOUNT STATUS; CANDIDATE
000386*                      READ WIDENED FOR THE NEW STATUS BYTE.
000390*****************************************************************
000400
000410 identification division.
000700*    DATA IN THE OVERFLOW AREA.
000710*    ------------------------------------------------------------
000720 fd  USER-CAND-FILE
000730     record contains 621 characters.
000740 01  USER-CAND-LINE.
000750     03  UC-RECORD-AREA          pic x(569).
000760     03  UC-OVERFLOW-AREA        pic x(52).
000770
000780 fd  ROUTE-TABLE-FILE.
001190             07  WS-CAND-ROUTE     occurs 10 times
001200                                   pic x(30).
001210         05  WS-CAND-STAMP         pic x(08).
001211         05  WS-CAND-HISTORY.
001212             07  WS-CAND-PRIOR     occurs 5 times
001213                                   pic x(40).
001214         05  WS-CAND-STATUS        pic x(01).
001215             88  WS-CAND-STATUS-VALID    value 'A' ' ' 'D'.
001216
001217*    ------------------------------------------------------------
001218*    HASHED-FORM CHECK.  A STORED CREDENTIAL IS MOVED HERE AND
001219*    MUST CARRY CREDHASH'S MARK, AN ALL-DIGIT SALT, AND ALL-DIGIT
001220*    HASH; ANYTHING ELSE IS A CLEAR-TEXT VALUE.
001221*    ------------------------------------------------------------
001222 77  WS-HIST-SUB               pic 9(02) comp.
001223
001224 01  WS-CRED-FORM-WORK.
001225     03  WS-CRED-FORM-MARK     pic x(04).
001226         88  WS-CRED-FORM-MARKED     value '$H1$'.
001227     03  WS-CRED-FORM-SALT     pic x(09).
001228     03  WS-CRED-FORM-HASH     pic x(27).
001229
001230 01  WS-CRED-FORM-SW           pic x(01) value 'Y'.
001231     88  WS-CRED-FORM-HASHED         value 'Y'.
001232     88  WS-CRED-FORM-CLEAR          value 'N'.
001233
001234*    ------------------------------------------------------------
001240*    LIVE ROUTETAB PROGRAM NAMES, FOR THE ENTITLEMENT CHECK.
001250*    ------------------------------------------------------------
001260 01  WS-ROUTETAB-LOADED-SW     pic x(01) value 'N'.
002970                 to WS-CAND-ROUTES (WS-USER-IDX)
002980         move UM-CRED-CHANGED-DATE
002990                 to WS-CAND-STAMP (WS-USER-IDX)
002992         move UM-CRED-HISTORY
002994                 to WS-CAND-HISTORY (WS-USER-IDX)
002996         move UM-ACCOUNT-STATUS
002998                 to WS-CAND-STATUS (WS-USER-IDX)
003000     else
003010         move UM-USER-ID to WS-DETAIL-USER-ID
003020         move 'PAST ROW 999 - CHECK TABLE FULL'
003280         move 'BLANK CREDENTIAL - ENTRY CAN NEVER VERIFY'
003290                 to WS-DETAIL-MESSAGE
003300         perform 7000-write-error thru 7000-exit
003301     else
003302         move WS-CAND-CREDENTIAL (WS-CHECK-SUB)
003303                 to WS-CRED-FORM-WORK
003304         perform 3400-check-cred-form thru 3400-exit
003305         if WS-CRED-FORM-CLEAR
003306             move 'CREDENTIAL HELD IN THE CLEAR - NOT HASHED'
003307                     to WS-DETAIL-MESSAGE
003308             perform 7000-write-error thru 7000-exit
003309         end-if
003310     end-if.
003312     perform 3500-check-history thru 3500-exit.
003320     if WS-CAND-STAMP (WS-CHECK-SUB) not = spaces
003330             and WS-CAND-STAMP (WS-CHECK-SUB) not numeric
003340         move 'CHANGE STAMP NOT NUMERIC - SHIFTED RECORD?'
003341                 to WS-DETAIL-MESSAGE
003342         perform 7000-write-error thru 7000-exit
003343     end-if.
003344     if not WS-CAND-STATUS-VALID (WS-CHECK-SUB)
003345         move 'ACCOUNT STATUS NOT A (ACTIVE) OR D (DISABLED)'
003350                 to WS-DETAIL-MESSAGE
003360         perform 7000-write-error thru 7000-exit
003370     end-if.
004130     exit.
004140
004150*    ------------------------------------------------------------
004151*    3400-CHECK-CRED-FORM - SETS WS-CRED-FORM-CLEAR UNLESS THE
004152*    VALUE IN WS-CRED-FORM-WORK IS IN CREDHASH'S STORED FORM.
004153*    ------------------------------------------------------------
004154 3400-check-cred-form.
004155     set WS-CRED-FORM-HASHED to true.
004156     if not WS-CRED-FORM-MARKED
004157             or WS-CRED-FORM-SALT not numeric
004158             or WS-CRED-FORM-HASH not numeric
004159         set WS-CRED-FORM-CLEAR to true
004160     end-if.
004161 3400-exit.
004162     exit.
004163
004164*    ------------------------------------------------------------
004165*    3500-CHECK-HISTORY - EVERY NON-BLANK CREDENTIAL-HISTORY
004166*    ENTRY MUST BE A HASH TOO; ONE CLEAR-TEXT ENTRY IS ENOUGH TO
004167*    FAIL THE RECORD, AND IT IS FLAGGED ONCE.
004168*    ------------------------------------------------------------
004169 3500-check-history.
004170     set WS-CRED-FORM-HASHED to true.
004171     perform 3510-check-one-prior thru 3510-exit
004172             varying WS-HIST-SUB from 1 by 1
004173             until WS-HIST-SUB > 5
004174                or WS-CRED-FORM-CLEAR.
004175     if WS-CRED-FORM-CLEAR
004176         move 'CREDENTIAL HISTORY HOLDS A CLEAR-TEXT ENTRY'
004177                 to WS-DETAIL-MESSAGE
004178         perform 7000-write-error thru 7000-exit
004179     end-if.
004180 3500-exit.
004181     exit.
004182
004183 3510-check-one-prior.
004184     if WS-CAND-PRIOR (WS-CHECK-SUB WS-HIST-SUB) = spaces
004185         go to 3510-exit
004186     end-if.
004187     move WS-CAND-PRIOR (WS-CHECK-SUB WS-HIST-SUB)
004188             to WS-CRED-FORM-WORK.
004189     perform 3400-check-cred-form thru 3400-exit.
004190 3510-exit.
004191     exit.
004192
004193*    ------------------------------------------------------------
004194*    7000-WRITE-ERROR
004195*    ------------------------------------------------------------
004196 7000-write-error.
004197     add 1 to WS-ERROR-COUNT.
004200     move WS-ENTRY-NBR to WS-DETAIL-ENTRY-NBR.
004210     move spaces to REPORT-LINE.
004220     move WS-DETAIL-ERROR to REPORT-LINE.
