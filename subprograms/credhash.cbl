000010*****************************************************************
000020*
000030*    PROGRAM-ID.   CREDHASH
000040*    AUTHOR.       JKM
000050*    INSTALLATION. CHADSTACK DATA PROCESSING
000060*    DATE-WRITTEN. 10/15/2026
000070*
000080*    REMARKS.      SIGN-ON CREDENTIAL HASHING.  THE ONE PLACE A
000090*                  CLEAR CREDENTIAL IS TURNED INTO THE SALTED
000100*                  ONE-WAY HASH USERMAST KEEPS IN UM-CREDENTIAL,
000110*                  AND THE ONE PLACE A CLEAR CREDENTIAL IS CHECKED
000120*                  AGAINST A STORED HASH.  CALLED BY LOGON AT
000130*                  SIGN-ON, BY CREDCHG FOR THE CURRENT-CREDENTIAL
000140*                  CHECK, THE REUSE CHECK AND THE NEW VALUE, AND
000150*                  BY THE CREDCONV ONE-TIME CONVERSION.  THE
000160*                  STORED FORM IS THE '$H1$' MARK, A NINE-DIGIT
000170*                  SALT, AND 27 HASH DIGITS (SEE USERMAST.CPY).
000180*                  THE HASH RUNS THREE INTERLOCKED ROLLING SUMS -
000190*                  THE RNDRCAP CHECKSUM IDEA, EACH LANE WITH ITS
000200*                  OWN MULTIPLIER AND PRIME MODULUS AND EACH FED
000210*                  BY ITS NEIGHBOUR - SEEDED FROM THE SALT AND
000220*                  DRIVEN OVER THE CREDENTIAL FOR WS-HASH-ROUNDS
000230*                  PASSES, SO THE SAME CREDENTIAL HASHES
000240*                  DIFFERENTLY FOR EVERY SALT AND A GUESSING RUN
000250*                  AGAINST A COPIED FILE COSTS REAL TIME PER
000260*                  GUESS.  LK-OPERATION SELECTS:
000270*                    'M' - MAKE: DRAW A FRESH SALT AND RETURN THE
000280*                          STORED FORM OF THE CLEAR CREDENTIAL.
000290*                    'V' - VERIFY: HASH THE CLEAR CREDENTIAL WITH
000300*                          THE STORED ENTRY'S SALT AND COMPARE.
000310*                  LK-HASH-STATUS COMES BACK '00' ON A MATCH (OR
000320*                  A MADE HASH), '04' ON NO MATCH, AND '08' WHEN
000330*                  THE STORED VALUE IS NOT IN HASHED FORM AT ALL -
000340*                  A CLEAR-TEXT LEFTOVER NEVER VERIFIES.  THE
000350*                  CLEAR CREDENTIAL IS NEVER WRITTEN OR DISPLAYED
000360*                  HERE.  CHANGING THE ALGORITHM MEANS A NEW MARK
000370*                  (AND A CONVERSION), NEVER A SILENT EDIT, OR
000380*                  EVERY STORED HASH STOPS VERIFYING.
000390*
000400*****************************************************************
000410*    MODIFICATION HISTORY
000420*    ------------------------------------------------------------
000430*    10/15/2026  JKM  ORIGINAL VERSION.
000440*****************************************************************
000450
000460 identification division.
000470 program-id. credhash.
000480 author. jkm.
000490 installation. chadstack data processing.
000500 date-written. 10/15/2026.
000510
000520 data division.
000530 working-storage section.
000540
000550*    ------------------------------------------------------------
000560*    HASH LANES.  EACH ROLLS AS LANE * MULTIPLIER + BYTE + THE
000570*    LANE BEFORE IT, MODULO ITS OWN NINE-DIGIT PRIME, SO ALL
000580*    THREE STAY INSIDE THEIR NINE-DIGIT SLOT OF THE STORED HASH.
000590*    ------------------------------------------------------------
000600 77  WS-HASH-ROUNDS           pic 9(04) comp value 500.
000610 77  WS-LANE-1-MODULUS        pic 9(09) comp value 999999937.
000620 77  WS-LANE-2-MODULUS        pic 9(09) comp value 999999929.
000630 77  WS-LANE-3-MODULUS        pic 9(09) comp value 999999893.
000640
000650 01  WS-HASH-WORK-FIELDS.
000660     03  WS-LANE-1            pic 9(18) comp.
000670     03  WS-LANE-2            pic 9(18) comp.
000680     03  WS-LANE-3            pic 9(18) comp.
000690     03  WS-ROUND-SUB         pic 9(04) comp.
000700     03  WS-BYTE-SUB          pic 9(04) comp.
000710     03  WS-BYTE-ORD          pic 9(04) comp.
000720
000730 01  WS-HASH-RESULT.
000740     03  WS-HASH-LANE-1-OUT   pic 9(09).
000750     03  WS-HASH-LANE-2-OUT   pic 9(09).
000760     03  WS-HASH-LANE-3-OUT   pic 9(09).
000770
000780*    ------------------------------------------------------------
000790*    SALT FIELDS.  A FRESH SALT MIXES THE DATE, THE CLOCK, AND A
000800*    CALL COUNTER THAT LIVES AS LONG AS THE RUN UNIT, SO A BATCH
000810*    CONVERSION HASHING MANY ENTRIES IN ONE CLOCK TICK STILL
000820*    DRAWS A DIFFERENT SALT FOR EACH.
000830*    ------------------------------------------------------------
000840 77  WS-SALT-CALL-NBR         pic 9(09) comp value zero.
000850
000860 01  WS-SALT-WORK-FIELDS.
000870     03  WS-SALT-DATE         pic 9(08).
000880     03  WS-SALT-TIME         pic 9(08).
000890     03  WS-SALT-SEED         pic 9(18) comp.
000900     03  WS-SALT-X            pic x(09).
000910     03  WS-SALT-NUM          redefines WS-SALT-X pic 9(09).
000920
000930 01  WS-STORED-WORK.
000940     03  WS-STORED-MARK       pic x(04).
000950         88  WS-STORED-IS-HASHED    value '$H1$'.
000960     03  WS-STORED-SALT       pic x(09).
000970     03  WS-STORED-HASH       pic x(27).
000980
000990 linkage section.
001000 01  LK-OPERATION             pic x(01).
001010     88  LK-OP-MAKE                 value 'M'.
001020     88  LK-OP-VERIFY               value 'V'.
001030 01  LK-CLEAR-CREDENTIAL      pic x(40).
001040 01  LK-STORED-CREDENTIAL     pic x(40).
001050 01  LK-HASH-STATUS           pic x(02).
001060     88  LK-HASH-MATCH              value '00'.
001070     88  LK-HASH-NO-MATCH           value '04'.
001080     88  LK-HASH-NOT-HASHED         value '08'.
001090
001100 procedure division using LK-OPERATION LK-CLEAR-CREDENTIAL
001110             LK-STORED-CREDENTIAL LK-HASH-STATUS.
001120
001130 0000-main-logic.
001140     move '00' to LK-HASH-STATUS.
001150     evaluate true
001160         when LK-OP-MAKE
001170             perform 1000-make-hash thru 1000-exit
001180         when LK-OP-VERIFY
001190             perform 2000-verify-hash thru 2000-exit
001200         when other
001210             set LK-HASH-NO-MATCH to true
001220     end-evaluate.
001230     goback.
001240 0000-exit.
001250     exit.
001260
001270*    ------------------------------------------------------------
001280*    1000-MAKE-HASH - DRAWS A FRESH SALT, HASHES THE CLEAR
001290*    CREDENTIAL WITH IT, AND HANDS BACK THE STORED FORM.
001300*    ------------------------------------------------------------
001310 1000-make-hash.
001320     add 1 to WS-SALT-CALL-NBR.
001330     if WS-SALT-CALL-NBR > 999999
001340         move 1 to WS-SALT-CALL-NBR
001350     end-if.
001360     accept WS-SALT-DATE from date yyyymmdd.
001370     accept WS-SALT-TIME from time.
001380     compute WS-SALT-SEED = function mod
001390             (WS-SALT-TIME * 7919 + WS-SALT-DATE
001400                 + WS-SALT-CALL-NBR * 104729,
001410                 WS-LANE-1-MODULUS).
001420     move WS-SALT-SEED to WS-SALT-NUM.
001430     perform 3000-compute-hash thru 3000-exit.
001440     move spaces to WS-STORED-WORK.
001450     set WS-STORED-IS-HASHED to true.
001460     move WS-SALT-X      to WS-STORED-SALT.
001470     move WS-HASH-RESULT to WS-STORED-HASH.
001480     move WS-STORED-WORK to LK-STORED-CREDENTIAL.
001490 1000-exit.
001500     exit.
001510
001520*    ------------------------------------------------------------
001530*    2000-VERIFY-HASH - A STORED VALUE WITHOUT THE MARK, OR WITH
001540*    A SALT THAT IS NOT DIGITS, IS NOT A HASH AND FAILS CLOSED;
001550*    OTHERWISE THE CLEAR CREDENTIAL IS HASHED WITH THE STORED
001560*    SALT AND THE DIGITS COMPARED.
001570*    ------------------------------------------------------------
001580 2000-verify-hash.
001590     move LK-STORED-CREDENTIAL to WS-STORED-WORK.
001600     move WS-STORED-SALT to WS-SALT-X.
001610     if not WS-STORED-IS-HASHED
001620             or WS-SALT-X not numeric
001630         set LK-HASH-NOT-HASHED to true
001640         go to 2000-exit
001650     end-if.
001660     perform 3000-compute-hash thru 3000-exit.
001670     if WS-HASH-RESULT = WS-STORED-HASH
001680         set LK-HASH-MATCH to true
001690     else
001700         set LK-HASH-NO-MATCH to true
001710     end-if.
001720 2000-exit.
001730     exit.
001740
001750*    ------------------------------------------------------------
001760*    3000-COMPUTE-HASH - SEEDS THE THREE LANES FROM THE SALT IN
001770*    WS-SALT-NUM AND ROLLS ALL 40 CREDENTIAL BYTES THROUGH THEM,
001780*    WS-HASH-ROUNDS TIMES OVER.
001790*    ------------------------------------------------------------
001800 3000-compute-hash.
001810     move WS-SALT-NUM to WS-LANE-1.
001820     compute WS-LANE-2 = function mod
001830             (WS-SALT-NUM * 7 + 1, WS-LANE-2-MODULUS).
001840     compute WS-LANE-3 = function mod
001850             (WS-SALT-NUM * 13 + 2, WS-LANE-3-MODULUS).
001860     perform 3100-hash-one-round thru 3100-exit
001870             varying WS-ROUND-SUB from 1 by 1
001880             until WS-ROUND-SUB > WS-HASH-ROUNDS.
001890     move WS-LANE-1 to WS-HASH-LANE-1-OUT.
001900     move WS-LANE-2 to WS-HASH-LANE-2-OUT.
001910     move WS-LANE-3 to WS-HASH-LANE-3-OUT.
001920 3000-exit.
001930     exit.
001940
001950 3100-hash-one-round.
001960     perform 3200-roll-one-byte thru 3200-exit
001970             varying WS-BYTE-SUB from 1 by 1
001980             until WS-BYTE-SUB > 40.
001990 3100-exit.
002000     exit.
002010
002020 3200-roll-one-byte.
002030     compute WS-BYTE-ORD = function ord
002040             (LK-CLEAR-CREDENTIAL (WS-BYTE-SUB:1)).
002050     compute WS-LANE-1 = function mod
002060             (WS-LANE-1 * 31 + WS-BYTE-ORD + WS-LANE-3,
002070                 WS-LANE-1-MODULUS).
002080     compute WS-LANE-2 = function mod
002090             (WS-LANE-2 * 37 + WS-BYTE-ORD + WS-LANE-1,
002100                 WS-LANE-2-MODULUS).
002110     compute WS-LANE-3 = function mod
002120             (WS-LANE-3 * 41 + WS-BYTE-ORD + WS-LANE-2,
002130                 WS-LANE-3-MODULUS).
002140 3200-exit.
002150     exit.
002160
002170 end program credhash.
