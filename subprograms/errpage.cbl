000280*                  TEMPLATE CANNOT RENDER, THE DETAILS GO TO THE
000290*                  CONSOLE AND THE CALLER GETS THE ENGINE'S OWN
000300*                  FAILURE - THERE IS NOTHING LEFT TO RENDER WITH.
000301*                  THE THIRD PARAMETER IS A MAINTENANCE WINDOW'S
000302*                  END AS A YYYYMMDDHHMM STAMP, SO ROUTEDSP'S
000303*                  MAINTENANCE REFUSAL (ERRCODES 4003) CAN SAY
000304*                  WHEN TO COME BACK.  EVERY OTHER CALLER PASSES
000305*                  IT BLANK, AND IT IS IGNORED FOR ANY OTHER CODE.
000310*
000320*****************************************************************
000330*    MODIFICATION HISTORY
000350*    09/02/2026  JKM  ORIGINAL VERSION.
000352*    09/02/2026  JKM  ADDED THE WORDING FOR THE DISPATCHER'S NEW
000354*                      RATE-LIMIT REFUSAL (ERRCODES 4002).
000355*    10/15/2026  JKM  ADDED THE MAINTENANCE-WINDOW-END PARAMETER
000356*                      AND THE "DOWN FOR MAINTENANCE UNTIL ..."
000357*                      WORDING FOR THE DISPATCHER'S
000358*                      MAINTENANCE-WINDOW REFUSAL (ERRCODES 4003).
000360*****************************************************************
000370
000380 identification division.
000480
000490 01  WS-ERRPAGE-MESSAGE       pic x(60).
000500
000501*    ------------------------------------------------------------
000502*    MAINTENANCE WINDOW END, COPIED IN FROM LK-MAINT-UNTIL, WITH
000503*    THE PIECES THE PAGE WORDING IS BUILT FROM.
000504*    ------------------------------------------------------------
000505 01  WS-MAINT-UNTIL.
000506     03  WS-MAINT-UNTIL-YYYY      pic x(04).
000507     03  WS-MAINT-UNTIL-MM        pic x(02).
000508     03  WS-MAINT-UNTIL-DD        pic x(02).
000509     03  WS-MAINT-UNTIL-HH        pic x(02).
000510     03  WS-MAINT-UNTIL-MI        pic x(02).
000511
000512 linkage section.
000520 01  LK-RENDER-ID             pic x(20).
000530 copy ERRCODES replacing ERR-STATUS-CODE by LK-ERROR-CODE.
000532 01  LK-MAINT-UNTIL           pic x(12).
000540
000550 procedure division using LK-RENDER-ID LK-ERROR-CODE
000552         LK-MAINT-UNTIL.
000560
000570 0000-main-logic.
000572     move LK-MAINT-UNTIL to WS-MAINT-UNTIL.
000580     perform 1000-map-message thru 1000-exit.
000590     perform 2000-build-vars thru 2000-exit.
000600     call 'cowtemplate' using THE-VARS "errpage.cow".
001042         when ERR-RATE-LIMITED
001044             move 'TOO MANY REQUESTS - PLEASE TRY AGAIN SHORTLY'
001046                     to WS-ERRPAGE-MESSAGE
001047         when ERR-ROUTE-IN-MAINTENANCE
001048             perform 1100-map-maintenance thru 1100-exit
001050         when other
001060             move 'AN ERROR HAS OCCURRED'
001070                     to WS-ERRPAGE-MESSAGE
001080     end-evaluate.
001090 1000-exit.
001091     exit.
001092
001093*    ------------------------------------------------------------
001094*    1100-MAP-MAINTENANCE - "UNTIL" AND THE WINDOW END, WRITTEN
001095*    MM/DD/YYYY HH:MM, WHEN THE WINDOW HAS ONE; AN OPEN-ENDED
001096*    WINDOW GETS NO TIME AT ALL RATHER THAN A WRONG ONE.
001097*    ------------------------------------------------------------
001098 1100-map-maintenance.
001099     if WS-MAINT-UNTIL = spaces
001100         move 'DOWN FOR MAINTENANCE - PLEASE TRY AGAIN LATER'
001101                 to WS-ERRPAGE-MESSAGE
001102         go to 1100-exit
001103     end-if.
001104     move spaces to WS-ERRPAGE-MESSAGE.
001105     string 'DOWN FOR MAINTENANCE UNTIL '
001106                     delimited by size
001107             WS-MAINT-UNTIL-MM '/' WS-MAINT-UNTIL-DD '/'
001108             WS-MAINT-UNTIL-YYYY ' ' WS-MAINT-UNTIL-HH ':'
001109             WS-MAINT-UNTIL-MI
001110                     delimited by size
001111             into WS-ERRPAGE-MESSAGE
001112     end-string.
001113 1100-exit.
001114     exit.
001115
001120*    ------------------------------------------------------------
001130*    2000-BUILD-VARS - THE ERROR PAGE'S VARS ARE BUILT FRESH ON
001140*    EVERY CALL; NOTHING FROM THE FAILED RENDER'S COW-VARS IS
