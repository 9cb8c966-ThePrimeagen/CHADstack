000320*    MODIFICATION HISTORY
000330*    ------------------------------------------------------------
000340*    09/02/2026  JKM  ORIGINAL VERSION.
000341*    10/15/2026  JKM  DELETE AN ARCHIVED RENDER'S CLEAR VALUES
000342*                      FROM THE RESTRICTED SENSAUD STORE (SEE
000343*                      SENSAUD.CPY) ALONG WITH ITS RNDRSTAT RECORD
000344*                      - ONCE THE RENDER CAN NO LONGER BE REPLAYED
000345*                      NOTHING NEEDS THEM.  THE COUNT PURGED IS ON
000347*                      THE SUMMARY.
000350*****************************************************************
000360
000370 identification division.
000540         organization is line sequential
000550         file status is WS-ARCHIVE-FILE-STATUS.
000560
000561     select SENS-AUDIT-FILE assign to SENSAUD
000562         organization is indexed
000563         access mode is dynamic
000564         record key is SX-KEY
000565         file status is WS-SENSAUD-FILE-STATUS.
000566
000570     select REPORT-FILE assign to RNARPT
000580         organization is line sequential
000590         file status is WS-REPORT-FILE-STATUS.
000660 fd  ARCHIVE-FILE.
000670 01  ARCHIVE-RECORD               pic x(83).
000680
000682 fd  SENS-AUDIT-FILE.
000684     copy SENSAUD.
000686
000690 fd  REPORT-FILE
000700     record contains 80 characters.
000710 01  REPORT-LINE                  pic x(80).
000770 01  WS-ARCHIVE-FILE-STATUS    pic x(02) value '00'.
000780     88  WS-ARCHIVE-FILE-OK          value '00'.
000790
000792 01  WS-SENSAUD-FILE-STATUS    pic x(02) value '00'.
000794     88  WS-SENSAUD-FILE-OK          value '00'.
000796
000800 01  WS-REPORT-FILE-STATUS     pic x(02) value '00'.
000810
000820 01  WS-RNDRSTAT-OPEN-SW       pic x(01) value 'N'.
000860 01  WS-ARCHIVE-OPEN-SW        pic x(01) value 'N'.
000870     88  WS-ARCHIVE-IS-OPEN          value 'Y'.
000880     88  WS-ARCHIVE-NOT-OPEN         value 'N'.
000881
000882 01  WS-SENSAUD-OPEN-SW        pic x(01) value 'N'.
000883     88  WS-SENSAUD-IS-OPEN          value 'Y'.
000884     88  WS-SENSAUD-NOT-OPEN         value 'N'.
000885
000886 01  WS-PURGE-DONE-SW          pic x(01) value 'N'.
000887     88  WS-PURGE-DONE               value 'Y'.
000888     88  WS-PURGE-NOT-DONE           value 'N'.
000890
000900 01  WS-SCAN-DONE-SW           pic x(01) value 'N'.
000910     88  WS-SCAN-DONE                value 'Y'.
001030 01  WS-CYCLE-COUNTERS.
001040     03  WS-RECORDS-ARCHIVED   pic 9(09) comp value zero.
001050     03  WS-RECORDS-KEPT       pic 9(09) comp value zero.
001052     03  WS-CLEAR-VALUES-PURGED pic 9(09) comp value zero.
001060
001070*    ------------------------------------------------------------
001080*    OLDEST OPEN FAILURE, BY START STAMP - THE RECORD THAT HAS
001330 01  WS-DETAIL-KEPT.
001340     03  filler  pic x(24) value 'RECORDS KEPT            '.
001350     03  WS-DETAIL-KEPT-NBR    pic zzzzzzzz9.
001352
001354 01  WS-DETAIL-PURGED.
001356     03  filler  pic x(24) value 'CLEAR VALUES PURGED     '.
001358     03  WS-DETAIL-PURGED-NBR  pic zzzzzzzz9.
001360
001370 01  WS-DETAIL-OLDEST.
001380     03  filler  pic x(24) value 'OLDEST OPEN FAILURE     '.
001750*    1000-INITIALIZE - SETS THE RETENTION CUTOFF AND OPENS THE
001760*    FILES.  A LIVE FILE THAT DOES NOT EXIST YET (NO RENDER HAS
001770*    EVER RUN) CYCLES AS A CLEAN EMPTY CUT; ANY OTHER OPEN
001780*    FAILURE IS A FAILED CYCLE.  THE SAME GOES FOR SENSAUD, WHICH
001782*    DOES NOT EXIST UNTIL THE FIRST SENSITIVE VALUE IS AUDITED.
001790*    ------------------------------------------------------------
001800 1000-initialize.
001810     move LK-RETENTION-DAYS to WS-RETENTION-DAYS.
002060         display 'RNDRARC: RNDRDAY OPEN FAILED, STATUS '
002070                 WS-ARCHIVE-FILE-STATUS
002080         set WS-CYCLE-NOT-CLEAN to true
002081     end-if.
002082     open i-o SENS-AUDIT-FILE.
002083     if WS-SENSAUD-FILE-OK
002084         set WS-SENSAUD-IS-OPEN to true
002085     else
002086         if WS-SENSAUD-FILE-STATUS not = '35'
002087             display 'RNDRARC: SENSAUD OPEN FAILED, STATUS '
002088                     WS-SENSAUD-FILE-STATUS
002089             set WS-CYCLE-NOT-CLEAN to true
002090         end-if
002091     end-if.
002100     open output REPORT-FILE.
002110 1000-exit.
002120     exit.
002630     delete RNDRSTAT-FILE record.
002640     if WS-RNDRSTAT-FILE-OK
002650         add 1 to WS-RECORDS-ARCHIVED
002652         if WS-SENSAUD-IS-OPEN
002654             perform 2400-purge-clear-values thru 2400-exit
002656         end-if
002660     else
002670         display 'RNDRARC: DELETE FAILED, STATUS '
002680                 WS-RNDRSTAT-FILE-STATUS ' - CYCLE STOPPED'
002860     exit.
002870
002880*    ------------------------------------------------------------
002881*    2400-PURGE-CLEAR-VALUES - DELETES EVERY SENSAUD ENTRY UNDER
002882*    THE RENDER-ID JUST ARCHIVED.  THE ENTRIES ARE KEYED RENDER-ID
002883*    FIRST, SO THEY SIT TOGETHER FROM SEQUENCE ZERO UP.
002884*    ------------------------------------------------------------
002885 2400-purge-clear-values.
002886     set WS-PURGE-NOT-DONE to true.
002887     move RNDRSTAT-RENDER-ID to SX-RENDER-ID.
002888     move zero to SX-VAR-SEQ.
002889     start SENS-AUDIT-FILE key >= SX-KEY.
002890     if not WS-SENSAUD-FILE-OK
002891         go to 2400-exit
002892     end-if.
002893     perform 2410-purge-next-value thru 2410-exit
002894             until WS-PURGE-DONE.
002895 2400-exit.
002896     exit.
002897
002898 2410-purge-next-value.
002899     read SENS-AUDIT-FILE next record.
002900     if not WS-SENSAUD-FILE-OK
002901             or SX-RENDER-ID not = RNDRSTAT-RENDER-ID
002902         set WS-PURGE-DONE to true
002903         go to 2410-exit
002904     end-if.
002905     delete SENS-AUDIT-FILE record.
002906     if WS-SENSAUD-FILE-OK
002907         add 1 to WS-CLEAR-VALUES-PURGED
002908     else
002909         display 'RNDRARC: SENSAUD DELETE FAILED, STATUS '
002910                 WS-SENSAUD-FILE-STATUS
002911         set WS-CYCLE-NOT-CLEAN to true
002912         set WS-PURGE-DONE to true
002913     end-if.
002914 2410-exit.
002915     exit.
002916
002917*    ------------------------------------------------------------
002918*    8000-WRITE-SUMMARY
002919*    ------------------------------------------------------------
002920 8000-write-summary.
002921     move WS-RUN-DATE       to WS-HEADING-DATE.
002930     move WS-RETENTION-DAYS to WS-HEADING-RETN.
002940     move spaces to REPORT-LINE.
002950     move WS-HEADING-1 to REPORT-LINE.
003040     write REPORT-LINE.
003050     move WS-RECORDS-KEPT to WS-DETAIL-KEPT-NBR.
003060     move WS-DETAIL-KEPT to REPORT-LINE.
003062     write REPORT-LINE.
003064     move WS-CLEAR-VALUES-PURGED to WS-DETAIL-PURGED-NBR.
003066     move WS-DETAIL-PURGED to REPORT-LINE.
003070     write REPORT-LINE.
003080     if WS-OLDEST-FAIL-SEEN
003090         move WS-OLDEST-FAIL-DATE to WS-DETAIL-OLDEST-DATE
003330     if WS-ARCHIVE-IS-OPEN
003340         close ARCHIVE-FILE
003350     end-if.
003352     if WS-SENSAUD-IS-OPEN
003354         close SENS-AUDIT-FILE
003356     end-if.
003360     close REPORT-FILE.
003370 9000-exit.
003380     exit.
