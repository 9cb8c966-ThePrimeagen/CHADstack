000010*****************************************************************
000020*
000030*    PROGRAM-ID.   CREDCONV
000040*    AUTHOR.       JKM
000050*    INSTALLATION. CHADSTACK DATA PROCESSING
000060*    DATE-WRITTEN. 10/15/2026
000070*
000080*    REMARKS.      ONE-TIME CONVERSION OF THE USER MASTER FROM
000090*                  CLEAR-TEXT CREDENTIALS TO CREDHASH'S SALTED
000100*                  ONE-WAY HASH.  READS THE LIVE USERMAST AND
000110*                  WRITES EVERY ENTRY, IN FILE ORDER, TO THE
000120*                  USERCONV OUTPUT FILE WITH ITS CREDENTIAL
000130*                  REPLACED BY THE STORED HASH FORM.  AN ENTRY
000140*                  ALREADY HASHED PASSES THROUGH UNTOUCHED, SO A
000150*                  RERUN AFTER A PARTIAL PROMOTE IS HARMLESS; A
000160*                  BLANK CREDENTIAL PASSES THROUGH BLANK AND IS
000170*                  LISTED - USERCHK WILL FAIL IT UNTIL SOMEONE
000180*                  SETS IT.  THE CHANGE STAMP AND ENTITLEMENTS
000190*                  ARE CARRIED ACROSS AS THEY ARE, AND THE NEW
000200*                  CREDENTIAL-HISTORY AREA STARTS EMPTY, AS DOES
000210*                  THE ACCOUNT STATUS (BLANK READS AS ACTIVE).
000220*                  THE LIVE FILE IS NEVER WRITTEN HERE: OPS RUNS
000230*                  USERCHK WITH USERCAND POINTED AT USERCONV, AND
000240*                  ONLY ON A PASS COPIES IT LIVE AND SCRATCHES
000250*                  EVERY COPY OF THE OLD CLEAR-TEXT MASTER.
000260*                  WRITES A CONVERSION SUMMARY TO CNVRPT (USER
000270*                  IDS ONLY - NEVER A CREDENTIAL) AND SETS
000280*                  RETURN-CODE 8 WHEN THE CONVERSION DID NOT RUN
000290*                  CLEAN, SO THE PROMOTE STEP IS HELD.
000300*
000310*****************************************************************
000320*    MODIFICATION HISTORY
000330*    ------------------------------------------------------------
000340*    10/15/2026  JKM  ORIGINAL VERSION.
000350*    10/15/2026  JKM  WIDEN THE OUTPUT RECORD FOR
000352*                      UM-ACCOUNT-STATUS.
000360*****************************************************************
000370
000380 identification division.
000390 program-id. credconv.
000400 author. jkm.
000410 installation. chadstack data processing.
000420 date-written. 10/15/2026.
000430 date-compiled.
000440
000450 environment division.
000460 input-output section.
000470 file-control.
000480     select USER-MASTER-FILE assign to USERMAST
000490         organization is line sequential
000500         file status is WS-USERMAST-FILE-STATUS.
000510
000520     select CONVERTED-FILE assign to USERCONV
000530         organization is line sequential
000540         file status is WS-CONVERTED-FILE-STATUS.
000550
000560     select REPORT-FILE assign to CNVRPT
000570         organization is line sequential
000580         file status is WS-REPORT-FILE-STATUS.
000590
000600 data division.
000610 file section.
000620 fd  USER-MASTER-FILE.
000630     copy USERMAST.
000640
000650 fd  CONVERTED-FILE.
000660 01  CONVERTED-RECORD             pic x(569).
000670
000680 fd  REPORT-FILE
000690     record contains 80 characters.
000700 01  REPORT-LINE                  pic x(80).
000710
000720 working-storage section.
000730 01  WS-USERMAST-FILE-STATUS   pic x(02) value '00'.
000740     88  WS-USERMAST-FILE-OK         value '00'.
000750     88  WS-USERMAST-FILE-EOF        value '10'.
000760
000770 01  WS-CONVERTED-FILE-STATUS  pic x(02) value '00'.
000780     88  WS-CONVERTED-FILE-OK        value '00'.
000790
000800 01  WS-REPORT-FILE-STATUS     pic x(02) value '00'.
000810
000820 01  WS-CONVERT-RESULT-SW      pic x(01) value 'N'.
000830     88  WS-CONVERT-CLEAN            value 'Y'.
000840     88  WS-CONVERT-NOT-CLEAN        value 'N'.
000850
000860 01  WS-WRITE-FAIL-SW          pic x(01) value 'N'.
000870     88  WS-CONVERTED-WRITE-FAILED   value 'Y'.
000880     88  WS-CONVERTED-WRITE-OK       value 'N'.
000890
000900 77  WS-RUN-DATE               pic 9(08).
000910
000920 01  WS-CONVERT-COUNTERS.
000930     03  WS-USERS-READ         pic 9(05) comp value zero.
000940     03  WS-USERS-CONVERTED    pic 9(05) comp value zero.
000950     03  WS-USERS-ALREADY      pic 9(05) comp value zero.
000960     03  WS-USERS-BLANK        pic 9(05) comp value zero.
000970
000980*    ------------------------------------------------------------
000990*    CREDHASH FIELDS.  THE CLEAR VALUE LIVES HERE ONLY FOR THE
001000*    LENGTH OF ONE CALL AND IS BLANKED STRAIGHT AFTER.
001010*    ------------------------------------------------------------
001020 01  WS-CREDHASH-WORK-FIELDS.
001030     03  WS-CREDHASH-OPERATION   pic x(01).
001040         88  WS-CREDHASH-OP-MAKE        value 'M'.
001050     03  WS-CREDHASH-CLEAR       pic x(40).
001060     03  WS-CREDHASH-STORED      pic x(40).
001070     03  WS-CREDHASH-STATUS      pic x(02).
001080
001090 01  WS-HEADING-1.
001100     03  filler  pic x(32) value
001110         'USERMAST CREDENTIAL CONVERSION  '.
001120     03  WS-HEADING-DATE   pic 9(08).
001130
001140 01  WS-DETAIL-BLANK.
001150     03  filler                pic x(06) value 'ENTRY '.
001160     03  WS-DETAIL-ENTRY-NBR   pic zzzz9.
001170     03  filler                pic x(02) value spaces.
001180     03  WS-DETAIL-USER-ID     pic x(20).
001190     03  filler                pic x(02) value spaces.
001200     03  filler                pic x(30) value
001210         'BLANK CREDENTIAL - NOT HASHED'.
001220
001230 01  WS-TOTAL-LINE-1.
001240     03  filler  pic x(24) value 'ENTRIES READ            '.
001250     03  WS-TOTAL-READ         pic zzzz9.
001260
001270 01  WS-TOTAL-LINE-2.
001280     03  filler  pic x(24) value 'CREDENTIALS HASHED      '.
001290     03  WS-TOTAL-CONVERTED    pic zzzz9.
001300
001310 01  WS-TOTAL-LINE-3.
001320     03  filler  pic x(24) value 'ALREADY HASHED          '.
001330     03  WS-TOTAL-ALREADY      pic zzzz9.
001340
001350 01  WS-TOTAL-LINE-4.
001360     03  filler  pic x(24) value 'BLANK CREDENTIALS       '.
001370     03  WS-TOTAL-BLANK        pic zzzz9.
001380
001390 01  WS-DETAIL-NOT-CLEAN.
001400     03  filler  pic x(48) value
001410         'CONVERSION DID NOT COMPLETE - DO NOT PROMOTE'.
001420
001430 procedure division.
001440
001450 0000-main-logic.
001460     accept WS-RUN-DATE from date yyyymmdd.
001470     open output REPORT-FILE.
001480     move WS-RUN-DATE to WS-HEADING-DATE.
001490     move spaces to REPORT-LINE.
001500     move WS-HEADING-1 to REPORT-LINE.
001510     write REPORT-LINE.
001520     move spaces to REPORT-LINE.
001530     write REPORT-LINE.
001540     perform 1000-convert-master thru 1000-exit.
001550     perform 8000-write-summary thru 8000-exit.
001560     close REPORT-FILE.
001570     if WS-CONVERT-NOT-CLEAN
001580         move 8 to RETURN-CODE
001590     else
001600         move zero to RETURN-CODE
001610     end-if.
001620     goback.
001630 0000-exit.
001640     exit.
001650
001660*    ------------------------------------------------------------
001670*    1000-CONVERT-MASTER - ONE PASS, LIVE FILE TO USERCONV.  A
001680*    FAILED WRITE LATCHES WS-CONVERTED-WRITE-FAILED, AS IN
001690*    AUDITARC, SO A SHORT OUTPUT FILE CAN NEVER PASS AS CLEAN.
001700*    ------------------------------------------------------------
001710 1000-convert-master.
001720     set WS-CONVERT-NOT-CLEAN to true.
001730     open input USER-MASTER-FILE.
001740     if not WS-USERMAST-FILE-OK
001750         display 'CREDCONV: USERMAST OPEN FAILED, STATUS '
001760                 WS-USERMAST-FILE-STATUS
001770         go to 1000-exit
001780     end-if.
001790     open output CONVERTED-FILE.
001800     if not WS-CONVERTED-FILE-OK
001810         display 'CREDCONV: USERCONV OPEN FAILED, STATUS '
001820                 WS-CONVERTED-FILE-STATUS
001830         close USER-MASTER-FILE
001840         go to 1000-exit
001850     end-if.
001860     perform 1100-read-user-record thru 1100-exit.
001870     perform 1200-convert-one-user thru 1200-exit
001880             until WS-USERMAST-FILE-EOF
001890                or WS-CONVERTED-WRITE-FAILED.
001900     close USER-MASTER-FILE.
001910     close CONVERTED-FILE.
001920     if WS-CONVERTED-FILE-OK and WS-CONVERTED-WRITE-OK
001930         set WS-CONVERT-CLEAN to true
001940     end-if.
001950 1000-exit.
001960     exit.
001970
001980 1100-read-user-record.
001990     read USER-MASTER-FILE.
002000 1100-exit.
002010     exit.
002020
002030*    ------------------------------------------------------------
002040*    1200-CONVERT-ONE-USER - HASHES A CLEAR CREDENTIAL IN THE
002050*    RECORD AREA, PASSES A HASHED OR BLANK ONE THROUGH, AND
002060*    WRITES THE ENTRY.  "ALREADY HASHED" MEANS CREDHASH'S MARK
002070*    WITH AN ALL-DIGIT SALT AND HASH - THE SAME TEST USERCHK
002080*    APPLIES.
002090*    ------------------------------------------------------------
002100 1200-convert-one-user.
002110     add 1 to WS-USERS-READ.
002120     if UM-CREDENTIAL = spaces
002130         add 1 to WS-USERS-BLANK
002140         move WS-USERS-READ to WS-DETAIL-ENTRY-NBR
002150         move UM-USER-ID to WS-DETAIL-USER-ID
002160         move spaces to REPORT-LINE
002170         move WS-DETAIL-BLANK to REPORT-LINE
002180         write REPORT-LINE
002190         go to 1200-write
002200     end-if.
002210     if UM-CRED-IS-HASHED
002220             and UM-CRED-SALT numeric
002230             and UM-CRED-HASH numeric
002240         add 1 to WS-USERS-ALREADY
002250         go to 1200-write
002260     end-if.
002270     set WS-CREDHASH-OP-MAKE to true.
002280     move UM-CREDENTIAL to WS-CREDHASH-CLEAR.
002290     call 'credhash' using WS-CREDHASH-OPERATION
002300             WS-CREDHASH-CLEAR WS-CREDHASH-STORED
002310             WS-CREDHASH-STATUS.
002320     move spaces to WS-CREDHASH-CLEAR.
002330     move WS-CREDHASH-STORED to UM-CREDENTIAL.
002340     add 1 to WS-USERS-CONVERTED.
002350 1200-write.
002360     move USER-MASTER-RECORD to CONVERTED-RECORD.
002370     write CONVERTED-RECORD.
002380     if not WS-CONVERTED-FILE-OK
002390         display 'CREDCONV: USERCONV WRITE FAILED, STATUS '
002400                 WS-CONVERTED-FILE-STATUS
002410         set WS-CONVERTED-WRITE-FAILED to true
002420         go to 1200-exit
002430     end-if.
002440     perform 1100-read-user-record thru 1100-exit.
002450 1200-exit.
002460     exit.
002470
002480*    ------------------------------------------------------------
002490*    8000-WRITE-SUMMARY
002500*    ------------------------------------------------------------
002510 8000-write-summary.
002520     move spaces to REPORT-LINE.
002530     write REPORT-LINE.
002540     move WS-USERS-READ to WS-TOTAL-READ.
002550     move WS-TOTAL-LINE-1 to REPORT-LINE.
002560     write REPORT-LINE.
002570     move WS-USERS-CONVERTED to WS-TOTAL-CONVERTED.
002580     move WS-TOTAL-LINE-2 to REPORT-LINE.
002590     write REPORT-LINE.
002600     move WS-USERS-ALREADY to WS-TOTAL-ALREADY.
002610     move WS-TOTAL-LINE-3 to REPORT-LINE.
002620     write REPORT-LINE.
002630     move WS-USERS-BLANK to WS-TOTAL-BLANK.
002640     move WS-TOTAL-LINE-4 to REPORT-LINE.
002650     write REPORT-LINE.
002660     if WS-CONVERT-NOT-CLEAN
002670         move spaces to REPORT-LINE
002680         write REPORT-LINE
002690         move WS-DETAIL-NOT-CLEAN to REPORT-LINE
002700         write REPORT-LINE
002710     end-if.
002720 8000-exit.
002730     exit.
002740
002750 end program credconv.
