                  ASSIGN TO PANVBALR                                    00270000
                  ORGANIZATION IS SEQUENTIAL                            00280000
                  FILE STATUS IS WS-REPORT-STATUS.                      00290000
              SELECT BALANCE-RESULT-FILE                                00290400
                  ASSIGN TO BALRSLT                                     00290800
                  ORGANIZATION IS SEQUENTIAL                            00291200
                  FILE STATUS IS WS-BALANCE-RESULT-STATUS.              00291600
              SELECT BUSINESS-DATE-FILE                                 00291650
                  ASSIGN TO BUSDATE                                     00291700
                  ORGANIZATION IS SEQUENTIAL                            00291750
                  FILE STATUS IS WS-BUSDATE-STATUS.                     00291800
              SELECT STEP-TIMING-FILE                                   00292000
                  ASSIGN TO STEPTIME                                    00294000
                  ORGANIZATION IS SEQUENTIAL                            00296000
                  FILE STATUS IS WS-STEP-TIMING-STATUS.                 00298000
          DATA DIVISION.                                                00300000
          FILE SECTION.                                                 00310000
          FD  FEED-CONTROL-FILE                                         00320000
          FD  REPORT-FILE                                               00470000
              RECORDING MODE IS F.                                      00480000
          01  REPORT-LINE                  PIC X(80).                   00490000
          FD  BALANCE-RESULT-FILE                                       00490500
              RECORDING MODE IS F.                                      00491000
          01  BALANCE-RESULT-LINE          PIC X(80).                   00491500
          FD  BUSINESS-DATE-FILE                                        00491600
              RECORDING MODE IS F.                                      00491700
          01  BUSINESS-DATE-IN             PIC X(80).                   00491800
          FD  STEP-TIMING-FILE                                          00492000
              RECORDING MODE IS F.                                      00494000
          COPY STEPTIME.                                                00496000
          WORKING-STORAGE SECTION.                                      00500000
      *                                                                 00510000
      *    PANVBAL  --  UPSTREAM CONTROL-TOTALS BALANCING.  RUNS        00520000
              88 WS-AFFIL3-OK           VALUE '00'.                     00770500
              88 WS-AFFIL3-EOF          VALUE '10'.                     00770600
           01 WS-REPORT-STATUS      PIC XX.                             00780000
           01 WS-BALANCE-RESULT-STATUS PIC XX.                          00780100
              88 WS-BALANCE-RESULT-OK     VALUE '00'.                   00780200
           01 WS-BUSDATE-STATUS     PIC XX.                             00780300
              88 WS-BUSDATE-OK         VALUE '00'.                      00780400
           01 WS-STEP-TIMING-STATUS PIC XX.                             00780500
              88 WS-STEP-TIMING-OK        VALUE '00'.                   00781000
              88 WS-STEP-TIMING-NOT-FOUND VALUE '35'.                   00781500
      *                                                                 00782000
      *    START AND END OF THIS RUN, FOR THE STEP-TIMING HISTORY.      00782500
           01 WS-STEP-TIMING-CONTROL.                                   00783000
              05 WS-STEP-START-STAMP.                                   00783500
                 10 WS-STEP-START-DATE   PIC X(08).                     00784000
                 10 WS-STEP-START-TIME   PIC X(06).                     00784500
              05 WS-STEP-END-STAMP.                                     00785000
                 10 WS-STEP-END-DATE     PIC X(08).                     00785500
                 10 WS-STEP-END-TIME     PIC X(06).                     00786000
      *                                                                 00790000
      *    ONE ENTRY PER FEED, IN ASCIIIN/EBCDCIN/UTF8IN/AFFIL1/        00800000
      *    AFFIL2/AFFIL3 ORDER: THE COUNTS AND HASH ACCUMULATED FROM    00810000
      *                                                                 01020000
           01 WS-RETURN-CODE-SW PIC X VALUE 'N'.                        01030000
              88 WS-JOB-FAILED VALUE 'Y'.                               01040000
      *                                                                 01041000
      *    ONE BALANCING RESULT PER FEED FOR PANVERR, WHICH RETURNS AN  01042000
      *    OUT-OF-BALANCE TRANSMISSION TO ITS PROVIDER (SEE BALRSLT).   01043000
      *    THE RESULTS ONLY FEED THE ERROR RETURNS, SO A FILE THAT      01044000
      *    CANNOT BE WRITTEN IS REPORTED BUT LEAVES THE BALANCING AND   01045000
      *    ITS CONDITION CODE ALONE.                                    01046000
           01 WS-BALANCE-RESULT-SW PIC X VALUE 'N'.                     01047000
              88 WS-BALANCE-RESULT-OPEN VALUE 'Y'.                      01048000
           COPY BALRSLT.                                                01049000
      *                                                                 01049050
      *    THE BUSINESS DATE THE RESULTS ARE STAMPED WITH COMES FROM    01049100
      *    THE BUSDATE CARD THE SAME WAY AS ON THE RUN LEDGER (SEE THE  01049150
      *    BUSDATE COPYBOOK).                                           01049200
           01 WS-BUSINESS-DATE-CONTROL.                                 01049250
              05 WS-BUSINESS-DATE        PIC X(08).                     01049300
              05 WS-BUSINESS-DATE-NUM    PIC 9(08).                     01049350
              05 WS-CLOCK-STAMP.                                        01049400
                 10 WS-CLOCK-DATE-NUM    PIC 9(08).                     01049450
                 10 WS-CLOCK-HOUR        PIC X(02).                     01049500
              05 WS-BUSINESS-DAY-CUTOVER PIC X(02) VALUE '12'.          01049550
           COPY BUSDATE.                                                01049600
      *                                                                 01050000
           01 WS-REPORT-LINES.                                          01060000
              05 WS-HEADING-LINE.                                       01070000
      *                                                                 01290000
          PROCEDURE      DIVISION.                                      01300000
          0000-MAIN-CONTROL.                                            01310000
              MOVE FUNCTION CURRENT-DATE(1:14) TO WS-STEP-START-STAMP   01315000
              PERFORM 1000-INITIALIZE                                   01320000
              PERFORM 2000-LOAD-CONTROL-TOTALS                          01330000
              PERFORM 3000-COUNT-AND-HASH-FEEDS                         01340000
              PERFORM 4000-BALANCE-AND-REPORT                           01350000
              PERFORM 9000-TERMINATE                                    01360000
              PERFORM 9400-RECORD-STEP-TIMING                           01365000
              GOBACK.                                                   01370000
      *                                                                 01380000
          1000-INITIALIZE.                                              01390000
              PERFORM 1100-SET-BUSINESS-DATE                            01395000
              PERFORM VARYING WS-FEED-IDX FROM 1 BY 1                   01400000
                      UNTIL WS-FEED-IDX > 6                             01410000
                  MOVE ZERO TO WS-FEED-ACTUAL-COUNT(WS-FEED-IDX)        01420000
                          AFFIL2-FILE                                   01521000
                          AFFIL3-FILE                                   01522000
              OPEN OUTPUT REPORT-FILE                                   01530000
              OPEN OUTPUT BALANCE-RESULT-FILE                           01531000
              IF WS-BALANCE-RESULT-OK                                   01532000
                  SET WS-BALANCE-RESULT-OPEN TO TRUE                    01533000
              ELSE                                                      01534000
                  DISPLAY 'PANVBAL: BALRSLT OPEN FAILED, STATUS='       01535000
                          WS-BALANCE-RESULT-STATUS                      01536000
              END-IF                                                    01537000
              MOVE WS-HEADING-LINE TO REPORT-LINE                       01540000
              WRITE REPORT-LINE                                         01550000
              MOVE WS-BLANK-LINE TO REPORT-LINE                         01560000
              WRITE REPORT-LINE.                                        01570000
      *                                                                 01570200
      *    A BLANK CARD DATE IS TAKEN FROM THE CLOCK: BEFORE THE NOON   01570400
      *    CUTOVER IT IS TODAY, FROM NOON ON IT IS TOMORROW -- THE      01570600
      *    ONLINE DAY THE NIGHT'S BATCH PREPARES.  A MISSING OR EMPTY   01570800
      *    CARD FILE IS A BLANK CARD.  THE FORCE SWITCH MEANS NOTHING   01571000
      *    TO AN UNLEDGERED STEP BUT IS STILL PROVED, SO ONE CARD       01571200
      *    SERVES EVERY STEP OF A RERUN.                                01571400
          1100-SET-BUSINESS-DATE.                                       01571600
              MOVE SPACES TO BUSINESS-DATE-CARD                         01571800
              OPEN INPUT BUSINESS-DATE-FILE                             01572000
              IF WS-BUSDATE-OK                                          01572200
                  READ BUSINESS-DATE-FILE INTO BUSINESS-DATE-CARD       01572400
                      AT END                                            01572600
                          MOVE SPACES TO BUSINESS-DATE-CARD             01572800
                  END-READ                                              01573000
                  CLOSE BUSINESS-DATE-FILE                              01573200
              END-IF                                                    01573400
              IF BD-FORCE-RERUN-SW NOT = SPACE AND NOT BD-FORCE-RERUN   01573600
                  DISPLAY 'PANVBAL: INVALID BUSDATE FORCE SWITCH '''    01573800
                          BD-FORCE-RERUN-SW ''''                        01574000
                  MOVE 16 TO RETURN-CODE                                01574200
                  GOBACK                                                01574400
              END-IF                                                    01574600
              IF BD-BUSINESS-DATE = SPACES                              01574800
                  MOVE FUNCTION CURRENT-DATE(1:10) TO WS-CLOCK-STAMP    01575000
                  IF WS-CLOCK-HOUR < WS-BUSINESS-DAY-CUTOVER            01575200
                      MOVE WS-CLOCK-DATE-NUM TO WS-BUSINESS-DATE-NUM    01575400
                  ELSE                                                  01575600
                      COMPUTE WS-BUSINESS-DATE-NUM =                    01575800
                          FUNCTION DATE-OF-INTEGER(                     01576000
                              FUNCTION INTEGER-OF-DATE(                 01576200
                                  WS-CLOCK-DATE-NUM) + 1)               01576400
                  END-IF                                                01576600
                  MOVE WS-BUSINESS-DATE-NUM TO WS-BUSINESS-DATE         01576800
              ELSE                                                      01577000
                  IF BD-BUSINESS-DATE NOT NUMERIC                       01577200
                      DISPLAY 'PANVBAL: INVALID BUSDATE CARD DATE '''   01577400
                              BD-BUSINESS-DATE ''''                     01577600
                      MOVE 16 TO RETURN-CODE                            01577800
                      GOBACK                                            01578000
                  END-IF                                                01578200
                  MOVE BD-BUSINESS-DATE TO WS-BUSINESS-DATE             01578400
              END-IF.                                                   01578600
      *                                                                 01580000
      *    A CONTROL RECORD FOR A FEED WE DO NOT PROCESS IS A SETUP     01590000
      *    FAULT WORTH FAILING FOR -- IT USUALLY MEANS A FEED ID        01600000
                      TO FL-ACTUAL-COUNT                                02640000
                  MOVE WS-FEED-EXPECT-COUNT(WS-FEED-IDX)                02650000
                      TO FL-EXPECT-COUNT                                02660000
                  MOVE SPACES TO BALANCE-RESULT-RECORD                  02665000
                  IF NOT WS-FEED-CONTROL-SEEN(WS-FEED-IDX)              02670000
                      MOVE 'NO CONTROL REC' TO FL-BALANCE-TEXT          02680000
                      SET BR-NO-CONTROL-RECORD TO TRUE                  02685000
                      SET WS-JOB-FAILED TO TRUE                         02690000
                  ELSE                                                  02700000
                      IF WS-FEED-ACTUAL-COUNT(WS-FEED-IDX) =            02710000
                         WS-FEED-ACTUAL-HASH(WS-FEED-IDX) =             02730000
                             WS-FEED-EXPECT-HASH(WS-FEED-IDX)           02740000
                          MOVE 'IN BALANCE    ' TO FL-BALANCE-TEXT      02750000
                          SET BR-IN-BALANCE TO TRUE                     02755000
                      ELSE                                              02760000
                          MOVE 'OUT OF BALANCE' TO FL-BALANCE-TEXT      02770000
                          SET BR-OUT-OF-BALANCE TO TRUE                 02775000
                          SET WS-JOB-FAILED TO TRUE                     02780000
                      END-IF                                            02790000
                  END-IF                                                02800000
                      TO HL-EXPECT-HASH                                 02860000
                  MOVE WS-HASH-LINE TO REPORT-LINE                      02870000
                  WRITE REPORT-LINE                                     02880000
                  IF WS-BALANCE-RESULT-OPEN                             02882000
                      PERFORM 4100-WRITE-BALANCE-RESULT                 02884000
                  END-IF                                                02886000
              END-PERFORM.                                              02890000
      *                                                                 02890500
          4100-WRITE-BALANCE-RESULT.                                    02891000
              MOVE WS-FEED-NAME(WS-FEED-IDX) TO BR-FEED-ID              02891500
              MOVE WS-FEED-EXPECT-COUNT(WS-FEED-IDX) TO BR-EXPECT-COUNT 02892000
              MOVE WS-FEED-ACTUAL-COUNT(WS-FEED-IDX) TO BR-ACTUAL-COUNT 02892500
              MOVE WS-FEED-EXPECT-HASH(WS-FEED-IDX) TO BR-EXPECT-HASH   02893000
              MOVE WS-FEED-ACTUAL-HASH(WS-FEED-IDX) TO BR-ACTUAL-HASH   02893500
              MOVE WS-BUSINESS-DATE TO BR-BUSINESS-DATE                 02894000
              MOVE WS-STEP-START-DATE TO BR-RUN-DATE                    02894200
              MOVE WS-STEP-START-TIME TO BR-RUN-TIME                    02894500
              WRITE BALANCE-RESULT-LINE FROM BALANCE-RESULT-RECORD      02895000
              IF NOT WS-BALANCE-RESULT-OK                               02895500
                  DISPLAY 'PANVBAL: BALRSLT WRITE FAILED, STATUS='      02896000
                          WS-BALANCE-RESULT-STATUS                      02896500
              END-IF.                                                   02897000
      *                                                                 02900000
          9000-TERMINATE.                                               02910000
              CLOSE FEED-CONTROL-FILE                                   02920000
                    AFFIL2-FILE                                         02961000
                    AFFIL3-FILE                                         02962000
                    REPORT-FILE                                         02970000
              IF WS-BALANCE-RESULT-OPEN                                 02972000
                  CLOSE BALANCE-RESULT-FILE                             02974000
              END-IF                                                    02976000
              IF WS-JOB-FAILED                                          02980000
                  MOVE 8 TO RETURN-CODE                                 02990000
              ELSE                                                      03000000
                  MOVE 0 TO RETURN-CODE                                 03010000
              END-IF.                                                   03020000
      *                                                                 03030000
      *    APPEND THIS RUN TO THE STEP-TIMING HISTORY FOR THE PANVSTM   03040000
      *    BATCH-WINDOW REPORT, WITH THE CONDITION CODE THE STEP IS     03050000
      *    ENDING WITH.  THE HISTORY IS FOR CAPACITY PLANNING ONLY, SO  03060000
      *    A RECORD THAT CANNOT BE WRITTEN IS REPORTED BUT LEAVES THE   03070000
      *    CONDITION CODE ALONE.                                        03080000
          9400-RECORD-STEP-TIMING.                                      03090000
              MOVE FUNCTION CURRENT-DATE(1:14) TO WS-STEP-END-STAMP     03100000
              OPEN EXTEND STEP-TIMING-FILE                              03110000
              IF WS-STEP-TIMING-NOT-FOUND                               03120000
                  OPEN OUTPUT STEP-TIMING-FILE                          03130000
              END-IF                                                    03140000
              IF WS-STEP-TIMING-OK                                      03150000
                  MOVE SPACES TO STEP-TIMING-RECORD                     03160000
                  MOVE 'PANVBAL' TO ST-STEP-NAME                        03170000
                  MOVE WS-STEP-START-DATE TO ST-START-DATE              03180000
                  MOVE WS-STEP-START-TIME TO ST-START-TIME              03190000
                  MOVE WS-STEP-END-DATE TO ST-END-DATE                  03200000
                  MOVE WS-STEP-END-TIME TO ST-END-TIME                  03210000
                  MOVE ZERO TO ST-RECORD-COUNT                          03220000
                  PERFORM VARYING WS-FEED-IDX FROM 1 BY 1               03230000
                          UNTIL WS-FEED-IDX > 6                         03240000
                      ADD WS-FEED-ACTUAL-COUNT(WS-FEED-IDX)             03250000
                          TO ST-RECORD-COUNT                            03260000
                  END-PERFORM                                           03270000
                  MOVE RETURN-CODE TO ST-RETURN-CODE                    03280000
                  WRITE STEP-TIMING-RECORD                              03290000
                  IF NOT WS-STEP-TIMING-OK                              03300000
                      DISPLAY 'PANVBAL: STEPTIME WRITE FAILED, STATUS=' 03310000
                              WS-STEP-TIMING-STATUS                     03320000
                  END-IF                                                03330000
                  CLOSE STEP-TIMING-FILE                                03340000
              ELSE                                                      03350000
                  DISPLAY 'PANVBAL: STEPTIME OPEN FAILED, STATUS='      03360000
                          WS-STEP-TIMING-STATUS                         03370000
              END-IF.                                                   03380000
