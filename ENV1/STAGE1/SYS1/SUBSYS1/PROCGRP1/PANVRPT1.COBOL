                  ASSIGN TO COMBCURR                                    00190000
                  ORGANIZATION IS SEQUENTIAL                            00200000
                  FILE STATUS IS WS-NEW-TOTALS-STATUS.                  00210000
              SELECT BUSINESS-DATE-FILE                                 00211000
                  ASSIGN TO BUSDATE                                     00212000
                  ORGANIZATION IS SEQUENTIAL                            00213000
                  FILE STATUS IS WS-BUSDATE-STATUS.                     00214000
              SELECT RUN-LEDGER-FILE                                    00215000
                  ASSIGN TO RUNLEDGR                                    00216000
                  ORGANIZATION IS SEQUENTIAL                            00217000
                  FILE STATUS IS WS-RUN-LEDGER-STATUS.                  00218000
              SELECT STEP-TIMING-FILE                                   00218400
                  ASSIGN TO STEPTIME                                    00218800
                  ORGANIZATION IS SEQUENTIAL                            00219200
                  FILE STATUS IS WS-STEP-TIMING-STATUS.                 00219600
          DATA DIVISION.                                                00220000
          FILE SECTION.                                                 00230000
          FD  PANVOUT-FILE                                              00240000
              REPLACING ==COMBO-TOTAL-RECORD== BY ==NEW-TOTAL-RECORD==  00360000
                        ==CT-FLAG-COMBO==      BY ==NT-FLAG-COMBO==     00370000
                        ==CT-RECORD-COUNT==    BY ==NT-RECORD-COUNT==.  00380000
          FD  BUSINESS-DATE-FILE                                        00381000
              RECORDING MODE IS F.                                      00382000
          01  BUSINESS-DATE-IN             PIC X(80).                   00383000
          FD  RUN-LEDGER-FILE                                           00384000
              RECORDING MODE IS F.                                      00385000
          COPY RUNLEDGR.                                                00386000
          FD  STEP-TIMING-FILE                                          00387000
              RECORDING MODE IS F.                                      00388000
          COPY STEPTIME.                                                00389000
          WORKING-STORAGE SECTION.                                      00390000
      *                                                                 00400000
           01 WS-PANVOUT-STATUS  PIC XX.                                00410000
              88 WS-PANVOUT-OK       VALUE '00'.                        00420000
              88 WS-PANVOUT-EOF      VALUE '10'.                        00430000
           01 WS-REPORT-STATUS   PIC XX.                                00440000
           01 WS-STEP-TIMING-STATUS PIC XX.                             00440500
              88 WS-STEP-TIMING-OK        VALUE '00'.                   00441000
              88 WS-STEP-TIMING-NOT-FOUND VALUE '35'.                   00441500
      *                                                                 00442000
      *    START AND END OF THIS RUN, FOR THE STEP-TIMING HISTORY.      00442500
           01 WS-STEP-TIMING-CONTROL.                                   00443000
              05 WS-STEP-START-STAMP.                                   00443500
                 10 WS-STEP-START-DATE   PIC X(08).                     00444000
                 10 WS-STEP-START-TIME   PIC X(06).                     00444500
              05 WS-STEP-END-STAMP.                                     00445000
                 10 WS-STEP-END-DATE     PIC X(08).                     00445500
                 10 WS-STEP-END-TIME     PIC X(06).                     00446000
           01 WS-PRIOR-TOTALS-STATUS PIC XX.                            00450000
              88 WS-PRIOR-TOTALS-OK      VALUE '00'.                    00460000
              88 WS-PRIOR-TOTALS-EOF     VALUE '10'.                    00470000
           01 WS-NEW-TOTALS-STATUS  PIC XX.                             00480000
           01 WS-PRIOR-FILE-OPEN-SW PIC X VALUE 'N'.                    00490000
              88 WS-PRIOR-FILE-OPEN     VALUE 'Y'.                      00500000
           01 WS-BUSDATE-STATUS      PIC XX.                            00501000
              88 WS-BUSDATE-OK           VALUE '00'.                    00502000
           01 WS-RUN-LEDGER-STATUS   PIC XX.                            00503000
              88 WS-RUN-LEDGER-OK        VALUE '00'.                    00504000
              88 WS-RUN-LEDGER-EOF       VALUE '10'.                    00505000
              88 WS-RUN-LEDGER-NOT-FOUND VALUE '35'.                    00506000
      *                                                                 00510000
      *    ACCUMULATES ONE ENTRY PER DISTINCT FLAG COMBINATION SEEN     00520000
      *    IN PANVOUT-FILE, KEYED BY VALUE RATHER THAN BY ADJACENT-     00530000
           01 WS-DELTA-COUNT             PIC S9(9) VALUE ZERO.          00820000
           01 WS-DELTA-MAGNITUDE         PIC 9(9) VALUE ZERO.           00830000
           01 WS-MOVE-PCT                PIC 9(9) VALUE ZERO.           00840000
      *                                                                 00840400
      *    RUN-LEDGER CONTROL.  THE BUSINESS DATE AND THE FORCE-RERUN   00840800
      *    SWITCH COME FROM THE BUSDATE CARD (SEE THE BUSDATE AND       00841200
      *    RUNLEDGR COPYBOOKS).                                         00841600
      *    A BUSINESS DATE ALREADY COMPLETE CUTS NO SECOND COMBTOT      00842000
      *    GENERATION -- THE JCL DROPS THE EMPTY ONE ALLOCATED FOR IT.  00842400
           01 WS-RUN-LEDGER-CONTROL.                                    00842800
              05 WS-LEDGER-STEP-NAME     PIC X(08) VALUE 'PANVRPT1'.    00843200
              05 WS-BUSINESS-DATE        PIC X(08).                     00843600
              05 WS-BUSINESS-DATE-NUM    PIC 9(08).                     00844000
              05 WS-CLOCK-STAMP.                                        00844400
                 10 WS-CLOCK-DATE-NUM    PIC 9(08).                     00844800
                 10 WS-CLOCK-HOUR        PIC X(02).                     00845200
              05 WS-BUSINESS-DAY-CUTOVER PIC X(02) VALUE '12'.          00845600
              05 WS-ALREADY-POSTED-SW    PIC X VALUE 'N'.               00846000
                 88 WS-ALREADY-POSTED       VALUE 'Y'.                  00846400
              05 WS-LEDGER-ACTION-SW     PIC X VALUE 'P'.               00846800
                 88 WS-POST-THIS-RUN        VALUE 'P'.                  00847200
                 88 WS-SKIP-THIS-RUN        VALUE 'S'.                  00847600
              05 WS-PRIOR-RUN-DATE       PIC X(08).                     00848000
              05 WS-PRIOR-RUN-TIME       PIC X(06).                     00848400
              05 WS-PRIOR-RUN-RC         PIC 9(02).                     00848800
      *                                                                 00849200
           COPY BUSDATE.                                                00849600
      *                                                                 00850000
           01 WS-REPORT-LINES.                                          00860000
              05 WS-HEADING-LINE.                                       00870000
      *                                                                 01300000
          PROCEDURE      DIVISION.                                      01310000
          0000-MAIN-CONTROL.                                            01320000
              MOVE FUNCTION CURRENT-DATE(1:14) TO WS-STEP-START-STAMP   01325000
              PERFORM 1000-INITIALIZE                                   01330000
              PERFORM 2000-READ-PANVOUT-RECORD                          01340000
              PERFORM 3000-PROCESS-RECORD                               01350000
              PERFORM 6000-PRINT-TREND-COMPARISON                       01400000
              PERFORM 7000-WRITE-CURRENT-TOTALS                         01410000
              PERFORM 9000-TERMINATE                                    01420000
              PERFORM 9200-RECORD-RUN-LEDGER                            01425000
              PERFORM 9400-RECORD-STEP-TIMING                           01427000
              GOBACK.                                                   01430000
      *                                                                 01440000
      *    THE PRIOR-TOTALS GENERATION DOES NOT EXIST ON THE VERY       01450000
      *    OF FAILING THE STEP -- THE SAME WAY PANVINCL TREATS A        01470000
      *    MISSING RESTART-FILE.                                        01480000
          1000-INITIALIZE.                                              01490000
              PERFORM 1200-CHECK-RUN-LEDGER                             01491000
      *    A SKIP ALWAYS ENDS RC=4, WHATEVER THE COMPLETED RUN ENDED    01492000
      *    WITH (THE SKIP MESSAGE SHOWS THAT) -- RC=4 IS WHAT TELLS     01493000
      *    THE JOB TO DROP THE EMPTY TOTALS GENERATION.                 01494000
              IF WS-SKIP-THIS-RUN                                       01495000
                  MOVE 4 TO RETURN-CODE                                 01496000
                  GOBACK                                                01497000
              END-IF                                                    01498000
              OPEN INPUT  PANVOUT-FILE                                  01500000
              OPEN INPUT  PRIOR-TOTALS-FILE                             01510000
              IF WS-PRIOR-TOTALS-OK                                     01520000
              WRITE REPORT-LINE                                         01580000
              MOVE WS-COLUMN-LINE  TO REPORT-LINE                       01590000
              WRITE REPORT-LINE.                                        01600000
      *                                                                 01600100
      *    RUN-LEDGER CHECK, MADE BEFORE ANYTHING IS POSTED.  THE       01600200
      *    LEDGER IS SEARCHED FOR THIS STEP'S ENTRY FOR THE BUSINESS    01600300
      *    DATE -- THE LATEST ONE COUNTS -- AND A MISSING LEDGER IS     01600400
      *    THE FIRST NIGHT.  A STEP ALREADY COMPLETE FOR THE DATE IS    01600500
      *    SKIPPED UNLESS THE BUSDATE CARD FORCES A RERUN.              01600600
          1200-CHECK-RUN-LEDGER.                                        01600700
              PERFORM 1210-SET-BUSINESS-DATE                            01600800
              OPEN INPUT RUN-LEDGER-FILE                                01600900
              IF WS-RUN-LEDGER-OK                                       01601000
                  PERFORM UNTIL WS-RUN-LEDGER-EOF                       01601100
                      READ RUN-LEDGER-FILE                              01601200
                          AT END                                        01601300
                              SET WS-RUN-LEDGER-EOF TO TRUE             01601400
                          NOT AT END                                    01601500
                              IF LG-BUSINESS-DATE = WS-BUSINESS-DATE    01601600
                                 AND LG-STEP-NAME = WS-LEDGER-STEP-NAME 01601700
                                  SET WS-ALREADY-POSTED TO TRUE         01601800
                                  MOVE LG-COMPLETED-DATE                01601900
                                      TO WS-PRIOR-RUN-DATE              01602000
                                  MOVE LG-COMPLETED-TIME                01602100
                                      TO WS-PRIOR-RUN-TIME              01602200
                                  MOVE LG-RETURN-CODE                   01602300
                                      TO WS-PRIOR-RUN-RC                01602400
                              END-IF                                    01602500
                      END-READ                                          01602600
                  END-PERFORM                                           01602700
                  CLOSE RUN-LEDGER-FILE                                 01602800
              ELSE                                                      01602900
                  IF NOT WS-RUN-LEDGER-NOT-FOUND                        01603000
                      DISPLAY 'PANVRPT1: RUNLEDGR OPEN FAILED, '        01603100
                              'STATUS=' WS-RUN-LEDGER-STATUS            01603200
                      MOVE 16 TO RETURN-CODE                            01603300
                      GOBACK                                            01603400
                  END-IF                                                01603500
              END-IF                                                    01603600
              IF WS-ALREADY-POSTED                                      01603700
                  IF BD-FORCE-RERUN                                     01603800
                      DISPLAY 'PANVRPT1: FORCED RERUN -- BUSINESS '     01603900
                              'DATE ' WS-BUSINESS-DATE                  01604000
                              ' ALREADY COMPLETE (' WS-PRIOR-RUN-DATE   01604100
                              ' ' WS-PRIOR-RUN-TIME ' RC='              01604200
                              WS-PRIOR-RUN-RC ')'                       01604300
                  ELSE                                                  01604400
                      SET WS-SKIP-THIS-RUN TO TRUE                      01604500
                      DISPLAY 'PANVRPT1: BUSINESS DATE '                01604600
                              WS-BUSINESS-DATE                          01604700
                              ' ALREADY COMPLETE (' WS-PRIOR-RUN-DATE   01604800
                              ' ' WS-PRIOR-RUN-TIME ' RC='              01604900
                              WS-PRIOR-RUN-RC ') -- '                   01605000
                              'NO TOTALS GENERATION CUT'                01605100
                  END-IF                                                01605200
              END-IF.                                                   01605300
      *                                                                 01605400
      *    A BLANK CARD DATE IS TAKEN FROM THE CLOCK: BEFORE THE NOON   01605500
      *    CUTOVER IT IS TODAY, FROM NOON ON IT IS TOMORROW -- THE      01605600
      *    ONLINE DAY THE NIGHT'S BATCH PREPARES.  A MISSING OR EMPTY   01605700
      *    CARD FILE IS A BLANK CARD.                                   01605800
          1210-SET-BUSINESS-DATE.                                       01605900
              MOVE SPACES TO BUSINESS-DATE-CARD                         01606000
              OPEN INPUT BUSINESS-DATE-FILE                             01606100
              IF WS-BUSDATE-OK                                          01606200
                  READ BUSINESS-DATE-FILE INTO BUSINESS-DATE-CARD       01606300
                      AT END                                            01606400
                          MOVE SPACES TO BUSINESS-DATE-CARD             01606500
                  END-READ                                              01606600
                  CLOSE BUSINESS-DATE-FILE                              01606700
              END-IF                                                    01606800
              IF BD-FORCE-RERUN-SW NOT = SPACE AND NOT BD-FORCE-RERUN   01606900
                  DISPLAY 'PANVRPT1: INVALID BUSDATE FORCE SWITCH '''   01607000
                          BD-FORCE-RERUN-SW ''''                        01607100
                  MOVE 16 TO RETURN-CODE                                01607200
                  GOBACK                                                01607300
              END-IF                                                    01607400
              IF BD-BUSINESS-DATE = SPACES                              01607500
                  MOVE FUNCTION CURRENT-DATE(1:10) TO WS-CLOCK-STAMP    01607600
                  IF WS-CLOCK-HOUR < WS-BUSINESS-DAY-CUTOVER            01607700
                      MOVE WS-CLOCK-DATE-NUM TO WS-BUSINESS-DATE-NUM    01607800
                  ELSE                                                  01607900
                      COMPUTE WS-BUSINESS-DATE-NUM =                    01608000
                          FUNCTION DATE-OF-INTEGER(                     01608100
                              FUNCTION INTEGER-OF-DATE(                 01608200
                                  WS-CLOCK-DATE-NUM) + 1)               01608300
                  END-IF                                                01608400
                  MOVE WS-BUSINESS-DATE-NUM TO WS-BUSINESS-DATE         01608500
              ELSE                                                      01608600
                  IF BD-BUSINESS-DATE NOT NUMERIC                       01608700
                      DISPLAY 'PANVRPT1: INVALID BUSDATE CARD DATE '''  01608800
                              BD-BUSINESS-DATE ''''                     01608900
                      MOVE 16 TO RETURN-CODE                            01609000
                      GOBACK                                            01609100
                  END-IF                                                01609200
                  MOVE BD-BUSINESS-DATE TO WS-BUSINESS-DATE             01609300
              END-IF.                                                   01609400
      *                                                                 01610000
          2000-READ-PANVOUT-RECORD.                                     01620000
              READ PANVOUT-FILE                                         01630000
                    NEW-TOTALS-FILE                                     03290000
                    REPORT-FILE                                         03300000
              MOVE 0 TO RETURN-CODE.                                    03310000
      *                                                                 03320000
      *    ENTER THE COMPLETED RUN ON THE LEDGER WITH THE CONDITION     03330000
      *    CODE THE STEP IS ENDING WITH -- THE SAME OPEN-EXTEND-OR-     03340000
      *    CREATE PATTERN AS THE OTHER APPEND-PER-RUN FILES.  AN ENTRY  03350000
      *    THAT CANNOT BE WRITTEN LEAVES THE NIGHT UNPROTECTED AGAINST  03360000
      *    A RERUN, SO IT HOLDS THE STEP AT RC=8 AT LEAST.              03370000
          9200-RECORD-RUN-LEDGER.                                       03380000
              OPEN EXTEND RUN-LEDGER-FILE                               03390000
              IF WS-RUN-LEDGER-NOT-FOUND                                03400000
                  OPEN OUTPUT RUN-LEDGER-FILE                           03410000
              END-IF                                                    03420000
              MOVE SPACES TO RUN-LEDGER-RECORD                          03430000
              MOVE WS-BUSINESS-DATE TO LG-BUSINESS-DATE                 03440000
              MOVE WS-LEDGER-STEP-NAME TO LG-STEP-NAME                  03450000
              MOVE FUNCTION CURRENT-DATE(1:8) TO LG-COMPLETED-DATE      03460000
              MOVE FUNCTION CURRENT-DATE(9:6) TO LG-COMPLETED-TIME      03470000
              MOVE RETURN-CODE TO LG-RETURN-CODE                        03480000
              IF BD-FORCE-RERUN                                         03490000
                  SET LG-FORCED-RERUN TO TRUE                           03500000
              END-IF                                                    03510000
              WRITE RUN-LEDGER-RECORD                                   03520000
              IF NOT WS-RUN-LEDGER-OK                                   03530000
                  DISPLAY 'PANVRPT1: RUNLEDGR WRITE FAILED, '           03540000
                          'STATUS=' WS-RUN-LEDGER-STATUS                03550000
                  IF RETURN-CODE < 8                                    03560000
                      MOVE 8 TO RETURN-CODE                             03570000
                  END-IF                                                03580000
              END-IF                                                    03590000
              CLOSE RUN-LEDGER-FILE.                                    03600000
      *                                                                 03610000
      *    APPEND THIS RUN TO THE STEP-TIMING HISTORY FOR THE PANVSTM   03620000
      *    BATCH-WINDOW REPORT, WITH THE CONDITION CODE THE STEP IS     03630000
      *    ENDING WITH.  THE HISTORY IS FOR CAPACITY PLANNING ONLY, SO  03640000
      *    A RECORD THAT CANNOT BE WRITTEN IS REPORTED BUT LEAVES THE   03650000
      *    CONDITION CODE ALONE.                                        03660000
          9400-RECORD-STEP-TIMING.                                      03670000
              MOVE FUNCTION CURRENT-DATE(1:14) TO WS-STEP-END-STAMP     03680000
              OPEN EXTEND STEP-TIMING-FILE                              03690000
              IF WS-STEP-TIMING-NOT-FOUND                               03700000
                  OPEN OUTPUT STEP-TIMING-FILE                          03710000
              END-IF                                                    03720000
              IF WS-STEP-TIMING-OK                                      03730000
                  MOVE SPACES TO STEP-TIMING-RECORD                     03740000
                  MOVE 'PANVRPT1' TO ST-STEP-NAME                       03750000
                  MOVE WS-STEP-START-DATE TO ST-START-DATE              03760000
                  MOVE WS-STEP-START-TIME TO ST-START-TIME              03770000
                  MOVE WS-STEP-END-DATE TO ST-END-DATE                  03780000
                  MOVE WS-STEP-END-TIME TO ST-END-TIME                  03790000
                  MOVE WS-GRAND-TOTAL-COUNT TO ST-RECORD-COUNT          03800000
                  MOVE RETURN-CODE TO ST-RETURN-CODE                    03810000
                  WRITE STEP-TIMING-RECORD                              03820000
                  IF NOT WS-STEP-TIMING-OK                              03830000
                      DISPLAY 'PANVRPT1: STEPTIME WRITE FAILED, STATUS='03840000
                              WS-STEP-TIMING-STATUS                     03850000
                  END-IF                                                03860000
                  CLOSE STEP-TIMING-FILE                                03870000
              ELSE                                                      03880000
                  DISPLAY 'PANVRPT1: STEPTIME OPEN FAILED, STATUS='     03890000
                          WS-STEP-TIMING-STATUS                         03900000
              END-IF.                                                   03910000
