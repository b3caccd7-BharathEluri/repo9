                  ASSIGN TO VALSTATS                                    00132000
                  ORGANIZATION IS SEQUENTIAL                            00133000
                  FILE STATUS IS WS-VAL-STATS-STATUS.                   00134000
              SELECT BUSINESS-DATE-FILE                                 00134500
                  ASSIGN TO BUSDATE                                     00135000
                  ORGANIZATION IS SEQUENTIAL                            00135500
                  FILE STATUS IS WS-BUSDATE-STATUS.                     00136000
              SELECT RUN-LEDGER-FILE                                    00136500
                  ASSIGN TO RUNLEDGR                                    00137000
                  ORGANIZATION IS SEQUENTIAL                            00137500
                  FILE STATUS IS WS-RUN-LEDGER-STATUS.                  00138000
              SELECT STEP-TIMING-FILE                                   00138400
                  ASSIGN TO STEPTIME                                    00138800
                  ORGANIZATION IS SEQUENTIAL                            00139200
                  FILE STATUS IS WS-STEP-TIMING-STATUS.                 00139600
          DATA DIVISION.                                                00140000
          FILE SECTION.                                                 00150000
          FD  LONGNAMEFILE                                              00160000
          FD  VAL-STATS-FILE                                            00211000
              RECORDING MODE IS F.                                      00212000
          COPY VALSTAT.                                                 00213000
          FD  BUSINESS-DATE-FILE                                        00214000
              RECORDING MODE IS F.                                      00215000
          01  BUSINESS-DATE-IN             PIC X(80).                   00216000
          FD  RUN-LEDGER-FILE                                           00217000
              RECORDING MODE IS F.                                      00218000
          COPY RUNLEDGR.                                                00219000
          FD  STEP-TIMING-FILE                                          00219200
              RECORDING MODE IS F.                                      00219400
          COPY STEPTIME.                                                00219600
          WORKING-STORAGE SECTION.                                      00220000
      *                                                                 00230000
           01 WS-LONGNAMEFILE-STATUS PIC XX.                            00240000
              88 WS-LONGNAMEFILE-OK      VALUE '00'.                    00250000
              88 WS-LONGNAMEFILE-EOF     VALUE '10'.                    00260000
           01 WS-REPORT-STATUS       PIC XX.                            00270000
           01 WS-STEP-TIMING-STATUS PIC XX.                             00270050
              88 WS-STEP-TIMING-OK        VALUE '00'.                   00270100
              88 WS-STEP-TIMING-NOT-FOUND VALUE '35'.                   00270150
      *                                                                 00270200
      *    START AND END OF THIS RUN, FOR THE STEP-TIMING HISTORY.      00270250
           01 WS-STEP-TIMING-CONTROL.                                   00270300
              05 WS-STEP-START-STAMP.                                   00270350
                 10 WS-STEP-START-DATE   PIC X(08).                     00270400
                 10 WS-STEP-START-TIME   PIC X(06).                     00270450
              05 WS-STEP-END-STAMP.                                     00270500
                 10 WS-STEP-END-DATE     PIC X(08).                     00270550
                 10 WS-STEP-END-TIME     PIC X(06).                     00270600
           01 WS-VAL-STATS-STATUS    PIC XX.                            00271000
              88 WS-VAL-STATS-OK         VALUE '00'.                    00272000
              88 WS-VAL-STATS-NOT-FOUND  VALUE '35'.                    00273000
           01 WS-BUSDATE-STATUS      PIC XX.                            00274000
              88 WS-BUSDATE-OK           VALUE '00'.                    00275000
           01 WS-RUN-LEDGER-STATUS   PIC XX.                            00276000
              88 WS-RUN-LEDGER-OK        VALUE '00'.                    00277000
              88 WS-RUN-LEDGER-EOF       VALUE '10'.                    00278000
              88 WS-RUN-LEDGER-NOT-FOUND VALUE '35'.                    00279000
      *                                                                 00280000
           01 WS-SEQUENCE-CONTROL.                                      00290000
              05 WS-PREV-RECORD-KEY      PIC X(10).                     00300000
      *                                                                 00380000
           01 WS-RETURN-CODE-SW PIC X VALUE 'N'.                        00390000
              88 WS-JOB-FAILED VALUE 'Y'.                               00400000
      *                                                                 00400300
      *    RUN-LEDGER CONTROL.  THE BUSINESS DATE AND THE FORCE-RERUN   00400600
      *    SWITCH COME FROM THE BUSDATE CARD (SEE THE BUSDATE AND       00400900
      *    RUNLEDGR COPYBOOKS).                                         00401200
      *    A BUSINESS DATE ALREADY COMPLETE IS STILL VALIDATED --       00401500
      *    THIS STEP IS THE GATE FOR THE CONVERSION RUN -- BUT ITS      00401800
      *    COUNTS ARE NOT POSTED TO VALSTATS OR THE LEDGER TWICE.       00402100
           01 WS-RUN-LEDGER-CONTROL.                                    00402400
              05 WS-LEDGER-STEP-NAME     PIC X(08) VALUE 'PANVVAL'.     00402700
              05 WS-BUSINESS-DATE        PIC X(08).                     00403000
              05 WS-BUSINESS-DATE-NUM    PIC 9(08).                     00403300
              05 WS-CLOCK-STAMP.                                        00403600
                 10 WS-CLOCK-DATE-NUM    PIC 9(08).                     00403900
                 10 WS-CLOCK-HOUR        PIC X(02).                     00404200
              05 WS-BUSINESS-DAY-CUTOVER PIC X(02) VALUE '12'.          00404500
              05 WS-ALREADY-POSTED-SW    PIC X VALUE 'N'.               00404800
                 88 WS-ALREADY-POSTED       VALUE 'Y'.                  00405100
              05 WS-LEDGER-ACTION-SW     PIC X VALUE 'P'.               00405400
                 88 WS-POST-THIS-RUN        VALUE 'P'.                  00405700
                 88 WS-SKIP-THIS-RUN        VALUE 'S'.                  00406000
              05 WS-PRIOR-RUN-DATE       PIC X(08).                     00406300
              05 WS-PRIOR-RUN-TIME       PIC X(06).                     00406600
              05 WS-PRIOR-RUN-RC         PIC 9(02).                     00406900
      *                                                                 00407200
           COPY BUSDATE.                                                00407500
      *                                                                 00410000
           01 WS-REPORT-LINES.                                          00420000
              05 WS-HEADING-LINE.                                       00430000
      *                                                                 00630000
          PROCEDURE      DIVISION.                                      00640000
          0000-MAIN-CONTROL.                                            00650000
              MOVE FUNCTION CURRENT-DATE(1:14) TO WS-STEP-START-STAMP   00655000
              PERFORM 1000-INITIALIZE                                   00660000
              PERFORM 2000-VALIDATE-KEY-SEQUENCE                        00670000
              PERFORM 4000-PRINT-VALIDATE-TOTALS                        00680000
              IF WS-POST-THIS-RUN                                       00681000
                  PERFORM 5000-WRITE-VAL-STATS                          00684000
              END-IF                                                    00687000
              PERFORM 9000-TERMINATE                                    00690000
              PERFORM 9400-RECORD-STEP-TIMING                           00695000
              GOBACK.                                                   00700000
      *                                                                 00710000
          1000-INITIALIZE.                                              00720000
              PERFORM 1200-CHECK-RUN-LEDGER                             00725000
              OPEN INPUT  LONGNAMEFILE                                  00730000
              OPEN OUTPUT REPORT-FILE                                   00740000
              MOVE WS-HEADING-LINE TO REPORT-LINE                       00750000
              WRITE REPORT-LINE                                         00760000
              MOVE WS-BLANK-LINE TO REPORT-LINE                         00770000
              WRITE REPORT-LINE.                                        00780000
      *                                                                 00780100
      *    RUN-LEDGER CHECK, MADE BEFORE ANYTHING IS POSTED.  THE       00780200
      *    LEDGER IS SEARCHED FOR THIS STEP'S ENTRY FOR THE BUSINESS    00780300
      *    DATE -- THE LATEST ONE COUNTS -- AND A MISSING LEDGER IS     00780400
      *    THE FIRST NIGHT.  A STEP ALREADY COMPLETE FOR THE DATE IS    00780500
      *    SKIPPED UNLESS THE BUSDATE CARD FORCES A RERUN.              00780600
          1200-CHECK-RUN-LEDGER.                                        00780700
              PERFORM 1210-SET-BUSINESS-DATE                            00780800
              OPEN INPUT RUN-LEDGER-FILE                                00780900
              IF WS-RUN-LEDGER-OK                                       00781000
                  PERFORM UNTIL WS-RUN-LEDGER-EOF                       00781100
                      READ RUN-LEDGER-FILE                              00781200
                          AT END                                        00781300
                              SET WS-RUN-LEDGER-EOF TO TRUE             00781400
                          NOT AT END                                    00781500
                              IF LG-BUSINESS-DATE = WS-BUSINESS-DATE    00781600
                                 AND LG-STEP-NAME = WS-LEDGER-STEP-NAME 00781700
                                  SET WS-ALREADY-POSTED TO TRUE         00781800
                                  MOVE LG-COMPLETED-DATE                00781900
                                      TO WS-PRIOR-RUN-DATE              00782000
                                  MOVE LG-COMPLETED-TIME                00782100
                                      TO WS-PRIOR-RUN-TIME              00782200
                                  MOVE LG-RETURN-CODE                   00782300
                                      TO WS-PRIOR-RUN-RC                00782400
                              END-IF                                    00782500
                      END-READ                                          00782600
                  END-PERFORM                                           00782700
                  CLOSE RUN-LEDGER-FILE                                 00782800
              ELSE                                                      00782900
                  IF NOT WS-RUN-LEDGER-NOT-FOUND                        00783000
                      DISPLAY 'PANVVAL: RUNLEDGR OPEN FAILED, '         00783100
                              'STATUS=' WS-RUN-LEDGER-STATUS            00783200
                      MOVE 16 TO RETURN-CODE                            00783300
                      GOBACK                                            00783400
                  END-IF                                                00783500
              END-IF                                                    00783600
              IF WS-ALREADY-POSTED                                      00783700
                  IF BD-FORCE-RERUN                                     00783800
                      DISPLAY 'PANVVAL: FORCED RERUN -- BUSINESS '      00783900
                              'DATE ' WS-BUSINESS-DATE                  00784000
                              ' ALREADY COMPLETE (' WS-PRIOR-RUN-DATE   00784100
                              ' ' WS-PRIOR-RUN-TIME ' RC='              00784200
                              WS-PRIOR-RUN-RC ')'                       00784300
                  ELSE                                                  00784400
                      SET WS-SKIP-THIS-RUN TO TRUE                      00784500
                      DISPLAY 'PANVVAL: BUSINESS DATE '                 00784600
                              WS-BUSINESS-DATE                          00784700
                              ' ALREADY COMPLETE (' WS-PRIOR-RUN-DATE   00784800
                              ' ' WS-PRIOR-RUN-TIME ' RC='              00784900
                              WS-PRIOR-RUN-RC ') -- '                   00785000
                              'VALIDATING AGAIN, COUNTS NOT POSTED'     00785100
                  END-IF                                                00785200
              END-IF.                                                   00785300
      *                                                                 00785400
      *    A BLANK CARD DATE IS TAKEN FROM THE CLOCK: BEFORE THE NOON   00785500
      *    CUTOVER IT IS TODAY, FROM NOON ON IT IS TOMORROW -- THE      00785600
      *    ONLINE DAY THE NIGHT'S BATCH PREPARES.  A MISSING OR EMPTY   00785700
      *    CARD FILE IS A BLANK CARD.                                   00785800
          1210-SET-BUSINESS-DATE.                                       00785900
              MOVE SPACES TO BUSINESS-DATE-CARD                         00786000
              OPEN INPUT BUSINESS-DATE-FILE                             00786100
              IF WS-BUSDATE-OK                                          00786200
                  READ BUSINESS-DATE-FILE INTO BUSINESS-DATE-CARD       00786300
                      AT END                                            00786400
                          MOVE SPACES TO BUSINESS-DATE-CARD             00786500
                  END-READ                                              00786600
                  CLOSE BUSINESS-DATE-FILE                              00786700
              END-IF                                                    00786800
              IF BD-FORCE-RERUN-SW NOT = SPACE AND NOT BD-FORCE-RERUN   00786900
                  DISPLAY 'PANVVAL: INVALID BUSDATE FORCE SWITCH '''    00787000
                          BD-FORCE-RERUN-SW ''''                        00787100
                  MOVE 16 TO RETURN-CODE                                00787200
                  GOBACK                                                00787300
              END-IF                                                    00787400
              IF BD-BUSINESS-DATE = SPACES                              00787500
                  MOVE FUNCTION CURRENT-DATE(1:10) TO WS-CLOCK-STAMP    00787600
                  IF WS-CLOCK-HOUR < WS-BUSINESS-DAY-CUTOVER            00787700
                      MOVE WS-CLOCK-DATE-NUM TO WS-BUSINESS-DATE-NUM    00787800
                  ELSE                                                  00787900
                      COMPUTE WS-BUSINESS-DATE-NUM =                    00788000
                          FUNCTION DATE-OF-INTEGER(                     00788100
                              FUNCTION INTEGER-OF-DATE(                 00788200
                                  WS-CLOCK-DATE-NUM) + 1)               00788300
                  END-IF                                                00788400
                  MOVE WS-BUSINESS-DATE-NUM TO WS-BUSINESS-DATE         00788500
              ELSE                                                      00788600
                  IF BD-BUSINESS-DATE NOT NUMERIC                       00788700
                      DISPLAY 'PANVVAL: INVALID BUSDATE CARD DATE '''   00788800
                              BD-BUSINESS-DATE ''''                     00788900
                      MOVE 16 TO RETURN-CODE                            00789000
                      GOBACK                                            00789100
                  END-IF                                                00789200
                  MOVE BD-BUSINESS-DATE TO WS-BUSINESS-DATE             00789300
              END-IF.                                                   00789400
      *                                                                 00790000
      *    ONE FAST PASS, NO OUTPUTS TOUCHED: EACH KEY MUST BE          00800000
      *    STRICTLY GREATER THAN THE ONE BEFORE IT, THE RULE THE        00810000
                  MOVE 8 TO RETURN-CODE                                 01440000
              ELSE                                                      01450000
                  MOVE 0 TO RETURN-CODE                                 01460000
              END-IF                                                    01470000
              IF WS-POST-THIS-RUN                                       01480000
                  PERFORM 9200-RECORD-RUN-LEDGER                        01490000
              END-IF.                                                   01500000
      *                                                                 01510000
      *    ENTER THE COMPLETED RUN ON THE LEDGER WITH THE CONDITION     01520000
      *    CODE THE STEP IS ENDING WITH -- THE SAME OPEN-EXTEND-OR-     01530000
      *    CREATE PATTERN AS THE OTHER APPEND-PER-RUN FILES.  AN ENTRY  01540000
      *    THAT CANNOT BE WRITTEN LEAVES THE NIGHT UNPROTECTED AGAINST  01550000
      *    A RERUN, SO IT HOLDS THE STEP AT RC=8 AT LEAST.              01560000
          9200-RECORD-RUN-LEDGER.                                       01570000
              OPEN EXTEND RUN-LEDGER-FILE                               01580000
              IF WS-RUN-LEDGER-NOT-FOUND                                01590000
                  OPEN OUTPUT RUN-LEDGER-FILE                           01600000
              END-IF                                                    01610000
              MOVE SPACES TO RUN-LEDGER-RECORD                          01620000
              MOVE WS-BUSINESS-DATE TO LG-BUSINESS-DATE                 01630000
              MOVE WS-LEDGER-STEP-NAME TO LG-STEP-NAME                  01640000
              MOVE FUNCTION CURRENT-DATE(1:8) TO LG-COMPLETED-DATE      01650000
              MOVE FUNCTION CURRENT-DATE(9:6) TO LG-COMPLETED-TIME      01660000
              MOVE RETURN-CODE TO LG-RETURN-CODE                        01670000
              IF BD-FORCE-RERUN                                         01680000
                  SET LG-FORCED-RERUN TO TRUE                           01690000
              END-IF                                                    01700000
              WRITE RUN-LEDGER-RECORD                                   01710000
              IF NOT WS-RUN-LEDGER-OK                                   01720000
                  DISPLAY 'PANVVAL: RUNLEDGR WRITE FAILED, '            01730000
                          'STATUS=' WS-RUN-LEDGER-STATUS                01740000
                  IF RETURN-CODE < 8                                    01750000
                      MOVE 8 TO RETURN-CODE                             01760000
                  END-IF                                                01770000
              END-IF                                                    01780000
              CLOSE RUN-LEDGER-FILE.                                    01790000
      *                                                                 01800000
      *    APPEND THIS RUN TO THE STEP-TIMING HISTORY FOR THE PANVSTM   01810000
      *    BATCH-WINDOW REPORT, WITH THE CONDITION CODE THE STEP IS     01820000
      *    ENDING WITH.  THE HISTORY IS FOR CAPACITY PLANNING ONLY, SO  01830000
      *    A RECORD THAT CANNOT BE WRITTEN IS REPORTED BUT LEAVES THE   01840000
      *    CONDITION CODE ALONE.                                        01850000
          9400-RECORD-STEP-TIMING.                                      01860000
              MOVE FUNCTION CURRENT-DATE(1:14) TO WS-STEP-END-STAMP     01870000
              OPEN EXTEND STEP-TIMING-FILE                              01880000
              IF WS-STEP-TIMING-NOT-FOUND                               01890000
                  OPEN OUTPUT STEP-TIMING-FILE                          01900000
              END-IF                                                    01910000
              IF WS-STEP-TIMING-OK                                      01920000
                  MOVE SPACES TO STEP-TIMING-RECORD                     01930000
                  MOVE 'PANVVAL' TO ST-STEP-NAME                        01940000
                  MOVE WS-STEP-START-DATE TO ST-START-DATE              01950000
                  MOVE WS-STEP-START-TIME TO ST-START-TIME              01960000
                  MOVE WS-STEP-END-DATE TO ST-END-DATE                  01970000
                  MOVE WS-STEP-END-TIME TO ST-END-TIME                  01980000
                  MOVE WS-RECORD-NUMBER TO ST-RECORD-COUNT              01990000
                  MOVE RETURN-CODE TO ST-RETURN-CODE                    02000000
                  WRITE STEP-TIMING-RECORD                              02010000
                  IF NOT WS-STEP-TIMING-OK                              02020000
                      DISPLAY 'PANVVAL: STEPTIME WRITE FAILED, STATUS=' 02030000
                              WS-STEP-TIMING-STATUS                     02040000
                  END-IF                                                02050000
                  CLOSE STEP-TIMING-FILE                                02060000
              ELSE                                                      02070000
                  DISPLAY 'PANVVAL: STEPTIME OPEN FAILED, STATUS='      02080000
                          WS-STEP-TIMING-STATUS                         02090000
              END-IF.                                                   02100000
