                  ASSIGN TO ACKSTATS                                    00176000
                  ORGANIZATION IS SEQUENTIAL                            00177000
                  FILE STATUS IS WS-ACK-STATS-STATUS.                   00178000
              SELECT BUSINESS-DATE-FILE                                 00178200
                  ASSIGN TO BUSDATE                                     00178400
                  ORGANIZATION IS SEQUENTIAL                            00178600
                  FILE STATUS IS WS-BUSDATE-STATUS.                     00178800
              SELECT RUN-LEDGER-FILE                                    00179000
                  ASSIGN TO RUNLEDGR                                    00179200
                  ORGANIZATION IS SEQUENTIAL                            00179400
                  FILE STATUS IS WS-RUN-LEDGER-STATUS.                  00179600
              SELECT AFFILIATE-ACTIVITY-FILE                            00179650
                  ASSIGN TO AFFLACT                                     00179700
                  ORGANIZATION IS SEQUENTIAL                            00179750
                  FILE STATUS IS WS-AFFLACT-STATUS.                     00179800
          DATA DIVISION.                                                00180000
          FILE SECTION.                                                 00190000
          FD  INTERFACE-FILE                                            00200000
          FD  ACK-STATS-FILE                                            00284000
              RECORDING MODE IS F.                                      00285000
          COPY ACKSTAT.                                                 00286000
          FD  BUSINESS-DATE-FILE                                        00286500
              RECORDING MODE IS F.                                      00287000
          01  BUSINESS-DATE-IN             PIC X(80).                   00287500
          FD  RUN-LEDGER-FILE                                           00288000
              RECORDING MODE IS F.                                      00288500
          COPY RUNLEDGR.                                                00289000
          FD  AFFILIATE-ACTIVITY-FILE                                   00289200
              RECORDING MODE IS F.                                      00289400
          COPY AFFLACT.                                                 00289600
          WORKING-STORAGE SECTION.                                      00290000
      *                                                                 00300000
           01 WS-INTERFACE-STATUS  PIC XX.                              00310000
           01 WS-ACK-STATS-STATUS   PIC XX.                             00374000
              88 WS-ACK-STATS-OK       VALUE '00'.                      00375000
              88 WS-ACK-STATS-NOT-FOUND VALUE '35'.                     00376000
           01 WS-BUSDATE-STATUS      PIC XX.                            00376500
              88 WS-BUSDATE-OK           VALUE '00'.                    00377000
           01 WS-RUN-LEDGER-STATUS   PIC XX.                            00377500
              88 WS-RUN-LEDGER-OK        VALUE '00'.                    00378000
              88 WS-RUN-LEDGER-EOF       VALUE '10'.                    00378500
              88 WS-RUN-LEDGER-NOT-FOUND VALUE '35'.                    00379000
           01 WS-AFFLACT-STATUS      PIC XX.                            00379200
              88 WS-AFFLACT-OK           VALUE '00'.                    00379400
              88 WS-AFFLACT-NOT-FOUND    VALUE '35'.                    00379600
      *                                                                 00380000
      *    ONE ENTRY PER EXTRACT DETAIL RECORD, IN EXTRACT ORDER.       00390000
      *    WS-KEY-ACK-STATUS TRACKS EACH KEY THROUGH THE ACK PASS:      00400000
      *    LOGICAL RECORD OCCUPIES ADJACENT ENTRIES SHARING THE KEY;    00445000
      *    THE DOWNSTREAM ACKNOWLEDGES PER RECORD KEY, AND EVERY        00446000
      *    ENTRY FOR THE KEY IS MARKED FROM THE ONE ACK.                00447000
      *    THE EXTRACT CAN CARRY A KEY UP TO THREE TIMES -- ONCE PER    00447100
      *    SOURCE ENCODING TAG -- SO THE TABLE IS SIZED FOR THAT.       00447200
           01 WS-EXTRACT-KEY-TABLE.                                     00450000
              05 WS-KEY-ENTRY OCCURS 30000 TIMES.                       00460000
                 10 WS-KEY-VALUE            PIC X(10).                  00470000
                 10 WS-KEY-DATA-TEXT        PIC X(69).                  00475000
                 10 WS-KEY-ENC-TAG          PIC X(01).                  00475100
      *                                                                 00720000
           01 WS-RETURN-CODE-SW PIC X VALUE 'N'.                        00730000
              88 WS-JOB-FAILED VALUE 'Y'.                               00740000
      *                                                                 00740300
      *    RUN-LEDGER CONTROL.  THE BUSINESS DATE AND THE FORCE-RERUN   00740600
      *    SWITCH COME FROM THE BUSDATE CARD (SEE THE BUSDATE AND       00740900
      *    RUNLEDGR COPYBOOKS).                                         00741200
      *    A BUSINESS DATE ALREADY COMPLETE IS NOT MATCHED AGAIN --     00741500
      *    THE SAME REJECTS WOULD BE CUT TO THE WORK FILE TWICE -- SO   00741800
      *    THE LIVE WORK FILE IS CARRIED FORWARD UNCHANGED AND NO       00742100
      *    ACKSTATS RECORD IS WRITTEN.                                  00742400
           01 WS-RUN-LEDGER-CONTROL.                                    00742700
              05 WS-LEDGER-STEP-NAME     PIC X(08) VALUE 'PANVACK'.     00743000
              05 WS-BUSINESS-DATE        PIC X(08).                     00743300
              05 WS-BUSINESS-DATE-NUM    PIC 9(08).                     00743600
              05 WS-CLOCK-STAMP.                                        00743900
                 10 WS-CLOCK-DATE-NUM    PIC 9(08).                     00744200
                 10 WS-CLOCK-HOUR        PIC X(02).                     00744500
              05 WS-BUSINESS-DAY-CUTOVER PIC X(02) VALUE '12'.          00744800
              05 WS-ALREADY-POSTED-SW    PIC X VALUE 'N'.               00745100
                 88 WS-ALREADY-POSTED       VALUE 'Y'.                  00745400
              05 WS-LEDGER-ACTION-SW     PIC X VALUE 'P'.               00745700
                 88 WS-POST-THIS-RUN        VALUE 'P'.                  00746000
                 88 WS-SKIP-THIS-RUN        VALUE 'S'.                  00746300
              05 WS-PRIOR-RUN-DATE       PIC X(08).                     00746600
              05 WS-PRIOR-RUN-TIME       PIC X(06).                     00746900
              05 WS-PRIOR-RUN-RC         PIC 9(02).                     00747200
      *                                                                 00747500
           COPY BUSDATE.                                                00747800
      *                                                                 00747900
      *    AFFILIATE ACTIVITY POSTING (SEE THE AFFLACT COPYBOOK).  EACH 00748000
      *    FRESH REJECT IS POSTED BY KEY AS IT IS MATCHED, AND THE      00748100
      *    TOTAL RECORD WRITTEN AT THE END CLOSES THE POSTING OUT -- A  00748200
      *    RUN THAT STOPS SHORT LEAVES KEYS THE STATEMENT IGNORES.      00748300
           01 WS-AFFILIATE-ACTIVITY-CONTROL.                            00748400
              05 WS-REJECT-KEYS-POSTED   PIC 9(09) VALUE ZERO.          00748500
              05 WS-ACTIVITY-POSTED-STAMP.                              00748600
                 10 WS-ACTIVITY-POSTED-DATE PIC X(08).                  00748700
                 10 WS-ACTIVITY-POSTED-TIME PIC X(06).                  00748800
              05 WS-AFFLACT-OPEN-SW      PIC X VALUE 'N'.               00748900
                 88 WS-AFFLACT-OPEN         VALUE 'Y'.                  00749000
              05 WS-ACTIVITY-POST-SW     PIC X VALUE 'Y'.               00749100
                 88 WS-ACTIVITY-POSTED      VALUE 'Y'.                  00749200
                 88 WS-ACTIVITY-NOT-POSTED  VALUE 'N'.                  00749300
      *                                                                 00750000
           01 WS-REPORT-LINES.                                          00760000
              05 WS-HEADING-LINE.                                       00770000
          PROCEDURE      DIVISION.                                      00940000
          0000-MAIN-CONTROL.                                            00950000
              PERFORM 1000-INITIALIZE                                   00960000
              PERFORM 1300-OPEN-AFFILIATE-ACTIVITY                      00965000
              PERFORM 2000-LOAD-EXTRACT-DETAILS                         00970000
              PERFORM 3000-MATCH-ACKNOWLEDGMENTS                        00980000
              PERFORM 4000-REPORT-UNACKNOWLEDGED                        00990000
              PERFORM 5000-PRINT-MATCH-TOTALS                           01000000
              PERFORM 6000-WRITE-ACK-STATS                              01001000
              PERFORM 9000-TERMINATE                                    01010000
              PERFORM 9300-POST-REJECT-TOTAL                            01012000
              PERFORM 9200-RECORD-RUN-LEDGER                            01015000
              GOBACK.                                                   01020000
      *                                                                 01030000
      *    THE REJECT REWORK FILE IS A STANDING WORK QUEUE -- REJECTS   01031000
      *    A MISSING QUEUE) AND THE NEW WORK COPY OPENS OUTPUT; THE     01035000
      *    JOB COPIES IT BACK OVER THE LIVE FILE AFTERWARDS.            01036000
          1000-INITIALIZE.                                              01040000
              PERFORM 1200-CHECK-RUN-LEDGER                             01045000
              OPEN INPUT  INTERFACE-FILE                                01050000
                          ACK-FILE                                      01060000
              OPEN OUTPUT REJECT-WORK-FILE                              01063000
              IF WS-REJECT-IN-OPEN                                      01116600
                  CLOSE REJECT-IN-FILE                                  01116700
                  MOVE 'N' TO WS-REJECT-IN-OPEN-SW                      01116800
              END-IF                                                    01116900
              IF WS-SKIP-THIS-RUN                                       01117100
                  PERFORM 7000-REWRITE-REJECT-WORK                      01117300
                  PERFORM 9000-TERMINATE                                01117500
                  IF WS-PRIOR-RUN-RC > 4                                01117700
                      MOVE WS-PRIOR-RUN-RC TO RETURN-CODE               01117900
                  ELSE                                                  01118100
                      MOVE 4 TO RETURN-CODE                             01118300
                  END-IF                                                01118500
                  GOBACK                                                01118700
              END-IF.                                                   01118900
      *                                                                 01118950
      *    A FILE THAT WILL NOT OPEN IS REPORTED AND THE MATCH GOES ON  01119000
      *    WITHOUT POSTING -- THE CONDITION CODE ALREADY SPEAKS FOR     01119050
      *    THE ACKNOWLEDGMENTS, SO IT IS LEFT ALONE.                    01119100
          1300-OPEN-AFFILIATE-ACTIVITY.                                 01119150
              MOVE FUNCTION CURRENT-DATE(1:14)                          01119200
                  TO WS-ACTIVITY-POSTED-STAMP                           01119250
              OPEN EXTEND AFFILIATE-ACTIVITY-FILE                       01119300
              IF WS-AFFLACT-NOT-FOUND                                   01119350
                  OPEN OUTPUT AFFILIATE-ACTIVITY-FILE                   01119400
              END-IF                                                    01119450
              IF WS-AFFLACT-OK                                          01119500
                  SET WS-AFFLACT-OPEN TO TRUE                           01119550
              ELSE                                                      01119600
                  SET WS-ACTIVITY-NOT-POSTED TO TRUE                    01119650
                  DISPLAY 'PANVACK: AFFLACT NOT OPENED, STATUS='        01119700
                          WS-AFFLACT-STATUS                             01119750
                          ' - AFFILIATE ACTIVITY NOT POSTED'            01119800
              END-IF.                                                   01119850
      *                                                                 01120000
      *                                                                 01121000
          1100-LOAD-REJECT-WORK.                                        01122000
              END-IF.                                                   01400000
      *                                                                 01410000
          2100-TABLE-EXTRACT-KEY.                                       01420000
              IF WS-KEY-ENTRY-COUNT >= 30000                            01430000
                  DISPLAY 'PANVACK: MORE THAN 30000 EXTRACT DETAIL '    01440000
                          'RECORDS -- WS-EXTRACT-KEY-TABLE FULL'        01450000
                  PERFORM 9000-TERMINATE                                01460000
                  MOVE 16 TO RETURN-CODE                                01470000
      *    FULL TEXT.                                                   02036000
                  IF AK-DET-REJECTED                                    02040000
                      ADD 1 TO WS-REJECTED-COUNT                        02050000
                      IF WS-AFFLACT-OPEN                                02055000
                          PERFORM 3800-POST-REJECTED-KEY                02060000
                      END-IF                                            02065000
                      MOVE SPACES TO WS-EXCEPTION-LINE                  02070000
                      MOVE AK-DET-RECORD-KEY TO XL-RECORD-KEY           02080000
                      MOVE 'REJECTED BY DOWNSTREAM'                     02090000
                      SET WS-REJ-MATCHED TO TRUE                        02179870
                  END-IF                                                02179880
              END-PERFORM.                                              02179890
      *                                                                 02179895
      *    POST ONE FRESHLY REJECTED KEY FOR THE CHARGEBACK STATEMENT,  02179900
      *    WHICH CHARGES IT TO THE AFFILIATE FLAGMSTR SHOWS FOR THE KEY.02179905
          3800-POST-REJECTED-KEY.                                       02179910
              MOVE SPACES TO AFFILIATE-ACTIVITY-RECORD                  02179915
              MOVE WS-BUSINESS-DATE TO AA-BUSINESS-DATE                 02179920
              MOVE WS-LEDGER-STEP-NAME TO AA-STEP-NAME                  02179925
              SET AA-REJECTED-DOWNSTREAM TO TRUE                        02179930
              MOVE WS-ACTIVITY-POSTED-DATE TO AA-POSTED-DATE            02179935
              MOVE WS-ACTIVITY-POSTED-TIME TO AA-POSTED-TIME            02179940
              SET AA-KEY-RECORD TO TRUE                                 02179945
              MOVE AK-DET-RECORD-KEY TO AA-RECORD-KEY                   02179950
              MOVE 1 TO AA-ACTIVITY-COUNT                               02179955
              WRITE AFFILIATE-ACTIVITY-RECORD                           02179960
              IF NOT WS-AFFLACT-OK                                      02179965
                  SET WS-ACTIVITY-NOT-POSTED TO TRUE                    02179970
              END-IF                                                    02179975
              ADD 1 TO WS-REJECT-KEYS-POSTED.                           02179980
      *                                                                 02180000
          3150-FIND-EXTRACT-KEY.                                        02190000
              MOVE 'N' TO WS-KEY-FOUND-SW                               02200000
              ELSE                                                      02980000
                  MOVE 0 TO RETURN-CODE                                 02990000
              END-IF.                                                   03000000
      *                                                                 03010000
      *    RUN-LEDGER CHECK, MADE BEFORE ANYTHING IS POSTED.  THE       03020000
      *    LEDGER IS SEARCHED FOR THIS STEP'S ENTRY FOR THE BUSINESS    03030000
      *    DATE -- THE LATEST ONE COUNTS -- AND A MISSING LEDGER IS     03040000
      *    THE FIRST NIGHT.  A STEP ALREADY COMPLETE FOR THE DATE IS    03050000
      *    SKIPPED UNLESS THE BUSDATE CARD FORCES A RERUN.              03060000
          1200-CHECK-RUN-LEDGER.                                        03070000
              PERFORM 1210-SET-BUSINESS-DATE                            03080000
              OPEN INPUT RUN-LEDGER-FILE                                03090000
              IF WS-RUN-LEDGER-OK                                       03100000
                  PERFORM UNTIL WS-RUN-LEDGER-EOF                       03110000
                      READ RUN-LEDGER-FILE                              03120000
                          AT END                                        03130000
                              SET WS-RUN-LEDGER-EOF TO TRUE             03140000
                          NOT AT END                                    03150000
                              IF LG-BUSINESS-DATE = WS-BUSINESS-DATE    03160000
                                 AND LG-STEP-NAME = WS-LEDGER-STEP-NAME 03170000
                                  SET WS-ALREADY-POSTED TO TRUE         03180000
                                  MOVE LG-COMPLETED-DATE                03190000
                                      TO WS-PRIOR-RUN-DATE              03200000
                                  MOVE LG-COMPLETED-TIME                03210000
                                      TO WS-PRIOR-RUN-TIME              03220000
                                  MOVE LG-RETURN-CODE                   03230000
                                      TO WS-PRIOR-RUN-RC                03240000
                              END-IF                                    03250000
                      END-READ                                          03260000
                  END-PERFORM                                           03270000
                  CLOSE RUN-LEDGER-FILE                                 03280000
              ELSE                                                      03290000
                  IF NOT WS-RUN-LEDGER-NOT-FOUND                        03300000
                      DISPLAY 'PANVACK: RUNLEDGR OPEN FAILED, '         03310000
                              'STATUS=' WS-RUN-LEDGER-STATUS            03320000
                      MOVE 16 TO RETURN-CODE                            03330000
                      GOBACK                                            03340000
                  END-IF                                                03350000
              END-IF                                                    03360000
              IF WS-ALREADY-POSTED                                      03370000
                  IF BD-FORCE-RERUN                                     03380000
                      DISPLAY 'PANVACK: FORCED RERUN -- BUSINESS '      03390000
                              'DATE ' WS-BUSINESS-DATE                  03400000
                              ' ALREADY COMPLETE (' WS-PRIOR-RUN-DATE   03410000
                              ' ' WS-PRIOR-RUN-TIME ' RC='              03420000
                              WS-PRIOR-RUN-RC ')'                       03430000
                  ELSE                                                  03440000
                      SET WS-SKIP-THIS-RUN TO TRUE                      03450000
                      DISPLAY 'PANVACK: BUSINESS DATE '                 03460000
                              WS-BUSINESS-DATE                          03470000
                              ' ALREADY COMPLETE (' WS-PRIOR-RUN-DATE   03480000
                              ' ' WS-PRIOR-RUN-TIME ' RC='              03490000
                              WS-PRIOR-RUN-RC ') -- '                   03500000
                              'REJECT WORK CARRIED FORWARD ONLY'        03510000
                  END-IF                                                03520000
              END-IF.                                                   03530000
      *                                                                 03540000
      *    A BLANK CARD DATE IS TAKEN FROM THE CLOCK: BEFORE THE NOON   03550000
      *    CUTOVER IT IS TODAY, FROM NOON ON IT IS TOMORROW -- THE      03560000
      *    ONLINE DAY THE NIGHT'S BATCH PREPARES.  A MISSING OR EMPTY   03570000
      *    CARD FILE IS A BLANK CARD.                                   03580000
          1210-SET-BUSINESS-DATE.                                       03590000
              MOVE SPACES TO BUSINESS-DATE-CARD                         03600000
              OPEN INPUT BUSINESS-DATE-FILE                             03610000
              IF WS-BUSDATE-OK                                          03620000
                  READ BUSINESS-DATE-FILE INTO BUSINESS-DATE-CARD       03630000
                      AT END                                            03640000
                          MOVE SPACES TO BUSINESS-DATE-CARD             03650000
                  END-READ                                              03660000
                  CLOSE BUSINESS-DATE-FILE                              03670000
              END-IF                                                    03680000
              IF BD-FORCE-RERUN-SW NOT = SPACE AND NOT BD-FORCE-RERUN   03690000
                  DISPLAY 'PANVACK: INVALID BUSDATE FORCE SWITCH '''    03700000
                          BD-FORCE-RERUN-SW ''''                        03710000
                  MOVE 16 TO RETURN-CODE                                03720000
                  GOBACK                                                03730000
              END-IF                                                    03740000
              IF BD-BUSINESS-DATE = SPACES                              03750000
                  MOVE FUNCTION CURRENT-DATE(1:10) TO WS-CLOCK-STAMP    03760000
                  IF WS-CLOCK-HOUR < WS-BUSINESS-DAY-CUTOVER            03770000
                      MOVE WS-CLOCK-DATE-NUM TO WS-BUSINESS-DATE-NUM    03780000
                  ELSE                                                  03790000
                      COMPUTE WS-BUSINESS-DATE-NUM =                    03800000
                          FUNCTION DATE-OF-INTEGER(                     03810000
                              FUNCTION INTEGER-OF-DATE(                 03820000
                                  WS-CLOCK-DATE-NUM) + 1)               03830000
                  END-IF                                                03840000
                  MOVE WS-BUSINESS-DATE-NUM TO WS-BUSINESS-DATE         03850000
              ELSE                                                      03860000
                  IF BD-BUSINESS-DATE NOT NUMERIC                       03870000
                      DISPLAY 'PANVACK: INVALID BUSDATE CARD DATE '''   03880000
                              BD-BUSINESS-DATE ''''                     03890000
                      MOVE 16 TO RETURN-CODE                            03900000
                      GOBACK                                            03910000
                  END-IF                                                03920000
                  MOVE BD-BUSINESS-DATE TO WS-BUSINESS-DATE             03930000
              END-IF.                                                   03940000
      *                                                                 03950000
      *    ENTER THE COMPLETED RUN ON THE LEDGER WITH THE CONDITION     03960000
      *    CODE THE STEP IS ENDING WITH -- THE SAME OPEN-EXTEND-OR-     03970000
      *    CREATE PATTERN AS THE OTHER APPEND-PER-RUN FILES.  AN ENTRY  03980000
      *    THAT CANNOT BE WRITTEN LEAVES THE NIGHT UNPROTECTED AGAINST  03990000
      *    A RERUN, SO IT HOLDS THE STEP AT RC=8 AT LEAST.              04000000
          9200-RECORD-RUN-LEDGER.                                       04010000
              OPEN EXTEND RUN-LEDGER-FILE                               04020000
              IF WS-RUN-LEDGER-NOT-FOUND                                04030000
                  OPEN OUTPUT RUN-LEDGER-FILE                           04040000
              END-IF                                                    04050000
              MOVE SPACES TO RUN-LEDGER-RECORD                          04060000
              MOVE WS-BUSINESS-DATE TO LG-BUSINESS-DATE                 04070000
              MOVE WS-LEDGER-STEP-NAME TO LG-STEP-NAME                  04080000
              MOVE FUNCTION CURRENT-DATE(1:8) TO LG-COMPLETED-DATE      04090000
              MOVE FUNCTION CURRENT-DATE(9:6) TO LG-COMPLETED-TIME      04100000
              MOVE RETURN-CODE TO LG-RETURN-CODE                        04110000
              IF BD-FORCE-RERUN                                         04120000
                  SET LG-FORCED-RERUN TO TRUE                           04130000
              END-IF                                                    04140000
              WRITE RUN-LEDGER-RECORD                                   04150000
              IF NOT WS-RUN-LEDGER-OK                                   04160000
                  DISPLAY 'PANVACK: RUNLEDGR WRITE FAILED, '            04170000
                          'STATUS=' WS-RUN-LEDGER-STATUS                04180000
                  IF RETURN-CODE < 8                                    04190000
                      MOVE 8 TO RETURN-CODE                             04200000
                  END-IF                                                04210000
              END-IF                                                    04220000
              CLOSE RUN-LEDGER-FILE.                                    04230000
      *                                                                 04240000
      *    CLOSE OUT THE NIGHT'S REJECT POSTING WITH ITS TOTAL RECORD.  04250000
      *    A POSTING FAILURE IS REPORTED ONLY: RC=4 AND RC=8 ALREADY    04260000
      *    MEAN OTHER THINGS TO THE CHAIN, AND A RERUN OF THE DATE      04270000
      *    POSTS THE REJECTS AGAIN.                                     04280000
          9300-POST-REJECT-TOTAL.                                       04290000
              IF WS-AFFLACT-OPEN                                        04300000
                  MOVE SPACES TO AFFILIATE-ACTIVITY-RECORD              04310000
                  MOVE WS-BUSINESS-DATE TO AA-BUSINESS-DATE             04320000
                  MOVE WS-LEDGER-STEP-NAME TO AA-STEP-NAME              04330000
                  SET AA-REJECTED-DOWNSTREAM TO TRUE                    04340000
                  MOVE WS-ACTIVITY-POSTED-DATE TO AA-POSTED-DATE        04350000
                  MOVE WS-ACTIVITY-POSTED-TIME TO AA-POSTED-TIME        04360000
                  SET AA-TOTAL-RECORD TO TRUE                           04370000
                  MOVE WS-REJECT-KEYS-POSTED TO AA-ACTIVITY-COUNT       04380000
                  WRITE AFFILIATE-ACTIVITY-RECORD                       04390000
                  IF NOT WS-AFFLACT-OK                                  04400000
                      SET WS-ACTIVITY-NOT-POSTED TO TRUE                04410000
                  END-IF                                                04420000
                  CLOSE AFFILIATE-ACTIVITY-FILE                         04430000
                  IF WS-ACTIVITY-NOT-POSTED                             04440000
                      DISPLAY 'PANVACK: AFFLACT POSTING FAILED, '       04450000
                              'STATUS=' WS-AFFLACT-STATUS               04460000
                              ' - AFFILIATE ACTIVITY INCOMPLETE'        04470000
                  END-IF                                                04480000
              END-IF.                                                   04490000
