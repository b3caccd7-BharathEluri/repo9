                  ASSIGN TO PANVMRGR                                    00270000
                  ORGANIZATION IS SEQUENTIAL                            00280000
                  FILE STATUS IS WS-REPORT-STATUS.                      00290000
              SELECT BUSINESS-DATE-FILE                                 00291000
                  ASSIGN TO BUSDATE                                     00292000
                  ORGANIZATION IS SEQUENTIAL                            00293000
                  FILE STATUS IS WS-BUSDATE-STATUS.                     00294000
              SELECT AFFILIATE-ACTIVITY-FILE                            00295000
                  ASSIGN TO AFFLACT                                     00296000
                  ORGANIZATION IS SEQUENTIAL                            00297000
                  FILE STATUS IS WS-AFFLACT-STATUS.                     00298000
              SELECT STEP-TIMING-FILE                                   00298400
                  ASSIGN TO STEPTIME                                    00298800
                  ORGANIZATION IS SEQUENTIAL                            00299200
                  FILE STATUS IS WS-STEP-TIMING-STATUS.                 00299600
          DATA DIVISION.                                                00300000
          FILE SECTION.                                                 00310000
          FD  AFFIL1-FILE                                               00320000
          01  AFFIL3-MASTER-RECORD         PIC X(56).                   00400000
          FD  MERGE-OUT-FILE                                            00410000
              RECORDING MODE IS F.                                      00420000
          01  MERGE-OUT-RECORD             PIC X(57).                   00430000
          FD  MERGE-PARM-FILE                                           00440000
              RECORDING MODE IS F.                                      00450000
          01  MERGE-PARM-CARD              PIC X(80).                   00460000
          FD  REPORT-FILE                                               00470000
              RECORDING MODE IS F.                                      00480000
          01  REPORT-LINE                  PIC X(80).                   00490000
          FD  BUSINESS-DATE-FILE                                        00491000
              RECORDING MODE IS F.                                      00492000
          01  BUSINESS-DATE-IN             PIC X(80).                   00493000
          FD  AFFILIATE-ACTIVITY-FILE                                   00494000
              RECORDING MODE IS F.                                      00495000
          COPY AFFLACT.                                                 00496000
          FD  STEP-TIMING-FILE                                          00497000
              RECORDING MODE IS F.                                      00498000
          COPY STEPTIME.                                                00499000
          WORKING-STORAGE SECTION.                                      00500000
      *                                                                 00510000
      *    PANVMRG  --  MULTI-AFFILIATE LONGNAMEFILE MERGE.  COMBINES   00520000
      *               SEQUENCE/DUPLICATE CHECK DOWNSTREAM PROVES A      00610000
      *               GENUINELY CLEAN FILE INSTEAD OF POLICING A        00620000
      *               HAND-CONCATENATION.                               00630000
      *    EACH MERGED RECORD IS STAMPED WITH THE NUMBER OF THE         00631000
      *    AFFILIATE THAT SUPPLIED IT (LONGNAMEFILE-SOURCE-AFFILIATE),  00632000
      *    AND THE COPIES EACH AFFILIATE LOST TO A COLLISION ARE POSTED 00633000
      *    TO THE AFFILIATE ACTIVITY FILE FOR THE MONTHLY CHARGEBACK    00634000
      *    STATEMENT (SEE THE AFFLACT COPYBOOK).                        00635000
      *                                                                 00640000
           01 WS-AFFIL1-STATUS      PIC XX.                             00650000
              88 WS-AFFIL1-OK          VALUE '00'.                      00660000
           01 WS-MERGE-PARM-STATUS  PIC XX.                             00750000
              88 WS-MERGE-PARM-OK      VALUE '00'.                      00760000
           01 WS-REPORT-STATUS      PIC XX.                             00770000
           01 WS-STEP-TIMING-STATUS PIC XX.                             00770050
              88 WS-STEP-TIMING-OK        VALUE '00'.                   00770100
              88 WS-STEP-TIMING-NOT-FOUND VALUE '35'.                   00770150
      *                                                                 00770200
      *    START AND END OF THIS RUN, FOR THE STEP-TIMING HISTORY.      00770250
           01 WS-STEP-TIMING-CONTROL.                                   00770300
              05 WS-STEP-START-STAMP.                                   00770350
                 10 WS-STEP-START-DATE   PIC X(08).                     00770400
                 10 WS-STEP-START-TIME   PIC X(06).                     00770450
              05 WS-STEP-END-STAMP.                                     00770500
                 10 WS-STEP-END-DATE     PIC X(08).                     00770550
                 10 WS-STEP-END-TIME     PIC X(06).                     00770600
           01 WS-BUSDATE-STATUS     PIC XX.                             00771000
              88 WS-BUSDATE-OK         VALUE '00'.                      00772000
           01 WS-AFFLACT-STATUS     PIC XX.                             00773000
              88 WS-AFFLACT-OK         VALUE '00'.                      00774000
              88 WS-AFFLACT-NOT-FOUND  VALUE '35'.                      00775000
      *                                                                 00780000
      *    MRGPARM CONTROL CARD: COLUMNS 1-3 RANK THE THREE AFFILIATE   00790000
      *    SOURCES, ONE DIGIT PER SOURCE IN AFFIL1/AFFIL2/AFFIL3        00800000
      *                                                                 01130000
           01 WS-RETURN-CODE-SW PIC X VALUE 'N'.                        01140000
              88 WS-COLLISIONS-SEEN VALUE 'Y'.                          01150000
      *                                                                 01150400
      *    AFFILIATE ACTIVITY POSTING.  THE BUSINESS DATE COMES FROM    01150800
      *    THE BUSDATE CARD THE SAME WAY AS ON THE RUN LEDGER (SEE THE  01151200
      *    BUSDATE COPYBOOK); THE MERGE IS NOT ITSELF LEDGERED, SO A    01151600
      *    RESUBMITTED NIGHT POSTS AGAIN AND ITS LATER POSTING          01152000
      *    REPLACES THE FIRST ON THE STATEMENT.                         01152400
           01 WS-AFFILIATE-ACTIVITY-CONTROL.                            01152800
              05 WS-ACTIVITY-STEP-NAME   PIC X(08) VALUE 'PANVMRG'.     01153200
              05 WS-BUSINESS-DATE        PIC X(08).                     01153600
              05 WS-BUSINESS-DATE-NUM    PIC 9(08).                     01154000
              05 WS-CLOCK-STAMP.                                        01154400
                 10 WS-CLOCK-DATE-NUM    PIC 9(08).                     01154800
                 10 WS-CLOCK-HOUR        PIC X(02).                     01155200
              05 WS-BUSINESS-DAY-CUTOVER PIC X(02) VALUE '12'.          01155600
              05 WS-ACTIVITY-POSTED-STAMP.                              01156000
                 10 WS-ACTIVITY-POSTED-DATE PIC X(08).                  01156400
                 10 WS-ACTIVITY-POSTED-TIME PIC X(06).                  01156800
              05 WS-ACTIVITY-POST-SW     PIC X VALUE 'Y'.               01157200
                 88 WS-ACTIVITY-POSTED      VALUE 'Y'.                  01157600
                 88 WS-ACTIVITY-NOT-POSTED  VALUE 'N'.                  01158000
      *                                                                 01158400
           COPY BUSDATE.                                                01158800
      *                                                                 01160000
           01 WS-REPORT-LINES.                                          01170000
              05 WS-HEADING-LINE.                                       01180000
      *                                                                 01510000
          PROCEDURE      DIVISION.                                      01520000
          0000-MAIN-CONTROL.                                            01530000
              MOVE FUNCTION CURRENT-DATE(1:14) TO WS-STEP-START-STAMP   01535000
              PERFORM 1000-INITIALIZE                                   01540000
              PERFORM 2000-MERGE-AFFILIATE-FILES                        01550000
              PERFORM 4000-PRINT-MERGE-TOTALS                           01560000
              PERFORM 9000-TERMINATE                                    01570000
              PERFORM 9300-POST-AFFILIATE-ACTIVITY                      01575000
              PERFORM 9400-RECORD-STEP-TIMING                           01577000
              GOBACK.                                                   01580000
      *                                                                 01590000
          1000-INITIALIZE.                                              01600000
              PERFORM 1050-READ-MERGE-PARM                              01610000
              PERFORM 1210-SET-BUSINESS-DATE                            01615000
              OPEN INPUT  AFFIL1-FILE                                   01620000
                          AFFIL2-FILE                                   01630000
                          AFFIL3-FILE                                   01640000
                  MOVE WS-PARM-PRIORITY-DIGIT(WS-SRC-IDX)               02200000
                      TO WS-SRC-PRIORITY(WS-SRC-IDX)                    02210000
              END-PERFORM.                                              02220000
      *                                                                 02220200
      *    A BLANK CARD DATE IS TAKEN FROM THE CLOCK: BEFORE THE NOON   02220400
      *    CUTOVER IT IS TODAY, FROM NOON ON IT IS TOMORROW -- THE      02220600
      *    ONLINE DAY THE NIGHT'S BATCH PREPARES.  A MISSING OR EMPTY   02220800
      *    CARD FILE IS A BLANK CARD.  THE FORCE SWITCH MEANS NOTHING   02221000
      *    TO AN UNLEDGERED STEP BUT IS STILL PROVED, SO ONE CARD       02221200
      *    SERVES EVERY STEP OF A RERUN.  THE POSTING STAMP IS TAKEN    02221400
      *    HERE, ONCE, SO EVERY RECORD THE RUN POSTS CARRIES IT.        02221600
          1210-SET-BUSINESS-DATE.                                       02221800
              MOVE SPACES TO BUSINESS-DATE-CARD                         02222000
              OPEN INPUT BUSINESS-DATE-FILE                             02222200
              IF WS-BUSDATE-OK                                          02222400
                  READ BUSINESS-DATE-FILE INTO BUSINESS-DATE-CARD       02222600
                      AT END                                            02222800
                          MOVE SPACES TO BUSINESS-DATE-CARD             02223000
                  END-READ                                              02223200
                  CLOSE BUSINESS-DATE-FILE                              02223400
              END-IF                                                    02223600
              IF BD-FORCE-RERUN-SW NOT = SPACE AND NOT BD-FORCE-RERUN   02223800
                  DISPLAY 'PANVMRG: INVALID BUSDATE FORCE SWITCH '''    02224000
                          BD-FORCE-RERUN-SW ''''                        02224200
                  MOVE 16 TO RETURN-CODE                                02224400
                  GOBACK                                                02224600
              END-IF                                                    02224800
              IF BD-BUSINESS-DATE = SPACES                              02225000
                  MOVE FUNCTION CURRENT-DATE(1:10) TO WS-CLOCK-STAMP    02225200
                  IF WS-CLOCK-HOUR < WS-BUSINESS-DAY-CUTOVER            02225400
                      MOVE WS-CLOCK-DATE-NUM TO WS-BUSINESS-DATE-NUM    02225600
                  ELSE                                                  02225800
                      COMPUTE WS-BUSINESS-DATE-NUM =                    02226000
                          FUNCTION DATE-OF-INTEGER(                     02226200
                              FUNCTION INTEGER-OF-DATE(                 02226400
                                  WS-CLOCK-DATE-NUM) + 1)               02226600
                  END-IF                                                02226800
                  MOVE WS-BUSINESS-DATE-NUM TO WS-BUSINESS-DATE         02227000
              ELSE                                                      02227200
                  IF BD-BUSINESS-DATE NOT NUMERIC                       02227400
                      DISPLAY 'PANVMRG: INVALID BUSDATE CARD DATE '''   02227600
                              BD-BUSINESS-DATE ''''                     02227800
                      MOVE 16 TO RETURN-CODE                            02228000
                      GOBACK                                            02228200
                  END-IF                                                02228400
                  MOVE BD-BUSINESS-DATE TO WS-BUSINESS-DATE             02228600
              END-IF                                                    02228800
              MOVE FUNCTION CURRENT-DATE(1:14)                          02229000
                  TO WS-ACTIVITY-POSTED-STAMP.                          02229200
      *                                                                 02230000
      *    CLASSIC BALANCED-LINE MERGE: EACH ITERATION FINDS THE        02240000
      *    LOWEST KEY AMONG THE BUFFERED SOURCE RECORDS, WRITES THE     02250000
              END-PERFORM.                                              02720000
      *                                                                 02730000
          2200-WRITE-WINNING-RECORD.                                    02740000
              MOVE WS-SRC-RECORD(WS-WINNER-IDX)                         02750000
                  TO MERGE-OUT-RECORD(1:56)                             02753000
              MOVE WS-WINNER-IDX TO MERGE-OUT-RECORD(57:1)              02756000
              WRITE MERGE-OUT-RECORD                                    02760000
              ADD 1 TO WS-WRITTEN-COUNT.                                02770000
      *                                                                 02780000
              ELSE                                                      03680000
                  MOVE 0 TO RETURN-CODE                                 03690000
              END-IF.                                                   03700000
      *                                                                 03710000
      *    ONE COLLISIONS-LOST TOTAL PER AFFILIATE, ZERO INCLUDED, SO   03720000
      *    THE STATEMENT SEES THE NIGHT EVEN FOR A SOURCE THAT LOST     03730000
      *    NOTHING.  AN ACTIVITY FILE THAT CANNOT BE WRITTEN DOES NOT   03740000
      *    MAKE THE MERGED MASTER ANY LESS GOOD, SO IT IS REPORTED AND  03750000
      *    HOLDS THE STEP AT RC=4 -- THE CHAIN CONTINUES, BUT THE       03760000
      *    NIGHT WILL BE SHORT ON THE STATEMENT UNTIL IT IS RERUN.      03770000
          9300-POST-AFFILIATE-ACTIVITY.                                 03780000
              OPEN EXTEND AFFILIATE-ACTIVITY-FILE                       03790000
              IF WS-AFFLACT-NOT-FOUND                                   03800000
                  OPEN OUTPUT AFFILIATE-ACTIVITY-FILE                   03810000
              END-IF                                                    03820000
              IF WS-AFFLACT-OK                                          03830000
                  PERFORM VARYING WS-SRC-IDX FROM 1 BY 1                03840000
                          UNTIL WS-SRC-IDX > 3                          03850000
                      MOVE SPACES TO AFFILIATE-ACTIVITY-RECORD          03860000
                      MOVE WS-BUSINESS-DATE TO AA-BUSINESS-DATE         03870000
                      MOVE WS-ACTIVITY-STEP-NAME TO AA-STEP-NAME        03880000
                      SET AA-MERGE-COLLISIONS-LOST TO TRUE              03890000
                      MOVE WS-ACTIVITY-POSTED-DATE TO AA-POSTED-DATE    03900000
                      MOVE WS-ACTIVITY-POSTED-TIME TO AA-POSTED-TIME    03910000
                      SET AA-TOTAL-RECORD TO TRUE                       03920000
                      MOVE WS-SRC-IDX TO AA-SOURCE-AFFILIATE            03930000
                      MOVE WS-SRC-DROPPED-COUNT(WS-SRC-IDX)             03940000
                          TO AA-ACTIVITY-COUNT                          03950000
                      WRITE AFFILIATE-ACTIVITY-RECORD                   03960000
                      IF NOT WS-AFFLACT-OK                              03970000
                          SET WS-ACTIVITY-NOT-POSTED TO TRUE            03980000
                      END-IF                                            03990000
                  END-PERFORM                                           04000000
                  CLOSE AFFILIATE-ACTIVITY-FILE                         04010000
              ELSE                                                      04020000
                  SET WS-ACTIVITY-NOT-POSTED TO TRUE                    04030000
              END-IF                                                    04040000
              IF WS-ACTIVITY-NOT-POSTED                                 04050000
                  DISPLAY 'PANVMRG: AFFLACT POSTING FAILED, STATUS='    04060000
                          WS-AFFLACT-STATUS                             04070000
                  IF RETURN-CODE < 4                                    04080000
                      MOVE 4 TO RETURN-CODE                             04090000
                  END-IF                                                04100000
              END-IF.                                                   04110000
      *                                                                 04120000
      *    APPEND THIS RUN TO THE STEP-TIMING HISTORY FOR THE PANVSTM   04130000
      *    BATCH-WINDOW REPORT, WITH THE CONDITION CODE THE STEP IS     04140000
      *    ENDING WITH.  THE HISTORY IS FOR CAPACITY PLANNING ONLY, SO  04150000
      *    A RECORD THAT CANNOT BE WRITTEN IS REPORTED BUT LEAVES THE   04160000
      *    CONDITION CODE ALONE.                                        04170000
          9400-RECORD-STEP-TIMING.                                      04180000
              MOVE FUNCTION CURRENT-DATE(1:14) TO WS-STEP-END-STAMP     04190000
              OPEN EXTEND STEP-TIMING-FILE                              04200000
              IF WS-STEP-TIMING-NOT-FOUND                               04210000
                  OPEN OUTPUT STEP-TIMING-FILE                          04220000
              END-IF                                                    04230000
              IF WS-STEP-TIMING-OK                                      04240000
                  MOVE SPACES TO STEP-TIMING-RECORD                     04250000
                  MOVE 'PANVMRG' TO ST-STEP-NAME                        04260000
                  MOVE WS-STEP-START-DATE TO ST-START-DATE              04270000
                  MOVE WS-STEP-START-TIME TO ST-START-TIME              04280000
                  MOVE WS-STEP-END-DATE TO ST-END-DATE                  04290000
                  MOVE WS-STEP-END-TIME TO ST-END-TIME                  04300000
                  MOVE WS-WRITTEN-COUNT TO ST-RECORD-COUNT              04310000
                  MOVE RETURN-CODE TO ST-RETURN-CODE                    04320000
                  WRITE STEP-TIMING-RECORD                              04330000
                  IF NOT WS-STEP-TIMING-OK                              04340000
                      DISPLAY 'PANVMRG: STEPTIME WRITE FAILED, STATUS=' 04350000
                              WS-STEP-TIMING-STATUS                     04360000
                  END-IF                                                04370000
                  CLOSE STEP-TIMING-FILE                                04380000
              ELSE                                                      04390000
                  DISPLAY 'PANVMRG: STEPTIME OPEN FAILED, STATUS='      04400000
                          WS-STEP-TIMING-STATUS                         04410000
              END-IF.                                                   04420000
