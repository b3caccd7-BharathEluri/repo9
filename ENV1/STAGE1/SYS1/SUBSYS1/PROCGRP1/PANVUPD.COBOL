                  ASSIGN TO PANVUPDR                                    00190000
                  ORGANIZATION IS SEQUENTIAL                            00200000
                  FILE STATUS IS WS-REPORT-STATUS.                      00210000
              SELECT BUSINESS-DATE-FILE                                 00211000
                  ASSIGN TO BUSDATE                                     00212000
                  ORGANIZATION IS SEQUENTIAL                            00213000
                  FILE STATUS IS WS-BUSDATE-STATUS.                     00214000
              SELECT AFFILIATE-ACTIVITY-FILE                            00215000
                  ASSIGN TO AFFLACT                                     00216000
                  ORGANIZATION IS SEQUENTIAL                            00217000
                  FILE STATUS IS WS-AFFLACT-STATUS.                     00218000
              SELECT STEP-TIMING-FILE                                   00218400
                  ASSIGN TO STEPTIME                                    00218800
                  ORGANIZATION IS SEQUENTIAL                            00219200
                  FILE STATUS IS WS-STEP-TIMING-STATUS.                 00219600
          DATA DIVISION.                                                00220000
          FILE SECTION.                                                 00230000
          FD  UPDATE-TRANS-FILE                                         00240000
          COPY LONGNAMEFILE.                                            00290000
          FD  LONGNAME-OUT-FILE                                         00300000
              RECORDING MODE IS F.                                      00310000
          01  LONGNAMEFILE-OUT-RECORD      PIC X(57).                   00320000
          FD  REPORT-FILE                                               00330000
              RECORDING MODE IS F.                                      00340000
          01  REPORT-LINE                  PIC X(80).                   00350000
          FD  BUSINESS-DATE-FILE                                        00351000
              RECORDING MODE IS F.                                      00352000
          01  BUSINESS-DATE-IN             PIC X(80).                   00353000
          FD  AFFILIATE-ACTIVITY-FILE                                   00354000
              RECORDING MODE IS F.                                      00355000
          COPY AFFLACT.                                                 00356000
          FD  STEP-TIMING-FILE                                          00357000
              RECORDING MODE IS F.                                      00358000
          COPY STEPTIME.                                                00359000
          WORKING-STORAGE SECTION.                                      00360000
      *                                                                 00370000
           01 WS-UPDATE-TRANS-STATUS PIC XX.                            00380000
              88 WS-LONGNAME-IN-EOF      VALUE '10'.                    00450000
           01 WS-LONGNAME-OUT-STATUS PIC XX.                            00460000
           01 WS-REPORT-STATUS       PIC XX.                            00470000
           01 WS-STEP-TIMING-STATUS PIC XX.                             00470050
              88 WS-STEP-TIMING-OK        VALUE '00'.                   00470100
              88 WS-STEP-TIMING-NOT-FOUND VALUE '35'.                   00470150
      *                                                                 00470200
      *    START AND END OF THIS RUN, FOR THE STEP-TIMING HISTORY.      00470250
           01 WS-STEP-TIMING-CONTROL.                                   00470300
              05 WS-STEP-START-STAMP.                                   00470350
                 10 WS-STEP-START-DATE   PIC X(08).                     00470400
                 10 WS-STEP-START-TIME   PIC X(06).                     00470450
              05 WS-STEP-END-STAMP.                                     00470500
                 10 WS-STEP-END-DATE     PIC X(08).                     00470550
                 10 WS-STEP-END-TIME     PIC X(06).                     00470600
           01 WS-BUSDATE-STATUS     PIC XX.                             00471000
              88 WS-BUSDATE-OK         VALUE '00'.                      00472000
           01 WS-AFFLACT-STATUS     PIC XX.                             00473000
              88 WS-AFFLACT-OK         VALUE '00'.                      00474000
              88 WS-AFFLACT-NOT-FOUND  VALUE '35'.                      00475000
      *                                                                 00480000
      *    ONE ENTRY PER ONLINE CORRECTION, IN PVUP QUEUE ARRIVAL       00490000
      *    ORDER.  THE SAME KEY CAN APPEAR MORE THAN ONCE WHEN A        00500000
              05 WS-APPLIED-COUNT         PIC 9(9) VALUE ZERO.          00690000
              05 WS-UNMATCHED-COUNT       PIC 9(9) VALUE ZERO.          00700000
              05 WS-UNAPPROVED-COUNT      PIC 9(9) VALUE ZERO.          00701000
      *                                                                 00701200
      *    APPROVED CORRECTIONS APPLIED, BY THE SOURCE AFFILIATE OF     00701400
      *    THE RECORD THEY CORRECTED (ENTRY 4 = NO AFFILIATE ON THE     00701600
      *    RECORD), POSTED TO THE AFFILIATE ACTIVITY FILE AT THE END    00701800
      *    OF THE RUN FOR THE MONTHLY CHARGEBACK STATEMENT.             00702000
           01 WS-AFFILIATE-CORRECTIONS.                                 00702200
              05 WS-AFFIL-CORRECTION-COUNT PIC 9(9) OCCURS 4 TIMES.     00702400
           01 WS-AFFIL-IDX              PIC 9(1).                       00702600
      *                                                                 00702800
      *    AFFILIATE ACTIVITY POSTING.  THE BUSINESS DATE COMES FROM    00703000
      *    THE BUSDATE CARD THE SAME WAY AS ON THE RUN LEDGER (SEE THE  00703200
      *    BUSDATE COPYBOOK); THE CORRECTION RUN IS NOT LEDGERED, SO A  00703400
      *    RESUBMITTED NIGHT POSTS AGAIN AND ITS LATER POSTING          00703600
      *    REPLACES THE FIRST ON THE STATEMENT.                         00703800
           01 WS-AFFILIATE-ACTIVITY-CONTROL.                            00704000
              05 WS-ACTIVITY-STEP-NAME   PIC X(08) VALUE 'PANVUPD'.     00704200
              05 WS-BUSINESS-DATE        PIC X(08).                     00704400
              05 WS-BUSINESS-DATE-NUM    PIC 9(08).                     00704600
              05 WS-CLOCK-STAMP.                                        00704800
                 10 WS-CLOCK-DATE-NUM    PIC 9(08).                     00705000
                 10 WS-CLOCK-HOUR        PIC X(02).                     00705200
              05 WS-BUSINESS-DAY-CUTOVER PIC X(02) VALUE '12'.          00705400
              05 WS-ACTIVITY-POSTED-STAMP.                              00705600
                 10 WS-ACTIVITY-POSTED-DATE PIC X(08).                  00705800
                 10 WS-ACTIVITY-POSTED-TIME PIC X(06).                  00706000
              05 WS-ACTIVITY-POST-SW     PIC X VALUE 'Y'.               00706200
                 88 WS-ACTIVITY-POSTED      VALUE 'Y'.                  00706400
                 88 WS-ACTIVITY-NOT-POSTED  VALUE 'N'.                  00706600
      *                                                                 00706800
           COPY BUSDATE.                                                00707000
      *                                                                 00710000
           01 WS-REPORT-LINES.                                          00720000
              05 WS-HEADING-LINE.                                       00730000
      *                                                                 00940000
          PROCEDURE      DIVISION.                                      00950000
          0000-MAIN-CONTROL.                                            00960000
              MOVE FUNCTION CURRENT-DATE(1:14) TO WS-STEP-START-STAMP   00965000
              PERFORM 1000-INITIALIZE                                   00970000
              PERFORM 2000-LOAD-UPDATE-TRANS                            00980000
              PERFORM 3000-APPLY-TO-MASTER                              00990000
              PERFORM 4000-REPORT-TRANS-RESULTS                         01000000
              PERFORM 9000-TERMINATE                                    01010000
              PERFORM 9300-POST-AFFILIATE-ACTIVITY                      01015000
              PERFORM 9400-RECORD-STEP-TIMING                           01017000
              GOBACK.                                                   01020000
      *                                                                 01030000
      *    THE QUEUE DATA SET MAY NOT EXIST YET THE FIRST NIGHT (NO     01040000
      *    TREATED AS AN EMPTY QUEUE RATHER THAN AN ERROR -- THE        01060000
      *    SAME WAY PANVINCL TREATS A MISSING RESTART-FILE.             01070000
          1000-INITIALIZE.                                              01080000
              PERFORM 1210-SET-BUSINESS-DATE                            01081000
              PERFORM VARYING WS-AFFIL-IDX FROM 1 BY 1                  01082000
                      UNTIL WS-AFFIL-IDX > 4                            01083000
                  MOVE ZERO TO WS-AFFIL-CORRECTION-COUNT(WS-AFFIL-IDX)  01084000
              END-PERFORM                                               01085000
              OPEN INPUT  UPDATE-TRANS-FILE                             01090000
              IF WS-UPDATE-TRANS-OK                                     01100000
                  SET WS-TRANS-FILE-OPEN TO TRUE                        01110000
      *    TRANSACTION FOR THE KEY IS APPLIED, IN ARRIVAL ORDER, SO     01580000
      *    THE NET RESULT IS THE OPERATOR'S LAST CORRECTION OF THE      01590000
      *    DAY -- THE SAME VALUE FLAGMSTR WAS LEFT HOLDING.  FELDH/     01600000
      *    FELDI, THE DESCRIPTION TEXT AND THE SOURCE AFFILIATE PASS    01610000
      *    THROUGH UNTOUCHED.                                           01615000
          3000-APPLY-TO-MASTER.                                         01620000
              PERFORM UNTIL WS-LONGNAME-IN-EOF                          01630000
                  READ LONGNAME-IN-FILE                                 01640000
                                     (WS-FLAG-IDX)                      01850000
                      END-PERFORM                                       01860000
                      MOVE 'Y' TO WS-TRANS-APPLIED-SW(WS-TRANS-IDX)     01870000
                      IF LONGNAMEFILE-SOURCE-AFFILIATE >= '1' AND       01871000
                         LONGNAMEFILE-SOURCE-AFFILIATE <= '3'           01872000
                          MOVE LONGNAMEFILE-SOURCE-AFFILIATE            01873000
                              TO WS-AFFIL-IDX                           01874000
                      ELSE                                              01875000
                          MOVE 4 TO WS-AFFIL-IDX                        01876000
                      END-IF                                            01877000
                      ADD 1 TO WS-AFFIL-CORRECTION-COUNT(WS-AFFIL-IDX)  01878000
                  END-IF                                                01880000
              END-PERFORM.                                              01890000
      *                                                                 01900000
          4100-WRITE-COUNT-LINE.                                        02250000
              MOVE WS-COUNT-LINE TO REPORT-LINE                         02260000
              WRITE REPORT-LINE.                                        02270000
      *                                                                 02270040
      *    A BLANK CARD DATE IS TAKEN FROM THE CLOCK: BEFORE THE NOON   02270080
      *    CUTOVER IT IS TODAY, FROM NOON ON IT IS TOMORROW -- THE      02270120
      *    ONLINE DAY THE NIGHT'S BATCH PREPARES.  A MISSING OR EMPTY   02270160
      *    CARD FILE IS A BLANK CARD.  THE FORCE SWITCH MEANS NOTHING   02270200
      *    TO AN UNLEDGERED STEP BUT IS STILL PROVED, SO ONE CARD       02270400
      *    SERVES EVERY STEP OF A RERUN.  THE POSTING STAMP IS TAKEN    02270600
      *    HERE, ONCE, SO EVERY RECORD THE RUN POSTS CARRIES IT.        02270800
          1210-SET-BUSINESS-DATE.                                       02271000
              MOVE SPACES TO BUSINESS-DATE-CARD                         02271200
              OPEN INPUT BUSINESS-DATE-FILE                             02271400
              IF WS-BUSDATE-OK                                          02271600
                  READ BUSINESS-DATE-FILE INTO BUSINESS-DATE-CARD       02271800
                      AT END                                            02272000
                          MOVE SPACES TO BUSINESS-DATE-CARD             02272200
                  END-READ                                              02272400
                  CLOSE BUSINESS-DATE-FILE                              02272600
              END-IF                                                    02272800
              IF BD-FORCE-RERUN-SW NOT = SPACE AND NOT BD-FORCE-RERUN   02273000
                  DISPLAY 'PANVUPD: INVALID BUSDATE FORCE SWITCH '''    02273200
                          BD-FORCE-RERUN-SW ''''                        02273400
                  MOVE 16 TO RETURN-CODE                                02273600
                  GOBACK                                                02273800
              END-IF                                                    02274000
              IF BD-BUSINESS-DATE = SPACES                              02274200
                  MOVE FUNCTION CURRENT-DATE(1:10) TO WS-CLOCK-STAMP    02274400
                  IF WS-CLOCK-HOUR < WS-BUSINESS-DAY-CUTOVER            02274600
                      MOVE WS-CLOCK-DATE-NUM TO WS-BUSINESS-DATE-NUM    02274800
                  ELSE                                                  02275000
                      COMPUTE WS-BUSINESS-DATE-NUM =                    02275200
                          FUNCTION DATE-OF-INTEGER(                     02275400
                              FUNCTION INTEGER-OF-DATE(                 02275600
                                  WS-CLOCK-DATE-NUM) + 1)               02275800
                  END-IF                                                02276000
                  MOVE WS-BUSINESS-DATE-NUM TO WS-BUSINESS-DATE         02276200
              ELSE                                                      02276400
                  IF BD-BUSINESS-DATE NOT NUMERIC                       02276600
                      DISPLAY 'PANVUPD: INVALID BUSDATE CARD DATE '''   02276800
                              BD-BUSINESS-DATE ''''                     02277000
                      MOVE 16 TO RETURN-CODE                            02277200
                      GOBACK                                            02277400
                  END-IF                                                02277600
                  MOVE BD-BUSINESS-DATE TO WS-BUSINESS-DATE             02277800
              END-IF                                                    02278000
              MOVE FUNCTION CURRENT-DATE(1:14)                          02278200
                  TO WS-ACTIVITY-POSTED-STAMP.                          02278400
      *                                                                 02280000
          9000-TERMINATE.                                               02290000
              IF WS-TRANS-FILE-OPEN                                     02300000
              ELSE                                                      02380000
                  MOVE 0 TO RETURN-CODE                                 02390000
              END-IF.                                                   02400000
      *                                                                 02410000
      *    ONE CORRECTIONS-APPLIED TOTAL PER AFFILIATE, ZERO INCLUDED,  02420000
      *    PLUS ONE FOR RECORDS CARRYING NO AFFILIATE.  AN ACTIVITY     02430000
      *    FILE THAT CANNOT BE WRITTEN DOES NOT MAKE THE CORRECTED      02440000
      *    MASTER ANY LESS GOOD, SO IT IS REPORTED AND HOLDS THE STEP   02450000
      *    AT RC=4 -- THE CHAIN CONTINUES, BUT THE NIGHT WILL BE SHORT  02460000
      *    ON THE STATEMENT UNTIL IT IS RERUN.                          02470000
          9300-POST-AFFILIATE-ACTIVITY.                                 02480000
              OPEN EXTEND AFFILIATE-ACTIVITY-FILE                       02490000
              IF WS-AFFLACT-NOT-FOUND                                   02500000
                  OPEN OUTPUT AFFILIATE-ACTIVITY-FILE                   02510000
              END-IF                                                    02520000
              IF WS-AFFLACT-OK                                          02530000
                  PERFORM VARYING WS-AFFIL-IDX FROM 1 BY 1              02540000
                          UNTIL WS-AFFIL-IDX > 4                        02550000
                      MOVE SPACES TO AFFILIATE-ACTIVITY-RECORD          02560000
                      MOVE WS-BUSINESS-DATE TO AA-BUSINESS-DATE         02570000
                      MOVE WS-ACTIVITY-STEP-NAME TO AA-STEP-NAME        02580000
                      SET AA-ONLINE-CORRECTIONS TO TRUE                 02590000
                      MOVE WS-ACTIVITY-POSTED-DATE TO AA-POSTED-DATE    02600000
                      MOVE WS-ACTIVITY-POSTED-TIME TO AA-POSTED-TIME    02610000
                      SET AA-TOTAL-RECORD TO TRUE                       02620000
                      IF WS-AFFIL-IDX < 4                               02630000
                          MOVE WS-AFFIL-IDX TO AA-SOURCE-AFFILIATE      02640000
                      END-IF                                            02650000
                      MOVE WS-AFFIL-CORRECTION-COUNT(WS-AFFIL-IDX)      02660000
                          TO AA-ACTIVITY-COUNT                          02670000
                      WRITE AFFILIATE-ACTIVITY-RECORD                   02680000
                      IF NOT WS-AFFLACT-OK                              02690000
                          SET WS-ACTIVITY-NOT-POSTED TO TRUE            02700000
                      END-IF                                            02710000
                  END-PERFORM                                           02720000
                  CLOSE AFFILIATE-ACTIVITY-FILE                         02730000
              ELSE                                                      02740000
                  SET WS-ACTIVITY-NOT-POSTED TO TRUE                    02750000
              END-IF                                                    02760000
              IF WS-ACTIVITY-NOT-POSTED                                 02770000
                  DISPLAY 'PANVUPD: AFFLACT POSTING FAILED, STATUS='    02780000
                          WS-AFFLACT-STATUS                             02790000
                  IF RETURN-CODE < 4                                    02800000
                      MOVE 4 TO RETURN-CODE                             02810000
                  END-IF                                                02820000
              END-IF.                                                   02830000
      *                                                                 02840000
      *    APPEND THIS RUN TO THE STEP-TIMING HISTORY FOR THE PANVSTM   02850000
      *    BATCH-WINDOW REPORT, WITH THE CONDITION CODE THE STEP IS     02860000
      *    ENDING WITH.  THE HISTORY IS FOR CAPACITY PLANNING ONLY, SO  02870000
      *    A RECORD THAT CANNOT BE WRITTEN IS REPORTED BUT LEAVES THE   02880000
      *    CONDITION CODE ALONE.                                        02890000
          9400-RECORD-STEP-TIMING.                                      02900000
              MOVE FUNCTION CURRENT-DATE(1:14) TO WS-STEP-END-STAMP     02910000
              OPEN EXTEND STEP-TIMING-FILE                              02920000
              IF WS-STEP-TIMING-NOT-FOUND                               02930000
                  OPEN OUTPUT STEP-TIMING-FILE                          02940000
              END-IF                                                    02950000
              IF WS-STEP-TIMING-OK                                      02960000
                  MOVE SPACES TO STEP-TIMING-RECORD                     02970000
                  MOVE 'PANVUPD' TO ST-STEP-NAME                        02980000
                  MOVE WS-STEP-START-DATE TO ST-START-DATE              02990000
                  MOVE WS-STEP-START-TIME TO ST-START-TIME              03000000
                  MOVE WS-STEP-END-DATE TO ST-END-DATE                  03010000
                  MOVE WS-STEP-END-TIME TO ST-END-TIME                  03020000
                  MOVE WS-MASTER-RECORD-COUNT TO ST-RECORD-COUNT        03030000
                  MOVE RETURN-CODE TO ST-RETURN-CODE                    03040000
                  WRITE STEP-TIMING-RECORD                              03050000
                  IF NOT WS-STEP-TIMING-OK                              03060000
                      DISPLAY 'PANVUPD: STEPTIME WRITE FAILED, STATUS=' 03070000
                              WS-STEP-TIMING-STATUS                     03080000
                  END-IF                                                03090000
                  CLOSE STEP-TIMING-FILE                                03100000
              ELSE                                                      03110000
                  DISPLAY 'PANVUPD: STEPTIME OPEN FAILED, STATUS='      03120000
                          WS-STEP-TIMING-STATUS                         03130000
              END-IF.                                                   03140000
