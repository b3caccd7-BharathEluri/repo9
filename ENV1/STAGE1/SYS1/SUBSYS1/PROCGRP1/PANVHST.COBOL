                  ASSIGN TO PANVHSTR                                    00230000
                  ORGANIZATION IS SEQUENTIAL                            00240000
                  FILE STATUS IS WS-REPORT-STATUS.                      00250000
              SELECT BACKOUT-FILE                                       00251000
                  ASSIGN TO BACKOUT                                     00252000
                  ORGANIZATION IS SEQUENTIAL                            00253000
                  FILE STATUS IS WS-BACKOUT-STATUS.                     00254000
              SELECT WAREHOUSE-DELTA-FILE                               00254100
                  ASSIGN TO WHSEDLTA                                    00254200
                  ORGANIZATION IS SEQUENTIAL                            00254300
                  FILE STATUS IS WS-DELTA-STATUS.                       00254400
              SELECT BUSINESS-DATE-FILE                                 00254500
                  ASSIGN TO BUSDATE                                     00255000
                  ORGANIZATION IS SEQUENTIAL                            00255500
                  FILE STATUS IS WS-BUSDATE-STATUS.                     00256000
              SELECT RUN-LEDGER-FILE                                    00256500
                  ASSIGN TO RUNLEDGR                                    00257000
                  ORGANIZATION IS SEQUENTIAL                            00257500
                  FILE STATUS IS WS-RUN-LEDGER-STATUS.                  00258000
              SELECT STEP-TIMING-FILE                                   00258400
                  ASSIGN TO STEPTIME                                    00258800
                  ORGANIZATION IS SEQUENTIAL                            00259200
                  FILE STATUS IS WS-STEP-TIMING-STATUS.                 00259600
          DATA DIVISION.                                                00260000
          FILE SECTION.                                                 00270000
          FD  PANVOUT-CURR-FILE                                         00280000
          COPY PANVOUT.                                                 00300000
          FD  PANVOUT-PREV-FILE                                         00310000
              RECORDING MODE IS F.                                      00320000
          01  PANVOUT-PREV-RECORD          PIC X(17).                   00330000
          FD  FLAG-HISTORY-FILE                                         00340000
              RECORDING MODE IS F.                                      00350000
          COPY FLAGHIST.                                                00360000
          FD  SNAPSHOT-OUT-FILE                                         00370000
              RECORDING MODE IS F.                                      00380000
          01  SNAPSHOT-OUT-RECORD          PIC X(17).                   00390000
          FD  REPORT-FILE                                               00400000
              RECORDING MODE IS F.                                      00410000
          01  REPORT-LINE                  PIC X(80).                   00420000
          FD  BACKOUT-FILE                                              00421000
              RECORDING MODE IS F.                                      00422000
          COPY BKOUTREC.                                                00423000
          FD  WAREHOUSE-DELTA-FILE                                      00423200
              RECORDING MODE IS F.                                      00423400
          COPY WHSEDLTA.                                                00423600
          FD  BUSINESS-DATE-FILE                                        00424000
              RECORDING MODE IS F.                                      00425000
          01  BUSINESS-DATE-IN             PIC X(80).                   00426000
          FD  RUN-LEDGER-FILE                                           00427000
              RECORDING MODE IS F.                                      00428000
          COPY RUNLEDGR.                                                00429000
          FD  STEP-TIMING-FILE                                          00429200
              RECORDING MODE IS F.                                      00429400
          COPY STEPTIME.                                                00429600
          WORKING-STORAGE SECTION.                                      00430000
      *                                                                 00440000
      *    PANVHST  --  NIGHTLY FLAG-HISTORY ACCUMULATION.  MATCHES     00450000
      *               NIGHT'S SNAPSHOT COPY (BOTH KEY-SEQUENCED) AND    00470000
      *               APPENDS ONE FLAGHIST RECORD PER KEY THAT WAS      00480000
      *               ADDED, CHANGED OR DROPPED, STAMPED WITH           00490000
      *               THE BUSINESS DATE.  TONIGHT'S FILE IS ALSO COPIED 00500000
      *               OUT AS THE SNAPSHOT FOR TOMORROW'S COMPARE --     00510000
      *               THE JOB COPIES IT OVER THE PRIOR SNAPSHOT IN      00520000
      *               THE NEXT STEP, THE SAME PATTERN AS THE PANVRPR    00530000
      *               PV-FLAG-VALUES, SO PANVHIQ CAN ANSWER THE         00560000
      *               AUDITORS' AS-OF-DATE QUESTION WITHOUT A           00570000
      *               BACKUP RESTORE.                                   00580000
      *               EVERY KEY ADDED, CHANGED OR DROPPED IS ALSO       00581000
      *               LOGGED TO THE BACKOUT FILE WITH THE FLAGS THE     00582000
      *               PRIOR SNAPSHOT HELD FOR IT, SO PANVBKO CAN PUT    00583000
      *               THE SNAPSHOT BACK IF THE NIGHT IS BACKED OUT.     00584000
      *               THE SAME ADDS, CHANGES AND DROPS ARE WRITTEN TO   00584500
      *               THE WAREHOUSE DELTA FEED (SEE WHSEDLTA) WITH THE  00585000
      *               FLAGS BEFORE AND AFTER THE NIGHT, SO THE DATA     00585500
      *               WAREHOUSE GETS THE CHANGES WITHOUT A FULL COPY    00586000
      *               OF FLAGMSTR.  PANVWAK PROVES THE WAREHOUSE'S      00586500
      *               RETURN FILE AGAINST IT THE NEXT MORNING.          00587000
      *                                                                 00590000
           01 WS-PVCURR-STATUS      PIC XX.                             00600000
              88 WS-PVCURR-OK          VALUE '00'.                      00610000
              88 WS-HISTORY-NOT-FOUND  VALUE '35'.                      00700000
           01 WS-SNAPSHOT-STATUS    PIC XX.                             00710000
           01 WS-REPORT-STATUS      PIC XX.                             00720000
           01 WS-STEP-TIMING-STATUS PIC XX.                             00720050
              88 WS-STEP-TIMING-OK        VALUE '00'.                   00720100
              88 WS-STEP-TIMING-NOT-FOUND VALUE '35'.                   00720150
      *                                                                 00720200
      *    START AND END OF THIS RUN, FOR THE STEP-TIMING HISTORY.      00720250
           01 WS-STEP-TIMING-CONTROL.                                   00720300
              05 WS-STEP-START-STAMP.                                   00720350
                 10 WS-STEP-START-DATE   PIC X(08).                     00720400
                 10 WS-STEP-START-TIME   PIC X(06).                     00720450
              05 WS-STEP-END-STAMP.                                     00720500
                 10 WS-STEP-END-DATE     PIC X(08).                     00720550
                 10 WS-STEP-END-TIME     PIC X(06).                     00720600
           01 WS-BACKOUT-STATUS     PIC XX.                             00721000
              88 WS-BACKOUT-OK         VALUE '00'.                      00722000
              88 WS-BACKOUT-NOT-FOUND  VALUE '35'.                      00723000
           01 WS-BACKOUT-FAILED-SW  PIC X VALUE 'N'.                    00723100
              88 WS-BACKOUT-FAILED     VALUE 'Y'.                       00723200
           01 WS-DELTA-STATUS       PIC XX.                             00723300
              88 WS-DELTA-OK           VALUE '00'.                      00723600
           01 WS-DELTA-FAILED-SW    PIC X VALUE 'N'.                    00723700
              88 WS-DELTA-FAILED       VALUE 'Y'.                       00723800
           01 WS-BUSDATE-STATUS      PIC XX.                            00724000
              88 WS-BUSDATE-OK           VALUE '00'.                    00725000
           01 WS-RUN-LEDGER-STATUS   PIC XX.                            00726000
              88 WS-RUN-LEDGER-OK        VALUE '00'.                    00727000
              88 WS-RUN-LEDGER-EOF       VALUE '10'.                    00728000
              88 WS-RUN-LEDGER-NOT-FOUND VALUE '35'.                    00729000
      *                                                                 00730000
      *    ONE-RECORD LOOKAHEAD BUFFERS FOR THE CO-SEQUENTIAL MATCH.    00740000
      *    THE PRIOR SNAPSHOT RECORD IS BUFFERED WHOLE BECAUSE ITS      00750000
      *    FD AREA IS A PLAIN PICTURE -- THE KEY IS ITS FIRST TEN       00760000
      *    BYTES, THEN THE SIX FLAG BYTES AND THE SOURCE AFFILIATE,     00770000
      *    THE SAME POSITIONS AS THE PANVOUT COPYBOOK.                  00780000
           01 WS-PREV-HELD-RECORD.                                      00790000
              05 WS-PREV-HELD-KEY        PIC X(10).                     00800000
              05 WS-PREV-HELD-FLAGS      PIC X(06).                     00810000
              05 WS-PREV-HELD-AFFILIATE  PIC X(01).                     00815000
      *                                                                 00820000
           01 WS-RUN-DATE               PIC X(08).                      00830000
      *                                                                 00830300
      *    RUN-LEDGER CONTROL.  THE BUSINESS DATE AND THE FORCE-RERUN   00830600
      *    SWITCH COME FROM THE BUSDATE CARD (SEE THE BUSDATE AND       00830900
      *    RUNLEDGR COPYBOOKS).                                         00831200
      *    A BUSINESS DATE ALREADY COMPLETE WRITES NO HISTORY AND NO    00831500
      *    BEFORE-IMAGES; TONIGHT'S FILE IS STILL COPIED OUT AS THE     00831800
      *    SNAPSHOT, BECAUSE THE NEXT STEP ALWAYS COPIES IT OVER THE    00832100
      *    PRIOR ONE.                                                   00832400
           01 WS-RUN-LEDGER-CONTROL.                                    00832700
              05 WS-LEDGER-STEP-NAME     PIC X(08) VALUE 'PANVHST'.     00833000
              05 WS-BUSINESS-DATE        PIC X(08).                     00833300
              05 WS-BUSINESS-DATE-NUM    PIC 9(08).                     00833600
              05 WS-CLOCK-STAMP.                                        00833900
                 10 WS-CLOCK-DATE-NUM    PIC 9(08).                     00834200
                 10 WS-CLOCK-HOUR        PIC X(02).                     00834500
              05 WS-BUSINESS-DAY-CUTOVER PIC X(02) VALUE '12'.          00834800
              05 WS-ALREADY-POSTED-SW    PIC X VALUE 'N'.               00835100
                 88 WS-ALREADY-POSTED       VALUE 'Y'.                  00835400
              05 WS-LEDGER-ACTION-SW     PIC X VALUE 'P'.               00835700
                 88 WS-POST-THIS-RUN        VALUE 'P'.                  00836000
                 88 WS-SKIP-THIS-RUN        VALUE 'S'.                  00836300
              05 WS-PRIOR-RUN-DATE       PIC X(08).                     00836600
              05 WS-PRIOR-RUN-TIME       PIC X(06).                     00836900
              05 WS-PRIOR-RUN-RC         PIC 9(02).                     00837200
      *                                                                 00837500
           COPY BUSDATE.                                                00837800
      *                                                                 00840000
           01 WS-HISTORY-COUNTS.                                        00850000
              05 WS-CURR-READ-COUNT       PIC 9(9) VALUE ZERO.          00860000
              05 WS-CHANGED-COUNT         PIC 9(9) VALUE ZERO.          00890000
              05 WS-DROPPED-COUNT         PIC 9(9) VALUE ZERO.          00900000
              05 WS-UNCHANGED-COUNT       PIC 9(9) VALUE ZERO.          00910000
              05 WS-BACKOUT-IMAGE-COUNT   PIC 9(9) VALUE ZERO.          00911000
              05 WS-DELTA-DETAIL-COUNT    PIC 9(9) VALUE ZERO.          00912000
      *                                                                 00913000
      *    WAREHOUSE DELTA KEY HASH -- THE SUM OF THE BYTE ORDINALS OF  00914000
      *    EVERY DETAIL KEY, MODULO 10**15, AS PANVBAL FIGURES THE      00915000
      *    FEED CONTROL HASH (SEE FEEDCTL).                             00916000
           01 WS-DELTA-KEY-HASH         PIC 9(15) VALUE ZERO.           00917000
           01 WS-HASH-BYTE-IDX          PIC 9(2).                       00918000
      *                                                                 00920000
           01 WS-REPORT-LINES.                                          00930000
              05 WS-HEADING-LINE.                                       00940000
      *                                                                 01030000
          PROCEDURE      DIVISION.                                      01040000
          0000-MAIN-CONTROL.                                            01050000
              MOVE FUNCTION CURRENT-DATE(1:14) TO WS-STEP-START-STAMP   01055000
              PERFORM 1000-INITIALIZE                                   01060000
              PERFORM 2000-MATCH-SNAPSHOTS                              01070000
              PERFORM 4000-PRINT-HISTORY-TOTALS                         01080000
              PERFORM 9000-TERMINATE                                    01090000
              PERFORM 9200-RECORD-RUN-LEDGER                            01095000
              PERFORM 9400-RECORD-STEP-TIMING                           01097000
              GOBACK.                                                   01100000
      *                                                                 01110000
      *    THE PRIOR SNAPSHOT DOES NOT EXIST THE FIRST NIGHT, SO A      01120000
      *    WITH THE CREATE-ON-FIRST-USE FALLBACK THE PANVINCL AUDIT     01160000
      *    TRAIL USES.                                                  01170000
          1000-INITIALIZE.                                              01180000
              PERFORM 1200-CHECK-RUN-LEDGER                             01190000
              IF WS-SKIP-THIS-RUN                                       01191000
                  PERFORM 1300-CARRY-SNAPSHOT-FORWARD                   01192000
                  GOBACK                                                01193000
              END-IF                                                    01194000
              MOVE WS-BUSINESS-DATE TO WS-RUN-DATE                      01195000
              OPEN INPUT  PANVOUT-CURR-FILE                             01200000
              OPEN INPUT  PANVOUT-PREV-FILE                             01210000
              IF WS-PVPREV-OK                                           01220000
              IF WS-HISTORY-NOT-FOUND                                   01280000
                  OPEN OUTPUT FLAG-HISTORY-FILE                         01290000
              END-IF                                                    01300000
              OPEN EXTEND BACKOUT-FILE                                  01301000
              IF WS-BACKOUT-NOT-FOUND                                   01302000
                  OPEN OUTPUT BACKOUT-FILE                              01303000
              END-IF                                                    01304000
              OPEN OUTPUT SNAPSHOT-OUT-FILE                             01310000
                          REPORT-FILE                                   01320000
                          WAREHOUSE-DELTA-FILE                          01325000
              IF NOT WS-DELTA-OK                                        01325500
                  DISPLAY 'PANVHST: WHSEDLTA OPEN FAILED, STATUS='      01326000
                          WS-DELTA-STATUS                               01326500
                  SET WS-DELTA-FAILED TO TRUE                           01327000
              END-IF                                                    01327500
              MOVE WS-HEADING-LINE TO REPORT-LINE                       01330000
              WRITE REPORT-LINE                                         01340000
              MOVE WS-BLANK-LINE TO REPORT-LINE                         01350000
              WRITE REPORT-LINE                                         01360000
              PERFORM 1400-WRITE-DELTA-HEADER                           01365000
              PERFORM 2900-READ-PREV-SNAPSHOT.                          01370000
      *                                                                 01370050
      *    RUN-LEDGER CHECK, MADE BEFORE ANYTHING IS POSTED.  THE       01370100
      *    LEDGER IS SEARCHED FOR THIS STEP'S ENTRY FOR THE BUSINESS    01370150
      *    DATE -- THE LATEST ONE COUNTS -- AND A MISSING LEDGER IS     01370200
      *    THE FIRST NIGHT.  A STEP ALREADY COMPLETE FOR THE DATE IS    01370250
      *    SKIPPED UNLESS THE BUSDATE CARD FORCES A RERUN.              01370300
          1200-CHECK-RUN-LEDGER.                                        01370350
              PERFORM 1210-SET-BUSINESS-DATE                            01370400
              OPEN INPUT RUN-LEDGER-FILE                                01370450
              IF WS-RUN-LEDGER-OK                                       01370500
                  PERFORM UNTIL WS-RUN-LEDGER-EOF                       01370550
                      READ RUN-LEDGER-FILE                              01370600
                          AT END                                        01370650
                              SET WS-RUN-LEDGER-EOF TO TRUE             01370700
                          NOT AT END                                    01370750
                              IF LG-BUSINESS-DATE = WS-BUSINESS-DATE    01370800
                                 AND LG-STEP-NAME = WS-LEDGER-STEP-NAME 01370850
                                  SET WS-ALREADY-POSTED TO TRUE         01370900
                                  MOVE LG-COMPLETED-DATE                01370950
                                      TO WS-PRIOR-RUN-DATE              01371000
                                  MOVE LG-COMPLETED-TIME                01371050
                                      TO WS-PRIOR-RUN-TIME              01371100
                                  MOVE LG-RETURN-CODE                   01371150
                                      TO WS-PRIOR-RUN-RC                01371200
                              END-IF                                    01371250
                      END-READ                                          01371300
                  END-PERFORM                                           01371350
                  CLOSE RUN-LEDGER-FILE                                 01371400
              ELSE                                                      01371450
                  IF NOT WS-RUN-LEDGER-NOT-FOUND                        01371500
                      DISPLAY 'PANVHST: RUNLEDGR OPEN FAILED, '         01371550
                              'STATUS=' WS-RUN-LEDGER-STATUS            01371600
                      MOVE 16 TO RETURN-CODE                            01371650
                      GOBACK                                            01371700
                  END-IF                                                01371750
              END-IF                                                    01371800
              IF WS-ALREADY-POSTED                                      01371850
                  IF BD-FORCE-RERUN                                     01371900
                      DISPLAY 'PANVHST: FORCED RERUN -- BUSINESS '      01371950
                              'DATE ' WS-BUSINESS-DATE                  01372000
                              ' ALREADY COMPLETE (' WS-PRIOR-RUN-DATE   01372050
                              ' ' WS-PRIOR-RUN-TIME ' RC='              01372100
                              WS-PRIOR-RUN-RC ')'                       01372150
                  ELSE                                                  01372200
                      SET WS-SKIP-THIS-RUN TO TRUE                      01372250
                      DISPLAY 'PANVHST: BUSINESS DATE '                 01372300
                              WS-BUSINESS-DATE                          01372350
                              ' ALREADY COMPLETE (' WS-PRIOR-RUN-DATE   01372400
                              ' ' WS-PRIOR-RUN-TIME ' RC='              01372450
                              WS-PRIOR-RUN-RC ') -- '                   01372500
                              'SNAPSHOT CARRIED FORWARD ONLY'           01372550
                  END-IF                                                01372600
              END-IF.                                                   01372650
      *                                                                 01372700
      *    A BLANK CARD DATE IS TAKEN FROM THE CLOCK: BEFORE THE NOON   01372750
      *    CUTOVER IT IS TODAY, FROM NOON ON IT IS TOMORROW -- THE      01372800
      *    ONLINE DAY THE NIGHT'S BATCH PREPARES.  A MISSING OR EMPTY   01372850
      *    CARD FILE IS A BLANK CARD.                                   01372900
          1210-SET-BUSINESS-DATE.                                       01372950
              MOVE SPACES TO BUSINESS-DATE-CARD                         01373000
              OPEN INPUT BUSINESS-DATE-FILE                             01373050
              IF WS-BUSDATE-OK                                          01373100
                  READ BUSINESS-DATE-FILE INTO BUSINESS-DATE-CARD       01373150
                      AT END                                            01373200
                          MOVE SPACES TO BUSINESS-DATE-CARD             01373250
                  END-READ                                              01373300
                  CLOSE BUSINESS-DATE-FILE                              01373350
              END-IF                                                    01373400
              IF BD-FORCE-RERUN-SW NOT = SPACE AND NOT BD-FORCE-RERUN   01373450
                  DISPLAY 'PANVHST: INVALID BUSDATE FORCE SWITCH '''    01373500
                          BD-FORCE-RERUN-SW ''''                        01373550
                  MOVE 16 TO RETURN-CODE                                01373600
                  GOBACK                                                01373650
              END-IF                                                    01373700
              IF BD-BUSINESS-DATE = SPACES                              01373750
                  MOVE FUNCTION CURRENT-DATE(1:10) TO WS-CLOCK-STAMP    01373800
                  IF WS-CLOCK-HOUR < WS-BUSINESS-DAY-CUTOVER            01373850
                      MOVE WS-CLOCK-DATE-NUM TO WS-BUSINESS-DATE-NUM    01373900
                  ELSE                                                  01373950
                      COMPUTE WS-BUSINESS-DATE-NUM =                    01374000
                          FUNCTION DATE-OF-INTEGER(                     01374050
                              FUNCTION INTEGER-OF-DATE(                 01374100
                                  WS-CLOCK-DATE-NUM) + 1)               01374150
                  END-IF                                                01374200
                  MOVE WS-BUSINESS-DATE-NUM TO WS-BUSINESS-DATE         01374250
              ELSE                                                      01374300
                  IF BD-BUSINESS-DATE NOT NUMERIC                       01374350
                      DISPLAY 'PANVHST: INVALID BUSDATE CARD DATE '''   01374400
                              BD-BUSINESS-DATE ''''                     01374450
                      MOVE 16 TO RETURN-CODE                            01374500
                      GOBACK                                            01374550
                  END-IF                                                01374600
                  MOVE BD-BUSINESS-DATE TO WS-BUSINESS-DATE             01374650
              END-IF.                                                   01374700
      *                                                                 01374750
      *    SKIPPED RUN: COPY TONIGHT'S FILE STRAIGHT OUT AS THE         01374800
      *    SNAPSHOT, TOUCHING NEITHER THE HISTORY NOR THE BACKOUT LOG,  01374850
      *    AND END RC=4 WHATEVER THE COMPLETED RUN ENDED WITH (THE      01374900
      *    SKIP MESSAGE SHOWS THAT) -- RC=4 IS WHAT TELLS THE JOB TO    01374950
      *    DROP THE EMPTY DELTA GENERATION.                             01375000
          1300-CARRY-SNAPSHOT-FORWARD.                                  01375050
              OPEN INPUT  PANVOUT-CURR-FILE                             01375100
              OPEN OUTPUT SNAPSHOT-OUT-FILE                             01375150
              PERFORM UNTIL WS-PVCURR-EOF                               01375200
                  READ PANVOUT-CURR-FILE                                01375250
                      AT END                                            01375300
                          SET WS-PVCURR-EOF TO TRUE                     01375350
                      NOT AT END                                        01375400
                          ADD 1 TO WS-CURR-READ-COUNT                   01375450
                          WRITE SNAPSHOT-OUT-RECORD                     01375500
                              FROM PANVOUT-RECORD                       01375550
                  END-READ                                              01375600
              END-PERFORM                                               01375650
              CLOSE PANVOUT-CURR-FILE                                   01375700
                    SNAPSHOT-OUT-FILE                                   01375750
              DISPLAY 'PANVHST: ' WS-CURR-READ-COUNT                    01375800
                      ' RECORD(S) COPIED TO SNAPOUT'                    01375850
              MOVE 4 TO RETURN-CODE.                                    01375900
      *                                                                 01376200
      *    THE DELTA GOES OUT EVERY NIGHT THE STEP POSTS, EVEN WITH NO  01376400
      *    CHANGES -- A HEADER AND TRAILER ALONE STILL TELL THE         01376600
      *    WAREHOUSE THE NIGHT RAN, SO A MISSING DELTA IS A REAL MISS.  01376800
      *    THE RECORD-ID LITERALS ARE MOVED EXPLICITLY, AS FOR THE      01377000
      *    INTERFACE EXTRACT.                                           01377200
          1400-WRITE-DELTA-HEADER.                                      01377400
              MOVE SPACES TO WD-HEADER-RECORD                           01377600
              MOVE 'HDR ' TO WD-HDR-ID                                  01377800
              MOVE WS-RUN-DATE TO WD-HDR-EFFECTIVE-DATE                 01378000
              MOVE FUNCTION CURRENT-DATE(1:8) TO WD-HDR-RUN-DATE        01378200
              MOVE FUNCTION CURRENT-DATE(9:8) TO WD-HDR-RUN-TIME        01378400
              MOVE 'PANVHST' TO WD-HDR-SYSTEM-ID                        01378600
              WRITE WD-HEADER-RECORD                                    01378800
              IF NOT WS-DELTA-OK                                        01379100
                  PERFORM 2650-DELTA-WRITE-FAILED                       01379400
              END-IF.                                                   01379700
      *                                                                 01380000
      *    CO-SEQUENTIAL MATCH, THE SAME SHAPE AS THE FLAGMSTR          01390000
      *    DELTA APPLY IN PANVINCL: A PRIOR KEY BELOW THE CURRENT       01400000
              PERFORM UNTIL WS-PVPREV-EOF                               01570000
                  PERFORM 2300-WRITE-DROPPED-HISTORY                    01580000
                  PERFORM 2900-READ-PREV-SNAPSHOT                       01590000
              END-PERFORM                                               01600000
              PERFORM 2600-WRITE-DELTA-TRAILER.                         01605000
      *                                                                 01610000
          2100-DELTA-ONE-KEY.                                           01620000
              PERFORM UNTIL WS-PVPREV-EOF                               01630000
              MOVE PV-RECORD-KEY TO FH-RECORD-KEY                       01850000
              MOVE WS-RUN-DATE TO FH-EFFECTIVE-DATE                     01860000
              MOVE PV-FLAG-VALUES TO FH-FLAG-VALUES                     01870000
              WRITE FLAG-HISTORY-RECORD                                 01880000
              MOVE SPACES TO BACKOUT-RECORD                             01881000
              MOVE PV-RECORD-KEY TO BK-RECORD-KEY                       01882000
              MOVE FH-ACTION-CODE TO BK-ACTION-CODE                     01883000
              IF FH-ACTION-CHANGE                                       01884000
                  MOVE WS-PREV-HELD-FLAGS TO BK-BEFORE-FLAGS            01884500
                  MOVE WS-PREV-HELD-AFFILIATE TO BK-BEFORE-AFFILIATE    01885000
              END-IF                                                    01885500
              MOVE PV-SOURCE-AFFILIATE TO BK-AFTER-AFFILIATE            01886800
              MOVE PV-FLAG-VALUES TO BK-AFTER-FLAGS                     01887000
              PERFORM 2400-LOG-SNAPSHOT-BEFORE-IMAGE                    01888000
              PERFORM 2500-WRITE-DELTA-DETAIL.                          01889000
      *                                                                 01890000
      *    A DROPPED KEY'S HISTORY RECORD KEEPS THE FLAGS IT LAST       01900000
      *    HELD, SO AN AS-OF INQUIRY BEFORE THE DROP DATE STILL         01910000
              MOVE WS-RUN-DATE TO FH-EFFECTIVE-DATE                     01960000
              MOVE 'D' TO FH-ACTION-CODE                                01970000
              MOVE WS-PREV-HELD-FLAGS TO FH-FLAG-VALUES                 01980000
              WRITE FLAG-HISTORY-RECORD                                 01990000
              MOVE SPACES TO BACKOUT-RECORD                             01991000
              MOVE WS-PREV-HELD-KEY TO BK-RECORD-KEY                    01992000
              MOVE 'D' TO BK-ACTION-CODE                                01993000
              MOVE WS-PREV-HELD-FLAGS TO BK-BEFORE-FLAGS                01994000
              MOVE WS-PREV-HELD-AFFILIATE TO BK-BEFORE-AFFILIATE        01994500
              PERFORM 2400-LOG-SNAPSHOT-BEFORE-IMAGE                    01995000
              PERFORM 2500-WRITE-DELTA-DETAIL.                          01995500
      *                                                                 01996000
      *    THE IMAGE IS LOGGED UNDER THE SAME DATE AS THE HISTORY       01997000
      *    RECORD BESIDE IT, WHICH IS THE DATE PANVBKO IS GIVEN.  A     01997400
      *    LOST IMAGE LEAVES PANVBKO UNABLE TO RESTORE THE KEY, SO A    01997800
      *    FAILED WRITE HOLDS THE STEP AT RC=8, AS IN PANVINCL.         01998200
          2400-LOG-SNAPSHOT-BEFORE-IMAGE.                               01998600
              MOVE WS-RUN-DATE TO BK-RUN-DATE                           01999000
              SET BK-SNAPSHOT-IMAGE TO TRUE                             01999400
              WRITE BACKOUT-RECORD                                      01999800
              IF NOT WS-BACKOUT-OK                                      02000200
                  DISPLAY 'PANVHST: BACKOUT LOG WRITE FAILED, '         02000600
                          'STATUS=' WS-BACKOUT-STATUS ' KEY='           02001000
                          BK-RECORD-KEY                                 02001400
                  SET WS-BACKOUT-FAILED TO TRUE                         02001800
              END-IF                                                    02002200
              ADD 1 TO WS-BACKOUT-IMAGE-COUNT.                          02002600
      *                                                                 02003100
      *    THE BEFORE-IMAGE JUST LOGGED ALREADY HOLDS THE KEY'S FLAGS   02003200
      *    BEFORE AND AFTER THE NIGHT (SPACES FOR AN ADD'S BEFORE AND   02003300
      *    A DROP'S AFTER), WHICH IS WHAT THE WAREHOUSE LOADS.  THE     02003400
      *    AFFILIATE IS THE ONE THAT NOW SUPPLIES THE KEY, OR LAST DID  02003500
      *    FOR A DROP.                                                  02003600
          2500-WRITE-DELTA-DETAIL.                                      02003700
              MOVE SPACES TO WD-DETAIL-RECORD                           02003800
              MOVE 'DET ' TO WD-DET-ID                                  02003900
              MOVE BK-RECORD-KEY TO WD-DET-RECORD-KEY                   02004000
              MOVE BK-ACTION-CODE TO WD-DET-ACTION-CODE                 02004100
              MOVE WS-RUN-DATE TO WD-DET-EFFECTIVE-DATE                 02004200
              MOVE BK-BEFORE-FLAGS TO WD-DET-BEFORE-FLAGS               02004300
              MOVE BK-AFTER-FLAGS TO WD-DET-AFTER-FLAGS                 02004400
              IF BK-ACTION-DELETE                                       02004500
                  MOVE BK-BEFORE-AFFILIATE TO WD-DET-SOURCE-AFFILIATE   02004600
              ELSE                                                      02004700
                  MOVE BK-AFTER-AFFILIATE TO WD-DET-SOURCE-AFFILIATE    02004800
              END-IF                                                    02004900
              WRITE WD-DETAIL-RECORD                                    02005000
              IF WS-DELTA-OK                                            02005050
                  ADD 1 TO WS-DELTA-DETAIL-COUNT                        02005100
                  PERFORM VARYING WS-HASH-BYTE-IDX FROM 1 BY 1          02005150
                          UNTIL WS-HASH-BYTE-IDX > 10                   02005200
                      COMPUTE WS-DELTA-KEY-HASH =                       02005250
                          FUNCTION MOD(                                 02005300
                              WS-DELTA-KEY-HASH +                       02005350
                              FUNCTION ORD(WD-DET-RECORD-KEY            02005400
                                           (WS-HASH-BYTE-IDX:1)) - 1,   02005450
                              1000000000000000)                         02005500
                  END-PERFORM                                           02005550
              ELSE                                                      02005600
                  PERFORM 2650-DELTA-WRITE-FAILED                       02005650
              END-IF.                                                   02005700
      *                                                                 02006100
          2600-WRITE-DELTA-TRAILER.                                     02006200
              MOVE SPACES TO WD-TRAILER-RECORD                          02006300
              MOVE 'TRL ' TO WD-TRL-ID                                  02006400
              MOVE WS-DELTA-DETAIL-COUNT TO WD-TRL-RECORD-COUNT         02006500
              MOVE WS-DELTA-KEY-HASH TO WD-TRL-KEY-HASH-TOTAL           02006600
              WRITE WD-TRAILER-RECORD                                   02006700
              IF NOT WS-DELTA-OK                                        02006750
                  PERFORM 2650-DELTA-WRITE-FAILED                       02006800
              END-IF.                                                   02006850
      *                                                                 02007000
      *    A SHORT OR EMPTY DELTA WOULD LOAD AS A QUIET NIGHT, SO A     02007200
      *    FAILED WRITE HOLDS THE STEP AT RC=8 LIKE A LOST BACKOUT      02007400
      *    IMAGE.  ONLY THE FIRST FAILURE IS LISTED -- AFTER A FAILED   02007600
      *    OPEN EVERY WRITE FAILS THE SAME WAY.                         02007800
          2650-DELTA-WRITE-FAILED.                                      02008000
              IF NOT WS-DELTA-FAILED                                    02008200
                  DISPLAY 'PANVHST: WHSEDLTA WRITE FAILED, STATUS='     02008400
                          WS-DELTA-STATUS ' RECORD=' WD-DET-ID          02008600
                          ' -- DELTA INCOMPLETE'                        02008800
                  SET WS-DELTA-FAILED TO TRUE                           02009000
              END-IF.                                                   02009200
      *                                                                 02009400
          2900-READ-PREV-SNAPSHOT.                                      02010000
              IF WS-PVPREV-EOF                                          02020000
                  CONTINUE                                              02030000
              PERFORM 4100-WRITE-COUNT-LINE                             02300000
              MOVE 'KEYS UNCHANGED' TO CL-COUNT-LABEL                   02310000
              MOVE WS-UNCHANGED-COUNT TO CL-COUNT-VALUE                 02320000
              PERFORM 4100-WRITE-COUNT-LINE                             02330000
              MOVE 'BEFORE-IMAGES LOGGED' TO CL-COUNT-LABEL             02331000
              MOVE WS-BACKOUT-IMAGE-COUNT TO CL-COUNT-VALUE             02332000
              PERFORM 4100-WRITE-COUNT-LINE                             02333000
              MOVE 'WAREHOUSE DELTAS WRITTEN' TO CL-COUNT-LABEL         02334000
              MOVE WS-DELTA-DETAIL-COUNT TO CL-COUNT-VALUE              02335000
              PERFORM 4100-WRITE-COUNT-LINE.                            02336000
      *                                                                 02340000
          4100-WRITE-COUNT-LINE.                                        02350000
              MOVE WS-COUNT-LINE TO REPORT-LINE                         02360000
                    FLAG-HISTORY-FILE                                   02410000
                    SNAPSHOT-OUT-FILE                                   02420000
                    REPORT-FILE                                         02430000
                    BACKOUT-FILE                                        02431000
                    WAREHOUSE-DELTA-FILE                                02435000
              IF WS-PVPREV-OPEN                                         02440000
                  CLOSE PANVOUT-PREV-FILE                               02450000
              END-IF                                                    02460000
              IF WS-BACKOUT-FAILED OR WS-DELTA-FAILED                   02470000
                  MOVE 8 TO RETURN-CODE                                 02472000
              ELSE                                                      02474000
                  MOVE 0 TO RETURN-CODE                                 02476000
              END-IF.                                                   02478000
      *                                                                 02480000
      *    ENTER THE COMPLETED RUN ON THE LEDGER WITH THE CONDITION     02490000
      *    CODE THE STEP IS ENDING WITH -- THE SAME OPEN-EXTEND-OR-     02500000
      *    CREATE PATTERN AS THE OTHER APPEND-PER-RUN FILES.  AN ENTRY  02510000
      *    THAT CANNOT BE WRITTEN LEAVES THE NIGHT UNPROTECTED AGAINST  02520000
      *    A RERUN, SO IT HOLDS THE STEP AT RC=8 AT LEAST.              02530000
          9200-RECORD-RUN-LEDGER.                                       02540000
              OPEN EXTEND RUN-LEDGER-FILE                               02550000
              IF WS-RUN-LEDGER-NOT-FOUND                                02560000
                  OPEN OUTPUT RUN-LEDGER-FILE                           02570000
              END-IF                                                    02580000
              MOVE SPACES TO RUN-LEDGER-RECORD                          02590000
              MOVE WS-BUSINESS-DATE TO LG-BUSINESS-DATE                 02600000
              MOVE WS-LEDGER-STEP-NAME TO LG-STEP-NAME                  02610000
              MOVE FUNCTION CURRENT-DATE(1:8) TO LG-COMPLETED-DATE      02620000
              MOVE FUNCTION CURRENT-DATE(9:6) TO LG-COMPLETED-TIME      02630000
              MOVE RETURN-CODE TO LG-RETURN-CODE                        02640000
              IF BD-FORCE-RERUN                                         02650000
                  SET LG-FORCED-RERUN TO TRUE                           02660000
              END-IF                                                    02670000
              WRITE RUN-LEDGER-RECORD                                   02680000
              IF NOT WS-RUN-LEDGER-OK                                   02690000
                  DISPLAY 'PANVHST: RUNLEDGR WRITE FAILED, '            02700000
                          'STATUS=' WS-RUN-LEDGER-STATUS                02710000
                  IF RETURN-CODE < 8                                    02720000
                      MOVE 8 TO RETURN-CODE                             02730000
                  END-IF                                                02740000
              END-IF                                                    02750000
              CLOSE RUN-LEDGER-FILE.                                    02760000
      *                                                                 02770000
      *    APPEND THIS RUN TO THE STEP-TIMING HISTORY FOR THE PANVSTM   02780000
      *    BATCH-WINDOW REPORT, WITH THE CONDITION CODE THE STEP IS     02790000
      *    ENDING WITH.  THE HISTORY IS FOR CAPACITY PLANNING ONLY, SO  02800000
      *    A RECORD THAT CANNOT BE WRITTEN IS REPORTED BUT LEAVES THE   02810000
      *    CONDITION CODE ALONE.                                        02820000
          9400-RECORD-STEP-TIMING.                                      02830000
              MOVE FUNCTION CURRENT-DATE(1:14) TO WS-STEP-END-STAMP     02840000
              OPEN EXTEND STEP-TIMING-FILE                              02850000
              IF WS-STEP-TIMING-NOT-FOUND                               02860000
                  OPEN OUTPUT STEP-TIMING-FILE                          02870000
              END-IF                                                    02880000
              IF WS-STEP-TIMING-OK                                      02890000
                  MOVE SPACES TO STEP-TIMING-RECORD                     02900000
                  MOVE 'PANVHST' TO ST-STEP-NAME                        02910000
                  MOVE WS-STEP-START-DATE TO ST-START-DATE              02920000
                  MOVE WS-STEP-START-TIME TO ST-START-TIME              02930000
                  MOVE WS-STEP-END-DATE TO ST-END-DATE                  02940000
                  MOVE WS-STEP-END-TIME TO ST-END-TIME                  02950000
                  MOVE WS-CURR-READ-COUNT TO ST-RECORD-COUNT            02960000
                  MOVE RETURN-CODE TO ST-RETURN-CODE                    02970000
                  WRITE STEP-TIMING-RECORD                              02980000
                  IF NOT WS-STEP-TIMING-OK                              02990000
                      DISPLAY 'PANVHST: STEPTIME WRITE FAILED, STATUS=' 03000000
                              WS-STEP-TIMING-STATUS                     03010000
                  END-IF                                                03020000
                  CLOSE STEP-TIMING-FILE                                03030000
              ELSE                                                      03040000
                  DISPLAY 'PANVHST: STEPTIME OPEN FAILED, STATUS='      03050000
                          WS-STEP-TIMING-STATUS                         03060000
              END-IF.                                                   03070000
