       IDENTIFICATION DIVISION.                                         00010000
          PROGRAM-ID.    PANVSTM.                                       00020000
          ENVIRONMENT    DIVISION.                                      00030000
          INPUT-OUTPUT   SECTION.                                       00040000
          FILE-CONTROL.                                                 00050000
              SELECT BUSINESS-DATE-FILE                                 00060000
                  ASSIGN TO BUSDATE                                     00070000
                  ORGANIZATION IS SEQUENTIAL                            00080000
                  FILE STATUS IS WS-BUSDATE-STATUS.                     00090000
              SELECT STEP-TIMING-FILE                                   00100000
                  ASSIGN TO STEPTIME                                    00110000
                  ORGANIZATION IS SEQUENTIAL                            00120000
                  FILE STATUS IS WS-STEP-TIMING-STATUS.                 00130000
              SELECT REPORT-FILE                                        00140000
                  ASSIGN TO PANVSTMR                                    00150000
                  ORGANIZATION IS SEQUENTIAL                            00160000
                  FILE STATUS IS WS-REPORT-STATUS.                      00170000
          DATA DIVISION.                                                00180000
          FILE SECTION.                                                 00190000
          FD  BUSINESS-DATE-FILE                                        00200000
              RECORDING MODE IS F.                                      00210000
          01  BUSINESS-DATE-RECORD         PIC X(80).                   00220000
          FD  STEP-TIMING-FILE                                          00230000
              RECORDING MODE IS F.                                      00240000
          COPY STEPTIME.                                                00250000
          FD  REPORT-FILE                                               00260000
              RECORDING MODE IS F.                                      00270000
          01  REPORT-LINE                  PIC X(80).                   00280000
          WORKING-STORAGE SECTION.                                      00290000
      *                                                                 00300000
      *    PANVSTM  --  BATCH WINDOW STEP TIMING.  READS THE STEP       00310000
      *               TIMING HISTORY EVERY CHAIN STEP APPENDS TO (SEE   00320000
      *               THE STEPTIME COPYBOOK) AND PRINTS ONE LINE PER    00330000
      *               STEP, IN CHAIN ORDER: TONIGHT'S START, END AND    00340000
      *               ELAPSED TIME AGAINST THE STEP'S AVERAGE OVER THE  00350000
      *               30 NIGHTS BEFORE, FLAGGING A STEP MORE THAN 25    00360000
      *               PERCENT SLOWER THAN ITS AVERAGE.  A STEP MUST     00370000
      *               ALSO BE A MINUTE OR MORE OVER ITS AVERAGE TO BE   00380000
      *               FLAGGED, SO THE SHORT STEPS DO NOT FLAG ON A FEW  00390000
      *               SECONDS OF NOISE.                                 00400000
      *                                                                 00410000
      *               IT THEN PROJECTS THE NIGHT'S FINISH: THE LATEST   00420000
      *               END TIME TONIGHT PLUS THE AVERAGE ELAPSED TIME    00430000
      *               OF EVERY STEP NOT YET RUN, AGAINST THE ONLINE     00440000
      *               START AT 06:00 ON THE NIGHT'S BUSINESS DATE.      00450000
      *               A FINISH LESS THAN 30 MINUTES INSIDE THE          00460000
      *               DEADLINE IS FLAGGED AT RISK, ONE PAST IT IS       00470000
      *               FLAGGED AS MISSING THE WINDOW.  RUN AS THE LAST   00480000
      *               STEP OF THE CHAIN IT REPORTS THE NIGHT JUST       00490000
      *               FINISHED; RUN PART-WAY THROUGH A NIGHT IT         00500000
      *               SHOWS WHERE THAT NIGHT IS HEADING.                00510000
      *                                                                 00520000
      *               THE NIGHT IS THE BUSINESS DATE FROM THE BUSDATE   00530000
      *               CARD, OR FROM THE CLOCK WITH THE NOON CUTOVER     00540000
      *               WHEN THE CARD IS BLANK OR MISSING.  RC=4 WHEN A   00550000
      *               STEP IS FLAGGED SLOW OR THE WINDOW IS AT RISK OR  00560000
      *               MISSED; RC=16 ON A BAD BUSDATE CARD.              00570000
      *                                                                 00580000
           01 WS-BUSDATE-STATUS     PIC XX.                             00590000
              88 WS-BUSDATE-OK         VALUE '00'.                      00600000
           01 WS-STEP-TIMING-STATUS PIC XX.                             00610000
              88 WS-STEP-TIMING-OK     VALUE '00'.                      00620000
           01 WS-REPORT-STATUS      PIC XX.                             00630000
      *                                                                 00640000
           01 WS-NIGHT-CONTROL.                                         00650000
              05 WS-BUSINESS-DATE        PIC X(08).                     00660000
              05 WS-BUSINESS-DATE-NUM REDEFINES WS-BUSINESS-DATE        00670000
                                         PIC 9(08).                     00680000
              05 WS-BUSINESS-DATE-INT    PIC 9(07).                     00690000
              05 WS-CLOCK-STAMP.                                        00700000
                 10 WS-CLOCK-DATE-NUM    PIC 9(08).                     00710000
                 10 WS-CLOCK-HOUR        PIC X(02).                     00720000
              05 WS-BUSINESS-DAY-CUTOVER PIC X(02) VALUE '12'.          00730000
           COPY BUSDATE.                                                00740000
      *                                                                 00750000
      *    WINDOW LIMITS.  THE ONLINE DAY OPENS AT 06:00 (21600         00760000
      *    SECONDS) ON THE BUSINESS DATE.                               00770000
           01 WS-WINDOW-LIMITS.                                         00780000
              05 WS-AVERAGE-NIGHTS       PIC 9(02) VALUE 30.            00790000
              05 WS-SLOW-LIMIT-PCT       PIC 9(03) VALUE 125.           00800000
              05 WS-SLOW-FLOOR-SECS      PIC 9(03) VALUE 60.            00810000
              05 WS-ONLINE-START-SECS    PIC 9(05) VALUE 21600.         00820000
              05 WS-AT-RISK-MINUTES      PIC 9(03) VALUE 30.            00830000
      *                                                                 00840000
      *    THE CHAIN STEPS IN THE ORDER PANINCT RUNS THEM.              00850000
           01 WS-STEP-NAME-TABLE.                                       00860000
              05 FILLER PIC X(08) VALUE 'PANVBAL '.                     00870000
              05 FILLER PIC X(08) VALUE 'PANVMRG '.                     00880000
              05 FILLER PIC X(08) VALUE 'PANVUPD '.                     00890000
              05 FILLER PIC X(08) VALUE 'PANVVAL '.                     00900000
              05 FILLER PIC X(08) VALUE 'PANVMAT '.                     00905000
              05 FILLER PIC X(08) VALUE 'PANVINCL'.                     00910000
              05 FILLER PIC X(08) VALUE 'PANVRPT1'.                     00920000
              05 FILLER PIC X(08) VALUE 'PANVRPT2'.                     00930000
              05 FILLER PIC X(08) VALUE 'PANVHST '.                     00940000
              05 FILLER PIC X(08) VALUE 'PANVPND '.                     00950000
              05 FILLER PIC X(08) VALUE 'PANVDIG '.                     00960000
              05 FILLER PIC X(08) VALUE 'PANVERR '.                     00965000
           01 WS-STEP-NAMES REDEFINES WS-STEP-NAME-TABLE.               00970000
              05 WS-STEP-NAME PIC X(08) OCCURS 12 TIMES.                00980000
           01 WS-STEP-COUNT         PIC 9(02) VALUE 12.                 00990000
      *                                                                 01000000
           01 WS-STEP-TABLE.                                            01010000
              05 WS-STEP-ENTRY OCCURS 12 TIMES.                         01020000
                 10 WS-TONIGHT-SW        PIC X.                         01030000
                    88 WS-RAN-TONIGHT       VALUE 'Y'.                  01040000
                 10 WS-TONIGHT-START     PIC X(06).                     01050000
                 10 WS-TONIGHT-END       PIC X(06).                     01060000
                 10 WS-TONIGHT-END-ABS   PIC 9(12).                     01070000
                 10 WS-TONIGHT-ELAPSED   PIC 9(07).                     01080000
                 10 WS-TONIGHT-COUNT     PIC 9(09).                     01090000
                 10 WS-TONIGHT-RC        PIC 9(02).                     01100000
                 10 WS-HISTORY-NIGHTS    PIC 9(03).                     01110000
                 10 WS-HISTORY-TOTAL     PIC 9(11).                     01120000
                 10 WS-AVERAGE-ELAPSED   PIC 9(07).                     01130000
      *                                                                 01140000
      *    ONE SLOT PER STEP FOR EACH OF THE 30 NIGHTS BEFORE           01150000
      *    TONIGHT, HOLDING THAT NIGHT'S LATEST RUN OF THE STEP.        01160000
           01 WS-HISTORY-TABLE.                                         01170000
              05 WS-HISTORY-NIGHT OCCURS 30 TIMES.                      01180000
                 10 WS-HISTORY-STEP OCCURS 12 TIMES.                    01190000
                    15 WS-HIST-FOUND-SW  PIC X.                         01200000
                       88 WS-HIST-FOUND     VALUE 'Y'.                  01210000
                    15 WS-HIST-ELAPSED   PIC 9(07).                     01220000
      *                                                                 01230000
           01 WS-STEP-IDX           PIC 9(02).                          01240000
           01 WS-NIGHT-IDX          PIC 9(02).                          01250000
           01 WS-MATCH-IDX          PIC 9(02).                          01260000
           01 WS-TIMING-EOF-SW      PIC X VALUE 'N'.                    01270000
              88 WS-TIMING-EOF         VALUE 'Y'.                       01280000
           01 WS-TIMING-OPEN-SW     PIC X VALUE 'N'.                    01283000
              88 WS-TIMING-OPEN        VALUE 'Y'.                       01286000
           01 WS-ATTENTION-SW       PIC X VALUE 'N'.                    01290000
              88 WS-NEEDS-ATTENTION    VALUE 'Y'.                       01300000
           01 WS-RECORDS-READ       PIC 9(09) VALUE ZERO.               01310000
           01 WS-RECORDS-SKIPPED    PIC 9(09) VALUE ZERO.               01320000
           01 WS-SLOW-COUNT         PIC 9(02) VALUE ZERO.               01330000
      *                                                                 01340000
           01 WS-RECORD-WORK.                                           01350000
              05 WS-REC-START-DATE-NUM   PIC 9(08).                     01360000
              05 WS-REC-END-DATE-NUM     PIC 9(08).                     01370000
              05 WS-REC-START-INT        PIC 9(07).                     01380000
              05 WS-REC-END-INT          PIC 9(07).                     01390000
              05 WS-REC-NIGHT-INT        PIC 9(07).                     01400000
              05 WS-REC-NIGHT-OFFSET     PIC S9(07).                    01410000
              05 WS-REC-START-SECS       PIC 9(05).                     01420000
              05 WS-REC-END-SECS         PIC 9(05).                     01430000
              05 WS-REC-ELAPSED          PIC S9(09).                    01440000
           01 WS-TIME-WORK.                                             01450000
              05 WS-TIME-HH              PIC 9(02).                     01460000
              05 WS-TIME-MM              PIC 9(02).                     01470000
              05 WS-TIME-SS              PIC 9(02).                     01480000
           01 WS-TIME-TEXT REDEFINES WS-TIME-WORK PIC X(06).            01490000
      *                                                                 01500000
           01 WS-PROJECTION-WORK.                                       01510000
              05 WS-LAST-END-ABS         PIC 9(12).                     01520000
              05 WS-REMAINING-SECS       PIC 9(09).                     01530000
              05 WS-REMAINING-STEPS      PIC 9(02).                     01540000
              05 WS-UNKNOWN-STEPS        PIC 9(02).                     01550000
              05 WS-PROJECTED-ABS        PIC 9(12).                     01560000
              05 WS-DEADLINE-ABS         PIC 9(12).                     01570000
              05 WS-MARGIN-SECS          PIC S9(09).                    01580000
              05 WS-MARGIN-MINUTES       PIC S9(07).                    01590000
              05 WS-PERCENT-DIFF         PIC S9(04).                    01600000
      *                                                                 01610000
      *    8200-FORMAT-STAMP TURNS WS-FMT-ABS (SECONDS FROM THE START   01620000
      *    OF THE INTEGER-OF-DATE CALENDAR) INTO A DATE AND A TIME;     01630000
      *    8100-FORMAT-DURATION TURNS WS-FMT-SECONDS INTO HH:MM:SS.     01640000
           01 WS-FORMAT-WORK.                                           01650000
              05 WS-FMT-ABS              PIC 9(12).                     01660000
              05 WS-FMT-DAY-INT          PIC 9(07).                     01670000
              05 WS-FMT-SECONDS          PIC 9(07).                     01680000
              05 WS-FMT-DATE             PIC 9(08).                     01690000
              05 WS-FMT-HOURS            PIC 9(03).                     01700000
              05 WS-FMT-MINUTES          PIC 9(02).                     01710000
              05 WS-FMT-REMAINDER        PIC 9(05).                     01720000
              05 WS-FMT-HHMMSS.                                         01730000
                 10 WS-FMT-HH            PIC 9(02).                     01740000
                 10 FILLER               PIC X VALUE ':'.               01750000
                 10 WS-FMT-MM            PIC 9(02).                     01760000
                 10 FILLER               PIC X VALUE ':'.               01770000
                 10 WS-FMT-SS            PIC 9(02).                     01780000
              05 WS-FMT-STAMP.                                          01790000
                 10 WS-FMT-STAMP-DATE    PIC 9(08).                     01800000
                 10 FILLER               PIC X VALUE SPACE.             01810000
                 10 WS-FMT-STAMP-TIME    PIC X(08).                     01820000
           01 WS-COUNT-DISPLAY      PIC ZZZ,ZZZ,ZZ9.                    01830000
           01 WS-PERCENT-DISPLAY    PIC +ZZZ9.                          01840000
           01 WS-MARGIN-DISPLAY     PIC -ZZZ,ZZ9.                       01850000
           01 WS-STEPS-DISPLAY      PIC Z9.                             01860000
      *                                                                 01870000
           01 WS-REPORT-LINES.                                          01880000
              05 WS-HEADING-LINE.                                       01890000
                 10 FILLER PIC X(20) VALUE 'PANVSTM - BATCH WIND'.      01900000
                 10 FILLER PIC X(25) VALUE 'OW STEP TIMING'.            01910000
                 10 FILLER PIC X(35) VALUE SPACES.                      01920000
              05 WS-NIGHT-LINE.                                         01930000
                 10 FILLER                PIC X(23)                     01940000
                    VALUE 'NIGHT OF BUSINESS DATE '.                    01950000
                 10 NL-BUSINESS-DATE      PIC X(08).                    01960000
                 10 FILLER                PIC X(49) VALUE SPACES.       01970000
              05 WS-COLUMN-LINE.                                        01980000
                 10 FILLER                PIC X(36)                     01990000
                    VALUE 'STEP     STARTED  ENDED    ELAPSED  '.       02000000
                 10 FILLER                PIC X(44)                     02010000
                    VALUE '30-DAY   VS AVG     RECORDS RC FLAG'.        02020000
              05 WS-STEP-LINE.                                          02030000
                 10 SL-STEP-NAME          PIC X(08).                    02040000
                 10 FILLER                PIC X(01) VALUE SPACE.        02050000
                 10 SL-START-TIME         PIC X(08).                    02060000
                 10 FILLER                PIC X(01) VALUE SPACE.        02070000
                 10 SL-END-TIME           PIC X(08).                    02080000
                 10 FILLER                PIC X(01) VALUE SPACE.        02090000
                 10 SL-ELAPSED            PIC X(08).                    02100000
                 10 FILLER                PIC X(01) VALUE SPACE.        02110000
                 10 SL-AVERAGE            PIC X(08).                    02120000
                 10 FILLER                PIC X(01) VALUE SPACE.        02130000
                 10 SL-PERCENT            PIC X(06).                    02140000
                 10 FILLER                PIC X(01) VALUE SPACE.        02150000
                 10 SL-RECORD-COUNT       PIC X(11).                    02160000
                 10 FILLER                PIC X(01) VALUE SPACE.        02170000
                 10 SL-RETURN-CODE        PIC X(02).                    02180000
                 10 FILLER                PIC X(01) VALUE SPACE.        02190000
                 10 SL-FLAG               PIC X(07).                    02200000
                 10 FILLER                PIC X(06) VALUE SPACES.       02210000
              05 WS-SUMMARY-LINE.                                       02220000
                 10 SM-LABEL              PIC X(22).                    02230000
                 10 SM-VALUE              PIC X(20).                    02240000
                 10 SM-NOTE               PIC X(38).                    02250000
              05 WS-BLANK-LINE     PIC X(80) VALUE SPACES.              02260000
      *                                                                 02270000
          PROCEDURE      DIVISION.                                      02280000
          0000-MAIN-CONTROL.                                            02290000
              PERFORM 1000-INITIALIZE                                   02300000
              PERFORM 2000-READ-STEP-TIMING                             02310000
              PERFORM 3000-COMPUTE-AVERAGES                             02320000
              PERFORM 4000-PRINT-STEP-LINES                             02330000
              PERFORM 5000-PROJECT-FINISH                               02340000
              PERFORM 9000-TERMINATE                                    02350000
              GOBACK.                                                   02360000
      *                                                                 02370000
          1000-INITIALIZE.                                              02380000
              PERFORM 1100-SET-BUSINESS-DATE                            02390000
              COMPUTE WS-BUSINESS-DATE-INT =                            02400000
                  FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE-NUM)        02410000
              IF WS-BUSINESS-DATE-INT = ZERO                            02420000
                  DISPLAY 'PANVSTM: INVALID BUSINESS DATE '''           02430000
                          WS-BUSINESS-DATE ''''                         02440000
                  MOVE 16 TO RETURN-CODE                                02450000
                  GOBACK                                                02460000
              END-IF                                                    02470000
              PERFORM VARYING WS-STEP-IDX FROM 1 BY 1                   02480000
                      UNTIL WS-STEP-IDX > WS-STEP-COUNT                 02490000
                  MOVE 'N' TO WS-TONIGHT-SW(WS-STEP-IDX)                02500000
                  MOVE SPACES TO WS-TONIGHT-START(WS-STEP-IDX)          02510000
                                 WS-TONIGHT-END(WS-STEP-IDX)            02520000
                  MOVE ZERO TO WS-TONIGHT-END-ABS(WS-STEP-IDX)          02530000
                               WS-TONIGHT-ELAPSED(WS-STEP-IDX)          02540000
                               WS-TONIGHT-COUNT(WS-STEP-IDX)            02550000
                               WS-TONIGHT-RC(WS-STEP-IDX)               02560000
                               WS-HISTORY-NIGHTS(WS-STEP-IDX)           02570000
                               WS-HISTORY-TOTAL(WS-STEP-IDX)            02580000
                               WS-AVERAGE-ELAPSED(WS-STEP-IDX)          02590000
                  PERFORM VARYING WS-NIGHT-IDX FROM 1 BY 1              02600000
                          UNTIL WS-NIGHT-IDX > WS-AVERAGE-NIGHTS        02610000
                      MOVE 'N' TO                                       02620000
                          WS-HIST-FOUND-SW(WS-NIGHT-IDX, WS-STEP-IDX)   02630000
                      MOVE ZERO TO                                      02640000
                          WS-HIST-ELAPSED(WS-NIGHT-IDX, WS-STEP-IDX)    02650000
                  END-PERFORM                                           02660000
              END-PERFORM                                               02670000
              OPEN OUTPUT REPORT-FILE                                   02680000
              MOVE WS-HEADING-LINE TO REPORT-LINE                       02690000
              WRITE REPORT-LINE                                         02700000
              MOVE WS-BUSINESS-DATE TO NL-BUSINESS-DATE                 02710000
              MOVE WS-NIGHT-LINE TO REPORT-LINE                         02720000
              WRITE REPORT-LINE                                         02730000
              MOVE WS-BLANK-LINE TO REPORT-LINE                         02740000
              WRITE REPORT-LINE                                         02750000
              MOVE WS-COLUMN-LINE TO REPORT-LINE                        02760000
              WRITE REPORT-LINE.                                        02770000
      *                                                                 02780000
      *    THE SAME RULE AS THE CHAIN STEPS: A BLANK CARD DATE IS       02790000
      *    TAKEN FROM THE CLOCK, TODAY BEFORE THE NOON CUTOVER AND      02800000
      *    TOMORROW FROM NOON ON.  THE FORCE-RERUN SWITCH MEANS         02810000
      *    NOTHING TO A REPORT AND IS IGNORED.                          02820000
          1100-SET-BUSINESS-DATE.                                       02830000
              MOVE SPACES TO BUSINESS-DATE-CARD                         02840000
              OPEN INPUT BUSINESS-DATE-FILE                             02850000
              IF WS-BUSDATE-OK                                          02860000
                  READ BUSINESS-DATE-FILE INTO BUSINESS-DATE-CARD       02870000
                      AT END                                            02880000
                          MOVE SPACES TO BUSINESS-DATE-CARD             02890000
                  END-READ                                              02900000
                  CLOSE BUSINESS-DATE-FILE                              02910000
              END-IF                                                    02920000
              IF BD-BUSINESS-DATE = SPACES                              02930000
                  MOVE FUNCTION CURRENT-DATE(1:10) TO WS-CLOCK-STAMP    02940000
                  IF WS-CLOCK-HOUR < WS-BUSINESS-DAY-CUTOVER            02950000
                      MOVE WS-CLOCK-DATE-NUM TO WS-BUSINESS-DATE-NUM    02960000
                  ELSE                                                  02970000
                      COMPUTE WS-BUSINESS-DATE-NUM =                    02980000
                          FUNCTION DATE-OF-INTEGER(                     02990000
                              FUNCTION INTEGER-OF-DATE(                 03000000
                                  WS-CLOCK-DATE-NUM) + 1)               03010000
                  END-IF                                                03020000
              ELSE                                                      03030000
                  IF BD-BUSINESS-DATE NOT NUMERIC                       03040000
                      DISPLAY 'PANVSTM: INVALID BUSDATE CARD DATE '''   03050000
                              BD-BUSINESS-DATE ''''                     03060000
                      MOVE 16 TO RETURN-CODE                            03070000
                      GOBACK                                            03080000
                  END-IF                                                03090000
                  MOVE BD-BUSINESS-DATE TO WS-BUSINESS-DATE             03100000
              END-IF.                                                   03110000
      *                                                                 03120000
      *    ONE PASS OVER THE HISTORY.  A MISSING FILE IS TREATED AS     03130000
      *    AN EMPTY ONE -- THE FIRST NIGHT AFTER IT IS ALLOCATED.       03140000
          2000-READ-STEP-TIMING.                                        03150000
              OPEN INPUT STEP-TIMING-FILE                               03160000
              IF NOT WS-STEP-TIMING-OK                                  03170000
                  DISPLAY 'PANVSTM: STEPTIME NOT AVAILABLE, STATUS='    03180000
                          WS-STEP-TIMING-STATUS                         03190000
                  SET WS-TIMING-EOF TO TRUE                             03200000
              ELSE                                                      03203000
                  SET WS-TIMING-OPEN TO TRUE                            03206000
              END-IF                                                    03210000
              PERFORM UNTIL WS-TIMING-EOF                               03220000
                  READ STEP-TIMING-FILE                                 03230000
                      AT END                                            03240000
                          SET WS-TIMING-EOF TO TRUE                     03250000
                      NOT AT END                                        03260000
                          ADD 1 TO WS-RECORDS-READ                      03270000
                          PERFORM 2100-POST-TIMING-RECORD               03280000
                  END-READ                                              03290000
              END-PERFORM                                               03300000
              IF WS-TIMING-OPEN                                         03310000
                  CLOSE STEP-TIMING-FILE                                03320000
              END-IF.                                                   03330000
      *                                                                 03340000
      *    A RECORD BELONGS TO THE NIGHT ITS STEP STARTED IN, BY THE    03350000
      *    NOON CUTOVER.  THE FILE IS IN THE ORDER THE STEPS ENDED,     03360000
      *    SO A LATER RERUN OF A STEP IN THE SAME NIGHT REPLACES THE    03370000
      *    EARLIER ONE.  RECORDS FOR STEPS OUTSIDE THE CHAIN, WITH      03380000
      *    DAMAGED STAMPS, OR OLDER THAN THE AVERAGING WINDOW ARE       03390000
      *    PASSED OVER.                                                 03400000
          2100-POST-TIMING-RECORD.                                      03410000
              MOVE ZERO TO WS-MATCH-IDX                                 03420000
              PERFORM VARYING WS-STEP-IDX FROM 1 BY 1                   03430000
                      UNTIL WS-STEP-IDX > WS-STEP-COUNT                 03440000
                  IF ST-STEP-NAME = WS-STEP-NAME(WS-STEP-IDX)           03450000
                      MOVE WS-STEP-IDX TO WS-MATCH-IDX                  03460000
                  END-IF                                                03470000
              END-PERFORM                                               03480000
              IF WS-MATCH-IDX = ZERO OR                                 03490000
                 ST-START-DATE NOT NUMERIC OR                           03500000
                 ST-START-TIME NOT NUMERIC OR                           03510000
                 ST-END-DATE NOT NUMERIC OR                             03520000
                 ST-END-TIME NOT NUMERIC                                03530000
                  ADD 1 TO WS-RECORDS-SKIPPED                           03540000
              ELSE                                                      03550000
                  MOVE ST-START-DATE TO WS-REC-START-DATE-NUM           03560000
                  MOVE ST-END-DATE TO WS-REC-END-DATE-NUM               03570000
                  COMPUTE WS-REC-START-INT =                            03580000
                      FUNCTION INTEGER-OF-DATE(WS-REC-START-DATE-NUM)   03590000
                  COMPUTE WS-REC-END-INT =                              03600000
                      FUNCTION INTEGER-OF-DATE(WS-REC-END-DATE-NUM)     03610000
                  MOVE ST-START-TIME TO WS-TIME-TEXT                    03620000
                  COMPUTE WS-REC-START-SECS = WS-TIME-HH * 3600         03630000
                      + WS-TIME-MM * 60 + WS-TIME-SS                    03640000
                  MOVE ST-END-TIME TO WS-TIME-TEXT                      03650000
                  COMPUTE WS-REC-END-SECS = WS-TIME-HH * 3600           03660000
                      + WS-TIME-MM * 60 + WS-TIME-SS                    03670000
                  COMPUTE WS-REC-ELAPSED =                              03680000
                      (WS-REC-END-INT - WS-REC-START-INT) * 86400       03690000
                      + WS-REC-END-SECS - WS-REC-START-SECS             03700000
                  IF WS-REC-START-INT = ZERO OR                         03710000
                     WS-REC-END-INT = ZERO OR                           03720000
                     WS-REC-ELAPSED < ZERO                              03730000
                      ADD 1 TO WS-RECORDS-SKIPPED                       03740000
                  ELSE                                                  03750000
                      PERFORM 2200-FILE-BY-NIGHT                        03760000
                  END-IF                                                03770000
              END-IF.                                                   03780000
      *                                                                 03790000
          2200-FILE-BY-NIGHT.                                           03800000
              MOVE WS-REC-START-INT TO WS-REC-NIGHT-INT                 03810000
              IF ST-START-TIME(1:2) NOT < WS-BUSINESS-DAY-CUTOVER       03820000
                  ADD 1 TO WS-REC-NIGHT-INT                             03830000
              END-IF                                                    03840000
              COMPUTE WS-REC-NIGHT-OFFSET =                             03850000
                  WS-BUSINESS-DATE-INT - WS-REC-NIGHT-INT               03860000
              EVALUATE TRUE                                             03870000
                  WHEN WS-REC-NIGHT-OFFSET = ZERO                       03880000
                      SET WS-RAN-TONIGHT(WS-MATCH-IDX) TO TRUE          03890000
                      MOVE ST-START-TIME                                03900000
                          TO WS-TONIGHT-START(WS-MATCH-IDX)             03910000
                      MOVE ST-END-TIME TO WS-TONIGHT-END(WS-MATCH-IDX)  03920000
                      COMPUTE WS-TONIGHT-END-ABS(WS-MATCH-IDX) =        03930000
                          WS-REC-END-INT * 86400 + WS-REC-END-SECS      03940000
                      MOVE WS-REC-ELAPSED                               03950000
                          TO WS-TONIGHT-ELAPSED(WS-MATCH-IDX)           03960000
                      MOVE ST-RECORD-COUNT                              03970000
                          TO WS-TONIGHT-COUNT(WS-MATCH-IDX)             03980000
                      MOVE ST-RETURN-CODE TO WS-TONIGHT-RC(WS-MATCH-IDX)03990000
                  WHEN WS-REC-NIGHT-OFFSET > ZERO AND                   04000000
                       WS-REC-NIGHT-OFFSET NOT > WS-AVERAGE-NIGHTS      04010000
                      MOVE WS-REC-NIGHT-OFFSET TO WS-NIGHT-IDX          04020000
                      SET WS-HIST-FOUND(WS-NIGHT-IDX, WS-MATCH-IDX)     04030000
                          TO TRUE                                       04040000
                      MOVE WS-REC-ELAPSED                               04050000
                          TO WS-HIST-ELAPSED(WS-NIGHT-IDX, WS-MATCH-IDX)04060000
                  WHEN OTHER                                            04070000
                      CONTINUE                                          04080000
              END-EVALUATE.                                             04090000
      *                                                                 04100000
      *    THE AVERAGE IS OVER THE NIGHTS THE STEP ACTUALLY RAN; A      04110000
      *    STEP WITH NO HISTORY YET HAS NO AVERAGE AND IS NEVER         04120000
      *    FLAGGED SLOW.                                                04130000
          3000-COMPUTE-AVERAGES.                                        04140000
              PERFORM VARYING WS-STEP-IDX FROM 1 BY 1                   04150000
                      UNTIL WS-STEP-IDX > WS-STEP-COUNT                 04160000
                  PERFORM VARYING WS-NIGHT-IDX FROM 1 BY 1              04170000
                          UNTIL WS-NIGHT-IDX > WS-AVERAGE-NIGHTS        04180000
                      IF WS-HIST-FOUND(WS-NIGHT-IDX, WS-STEP-IDX)       04190000
                          ADD 1 TO WS-HISTORY-NIGHTS(WS-STEP-IDX)       04200000
                          ADD WS-HIST-ELAPSED(WS-NIGHT-IDX, WS-STEP-IDX)04210000
                              TO WS-HISTORY-TOTAL(WS-STEP-IDX)          04220000
                      END-IF                                            04230000
                  END-PERFORM                                           04240000
                  IF WS-HISTORY-NIGHTS(WS-STEP-IDX) > ZERO              04250000
                      COMPUTE WS-AVERAGE-ELAPSED(WS-STEP-IDX) ROUNDED = 04260000
                          WS-HISTORY-TOTAL(WS-STEP-IDX) /               04270000
                          WS-HISTORY-NIGHTS(WS-STEP-IDX)                04280000
                  END-IF                                                04290000
              END-PERFORM.                                              04300000
      *                                                                 04310000
          4000-PRINT-STEP-LINES.                                        04320000
              PERFORM VARYING WS-STEP-IDX FROM 1 BY 1                   04330000
                      UNTIL WS-STEP-IDX > WS-STEP-COUNT                 04340000
                  PERFORM 4100-PRINT-STEP-LINE                          04350000
              END-PERFORM                                               04360000
              MOVE WS-BLANK-LINE TO REPORT-LINE                         04370000
              WRITE REPORT-LINE                                         04380000
              IF WS-RECORDS-SKIPPED > ZERO                              04390000
                  MOVE SPACES TO WS-SUMMARY-LINE                        04400000
                  MOVE 'RECORDS PASSED OVER' TO SM-LABEL                04410000
                  MOVE WS-RECORDS-SKIPPED TO WS-COUNT-DISPLAY           04420000
                  MOVE WS-COUNT-DISPLAY TO SM-VALUE                     04430000
                  MOVE 'UNKNOWN STEP OR DAMAGED TIME STAMP'             04440000
                      TO SM-NOTE                                        04450000
                  MOVE WS-SUMMARY-LINE TO REPORT-LINE                   04460000
                  WRITE REPORT-LINE                                     04470000
              END-IF.                                                   04480000
      *                                                                 04490000
          4100-PRINT-STEP-LINE.                                         04500000
              MOVE SPACES TO SL-START-TIME SL-END-TIME SL-ELAPSED       04510000
                             SL-AVERAGE SL-PERCENT SL-RECORD-COUNT      04520000
                             SL-RETURN-CODE SL-FLAG                     04530000
              MOVE WS-STEP-NAME(WS-STEP-IDX) TO SL-STEP-NAME            04540000
              IF WS-HISTORY-NIGHTS(WS-STEP-IDX) > ZERO                  04550000
                  MOVE WS-AVERAGE-ELAPSED(WS-STEP-IDX) TO WS-FMT-SECONDS04560000
                  PERFORM 8100-FORMAT-DURATION                          04570000
                  MOVE WS-FMT-HHMMSS TO SL-AVERAGE                      04580000
              ELSE                                                      04590000
                  MOVE 'NO HIST' TO SL-AVERAGE                          04600000
              END-IF                                                    04610000
              IF NOT WS-RAN-TONIGHT(WS-STEP-IDX)                        04620000
                  MOVE 'NOT RUN' TO SL-FLAG                             04630000
              ELSE                                                      04640000
                  MOVE WS-TONIGHT-START(WS-STEP-IDX) TO WS-TIME-TEXT    04650000
                  PERFORM 8300-FORMAT-CLOCK-TIME                        04660000
                  MOVE WS-FMT-HHMMSS TO SL-START-TIME                   04670000
                  MOVE WS-TONIGHT-END(WS-STEP-IDX) TO WS-TIME-TEXT      04680000
                  PERFORM 8300-FORMAT-CLOCK-TIME                        04690000
                  MOVE WS-FMT-HHMMSS TO SL-END-TIME                     04700000
                  MOVE WS-TONIGHT-ELAPSED(WS-STEP-IDX) TO WS-FMT-SECONDS04710000
                  PERFORM 8100-FORMAT-DURATION                          04720000
                  MOVE WS-FMT-HHMMSS TO SL-ELAPSED                      04730000
                  MOVE WS-TONIGHT-COUNT(WS-STEP-IDX) TO WS-COUNT-DISPLAY04740000
                  MOVE WS-COUNT-DISPLAY TO SL-RECORD-COUNT              04750000
                  MOVE WS-TONIGHT-RC(WS-STEP-IDX) TO SL-RETURN-CODE     04760000
                  IF WS-AVERAGE-ELAPSED(WS-STEP-IDX) > ZERO             04770000
                      PERFORM 4200-COMPARE-TO-AVERAGE                   04780000
                  END-IF                                                04790000
              END-IF                                                    04800000
              MOVE WS-STEP-LINE TO REPORT-LINE                          04810000
              WRITE REPORT-LINE.                                        04820000
      *                                                                 04830000
          4200-COMPARE-TO-AVERAGE.                                      04840000
              COMPUTE WS-PERCENT-DIFF ROUNDED =                         04850000
                  (WS-TONIGHT-ELAPSED(WS-STEP-IDX) -                    04860000
                   WS-AVERAGE-ELAPSED(WS-STEP-IDX)) * 100 /             04870000
                  WS-AVERAGE-ELAPSED(WS-STEP-IDX)                       04880000
                  ON SIZE ERROR                                         04890000
                      MOVE 9999 TO WS-PERCENT-DIFF                      04900000
              END-COMPUTE                                               04910000
              MOVE WS-PERCENT-DIFF TO WS-PERCENT-DISPLAY                04920000
              STRING WS-PERCENT-DISPLAY '%' DELIMITED BY SIZE           04930000
                  INTO SL-PERCENT                                       04940000
              END-STRING                                                04950000
              IF WS-TONIGHT-ELAPSED(WS-STEP-IDX) * 100 >                04960000
                 WS-AVERAGE-ELAPSED(WS-STEP-IDX) * WS-SLOW-LIMIT-PCT    04970000
                 AND WS-TONIGHT-ELAPSED(WS-STEP-IDX) -                  04980000
                 WS-AVERAGE-ELAPSED(WS-STEP-IDX) NOT <                  04990000
                 WS-SLOW-FLOOR-SECS                                     05000000
                  MOVE 'SLOW' TO SL-FLAG                                05010000
                  ADD 1 TO WS-SLOW-COUNT                                05020000
                  SET WS-NEEDS-ATTENTION TO TRUE                        05030000
              END-IF.                                                   05040000
      *                                                                 05050000
      *    PROJECTED FINISH = THE LATEST END TIME TONIGHT PLUS THE      05060000
      *    AVERAGE OF EVERY STEP STILL TO RUN.  A STEP STILL TO RUN     05070000
      *    WITH NO HISTORY ADDS NOTHING AND IS COUNTED AS UNKNOWN SO    05080000
      *    THE PROJECTION SAYS IT IS LOW.                               05090000
          5000-PROJECT-FINISH.                                          05100000
              MOVE ZERO TO WS-LAST-END-ABS WS-REMAINING-SECS            05110000
                           WS-REMAINING-STEPS WS-UNKNOWN-STEPS          05120000
              PERFORM VARYING WS-STEP-IDX FROM 1 BY 1                   05130000
                      UNTIL WS-STEP-IDX > WS-STEP-COUNT                 05140000
                  IF WS-RAN-TONIGHT(WS-STEP-IDX)                        05150000
                      IF WS-TONIGHT-END-ABS(WS-STEP-IDX) >              05160000
                         WS-LAST-END-ABS                                05170000
                          MOVE WS-TONIGHT-END-ABS(WS-STEP-IDX)          05180000
                              TO WS-LAST-END-ABS                        05190000
                      END-IF                                            05200000
                  ELSE                                                  05210000
                      ADD 1 TO WS-REMAINING-STEPS                       05220000
                      ADD WS-AVERAGE-ELAPSED(WS-STEP-IDX)               05230000
                          TO WS-REMAINING-SECS                          05240000
                      IF WS-HISTORY-NIGHTS(WS-STEP-IDX) = ZERO          05250000
                          ADD 1 TO WS-UNKNOWN-STEPS                     05260000
                      END-IF                                            05270000
                  END-IF                                                05280000
              END-PERFORM                                               05290000
              IF WS-LAST-END-ABS = ZERO                                 05300000
                  MOVE SPACES TO WS-SUMMARY-LINE                        05310000
                  MOVE 'PROJECTED FINISH' TO SM-LABEL                   05320000
                  MOVE 'NO STEP HAS RUN FOR THIS NIGHT' TO SM-NOTE      05330000
                  MOVE WS-SUMMARY-LINE TO REPORT-LINE                   05340000
                  WRITE REPORT-LINE                                     05350000
              ELSE                                                      05360000
                  PERFORM 5100-PRINT-PROJECTION                         05370000
              END-IF.                                                   05380000
      *                                                                 05390000
          5100-PRINT-PROJECTION.                                        05400000
              COMPUTE WS-PROJECTED-ABS =                                05410000
                  WS-LAST-END-ABS + WS-REMAINING-SECS                   05420000
              COMPUTE WS-DEADLINE-ABS =                                 05430000
                  WS-BUSINESS-DATE-INT * 86400 + WS-ONLINE-START-SECS   05440000
              COMPUTE WS-MARGIN-SECS =                                  05450000
                  WS-DEADLINE-ABS - WS-PROJECTED-ABS                    05460000
              COMPUTE WS-MARGIN-MINUTES = WS-MARGIN-SECS / 60           05470000
              MOVE SPACES TO WS-SUMMARY-LINE                            05480000
              MOVE 'LAST STEP ENDED' TO SM-LABEL                        05490000
              MOVE WS-LAST-END-ABS TO WS-FMT-ABS                        05500000
              PERFORM 8200-FORMAT-STAMP                                 05510000
              MOVE WS-FMT-STAMP TO SM-VALUE                             05520000
              MOVE WS-SUMMARY-LINE TO REPORT-LINE                       05530000
              WRITE REPORT-LINE                                         05540000
              IF WS-REMAINING-STEPS > ZERO                              05550000
                  MOVE SPACES TO WS-SUMMARY-LINE                        05560000
                  MOVE 'STILL TO RUN (AVG)' TO SM-LABEL                 05570000
                  MOVE WS-REMAINING-SECS TO WS-FMT-SECONDS              05580000
                  PERFORM 8100-FORMAT-DURATION                          05590000
                  MOVE WS-FMT-HHMMSS TO SM-VALUE                        05600000
                  MOVE WS-REMAINING-STEPS TO WS-STEPS-DISPLAY           05610000
                  IF WS-UNKNOWN-STEPS > ZERO                            05620000
                      STRING WS-STEPS-DISPLAY ' STEP(S), '              05630000
                             'SOME WITH NO HISTORY' DELIMITED BY SIZE   05640000
                          INTO SM-NOTE                                  05650000
                      END-STRING                                        05660000
                  ELSE                                                  05670000
                      STRING WS-STEPS-DISPLAY ' STEP(S)'                05680000
                          DELIMITED BY SIZE                             05690000
                          INTO SM-NOTE                                  05700000
                      END-STRING                                        05710000
                  END-IF                                                05720000
                  MOVE WS-SUMMARY-LINE TO REPORT-LINE                   05730000
                  WRITE REPORT-LINE                                     05740000
              END-IF                                                    05750000
              MOVE SPACES TO WS-SUMMARY-LINE                            05760000
              MOVE 'PROJECTED FINISH' TO SM-LABEL                       05770000
              MOVE WS-PROJECTED-ABS TO WS-FMT-ABS                       05780000
              PERFORM 8200-FORMAT-STAMP                                 05790000
              MOVE WS-FMT-STAMP TO SM-VALUE                             05800000
              MOVE WS-SUMMARY-LINE TO REPORT-LINE                       05810000
              WRITE REPORT-LINE                                         05820000
              MOVE SPACES TO WS-SUMMARY-LINE                            05830000
              MOVE 'ONLINE START' TO SM-LABEL                           05840000
              MOVE WS-DEADLINE-ABS TO WS-FMT-ABS                        05850000
              PERFORM 8200-FORMAT-STAMP                                 05860000
              MOVE WS-FMT-STAMP TO SM-VALUE                             05870000
              MOVE WS-SUMMARY-LINE TO REPORT-LINE                       05880000
              WRITE REPORT-LINE                                         05890000
              MOVE SPACES TO WS-SUMMARY-LINE                            05900000
              MOVE 'MARGIN (MINUTES)' TO SM-LABEL                       05910000
              MOVE WS-MARGIN-MINUTES TO WS-MARGIN-DISPLAY               05920000
              MOVE WS-MARGIN-DISPLAY TO SM-VALUE                        05930000
              EVALUATE TRUE                                             05940000
                  WHEN WS-MARGIN-SECS < ZERO                            05950000
                      MOVE 'WINDOW MISSED' TO SM-NOTE                   05960000
                      SET WS-NEEDS-ATTENTION TO TRUE                    05970000
                  WHEN WS-MARGIN-MINUTES < WS-AT-RISK-MINUTES           05980000
                      MOVE 'AT RISK' TO SM-NOTE                         05990000
                      SET WS-NEEDS-ATTENTION TO TRUE                    06000000
                  WHEN OTHER                                            06010000
                      MOVE 'WITHIN WINDOW' TO SM-NOTE                   06020000
              END-EVALUATE                                              06030000
              MOVE WS-SUMMARY-LINE TO REPORT-LINE                       06040000
              WRITE REPORT-LINE.                                        06050000
      *                                                                 06060000
          8100-FORMAT-DURATION.                                         06070000
              DIVIDE WS-FMT-SECONDS BY 3600 GIVING WS-FMT-HOURS         06080000
                  REMAINDER WS-FMT-REMAINDER                            06090000
              DIVIDE WS-FMT-REMAINDER BY 60 GIVING WS-FMT-MINUTES       06100000
                  REMAINDER WS-FMT-SS                                   06110000
              IF WS-FMT-HOURS > 99                                      06120000
                  MOVE 99 TO WS-FMT-HH                                  06130000
              ELSE                                                      06140000
                  MOVE WS-FMT-HOURS TO WS-FMT-HH                        06150000
              END-IF                                                    06160000
              MOVE WS-FMT-MINUTES TO WS-FMT-MM.                         06170000
      *                                                                 06180000
          8200-FORMAT-STAMP.                                            06190000
              DIVIDE WS-FMT-ABS BY 86400 GIVING WS-FMT-DAY-INT          06200000
                  REMAINDER WS-FMT-SECONDS                              06210000
              COMPUTE WS-FMT-DATE =                                     06220000
                  FUNCTION DATE-OF-INTEGER(WS-FMT-DAY-INT)              06230000
              MOVE WS-FMT-DATE TO WS-FMT-STAMP-DATE                     06240000
              PERFORM 8100-FORMAT-DURATION                              06250000
              MOVE WS-FMT-HHMMSS TO WS-FMT-STAMP-TIME.                  06260000
      *                                                                 06270000
          8300-FORMAT-CLOCK-TIME.                                       06280000
              MOVE WS-TIME-HH TO WS-FMT-HH                              06290000
              MOVE WS-TIME-MM TO WS-FMT-MM                              06300000
              MOVE WS-TIME-SS TO WS-FMT-SS.                             06310000
      *                                                                 06320000
          9000-TERMINATE.                                               06330000
              CLOSE REPORT-FILE                                         06340000
              IF WS-NEEDS-ATTENTION                                     06350000
                  MOVE 4 TO RETURN-CODE                                 06360000
              ELSE                                                      06370000
                  MOVE 0 TO RETURN-CODE                                 06380000
              END-IF.                                                   06390000
