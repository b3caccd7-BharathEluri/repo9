       IDENTIFICATION DIVISION.                                         00010000
          PROGRAM-ID.    PANVERR.                                       00020000
          ENVIRONMENT    DIVISION.                                      00030000
          INPUT-OUTPUT   SECTION.                                       00040000
          FILE-CONTROL.                                                 00050000
              SELECT BUSINESS-DATE-FILE                                 00060000
                  ASSIGN TO BUSDATE                                     00070000
                  ORGANIZATION IS SEQUENTIAL                            00080000
                  FILE STATUS IS WS-BUSDATE-STATUS.                     00090000
              SELECT BALANCE-RESULT-FILE                                00100000
                  ASSIGN TO BALRSLT                                     00110000
                  ORGANIZATION IS SEQUENTIAL                            00120000
                  FILE STATUS IS WS-BALANCE-RESULT-STATUS.              00130000
              SELECT RUN-LEDGER-FILE                                    00140000
                  ASSIGN TO RUNLEDGR                                    00150000
                  ORGANIZATION IS SEQUENTIAL                            00160000
                  FILE STATUS IS WS-RUN-LEDGER-STATUS.                  00170000
              SELECT SUSPENSE-FILE                                      00180000
                  ASSIGN TO SUSPIN                                      00190000
                  ORGANIZATION IS SEQUENTIAL                            00200000
                  FILE STATUS IS WS-SUSPENSE-STATUS.                    00210000
              SELECT RETURN-ASCII-FILE                                  00220000
                  ASSIGN TO RTASCII                                     00230000
                  ORGANIZATION IS SEQUENTIAL                            00240000
                  FILE STATUS IS WS-RETURN-STATUS.                      00250000
              SELECT RETURN-EBCDIC-FILE                                 00260000
                  ASSIGN TO RTEBCDC                                     00270000
                  ORGANIZATION IS SEQUENTIAL                            00280000
                  FILE STATUS IS WS-RETURN-STATUS.                      00290000
              SELECT RETURN-UTF8-FILE                                   00300000
                  ASSIGN TO RTUTF8                                      00310000
                  ORGANIZATION IS SEQUENTIAL                            00320000
                  FILE STATUS IS WS-RETURN-STATUS.                      00330000
              SELECT RETURN-AFFIL1-FILE                                 00340000
                  ASSIGN TO RTAFFIL1                                    00350000
                  ORGANIZATION IS SEQUENTIAL                            00360000
                  FILE STATUS IS WS-RETURN-STATUS.                      00370000
              SELECT RETURN-AFFIL2-FILE                                 00380000
                  ASSIGN TO RTAFFIL2                                    00390000
                  ORGANIZATION IS SEQUENTIAL                            00400000
                  FILE STATUS IS WS-RETURN-STATUS.                      00410000
              SELECT RETURN-AFFIL3-FILE                                 00420000
                  ASSIGN TO RTAFFIL3                                    00430000
                  ORGANIZATION IS SEQUENTIAL                            00440000
                  FILE STATUS IS WS-RETURN-STATUS.                      00450000
              SELECT REPORT-FILE                                        00460000
                  ASSIGN TO PANVERRR                                    00470000
                  ORGANIZATION IS SEQUENTIAL                            00480000
                  FILE STATUS IS WS-REPORT-STATUS.                      00490000
              SELECT STEP-TIMING-FILE                                   00500000
                  ASSIGN TO STEPTIME                                    00510000
                  ORGANIZATION IS SEQUENTIAL                            00520000
                  FILE STATUS IS WS-STEP-TIMING-STATUS.                 00530000
          DATA DIVISION.                                                00540000
          FILE SECTION.                                                 00550000
          FD  BUSINESS-DATE-FILE                                        00560000
              RECORDING MODE IS F.                                      00570000
          01  BUSINESS-DATE-IN             PIC X(80).                   00580000
          FD  BALANCE-RESULT-FILE                                       00590000
              RECORDING MODE IS F.                                      00600000
          COPY BALRSLT.                                                 00610000
          FD  RUN-LEDGER-FILE                                           00620000
              RECORDING MODE IS F.                                      00630000
          COPY RUNLEDGR.                                                00640000
          FD  SUSPENSE-FILE                                             00650000
              RECORDING MODE IS F.                                      00660000
          COPY SUSPREC.                                                 00670000
          FD  RETURN-ASCII-FILE                                         00680000
              RECORDING MODE IS F.                                      00690000
          01  RETURN-ASCII-RECORD          PIC X(130).                  00700000
          FD  RETURN-EBCDIC-FILE                                        00710000
              RECORDING MODE IS F.                                      00720000
          01  RETURN-EBCDIC-RECORD         PIC X(130).                  00730000
          FD  RETURN-UTF8-FILE                                          00740000
              RECORDING MODE IS F.                                      00750000
          01  RETURN-UTF8-RECORD           PIC X(130).                  00760000
          FD  RETURN-AFFIL1-FILE                                        00770000
              RECORDING MODE IS F.                                      00780000
          01  RETURN-AFFIL1-RECORD         PIC X(130).                  00790000
          FD  RETURN-AFFIL2-FILE                                        00800000
              RECORDING MODE IS F.                                      00810000
          01  RETURN-AFFIL2-RECORD         PIC X(130).                  00820000
          FD  RETURN-AFFIL3-FILE                                        00830000
              RECORDING MODE IS F.                                      00840000
          01  RETURN-AFFIL3-RECORD         PIC X(130).                  00850000
          FD  REPORT-FILE                                               00860000
              RECORDING MODE IS F.                                      00870000
          01  REPORT-LINE                  PIC X(80).                   00880000
          FD  STEP-TIMING-FILE                                          00890000
              RECORDING MODE IS F.                                      00900000
          COPY STEPTIME.                                                00910000
          WORKING-STORAGE SECTION.                                      00920000
      *                                                                 00930000
      *    PANVERR  --  PROVIDER ERROR RETURNS.  BUILDS ONE ERROR-      00940000
      *               RETURN FILE PER UPSTREAM FEED (SEE ERRRTN) FOR    00950000
      *               THE NIGHT'S BUSINESS DATE, SO EACH PROVIDER       00960000
      *               CAN CORRECT AND RESEND AT SOURCE INSTEAD OF       00970000
      *               HEARING ABOUT BAD DATA BY TELEPHONE:              00980000
      *                 -- A FEED THAT DID NOT BALANCE, OR CAME         00990000
      *                    WITHOUT ITS CONTROL RECORD, FROM THE         01000000
      *                    PANVBAL RESULTS (SEE BALRSLT)                01010000
      *                 -- EVERY SUSPENSE SEGMENT OF A RECORD THAT      01020000
      *                    FAILED THE UTF-8 CHECK (UTF8IN) OR THE       01030000
      *                    SO/SI CHECK (EBCDCIN), FROM TONIGHT'S        01040000
      *                    SUSPENSE FILE (SEE SUSPREC)                  01050000
      *               THE REPORT LISTS EVERYTHING RETURNED AND TO       01060000
      *               WHOM, WITH A COUNT PER PROVIDER.                  01070000
      *                                                                 01080000
      *               RUNS OUTSIDE THE CHAIN'S CONDITIONS, SO AN        01090000
      *               OUT-OF-BALANCE NIGHT THAT STOPPED AT PANVBAL IS   01100000
      *               STILL RETURNED.  THE SUSPENSE FILE CARRIES NO     01110000
      *               DATE AND IS ONLY TONIGHT'S IF PANVINCL IS ON THE  01120000
      *               RUN LEDGER FOR THE BUSINESS DATE; OTHERWISE IT IS 01130000
      *               AN EARLIER NIGHT'S AND IS NOT RETURNED AGAIN.     01140000
      *               BALANCE RESULTS FOR ANOTHER BUSINESS DATE ARE     01150000
      *               LIKEWISE LEFT OUT.  EITHER IS SHOWN ON THE        01160000
      *               REPORT.                                           01170000
      *                                                                 01180000
      *               RC=0 NOTHING TO RETURN; RC=4 SOMETHING WAS        01190000
      *               RETURNED, OR AN INPUT WAS NOT FROM THIS NIGHT;    01200000
      *               RC=8 A RETURN FILE COULD NOT BE WRITTEN; RC=16    01210000
      *               A BAD BUSDATE CARD.                               01220000
      *                                                                 01230000
           01 WS-BUSDATE-STATUS     PIC XX.                             01240000
              88 WS-BUSDATE-OK         VALUE '00'.                      01250000
           01 WS-BALANCE-RESULT-STATUS PIC XX.                          01260000
              88 WS-BALANCE-RESULT-OK  VALUE '00'.                      01270000
           01 WS-RUN-LEDGER-STATUS  PIC XX.                             01280000
              88 WS-RUN-LEDGER-OK      VALUE '00'.                      01290000
           01 WS-SUSPENSE-STATUS    PIC XX.                             01300000
              88 WS-SUSPENSE-OK        VALUE '00'.                      01310000
           01 WS-RETURN-STATUS      PIC XX.                             01320000
              88 WS-RETURN-OK          VALUE '00'.                      01330000
           01 WS-REPORT-STATUS      PIC XX.                             01340000
           01 WS-STEP-TIMING-STATUS PIC XX.                             01350000
              88 WS-STEP-TIMING-OK        VALUE '00'.                   01360000
              88 WS-STEP-TIMING-NOT-FOUND VALUE '35'.                   01370000
      *                                                                 01380000
      *    START AND END OF THIS RUN, FOR THE STEP-TIMING HISTORY.      01390000
           01 WS-STEP-TIMING-CONTROL.                                   01400000
              05 WS-STEP-START-STAMP.                                   01410000
                 10 WS-STEP-START-DATE   PIC X(08).                     01420000
                 10 WS-STEP-START-TIME   PIC X(06).                     01430000
              05 WS-STEP-END-STAMP.                                     01440000
                 10 WS-STEP-END-DATE     PIC X(08).                     01450000
                 10 WS-STEP-END-TIME     PIC X(06).                     01460000
      *                                                                 01470000
      *    THE BUSINESS DATE COMES FROM THE BUSDATE CARD THE SAME WAY   01480000
      *    AS ON THE RUN LEDGER (SEE THE BUSDATE COPYBOOK).             01490000
           01 WS-BUSINESS-DATE-CONTROL.                                 01500000
              05 WS-BUSINESS-DATE        PIC X(08).                     01510000
              05 WS-BUSINESS-DATE-NUM    PIC 9(08).                     01520000
              05 WS-CLOCK-STAMP.                                        01530000
                 10 WS-CLOCK-DATE-NUM    PIC 9(08).                     01540000
                 10 WS-CLOCK-HOUR        PIC X(02).                     01550000
              05 WS-BUSINESS-DAY-CUTOVER PIC X(02) VALUE '12'.          01560000
              05 WS-LEDGER-STEP-NAME     PIC X(08) VALUE 'PANVINCL'.    01570000
           COPY BUSDATE.                                                01580000
      *                                                                 01590000
      *    ONE ENTRY PER FEED, IN THE PANVBAL ORDER.  THE SUSPENSE      01600000
      *    ENCODING TAG NAMES THE FEED A SUSPENSED RECORD CAME IN       01610000
      *    ON: 'E' EBCDCIN, 'U' UTF8IN.  THE OTHER FEEDS ARE NOT        01620000
      *    VALIDATED RECORD BY RECORD.                                  01630000
           01 WS-FEED-NAME-TABLE.                                       01640000
              05 FILLER                PIC X(09) VALUE 'ASCIIIN  '.     01650000
              05 FILLER                PIC X(09) VALUE 'EBCDCIN E'.     01660000
              05 FILLER                PIC X(09) VALUE 'UTF8IN  U'.     01670000
              05 FILLER                PIC X(09) VALUE 'AFFIL1   '.     01680000
              05 FILLER                PIC X(09) VALUE 'AFFIL2   '.     01690000
              05 FILLER                PIC X(09) VALUE 'AFFIL3   '.     01700000
           01 WS-FEED-NAMES REDEFINES WS-FEED-NAME-TABLE.               01710000
              05 WS-FEED-NAME-ENTRY OCCURS 6 TIMES.                     01720000
                 10 WS-FEED-NAME         PIC X(08).                     01730000
                 10 WS-FEED-TAG          PIC X(01).                     01740000
           01 WS-FEED-TABLE.                                            01750000
              05 WS-FEED-ENTRY OCCURS 6 TIMES.                          01760000
                 10 WS-FEED-BALANCE-STATUS PIC X(01).                   01770000
                    88 WS-FEED-NO-RESULT      VALUE SPACE.              01780000
                    88 WS-FEED-IN-BALANCE     VALUE 'B'.                01790000
                    88 WS-FEED-OUT-OF-BALANCE VALUE 'O'.                01800000
                    88 WS-FEED-NO-CONTROL     VALUE 'N'.                01810000
                 10 WS-FEED-EXPECT-COUNT    PIC 9(09).                  01820000
                 10 WS-FEED-ACTUAL-COUNT    PIC 9(09).                  01830000
                 10 WS-FEED-EXPECT-HASH     PIC 9(15).                  01840000
                 10 WS-FEED-ACTUAL-HASH     PIC 9(15).                  01850000
                 10 WS-FEED-RETURN-SW       PIC X(01).                  01860000
                    88 WS-FEED-RETURN-OPEN     VALUE 'Y'.               01870000
                 10 WS-FEED-BAL-COUNT       PIC 9(09).                  01880000
                 10 WS-FEED-DET-COUNT       PIC 9(09).                  01890000
                 10 WS-FEED-KEY-COUNT       PIC 9(09).                  01900000
                 10 WS-FEED-KEY-HASH        PIC 9(15).                  01910000
                 10 WS-FEED-LAST-KEY        PIC X(10).                  01920000
           01 WS-FEED-IDX           PIC 9(01).                          01930000
           01 WS-MATCH-IDX          PIC 9(01).                          01940000
           01 WS-HASH-BYTE-IDX      PIC 9(02).                          01950000
      *                                                                 01960000
           01 WS-BALANCE-INPUT-SW   PIC X VALUE 'N'.                    01970000
              88 WS-BALANCE-CURRENT    VALUE 'Y'.                       01980000
              88 WS-BALANCE-NOT-FOUND  VALUE 'N'.                       01990000
              88 WS-BALANCE-OTHER-DATE VALUE 'D'.                       02000000
           01 WS-BALANCE-OTHER-BUSDATE PIC X(08) VALUE SPACES.          02010000
           01 WS-SUSPENSE-INPUT-SW  PIC X VALUE 'N'.                    02020000
              88 WS-SUSPENSE-CURRENT   VALUE 'Y'.                       02030000
           01 WS-PASS-EOF-SW        PIC X VALUE 'N'.                    02040000
              88 WS-PASS-EOF           VALUE 'Y'.                       02050000
           01 WS-RETURNED-SW        PIC X VALUE 'N'.                    02060000
              88 WS-SOMETHING-RETURNED VALUE 'Y'.                       02070000
           01 WS-INPUT-MISSING-SW   PIC X VALUE 'N'.                    02080000
              88 WS-INPUT-MISSING      VALUE 'Y'.                       02090000
           01 WS-RETURN-CODE-SW     PIC X VALUE 'N'.                    02100000
              88 WS-JOB-FAILED         VALUE 'Y'.                       02110000
           01 WS-UNROUTED-COUNT     PIC 9(09) VALUE ZERO.               02120000
           01 WS-TOTAL-DET-COUNT    PIC 9(09) VALUE ZERO.               02130000
      *                                                                 02140000
           01 WS-RETURN-RECORD      PIC X(130).                         02150000
           COPY ERRRTN.                                                 02160000
           01 WS-REASON-TEXT        PIC X(30).                          02170000
           01 WS-COUNT-DISPLAY      PIC ZZZ,ZZZ,ZZ9.                    02180000
           01 WS-EXPECT-DISPLAY     PIC ZZZ,ZZZ,ZZ9.                    02190000
      *                                                                 02200000
           01 WS-REPORT-LINES.                                          02210000
              05 WS-HEADING-LINE.                                       02220000
                 10 FILLER PIC X(20) VALUE 'PANVERR - PROVIDER E'.      02230000
                 10 FILLER PIC X(25) VALUE 'RROR RETURNS'.              02240000
                 10 FILLER PIC X(35) VALUE SPACES.                      02250000
              05 WS-NIGHT-LINE.                                         02260000
                 10 FILLER                PIC X(23)                     02270000
                    VALUE 'NIGHT OF BUSINESS DATE '.                    02280000
                 10 NL-BUSINESS-DATE      PIC X(08).                    02290000
                 10 FILLER                PIC X(49) VALUE SPACES.       02300000
              05 WS-NOTE-LINE.                                          02310000
                 10 FILLER                PIC X(04) VALUE '*** '.       02320000
                 10 NT-NOTE-TEXT          PIC X(76).                    02330000
              05 WS-COLUMN-LINE.                                        02340000
                 10 FILLER                PIC X(36)                     02350000
                    VALUE 'FEED      KEY         SEG    POS  '.         02360000
                 10 FILLER                PIC X(44)                     02370000
                    VALUE 'REASON RETURNED'.                            02380000
              05 WS-RETURN-LINE.                                        02390000
                 10 RL-FEED-ID            PIC X(08).                    02400000
                 10 FILLER                PIC X(02) VALUE SPACES.       02410000
                 10 RL-RECORD-KEY         PIC X(10).                    02420000
                 10 FILLER                PIC X(02) VALUE SPACES.       02430000
                 10 RL-SEGMENT            PIC X(03).                    02440000
                 10 FILLER                PIC X(02) VALUE SPACES.       02450000
                 10 RL-POSITION           PIC X(05).                    02460000
                 10 FILLER                PIC X(02) VALUE SPACES.       02470000
                 10 RL-REASON-TEXT        PIC X(46).                    02480000
              05 WS-SUMMARY-COLUMN-LINE.                                02490000
                 10 FILLER                PIC X(36)                     02500000
                    VALUE 'FEED      BALANCE           KEYS  '.         02510000
                 10 FILLER                PIC X(44)                     02520000
                    VALUE 'SEGMENTS  RETURNED'.                         02530000
              05 WS-SUMMARY-LINE.                                       02540000
                 10 SL-FEED-ID            PIC X(08).                    02550000
                 10 FILLER                PIC X(02) VALUE SPACES.       02560000
                 10 SL-BALANCE-TEXT       PIC X(14).                    02570000
                 10 FILLER                PIC X(01) VALUE SPACE.        02580000
                 10 SL-KEY-COUNT          PIC ZZZ,ZZ9.                  02590000
                 10 FILLER                PIC X(02) VALUE SPACES.       02600000
                 10 SL-DET-COUNT          PIC ZZZ,ZZZ,ZZ9.              02610000
                 10 FILLER                PIC X(02) VALUE SPACES.       02620000
                 10 SL-RETURN-TEXT        PIC X(33).                    02630000
              05 WS-BLANK-LINE     PIC X(80) VALUE SPACES.              02640000
      *                                                                 02650000
          PROCEDURE      DIVISION.                                      02660000
          0000-MAIN-CONTROL.                                            02670000
              MOVE FUNCTION CURRENT-DATE(1:14) TO WS-STEP-START-STAMP   02680000
              PERFORM 1000-INITIALIZE                                   02690000
              PERFORM 2000-LOAD-BALANCE-RESULTS                         02700000
              PERFORM 3000-CHECK-SUSPENSE-NIGHT                         02710000
              PERFORM 4000-START-RETURN-FILES                           02720000
              IF WS-SUSPENSE-CURRENT                                    02730000
                  PERFORM 5000-RETURN-SUSPENSE                          02740000
              END-IF                                                    02750000
              PERFORM 6000-FINISH-RETURN-FILES                          02760000
              PERFORM 7000-PRINT-SUMMARY                                02770000
              PERFORM 9000-TERMINATE                                    02780000
              PERFORM 9400-RECORD-STEP-TIMING                           02790000
              GOBACK.                                                   02800000
      *                                                                 02810000
          1000-INITIALIZE.                                              02820000
              PERFORM 1100-SET-BUSINESS-DATE                            02830000
              PERFORM VARYING WS-FEED-IDX FROM 1 BY 1                   02840000
                      UNTIL WS-FEED-IDX > 6                             02850000
                  MOVE SPACE TO WS-FEED-BALANCE-STATUS(WS-FEED-IDX)     02860000
                  MOVE 'N' TO WS-FEED-RETURN-SW(WS-FEED-IDX)            02870000
                  MOVE ZERO TO WS-FEED-EXPECT-COUNT(WS-FEED-IDX)        02880000
                               WS-FEED-ACTUAL-COUNT(WS-FEED-IDX)        02890000
                               WS-FEED-EXPECT-HASH(WS-FEED-IDX)         02900000
                               WS-FEED-ACTUAL-HASH(WS-FEED-IDX)         02910000
                               WS-FEED-BAL-COUNT(WS-FEED-IDX)           02920000
                               WS-FEED-DET-COUNT(WS-FEED-IDX)           02930000
                               WS-FEED-KEY-COUNT(WS-FEED-IDX)           02940000
                               WS-FEED-KEY-HASH(WS-FEED-IDX)            02950000
                  MOVE SPACES TO WS-FEED-LAST-KEY(WS-FEED-IDX)          02960000
              END-PERFORM                                               02970000
              OPEN OUTPUT REPORT-FILE                                   02980000
              MOVE WS-HEADING-LINE TO REPORT-LINE                       02990000
              WRITE REPORT-LINE                                         03000000
              MOVE WS-BUSINESS-DATE TO NL-BUSINESS-DATE                 03010000
              MOVE WS-NIGHT-LINE TO REPORT-LINE                         03020000
              WRITE REPORT-LINE.                                        03030000
      *                                                                 03060000
      *    A BLANK CARD DATE IS TAKEN FROM THE CLOCK: BEFORE THE NOON   03070000
      *    CUTOVER IT IS TODAY, FROM NOON ON IT IS TOMORROW -- THE      03080000
      *    ONLINE DAY THE NIGHT'S BATCH PREPARES.  A MISSING OR EMPTY   03090000
      *    CARD FILE IS A BLANK CARD.  THE FORCE SWITCH MEANS NOTHING   03100000
      *    TO AN UNLEDGERED STEP BUT IS STILL PROVED, SO ONE CARD       03110000
      *    SERVES EVERY STEP OF A RERUN.                                03120000
          1100-SET-BUSINESS-DATE.                                       03130000
              MOVE SPACES TO BUSINESS-DATE-CARD                         03140000
              OPEN INPUT BUSINESS-DATE-FILE                             03150000
              IF WS-BUSDATE-OK                                          03160000
                  READ BUSINESS-DATE-FILE INTO BUSINESS-DATE-CARD       03170000
                      AT END                                            03180000
                          MOVE SPACES TO BUSINESS-DATE-CARD             03190000
                  END-READ                                              03200000
                  CLOSE BUSINESS-DATE-FILE                              03210000
              END-IF                                                    03220000
              IF BD-FORCE-RERUN-SW NOT = SPACE AND NOT BD-FORCE-RERUN   03230000
                  DISPLAY 'PANVERR: INVALID BUSDATE FORCE SWITCH '''    03240000
                          BD-FORCE-RERUN-SW ''''                        03250000
                  MOVE 16 TO RETURN-CODE                                03260000
                  GOBACK                                                03270000
              END-IF                                                    03280000
              IF BD-BUSINESS-DATE = SPACES                              03290000
                  MOVE FUNCTION CURRENT-DATE(1:10) TO WS-CLOCK-STAMP    03300000
                  IF WS-CLOCK-HOUR < WS-BUSINESS-DAY-CUTOVER            03310000
                      MOVE WS-CLOCK-DATE-NUM TO WS-BUSINESS-DATE-NUM    03320000
                  ELSE                                                  03330000
                      COMPUTE WS-BUSINESS-DATE-NUM =                    03340000
                          FUNCTION DATE-OF-INTEGER(                     03350000
                              FUNCTION INTEGER-OF-DATE(                 03360000
                                  WS-CLOCK-DATE-NUM) + 1)               03370000
                  END-IF                                                03380000
                  MOVE WS-BUSINESS-DATE-NUM TO WS-BUSINESS-DATE         03390000
              ELSE                                                      03400000
                  IF BD-BUSINESS-DATE NOT NUMERIC                       03410000
                      DISPLAY 'PANVERR: INVALID BUSDATE CARD DATE '''   03420000
                              BD-BUSINESS-DATE ''''                     03430000
                      MOVE 16 TO RETURN-CODE                            03440000
                      GOBACK                                            03450000
                  END-IF                                                03460000
                  MOVE BD-BUSINESS-DATE TO WS-BUSINESS-DATE             03470000
              END-IF.                                                   03480000
      *                                                                 03490000
      *    PANVBAL REPLACES ITS RESULTS EVERY RUN, SO THEY ARE EITHER   03500000
      *    ALL FOR THIS BUSINESS DATE OR ALL FOR ANOTHER.               03510000
          2000-LOAD-BALANCE-RESULTS.                                    03520000
              MOVE 'N' TO WS-PASS-EOF-SW                                03530000
              OPEN INPUT BALANCE-RESULT-FILE                            03540000
              IF NOT WS-BALANCE-RESULT-OK                               03550000
                  SET WS-PASS-EOF TO TRUE                               03560000
              END-IF                                                    03570000
              PERFORM UNTIL WS-PASS-EOF                                 03580000
                  READ BALANCE-RESULT-FILE                              03590000
                      AT END                                            03600000
                          SET WS-PASS-EOF TO TRUE                       03610000
                      NOT AT END                                        03620000
                          PERFORM 2100-POST-BALANCE-RESULT              03630000
                  END-READ                                              03640000
              END-PERFORM                                               03650000
              IF WS-BALANCE-RESULT-OK OR WS-BALANCE-RESULT-STATUS = '10'03660000
                  CLOSE BALANCE-RESULT-FILE                             03670000
              END-IF                                                    03680000
              EVALUATE TRUE                                             03690000
                  WHEN WS-BALANCE-CURRENT                               03700000
                      CONTINUE                                          03710000
                  WHEN WS-BALANCE-OTHER-DATE                            03720000
                      MOVE SPACES TO NT-NOTE-TEXT                       03730000
                      STRING 'PANVBAL RESULTS ARE FOR BUSINESS DATE '   03740000
                             WS-BALANCE-OTHER-BUSDATE                   03750000
                             ' -- NO BALANCE RETURNS'                   03760000
                          DELIMITED BY SIZE                             03770000
                          INTO NT-NOTE-TEXT                             03780000
                      END-STRING                                        03790000
                      PERFORM 8100-WRITE-NOTE-LINE                      03800000
                  WHEN OTHER                                            03810000
                      MOVE SPACES TO NT-NOTE-TEXT                       03820000
                      STRING 'PANVBAL RESULTS NOT AVAILABLE -- NO '     03822000
                             'BALANCE RETURNS'                          03824000
                          DELIMITED BY SIZE                             03826000
                          INTO NT-NOTE-TEXT                             03828000
                      END-STRING                                        03830000
                      PERFORM 8100-WRITE-NOTE-LINE                      03840000
              END-EVALUATE.                                             03850000
      *                                                                 03860000
          2100-POST-BALANCE-RESULT.                                     03870000
              IF BR-BUSINESS-DATE NOT = WS-BUSINESS-DATE                03880000
                  SET WS-BALANCE-OTHER-DATE TO TRUE                     03890000
                  MOVE BR-BUSINESS-DATE TO WS-BALANCE-OTHER-BUSDATE     03900000
              ELSE                                                      03910000
                  IF NOT WS-BALANCE-OTHER-DATE                          03920000
                      SET WS-BALANCE-CURRENT TO TRUE                    03930000
                  END-IF                                                03940000
                  PERFORM VARYING WS-FEED-IDX FROM 1 BY 1               03950000
                          UNTIL WS-FEED-IDX > 6                         03960000
                      IF BR-FEED-ID = WS-FEED-NAME(WS-FEED-IDX)         03970000
                          PERFORM 2200-STORE-BALANCE-RESULT             03980000
                      END-IF                                            03990000
                  END-PERFORM                                           04000000
              END-IF.                                                   04010000
      *                                                                 04020000
          2200-STORE-BALANCE-RESULT.                                    04030000
              MOVE BR-BALANCE-STATUS                                    04040000
                  TO WS-FEED-BALANCE-STATUS(WS-FEED-IDX)                04050000
              MOVE BR-EXPECT-COUNT TO WS-FEED-EXPECT-COUNT(WS-FEED-IDX) 04060000
              MOVE BR-ACTUAL-COUNT TO WS-FEED-ACTUAL-COUNT(WS-FEED-IDX) 04070000
              MOVE BR-EXPECT-HASH TO WS-FEED-EXPECT-HASH(WS-FEED-IDX)   04080000
              MOVE BR-ACTUAL-HASH TO WS-FEED-ACTUAL-HASH(WS-FEED-IDX).  04090000
      *                                                                 04100000
      *    THE LATEST PANVINCL LEDGER ENTRY FOR THE BUSINESS DATE       04110000
      *    MEANS THE SUSPENSE FILE WAS WRITTEN BY THIS NIGHT'S RUN.     04120000
          3000-CHECK-SUSPENSE-NIGHT.                                    04130000
              MOVE 'N' TO WS-PASS-EOF-SW                                04140000
              OPEN INPUT RUN-LEDGER-FILE                                04150000
              IF NOT WS-RUN-LEDGER-OK                                   04160000
                  SET WS-PASS-EOF TO TRUE                               04170000
              END-IF                                                    04180000
              PERFORM UNTIL WS-PASS-EOF                                 04190000
                  READ RUN-LEDGER-FILE                                  04200000
                      AT END                                            04210000
                          SET WS-PASS-EOF TO TRUE                       04220000
                      NOT AT END                                        04230000
                          IF LG-BUSINESS-DATE = WS-BUSINESS-DATE AND    04240000
                             LG-STEP-NAME = WS-LEDGER-STEP-NAME         04250000
                              SET WS-SUSPENSE-CURRENT TO TRUE           04260000
                          END-IF                                        04270000
                  END-READ                                              04280000
              END-PERFORM                                               04290000
              IF WS-RUN-LEDGER-OK OR WS-RUN-LEDGER-STATUS = '10'        04300000
                  CLOSE RUN-LEDGER-FILE                                 04310000
              END-IF                                                    04320000
              IF NOT WS-SUSPENSE-CURRENT                                04330000
                  SET WS-INPUT-MISSING TO TRUE                          04340000
                  MOVE SPACES TO NT-NOTE-TEXT                           04350000
                  STRING 'PANVINCL HAS NOT RUN FOR THIS BUSINESS '      04352000
                         'DATE -- NO SUSPENSE RETURNS'                  04354000
                      DELIMITED BY SIZE                                 04356000
                      INTO NT-NOTE-TEXT                                 04358000
                  END-STRING                                            04360000
                  PERFORM 8100-WRITE-NOTE-LINE                          04370000
              END-IF.                                                   04380000
      *                                                                 04390000
      *    EVERY PROVIDER GETS A FILE, HEADER FIRST, THEN THE           04400000
      *    BALANCE RECORD WHEN ITS TRANSMISSION DID NOT BALANCE.        04410000
          4000-START-RETURN-FILES.                                      04420000
              IF NOT WS-BALANCE-CURRENT                                 04430000
                  SET WS-INPUT-MISSING TO TRUE                          04440000
              END-IF                                                    04450000
              MOVE WS-BLANK-LINE TO REPORT-LINE                         04460000
              WRITE REPORT-LINE                                         04470000
              MOVE WS-COLUMN-LINE TO REPORT-LINE                        04480000
              WRITE REPORT-LINE                                         04490000
              PERFORM VARYING WS-FEED-IDX FROM 1 BY 1                   04500000
                      UNTIL WS-FEED-IDX > 6                             04510000
                  PERFORM 4100-OPEN-RETURN-FILE                         04520000
                  IF WS-FEED-RETURN-OPEN(WS-FEED-IDX)                   04530000
                      MOVE SPACES TO ER-HEADER-RECORD                   04540000
                      MOVE 'HDR ' TO ER-HDR-ID                          04550000
                      MOVE WS-FEED-NAME(WS-FEED-IDX) TO ER-HDR-FEED-ID  04560000
                      MOVE WS-BUSINESS-DATE TO ER-HDR-BUSINESS-DATE     04570000
                      MOVE WS-STEP-START-DATE TO ER-HDR-RUN-DATE        04580000
                      MOVE WS-STEP-START-TIME TO ER-HDR-RUN-TIME        04590000
                      MOVE 'PANVERR' TO ER-HDR-SYSTEM-ID                04600000
                      MOVE ER-HEADER-RECORD TO WS-RETURN-RECORD         04610000
                      PERFORM 8000-WRITE-RETURN-RECORD                  04620000
                      IF WS-FEED-OUT-OF-BALANCE(WS-FEED-IDX) OR         04630000
                         WS-FEED-NO-CONTROL(WS-FEED-IDX)                04640000
                          PERFORM 4200-RETURN-BALANCE-FAILURE           04650000
                      END-IF                                            04660000
                  END-IF                                                04670000
              END-PERFORM.                                              04680000
      *                                                                 04690000
          4100-OPEN-RETURN-FILE.                                        04700000
              EVALUATE WS-FEED-IDX                                      04710000
                  WHEN 1                                                04720000
                      OPEN OUTPUT RETURN-ASCII-FILE                     04730000
                  WHEN 2                                                04740000
                      OPEN OUTPUT RETURN-EBCDIC-FILE                    04750000
                  WHEN 3                                                04760000
                      OPEN OUTPUT RETURN-UTF8-FILE                      04770000
                  WHEN 4                                                04780000
                      OPEN OUTPUT RETURN-AFFIL1-FILE                    04790000
                  WHEN 5                                                04800000
                      OPEN OUTPUT RETURN-AFFIL2-FILE                    04810000
                  WHEN 6                                                04820000
                      OPEN OUTPUT RETURN-AFFIL3-FILE                    04830000
              END-EVALUATE                                              04840000
              IF WS-RETURN-OK                                           04850000
                  SET WS-FEED-RETURN-OPEN(WS-FEED-IDX) TO TRUE          04860000
              ELSE                                                      04870000
                  DISPLAY 'PANVERR: ' WS-FEED-NAME(WS-FEED-IDX)         04880000
                          ' RETURN FILE OPEN FAILED, STATUS='           04890000
                          WS-RETURN-STATUS                              04900000
                  SET WS-JOB-FAILED TO TRUE                             04910000
              END-IF.                                                   04920000
      *                                                                 04930000
          4200-RETURN-BALANCE-FAILURE.                                  04940000
              MOVE SPACES TO ER-BALANCE-RECORD                          04950000
              MOVE 'BAL ' TO ER-BAL-ID                                  04960000
              MOVE WS-FEED-BALANCE-STATUS(WS-FEED-IDX) TO ER-BAL-STATUS 04970000
              IF ER-BAL-NO-CONTROL-RECORD                               04980000
                  MOVE 'NO CONTROL RECORD RECEIVED'                     04990000
                      TO ER-BAL-STATUS-TEXT                             05000000
              ELSE                                                      05010000
                  MOVE 'COUNT OR KEY HASH OUT OF BALANCE'               05020000
                      TO ER-BAL-STATUS-TEXT                             05030000
              END-IF                                                    05040000
              MOVE WS-FEED-EXPECT-COUNT(WS-FEED-IDX)                    05050000
                  TO ER-BAL-EXPECT-COUNT                                05060000
              MOVE WS-FEED-ACTUAL-COUNT(WS-FEED-IDX)                    05070000
                  TO ER-BAL-RECEIVED-COUNT                              05080000
              MOVE WS-FEED-EXPECT-HASH(WS-FEED-IDX)                     05090000
                  TO ER-BAL-EXPECT-HASH                                 05100000
              MOVE WS-FEED-ACTUAL-HASH(WS-FEED-IDX)                     05110000
                  TO ER-BAL-RECEIVED-HASH                               05120000
              MOVE ER-BALANCE-RECORD TO WS-RETURN-RECORD                05130000
              PERFORM 8000-WRITE-RETURN-RECORD                          05140000
              ADD 1 TO WS-FEED-BAL-COUNT(WS-FEED-IDX)                   05150000
              SET WS-SOMETHING-RETURNED TO TRUE                         05160000
              MOVE SPACES TO WS-RETURN-LINE                             05170000
              MOVE WS-FEED-NAME(WS-FEED-IDX) TO RL-FEED-ID              05180000
              MOVE WS-FEED-ACTUAL-COUNT(WS-FEED-IDX) TO WS-COUNT-DISPLAY05190000
              MOVE WS-FEED-EXPECT-COUNT(WS-FEED-IDX)                    05200000
                  TO WS-EXPECT-DISPLAY                                  05210000
              IF ER-BAL-NO-CONTROL-RECORD                               05220000
                  MOVE 'NO CONTROL RECORD' TO RL-REASON-TEXT            05230000
              ELSE                                                      05240000
                  STRING 'OUT OF BALANCE, GOT'                          05250000
                         WS-COUNT-DISPLAY ' OF' WS-EXPECT-DISPLAY       05260000
                      DELIMITED BY SIZE                                 05270000
                      INTO RL-REASON-TEXT                               05280000
                  END-STRING                                            05290000
              END-IF                                                    05300000
              MOVE WS-RETURN-LINE TO REPORT-LINE                        05310000
              WRITE REPORT-LINE.                                        05320000
      *                                                                 05330000
      *    EACH SUSPENSE SEGMENT GOES BACK TO THE PROVIDER OF THE       05340000
      *    FEED ITS ENCODING TAG NAMES.  A MULTI-SEGMENT RECORD IS      05350000
      *    RETURNED WHOLE, AS IT WAS SUSPENSED, SO THE PROVIDER SEES    05360000
      *    ALL OF THE TEXT THE FAILING BYTE POSITION COUNTS INTO.       05370000
          5000-RETURN-SUSPENSE.                                         05380000
              MOVE 'N' TO WS-PASS-EOF-SW                                05390000
              OPEN INPUT SUSPENSE-FILE                                  05400000
              IF NOT WS-SUSPENSE-OK                                     05410000
                  SET WS-INPUT-MISSING TO TRUE                          05420000
                  MOVE SPACES TO NT-NOTE-TEXT                           05430000
                  STRING 'SUSPENSE FILE NOT AVAILABLE -- NO SUSPENSE '  05432000
                         'RETURNS'                                      05434000
                      DELIMITED BY SIZE                                 05436000
                      INTO NT-NOTE-TEXT                                 05438000
                  END-STRING                                            05440000
                  PERFORM 8100-WRITE-NOTE-LINE                          05450000
                  SET WS-PASS-EOF TO TRUE                               05460000
              END-IF                                                    05470000
              PERFORM UNTIL WS-PASS-EOF                                 05480000
                  READ SUSPENSE-FILE                                    05490000
                      AT END                                            05500000
                          SET WS-PASS-EOF TO TRUE                       05510000
                      NOT AT END                                        05520000
                          PERFORM 5100-ROUTE-SUSPENSE-RECORD            05530000
                  END-READ                                              05540000
              END-PERFORM                                               05550000
              IF WS-SUSPENSE-OK OR WS-SUSPENSE-STATUS = '10'            05560000
                  CLOSE SUSPENSE-FILE                                   05570000
              END-IF.                                                   05580000
      *                                                                 05590000
          5100-ROUTE-SUSPENSE-RECORD.                                   05600000
              MOVE ZERO TO WS-MATCH-IDX                                 05610000
              PERFORM VARYING WS-FEED-IDX FROM 1 BY 1                   05620000
                      UNTIL WS-FEED-IDX > 6                             05630000
                  IF WS-FEED-TAG(WS-FEED-IDX) NOT = SPACE AND           05640000
                     WS-FEED-TAG(WS-FEED-IDX) = SU-ENCODING-TAG         05650000
                      MOVE WS-FEED-IDX TO WS-MATCH-IDX                  05660000
                  END-IF                                                05670000
              END-PERFORM                                               05680000
              IF WS-MATCH-IDX = ZERO                                    05690000
                  ADD 1 TO WS-UNROUTED-COUNT                            05700000
              ELSE                                                      05710000
                  MOVE WS-MATCH-IDX TO WS-FEED-IDX                      05720000
                  IF WS-FEED-RETURN-OPEN(WS-FEED-IDX)                   05730000
                      PERFORM 5200-RETURN-SUSPENSE-SEGMENT              05740000
                  END-IF                                                05750000
              END-IF.                                                   05760000
      *                                                                 05770000
          5200-RETURN-SUSPENSE-SEGMENT.                                 05780000
              EVALUATE TRUE                                             05790000
                  WHEN SU-REASON-LONE-CONTINUATION                      05800000
                      MOVE 'LONE CONTINUATION BYTE' TO WS-REASON-TEXT   05810000
                  WHEN SU-REASON-TRUNCATED-SEQUENCE                     05820000
                      MOVE 'TRUNCATED SEQUENCE' TO WS-REASON-TEXT       05830000
                  WHEN SU-REASON-OVERLONG-LEAD                          05840000
                      MOVE 'OVERLONG LEAD BYTE' TO WS-REASON-TEXT       05850000
                  WHEN SU-REASON-BAD-LEAD-BYTE                          05860000
                      MOVE 'INVALID LEAD BYTE' TO WS-REASON-TEXT        05870000
                  WHEN SU-REASON-UNPAIRED-SO                            05880000
                      MOVE 'UNPAIRED SHIFT-OUT' TO WS-REASON-TEXT       05890000
                  WHEN SU-REASON-UNEXPECTED-SI                          05900000
                      MOVE 'UNEXPECTED SHIFT-IN' TO WS-REASON-TEXT      05910000
                  WHEN SU-REASON-ODD-DBCS-RUN                           05920000
                      MOVE 'ODD-LENGTH DBCS RUN' TO WS-REASON-TEXT      05930000
                  WHEN OTHER                                            05940000
                      MOVE SPACES TO WS-REASON-TEXT                     05950000
                      STRING 'REASON ' SU-REASON-CODE                   05960000
                          DELIMITED BY SIZE                             05970000
                          INTO WS-REASON-TEXT                           05980000
                      END-STRING                                        05990000
              END-EVALUATE                                              06000000
              MOVE SPACES TO ER-DETAIL-RECORD                           06010000
              MOVE 'DET ' TO ER-DET-ID                                  06020000
              MOVE SU-RECORD-KEY TO ER-DET-RECORD-KEY                   06030000
              MOVE SU-SEGMENT-SEQUENCE TO ER-DET-SEGMENT-SEQUENCE       06040000
              MOVE SU-CONTINUATION-SW TO ER-DET-CONTINUATION-SW         06050000
              MOVE SU-BYTE-POSITION TO ER-DET-BYTE-POSITION             06060000
              MOVE SU-REASON-CODE TO ER-DET-REASON-CODE                 06070000
              MOVE WS-REASON-TEXT TO ER-DET-REASON-TEXT                 06080000
              MOVE SU-DATA-TEXT TO ER-DET-DATA-TEXT                     06090000
              MOVE ER-DETAIL-RECORD TO WS-RETURN-RECORD                 06100000
              PERFORM 8000-WRITE-RETURN-RECORD                          06110000
              ADD 1 TO WS-FEED-DET-COUNT(WS-FEED-IDX)                   06120000
              ADD 1 TO WS-TOTAL-DET-COUNT                               06130000
              SET WS-SOMETHING-RETURNED TO TRUE                         06140000
              PERFORM 5300-ACCUMULATE-KEY-HASH                          06150000
              IF SU-RECORD-KEY NOT = WS-FEED-LAST-KEY(WS-FEED-IDX)      06160000
                  ADD 1 TO WS-FEED-KEY-COUNT(WS-FEED-IDX)               06170000
                  MOVE SU-RECORD-KEY TO WS-FEED-LAST-KEY(WS-FEED-IDX)   06180000
              END-IF                                                    06190000
              MOVE SPACES TO WS-RETURN-LINE                             06200000
              MOVE WS-FEED-NAME(WS-FEED-IDX) TO RL-FEED-ID              06210000
              MOVE SU-RECORD-KEY TO RL-RECORD-KEY                       06220000
              MOVE SU-SEGMENT-SEQUENCE TO RL-SEGMENT                    06230000
              MOVE SU-BYTE-POSITION TO RL-POSITION                      06240000
              MOVE WS-REASON-TEXT TO RL-REASON-TEXT                     06250000
              MOVE WS-RETURN-LINE TO REPORT-LINE                        06260000
              WRITE REPORT-LINE.                                        06270000
      *                                                                 06280000
      *    THE TRAILER HASH OVER THE DETAIL KEYS IS FIGURED THE SAME    06290000
      *    WAY AS THE FEED CONTROL HASH (SEE FEEDCTL).                  06300000
          5300-ACCUMULATE-KEY-HASH.                                     06310000
              PERFORM VARYING WS-HASH-BYTE-IDX FROM 1 BY 1              06320000
                      UNTIL WS-HASH-BYTE-IDX > 10                       06330000
                  COMPUTE WS-FEED-KEY-HASH(WS-FEED-IDX) =               06340000
                      FUNCTION MOD(                                     06350000
                          WS-FEED-KEY-HASH(WS-FEED-IDX) +               06360000
                          FUNCTION ORD(                                 06370000
                              SU-RECORD-KEY(WS-HASH-BYTE-IDX:1)) - 1,   06380000
                          1000000000000000)                             06390000
              END-PERFORM.                                              06400000
      *                                                                 06410000
          6000-FINISH-RETURN-FILES.                                     06420000
              PERFORM VARYING WS-FEED-IDX FROM 1 BY 1                   06430000
                      UNTIL WS-FEED-IDX > 6                             06440000
                  IF WS-FEED-RETURN-OPEN(WS-FEED-IDX)                   06450000
                      MOVE SPACES TO ER-TRAILER-RECORD                  06460000
                      MOVE 'TRL ' TO ER-TRL-ID                          06470000
                      MOVE WS-FEED-BAL-COUNT(WS-FEED-IDX)               06480000
                          TO ER-TRL-BALANCE-COUNT                       06490000
                      MOVE WS-FEED-DET-COUNT(WS-FEED-IDX)               06500000
                          TO ER-TRL-DETAIL-COUNT                        06510000
                      MOVE WS-FEED-KEY-HASH(WS-FEED-IDX)                06520000
                          TO ER-TRL-KEY-HASH-TOTAL                      06530000
                      MOVE ER-TRAILER-RECORD TO WS-RETURN-RECORD        06540000
                      PERFORM 8000-WRITE-RETURN-RECORD                  06550000
                      PERFORM 6100-CLOSE-RETURN-FILE                    06560000
                  END-IF                                                06570000
              END-PERFORM.                                              06580000
      *                                                                 06590000
          6100-CLOSE-RETURN-FILE.                                       06600000
              EVALUATE WS-FEED-IDX                                      06610000
                  WHEN 1                                                06620000
                      CLOSE RETURN-ASCII-FILE                           06630000
                  WHEN 2                                                06640000
                      CLOSE RETURN-EBCDIC-FILE                          06650000
                  WHEN 3                                                06660000
                      CLOSE RETURN-UTF8-FILE                            06670000
                  WHEN 4                                                06680000
                      CLOSE RETURN-AFFIL1-FILE                          06690000
                  WHEN 5                                                06700000
                      CLOSE RETURN-AFFIL2-FILE                          06710000
                  WHEN 6                                                06720000
                      CLOSE RETURN-AFFIL3-FILE                          06730000
              END-EVALUATE.                                             06740000
      *                                                                 06750000
      *    ONE LINE PER PROVIDER: HOW ITS TRANSMISSION BALANCED AND     06760000
      *    WHAT WENT BACK TO IT TONIGHT.                                06770000
          7000-PRINT-SUMMARY.                                           06780000
              IF WS-TOTAL-DET-COUNT = ZERO AND WS-SUSPENSE-CURRENT      06790000
                  MOVE SPACES TO WS-RETURN-LINE                         06800000
                  MOVE 'NO SUSPENSE RECORDS FOR THIS NIGHT'             06810000
                      TO RL-REASON-TEXT                                 06820000
                  MOVE WS-RETURN-LINE TO REPORT-LINE                    06830000
                  WRITE REPORT-LINE                                     06840000
              END-IF                                                    06850000
              IF WS-UNROUTED-COUNT > ZERO                               06860000
                  MOVE WS-UNROUTED-COUNT TO WS-COUNT-DISPLAY            06870000
                  MOVE SPACES TO NT-NOTE-TEXT                           06880000
                  STRING WS-COUNT-DISPLAY                               06890000
                         ' SUSPENSE RECORDS WITH AN UNKNOWN ENCODING '  06900000
                         'TAG NOT RETURNED'                             06910000
                      DELIMITED BY SIZE                                 06920000
                      INTO NT-NOTE-TEXT                                 06930000
                  END-STRING                                            06940000
                  PERFORM 8100-WRITE-NOTE-LINE                          06950000
              END-IF                                                    06960000
              MOVE WS-BLANK-LINE TO REPORT-LINE                         06970000
              WRITE REPORT-LINE                                         06980000
              MOVE WS-SUMMARY-COLUMN-LINE TO REPORT-LINE                06990000
              WRITE REPORT-LINE                                         07000000
              PERFORM VARYING WS-FEED-IDX FROM 1 BY 1                   07010000
                      UNTIL WS-FEED-IDX > 6                             07020000
                  MOVE WS-FEED-NAME(WS-FEED-IDX) TO SL-FEED-ID          07030000
                  EVALUATE TRUE                                         07040000
                      WHEN WS-FEED-IN-BALANCE(WS-FEED-IDX)              07050000
                          MOVE 'IN BALANCE' TO SL-BALANCE-TEXT          07060000
                      WHEN WS-FEED-OUT-OF-BALANCE(WS-FEED-IDX)          07070000
                          MOVE 'OUT OF BALANCE' TO SL-BALANCE-TEXT      07080000
                      WHEN WS-FEED-NO-CONTROL(WS-FEED-IDX)              07090000
                          MOVE 'NO CONTROL REC' TO SL-BALANCE-TEXT      07100000
                      WHEN OTHER                                        07110000
                          MOVE 'NOT KNOWN' TO SL-BALANCE-TEXT           07120000
                  END-EVALUATE                                          07130000
                  MOVE WS-FEED-KEY-COUNT(WS-FEED-IDX) TO SL-KEY-COUNT   07140000
                  MOVE WS-FEED-DET-COUNT(WS-FEED-IDX) TO SL-DET-COUNT   07150000
                  EVALUATE TRUE                                         07160000
                      WHEN NOT WS-FEED-RETURN-OPEN(WS-FEED-IDX)         07170000
                          MOVE 'RETURN FILE NOT WRITTEN'                07180000
                              TO SL-RETURN-TEXT                         07190000
                      WHEN WS-FEED-BAL-COUNT(WS-FEED-IDX) > ZERO OR     07200000
                           WS-FEED-DET-COUNT(WS-FEED-IDX) > ZERO        07210000
                          MOVE 'ERRORS RETURNED' TO SL-RETURN-TEXT      07220000
                      WHEN WS-INPUT-MISSING                             07230000
                          MOVE 'HEADER AND TRAILER ONLY'                07232000
                              TO SL-RETURN-TEXT                         07234000
                      WHEN OTHER                                        07236000
                          MOVE 'CLEAN RETURN' TO SL-RETURN-TEXT         07238000
                  END-EVALUATE                                          07250000
                  MOVE WS-SUMMARY-LINE TO REPORT-LINE                   07260000
                  WRITE REPORT-LINE                                     07270000
              END-PERFORM.                                              07280000
      *                                                                 07290000
      *    ONE STATUS SERVES ALL SIX RETURN FILES -- EACH WRITE IS      07300000
      *    CHECKED BEFORE THE NEXT.                                     07310000
          8000-WRITE-RETURN-RECORD.                                     07320000
              EVALUATE WS-FEED-IDX                                      07330000
                  WHEN 1                                                07340000
                      WRITE RETURN-ASCII-RECORD FROM WS-RETURN-RECORD   07350000
                  WHEN 2                                                07360000
                      WRITE RETURN-EBCDIC-RECORD FROM WS-RETURN-RECORD  07370000
                  WHEN 3                                                07380000
                      WRITE RETURN-UTF8-RECORD FROM WS-RETURN-RECORD    07390000
                  WHEN 4                                                07400000
                      WRITE RETURN-AFFIL1-RECORD FROM WS-RETURN-RECORD  07410000
                  WHEN 5                                                07420000
                      WRITE RETURN-AFFIL2-RECORD FROM WS-RETURN-RECORD  07430000
                  WHEN 6                                                07440000
                      WRITE RETURN-AFFIL3-RECORD FROM WS-RETURN-RECORD  07450000
              END-EVALUATE                                              07460000
              IF NOT WS-RETURN-OK                                       07470000
                  DISPLAY 'PANVERR: ' WS-FEED-NAME(WS-FEED-IDX)         07480000
                          ' RETURN FILE WRITE FAILED, STATUS='          07490000
                          WS-RETURN-STATUS                              07500000
                  SET WS-JOB-FAILED TO TRUE                             07510000
              END-IF.                                                   07520000
      *                                                                 07530000
          8100-WRITE-NOTE-LINE.                                         07540000
              MOVE WS-NOTE-LINE TO REPORT-LINE                          07550000
              WRITE REPORT-LINE.                                        07560000
      *                                                                 07570000
          9000-TERMINATE.                                               07580000
              CLOSE REPORT-FILE                                         07590000
              EVALUATE TRUE                                             07600000
                  WHEN WS-JOB-FAILED                                    07610000
                      MOVE 8 TO RETURN-CODE                             07620000
                  WHEN WS-SOMETHING-RETURNED OR WS-INPUT-MISSING        07630000
                      MOVE 4 TO RETURN-CODE                             07640000
                  WHEN OTHER                                            07650000
                      MOVE 0 TO RETURN-CODE                             07660000
              END-EVALUATE.                                             07670000
      *                                                                 07680000
      *    APPEND THIS RUN TO THE STEP-TIMING HISTORY FOR THE PANVSTM   07690000
      *    BATCH-WINDOW REPORT, WITH THE CONDITION CODE THE STEP IS     07700000
      *    ENDING WITH.  THE HISTORY IS FOR CAPACITY PLANNING ONLY, SO  07710000
      *    A RECORD THAT CANNOT BE WRITTEN IS REPORTED BUT LEAVES THE   07720000
      *    CONDITION CODE ALONE.                                        07730000
          9400-RECORD-STEP-TIMING.                                      07740000
              MOVE FUNCTION CURRENT-DATE(1:14) TO WS-STEP-END-STAMP     07750000
              OPEN EXTEND STEP-TIMING-FILE                              07760000
              IF WS-STEP-TIMING-NOT-FOUND                               07770000
                  OPEN OUTPUT STEP-TIMING-FILE                          07780000
              END-IF                                                    07790000
              IF WS-STEP-TIMING-OK                                      07800000
                  MOVE SPACES TO STEP-TIMING-RECORD                     07810000
                  MOVE 'PANVERR' TO ST-STEP-NAME                        07820000
                  MOVE WS-STEP-START-DATE TO ST-START-DATE              07830000
                  MOVE WS-STEP-START-TIME TO ST-START-TIME              07840000
                  MOVE WS-STEP-END-DATE TO ST-END-DATE                  07850000
                  MOVE WS-STEP-END-TIME TO ST-END-TIME                  07860000
                  MOVE WS-TOTAL-DET-COUNT TO ST-RECORD-COUNT            07870000
                  MOVE RETURN-CODE TO ST-RETURN-CODE                    07880000
                  WRITE STEP-TIMING-RECORD                              07890000
                  IF NOT WS-STEP-TIMING-OK                              07900000
                      DISPLAY 'PANVERR: STEPTIME WRITE FAILED, STATUS=' 07910000
                              WS-STEP-TIMING-STATUS                     07920000
                  END-IF                                                07930000
                  CLOSE STEP-TIMING-FILE                                07940000
              ELSE                                                      07950000
                  DISPLAY 'PANVERR: STEPTIME OPEN FAILED, STATUS='      07960000
                          WS-STEP-TIMING-STATUS                         07970000
              END-IF.                                                   07980000
