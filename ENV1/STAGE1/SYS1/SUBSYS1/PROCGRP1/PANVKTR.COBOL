       IDENTIFICATION DIVISION.                                         00010000
          PROGRAM-ID.    PANVKTR.                                       00020000
          ENVIRONMENT    DIVISION.                                      00030000
          INPUT-OUTPUT   SECTION.                                       00040000
          FILE-CONTROL.                                                 00050000
              SELECT TRACE-PARM-FILE                                    00060000
                  ASSIGN TO TRACPARM                                    00070000
                  ORGANIZATION IS SEQUENTIAL                            00080000
                  FILE STATUS IS WS-TRACE-PARM-STATUS.                  00090000
              SELECT AFFIL1-FILE                                        00100000
                  ASSIGN TO AFFIL1                                      00110000
                  ORGANIZATION IS SEQUENTIAL                            00120000
                  FILE STATUS IS WS-AFFIL-STATUS.                       00130000
              SELECT AFFIL2-FILE                                        00140000
                  ASSIGN TO AFFIL2                                      00150000
                  ORGANIZATION IS SEQUENTIAL                            00160000
                  FILE STATUS IS WS-AFFIL-STATUS.                       00170000
              SELECT AFFIL3-FILE                                        00180000
                  ASSIGN TO AFFIL3                                      00190000
                  ORGANIZATION IS SEQUENTIAL                            00200000
                  FILE STATUS IS WS-AFFIL-STATUS.                       00210000
              SELECT MERGED-FILE                                        00220000
                  ASSIGN TO MERGED                                      00230000
                  ORGANIZATION IS SEQUENTIAL                            00240000
                  FILE STATUS IS WS-MERGED-STATUS.                      00250000
              SELECT JOURNAL-FILE                                       00260000
                  ASSIGN TO JRNLIN                                      00270000
                  ORGANIZATION IS SEQUENTIAL                            00280000
                  FILE STATUS IS WS-JOURNAL-STATUS.                     00290000
              SELECT PENDING-CHANGE-FILE                                00300000
                  ASSIGN TO PENDCHG                                     00310000
                  ORGANIZATION IS INDEXED                               00320000
                  ACCESS MODE IS DYNAMIC                                00330000
                  RECORD KEY IS PC-PENDING-KEY                          00340000
                  FILE STATUS IS WS-PENDING-STATUS.                     00350000
              SELECT PANVOUT-FILE                                       00360000
                  ASSIGN TO PANVOUT                                     00370000
                  ORGANIZATION IS SEQUENTIAL                            00380000
                  FILE STATUS IS WS-PANVOUT-STATUS.                     00390000
              SELECT BACKOUT-FILE                                       00400000
                  ASSIGN TO BACKOUT                                     00410000
                  ORGANIZATION IS SEQUENTIAL                            00420000
                  FILE STATUS IS WS-BACKOUT-STATUS.                     00430000
              SELECT AUDIT-TRAIL-FILE                                   00440000
                  ASSIGN TO AUDITTRL                                    00450000
                  ORGANIZATION IS SEQUENTIAL                            00460000
                  FILE STATUS IS WS-AUDIT-STATUS.                       00470000
              SELECT SUSPENSE-FILE                                      00480000
                  ASSIGN TO SUSPIN                                      00490000
                  ORGANIZATION IS SEQUENTIAL                            00500000
                  FILE STATUS IS WS-SUSPENSE-STATUS.                    00510000
              SELECT INTERFACE-FILE                                     00520000
                  ASSIGN TO INTRFACE                                    00530000
                  ORGANIZATION IS SEQUENTIAL                            00540000
                  FILE STATUS IS WS-INTERFACE-STATUS.                   00550000
              SELECT ACK-FILE                                           00560000
                  ASSIGN TO ACKIN                                       00570000
                  ORGANIZATION IS SEQUENTIAL                            00580000
                  FILE STATUS IS WS-ACK-STATUS.                         00590000
              SELECT REJECT-FILE                                        00600000
                  ASSIGN TO REJIN                                       00610000
                  ORGANIZATION IS SEQUENTIAL                            00620000
                  FILE STATUS IS WS-REJECT-STATUS.                      00630000
              SELECT REPORT-FILE                                        00640000
                  ASSIGN TO PANVKTRR                                    00650000
                  ORGANIZATION IS SEQUENTIAL                            00660000
                  FILE STATUS IS WS-REPORT-STATUS.                      00670000
          DATA DIVISION.                                                00680000
          FILE SECTION.                                                 00690000
          FD  TRACE-PARM-FILE                                           00700000
              RECORDING MODE IS F.                                      00710000
          01  TRACE-PARM-CARD.                                          00720000
              05  TP-RECORD-KEY            PIC X(10).                   00730000
              05  FILLER                   PIC X(01).                   00740000
              05  TP-TRACE-DATE            PIC X(08).                   00750000
              05  FILLER                   PIC X(61).                   00760000
          FD  AFFIL1-FILE                                               00770000
              RECORDING MODE IS F.                                      00780000
          01  AFFIL1-MASTER-RECORD         PIC X(56).                   00790000
          FD  AFFIL2-FILE                                               00800000
              RECORDING MODE IS F.                                      00810000
          01  AFFIL2-MASTER-RECORD         PIC X(56).                   00820000
          FD  AFFIL3-FILE                                               00830000
              RECORDING MODE IS F.                                      00840000
          01  AFFIL3-MASTER-RECORD         PIC X(56).                   00850000
          FD  MERGED-FILE                                               00860000
              RECORDING MODE IS F.                                      00870000
          COPY LONGNAMEFILE.                                            00880000
          FD  JOURNAL-FILE                                              00890000
              RECORDING MODE IS F.                                      00900000
          COPY JRNLREC.                                                 00910000
          FD  PENDING-CHANGE-FILE                                       00920000
              RECORDING MODE IS F.                                      00930000
          COPY PENDCHG.                                                 00940000
          FD  PANVOUT-FILE                                              00950000
              RECORDING MODE IS F.                                      00960000
          COPY PANVOUT.                                                 00970000
          FD  BACKOUT-FILE                                              00980000
              RECORDING MODE IS F.                                      00990000
          COPY BKOUTREC.                                                01000000
          FD  AUDIT-TRAIL-FILE                                          01010000
              RECORDING MODE IS F.                                      01020000
          COPY AUDITREC.                                                01030000
          FD  SUSPENSE-FILE                                             01040000
              RECORDING MODE IS F.                                      01050000
          COPY SUSPREC.                                                 01060000
          FD  INTERFACE-FILE                                            01070000
              RECORDING MODE IS F.                                      01080000
          COPY INTRFREC.                                                01090000
          FD  ACK-FILE                                                  01100000
              RECORDING MODE IS F.                                      01110000
          COPY ACKREC.                                                  01120000
          FD  REJECT-FILE                                               01130000
              RECORDING MODE IS F.                                      01140000
          COPY REJREC.                                                  01150000
          FD  REPORT-FILE                                               01160000
              RECORDING MODE IS F.                                      01170000
          01  REPORT-LINE                  PIC X(80).                   01180000
          WORKING-STORAGE SECTION.                                      01190000
      *                                                                 01200000
      *    PANVKTR  --  END-TO-END KEY TRACE INQUIRY.  TAKES A RECORD   01210000
      *               KEY AND A BUSINESS DATE (CCYYMMDD) ON THE         01220000
      *               TRACPARM CARD AND PASSES EVERY FILE THE NIGHTLY   01230000
      *               CHAIN LEAVES BEHIND, PRINTING ONE LINE FOR EACH   01240000
      *               THING THAT HAPPENED TO THE KEY, IN THE ORDER      01250000
      *               THE CHAIN DOES IT:                                01260000
      *                 PANVMRG  -- WHICH AFFILIATE FEEDS CARRIED IT,   01270000
      *                             WHICH ONE WON THE MERGE AND         01280000
      *                             WHICH LOST A COLLISION              01290000
      *                 PANVUPD  -- APPROVED ONLINE CORRECTIONS FROM    01300000
      *                             THE PVJL JOURNAL, WITH APPROVER,    01310000
      *                             AND ANY ENTRY STILL ON PENDCHG      01320000
      *                 PANVINCL -- ITS PANVOUT FLAGS, THE FLAGMSTR     01330000
      *                             ACTION (FROM THE BACKOUT LOG),      01340000
      *                             AUDIT TRAIL TRANSITIONS, ANY        01350000
      *                             SUSPENSE SEGMENTS AND WHY, AND      01360000
      *                             THE INTERFACE EXTRACT SEGMENTS      01370000
      *                 PANVACK  -- THE DOWNSTREAM ACKNOWLEDGMENT       01380000
      *                             AND ANY REJECT REWORK ENTRY WITH    01390000
      *                             ITS RESUBMISSION COUNT              01400000
      *               THE BACKOUT LOG IS STAMPED WITH THE BUSINESS      01410000
      *               DATE AND IS MATCHED ON IT EXACTLY.  THE AUDIT     01420000
      *               TRAIL AND JOURNAL CARRY THE CLOCK DATE, AND A     01430000
      *               NIGHT'S WORK SPANS THE EVENING BEFORE ITS         01440000
      *               BUSINESS DATE, SO THEY ARE MATCHED ON THE         01450000
      *               BUSINESS DATE AND THE DAY BEFORE IT.  THE OTHER   01460000
      *               FILES CARRY NO DATE AND ARE THE COPIES LEFT BY    01470000
      *               THE LATEST NIGHT -- TRACE A NIGHT THE MORNING     01480000
      *               AFTER IT, BEFORE THE NEXT ONE RUNS.  A FILE       01490000
      *               THAT WILL NOT OPEN IS SHOWN AS NOT AVAILABLE      01500000
      *               AND THE TRACE GOES ON WITH THE REST (RC=4).       01510000
      *                                                                 01520000
           01 WS-TRACE-PARM-STATUS  PIC XX.                             01530000
              88 WS-TRACE-PARM-OK      VALUE '00'.                      01540000
           01 WS-AFFIL-STATUS       PIC XX.                             01550000
              88 WS-AFFIL-OK           VALUE '00'.                      01560000
           01 WS-MERGED-STATUS      PIC XX.                             01570000
              88 WS-MERGED-OK          VALUE '00'.                      01580000
           01 WS-JOURNAL-STATUS     PIC XX.                             01590000
              88 WS-JOURNAL-OK         VALUE '00'.                      01600000
           01 WS-PENDING-STATUS     PIC XX.                             01610000
              88 WS-PENDING-OK         VALUE '00'.                      01620000
           01 WS-PANVOUT-STATUS     PIC XX.                             01630000
              88 WS-PANVOUT-OK         VALUE '00'.                      01640000
           01 WS-BACKOUT-STATUS     PIC XX.                             01650000
              88 WS-BACKOUT-OK         VALUE '00'.                      01660000
           01 WS-AUDIT-STATUS       PIC XX.                             01670000
              88 WS-AUDIT-OK           VALUE '00'.                      01680000
           01 WS-SUSPENSE-STATUS    PIC XX.                             01690000
              88 WS-SUSPENSE-OK        VALUE '00'.                      01700000
           01 WS-INTERFACE-STATUS   PIC XX.                             01710000
              88 WS-INTERFACE-OK       VALUE '00'.                      01720000
           01 WS-ACK-STATUS         PIC XX.                             01730000
              88 WS-ACK-OK             VALUE '00'.                      01740000
           01 WS-REJECT-STATUS      PIC XX.                             01750000
              88 WS-REJECT-OK          VALUE '00'.                      01760000
           01 WS-REPORT-STATUS      PIC XX.                             01770000
      *                                                                 01780000
           01 WS-TRACE-CONTROL.                                         01790000
              05 WS-TRACE-KEY            PIC X(10).                     01800000
              05 WS-TRACE-DATE           PIC X(08).                     01810000
              05 WS-TRACE-DATE-NUM REDEFINES WS-TRACE-DATE              01820000
                                         PIC 9(08).                     01830000
              05 WS-WINDOW-FROM-NUM      PIC 9(08).                     01840000
              05 WS-WINDOW-FROM-DATE REDEFINES WS-WINDOW-FROM-NUM       01850000
                                         PIC X(08).                     01860000
      *                                                                 01870000
      *    ONE END-OF-FILE SWITCH SERVES EVERY PASS -- THE FILES ARE    01880000
      *    READ ONE AFTER ANOTHER, NEVER TWO AT ONCE.                   01890000
           01 WS-PASS-EOF-SW        PIC X VALUE 'N'.                    01900000
              88 WS-PASS-EOF           VALUE 'Y'.                       01910000
           01 WS-UNAVAILABLE-SW     PIC X VALUE 'N'.                    01920000
              88 WS-FILE-UNAVAILABLE   VALUE 'Y'.                       01930000
      *                                                                 01940000
      *    THE MERGE IS TRACED FROM THE FEEDS THEMSELVES: PANVMRG       01950000
      *    REPORTS ITS COLLISIONS BUT POSTS ONLY PER-AFFILIATE          01960000
      *    COUNTS, SO EACH FEED IS SEARCHED FOR THE KEY AND THE         01970000
      *    MERGED MASTER'S SOURCE AFFILIATE NAMES THE WINNER.           01980000
           01 WS-FEED-TABLE.                                            01990000
              05 WS-FEED-ENTRY OCCURS 3 TIMES.                          02000000
                 10 WS-FEED-FOUND-SW     PIC X.                         02010000
                    88 WS-FEED-CARRIED      VALUE 'Y'.                  02020000
                 10 WS-FEED-OPEN-SW      PIC X.                         02030000
                    88 WS-FEED-MISSING      VALUE 'N'.                  02040000
                 10 WS-FEED-FLAGS        PIC X(06).                     02050000
           01 WS-FEED-IDX           PIC 9(01).                          02060000
           01 WS-FEED-RECORD        PIC X(56).                          02070000
           01 WS-MERGED-FOUND-SW    PIC X VALUE 'N'.                    02080000
              88 WS-MERGED-FOUND       VALUE 'Y'.                       02090000
           01 WS-MERGED-OPEN-SW     PIC X VALUE 'Y'.                    02100000
              88 WS-MERGED-MISSING     VALUE 'N'.                       02110000
           01 WS-WINNER-AFFILIATE   PIC X(01) VALUE SPACE.              02120000
      *                                                                 02130000
           01 WS-SECTION-HIT-COUNT  PIC 9(5) VALUE ZERO.                02140000
           01 WS-REASON-TEXT        PIC X(22).                          02150000
           01 WS-SEGMENT-DISPLAY    PIC Z9.                             02160000
           01 WS-POSITION-DISPLAY   PIC ZZZZ9.                          02170000
           01 WS-RESUBMIT-DISPLAY   PIC Z9.                             02180000
      *                                                                 02190000
           01 WS-REPORT-LINES.                                          02200000
              05 WS-HEADING-LINE.                                       02210000
                 10 FILLER PIC X(20) VALUE 'PANVKTR - END-TO-END'.      02220000
                 10 FILLER PIC X(25) VALUE ' KEY TRACE'.                02230000
                 10 FILLER PIC X(35) VALUE SPACES.                      02240000
              05 WS-PARM-LINE.                                          02250000
                 10 FILLER                PIC X(04) VALUE 'KEY '.       02260000
                 10 PL-RECORD-KEY         PIC X(10).                    02270000
                 10 FILLER                PIC X(16)                     02280000
                    VALUE '  BUSINESS DATE '.                           02290000
                 10 PL-TRACE-DATE         PIC X(08).                    02300000
                 10 FILLER                PIC X(42) VALUE SPACES.       02310000
              05 WS-COLUMN-LINE.                                        02320000
                 10 FILLER                PIC X(20)                     02330000
                    VALUE 'STEP      FILE'.                             02340000
                 10 FILLER                PIC X(60)                     02350000
                    VALUE 'WHAT HAPPENED TO THE KEY'.                   02360000
              05 WS-TRACE-LINE.                                         02370000
                 10 TL-STEP-NAME          PIC X(08).                    02380000
                 10 FILLER                PIC X(02) VALUE SPACES.       02390000
                 10 TL-FILE-NAME          PIC X(08).                    02400000
                 10 FILLER                PIC X(02) VALUE SPACES.       02410000
                 10 TL-TRACE-TEXT         PIC X(60).                    02420000
              05 WS-BLANK-LINE     PIC X(80) VALUE SPACES.              02430000
      *                                                                 02440000
          PROCEDURE      DIVISION.                                      02450000
          0000-MAIN-CONTROL.                                            02460000
              PERFORM 1000-INITIALIZE                                   02470000
              PERFORM 2000-TRACE-MERGE                                  02480000
              PERFORM 3000-TRACE-CORRECTIONS                            02490000
              PERFORM 4000-TRACE-CONVERSION                             02500000
              PERFORM 5000-TRACE-DOWNSTREAM                             02510000
              PERFORM 9000-TERMINATE                                    02520000
              GOBACK.                                                   02530000
      *                                                                 02540000
          1000-INITIALIZE.                                              02550000
              OPEN INPUT TRACE-PARM-FILE                                02560000
              IF NOT WS-TRACE-PARM-OK                                   02570000
                  DISPLAY 'PANVKTR: TRACPARM OPEN FAILED, STATUS='      02580000
                          WS-TRACE-PARM-STATUS                          02590000
                  MOVE 16 TO RETURN-CODE                                02600000
                  GOBACK                                                02610000
              END-IF                                                    02620000
              READ TRACE-PARM-FILE                                      02630000
                  AT END                                                02640000
                      CLOSE TRACE-PARM-FILE                             02650000
                      DISPLAY 'PANVKTR: TRACPARM IS EMPTY'              02660000
                      MOVE 16 TO RETURN-CODE                            02670000
                      GOBACK                                            02680000
              END-READ                                                  02690000
              IF TP-RECORD-KEY = SPACES OR                              02700000
                 TP-TRACE-DATE NOT NUMERIC                              02710000
                  CLOSE TRACE-PARM-FILE                                 02720000
                  DISPLAY 'PANVKTR: INVALID TRACPARM CARD -- KEY '''    02730000
                          TP-RECORD-KEY ''' DATE ''' TP-TRACE-DATE      02740000
                          ''''                                          02750000
                  MOVE 16 TO RETURN-CODE                                02760000
                  GOBACK                                                02770000
              END-IF                                                    02780000
              MOVE TP-RECORD-KEY TO WS-TRACE-KEY                        02790000
              MOVE TP-TRACE-DATE TO WS-TRACE-DATE                       02800000
              CLOSE TRACE-PARM-FILE                                     02810000
              COMPUTE WS-WINDOW-FROM-NUM =                              02820000
                  FUNCTION DATE-OF-INTEGER(                             02830000
                      FUNCTION INTEGER-OF-DATE(                         02840000
                          WS-TRACE-DATE-NUM) - 1)                       02850000
              OPEN OUTPUT REPORT-FILE                                   02860000
              MOVE WS-HEADING-LINE TO REPORT-LINE                       02870000
              WRITE REPORT-LINE                                         02880000
              MOVE WS-TRACE-KEY TO PL-RECORD-KEY                        02890000
              MOVE WS-TRACE-DATE TO PL-TRACE-DATE                       02900000
              MOVE WS-PARM-LINE TO REPORT-LINE                          02910000
              WRITE REPORT-LINE                                         02920000
              MOVE WS-BLANK-LINE TO REPORT-LINE                         02930000
              WRITE REPORT-LINE                                         02940000
              MOVE WS-COLUMN-LINE TO REPORT-LINE                        02950000
              WRITE REPORT-LINE.                                        02960000
      *                                                                 02970000
      *    PANVMRG.  ONE LINE PER FEED THAT CARRIED THE KEY, THEN THE   02980000
      *    MERGE OUTCOME: THE FEED THE MERGED MASTER NAMES KEPT IT,     02990000
      *    EVERY OTHER FEED THAT CARRIED IT LOST A COLLISION.           03000000
          2000-TRACE-MERGE.                                             03010000
              MOVE 'PANVMRG' TO TL-STEP-NAME                            03020000
              PERFORM VARYING WS-FEED-IDX FROM 1 BY 1                   03030000
                      UNTIL WS-FEED-IDX > 3                             03040000
                  MOVE 'N' TO WS-FEED-FOUND-SW(WS-FEED-IDX)             03050000
                  MOVE 'Y' TO WS-FEED-OPEN-SW(WS-FEED-IDX)              03060000
                  MOVE SPACES TO WS-FEED-FLAGS(WS-FEED-IDX)             03070000
                  PERFORM 2100-SCAN-FEED                                03080000
              END-PERFORM                                               03090000
              PERFORM 2200-SCAN-MERGED-MASTER                           03100000
              PERFORM VARYING WS-FEED-IDX FROM 1 BY 1                   03110000
                      UNTIL WS-FEED-IDX > 3                             03120000
                  PERFORM 2300-PRINT-FEED-LINE                          03130000
              END-PERFORM                                               03140000
              MOVE 'MERGED' TO TL-FILE-NAME                             03150000
              EVALUATE TRUE                                             03160000
                  WHEN WS-MERGED-MISSING                                03170000
                      MOVE 'FILE NOT AVAILABLE' TO TL-TRACE-TEXT        03180000
                  WHEN WS-MERGED-FOUND                                  03190000
                      MOVE SPACES TO TL-TRACE-TEXT                      03200000
                      STRING 'ON MERGED MASTER FROM AFFILIATE '         03210000
                             WS-WINNER-AFFILIATE                        03220000
                          DELIMITED BY SIZE                             03230000
                          INTO TL-TRACE-TEXT                            03240000
                      END-STRING                                        03250000
                  WHEN OTHER                                            03260000
                      MOVE 'NOT ON MERGED MASTER' TO TL-TRACE-TEXT      03270000
              END-EVALUATE                                              03280000
              PERFORM 8000-WRITE-TRACE-LINE.                            03290000
      *                                                                 03300000
          2100-SCAN-FEED.                                               03310000
              MOVE 'N' TO WS-PASS-EOF-SW                                03320000
              EVALUATE WS-FEED-IDX                                      03330000
                  WHEN 1                                                03340000
                      OPEN INPUT AFFIL1-FILE                            03350000
                  WHEN 2                                                03360000
                      OPEN INPUT AFFIL2-FILE                            03370000
                  WHEN 3                                                03380000
                      OPEN INPUT AFFIL3-FILE                            03390000
              END-EVALUATE                                              03400000
              IF NOT WS-AFFIL-OK                                        03410000
                  MOVE 'N' TO WS-FEED-OPEN-SW(WS-FEED-IDX)              03420000
                  SET WS-PASS-EOF TO TRUE                               03430000
              END-IF                                                    03440000
              PERFORM UNTIL WS-PASS-EOF                                 03450000
                  EVALUATE WS-FEED-IDX                                  03460000
                      WHEN 1                                            03470000
                          READ AFFIL1-FILE INTO WS-FEED-RECORD          03480000
                              AT END                                    03490000
                                  SET WS-PASS-EOF TO TRUE               03500000
                          END-READ                                      03510000
                      WHEN 2                                            03520000
                          READ AFFIL2-FILE INTO WS-FEED-RECORD          03530000
                              AT END                                    03540000
                                  SET WS-PASS-EOF TO TRUE               03550000
                          END-READ                                      03560000
                      WHEN 3                                            03570000
                          READ AFFIL3-FILE INTO WS-FEED-RECORD          03580000
                              AT END                                    03590000
                                  SET WS-PASS-EOF TO TRUE               03600000
                          END-READ                                      03610000
                  END-EVALUATE                                          03620000
                  IF NOT WS-PASS-EOF AND                                03630000
                     WS-FEED-RECORD(1:10) = WS-TRACE-KEY                03640000
                      SET WS-FEED-CARRIED(WS-FEED-IDX) TO TRUE          03650000
                      MOVE WS-FEED-RECORD(11:6)                         03660000
                          TO WS-FEED-FLAGS(WS-FEED-IDX)                 03670000
                  END-IF                                                03680000
              END-PERFORM                                               03690000
              IF NOT WS-FEED-MISSING(WS-FEED-IDX)                       03700000
                  EVALUATE WS-FEED-IDX                                  03710000
                      WHEN 1                                            03720000
                          CLOSE AFFIL1-FILE                             03730000
                      WHEN 2                                            03740000
                          CLOSE AFFIL2-FILE                             03750000
                      WHEN 3                                            03760000
                          CLOSE AFFIL3-FILE                             03770000
                  END-EVALUATE                                          03780000
              END-IF.                                                   03790000
      *                                                                 03800000
          2200-SCAN-MERGED-MASTER.                                      03810000
              MOVE 'N' TO WS-PASS-EOF-SW                                03820000
              OPEN INPUT MERGED-FILE                                    03830000
              IF NOT WS-MERGED-OK                                       03840000
                  MOVE 'N' TO WS-MERGED-OPEN-SW                         03850000
                  SET WS-FILE-UNAVAILABLE TO TRUE                       03860000
                  SET WS-PASS-EOF TO TRUE                               03870000
              END-IF                                                    03880000
              PERFORM UNTIL WS-PASS-EOF                                 03890000
                  READ MERGED-FILE                                      03900000
                      AT END                                            03910000
                          SET WS-PASS-EOF TO TRUE                       03920000
                      NOT AT END                                        03930000
                          IF LONGNAMEFILE-RECORD-KEY = WS-TRACE-KEY     03940000
                              SET WS-MERGED-FOUND TO TRUE               03950000
                              MOVE LONGNAMEFILE-SOURCE-AFFILIATE        03960000
                                  TO WS-WINNER-AFFILIATE                03970000
                          END-IF                                        03980000
                  END-READ                                              03990000
              END-PERFORM                                               04000000
              IF NOT WS-MERGED-MISSING                                  04010000
                  CLOSE MERGED-FILE                                     04020000
              END-IF.                                                   04030000
      *                                                                 04040000
          2300-PRINT-FEED-LINE.                                         04050000
              MOVE SPACES TO TL-FILE-NAME                               04060000
              STRING 'AFFIL' WS-FEED-IDX                                04070000
                  DELIMITED BY SIZE                                     04080000
                  INTO TL-FILE-NAME                                     04090000
              END-STRING                                                04100000
              MOVE SPACES TO TL-TRACE-TEXT                              04110000
              EVALUATE TRUE                                             04120000
                  WHEN WS-FEED-MISSING(WS-FEED-IDX)                     04130000
                      SET WS-FILE-UNAVAILABLE TO TRUE                   04140000
                      MOVE 'FILE NOT AVAILABLE' TO TL-TRACE-TEXT        04150000
                  WHEN NOT WS-FEED-CARRIED(WS-FEED-IDX)                 04160000
                      MOVE 'KEY NOT ON THIS FEED' TO TL-TRACE-TEXT      04170000
                  WHEN WS-MERGED-FOUND AND                              04180000
                       WS-WINNER-AFFILIATE = WS-FEED-IDX                04190000
                      STRING 'ARRIVED  ABCD='                           04200000
                             WS-FEED-FLAGS(WS-FEED-IDX)(1:4)            04210000
                             ' HI=' WS-FEED-FLAGS(WS-FEED-IDX)(5:2)     04220000
                             '  KEPT BY MERGE'                          04230000
                          DELIMITED BY SIZE                             04240000
                          INTO TL-TRACE-TEXT                            04250000
                      END-STRING                                        04260000
                  WHEN WS-MERGED-FOUND                                  04270000
                      STRING 'ARRIVED  ABCD='                           04280000
                             WS-FEED-FLAGS(WS-FEED-IDX)(1:4)            04290000
                             ' HI=' WS-FEED-FLAGS(WS-FEED-IDX)(5:2)     04300000
                             '  LOST COLLISION TO AFFIL'                04310000
                             WS-WINNER-AFFILIATE                        04320000
                          DELIMITED BY SIZE                             04330000
                          INTO TL-TRACE-TEXT                            04340000
                      END-STRING                                        04350000
                  WHEN OTHER                                            04360000
                      STRING 'ARRIVED  ABCD='                           04370000
                             WS-FEED-FLAGS(WS-FEED-IDX)(1:4)            04380000
                             ' HI=' WS-FEED-FLAGS(WS-FEED-IDX)(5:2)     04390000
                          DELIMITED BY SIZE                             04400000
                          INTO TL-TRACE-TEXT                            04410000
                      END-STRING                                        04420000
              END-EVALUATE                                              04430000
              PERFORM 8000-WRITE-TRACE-LINE.                            04440000
      *                                                                 04450000
      *    PANVUPD.  THE UPDATE TRANSACTIONS IT APPLIED ARE EMPTIED     04460000
      *    AT THE END OF THE NIGHT, SO THE CORRECTIONS ARE TRACED       04470000
      *    FROM THE PVJL JOURNAL, WHICH HOLDS EVERY APPROVED            04480000
      *    CORRECTION WITH ITS APPROVER, DATED WITH THE DECISION.       04490000
      *    PENDCHG ENTRIES STILL ON FILE FOR THE KEY (THE CURRENT       04500000
      *    DAY'S, AWAITING THE NEXT NIGHT) ARE SHOWN AFTER THEM.        04510000
          3000-TRACE-CORRECTIONS.                                       04520000
              MOVE 'PANVUPD' TO TL-STEP-NAME                            04530000
              MOVE 'PVJL' TO TL-FILE-NAME                               04540000
              MOVE ZERO TO WS-SECTION-HIT-COUNT                         04550000
              MOVE 'N' TO WS-PASS-EOF-SW                                04560000
              OPEN INPUT JOURNAL-FILE                                   04570000
              IF NOT WS-JOURNAL-OK                                      04580000
                  PERFORM 8100-FILE-NOT-AVAILABLE                       04590000
              ELSE                                                      04600000
                  PERFORM UNTIL WS-PASS-EOF                             04610000
                      READ JOURNAL-FILE                                 04620000
                          AT END                                        04630000
                              SET WS-PASS-EOF TO TRUE                   04640000
                          NOT AT END                                    04650000
                              IF JR-RECORD-KEY = WS-TRACE-KEY AND       04660000
                                 JR-UPDATE-DATE >= WS-WINDOW-FROM-DATE  04670000
                                 AND JR-UPDATE-DATE <= WS-TRACE-DATE    04680000
                                  PERFORM 3100-PRINT-CORRECTION         04690000
                              END-IF                                    04700000
                      END-READ                                          04710000
                  END-PERFORM                                           04720000
                  CLOSE JOURNAL-FILE                                    04730000
                  IF WS-SECTION-HIT-COUNT = ZERO                        04740000
                      MOVE 'NO APPROVED CORRECTION' TO TL-TRACE-TEXT    04750000
                      PERFORM 8000-WRITE-TRACE-LINE                     04760000
                  END-IF                                                04770000
              END-IF                                                    04780000
              PERFORM 3200-TRACE-PENDING-CHANGES.                       04790000
      *                                                                 04800000
          3100-PRINT-CORRECTION.                                        04810000
              ADD 1 TO WS-SECTION-HIT-COUNT                             04820000
              MOVE SPACES TO TL-TRACE-TEXT                              04830000
              STRING 'CORRECTED ABCD=' JR-OLD-FLAG-VALUES               04840000
                     ' TO ' JR-NEW-FLAG-VALUES                          04850000
                     ' APPROVED BY ' JR-OPERATOR-ID                     04860000
                     ' ' JR-UPDATE-DATE                                 04870000
                  DELIMITED BY SIZE                                     04880000
                  INTO TL-TRACE-TEXT                                    04890000
              END-STRING                                                04900000
              PERFORM 8000-WRITE-TRACE-LINE.                            04910000
      *                                                                 04920000
          3200-TRACE-PENDING-CHANGES.                                   04930000
              MOVE 'PENDCHG' TO TL-FILE-NAME                            04940000
              MOVE ZERO TO WS-SECTION-HIT-COUNT                         04950000
              MOVE 'N' TO WS-PASS-EOF-SW                                04960000
              OPEN INPUT PENDING-CHANGE-FILE                            04970000
              IF NOT WS-PENDING-OK                                      04980000
                  PERFORM 8100-FILE-NOT-AVAILABLE                       04990000
              ELSE                                                      05000000
                  MOVE LOW-VALUES TO PC-PENDING-KEY                     05010000
                  MOVE WS-TRACE-KEY TO PC-RECORD-KEY                    05020000
                  START PENDING-CHANGE-FILE                             05030000
                      KEY IS NOT LESS THAN PC-PENDING-KEY               05040000
                      INVALID KEY                                       05050000
                          SET WS-PASS-EOF TO TRUE                       05060000
                  END-START                                             05070000
                  PERFORM UNTIL WS-PASS-EOF                             05080000
                      READ PENDING-CHANGE-FILE NEXT RECORD              05090000
                          AT END                                        05100000
                              SET WS-PASS-EOF TO TRUE                   05110000
                          NOT AT END                                    05120000
                              IF PC-RECORD-KEY = WS-TRACE-KEY           05130000
                                  PERFORM 3300-PRINT-PENDING-ENTRY      05140000
                              ELSE                                      05150000
                                  SET WS-PASS-EOF TO TRUE               05160000
                              END-IF                                    05170000
                      END-READ                                          05180000
                  END-PERFORM                                           05190000
                  CLOSE PENDING-CHANGE-FILE                             05200000
                  IF WS-SECTION-HIT-COUNT = ZERO                        05210000
                      MOVE 'NO ENTRY ON FILE' TO TL-TRACE-TEXT          05220000
                      PERFORM 8000-WRITE-TRACE-LINE                     05230000
                  END-IF                                                05240000
              END-IF.                                                   05250000
      *                                                                 05260000
          3300-PRINT-PENDING-ENTRY.                                     05270000
              ADD 1 TO WS-SECTION-HIT-COUNT                             05280000
              MOVE SPACES TO TL-TRACE-TEXT                              05290000
              EVALUATE TRUE                                             05300000
                  WHEN PC-STATUS-APPROVED                               05310000
                      STRING 'ABCD=' PC-NEW-FLAG-VALUES                 05320000
                             ' BY ' PC-OPERATOR-ID                      05330000
                             ' APPROVED BY ' PC-APPROVER-ID             05340000
                             ' ' PC-DECISION-DATE                       05350000
                          DELIMITED BY SIZE                             05360000
                          INTO TL-TRACE-TEXT                            05370000
                      END-STRING                                        05380000
                  WHEN PC-STATUS-REJECTED                               05390000
                      STRING 'ABCD=' PC-NEW-FLAG-VALUES                 05400000
                             ' BY ' PC-OPERATOR-ID                      05410000
                             ' REJECTED BY ' PC-APPROVER-ID             05420000
                             ' ' PC-DECISION-DATE                       05430000
                          DELIMITED BY SIZE                             05440000
                          INTO TL-TRACE-TEXT                            05450000
                      END-STRING                                        05460000
                  WHEN OTHER                                            05470000
                      STRING 'ABCD=' PC-NEW-FLAG-VALUES                 05480000
                             ' BY ' PC-OPERATOR-ID                      05490000
                             ' ' PC-ENTRY-DATE                          05500000
                             ' AWAITING APPROVAL'                       05510000
                          DELIMITED BY SIZE                             05520000
                          INTO TL-TRACE-TEXT                            05530000
                      END-STRING                                        05540000
              END-EVALUATE                                              05550000
              PERFORM 8000-WRITE-TRACE-LINE.                            05560000
      *                                                                 05570000
      *    PANVINCL.  THE PANVOUT FLAGS, THE FLAGMSTR ACTION THE        05580000
      *    BACKOUT LOG RECORDED FOR THE BUSINESS DATE, THE AUDITED      05590000
      *    FLAG TRANSITIONS, AND WHETHER THE KEY WENT TO SUSPENSE       05600000
      *    OR OUT ON THE INTERFACE EXTRACT.                             05610000
          4000-TRACE-CONVERSION.                                        05620000
              MOVE 'PANVINCL' TO TL-STEP-NAME                           05630000
              PERFORM 4100-TRACE-PANVOUT                                05640000
              PERFORM 4200-TRACE-FLAGMSTR-ACTION                        05650000
              PERFORM 4300-TRACE-AUDIT-TRAIL                            05660000
              PERFORM 4400-TRACE-SUSPENSE                               05670000
              PERFORM 4500-TRACE-INTERFACE.                             05680000
      *                                                                 05690000
          4100-TRACE-PANVOUT.                                           05700000
              MOVE 'PANVOUT' TO TL-FILE-NAME                            05710000
              MOVE ZERO TO WS-SECTION-HIT-COUNT                         05720000
              MOVE 'N' TO WS-PASS-EOF-SW                                05730000
              OPEN INPUT PANVOUT-FILE                                   05740000
              IF NOT WS-PANVOUT-OK                                      05750000
                  PERFORM 8100-FILE-NOT-AVAILABLE                       05760000
              ELSE                                                      05770000
                  PERFORM UNTIL WS-PASS-EOF                             05780000
                      READ PANVOUT-FILE                                 05790000
                          AT END                                        05800000
                              SET WS-PASS-EOF TO TRUE                   05810000
                          NOT AT END                                    05820000
                              IF PV-RECORD-KEY = WS-TRACE-KEY           05830000
                                  ADD 1 TO WS-SECTION-HIT-COUNT         05840000
                                  MOVE SPACES TO TL-TRACE-TEXT          05850000
                                  STRING 'FLAGS ABCD=' PV-FLAG-COMBO    05860000
                                         ' HI=' PV-FELDH PV-FELDI       05870000
                                         '  AFFILIATE '                 05880000
                                         PV-SOURCE-AFFILIATE            05890000
                                      DELIMITED BY SIZE                 05900000
                                      INTO TL-TRACE-TEXT                05910000
                                  END-STRING                            05920000
                                  PERFORM 8000-WRITE-TRACE-LINE         05930000
                              END-IF                                    05940000
                      END-READ                                          05950000
                  END-PERFORM                                           05960000
                  CLOSE PANVOUT-FILE                                    05970000
                  IF WS-SECTION-HIT-COUNT = ZERO                        05980000
                      MOVE 'KEY NOT WRITTEN' TO TL-TRACE-TEXT           05990000
                      PERFORM 8000-WRITE-TRACE-LINE                     06000000
                  END-IF                                                06010000
              END-IF.                                                   06020000
      *                                                                 06030000
          4200-TRACE-FLAGMSTR-ACTION.                                   06040000
              MOVE 'FLAGMSTR' TO TL-FILE-NAME                           06050000
              MOVE ZERO TO WS-SECTION-HIT-COUNT                         06060000
              MOVE 'N' TO WS-PASS-EOF-SW                                06070000
              OPEN INPUT BACKOUT-FILE                                   06080000
              IF NOT WS-BACKOUT-OK                                      06090000
                  PERFORM 8100-FILE-NOT-AVAILABLE                       06100000
              ELSE                                                      06110000
                  PERFORM UNTIL WS-PASS-EOF                             06120000
                      READ BACKOUT-FILE                                 06130000
                          AT END                                        06140000
                              SET WS-PASS-EOF TO TRUE                   06150000
                          NOT AT END                                    06160000
                              IF BK-RECORD-KEY = WS-TRACE-KEY AND       06170000
                                 BK-FLAGMSTR-IMAGE AND                  06180000
                                 BK-RUN-DATE = WS-TRACE-DATE            06190000
                                  PERFORM 4210-PRINT-FLAGMSTR-ACTION    06200000
                              END-IF                                    06210000
                      END-READ                                          06220000
                  END-PERFORM                                           06230000
                  CLOSE BACKOUT-FILE                                    06240000
                  IF WS-SECTION-HIT-COUNT = ZERO                        06250000
                      MOVE 'NO FLAGMSTR CHANGE' TO TL-TRACE-TEXT        06260000
                      PERFORM 8000-WRITE-TRACE-LINE                     06270000
                  END-IF                                                06280000
              END-IF.                                                   06290000
      *                                                                 06300000
          4210-PRINT-FLAGMSTR-ACTION.                                   06310000
              ADD 1 TO WS-SECTION-HIT-COUNT                             06320000
              MOVE SPACES TO TL-TRACE-TEXT                              06330000
              EVALUATE TRUE                                             06340000
                  WHEN BK-ACTION-ADD                                    06350000
                      STRING 'ADDED    ABCD=' BK-AFTER-FLAGS(1:4)       06360000
                             '  AFFILIATE ' BK-AFTER-AFFILIATE          06370000
                          DELIMITED BY SIZE                             06380000
                          INTO TL-TRACE-TEXT                            06390000
                      END-STRING                                        06400000
                  WHEN BK-ACTION-CHANGE                                 06410000
                      STRING 'CHANGED  ABCD=' BK-BEFORE-FLAGS(1:4)      06420000
                             ' TO ' BK-AFTER-FLAGS(1:4)                 06430000
                             '  AFFILIATE ' BK-AFTER-AFFILIATE          06440000
                          DELIMITED BY SIZE                             06450000
                          INTO TL-TRACE-TEXT                            06460000
                      END-STRING                                        06470000
                  WHEN BK-ACTION-DELETE                                 06480000
                      STRING 'DELETED  ABCD=' BK-BEFORE-FLAGS(1:4)      06490000
                             '  AFFILIATE ' BK-BEFORE-AFFILIATE         06500000
                          DELIMITED BY SIZE                             06510000
                          INTO TL-TRACE-TEXT                            06520000
                      END-STRING                                        06530000
                  WHEN OTHER                                            06540000
                      STRING 'UNKNOWN ACTION ' BK-ACTION-CODE           06550000
                          DELIMITED BY SIZE                             06560000
                          INTO TL-TRACE-TEXT                            06570000
                      END-STRING                                        06580000
              END-EVALUATE                                              06590000
              PERFORM 8000-WRITE-TRACE-LINE.                            06600000
      *                                                                 06610000
          4300-TRACE-AUDIT-TRAIL.                                       06620000
              MOVE 'AUDITTRL' TO TL-FILE-NAME                           06630000
              MOVE ZERO TO WS-SECTION-HIT-COUNT                         06640000
              MOVE 'N' TO WS-PASS-EOF-SW                                06650000
              OPEN INPUT AUDIT-TRAIL-FILE                               06660000
              IF NOT WS-AUDIT-OK                                        06670000
                  PERFORM 8100-FILE-NOT-AVAILABLE                       06680000
              ELSE                                                      06690000
                  PERFORM UNTIL WS-PASS-EOF                             06700000
                      READ AUDIT-TRAIL-FILE                             06710000
                          AT END                                        06720000
                              SET WS-PASS-EOF TO TRUE                   06730000
                          NOT AT END                                    06740000
                              IF AT-RECORD-KEY = WS-TRACE-KEY AND       06750000
                                 AT-TIMESTAMP(1:8) >=                   06760000
                                     WS-WINDOW-FROM-DATE AND            06770000
                                 AT-TIMESTAMP(1:8) <= WS-TRACE-DATE     06780000
                                  ADD 1 TO WS-SECTION-HIT-COUNT         06790000
                                  MOVE SPACES TO TL-TRACE-TEXT          06800000
                                  STRING AT-FIELD-NAME ' '              06810000
                                         AT-OLD-VALUE ' TO '            06820000
                                         AT-NEW-VALUE '  AT '           06830000
                                         AT-TIMESTAMP(1:14)             06840000
                                      DELIMITED BY SIZE                 06850000
                                      INTO TL-TRACE-TEXT                06860000
                                  END-STRING                            06870000
                                  PERFORM 8000-WRITE-TRACE-LINE         06880000
                              END-IF                                    06890000
                      END-READ                                          06900000
                  END-PERFORM                                           06910000
                  CLOSE AUDIT-TRAIL-FILE                                06920000
                  IF WS-SECTION-HIT-COUNT = ZERO                        06930000
                      MOVE 'NO AUDITED TRANSITION' TO TL-TRACE-TEXT     06940000
                      PERFORM 8000-WRITE-TRACE-LINE                     06950000
                  END-IF                                                06960000
              END-IF.                                                   06970000
      *                                                                 06980000
          4400-TRACE-SUSPENSE.                                          06990000
              MOVE 'SUSPENSE' TO TL-FILE-NAME                           07000000
              MOVE ZERO TO WS-SECTION-HIT-COUNT                         07010000
              MOVE 'N' TO WS-PASS-EOF-SW                                07020000
              OPEN INPUT SUSPENSE-FILE                                  07030000
              IF NOT WS-SUSPENSE-OK                                     07040000
                  PERFORM 8100-FILE-NOT-AVAILABLE                       07050000
              ELSE                                                      07060000
                  PERFORM UNTIL WS-PASS-EOF                             07070000
                      READ SUSPENSE-FILE                                07080000
                          AT END                                        07090000
                              SET WS-PASS-EOF TO TRUE                   07100000
                          NOT AT END                                    07110000
                              IF SU-RECORD-KEY = WS-TRACE-KEY           07120000
                                  PERFORM 4410-PRINT-SUSPENSE-ENTRY     07130000
                              END-IF                                    07140000
                      END-READ                                          07150000
                  END-PERFORM                                           07160000
                  CLOSE SUSPENSE-FILE                                   07170000
                  IF WS-SECTION-HIT-COUNT = ZERO                        07180000
                      MOVE 'NOT SUSPENDED' TO TL-TRACE-TEXT             07190000
                      PERFORM 8000-WRITE-TRACE-LINE                     07200000
                  END-IF                                                07210000
              END-IF.                                                   07220000
      *                                                                 07230000
          4410-PRINT-SUSPENSE-ENTRY.                                    07240000
              ADD 1 TO WS-SECTION-HIT-COUNT                             07250000
              EVALUATE TRUE                                             07260000
                  WHEN SU-REASON-LONE-CONTINUATION                      07270000
                      MOVE 'LONE CONTINUATION BYTE' TO WS-REASON-TEXT   07280000
                  WHEN SU-REASON-TRUNCATED-SEQUENCE                     07290000
                      MOVE 'TRUNCATED SEQUENCE' TO WS-REASON-TEXT       07300000
                  WHEN SU-REASON-OVERLONG-LEAD                          07310000
                      MOVE 'OVERLONG LEAD BYTE' TO WS-REASON-TEXT       07320000
                  WHEN SU-REASON-BAD-LEAD-BYTE                          07330000
                      MOVE 'INVALID LEAD BYTE' TO WS-REASON-TEXT        07340000
                  WHEN SU-REASON-UNPAIRED-SO                            07350000
                      MOVE 'UNPAIRED SHIFT-OUT' TO WS-REASON-TEXT       07360000
                  WHEN SU-REASON-UNEXPECTED-SI                          07370000
                      MOVE 'UNEXPECTED SHIFT-IN' TO WS-REASON-TEXT      07380000
                  WHEN SU-REASON-ODD-DBCS-RUN                           07390000
                      MOVE 'ODD-LENGTH DBCS RUN' TO WS-REASON-TEXT      07400000
                  WHEN OTHER                                            07410000
                      MOVE SPACES TO WS-REASON-TEXT                     07420000
                      STRING 'REASON ' SU-REASON-CODE                   07430000
                          DELIMITED BY SIZE                             07440000
                          INTO WS-REASON-TEXT                           07450000
                      END-STRING                                        07460000
              END-EVALUATE                                              07470000
              MOVE SU-SEGMENT-SEQUENCE TO WS-SEGMENT-DISPLAY            07480000
              MOVE SU-BYTE-POSITION TO WS-POSITION-DISPLAY              07490000
              MOVE SPACES TO TL-TRACE-TEXT                              07500000
              STRING 'SUSPENDED TAG ' SU-ENCODING-TAG                   07510000
                     ' SEG ' WS-SEGMENT-DISPLAY                         07520000
                     ' BYTE ' WS-POSITION-DISPLAY                       07530000
                     ' ' WS-REASON-TEXT                                 07540000
                  DELIMITED BY SIZE                                     07550000
                  INTO TL-TRACE-TEXT                                    07560000
              END-STRING                                                07570000
              PERFORM 8000-WRITE-TRACE-LINE.                            07580000
      *                                                                 07590000
          4500-TRACE-INTERFACE.                                         07600000
              MOVE 'INTRFACE' TO TL-FILE-NAME                           07610000
              MOVE ZERO TO WS-SECTION-HIT-COUNT                         07620000
              MOVE 'N' TO WS-PASS-EOF-SW                                07630000
              OPEN INPUT INTERFACE-FILE                                 07640000
              IF NOT WS-INTERFACE-OK                                    07650000
                  PERFORM 8100-FILE-NOT-AVAILABLE                       07660000
              ELSE                                                      07670000
                  PERFORM UNTIL WS-PASS-EOF                             07680000
                      READ INTERFACE-FILE                               07690000
                          AT END                                        07700000
                              SET WS-PASS-EOF TO TRUE                   07710000
                          NOT AT END                                    07720000
                              IF IF-DET-ID = 'DET ' AND                 07730000
                                 IF-DET-RECORD-KEY = WS-TRACE-KEY       07740000
                                  ADD 1 TO WS-SECTION-HIT-COUNT         07750000
                                  MOVE IF-DET-SEGMENT-SEQUENCE          07760000
                                      TO WS-SEGMENT-DISPLAY             07770000
                                  MOVE SPACES TO TL-TRACE-TEXT          07780000
                                  STRING 'SENT DOWNSTREAM TAG '         07790000
                                         IF-DET-ENCODING-TAG            07800000
                                         ' SEG ' WS-SEGMENT-DISPLAY     07810000
                                      DELIMITED BY SIZE                 07820000
                                      INTO TL-TRACE-TEXT                07830000
                                  END-STRING                            07840000
                                  PERFORM 8000-WRITE-TRACE-LINE         07850000
                              END-IF                                    07860000
                      END-READ                                          07870000
                  END-PERFORM                                           07880000
                  CLOSE INTERFACE-FILE                                  07890000
                  IF WS-SECTION-HIT-COUNT = ZERO                        07900000
                      MOVE 'NOT ON INTERFACE EXTRACT' TO TL-TRACE-TEXT  07910000
                      PERFORM 8000-WRITE-TRACE-LINE                     07920000
                  END-IF                                                07930000
              END-IF.                                                   07940000
      *                                                                 07950000
      *    PANVACK.  THE DOWNSTREAM SYSTEM'S ANSWER FOR THE KEY AND     07960000
      *    ANY REJECT STILL OUTSTANDING ON THE REWORK FILE.             07970000
          5000-TRACE-DOWNSTREAM.                                        07980000
              MOVE 'PANVACK' TO TL-STEP-NAME                            07990000
              PERFORM 5100-TRACE-ACKNOWLEDGMENT                         08000000
              PERFORM 5200-TRACE-REJECT-REWORK.                         08010000
      *                                                                 08020000
          5100-TRACE-ACKNOWLEDGMENT.                                    08030000
              MOVE 'ACK' TO TL-FILE-NAME                                08040000
              MOVE ZERO TO WS-SECTION-HIT-COUNT                         08050000
              MOVE 'N' TO WS-PASS-EOF-SW                                08060000
              OPEN INPUT ACK-FILE                                       08070000
              IF NOT WS-ACK-OK                                          08080000
                  PERFORM 8100-FILE-NOT-AVAILABLE                       08090000
              ELSE                                                      08100000
                  PERFORM UNTIL WS-PASS-EOF                             08110000
                      READ ACK-FILE                                     08120000
                          AT END                                        08130000
                              SET WS-PASS-EOF TO TRUE                   08140000
                          NOT AT END                                    08150000
                              IF AK-DET-ID = 'DET ' AND                 08160000
                                 AK-DET-RECORD-KEY = WS-TRACE-KEY       08170000
                                  PERFORM 5110-PRINT-ACK-ENTRY          08180000
                              END-IF                                    08190000
                      END-READ                                          08200000
                  END-PERFORM                                           08210000
                  CLOSE ACK-FILE                                        08220000
                  IF WS-SECTION-HIT-COUNT = ZERO                        08230000
                      MOVE 'NOT ACKNOWLEDGED' TO TL-TRACE-TEXT          08240000
                      PERFORM 8000-WRITE-TRACE-LINE                     08250000
                  END-IF                                                08260000
              END-IF.                                                   08270000
      *                                                                 08280000
          5110-PRINT-ACK-ENTRY.                                         08290000
              ADD 1 TO WS-SECTION-HIT-COUNT                             08300000
              MOVE SPACES TO TL-TRACE-TEXT                              08310000
              EVALUATE TRUE                                             08320000
                  WHEN AK-DET-ACCEPTED                                  08330000
                      MOVE 'ACCEPTED DOWNSTREAM' TO TL-TRACE-TEXT       08340000
                  WHEN AK-DET-REJECTED                                  08350000
                      STRING 'REJECTED DOWNSTREAM -- '                  08360000
                             AK-DET-REASON-TEXT                         08370000
                          DELIMITED BY SIZE                             08380000
                          INTO TL-TRACE-TEXT                            08390000
                      END-STRING                                        08400000
                  WHEN OTHER                                            08410000
                      STRING 'UNKNOWN ACK STATUS ' AK-DET-STATUS-CODE   08420000
                          DELIMITED BY SIZE                             08430000
                          INTO TL-TRACE-TEXT                            08440000
                      END-STRING                                        08450000
              END-EVALUATE                                              08460000
              PERFORM 8000-WRITE-TRACE-LINE.                            08470000
      *                                                                 08480000
          5200-TRACE-REJECT-REWORK.                                     08490000
              MOVE 'REJECTS' TO TL-FILE-NAME                            08500000
              MOVE ZERO TO WS-SECTION-HIT-COUNT                         08510000
              MOVE 'N' TO WS-PASS-EOF-SW                                08520000
              OPEN INPUT REJECT-FILE                                    08530000
              IF NOT WS-REJECT-OK                                       08540000
                  PERFORM 8100-FILE-NOT-AVAILABLE                       08550000
              ELSE                                                      08560000
                  PERFORM UNTIL WS-PASS-EOF                             08570000
                      READ REJECT-FILE                                  08580000
                          AT END                                        08590000
                              SET WS-PASS-EOF TO TRUE                   08600000
                          NOT AT END                                    08610000
                              IF RJ-RECORD-KEY = WS-TRACE-KEY           08620000
                                  ADD 1 TO WS-SECTION-HIT-COUNT         08630000
                                  MOVE RJ-SEGMENT-SEQUENCE              08640000
                                      TO WS-SEGMENT-DISPLAY             08650000
                                  MOVE RJ-RESUBMIT-COUNT                08660000
                                      TO WS-RESUBMIT-DISPLAY            08670000
                                  MOVE SPACES TO TL-TRACE-TEXT          08680000
                                  STRING 'SEG ' WS-SEGMENT-DISPLAY      08690000
                                         ' ' RJ-REASON-TEXT             08700000
                                         ' RESUBMITTED '                08710000
                                         WS-RESUBMIT-DISPLAY            08720000
                                         ' TIMES'                       08730000
                                      DELIMITED BY SIZE                 08740000
                                      INTO TL-TRACE-TEXT                08750000
                                  END-STRING                            08760000
                                  PERFORM 8000-WRITE-TRACE-LINE         08770000
                              END-IF                                    08780000
                      END-READ                                          08790000
                  END-PERFORM                                           08800000
                  CLOSE REJECT-FILE                                     08810000
                  IF WS-SECTION-HIT-COUNT = ZERO                        08820000
                      MOVE 'NO OUTSTANDING REJECT' TO TL-TRACE-TEXT     08830000
                      PERFORM 8000-WRITE-TRACE-LINE                     08840000
                  END-IF                                                08850000
              END-IF.                                                   08860000
      *                                                                 08870000
          8000-WRITE-TRACE-LINE.                                        08880000
              MOVE WS-TRACE-LINE TO REPORT-LINE                         08890000
              WRITE REPORT-LINE.                                        08900000
      *                                                                 08910000
          8100-FILE-NOT-AVAILABLE.                                      08920000
              SET WS-FILE-UNAVAILABLE TO TRUE                           08930000
              MOVE 'FILE NOT AVAILABLE' TO TL-TRACE-TEXT                08940000
              PERFORM 8000-WRITE-TRACE-LINE.                            08950000
      *                                                                 08960000
      *    RC=4 WHEN ANY FILE COULD NOT BE READ -- THE PAGE IS THEN     08970000
      *    AN INCOMPLETE TRACE AND SAYS WHICH PART IS MISSING.          08980000
          9000-TERMINATE.                                               08990000
              CLOSE REPORT-FILE                                         09000000
              IF WS-FILE-UNAVAILABLE                                    09010000
                  MOVE 4 TO RETURN-CODE                                 09020000
              ELSE                                                      09030000
                  MOVE 0 TO RETURN-CODE                                 09040000
              END-IF.                                                   09050000
