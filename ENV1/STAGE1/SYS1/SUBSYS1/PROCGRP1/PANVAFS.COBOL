       IDENTIFICATION DIVISION.                                         00010000
          PROGRAM-ID.    PANVAFS.                                       00020000
          ENVIRONMENT    DIVISION.                                      00030000
          INPUT-OUTPUT   SECTION.                                       00040000
          FILE-CONTROL.                                                 00050000
              SELECT STATEMENT-PARM-FILE                                00060000
                  ASSIGN TO STMTPARM                                    00070000
                  ORGANIZATION IS SEQUENTIAL                            00080000
                  FILE STATUS IS WS-STATEMENT-PARM-STATUS.              00090000
              SELECT AFFILIATE-ACTIVITY-FILE                            00100000
                  ASSIGN TO AFFLACT                                     00110000
                  ORGANIZATION IS SEQUENTIAL                            00120000
                  FILE STATUS IS WS-AFFLACT-STATUS.                     00130000
              SELECT FLAGMSTR-FILE                                      00140000
                  ASSIGN TO FLAGMSTR                                    00150000
                  ORGANIZATION IS INDEXED                               00160000
                  ACCESS MODE IS RANDOM                                 00170000
                  RECORD KEY IS FM-RECORD-KEY                           00180000
                  FILE STATUS IS WS-FLAGMSTR-STATUS.                    00190000
              SELECT REPORT-FILE                                        00200000
                  ASSIGN TO PANVAFSR                                    00210000
                  ORGANIZATION IS SEQUENTIAL                            00220000
                  FILE STATUS IS WS-REPORT-STATUS.                      00230000
              SELECT SORT-FILE                                          00240000
                  ASSIGN TO SORTWK01.                                   00250000
          DATA DIVISION.                                                00260000
          FILE SECTION.                                                 00270000
          FD  STATEMENT-PARM-FILE                                       00280000
              RECORDING MODE IS F.                                      00290000
          01  STATEMENT-PARM-RECORD.                                    00300000
              05  SP-STATEMENT-MONTH       PIC X(06).                   00310000
              05  FILLER                   PIC X(74).                   00320000
          FD  AFFILIATE-ACTIVITY-FILE                                   00330000
              RECORDING MODE IS F.                                      00340000
          COPY AFFLACT.                                                 00350000
          FD  FLAGMSTR-FILE                                             00360000
              RECORDING MODE IS F.                                      00370000
          COPY FLAGMSTR.                                                00380000
          FD  REPORT-FILE                                               00390000
              RECORDING MODE IS F.                                      00400000
          01  REPORT-LINE                  PIC X(80).                   00410000
      *                                                                 00420000
      *    THE AFFLACT RECORD UNDER SORT NAMES.  SR-POSTING-GROUP IS    00430000
      *    WHAT ONE POSTING REPLACES ON A RERUN; SR-POSTED-STAMP TELLS  00440000
      *    THE POSTINGS FOR A GROUP APART.                              00450000
          SD  SORT-FILE.                                                00460000
          01  SORT-RECORD.                                              00470000
              05  SR-POSTING-GROUP.                                     00480000
                  10  SR-BUSINESS-DATE     PIC X(08).                   00490000
                  10  SR-STEP-NAME         PIC X(08).                   00500000
                  10  SR-ACTIVITY-CODE     PIC X(01).                   00510000
                      88  SR-RECORDS-PROCESSED     VALUE 'P'.           00520000
                      88  SR-FLAGMSTR-ADDS         VALUE 'A'.           00530000
                      88  SR-FLAGMSTR-CHANGES      VALUE 'C'.           00540000
                      88  SR-FLAGMSTR-DELETES      VALUE 'D'.           00550000
                      88  SR-MERGE-COLLISIONS-LOST VALUE 'L'.           00560000
                      88  SR-ONLINE-CORRECTIONS    VALUE 'O'.           00570000
                      88  SR-RECORDS-SUSPENSED     VALUE 'S'.           00580000
                      88  SR-REJECTED-DOWNSTREAM   VALUE 'R'.           00590000
                      88  SR-BILLED-BY-KEY         VALUE 'S' 'R'.       00600000
                  10  SR-SOURCE-PASS       PIC X(01).                   00610000
              05  SR-POSTED-STAMP.                                      00620000
                  10  SR-POSTED-DATE       PIC X(08).                   00630000
                  10  SR-POSTED-TIME       PIC X(06).                   00640000
              05  SR-RECORD-TYPE           PIC X(01).                   00650000
                  88  SR-TOTAL-RECORD          VALUE 'T'.               00660000
                  88  SR-KEY-RECORD            VALUE 'K'.               00670000
              05  SR-SOURCE-AFFILIATE      PIC X(01).                   00680000
              05  SR-RECORD-KEY            PIC X(10).                   00690000
              05  SR-ACTIVITY-COUNT        PIC 9(09).                   00700000
              05  FILLER                   PIC X(27).                   00710000
          WORKING-STORAGE SECTION.                                      00720000
      *                                                                 00730000
      *    PANVAFS  --  MONTHLY AFFILIATE CHARGEBACK STATEMENT.  BILLS  00740000
      *               EACH AFFILIATE FOR THE WORK THE NIGHTLY CHAIN DID 00750000
      *               ON ITS BEHALF IN ONE CALENDAR MONTH OF BUSINESS   00760000
      *               DATES, FROM THE ACTIVITY PANVMRG, PANVUPD,        00770000
      *               PANVINCL AND PANVACK POST TO AFFLACT (SEE THE     00780000
      *               AFFLACT COPYBOOK): RECORDS PROCESSED, FLAGMSTR    00790000
      *               ADDS, CHANGES AND DELETES, MERGE COLLISIONS LOST, 00800000
      *               ONLINE CORRECTIONS APPROVED, RECORDS SUSPENSED    00810000
      *               AND RECORDS REJECTED DOWNSTREAM.                  00820000
      *                                                                 00830000
      *               THE MONTH IS COLS 1-6 (CCYYMM) OF THE STMTPARM    00840000
      *               CARD; A BLANK OR MISSING CARD BILLS THE MONTH     00850000
      *               BEFORE THE CURRENT ONE.  A BAD MONTH IS A SETUP   00860000
      *               ERROR AND ENDS THE STEP AT RC=16.                 00870000
      *                                                                 00880000
      *               WHERE A STEP WAS RERUN FOR A BUSINESS DATE ONLY   00890000
      *               ITS LATEST COMPLETE POSTING IS BILLED, AND A      00900000
      *               POSTING CUT SHORT (KEY RECORDS WITH NO TOTAL) IS  00910000
      *               NOT BILLED AT ALL -- BOTH ARE COUNTED AS IGNORED. 00920000
      *               SUSPENSE AND REJECT KEYS ARE CHARGED TO THE       00930000
      *               AFFILIATE FLAGMSTR SHOWS FOR THE KEY WHEN THE     00940000
      *               STATEMENT RUNS.  WORK NO AFFILIATE CAN BE FOUND   00950000
      *               FOR IS PRINTED AS UNATTRIBUTED, NOT SPREAD.       00960000
      *               A MONTH WITH NOTHING POSTED ENDS AT RC=4.         00970000
      *                                                                 00980000
           01 WS-STATEMENT-PARM-STATUS PIC XX.                          00990000
              88 WS-STATEMENT-PARM-OK     VALUE '00'.                   01000000
           01 WS-AFFLACT-STATUS      PIC XX.                            01010000
              88 WS-AFFLACT-OK          VALUE '00'.                     01020000
              88 WS-AFFLACT-EOF         VALUE '10'.                     01030000
           01 WS-FLAGMSTR-STATUS     PIC XX.                            01040000
              88 WS-FLAGMSTR-OK         VALUE '00'.                     01050000
              88 WS-FLAGMSTR-NO-RECORD  VALUE '23'.                     01060000
           01 WS-REPORT-STATUS       PIC XX.                            01070000
           01 WS-SORT-EOF-SW         PIC X VALUE 'N'.                   01080000
              88 WS-SORT-EOF            VALUE 'Y'.                      01090000
           01 WS-RETURN-CODE-SW      PIC X VALUE 'N'.                   01100000
              88 WS-JOB-FAILED          VALUE 'Y'.                      01110000
      *                                                                 01120000
           01 WS-STATEMENT-MONTH.                                       01130000
              05 WS-STATEMENT-CCYY      PIC 9(04).                      01140000
              05 WS-STATEMENT-MM        PIC 9(02).                      01150000
           01 WS-CURRENT-MONTH.                                         01160000
              05 WS-CURRENT-CCYY        PIC 9(04).                      01170000
              05 WS-CURRENT-MM          PIC 9(02).                      01180000
      *                                                                 01190000
      *    THE SORT BRINGS EACH POSTING GROUP TOGETHER, NEWEST POSTING  01200000
      *    FIRST AND ITS TOTALS AHEAD OF ITS KEYS, SO THE FIRST TOTAL   01210000
      *    RECORD SEEN IN A GROUP NAMES THE POSTING TO BILL.            01220000
           01 WS-BREAK-CONTROL.                                         01230000
              05 WS-LAST-POSTING-GROUP  PIC X(18) VALUE SPACES.         01240000
              05 WS-BILLED-STAMP        PIC X(14) VALUE SPACES.         01250000
      *                                                                 01260000
      *    ONE ROW PER AFFILIATE (ROW 4 IS UNATTRIBUTED WORK), ONE      01270000
      *    COLUMN PER ACTIVITY, IN THE ORDER OF WS-ACTIVITY-NAMES.      01280000
           01 WS-AFFILIATE-NAME-TABLE.                                  01290000
              05 FILLER                PIC X(30)                        01300000
                  VALUE 'AFFILIATE 1  (AFFIL1 EXTRACT)'.                01310000
              05 FILLER                PIC X(30)                        01320000
                  VALUE 'AFFILIATE 2  (AFFIL2 EXTRACT)'.                01330000
              05 FILLER                PIC X(30)                        01340000
                  VALUE 'AFFILIATE 3  (AFFIL3 EXTRACT)'.                01350000
              05 FILLER                PIC X(30)                        01360000
                  VALUE 'UNATTRIBUTED'.                                 01370000
           01 WS-AFFILIATE-NAMES REDEFINES WS-AFFILIATE-NAME-TABLE.     01380000
              05 WS-AFFILIATE-NAME     PIC X(30) OCCURS 4 TIMES.        01390000
           01 WS-ACTIVITY-NAME-TABLE.                                   01400000
              05 FILLER                PIC X(28)                        01410000
                  VALUE 'RECORDS PROCESSED'.                            01420000
              05 FILLER                PIC X(28)                        01430000
                  VALUE 'FLAGMSTR ADDS'.                                01440000
              05 FILLER                PIC X(28)                        01450000
                  VALUE 'FLAGMSTR CHANGES'.                             01460000
              05 FILLER                PIC X(28)                        01470000
                  VALUE 'FLAGMSTR DELETES'.                             01480000
              05 FILLER                PIC X(28)                        01490000
                  VALUE 'MERGE COLLISIONS LOST'.                        01500000
              05 FILLER                PIC X(28)                        01510000
                  VALUE 'ONLINE CORRECTIONS APPROVED'.                  01520000
              05 FILLER                PIC X(28)                        01530000
                  VALUE 'RECORDS SUSPENSED'.                            01540000
              05 FILLER                PIC X(28)                        01550000
                  VALUE 'REJECTED DOWNSTREAM'.                          01560000
           01 WS-ACTIVITY-NAMES REDEFINES WS-ACTIVITY-NAME-TABLE.       01570000
              05 WS-ACTIVITY-NAME      PIC X(28) OCCURS 8 TIMES.        01580000
           01 WS-STATEMENT-TABLE.                                       01590000
              05 WS-STMT-AFFILIATE OCCURS 4 TIMES.                      01600000
                 10 WS-STMT-COUNT      PIC 9(11) OCCURS 8 TIMES.        01610000
           01 WS-AFFIL-IDX             PIC 9(01).                       01620000
           01 WS-AFFIL-CODE            PIC X(01).                       01630000
           01 WS-ACTIVITY-IDX          PIC 9(01).                       01640000
      *                                                                 01650000
           01 WS-STATEMENT-COUNTS.                                      01660000
              05 WS-ACTIVITY-READ-COUNT   PIC 9(9) VALUE ZERO.          01670000
              05 WS-MONTH-RECORD-COUNT    PIC 9(9) VALUE ZERO.          01680000
              05 WS-BILLED-RECORD-COUNT   PIC 9(9) VALUE ZERO.          01690000
              05 WS-IGNORED-RECORD-COUNT  PIC 9(9) VALUE ZERO.          01700000
              05 WS-KEY-LOOKUP-COUNT      PIC 9(9) VALUE ZERO.          01710000
              05 WS-KEY-NOT-FOUND-COUNT   PIC 9(9) VALUE ZERO.          01720000
      *                                                                 01730000
           01 WS-REPORT-LINES.                                          01740000
              05 WS-HEADING-LINE.                                       01750000
                 10 FILLER PIC X(20) VALUE 'PANVAFS - AFFILIATE '.      01760000
                 10 FILLER PIC X(25) VALUE 'CHARGEBACK STATEMENT'.      01770000
                 10 FILLER PIC X(35) VALUE SPACES.                      01780000
              05 WS-MONTH-LINE.                                         01790000
                 10 FILLER          PIC X(16) VALUE 'STATEMENT MONTH '. 01800000
                 10 ML-STATEMENT-CCYY PIC 9(04).                        01810000
                 10 FILLER          PIC X(01) VALUE '-'.                01820000
                 10 ML-STATEMENT-MM PIC 9(02).                          01830000
                 10 FILLER          PIC X(57) VALUE SPACES.             01840000
              05 WS-AFFILIATE-LINE.                                     01850000
                 10 AL-AFFILIATE-NAME     PIC X(30).                    01860000
                 10 FILLER                PIC X(50) VALUE SPACES.       01870000
              05 WS-ACTIVITY-LINE.                                      01880000
                 10 FILLER                PIC X(04) VALUE SPACES.       01890000
                 10 TL-ACTIVITY-NAME      PIC X(28).                    01900000
                 10 TL-ACTIVITY-COUNT     PIC ZZ,ZZZ,ZZZ,ZZ9.           01910000
                 10 FILLER                PIC X(34) VALUE SPACES.       01920000
              05 WS-NO-ACTIVITY-LINE.                                   01930000
                 10 FILLER PIC X(40)                                    01940000
                    VALUE 'NO AFFILIATE ACTIVITY POSTED FOR THE MON'.   01950000
                 10 FILLER PIC X(40) VALUE 'TH'.                        01960000
              05 WS-COUNT-LINE.                                         01970000
                 10 CL-COUNT-LABEL        PIC X(28).                    01980000
                 10 CL-COUNT-VALUE        PIC ZZZ,ZZZ,ZZ9.              01990000
                 10 FILLER                PIC X(41) VALUE SPACES.       02000000
              05 WS-BLANK-LINE     PIC X(80) VALUE SPACES.              02010000
      *                                                                 02020000
          PROCEDURE      DIVISION.                                      02030000
          0000-MAIN-CONTROL.                                            02040000
              PERFORM 1000-INITIALIZE                                   02050000
              SORT SORT-FILE                                            02060000
                  ON ASCENDING KEY SR-POSTING-GROUP                     02070000
                  ON DESCENDING KEY SR-POSTED-STAMP                     02080000
                                    SR-RECORD-TYPE                      02090000
                  INPUT PROCEDURE IS 2000-SELECT-MONTH-ACTIVITY         02100000
                  OUTPUT PROCEDURE IS 3000-BILL-ACTIVITY                02110000
              PERFORM 5000-PRINT-STATEMENT                              02120000
              PERFORM 9000-TERMINATE                                    02130000
              GOBACK.                                                   02140000
      *                                                                 02150000
      *    SETTLE THE STATEMENT MONTH, THEN OPEN THE INPUTS.  A BAD     02160000
      *    MONTH OR AN INPUT THAT WILL NOT OPEN FAILS THE STEP HARD.    02170000
          1000-INITIALIZE.                                              02180000
              PERFORM 1100-READ-STATEMENT-PARM                          02190000
              PERFORM VARYING WS-AFFIL-IDX FROM 1 BY 1                  02200000
                      UNTIL WS-AFFIL-IDX > 4                            02210000
                  PERFORM VARYING WS-ACTIVITY-IDX FROM 1 BY 1           02220000
                          UNTIL WS-ACTIVITY-IDX > 8                     02230000
                      MOVE ZERO TO                                      02240000
                          WS-STMT-COUNT(WS-AFFIL-IDX, WS-ACTIVITY-IDX)  02250000
                  END-PERFORM                                           02260000
              END-PERFORM                                               02270000
              OPEN INPUT AFFILIATE-ACTIVITY-FILE                        02280000
                         FLAGMSTR-FILE                                  02290000
              IF NOT WS-AFFLACT-OK OR                                   02300000
                 NOT WS-FLAGMSTR-OK                                     02310000
                  DISPLAY 'PANVAFS: INPUT OPEN FAILED, AFFLACT='        02320000
                          WS-AFFLACT-STATUS ' FLAGMSTR='                02330000
                          WS-FLAGMSTR-STATUS                            02340000
                  MOVE 16 TO RETURN-CODE                                02350000
                  GOBACK                                                02360000
              END-IF                                                    02370000
              OPEN OUTPUT REPORT-FILE                                   02380000
              MOVE WS-HEADING-LINE TO REPORT-LINE                       02390000
              WRITE REPORT-LINE                                         02400000
              MOVE WS-STATEMENT-CCYY TO ML-STATEMENT-CCYY               02410000
              MOVE WS-STATEMENT-MM TO ML-STATEMENT-MM                   02420000
              MOVE WS-MONTH-LINE TO REPORT-LINE                         02430000
              WRITE REPORT-LINE                                         02440000
              MOVE WS-BLANK-LINE TO REPORT-LINE                         02450000
              WRITE REPORT-LINE.                                        02460000
      *                                                                 02470000
      *    A MISSING, EMPTY OR BLANK CARD TAKES THE MONTH BEFORE THE    02480000
      *    CURRENT ONE -- THE USUAL FIRST-OF-THE-MONTH RUN.             02490000
          1100-READ-STATEMENT-PARM.                                     02500000
              MOVE SPACES TO STATEMENT-PARM-RECORD                      02510000
              OPEN INPUT STATEMENT-PARM-FILE                            02520000
              IF WS-STATEMENT-PARM-OK                                   02530000
                  READ STATEMENT-PARM-FILE                              02540000
                      AT END                                            02550000
                          MOVE SPACES TO STATEMENT-PARM-RECORD          02560000
                  END-READ                                              02570000
                  CLOSE STATEMENT-PARM-FILE                             02580000
              END-IF                                                    02590000
              IF SP-STATEMENT-MONTH = SPACES                            02600000
                  MOVE FUNCTION CURRENT-DATE(1:6) TO WS-CURRENT-MONTH   02610000
                  IF WS-CURRENT-MM = 1                                  02620000
                      COMPUTE WS-STATEMENT-CCYY = WS-CURRENT-CCYY - 1   02630000
                      MOVE 12 TO WS-STATEMENT-MM                        02640000
                  ELSE                                                  02650000
                      MOVE WS-CURRENT-CCYY TO WS-STATEMENT-CCYY         02660000
                      COMPUTE WS-STATEMENT-MM = WS-CURRENT-MM - 1       02670000
                  END-IF                                                02680000
              ELSE                                                      02690000
                  IF SP-STATEMENT-MONTH NOT NUMERIC                     02700000
                      DISPLAY 'PANVAFS: INVALID STATEMENT MONTH '''     02710000
                              SP-STATEMENT-MONTH ''''                   02720000
                      MOVE 16 TO RETURN-CODE                            02730000
                      GOBACK                                            02740000
                  END-IF                                                02750000
                  MOVE SP-STATEMENT-MONTH TO WS-STATEMENT-MONTH         02760000
                  IF WS-STATEMENT-MM < 1 OR WS-STATEMENT-MM > 12        02770000
                      DISPLAY 'PANVAFS: INVALID STATEMENT MONTH '''     02780000
                              SP-STATEMENT-MONTH ''''                   02790000
                      MOVE 16 TO RETURN-CODE                            02800000
                      GOBACK                                            02810000
                  END-IF                                                02820000
              END-IF.                                                   02830000
      *                                                                 02840000
      *    PASS AFFLACT ONCE, RELEASING EVERY RECORD WHOSE BUSINESS     02850000
      *    DATE FALLS IN THE STATEMENT MONTH.                           02860000
          2000-SELECT-MONTH-ACTIVITY.                                   02870000
              PERFORM UNTIL WS-AFFLACT-EOF                              02880000
                  READ AFFILIATE-ACTIVITY-FILE                          02890000
                      AT END                                            02900000
                          SET WS-AFFLACT-EOF TO TRUE                    02910000
                      NOT AT END                                        02920000
                          ADD 1 TO WS-ACTIVITY-READ-COUNT               02930000
                          IF AA-BUSINESS-DATE(1:6) = WS-STATEMENT-MONTH 02940000
                              ADD 1 TO WS-MONTH-RECORD-COUNT            02950000
                              RELEASE SORT-RECORD                       02960000
                                  FROM AFFILIATE-ACTIVITY-RECORD        02970000
                          END-IF                                        02980000
                  END-READ                                              02990000
              END-PERFORM.                                              03000000
      *                                                                 03010000
          3000-BILL-ACTIVITY.                                           03020000
              PERFORM 3900-RETURN-ACTIVITY                              03030000
              PERFORM UNTIL WS-SORT-EOF                                 03040000
                  PERFORM 3100-BILL-ONE-RECORD                          03050000
                  PERFORM 3900-RETURN-ACTIVITY                          03060000
              END-PERFORM.                                              03070000
      *                                                                 03080000
      *    A NEW POSTING GROUP STARTS WITH NO POSTING CHOSEN.  THE      03090000
      *    FIRST TOTAL RECORD THEN CHOOSES ONE; ANY RECORD OF ANOTHER   03100000
      *    POSTING (SUPERSEDED, OR A NEWER ONE CUT SHORT) IS IGNORED.   03110000
          3100-BILL-ONE-RECORD.                                         03120000
              IF SR-POSTING-GROUP NOT = WS-LAST-POSTING-GROUP           03130000
                  MOVE SR-POSTING-GROUP TO WS-LAST-POSTING-GROUP        03140000
                  MOVE SPACES TO WS-BILLED-STAMP                        03150000
              END-IF                                                    03160000
              IF WS-BILLED-STAMP = SPACES AND SR-TOTAL-RECORD           03170000
                  MOVE SR-POSTED-STAMP TO WS-BILLED-STAMP               03180000
              END-IF                                                    03190000
              IF SR-POSTED-STAMP = WS-BILLED-STAMP                      03200000
                  ADD 1 TO WS-BILLED-RECORD-COUNT                       03210000
                  PERFORM 3200-CHARGE-RECORD                            03220000
              ELSE                                                      03230000
                  ADD 1 TO WS-IGNORED-RECORD-COUNT                      03240000
              END-IF.                                                   03250000
      *                                                                 03260000
      *    A TOTAL RECORD CARRIES ITS OWN AFFILIATE -- EXCEPT FOR       03270000
      *    SUSPENSE AND REJECTS, WHERE IT ONLY CLOSES THE POSTING OUT   03280000
      *    AND THE KEY RECORDS ARE CHARGED ONE BY ONE THROUGH FLAGMSTR. 03290000
          3200-CHARGE-RECORD.                                           03300000
              EVALUATE TRUE                                             03310000
                  WHEN SR-RECORDS-PROCESSED                             03320000
                      MOVE 1 TO WS-ACTIVITY-IDX                         03330000
                  WHEN SR-FLAGMSTR-ADDS                                 03340000
                      MOVE 2 TO WS-ACTIVITY-IDX                         03350000
                  WHEN SR-FLAGMSTR-CHANGES                              03360000
                      MOVE 3 TO WS-ACTIVITY-IDX                         03370000
                  WHEN SR-FLAGMSTR-DELETES                              03380000
                      MOVE 4 TO WS-ACTIVITY-IDX                         03390000
                  WHEN SR-MERGE-COLLISIONS-LOST                         03400000
                      MOVE 5 TO WS-ACTIVITY-IDX                         03410000
                  WHEN SR-ONLINE-CORRECTIONS                            03420000
                      MOVE 6 TO WS-ACTIVITY-IDX                         03430000
                  WHEN SR-RECORDS-SUSPENSED                             03440000
                      MOVE 7 TO WS-ACTIVITY-IDX                         03450000
                  WHEN SR-REJECTED-DOWNSTREAM                           03460000
                      MOVE 8 TO WS-ACTIVITY-IDX                         03470000
                  WHEN OTHER                                            03480000
                      MOVE ZERO TO WS-ACTIVITY-IDX                      03490000
              END-EVALUATE                                              03500000
              IF WS-ACTIVITY-IDX = ZERO                                 03510000
                  DISPLAY 'PANVAFS: UNKNOWN ACTIVITY CODE '''           03520000
                          SR-ACTIVITY-CODE ''' FROM ' SR-STEP-NAME      03530000
                          ' FOR ' SR-BUSINESS-DATE ' IGNORED'           03540000
              ELSE                                                      03550000
                  IF SR-KEY-RECORD                                      03560000
                      PERFORM 3300-FIND-KEY-AFFILIATE                   03570000
                      PERFORM 3400-SET-AFFILIATE-IDX                    03580000
                      ADD SR-ACTIVITY-COUNT TO                          03590000
                          WS-STMT-COUNT(WS-AFFIL-IDX, WS-ACTIVITY-IDX)  03600000
                  ELSE                                                  03610000
                      IF NOT SR-BILLED-BY-KEY                           03620000
                          MOVE SR-SOURCE-AFFILIATE TO WS-AFFIL-CODE     03630000
                          PERFORM 3400-SET-AFFILIATE-IDX                03640000
                          ADD SR-ACTIVITY-COUNT TO                      03650000
                              WS-STMT-COUNT(WS-AFFIL-IDX,               03660000
                                            WS-ACTIVITY-IDX)            03670000
                      END-IF                                            03680000
                  END-IF                                                03690000
              END-IF.                                                   03700000
      *                                                                 03710000
      *    A KEY FLAGMSTR NO LONGER HOLDS (DROPPED SINCE) IS            03720000
      *    UNATTRIBUTED; ANY OTHER READ FAILURE FAILS THE STEP.         03730000
          3300-FIND-KEY-AFFILIATE.                                      03740000
              ADD 1 TO WS-KEY-LOOKUP-COUNT                              03750000
              MOVE SPACE TO WS-AFFIL-CODE                               03760000
              MOVE SR-RECORD-KEY TO FM-RECORD-KEY                       03770000
              READ FLAGMSTR-FILE                                        03780000
              IF WS-FLAGMSTR-OK                                         03790000
                  MOVE FM-SOURCE-AFFILIATE TO WS-AFFIL-CODE             03800000
              ELSE                                                      03810000
                  ADD 1 TO WS-KEY-NOT-FOUND-COUNT                       03820000
                  IF NOT WS-FLAGMSTR-NO-RECORD                          03830000
                      DISPLAY 'PANVAFS: FLAGMSTR READ FAILED, STATUS='  03840000
                              WS-FLAGMSTR-STATUS ' KEY=' SR-RECORD-KEY  03850000
                      SET WS-JOB-FAILED TO TRUE                         03860000
                  END-IF                                                03870000
              END-IF.                                                   03880000
      *                                                                 03890000
          3400-SET-AFFILIATE-IDX.                                       03900000
              IF WS-AFFIL-CODE >= '1' AND WS-AFFIL-CODE <= '3'          03910000
                  MOVE WS-AFFIL-CODE TO WS-AFFIL-IDX                    03920000
              ELSE                                                      03930000
                  MOVE 4 TO WS-AFFIL-IDX                                03940000
              END-IF.                                                   03950000
      *                                                                 03960000
          3900-RETURN-ACTIVITY.                                         03970000
              RETURN SORT-FILE                                          03980000
                  AT END                                                03990000
                      SET WS-SORT-EOF TO TRUE                           04000000
              END-RETURN.                                               04010000
      *                                                                 04020000
      *    ONE BLOCK PER AFFILIATE, EVERY ACTIVITY LISTED EVEN AT ZERO  04030000
      *    SO EACH STATEMENT READS THE SAME, THEN THE RUN COUNTS.       04040000
          5000-PRINT-STATEMENT.                                         04050000
              IF WS-BILLED-RECORD-COUNT = ZERO                          04060000
                  MOVE WS-NO-ACTIVITY-LINE TO REPORT-LINE               04070000
                  WRITE REPORT-LINE                                     04080000
                  MOVE WS-BLANK-LINE TO REPORT-LINE                     04090000
                  WRITE REPORT-LINE                                     04100000
              END-IF                                                    04110000
              PERFORM VARYING WS-AFFIL-IDX FROM 1 BY 1                  04120000
                      UNTIL WS-AFFIL-IDX > 4                            04130000
                  MOVE WS-AFFILIATE-NAME(WS-AFFIL-IDX)                  04140000
                      TO AL-AFFILIATE-NAME                              04150000
                  MOVE WS-AFFILIATE-LINE TO REPORT-LINE                 04160000
                  WRITE REPORT-LINE                                     04170000
                  PERFORM VARYING WS-ACTIVITY-IDX FROM 1 BY 1           04180000
                          UNTIL WS-ACTIVITY-IDX > 8                     04190000
                      MOVE WS-ACTIVITY-NAME(WS-ACTIVITY-IDX)            04200000
                          TO TL-ACTIVITY-NAME                           04210000
                      MOVE WS-STMT-COUNT(WS-AFFIL-IDX, WS-ACTIVITY-IDX) 04220000
                          TO TL-ACTIVITY-COUNT                          04230000
                      MOVE WS-ACTIVITY-LINE TO REPORT-LINE              04240000
                      WRITE REPORT-LINE                                 04250000
                  END-PERFORM                                           04260000
                  MOVE WS-BLANK-LINE TO REPORT-LINE                     04270000
                  WRITE REPORT-LINE                                     04280000
              END-PERFORM                                               04290000
              MOVE 'ACTIVITY RECORDS READ' TO CL-COUNT-LABEL            04300000
              MOVE WS-ACTIVITY-READ-COUNT TO CL-COUNT-VALUE             04310000
              PERFORM 5100-WRITE-COUNT-LINE                             04320000
              MOVE 'RECORDS FOR THE MONTH' TO CL-COUNT-LABEL            04330000
              MOVE WS-MONTH-RECORD-COUNT TO CL-COUNT-VALUE              04340000
              PERFORM 5100-WRITE-COUNT-LINE                             04350000
              MOVE 'RECORDS BILLED' TO CL-COUNT-LABEL                   04360000
              MOVE WS-BILLED-RECORD-COUNT TO CL-COUNT-VALUE             04370000
              PERFORM 5100-WRITE-COUNT-LINE                             04380000
              MOVE 'RERUN/INCOMPLETE IGNORED' TO CL-COUNT-LABEL         04390000
              MOVE WS-IGNORED-RECORD-COUNT TO CL-COUNT-VALUE            04400000
              PERFORM 5100-WRITE-COUNT-LINE                             04410000
              MOVE 'KEYS LOOKED UP ON FLAGMSTR' TO CL-COUNT-LABEL       04420000
              MOVE WS-KEY-LOOKUP-COUNT TO CL-COUNT-VALUE                04430000
              PERFORM 5100-WRITE-COUNT-LINE                             04440000
              MOVE 'KEYS NOT ON FLAGMSTR' TO CL-COUNT-LABEL             04450000
              MOVE WS-KEY-NOT-FOUND-COUNT TO CL-COUNT-VALUE             04460000
              PERFORM 5100-WRITE-COUNT-LINE.                            04470000
      *                                                                 04480000
          5100-WRITE-COUNT-LINE.                                        04490000
              MOVE WS-COUNT-LINE TO REPORT-LINE                         04500000
              WRITE REPORT-LINE.                                        04510000
      *                                                                 04520000
          9000-TERMINATE.                                               04530000
              CLOSE AFFILIATE-ACTIVITY-FILE                             04540000
                    FLAGMSTR-FILE                                       04550000
                    REPORT-FILE                                         04560000
              IF WS-JOB-FAILED                                          04570000
                  MOVE 8 TO RETURN-CODE                                 04580000
              ELSE                                                      04590000
                  IF WS-BILLED-RECORD-COUNT = ZERO                      04600000
                      MOVE 4 TO RETURN-CODE                             04610000
                  ELSE                                                  04620000
                      MOVE 0 TO RETURN-CODE                             04630000
                  END-IF                                                04640000
              END-IF.                                                   04650000
