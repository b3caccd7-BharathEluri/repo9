       IDENTIFICATION DIVISION.                                         00010000
          PROGRAM-ID.    PANVWAK.                                       00020000
          ENVIRONMENT    DIVISION.                                      00030000
          INPUT-OUTPUT   SECTION.                                       00040000
          FILE-CONTROL.                                                 00050000
              SELECT WAREHOUSE-DELTA-FILE                               00060000
                  ASSIGN TO WHSEDLTA                                    00070000
                  ORGANIZATION IS SEQUENTIAL                            00080000
                  FILE STATUS IS WS-DELTA-STATUS.                       00090000
              SELECT WAREHOUSE-RETURN-FILE                              00100000
                  ASSIGN TO WHSERTN                                     00110000
                  ORGANIZATION IS SEQUENTIAL                            00120000
                  FILE STATUS IS WS-RETURN-STATUS.                      00130000
              SELECT REPORT-FILE                                        00140000
                  ASSIGN TO PANVWAKR                                    00150000
                  ORGANIZATION IS SEQUENTIAL                            00160000
                  FILE STATUS IS WS-REPORT-STATUS.                      00170000
              SELECT SORT-FILE                                          00180000
                  ASSIGN TO SORTWK01.                                   00190000
          DATA DIVISION.                                                00200000
          FILE SECTION.                                                 00210000
          FD  WAREHOUSE-DELTA-FILE                                      00220000
              RECORDING MODE IS F.                                      00230000
          COPY WHSEDLTA.                                                00240000
          FD  WAREHOUSE-RETURN-FILE                                     00250000
              RECORDING MODE IS F.                                      00260000
          COPY WHSEACK.                                                 00270000
          FD  REPORT-FILE                                               00280000
              RECORDING MODE IS F.                                      00290000
          01  REPORT-LINE                  PIC X(80).                   00300000
      *                                                                 00310000
      *    THE RETURN DETAILS, SORTED INTO DELTA (RECORD KEY) ORDER.    00320000
          SD  SORT-FILE.                                                00330000
          01  SORT-RECORD.                                              00340000
              05  SR-DET-ID                PIC X(04).                   00350000
              05  SR-RECORD-KEY            PIC X(10).                   00360000
              05  SR-ACTION-CODE           PIC X(01).                   00370000
              05  SR-STATUS-CODE           PIC X(01).                   00380000
                  88  SR-ACCEPTED              VALUE 'A'.               00390000
                  88  SR-REJECTED              VALUE 'R'.               00400000
              05  SR-REASON-TEXT           PIC X(20).                   00410000
              05  FILLER                   PIC X(24).                   00420000
          WORKING-STORAGE SECTION.                                      00430000
      *                                                                 00440000
      *    PANVWAK  --  MORNING WAREHOUSE DELTA ACKNOWLEDGMENT CHECK.   00450000
      *               PAIRS LAST NIGHT'S FLAG-CHANGE DELTA (SEE         00460000
      *               WHSEDLTA, WRITTEN BY PANVHST) AGAINST THE RETURN  00470000
      *               FILE THE DATA WAREHOUSE LOAD SENDS BACK (SEE      00480000
      *               WHSEACK), SO A DELTA THE WAREHOUSE MISSED OR      00490000
      *               ONLY PARTLY LOADED IS CAUGHT THE NEXT DAY         00500000
      *               RATHER THAN AT QUARTER-END.  BOTH FILES ARE       00510000
      *               PROVED AGAINST THEIR OWN TRAILER COUNT AND KEY    00520000
      *               HASH; THE RETURN MUST BE FOR THE DELTA'S          00530000
      *               BUSINESS DATE; AND EVERY DELTA KEY MUST COME      00540000
      *               BACK ACCEPTED, WITH THE ACTION CODE SENT.  THE    00550000
      *               RETURN ARRIVES IN THE WAREHOUSE'S ORDER, SO IT    00560000
      *               IS SORTED INTO KEY ORDER AND MATCHED AGAINST      00570000
      *               THE DELTA IN ONE PASS -- NO TABLE TO OUTGROW      00580000
      *               ON A NIGHT THAT CHANGES THE WHOLE MASTER.         00590000
      *               RC=8 MEANS THERE ARE EXCEPTIONS TO CHASE WITH     00600000
      *               THE WAREHOUSE TEAM THIS MORNING; RC=16 MEANS      00610000
      *               THE DELTA ITSELF IS MISSING ITS HEADER.           00620000
      *                                                                 00630000
           01 WS-DELTA-STATUS      PIC XX.                              00640000
              88 WS-DELTA-OK           VALUE '00'.                      00650000
              88 WS-DELTA-EOF          VALUE '10'.                      00660000
           01 WS-RETURN-STATUS     PIC XX.                              00670000
              88 WS-RETURN-OK          VALUE '00'.                      00680000
              88 WS-RETURN-EOF         VALUE '10'.                      00690000
           01 WS-REPORT-STATUS     PIC XX.                              00700000
           01 WS-SORT-EOF-SW       PIC X VALUE 'N'.                     00710000
              88 WS-SORT-EOF           VALUE 'Y'.                       00720000
           01 WS-DELTA-DETAIL-SW   PIC X VALUE 'N'.                     00730000
              88 WS-DELTA-DETAIL-READ  VALUE 'Y'.                       00740000
      *                                                                 00750000
           01 WS-TRAILER-SEEN-SW.                                       00760000
              05 WS-DELTA-TRAILER-SW      PIC X VALUE 'N'.              00770000
                 88 WS-DELTA-TRAILER-SEEN    VALUE 'Y'.                 00780000
              05 WS-RETURN-HEADER-SW      PIC X VALUE 'N'.              00790000
                 88 WS-RETURN-HEADER-SEEN    VALUE 'Y'.                 00800000
              05 WS-RETURN-TRAILER-SW     PIC X VALUE 'N'.              00810000
                 88 WS-RETURN-TRAILER-SEEN   VALUE 'Y'.                 00820000
      *                                                                 00830000
      *    A RETURN FOR ANOTHER BUSINESS DATE (THE WAREHOUSE SENT BACK  00840000
      *    AN OLD FILE, OR NEVER LOADED LAST NIGHT'S DELTA) IS ONE      00850000
      *    EXCEPTION, NOT ONE PER KEY: ITS DETAILS ARE NOT MATCHED AND  00860000
      *    THE DELTA'S KEYS ARE ONLY COUNTED AS UNACKNOWLEDGED.         00870000
           01 WS-WRONG-RETURN-SW   PIC X VALUE 'N'.                     00880000
              88 WS-WRONG-RETURN       VALUE 'Y'.                       00890000
           01 WS-DELTA-BUSINESS-DATE   PIC X(08).                       00900000
           01 WS-LAST-PAIRED-KEY       PIC X(10) VALUE LOW-VALUES.      00910000
      *                                                                 00920000
      *    KEY HASH TOTALS, FIGURED AS IN FEEDCTL: THE SUM OF THE BYTE  00930000
      *    ORDINALS OF EVERY DETAIL KEY, MODULO 10**15.                 00940000
           01 WS-HASH-KEY               PIC X(10).                      00950000
           01 WS-HASH-TOTAL             PIC 9(15).                      00960000
           01 WS-HASH-BYTE-IDX          PIC 9(2).                       00970000
           01 WS-DELTA-KEY-HASH         PIC 9(15) VALUE ZERO.           00980000
           01 WS-RETURN-KEY-HASH        PIC 9(15) VALUE ZERO.           00990000
           01 WS-RETURN-TRAILER-TOTALS.                                 01000000
              05 WS-RETURN-TRL-COUNT    PIC 9(09) VALUE ZERO.           01010000
              05 WS-RETURN-TRL-HASH     PIC 9(15) VALUE ZERO.           01020000
      *                                                                 01030000
           01 WS-MATCH-COUNTS.                                          01040000
              05 WS-DELTA-DETAIL-COUNT    PIC 9(9) VALUE ZERO.          01050000
              05 WS-RETURN-DETAIL-COUNT   PIC 9(9) VALUE ZERO.          01060000
              05 WS-ACCEPTED-COUNT        PIC 9(9) VALUE ZERO.          01070000
              05 WS-REJECTED-COUNT        PIC 9(9) VALUE ZERO.          01080000
              05 WS-UNACK-COUNT           PIC 9(9) VALUE ZERO.          01090000
              05 WS-ORPHAN-ACK-COUNT      PIC 9(9) VALUE ZERO.          01100000
              05 WS-EXCEPTION-COUNT       PIC 9(9) VALUE ZERO.          01110000
      *                                                                 01120000
           01 WS-RETURN-CODE-SW PIC X VALUE 'N'.                        01130000
              88 WS-JOB-FAILED VALUE 'Y'.                               01140000
      *                                                                 01150000
           01 WS-REPORT-LINES.                                          01160000
              05 WS-HEADING-LINE.                                       01170000
                 10 FILLER PIC X(20) VALUE 'PANVWAK - WAREHOUSE '.      01180000
                 10 FILLER PIC X(25) VALUE 'DELTA ACK EXCEPTIONS'.      01190000
                 10 FILLER PIC X(35) VALUE SPACES.                      01200000
              05 WS-DATE-LINE.                                          01210000
                 10 FILLER          PIC X(20)                           01220000
                    VALUE 'DELTA BUSINESS DATE '.                       01230000
                 10 DL-BUSINESS-DATE  PIC X(08).                        01240000
                 10 FILLER          PIC X(52) VALUE SPACES.             01250000
              05 WS-EXCEPTION-LINE.                                     01260000
                 10 XL-RECORD-KEY         PIC X(10).                    01270000
                 10 FILLER                PIC X(02) VALUE SPACES.       01280000
                 10 XL-EXCEPTION-TEXT     PIC X(26).                    01290000
                 10 FILLER                PIC X(02) VALUE SPACES.       01300000
                 10 XL-REASON-TEXT        PIC X(20).                    01310000
                 10 FILLER                PIC X(20) VALUE SPACES.       01320000
              05 WS-COUNT-LINE.                                         01330000
                 10 CL-COUNT-LABEL        PIC X(24).                    01340000
                 10 CL-COUNT-VALUE        PIC ZZZ,ZZZ,ZZ9.              01350000
                 10 FILLER                PIC X(45) VALUE SPACES.       01360000
              05 WS-BLANK-LINE     PIC X(80) VALUE SPACES.              01370000
      *                                                                 01380000
          PROCEDURE      DIVISION.                                      01390000
          0000-MAIN-CONTROL.                                            01400000
              PERFORM 1000-INITIALIZE                                   01410000
              SORT SORT-FILE                                            01420000
                  ON ASCENDING KEY SR-RECORD-KEY                        01430000
                  INPUT PROCEDURE IS 2000-SELECT-RETURN-DETAILS         01440000
                  OUTPUT PROCEDURE IS 3000-MATCH-DELTA                  01450000
              PERFORM 5000-PRINT-MATCH-TOTALS                           01460000
              PERFORM 9000-TERMINATE                                    01470000
              GOBACK.                                                   01480000
      *                                                                 01490000
      *    THE DELTA'S HEADER NAMES THE BUSINESS DATE THE RETURN MUST   01500000
      *    ANSWER FOR.  PANVHST WRITES ONE EVEN ON A NIGHT WITH NO      01510000
      *    CHANGES, SO A DELTA WITHOUT ONE IS NOT A DELTA AT ALL.       01520000
          1000-INITIALIZE.                                              01530000
              OPEN INPUT  WAREHOUSE-DELTA-FILE                          01540000
                          WAREHOUSE-RETURN-FILE                         01550000
              OPEN OUTPUT REPORT-FILE                                   01560000
              MOVE WS-HEADING-LINE TO REPORT-LINE                       01570000
              WRITE REPORT-LINE                                         01580000
              READ WAREHOUSE-DELTA-FILE                                 01590000
                  AT END                                                01600000
                      SET WS-DELTA-EOF TO TRUE                          01610000
              END-READ                                                  01620000
              IF WS-DELTA-EOF OR WD-HDR-ID NOT = 'HDR '                 01630000
                  DISPLAY 'PANVWAK: WAREHOUSE DELTA HAS NO HEADER '     01640000
                          'RECORD -- NOT A PANVHST DELTA'               01650000
                  PERFORM 9000-TERMINATE                                01660000
                  MOVE 16 TO RETURN-CODE                                01670000
                  GOBACK                                                01680000
              END-IF                                                    01690000
              MOVE WD-HDR-EFFECTIVE-DATE TO WS-DELTA-BUSINESS-DATE      01700000
              MOVE WS-DELTA-BUSINESS-DATE TO DL-BUSINESS-DATE           01710000
              MOVE WS-DATE-LINE TO REPORT-LINE                          01720000
              WRITE REPORT-LINE                                         01730000
              MOVE WS-BLANK-LINE TO REPORT-LINE                         01740000
              WRITE REPORT-LINE.                                        01750000
      *                                                                 01760000
      *    PASS THE RETURN FILE ONCE: PROVE ITS HEADER DATE, RELEASE    01770000
      *    EVERY DETAIL TO THE SORT, AND PROVE ITS TRAILER COUNT AND    01780000
      *    KEY HASH AGAINST THE DETAILS ACTUALLY READ.                  01790000
          2000-SELECT-RETURN-DETAILS.                                   01800000
              PERFORM UNTIL WS-RETURN-EOF                               01810000
                  READ WAREHOUSE-RETURN-FILE                            01820000
                      AT END                                            01830000
                          SET WS-RETURN-EOF TO TRUE                     01840000
                      NOT AT END                                        01850000
                          EVALUATE WA-HDR-ID                            01860000
                              WHEN 'HDR '                               01870000
                                  PERFORM 2100-CHECK-RETURN-HEADER      01880000
                              WHEN 'DET '                               01890000
                                  PERFORM 2200-RELEASE-RETURN-DETAIL    01900000
                              WHEN 'TRL '                               01910000
                                  SET WS-RETURN-TRAILER-SEEN TO TRUE    01920000
                                  MOVE WA-TRL-RECORD-COUNT              01930000
                                      TO WS-RETURN-TRL-COUNT            01940000
                                  MOVE WA-TRL-KEY-HASH-TOTAL            01950000
                                      TO WS-RETURN-TRL-HASH             01960000
                          END-EVALUATE                                  01970000
                  END-READ                                              01980000
              END-PERFORM                                               01990000
              IF NOT WS-RETURN-HEADER-SEEN                              02000000
                  MOVE SPACES TO WS-EXCEPTION-LINE                      02010000
                  MOVE 'RETURN HEADER MISSING' TO XL-EXCEPTION-TEXT     02020000
                  PERFORM 8000-WRITE-EXCEPTION-LINE                     02030000
              END-IF                                                    02040000
              IF NOT WS-RETURN-TRAILER-SEEN                             02050000
                  MOVE SPACES TO WS-EXCEPTION-LINE                      02060000
                  MOVE 'RETURN TRAILER MISSING' TO XL-EXCEPTION-TEXT    02070000
                  PERFORM 8000-WRITE-EXCEPTION-LINE                     02080000
              ELSE                                                      02090000
                  IF WS-RETURN-TRL-COUNT NOT = WS-RETURN-DETAIL-COUNT   02100000
                     OR WS-RETURN-TRL-HASH NOT = WS-RETURN-KEY-HASH     02110000
                      MOVE SPACES TO WS-EXCEPTION-LINE                  02120000
                      MOVE 'RETURN TRAILER TOTALS BAD'                  02130000
                          TO XL-EXCEPTION-TEXT                          02140000
                      PERFORM 8000-WRITE-EXCEPTION-LINE                 02150000
                      DISPLAY 'PANVWAK: RETURN TRAILER COUNT '          02160000
                              WS-RETURN-TRL-COUNT ' HASH '              02170000
                              WS-RETURN-TRL-HASH ' BUT '                02180000
                              WS-RETURN-DETAIL-COUNT ' DETAIL(S) HASH ' 02190000
                              WS-RETURN-KEY-HASH                        02200000
                  END-IF                                                02210000
              END-IF.                                                   02220000
      *                                                                 02230000
          2100-CHECK-RETURN-HEADER.                                     02240000
              SET WS-RETURN-HEADER-SEEN TO TRUE                         02250000
              IF WA-HDR-EFFECTIVE-DATE NOT = WS-DELTA-BUSINESS-DATE     02260000
                  SET WS-WRONG-RETURN TO TRUE                           02270000
                  MOVE SPACES TO WS-EXCEPTION-LINE                      02280000
                  MOVE 'RETURN IS FOR ANOTHER DATE' TO XL-EXCEPTION-TEXT02290000
                  MOVE WA-HDR-EFFECTIVE-DATE TO XL-REASON-TEXT          02300000
                  PERFORM 8000-WRITE-EXCEPTION-LINE                     02310000
                  DISPLAY 'PANVWAK: RETURN FILE IS FOR BUSINESS DATE '  02320000
                          WA-HDR-EFFECTIVE-DATE ', DELTA IS FOR '       02330000
                          WS-DELTA-BUSINESS-DATE                        02340000
                          ' -- DELTA NOT LOADED'                        02350000
              END-IF.                                                   02360000
      *                                                                 02370000
          2200-RELEASE-RETURN-DETAIL.                                   02380000
              ADD 1 TO WS-RETURN-DETAIL-COUNT                           02390000
              MOVE WA-DET-RECORD-KEY TO WS-HASH-KEY                     02400000
              MOVE WS-RETURN-KEY-HASH TO WS-HASH-TOTAL                  02410000
              PERFORM 7000-ACCUMULATE-KEY-HASH                          02420000
              MOVE WS-HASH-TOTAL TO WS-RETURN-KEY-HASH                  02430000
              IF NOT WS-WRONG-RETURN                                    02440000
                  RELEASE SORT-RECORD FROM WA-DETAIL-RECORD             02450000
              END-IF.                                                   02460000
      *                                                                 02470000
      *    CO-SEQUENTIAL MATCH OF THE DELTA (ALREADY IN KEY ORDER, ONE  02480000
      *    DETAIL PER KEY) AGAINST THE SORTED RETURN DETAILS.  A DELTA  02490000
      *    KEY BELOW THE RETURN KEY WAS NEVER ACKNOWLEDGED; A RETURN    02500000
      *    KEY BELOW THE DELTA KEY WAS NEVER SENT.                      02510000
          3000-MATCH-DELTA.                                             02520000
              PERFORM 3800-READ-DELTA-DETAIL                            02530000
              PERFORM 3900-RETURN-ACK                                   02540000
              PERFORM UNTIL NOT WS-DELTA-DETAIL-READ AND WS-SORT-EOF    02550000
                  EVALUATE TRUE                                         02560000
                      WHEN WS-SORT-EOF                                  02570000
                          PERFORM 3200-DELTA-NOT-ACKNOWLEDGED           02580000
                          PERFORM 3800-READ-DELTA-DETAIL                02590000
                      WHEN NOT WS-DELTA-DETAIL-READ                     02600000
                          PERFORM 3300-ACK-NOT-IN-DELTA                 02610000
                          PERFORM 3900-RETURN-ACK                       02620000
                      WHEN WD-DET-RECORD-KEY < SR-RECORD-KEY            02630000
                          PERFORM 3200-DELTA-NOT-ACKNOWLEDGED           02640000
                          PERFORM 3800-READ-DELTA-DETAIL                02650000
                      WHEN WD-DET-RECORD-KEY > SR-RECORD-KEY            02660000
                          PERFORM 3300-ACK-NOT-IN-DELTA                 02670000
                          PERFORM 3900-RETURN-ACK                       02680000
                      WHEN OTHER                                        02690000
                          PERFORM 3100-PAIR-ACK                         02700000
                          PERFORM 3800-READ-DELTA-DETAIL                02710000
                          PERFORM 3900-RETURN-ACK                       02720000
                  END-EVALUATE                                          02730000
              END-PERFORM.                                              02740000
      *                                                                 02750000
          3100-PAIR-ACK.                                                02760000
              MOVE WD-DET-RECORD-KEY TO WS-LAST-PAIRED-KEY              02770000
              IF SR-ACTION-CODE NOT = WD-DET-ACTION-CODE                02780000
                  MOVE SPACES TO WS-EXCEPTION-LINE                      02790000
                  MOVE WD-DET-RECORD-KEY TO XL-RECORD-KEY               02800000
                  MOVE 'ACTION CODE NOT AS SENT' TO XL-EXCEPTION-TEXT   02810000
                  MOVE SR-ACTION-CODE TO XL-REASON-TEXT                 02820000
                  PERFORM 8000-WRITE-EXCEPTION-LINE                     02830000
              END-IF                                                    02840000
              IF SR-ACCEPTED                                            02850000
                  ADD 1 TO WS-ACCEPTED-COUNT                            02860000
              ELSE                                                      02870000
                  ADD 1 TO WS-REJECTED-COUNT                            02880000
                  MOVE SPACES TO WS-EXCEPTION-LINE                      02890000
                  MOVE WD-DET-RECORD-KEY TO XL-RECORD-KEY               02900000
                  MOVE 'REJECTED BY WAREHOUSE' TO XL-EXCEPTION-TEXT     02910000
                  MOVE SR-REASON-TEXT TO XL-REASON-TEXT                 02920000
                  PERFORM 8000-WRITE-EXCEPTION-LINE                     02930000
              END-IF.                                                   02940000
      *                                                                 02950000
          3200-DELTA-NOT-ACKNOWLEDGED.                                  02960000
              ADD 1 TO WS-UNACK-COUNT                                   02970000
              IF NOT WS-WRONG-RETURN                                    02980000
                  MOVE SPACES TO WS-EXCEPTION-LINE                      02990000
                  MOVE WD-DET-RECORD-KEY TO XL-RECORD-KEY               03000000
                  MOVE 'NOT ACKNOWLEDGED' TO XL-EXCEPTION-TEXT          03010000
                  PERFORM 8000-WRITE-EXCEPTION-LINE                     03020000
              END-IF.                                                   03030000
      *                                                                 03040000
      *    A SECOND ACK FOR A KEY ALREADY PAIRED IS A DUPLICATE; ANY    03050000
      *    OTHER UNPAIRED ACK IS FOR A KEY THE DELTA NEVER CARRIED.     03060000
          3300-ACK-NOT-IN-DELTA.                                        03070000
              ADD 1 TO WS-ORPHAN-ACK-COUNT                              03080000
              MOVE SPACES TO WS-EXCEPTION-LINE                          03090000
              MOVE SR-RECORD-KEY TO XL-RECORD-KEY                       03100000
              IF SR-RECORD-KEY = WS-LAST-PAIRED-KEY                     03110000
                  MOVE 'DUPLICATE ACK' TO XL-EXCEPTION-TEXT             03120000
              ELSE                                                      03130000
                  MOVE 'ACK FOR KEY NOT IN DELTA' TO XL-EXCEPTION-TEXT  03140000
              END-IF                                                    03150000
              PERFORM 8000-WRITE-EXCEPTION-LINE.                        03160000
      *                                                                 03170000
      *    NEXT DELTA DETAIL, PROVING THE TRAILER WHEN IT IS REACHED.   03180000
      *    WS-DELTA-DETAIL-READ IS OFF ONCE THE DELTA IS EXHAUSTED.     03190000
          3800-READ-DELTA-DETAIL.                                       03200000
              MOVE 'N' TO WS-DELTA-DETAIL-SW                            03210000
              PERFORM UNTIL WS-DELTA-EOF OR WS-DELTA-DETAIL-READ        03220000
                  READ WAREHOUSE-DELTA-FILE                             03230000
                      AT END                                            03240000
                          SET WS-DELTA-EOF TO TRUE                      03250000
                          IF NOT WS-DELTA-TRAILER-SEEN                  03260000
                              MOVE SPACES TO WS-EXCEPTION-LINE          03270000
                              MOVE 'DELTA TRAILER MISSING'              03280000
                                  TO XL-EXCEPTION-TEXT                  03290000
                              PERFORM 8000-WRITE-EXCEPTION-LINE         03300000
                          END-IF                                        03310000
                      NOT AT END                                        03320000
                          EVALUATE WD-HDR-ID                            03330000
                              WHEN 'DET '                               03340000
                                  PERFORM 3850-COUNT-DELTA-DETAIL       03350000
                              WHEN 'TRL '                               03360000
                                  PERFORM 3860-CHECK-DELTA-TRAILER      03370000
                          END-EVALUATE                                  03380000
                  END-READ                                              03390000
              END-PERFORM.                                              03400000
      *                                                                 03410000
          3850-COUNT-DELTA-DETAIL.                                      03420000
              SET WS-DELTA-DETAIL-READ TO TRUE                          03430000
              ADD 1 TO WS-DELTA-DETAIL-COUNT                            03440000
              MOVE WD-DET-RECORD-KEY TO WS-HASH-KEY                     03450000
              MOVE WS-DELTA-KEY-HASH TO WS-HASH-TOTAL                   03460000
              PERFORM 7000-ACCUMULATE-KEY-HASH                          03470000
              MOVE WS-HASH-TOTAL TO WS-DELTA-KEY-HASH.                  03480000
      *                                                                 03490000
          3860-CHECK-DELTA-TRAILER.                                     03500000
              SET WS-DELTA-TRAILER-SEEN TO TRUE                         03510000
              IF WD-TRL-RECORD-COUNT NOT = WS-DELTA-DETAIL-COUNT        03520000
                 OR WD-TRL-KEY-HASH-TOTAL NOT = WS-DELTA-KEY-HASH       03530000
                  MOVE SPACES TO WS-EXCEPTION-LINE                      03540000
                  MOVE 'DELTA TRAILER TOTALS BAD' TO XL-EXCEPTION-TEXT  03550000
                  PERFORM 8000-WRITE-EXCEPTION-LINE                     03560000
                  DISPLAY 'PANVWAK: DELTA TRAILER COUNT '               03570000
                          WD-TRL-RECORD-COUNT ' HASH '                  03580000
                          WD-TRL-KEY-HASH-TOTAL ' BUT '                 03590000
                          WS-DELTA-DETAIL-COUNT ' DETAIL(S) HASH '      03600000
                          WS-DELTA-KEY-HASH                             03610000
              END-IF.                                                   03620000
      *                                                                 03630000
          3900-RETURN-ACK.                                              03640000
              IF NOT WS-SORT-EOF                                        03650000
                  RETURN SORT-FILE                                      03660000
                      AT END                                            03670000
                          SET WS-SORT-EOF TO TRUE                       03680000
                  END-RETURN                                            03690000
              END-IF.                                                   03700000
      *                                                                 03710000
          5000-PRINT-MATCH-TOTALS.                                      03720000
              MOVE WS-BLANK-LINE TO REPORT-LINE                         03730000
              WRITE REPORT-LINE                                         03740000
              MOVE 'DELTA DETAILS' TO CL-COUNT-LABEL                    03750000
              MOVE WS-DELTA-DETAIL-COUNT TO CL-COUNT-VALUE              03760000
              PERFORM 5100-WRITE-COUNT-LINE                             03770000
              MOVE 'RETURN DETAILS' TO CL-COUNT-LABEL                   03780000
              MOVE WS-RETURN-DETAIL-COUNT TO CL-COUNT-VALUE             03790000
              PERFORM 5100-WRITE-COUNT-LINE                             03800000
              MOVE 'ACCEPTED' TO CL-COUNT-LABEL                         03810000
              MOVE WS-ACCEPTED-COUNT TO CL-COUNT-VALUE                  03820000
              PERFORM 5100-WRITE-COUNT-LINE                             03830000
              MOVE 'REJECTED' TO CL-COUNT-LABEL                         03840000
              MOVE WS-REJECTED-COUNT TO CL-COUNT-VALUE                  03850000
              PERFORM 5100-WRITE-COUNT-LINE                             03860000
              MOVE 'NOT ACKNOWLEDGED' TO CL-COUNT-LABEL                 03870000
              MOVE WS-UNACK-COUNT TO CL-COUNT-VALUE                     03880000
              PERFORM 5100-WRITE-COUNT-LINE                             03890000
              MOVE 'ACKS NOT IN DELTA' TO CL-COUNT-LABEL                03900000
              MOVE WS-ORPHAN-ACK-COUNT TO CL-COUNT-VALUE                03910000
              PERFORM 5100-WRITE-COUNT-LINE                             03920000
              MOVE 'EXCEPTIONS REPORTED' TO CL-COUNT-LABEL              03930000
              MOVE WS-EXCEPTION-COUNT TO CL-COUNT-VALUE                 03940000
              PERFORM 5100-WRITE-COUNT-LINE.                            03950000
      *                                                                 03960000
          5100-WRITE-COUNT-LINE.                                        03970000
              MOVE WS-COUNT-LINE TO REPORT-LINE                         03980000
              WRITE REPORT-LINE.                                        03990000
      *                                                                 04000000
      *    ADD ONE KEY (WS-HASH-KEY) INTO THE RUNNING TOTAL STAGED IN   04010000
      *    WS-HASH-TOTAL, SO ONE PARAGRAPH SERVES BOTH FILES.           04020000
          7000-ACCUMULATE-KEY-HASH.                                     04030000
              PERFORM VARYING WS-HASH-BYTE-IDX FROM 1 BY 1              04040000
                      UNTIL WS-HASH-BYTE-IDX > 10                       04050000
                  COMPUTE WS-HASH-TOTAL =                               04060000
                      FUNCTION MOD(                                     04070000
                          WS-HASH-TOTAL +                               04080000
                          FUNCTION ORD(                                 04090000
                              WS-HASH-KEY(WS-HASH-BYTE-IDX:1)) - 1,     04100000
                          1000000000000000)                             04110000
              END-PERFORM.                                              04120000
      *                                                                 04130000
      *    EVERY EXCEPTION, WHATEVER ITS KIND, GOES OUT THROUGH THIS    04140000
      *    ONE PARAGRAPH SO THE EXCEPTION COUNT AND THE JOB'S FAILURE   04150000
      *    SWITCH CAN NEVER DISAGREE WITH THE PRINTED REPORT.           04160000
          8000-WRITE-EXCEPTION-LINE.                                    04170000
              MOVE WS-EXCEPTION-LINE TO REPORT-LINE                     04180000
              WRITE REPORT-LINE                                         04190000
              ADD 1 TO WS-EXCEPTION-COUNT                               04200000
              SET WS-JOB-FAILED TO TRUE.                                04210000
      *                                                                 04220000
          9000-TERMINATE.                                               04230000
              CLOSE WAREHOUSE-DELTA-FILE                                04240000
                    WAREHOUSE-RETURN-FILE                               04250000
                    REPORT-FILE                                         04260000
              IF WS-JOB-FAILED                                          04270000
                  MOVE 8 TO RETURN-CODE                                 04280000
              ELSE                                                      04290000
                  MOVE 0 TO RETURN-CODE                                 04300000
              END-IF.                                                   04310000
