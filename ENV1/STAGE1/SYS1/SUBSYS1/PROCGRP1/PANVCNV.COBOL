       IDENTIFICATION DIVISION.                                         00010000
          PROGRAM-ID.    PANVCNV.                                       00020000
          ENVIRONMENT    DIVISION.                                      00030000
          INPUT-OUTPUT   SECTION.                                       00040000
          FILE-CONTROL.                                                 00050000
              SELECT OLD-LONGNAME-FILE                                  00060000
                  ASSIGN TO OLDLONG                                     00070000
                  ORGANIZATION IS SEQUENTIAL                            00080000
                  FILE STATUS IS WS-OLD-LONGNAME-STATUS.                00090000
              SELECT NEW-LONGNAME-FILE                                  00100000
                  ASSIGN TO NEWLONG                                     00110000
                  ORGANIZATION IS SEQUENTIAL                            00120000
                  FILE STATUS IS WS-NEW-LONGNAME-STATUS.                00130000
              SELECT OLD-PANVOUT-FILE                                   00140000
                  ASSIGN TO OLDPVOUT                                    00150000
                  ORGANIZATION IS SEQUENTIAL                            00160000
                  FILE STATUS IS WS-OLD-PANVOUT-STATUS.                 00170000
              SELECT NEW-PANVOUT-FILE                                   00180000
                  ASSIGN TO NEWPVOUT                                    00190000
                  ORGANIZATION IS SEQUENTIAL                            00200000
                  FILE STATUS IS WS-NEW-PANVOUT-STATUS.                 00210000
              SELECT OLD-PANVOUT-PREV-FILE                              00220000
                  ASSIGN TO OLDPVPRV                                    00230000
                  ORGANIZATION IS SEQUENTIAL                            00240000
                  FILE STATUS IS WS-OLD-PVPREV-STATUS.                  00250000
              SELECT NEW-PANVOUT-PREV-FILE                              00260000
                  ASSIGN TO NEWPVPRV                                    00270000
                  ORGANIZATION IS SEQUENTIAL                            00280000
                  FILE STATUS IS WS-NEW-PVPREV-STATUS.                  00290000
              SELECT OLD-RESTART-FILE                                   00300000
                  ASSIGN TO OLDRSTRT                                    00310000
                  ORGANIZATION IS SEQUENTIAL                            00320000
                  FILE STATUS IS WS-OLD-RESTART-STATUS.                 00330000
              SELECT NEW-RESTART-FILE                                   00340000
                  ASSIGN TO NEWRSTRT                                    00350000
                  ORGANIZATION IS SEQUENTIAL                            00360000
                  FILE STATUS IS WS-NEW-RESTART-STATUS.                 00370000
              SELECT OLD-FLAGMSTR-FILE                                  00380000
                  ASSIGN TO OLDFLAG                                     00390000
                  ORGANIZATION IS SEQUENTIAL                            00400000
                  FILE STATUS IS WS-OLD-FLAGMSTR-STATUS.                00410000
              SELECT NEW-FLAGMSTR-FILE                                  00420000
                  ASSIGN TO NEWFLAG                                     00430000
                  ORGANIZATION IS SEQUENTIAL                            00440000
                  FILE STATUS IS WS-NEW-FLAGMSTR-STATUS.                00450000
              SELECT OLD-PENDCHG-FILE                                   00460000
                  ASSIGN TO OLDPEND                                     00470000
                  ORGANIZATION IS SEQUENTIAL                            00480000
                  FILE STATUS IS WS-OLD-PENDCHG-STATUS.                 00490000
              SELECT NEW-PENDCHG-FILE                                   00500000
                  ASSIGN TO NEWPEND                                     00510000
                  ORGANIZATION IS SEQUENTIAL                            00520000
                  FILE STATUS IS WS-NEW-PENDCHG-STATUS.                 00530000
              SELECT REPORT-FILE                                        00540000
                  ASSIGN TO PANVCNVR                                    00550000
                  ORGANIZATION IS SEQUENTIAL                            00560000
                  FILE STATUS IS WS-REPORT-STATUS.                      00570000
          DATA DIVISION.                                                00580000
          FILE SECTION.                                                 00590000
      *                                                                 00600000
      *    EACH OLD FILE IS READ AT ITS FORMER LENGTH AND WRITTEN       00610000
      *    BACK OUT THROUGH THE CURRENT COPYBOOK LAYOUT.                00620000
          FD  OLD-LONGNAME-FILE                                         00630000
              RECORDING MODE IS F.                                      00640000
          01  OLD-LONGNAME-RECORD          PIC X(56).                   00650000
          FD  NEW-LONGNAME-FILE                                         00660000
              RECORDING MODE IS F.                                      00670000
          01  NEW-LONGNAME-RECORD          PIC X(57).                   00680000
          FD  OLD-PANVOUT-FILE                                          00690000
              RECORDING MODE IS F.                                      00700000
          01  OLD-PANVOUT-RECORD           PIC X(16).                   00710000
          FD  NEW-PANVOUT-FILE                                          00720000
              RECORDING MODE IS F.                                      00730000
          01  NEW-PANVOUT-RECORD           PIC X(17).                   00740000
          FD  OLD-PANVOUT-PREV-FILE                                     00750000
              RECORDING MODE IS F.                                      00760000
          01  OLD-PANVOUT-PREV-RECORD      PIC X(16).                   00770000
          FD  NEW-PANVOUT-PREV-FILE                                     00780000
              RECORDING MODE IS F.                                      00790000
          01  NEW-PANVOUT-PREV-RECORD      PIC X(17).                   00800000
          FD  OLD-RESTART-FILE                                          00810000
              RECORDING MODE IS F.                                      00820000
          01  OLD-RESTART-RECORD.                                       00830000
              05  OR-CHECKPOINT-COUNT      PIC 9(09).                   00840000
              05  OR-JOB-STATUS            PIC X(01).                   00850000
          FD  NEW-RESTART-FILE                                          00860000
              RECORDING MODE IS F.                                      00870000
          01  NEW-RESTART-RECORD           PIC X(118).                  00880000
          FD  OLD-FLAGMSTR-FILE                                         00890000
              RECORDING MODE IS F.                                      00900000
          01  OLD-FLAGMSTR-RECORD          PIC X(14).                   00910000
          FD  NEW-FLAGMSTR-FILE                                         00920000
              RECORDING MODE IS F.                                      00930000
          01  NEW-FLAGMSTR-RECORD          PIC X(15).                   00940000
          FD  OLD-PENDCHG-FILE                                          00950000
              RECORDING MODE IS F.                                      00960000
          01  OLD-PENDCHG-RECORD           PIC X(67).                   00970000
          FD  NEW-PENDCHG-FILE                                          00980000
              RECORDING MODE IS F.                                      00990000
          01  NEW-PENDCHG-RECORD           PIC X(87).                   01000000
          FD  REPORT-FILE                                               01010000
              RECORDING MODE IS F.                                      01020000
          01  REPORT-LINE                  PIC X(80).                   01030000
          WORKING-STORAGE SECTION.                                      01040000
      *                                                                 01050000
      *    PANVCNV  --  ONE-TIME RECORD-LENGTH CONVERSION OF THE        01060000
      *               STANDING FILES WHOSE LAYOUTS GREW WITH THE        01070000
      *               AFFILIATE SOURCE, CHECKPOINT ACTIVITY COUNTS AND  01080000
      *               BULK-UPLOAD BATCH FIELDS:                         01090000
      *                 LONGNAME.FILE  56 TO  57  (BLANK AFFILIATE)     01100000
      *                 PANVOUT        16 TO  17  (BLANK AFFILIATE)     01110000
      *                 PANVOUT.PREV   16 TO  17  (BLANK AFFILIATE)     01120000
      *                 RESTART.CTL    10 TO 118  (ZERO COUNTS)         01130000
      *                 FLAGMSTR       14 TO  15  (BLANK AFFILIATE)     01140000
      *                 PENDCHG        67 TO  87  (BLANK BATCH ID AND   01150000
      *                                            REFERENCE NUMBER)    01160000
      *               FLAGMSTR AND PENDCHG ARE READ FROM THEIR IDCAMS   01170000
      *               REPRO UNLOADS AND WRITTEN FOR THE RELOAD INTO     01180000
      *               THE RE-DEFINED CLUSTERS.  EVERY RECORD READ IS    01190000
      *               WRITTEN, IN THE SAME ORDER; THE SUMMARY SHOWS     01200000
      *               READ AND WRITTEN FOR EACH FILE.  RC=0 ONLY WHEN   01210000
      *               ALL SIX CONVERTED CLEAN -- THE PANVCNV JOB SWAPS  01220000
      *               NOTHING IN OTHERWISE.  RC=8 A WRITE FAILED;       01230000
      *               RC=16 A FILE COULD NOT BE OPENED.                 01240000
      *                                                                 01250000
           01 WS-OLD-LONGNAME-STATUS PIC XX.                            01260000
              88 WS-OLD-LONGNAME-OK      VALUE '00'.                    01270000
              88 WS-OLD-LONGNAME-EOF     VALUE '10'.                    01280000
           01 WS-NEW-LONGNAME-STATUS PIC XX.                            01290000
              88 WS-NEW-LONGNAME-OK      VALUE '00'.                    01300000
           01 WS-OLD-PANVOUT-STATUS  PIC XX.                            01310000
              88 WS-OLD-PANVOUT-OK       VALUE '00'.                    01320000
              88 WS-OLD-PANVOUT-EOF      VALUE '10'.                    01330000
           01 WS-NEW-PANVOUT-STATUS  PIC XX.                            01340000
              88 WS-NEW-PANVOUT-OK       VALUE '00'.                    01350000
           01 WS-OLD-PVPREV-STATUS   PIC XX.                            01360000
              88 WS-OLD-PVPREV-OK        VALUE '00'.                    01370000
              88 WS-OLD-PVPREV-EOF       VALUE '10'.                    01380000
           01 WS-NEW-PVPREV-STATUS   PIC XX.                            01390000
              88 WS-NEW-PVPREV-OK        VALUE '00'.                    01400000
           01 WS-OLD-RESTART-STATUS  PIC XX.                            01410000
              88 WS-OLD-RESTART-OK       VALUE '00'.                    01420000
              88 WS-OLD-RESTART-EOF      VALUE '10'.                    01430000
           01 WS-NEW-RESTART-STATUS  PIC XX.                            01440000
              88 WS-NEW-RESTART-OK       VALUE '00'.                    01450000
           01 WS-OLD-FLAGMSTR-STATUS PIC XX.                            01460000
              88 WS-OLD-FLAGMSTR-OK      VALUE '00'.                    01470000
              88 WS-OLD-FLAGMSTR-EOF     VALUE '10'.                    01480000
           01 WS-NEW-FLAGMSTR-STATUS PIC XX.                            01490000
              88 WS-NEW-FLAGMSTR-OK      VALUE '00'.                    01500000
           01 WS-OLD-PENDCHG-STATUS  PIC XX.                            01510000
              88 WS-OLD-PENDCHG-OK       VALUE '00'.                    01520000
              88 WS-OLD-PENDCHG-EOF      VALUE '10'.                    01530000
           01 WS-NEW-PENDCHG-STATUS  PIC XX.                            01540000
              88 WS-NEW-PENDCHG-OK       VALUE '00'.                    01550000
           01 WS-REPORT-STATUS       PIC XX.                            01560000
      *                                                                 01570000
           01 WS-CONVERT-FAILED-SW   PIC X VALUE 'N'.                   01580000
              88 WS-CONVERT-FAILED       VALUE 'Y'.                     01590000
      *                                                                 01600000
      *    THE CURRENT LAYOUTS EACH OLD RECORD IS BUILT INTO.           01610000
           COPY LONGNAMEFILE.                                           01620000
           COPY PANVOUT.                                                01630000
           COPY RESTARTCTL.                                             01640000
           COPY FLAGMSTR.                                               01650000
           COPY PENDCHG.                                                01660000
      *                                                                 01670000
           01 WS-CONVERT-COUNTS.                                        01680000
              05 WS-LONGNAME-READ         PIC 9(9) VALUE ZERO.          01690000
              05 WS-LONGNAME-WRITTEN      PIC 9(9) VALUE ZERO.          01700000
              05 WS-PANVOUT-READ          PIC 9(9) VALUE ZERO.          01710000
              05 WS-PANVOUT-WRITTEN       PIC 9(9) VALUE ZERO.          01720000
              05 WS-PVPREV-READ           PIC 9(9) VALUE ZERO.          01730000
              05 WS-PVPREV-WRITTEN        PIC 9(9) VALUE ZERO.          01740000
              05 WS-RESTART-READ          PIC 9(9) VALUE ZERO.          01750000
              05 WS-RESTART-WRITTEN       PIC 9(9) VALUE ZERO.          01760000
              05 WS-FLAGMSTR-READ         PIC 9(9) VALUE ZERO.          01770000
              05 WS-FLAGMSTR-WRITTEN      PIC 9(9) VALUE ZERO.          01780000
              05 WS-PENDCHG-READ          PIC 9(9) VALUE ZERO.          01790000
              05 WS-PENDCHG-WRITTEN       PIC 9(9) VALUE ZERO.          01800000
      *                                                                 01810000
           01 WS-REPORT-LINES.                                          01820000
              05 WS-HEADING-LINE.                                       01830000
                 10 FILLER PIC X(20) VALUE 'PANVCNV - RECORD-LEN'.      01840000
                 10 FILLER PIC X(25) VALUE 'GTH CONVERSION SUMMARY'.    01850000
                 10 FILLER PIC X(35) VALUE SPACES.                      01860000
              05 WS-COLUMN-LINE.                                        01870000
                 10 FILLER          PIC X(16) VALUE 'FILE'.             01880000
                 10 FILLER          PIC X(11) VALUE '       READ'.      01890000
                 10 FILLER          PIC X(02) VALUE SPACES.             01900000
                 10 FILLER          PIC X(11) VALUE '    WRITTEN'.      01910000
                 10 FILLER          PIC X(40) VALUE SPACES.             01920000
              05 WS-COUNT-LINE.                                         01930000
                 10 CT-FILE-NAME          PIC X(16).                    01940000
                 10 CT-READ-COUNT         PIC ZZZ,ZZZ,ZZ9.              01950000
                 10 FILLER                PIC X(02) VALUE SPACES.       01960000
                 10 CT-WRITTEN-COUNT      PIC ZZZ,ZZZ,ZZ9.              01970000
                 10 FILLER                PIC X(40) VALUE SPACES.       01980000
              05 WS-RESULT-LINE.                                        01990000
                 10 FILLER                PIC X(04) VALUE '*** '.       02000000
                 10 RL-RESULT-TEXT        PIC X(76).                    02010000
              05 WS-BLANK-LINE     PIC X(80) VALUE SPACES.              02020000
      *                                                                 02030000
          PROCEDURE      DIVISION.                                      02040000
          0000-MAIN-CONTROL.                                            02050000
              PERFORM 1000-INITIALIZE                                   02060000
              PERFORM 2100-CONVERT-LONGNAME                             02070000
              PERFORM 2200-CONVERT-PANVOUT                              02080000
              PERFORM 2300-CONVERT-PANVOUT-PREV                         02090000
              PERFORM 2400-CONVERT-RESTART                              02100000
              PERFORM 2500-CONVERT-FLAGMSTR                             02110000
              PERFORM 2600-CONVERT-PENDCHG                              02120000
              PERFORM 4000-PRINT-CONVERT-SUMMARY                        02130000
              PERFORM 9000-TERMINATE                                    02140000
              GOBACK.                                                   02150000
      *                                                                 02160000
      *    EVERY FILE MUST OPEN BEFORE ANY IS CONVERTED -- A MISSING    02170000
      *    INPUT IS A SETUP ERROR, NOT AN EMPTY FILE.                   02180000
          1000-INITIALIZE.                                              02190000
              OPEN INPUT  OLD-LONGNAME-FILE                             02200000
                          OLD-PANVOUT-FILE                              02210000
                          OLD-PANVOUT-PREV-FILE                         02220000
                          OLD-RESTART-FILE                              02230000
                          OLD-FLAGMSTR-FILE                             02240000
                          OLD-PENDCHG-FILE                              02250000
              IF NOT WS-OLD-LONGNAME-OK                                 02260000
                  DISPLAY 'PANVCNV: OLDLONG OPEN FAILED, STATUS='       02270000
                          WS-OLD-LONGNAME-STATUS                        02280000
                  MOVE 16 TO RETURN-CODE                                02290000
                  GOBACK                                                02300000
              END-IF                                                    02310000
              IF NOT WS-OLD-PANVOUT-OK                                  02320000
                  DISPLAY 'PANVCNV: OLDPVOUT OPEN FAILED, STATUS='      02330000
                          WS-OLD-PANVOUT-STATUS                         02340000
                  MOVE 16 TO RETURN-CODE                                02350000
                  GOBACK                                                02360000
              END-IF                                                    02370000
              IF NOT WS-OLD-PVPREV-OK                                   02380000
                  DISPLAY 'PANVCNV: OLDPVPRV OPEN FAILED, STATUS='      02390000
                          WS-OLD-PVPREV-STATUS                          02400000
                  MOVE 16 TO RETURN-CODE                                02410000
                  GOBACK                                                02420000
              END-IF                                                    02430000
              IF NOT WS-OLD-RESTART-OK                                  02440000
                  DISPLAY 'PANVCNV: OLDRSTRT OPEN FAILED, STATUS='      02450000
                          WS-OLD-RESTART-STATUS                         02460000
                  MOVE 16 TO RETURN-CODE                                02470000
                  GOBACK                                                02480000
              END-IF                                                    02490000
              IF NOT WS-OLD-FLAGMSTR-OK                                 02500000
                  DISPLAY 'PANVCNV: OLDFLAG OPEN FAILED, STATUS='       02510000
                          WS-OLD-FLAGMSTR-STATUS                        02520000
                  MOVE 16 TO RETURN-CODE                                02530000
                  GOBACK                                                02540000
              END-IF                                                    02550000
              IF NOT WS-OLD-PENDCHG-OK                                  02560000
                  DISPLAY 'PANVCNV: OLDPEND OPEN FAILED, STATUS='       02570000
                          WS-OLD-PENDCHG-STATUS                         02580000
                  MOVE 16 TO RETURN-CODE                                02590000
                  GOBACK                                                02600000
              END-IF                                                    02610000
              OPEN OUTPUT NEW-LONGNAME-FILE                             02620000
                          NEW-PANVOUT-FILE                              02630000
                          NEW-PANVOUT-PREV-FILE                         02640000
                          NEW-RESTART-FILE                              02650000
                          NEW-FLAGMSTR-FILE                             02660000
                          NEW-PENDCHG-FILE                              02670000
                          REPORT-FILE                                   02680000
              IF NOT WS-NEW-LONGNAME-OK OR                              02690000
                 NOT WS-NEW-PANVOUT-OK OR                               02700000
                 NOT WS-NEW-PVPREV-OK OR                                02710000
                 NOT WS-NEW-RESTART-OK OR                               02720000
                 NOT WS-NEW-FLAGMSTR-OK OR                              02730000
                 NOT WS-NEW-PENDCHG-OK                                  02740000
                  DISPLAY 'PANVCNV: OUTPUT OPEN FAILED, STATUS='        02750000
                          WS-NEW-LONGNAME-STATUS ' '                    02760000
                          WS-NEW-PANVOUT-STATUS ' '                     02770000
                          WS-NEW-PVPREV-STATUS ' '                      02780000
                          WS-NEW-RESTART-STATUS ' '                     02790000
                          WS-NEW-FLAGMSTR-STATUS ' '                    02800000
                          WS-NEW-PENDCHG-STATUS                         02810000
                  MOVE 16 TO RETURN-CODE                                02820000
                  GOBACK                                                02830000
              END-IF                                                    02840000
              MOVE WS-HEADING-LINE TO REPORT-LINE                       02850000
              WRITE REPORT-LINE                                         02860000
              MOVE WS-BLANK-LINE TO REPORT-LINE                         02870000
              WRITE REPORT-LINE                                         02880000
              MOVE WS-COLUMN-LINE TO REPORT-LINE                        02890000
              WRITE REPORT-LINE.                                        02900000
      *                                                                 02910000
      *    A MERGED-MASTER RECORD WRITTEN BEFORE PANVMRG STAMPED THE    02920000
      *    SOURCE AFFILIATE CARRIES NONE.                               02930000
          2100-CONVERT-LONGNAME.                                        02940000
              PERFORM UNTIL WS-OLD-LONGNAME-EOF                         02950000
                  READ OLD-LONGNAME-FILE                                02960000
                      AT END                                            02970000
                          SET WS-OLD-LONGNAME-EOF TO TRUE               02980000
                      NOT AT END                                        02990000
                          ADD 1 TO WS-LONGNAME-READ                     03000000
                          MOVE OLD-LONGNAME-RECORD                      03010000
                              TO LONGNAMEFILE-MASTER-RECORD             03020000
                          MOVE SPACE TO LONGNAMEFILE-SOURCE-AFFILIATE   03030000
                          WRITE NEW-LONGNAME-RECORD                     03040000
                              FROM LONGNAMEFILE-MASTER-RECORD           03050000
                          IF WS-NEW-LONGNAME-OK                         03060000
                              ADD 1 TO WS-LONGNAME-WRITTEN              03070000
                          ELSE                                          03080000
                              DISPLAY 'PANVCNV: NEWLONG WRITE FAILED, ' 03090000
                                      'STATUS=' WS-NEW-LONGNAME-STATUS  03100000
                              SET WS-CONVERT-FAILED TO TRUE             03110000
                          END-IF                                        03120000
                  END-READ                                              03130000
              END-PERFORM.                                              03140000
      *                                                                 03150000
          2200-CONVERT-PANVOUT.                                         03160000
              PERFORM UNTIL WS-OLD-PANVOUT-EOF                          03170000
                  READ OLD-PANVOUT-FILE                                 03180000
                      AT END                                            03190000
                          SET WS-OLD-PANVOUT-EOF TO TRUE                03200000
                      NOT AT END                                        03210000
                          ADD 1 TO WS-PANVOUT-READ                      03220000
                          MOVE OLD-PANVOUT-RECORD TO PANVOUT-RECORD     03230000
                          MOVE SPACE TO PV-SOURCE-AFFILIATE             03240000
                          WRITE NEW-PANVOUT-RECORD FROM PANVOUT-RECORD  03250000
                          IF WS-NEW-PANVOUT-OK                          03260000
                              ADD 1 TO WS-PANVOUT-WRITTEN               03270000
                          ELSE                                          03280000
                              DISPLAY 'PANVCNV: NEWPVOUT WRITE FAILED, '03290000
                                      'STATUS=' WS-NEW-PANVOUT-STATUS   03300000
                              SET WS-CONVERT-FAILED TO TRUE             03310000
                          END-IF                                        03320000
                  END-READ                                              03330000
              END-PERFORM.                                              03340000
      *                                                                 03350000
          2300-CONVERT-PANVOUT-PREV.                                    03360000
              PERFORM UNTIL WS-OLD-PVPREV-EOF                           03370000
                  READ OLD-PANVOUT-PREV-FILE                            03380000
                      AT END                                            03390000
                          SET WS-OLD-PVPREV-EOF TO TRUE                 03400000
                      NOT AT END                                        03410000
                          ADD 1 TO WS-PVPREV-READ                       03420000
                          MOVE OLD-PANVOUT-PREV-RECORD TO PANVOUT-RECORD03430000
                          MOVE SPACE TO PV-SOURCE-AFFILIATE             03440000
                          WRITE NEW-PANVOUT-PREV-RECORD                 03450000
                              FROM PANVOUT-RECORD                       03460000
                          IF WS-NEW-PVPREV-OK                           03470000
                              ADD 1 TO WS-PVPREV-WRITTEN                03480000
                          ELSE                                          03490000
                              DISPLAY 'PANVCNV: NEWPVPRV WRITE FAILED, '03500000
                                      'STATUS=' WS-NEW-PVPREV-STATUS    03510000
                              SET WS-CONVERT-FAILED TO TRUE             03520000
                          END-IF                                        03530000
                  END-READ                                              03540000
              END-PERFORM.                                              03550000
      *                                                                 03560000
      *    A CHECKPOINT TAKEN BEFORE THE AFFILIATE COUNTS WERE SAVED    03570000
      *    RESTARTS WITH THEM AT ZERO, NOT SPACES, SO A RESTARTED RUN   03580000
      *    CAN ADD TO THEM.                                             03590000
          2400-CONVERT-RESTART.                                         03600000
              PERFORM UNTIL WS-OLD-RESTART-EOF                          03610000
                  READ OLD-RESTART-FILE                                 03620000
                      AT END                                            03630000
                          SET WS-OLD-RESTART-EOF TO TRUE                03640000
                      NOT AT END                                        03650000
                          ADD 1 TO WS-RESTART-READ                      03660000
                          INITIALIZE RESTART-CONTROL-RECORD             03670000
                          MOVE OR-CHECKPOINT-COUNT                      03680000
                              TO RESTART-CHECKPOINT-COUNT               03690000
                          MOVE OR-JOB-STATUS TO RESTART-JOB-STATUS      03700000
                          WRITE NEW-RESTART-RECORD                      03710000
                              FROM RESTART-CONTROL-RECORD               03720000
                          IF WS-NEW-RESTART-OK                          03730000
                              ADD 1 TO WS-RESTART-WRITTEN               03740000
                          ELSE                                          03750000
                              DISPLAY 'PANVCNV: NEWRSTRT WRITE FAILED, '03760000
                                      'STATUS=' WS-NEW-RESTART-STATUS   03770000
                              SET WS-CONVERT-FAILED TO TRUE             03780000
                          END-IF                                        03790000
                  END-READ                                              03800000
              END-PERFORM.                                              03810000
      *                                                                 03820000
      *    THE UNLOAD IS IN KEY ORDER, SO THE CONVERTED FILE RELOADS    03830000
      *    INTO THE NEW CLUSTER WITHOUT A SORT.                         03840000
          2500-CONVERT-FLAGMSTR.                                        03850000
              PERFORM UNTIL WS-OLD-FLAGMSTR-EOF                         03860000
                  READ OLD-FLAGMSTR-FILE                                03870000
                      AT END                                            03880000
                          SET WS-OLD-FLAGMSTR-EOF TO TRUE               03890000
                      NOT AT END                                        03900000
                          ADD 1 TO WS-FLAGMSTR-READ                     03910000
                          MOVE OLD-FLAGMSTR-RECORD TO FLAGMSTR-RECORD   03920000
                          MOVE SPACE TO FM-SOURCE-AFFILIATE             03930000
                          WRITE NEW-FLAGMSTR-RECORD FROM FLAGMSTR-RECORD03940000
                          IF WS-NEW-FLAGMSTR-OK                         03950000
                              ADD 1 TO WS-FLAGMSTR-WRITTEN              03960000
                          ELSE                                          03970000
                              DISPLAY 'PANVCNV: NEWFLAG WRITE FAILED, ' 03980000
                                      'STATUS=' WS-NEW-FLAGMSTR-STATUS  03990000
                              SET WS-CONVERT-FAILED TO TRUE             04000000
                          END-IF                                        04010000
                  END-READ                                              04020000
              END-PERFORM.                                              04030000
      *                                                                 04040000
      *    EVERY ENTRY ALREADY QUEUED WAS KEYED ON PANVMNT, SO IT IS    04050000
      *    AN ONLINE ENTRY (BLANK BATCH ID) WITH NO REFERENCE NUMBER.   04060000
          2600-CONVERT-PENDCHG.                                         04070000
              PERFORM UNTIL WS-OLD-PENDCHG-EOF                          04080000
                  READ OLD-PENDCHG-FILE                                 04090000
                      AT END                                            04100000
                          SET WS-OLD-PENDCHG-EOF TO TRUE                04110000
                      NOT AT END                                        04120000
                          ADD 1 TO WS-PENDCHG-READ                      04130000
                          MOVE OLD-PENDCHG-RECORD                       04140000
                              TO PENDING-CHANGE-RECORD                  04150000
                          MOVE SPACES TO PC-BATCH-ID                    04160000
                                         PC-REFERENCE-NO                04170000
                          WRITE NEW-PENDCHG-RECORD                      04180000
                              FROM PENDING-CHANGE-RECORD                04190000
                          IF WS-NEW-PENDCHG-OK                          04200000
                              ADD 1 TO WS-PENDCHG-WRITTEN               04210000
                          ELSE                                          04220000
                              DISPLAY 'PANVCNV: NEWPEND WRITE FAILED, ' 04230000
                                      'STATUS=' WS-NEW-PENDCHG-STATUS   04240000
                              SET WS-CONVERT-FAILED TO TRUE             04250000
                          END-IF                                        04260000
                  END-READ                                              04270000
              END-PERFORM.                                              04280000
      *                                                                 04290000
          4000-PRINT-CONVERT-SUMMARY.                                   04300000
              MOVE 'LONGNAME.FILE' TO CT-FILE-NAME                      04310000
              MOVE WS-LONGNAME-READ TO CT-READ-COUNT                    04320000
              MOVE WS-LONGNAME-WRITTEN TO CT-WRITTEN-COUNT              04330000
              PERFORM 4100-WRITE-COUNT-LINE                             04340000
              MOVE 'PANVOUT' TO CT-FILE-NAME                            04350000
              MOVE WS-PANVOUT-READ TO CT-READ-COUNT                     04360000
              MOVE WS-PANVOUT-WRITTEN TO CT-WRITTEN-COUNT               04370000
              PERFORM 4100-WRITE-COUNT-LINE                             04380000
              MOVE 'PANVOUT.PREV' TO CT-FILE-NAME                       04390000
              MOVE WS-PVPREV-READ TO CT-READ-COUNT                      04400000
              MOVE WS-PVPREV-WRITTEN TO CT-WRITTEN-COUNT                04410000
              PERFORM 4100-WRITE-COUNT-LINE                             04420000
              MOVE 'RESTART.CTL' TO CT-FILE-NAME                        04430000
              MOVE WS-RESTART-READ TO CT-READ-COUNT                     04440000
              MOVE WS-RESTART-WRITTEN TO CT-WRITTEN-COUNT               04450000
              PERFORM 4100-WRITE-COUNT-LINE                             04460000
              MOVE 'FLAGMSTR' TO CT-FILE-NAME                           04470000
              MOVE WS-FLAGMSTR-READ TO CT-READ-COUNT                    04480000
              MOVE WS-FLAGMSTR-WRITTEN TO CT-WRITTEN-COUNT              04490000
              PERFORM 4100-WRITE-COUNT-LINE                             04500000
              MOVE 'PENDCHG' TO CT-FILE-NAME                            04510000
              MOVE WS-PENDCHG-READ TO CT-READ-COUNT                     04520000
              MOVE WS-PENDCHG-WRITTEN TO CT-WRITTEN-COUNT               04530000
              PERFORM 4100-WRITE-COUNT-LINE                             04540000
              MOVE WS-BLANK-LINE TO REPORT-LINE                         04550000
              WRITE REPORT-LINE                                         04560000
              IF WS-CONVERT-FAILED                                      04570000
                  MOVE 'CONVERSION FAILED -- NO FILE IS TO BE REPLACED' 04580000
                      TO RL-RESULT-TEXT                                 04590000
              ELSE                                                      04600000
                  MOVE 'CONVERSION COMPLETE' TO RL-RESULT-TEXT          04610000
              END-IF                                                    04620000
              MOVE WS-RESULT-LINE TO REPORT-LINE                        04630000
              WRITE REPORT-LINE.                                        04640000
      *                                                                 04650000
          4100-WRITE-COUNT-LINE.                                        04660000
              MOVE WS-COUNT-LINE TO REPORT-LINE                         04670000
              WRITE REPORT-LINE.                                        04680000
      *                                                                 04690000
          9000-TERMINATE.                                               04700000
              CLOSE OLD-LONGNAME-FILE                                   04710000
                    NEW-LONGNAME-FILE                                   04720000
                    OLD-PANVOUT-FILE                                    04730000
                    NEW-PANVOUT-FILE                                    04740000
                    OLD-PANVOUT-PREV-FILE                               04750000
                    NEW-PANVOUT-PREV-FILE                               04760000
                    OLD-RESTART-FILE                                    04770000
                    NEW-RESTART-FILE                                    04780000
                    OLD-FLAGMSTR-FILE                                   04790000
                    NEW-FLAGMSTR-FILE                                   04800000
                    OLD-PENDCHG-FILE                                    04810000
                    NEW-PENDCHG-FILE                                    04820000
                    REPORT-FILE                                         04830000
              IF WS-CONVERT-FAILED                                      04840000
                  MOVE 8 TO RETURN-CODE                                 04850000
              ELSE                                                      04860000
                  MOVE 0 TO RETURN-CODE                                 04870000
              END-IF.                                                   04880000
