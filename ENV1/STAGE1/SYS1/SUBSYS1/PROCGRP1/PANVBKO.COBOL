       IDENTIFICATION DIVISION.                                         00010000
          PROGRAM-ID.    PANVBKO.                                       00020000
          ENVIRONMENT    DIVISION.                                      00030000
          INPUT-OUTPUT   SECTION.                                       00040000
          FILE-CONTROL.                                                 00050000
              SELECT BACKOUT-PARM-FILE                                  00060000
                  ASSIGN TO BKPARM                                      00070000
                  ORGANIZATION IS SEQUENTIAL                            00080000
                  FILE STATUS IS WS-BACKOUT-PARM-STATUS.                00090000
              SELECT BACKOUT-FILE                                       00100000
                  ASSIGN TO BACKOUT                                     00110000
                  ORGANIZATION IS SEQUENTIAL                            00120000
                  FILE STATUS IS WS-BACKOUT-STATUS.                     00130000
              SELECT FLAGMSTR-FILE                                      00140000
                  ASSIGN TO FLAGMSTR                                    00150000
                  ORGANIZATION IS INDEXED                               00160000
                  ACCESS MODE IS DYNAMIC                                00170000
                  RECORD KEY IS FM-RECORD-KEY                           00180000
                  FILE STATUS IS WS-FLAGMSTR-STATUS.                    00190000
              SELECT HISTORY-IN-FILE                                    00200000
                  ASSIGN TO HISTIN                                      00210000
                  ORGANIZATION IS SEQUENTIAL                            00220000
                  FILE STATUS IS WS-HISTORY-IN-STATUS.                  00230000
              SELECT HISTORY-OUT-FILE                                   00240000
                  ASSIGN TO HISTOUT                                     00250000
                  ORGANIZATION IS SEQUENTIAL                            00260000
                  FILE STATUS IS WS-HISTORY-OUT-STATUS.                 00270000
              SELECT PANVOUT-PREV-FILE                                  00280000
                  ASSIGN TO PVPREV                                      00290000
                  ORGANIZATION IS SEQUENTIAL                            00300000
                  FILE STATUS IS WS-PVPREV-STATUS.                      00310000
              SELECT SNAPSHOT-OUT-FILE                                  00320000
                  ASSIGN TO SNAPOUT                                     00330000
                  ORGANIZATION IS SEQUENTIAL                            00340000
                  FILE STATUS IS WS-SNAPSHOT-STATUS.                    00350000
              SELECT REPORT-FILE                                        00360000
                  ASSIGN TO PANVBKOR                                    00370000
                  ORGANIZATION IS SEQUENTIAL                            00380000
                  FILE STATUS IS WS-REPORT-STATUS.                      00390000
              SELECT SORT-FILE                                          00400000
                  ASSIGN TO SORTWK01.                                   00410000
          DATA DIVISION.                                                00420000
          FILE SECTION.                                                 00430000
          FD  BACKOUT-PARM-FILE                                         00440000
              RECORDING MODE IS F.                                      00450000
          01  BACKOUT-PARM-RECORD.                                      00460000
              05  BP-BACKOUT-DATE          PIC X(08).                   00470000
              05  FILLER                   PIC X(72).                   00480000
          FD  BACKOUT-FILE                                              00490000
              RECORDING MODE IS F.                                      00500000
          COPY BKOUTREC.                                                00510000
          FD  FLAGMSTR-FILE                                             00520000
              RECORDING MODE IS F.                                      00530000
          COPY FLAGMSTR.                                                00540000
          FD  HISTORY-IN-FILE                                           00550000
              RECORDING MODE IS F.                                      00560000
          COPY FLAGHIST.                                                00570000
          FD  HISTORY-OUT-FILE                                          00580000
              RECORDING MODE IS F.                                      00590000
          01  HISTORY-OUT-RECORD           PIC X(25).                   00600000
          FD  PANVOUT-PREV-FILE                                         00610000
              RECORDING MODE IS F.                                      00620000
          01  PANVOUT-PREV-RECORD          PIC X(17).                   00630000
          FD  SNAPSHOT-OUT-FILE                                         00640000
              RECORDING MODE IS F.                                      00650000
          01  SNAPSHOT-OUT-RECORD          PIC X(17).                   00660000
          FD  REPORT-FILE                                               00670000
              RECORDING MODE IS F.                                      00680000
          01  REPORT-LINE                  PIC X(80).                   00690000
          SD  SORT-FILE.                                                00700000
          01  SORT-RECORD.                                              00710000
              05  SR-FILE-CODE             PIC X(01).                   00720000
                  88  SR-FLAGMSTR-IMAGE        VALUE 'M'.               00730000
                  88  SR-SNAPSHOT-IMAGE        VALUE 'S'.               00740000
              05  SR-RECORD-KEY            PIC X(10).                   00750000
              05  SR-LOG-SEQUENCE          PIC 9(09).                   00760000
              05  SR-ACTION-CODE           PIC X(01).                   00770000
                  88  SR-ACTION-ADD            VALUE 'A'.               00780000
                  88  SR-ACTION-CHANGE         VALUE 'C'.               00790000
                  88  SR-ACTION-DELETE         VALUE 'D'.               00800000
              05  SR-BEFORE-FLAGS          PIC X(06).                   00810000
              05  SR-AFTER-FLAGS           PIC X(06).                   00820000
              05  SR-BEFORE-AFFILIATE      PIC X(01).                   00823000
              05  SR-AFTER-AFFILIATE       PIC X(01).                   00826000
          WORKING-STORAGE SECTION.                                      00830000
      *                                                                 00840000
      *    PANVBKO  --  ONE-NIGHT BACKOUT.  PUTS FLAGMSTR, THE FLAG     00850000
      *               HISTORY FILE AND THE PANVOUT.PREV SNAPSHOT        00860000
      *               BACK TO WHERE THEY STOOD BEFORE THE NIGHT         00870000
      *               NAMED ON THE BKPARM CARD (COLS 1-8, CCYYMMDD),    00880000
      *               FOR WHEN A BAD AFFILIATE FEED GOT PAST PANVBAL.   00890000
      *               FLAGMSTR AND THE SNAPSHOT ARE RESTORED FROM       00900000
      *               THE BEFORE-IMAGES PANVINCL AND PANVHST LOGGED     00910000
      *               THAT NIGHT (FILE CODES M AND S ON THE BACKOUT     00920000
      *               LOG); THE NIGHT'S FLAG HISTORY ENTRIES ARE        00930000
      *               DROPPED.  EVERY KEY PUT BACK IS PRINTED.          00940000
      *                                                                 00950000
      *               FLAGMSTR IS UPDATED IN PLACE.  THE HISTORY        00960000
      *               FILE AND THE SNAPSHOT ARE REWRITTEN TO WORK       00970000
      *               FILES THAT THE JOB COPIES BACK OVER THE LIVE      00980000
      *               ONES ONLY ON A CLEAN FINISH, THE SAME PATTERN     00990000
      *               AS THE PANVHST SNAPSHOT AND PANVRPR SUSPENSE      01000000
      *               STEPS.                                            01010000
      *                                                                 01020000
      *               ONLY THE LATEST NIGHT ON FILE CAN BE BACKED       01030000
      *               OUT: PUTTING BACK AN EARLIER ONE WOULD UNDO       01040000
      *               THE NIGHTS SINCE WITHOUT SAYING SO.  IF EITHER    01050000
      *               THE BACKOUT LOG OR THE HISTORY FILE HOLDS A       01060000
      *               LATER DATE, NOTHING IS TOUCHED AND THE STEP       01070000
      *               ENDS AT RC=16.  RERUNNING A BACKOUT, OR           01080000
      *               BACKING OUT A NIGHT THAT WAS ITSELF RERUN,        01090000
      *               GIVES THE SAME RESULT -- EACH KEY IS RESTORED     01100000
      *               FROM THE FIRST IMAGE LOGGED FOR IT THAT DATE.     01110000
      *                                                                 01120000
           01 WS-BACKOUT-PARM-STATUS PIC XX.                            01130000
              88 WS-BACKOUT-PARM-OK     VALUE '00'.                     01140000
           01 WS-BACKOUT-STATUS      PIC XX.                            01150000
              88 WS-BACKOUT-OK          VALUE '00'.                     01160000
              88 WS-BACKOUT-EOF         VALUE '10'.                     01170000
           01 WS-FLAGMSTR-STATUS     PIC XX.                            01180000
              88 WS-FLAGMSTR-OK         VALUE '00'.                     01190000
              88 WS-FLAGMSTR-NO-RECORD  VALUE '23'.                     01200000
           01 WS-HISTORY-IN-STATUS   PIC XX.                            01210000
              88 WS-HISTORY-IN-OK       VALUE '00'.                     01220000
              88 WS-HISTORY-IN-EOF      VALUE '10'.                     01230000
           01 WS-HISTORY-OUT-STATUS  PIC XX.                            01240000
           01 WS-PVPREV-STATUS       PIC XX.                            01250000
              88 WS-PVPREV-OK           VALUE '00'.                     01260000
              88 WS-PVPREV-EOF          VALUE '10'.                     01270000
           01 WS-SNAPSHOT-STATUS     PIC XX.                            01280000
           01 WS-REPORT-STATUS       PIC XX.                            01290000
           01 WS-SORT-EOF-SW         PIC X VALUE 'N'.                   01300000
              88 WS-SORT-EOF            VALUE 'Y'.                      01310000
      *                                                                 01320000
           01 WS-BACKOUT-DATE        PIC X(08).                         01330000
           01 WS-LATER-NIGHT-SW      PIC X VALUE 'N'.                   01340000
              88 WS-LATER-NIGHT-FOUND   VALUE 'Y'.                      01350000
           01 WS-LATER-DATE          PIC X(08) VALUE SPACES.            01360000
           01 WS-CHECK-DATE          PIC X(08).                         01365000
           01 WS-RETURN-CODE-SW      PIC X VALUE 'N'.                   01370000
              88 WS-JOB-FAILED          VALUE 'Y'.                      01380000
           01 WS-FM-FOUND-SW         PIC X VALUE 'N'.                   01390000
              88 WS-FM-FOUND            VALUE 'Y'.                      01400000
      *                                                                 01410000
      *    THE SORT ORDERS THE NIGHT'S IMAGES BY FILE CODE, KEY AND     01420000
      *    LOG SEQUENCE, SO THE FIRST IMAGE OF EACH KEY ARRIVES         01430000
      *    FIRST; ANY LATER ONE FOR THE SAME FILE AND KEY IS            01440000
      *    SKIPPED AGAINST THESE HOLD FIELDS.                           01450000
           01 WS-BREAK-CONTROL.                                         01460000
              05 WS-LAST-FILE-CODE      PIC X(01) VALUE SPACES.         01470000
              05 WS-LAST-RECORD-KEY     PIC X(10) VALUE SPACES.         01480000
      *                                                                 01490000
      *    ONE-RECORD LOOKAHEAD FOR THE SNAPSHOT MERGE, LAID OUT        01500000
      *    LIKE THE PANVOUT COPYBOOK (KEY, SIX FLAG BYTES, AFFILIATE).  01510000
           01 WS-PREV-HELD-RECORD.                                      01520000
              05 WS-PREV-HELD-KEY       PIC X(10).                      01530000
              05 WS-PREV-HELD-FLAGS     PIC X(06).                      01540000
              05 WS-PREV-HELD-AFFILIATE PIC X(01).                      01545000
           01 WS-SNAP-NEW-RECORD.                                       01550000
              05 WS-SNAP-NEW-KEY        PIC X(10).                      01560000
              05 WS-SNAP-NEW-FLAGS      PIC X(06).                      01570000
              05 WS-SNAP-NEW-AFFILIATE  PIC X(01).                      01575000
      *                                                                 01580000
           01 WS-BACKOUT-COUNTS.                                        01590000
              05 WS-LOG-READ-COUNT        PIC 9(9) VALUE ZERO.          01600000
              05 WS-IMAGE-SELECTED-COUNT  PIC 9(9) VALUE ZERO.          01610000
              05 WS-IMAGE-SKIPPED-COUNT   PIC 9(9) VALUE ZERO.          01620000
              05 WS-FM-RESTORED-COUNT     PIC 9(9) VALUE ZERO.          01630000
              05 WS-SNAP-RESTORED-COUNT   PIC 9(9) VALUE ZERO.          01640000
              05 WS-HIST-READ-COUNT       PIC 9(9) VALUE ZERO.          01650000
              05 WS-HIST-REMOVED-COUNT    PIC 9(9) VALUE ZERO.          01660000
              05 WS-ONLINE-CHANGED-COUNT  PIC 9(9) VALUE ZERO.          01670000
      *                                                                 01680000
           01 WS-REPORT-LINES.                                          01690000
              05 WS-HEADING-LINE.                                       01700000
                 10 FILLER PIC X(20) VALUE 'PANVBKO - ONE-NIGHT '.      01710000
                 10 FILLER PIC X(25) VALUE 'FLAG BACKOUT'.              01720000
                 10 FILLER PIC X(35) VALUE SPACES.                      01730000
              05 WS-NIGHT-LINE.                                         01740000
                 10 FILLER          PIC X(17) VALUE 'NIGHT BACKED OUT '.01750000
                 10 NL-BACKOUT-DATE PIC X(08).                          01760000
                 10 FILLER          PIC X(55) VALUE SPACES.             01770000
              05 WS-COLUMN-LINE.                                        01780000
                 10 FILLER PIC X(02) VALUE SPACES.                      01790000
                 10 FILLER PIC X(10) VALUE 'FILE'.                      01800000
                 10 FILLER PIC X(12) VALUE 'RECORD KEY'.                01810000
                 10 FILLER PIC X(19) VALUE 'ACTION UNDONE'.             01820000
                 10 FILLER PIC X(08) VALUE 'RESTORED'.                  01830000
                 10 FILLER PIC X(08) VALUE 'REMOVED'.                   01840000
                 10 FILLER PIC X(21) VALUE 'NOTE'.                      01850000
              05 WS-DETAIL-LINE.                                        01860000
                 10 FILLER                PIC X(02) VALUE SPACES.       01870000
                 10 DL-FILE-NAME          PIC X(08).                    01880000
                 10 FILLER                PIC X(02) VALUE SPACES.       01890000
                 10 DL-RECORD-KEY         PIC X(10).                    01900000
                 10 FILLER                PIC X(02) VALUE SPACES.       01910000
                 10 DL-ACTION-TEXT        PIC X(17).                    01920000
                 10 FILLER                PIC X(02) VALUE SPACES.       01930000
                 10 DL-RESTORED-FLAGS     PIC X(06).                    01940000
                 10 FILLER                PIC X(02) VALUE SPACES.       01950000
                 10 DL-REMOVED-FLAGS      PIC X(06).                    01960000
                 10 FILLER                PIC X(02) VALUE SPACES.       01970000
                 10 DL-NOTE-TEXT          PIC X(21).                    01980000
              05 WS-REFUSED-LINE.                                       01990000
                 10 FILLER PIC X(29)                                    02000000
                    VALUE 'BACKOUT REFUSED -- LATER DATE'.              02010000
                 10 FILLER PIC X(01) VALUE SPACES.                      02020000
                 10 RL-LATER-DATE         PIC X(08).                    02030000
                 10 FILLER PIC X(42)                                    02040000
                    VALUE ' ON FILE, NOTHING RESTORED'.                 02050000
              05 WS-COUNT-LINE.                                         02060000
                 10 CL-COUNT-LABEL        PIC X(24).                    02070000
                 10 CL-COUNT-VALUE        PIC ZZZ,ZZZ,ZZ9.              02080000
                 10 FILLER                PIC X(45) VALUE SPACES.       02090000
              05 WS-BLANK-LINE     PIC X(80) VALUE SPACES.              02100000
      *                                                                 02110000
          PROCEDURE      DIVISION.                                      02120000
          0000-MAIN-CONTROL.                                            02130000
              PERFORM 1000-INITIALIZE                                   02140000
              SORT SORT-FILE                                            02150000
                  ON ASCENDING KEY SR-FILE-CODE                         02160000
                                   SR-RECORD-KEY                        02170000
                                   SR-LOG-SEQUENCE                      02180000
                  INPUT PROCEDURE IS 2000-SELECT-BEFORE-IMAGES          02190000
                  OUTPUT PROCEDURE IS 3000-RESTORE-BEFORE-IMAGES        02200000
              PERFORM 5000-PRINT-BACKOUT-TOTALS                         02210000
              PERFORM 9000-TERMINATE                                    02220000
              GOBACK.                                                   02230000
      *                                                                 02240000
      *    THE NIGHT TO BACK OUT ARRIVES ON ONE BKPARM CONTROL CARD.    02250000
      *    A MISSING CARD, A BAD DATE OR AN INPUT THAT WILL NOT OPEN    02260000
      *    IS A SETUP ERROR, SO THE STEP FAILS HARD BEFORE FLAGMSTR     02270000
      *    IS TOUCHED.                                                  02280000
          1000-INITIALIZE.                                              02290000
              OPEN INPUT BACKOUT-PARM-FILE                              02300000
              IF NOT WS-BACKOUT-PARM-OK                                 02310000
                  DISPLAY 'PANVBKO: BKPARM OPEN FAILED, STATUS='        02320000
                          WS-BACKOUT-PARM-STATUS                        02330000
                  MOVE 16 TO RETURN-CODE                                02340000
                  GOBACK                                                02350000
              END-IF                                                    02360000
              READ BACKOUT-PARM-FILE                                    02370000
                  AT END                                                02380000
                      CLOSE BACKOUT-PARM-FILE                           02390000
                      DISPLAY 'PANVBKO: BKPARM IS EMPTY'                02400000
                      MOVE 16 TO RETURN-CODE                            02410000
                      GOBACK                                            02420000
              END-READ                                                  02430000
              CLOSE BACKOUT-PARM-FILE                                   02440000
              IF BP-BACKOUT-DATE NOT NUMERIC                            02450000
                  DISPLAY 'PANVBKO: INVALID BACKOUT DATE '              02460000
                          BP-BACKOUT-DATE                               02470000
                  MOVE 16 TO RETURN-CODE                                02480000
                  GOBACK                                                02490000
              END-IF                                                    02500000
              MOVE BP-BACKOUT-DATE TO WS-BACKOUT-DATE                   02510000
              OPEN INPUT BACKOUT-FILE                                   02520000
                         HISTORY-IN-FILE                                02530000
                         PANVOUT-PREV-FILE                              02540000
              OPEN I-O   FLAGMSTR-FILE                                  02550000
              IF NOT WS-BACKOUT-OK OR                                   02560000
                 NOT WS-HISTORY-IN-OK OR                                02570000
                 NOT WS-PVPREV-OK OR                                    02580000
                 NOT WS-FLAGMSTR-OK                                     02590000
                  DISPLAY 'PANVBKO: INPUT OPEN FAILED, BACKOUT='        02600000
                          WS-BACKOUT-STATUS ' HISTIN='                  02610000
                          WS-HISTORY-IN-STATUS ' PVPREV='               02620000
                          WS-PVPREV-STATUS ' FLAGMSTR='                 02630000
                          WS-FLAGMSTR-STATUS                            02640000
                  MOVE 16 TO RETURN-CODE                                02650000
                  GOBACK                                                02660000
              END-IF                                                    02670000
              OPEN OUTPUT HISTORY-OUT-FILE                              02680000
                          SNAPSHOT-OUT-FILE                             02690000
                          REPORT-FILE                                   02700000
              MOVE WS-HEADING-LINE TO REPORT-LINE                       02710000
              WRITE REPORT-LINE                                         02720000
              MOVE WS-BACKOUT-DATE TO NL-BACKOUT-DATE                   02730000
              MOVE WS-NIGHT-LINE TO REPORT-LINE                         02740000
              WRITE REPORT-LINE                                         02750000
              MOVE WS-BLANK-LINE TO REPORT-LINE                         02760000
              WRITE REPORT-LINE                                         02770000
              MOVE WS-COLUMN-LINE TO REPORT-LINE                        02780000
              WRITE REPORT-LINE.                                        02790000
      *                                                                 02800000
      *    PASS THE BACKOUT LOG ONCE, RELEASING THE NAMED NIGHT'S       02810000
      *    IMAGES NUMBERED IN LOG ORDER, THEN PROVE NO LATER NIGHT      02820000
      *    IS ON THE HISTORY FILE EITHER -- BOTH CHECKS FINISH          02830000
      *    BEFORE THE OUTPUT PROCEDURE UPDATES ANYTHING.                02840000
          2000-SELECT-BEFORE-IMAGES.                                    02850000
              PERFORM UNTIL WS-BACKOUT-EOF                              02860000
                  READ BACKOUT-FILE                                     02870000
                      AT END                                            02880000
                          SET WS-BACKOUT-EOF TO TRUE                    02890000
                      NOT AT END                                        02900000
                          ADD 1 TO WS-LOG-READ-COUNT                    02910000
                          PERFORM 2100-SELECT-ONE-IMAGE                 02920000
                  END-READ                                              02930000
              END-PERFORM                                               02940000
              PERFORM 2200-CHECK-HISTORY-DATES.                         02950000
      *                                                                 02960000
          2100-SELECT-ONE-IMAGE.                                        02970000
              IF BK-RUN-DATE = WS-BACKOUT-DATE                          02980000
                  MOVE BK-FILE-CODE    TO SR-FILE-CODE                  02990000
                  MOVE BK-RECORD-KEY   TO SR-RECORD-KEY                 03000000
                  MOVE WS-LOG-READ-COUNT TO SR-LOG-SEQUENCE             03010000
                  MOVE BK-ACTION-CODE  TO SR-ACTION-CODE                03020000
                  MOVE BK-BEFORE-FLAGS TO SR-BEFORE-FLAGS               03030000
                  MOVE BK-AFTER-FLAGS  TO SR-AFTER-FLAGS                03040000
                  MOVE BK-BEFORE-AFFILIATE TO SR-BEFORE-AFFILIATE       03043000
                  MOVE BK-AFTER-AFFILIATE  TO SR-AFTER-AFFILIATE        03046000
                  RELEASE SORT-RECORD                                   03050000
                  ADD 1 TO WS-IMAGE-SELECTED-COUNT                      03060000
              ELSE                                                      03070000
                  IF BK-RUN-DATE > WS-BACKOUT-DATE                      03080000
                      MOVE BK-RUN-DATE TO WS-CHECK-DATE                 03085000
                      PERFORM 2300-NOTE-LATER-NIGHT                     03090000
                  END-IF                                                03100000
              END-IF.                                                   03110000
      *                                                                 03120000
          2200-CHECK-HISTORY-DATES.                                     03130000
              PERFORM UNTIL WS-HISTORY-IN-EOF                           03140000
                  READ HISTORY-IN-FILE                                  03150000
                      AT END                                            03160000
                          SET WS-HISTORY-IN-EOF TO TRUE                 03170000
                      NOT AT END                                        03180000
                          IF FH-EFFECTIVE-DATE > WS-BACKOUT-DATE        03190000
                              MOVE FH-EFFECTIVE-DATE TO WS-CHECK-DATE   03200000
                              PERFORM 2300-NOTE-LATER-NIGHT             03210000
                          END-IF                                        03220000
                  END-READ                                              03230000
              END-PERFORM                                               03240000
              CLOSE HISTORY-IN-FILE.                                    03250000
      *                                                                 03260000
          2300-NOTE-LATER-NIGHT.                                        03270000
              IF NOT WS-LATER-NIGHT-FOUND OR                            03280000
                 WS-CHECK-DATE > WS-LATER-DATE                          03290000
                  MOVE WS-CHECK-DATE TO WS-LATER-DATE                   03300000
              END-IF                                                    03310000
              SET WS-LATER-NIGHT-FOUND TO TRUE.                         03320000
      *                                                                 03330000
      *    WITH NO LATER NIGHT ON FILE, APPLY THE FIRST IMAGE OF        03340000
      *    EACH KEY: THE M IMAGES (SORTED FIRST) STRAIGHT TO            03350000
      *    FLAGMSTR, THE S IMAGES MERGED INTO A NEW COPY OF THE         03360000
      *    SNAPSHOT.  THE HISTORY FILE IS THEN COPIED WITHOUT THE       03370000
      *    NIGHT'S ENTRIES.                                             03380000
          3000-RESTORE-BEFORE-IMAGES.                                   03390000
              IF WS-LATER-NIGHT-FOUND                                   03400000
                  DISPLAY 'PANVBKO: ' WS-BACKOUT-DATE                   03410000
                          ' IS NOT THE LATEST NIGHT -- '                03420000
                          WS-LATER-DATE ' IS ON FILE; NOTHING RESTORED' 03430000
                  MOVE WS-LATER-DATE TO RL-LATER-DATE                   03440000
                  MOVE WS-REFUSED-LINE TO REPORT-LINE                   03450000
                  WRITE REPORT-LINE                                     03460000
              ELSE                                                      03470000
                  PERFORM 3900-READ-PREV-SNAPSHOT                       03480000
                  PERFORM UNTIL WS-SORT-EOF                             03490000
                      RETURN SORT-FILE                                  03500000
                          AT END                                        03510000
                              SET WS-SORT-EOF TO TRUE                   03520000
                          NOT AT END                                    03530000
                              PERFORM 3100-APPLY-ONE-IMAGE              03540000
                      END-RETURN                                        03550000
                  END-PERFORM                                           03560000
                  PERFORM UNTIL WS-PVPREV-EOF                           03570000
                      WRITE SNAPSHOT-OUT-RECORD                         03580000
                          FROM WS-PREV-HELD-RECORD                      03590000
                      PERFORM 3900-READ-PREV-SNAPSHOT                   03600000
                  END-PERFORM                                           03610000
                  PERFORM 4000-COPY-FLAG-HISTORY                        03620000
              END-IF.                                                   03630000
      *                                                                 03640000
          3100-APPLY-ONE-IMAGE.                                         03650000
              IF SR-FILE-CODE = WS-LAST-FILE-CODE AND                   03660000
                 SR-RECORD-KEY = WS-LAST-RECORD-KEY                     03670000
                  ADD 1 TO WS-IMAGE-SKIPPED-COUNT                       03680000
              ELSE                                                      03690000
                  MOVE SR-FILE-CODE  TO WS-LAST-FILE-CODE               03700000
                  MOVE SR-RECORD-KEY TO WS-LAST-RECORD-KEY              03710000
                  MOVE SPACES TO WS-DETAIL-LINE                         03720000
                  MOVE SR-RECORD-KEY TO DL-RECORD-KEY                   03730000
                  EVALUATE TRUE                                         03740000
                      WHEN SR-FLAGMSTR-IMAGE                            03750000
                          PERFORM 3200-RESTORE-FLAGMSTR-KEY             03760000
                      WHEN SR-SNAPSHOT-IMAGE                            03770000
                          PERFORM 3300-RESTORE-SNAPSHOT-KEY             03780000
                  END-EVALUATE                                          03790000
              END-IF.                                                   03800000
      *                                                                 03810000
      *    THE KEY'S CURRENT FLAGS ARE READ FIRST AND PRINTED AS        03820000
      *    THE VALUES REMOVED.  IF THEY ARE NOT WHAT THE NIGHT LEFT     03830000
      *    THERE, AN APPROVED ONLINE CORRECTION HAS CHANGED THE KEY     03840000
      *    SINCE, AND THE BACKOUT OVERLAYS IT -- NOTED ON THE LINE      03850000
      *    SO THE CORRECTION CAN BE RE-KEYED.                           03860000
          3200-RESTORE-FLAGMSTR-KEY.                                    03870000
              MOVE 'FLAGMSTR' TO DL-FILE-NAME                           03880000
              MOVE SR-RECORD-KEY TO FM-RECORD-KEY                       03890000
              READ FLAGMSTR-FILE                                        03900000
              IF WS-FLAGMSTR-OK                                         03910000
                  SET WS-FM-FOUND TO TRUE                               03920000
                  MOVE FM-FLAG-VALUES TO DL-REMOVED-FLAGS               03930000
                  IF FM-FLAG-VALUES NOT = SR-AFTER-FLAGS(1:4)           03940000
                      MOVE 'CHANGED ONLINE SINCE' TO DL-NOTE-TEXT       03950000
                      ADD 1 TO WS-ONLINE-CHANGED-COUNT                  03960000
                  END-IF                                                03970000
              ELSE                                                      03980000
                  MOVE 'N' TO WS-FM-FOUND-SW                            03990000
                  IF NOT WS-FLAGMSTR-NO-RECORD                          04000000
                      PERFORM 3260-FLAGMSTR-FAILED                      04010000
                  END-IF                                                04020000
              END-IF                                                    04030000
              IF SR-ACTION-ADD                                          04040000
                  IF WS-FM-FOUND                                        04050000
                      DELETE FLAGMSTR-FILE                              04060000
                      PERFORM 3250-CHECK-FLAGMSTR-STATUS                04070000
                      MOVE 'ADD REMOVED' TO DL-ACTION-TEXT              04080000
                  ELSE                                                  04090000
                      MOVE 'ADD ALREADY GONE' TO DL-ACTION-TEXT         04100000
                  END-IF                                                04110000
              ELSE                                                      04120000
                  MOVE SR-RECORD-KEY TO FM-RECORD-KEY                   04130000
                  MOVE SR-BEFORE-FLAGS(1:4) TO FM-FLAG-VALUES           04140000
                  MOVE SR-BEFORE-AFFILIATE TO FM-SOURCE-AFFILIATE       04145000
                  MOVE FM-FLAG-VALUES TO DL-RESTORED-FLAGS              04150000
                  IF WS-FM-FOUND                                        04160000
                      REWRITE FLAGMSTR-RECORD                           04170000
                  ELSE                                                  04180000
                      WRITE FLAGMSTR-RECORD                             04190000
                  END-IF                                                04200000
                  PERFORM 3250-CHECK-FLAGMSTR-STATUS                    04210000
                  IF SR-ACTION-CHANGE                                   04220000
                      MOVE 'CHANGE REVERSED' TO DL-ACTION-TEXT          04230000
                  ELSE                                                  04240000
                      MOVE 'DELETE REINSTATED' TO DL-ACTION-TEXT        04250000
                  END-IF                                                04260000
              END-IF                                                    04270000
              ADD 1 TO WS-FM-RESTORED-COUNT                             04280000
              PERFORM 8000-WRITE-DETAIL-LINE.                           04290000
      *                                                                 04300000
          3250-CHECK-FLAGMSTR-STATUS.                                   04310000
              IF NOT WS-FLAGMSTR-OK                                     04320000
                  PERFORM 3260-FLAGMSTR-FAILED                          04330000
              END-IF.                                                   04340000
      *                                                                 04350000
          3260-FLAGMSTR-FAILED.                                         04360000
              DISPLAY 'PANVBKO: FLAGMSTR RESTORE FAILED, STATUS='       04370000
                      WS-FLAGMSTR-STATUS ' KEY=' SR-RECORD-KEY          04380000
              MOVE 'RESTORE FAILED' TO DL-NOTE-TEXT                     04390000
              SET WS-JOB-FAILED TO TRUE.                                04400000
      *                                                                 04410000
      *    CO-SEQUENTIAL MERGE OF THE S IMAGES (KEY ORDER) INTO THE     04420000
      *    SNAPSHOT (KEY ORDER): KEYS BELOW THE IMAGE'S KEY COPY        04430000
      *    ACROSS UNCHANGED; THE IMAGE'S OWN KEY IS DROPPED IF THE      04440000
      *    NIGHT ADDED IT, OR WRITTEN WITH ITS BEFORE FLAGS IF THE      04450000
      *    NIGHT CHANGED OR DROPPED IT.                                 04460000
          3300-RESTORE-SNAPSHOT-KEY.                                    04470000
              MOVE 'PVPREV' TO DL-FILE-NAME                             04480000
              PERFORM UNTIL WS-PVPREV-EOF                               04490000
                         OR WS-PREV-HELD-KEY >= SR-RECORD-KEY           04500000
                  WRITE SNAPSHOT-OUT-RECORD FROM WS-PREV-HELD-RECORD    04510000
                  PERFORM 3900-READ-PREV-SNAPSHOT                       04520000
              END-PERFORM                                               04530000
              IF NOT WS-PVPREV-EOF AND                                  04540000
                 WS-PREV-HELD-KEY = SR-RECORD-KEY                       04550000
                  MOVE WS-PREV-HELD-FLAGS TO DL-REMOVED-FLAGS           04560000
                  PERFORM 3900-READ-PREV-SNAPSHOT                       04570000
                  IF SR-ACTION-ADD                                      04580000
                      MOVE 'ADD REMOVED' TO DL-ACTION-TEXT              04590000
                  ELSE                                                  04600000
                      PERFORM 3350-WRITE-BEFORE-SNAPSHOT                04610000
                  END-IF                                                04620000
              ELSE                                                      04630000
                  IF SR-ACTION-ADD                                      04640000
                      MOVE 'ADD ALREADY GONE' TO DL-ACTION-TEXT         04650000
                  ELSE                                                  04660000
                      PERFORM 3350-WRITE-BEFORE-SNAPSHOT                04670000
                  END-IF                                                04680000
              END-IF                                                    04690000
              ADD 1 TO WS-SNAP-RESTORED-COUNT                           04700000
              PERFORM 8000-WRITE-DETAIL-LINE.                           04710000
      *                                                                 04720000
          3350-WRITE-BEFORE-SNAPSHOT.                                   04730000
              MOVE SR-RECORD-KEY   TO WS-SNAP-NEW-KEY                   04740000
              MOVE SR-BEFORE-FLAGS TO WS-SNAP-NEW-FLAGS                 04750000
              MOVE SR-BEFORE-AFFILIATE TO WS-SNAP-NEW-AFFILIATE         04755000
              WRITE SNAPSHOT-OUT-RECORD FROM WS-SNAP-NEW-RECORD         04760000
              MOVE SR-BEFORE-FLAGS TO DL-RESTORED-FLAGS                 04770000
              IF SR-ACTION-CHANGE                                       04780000
                  MOVE 'CHANGE REVERSED' TO DL-ACTION-TEXT              04790000
              ELSE                                                      04800000
                  MOVE 'DELETE REINSTATED' TO DL-ACTION-TEXT            04810000
              END-IF.                                                   04820000
      *                                                                 04830000
          3900-READ-PREV-SNAPSHOT.                                      04840000
              READ PANVOUT-PREV-FILE INTO WS-PREV-HELD-RECORD           04850000
                  AT END                                                04860000
                      SET WS-PVPREV-EOF TO TRUE                         04870000
              END-READ.                                                 04880000
      *                                                                 04890000
      *    COPY THE HISTORY FILE TO THE WORK FILE, LEAVING OUT AND      04900000
      *    PRINTING EVERY ENTRY STAMPED WITH THE NIGHT BEING BACKED     04910000
      *    OUT.                                                         04920000
          4000-COPY-FLAG-HISTORY.                                       04930000
              OPEN INPUT HISTORY-IN-FILE                                04950000
              PERFORM UNTIL WS-HISTORY-IN-EOF                           04960000
                  READ HISTORY-IN-FILE                                  04970000
                      AT END                                            04980000
                          SET WS-HISTORY-IN-EOF TO TRUE                 04990000
                      NOT AT END                                        05000000
                          ADD 1 TO WS-HIST-READ-COUNT                   05010000
                          PERFORM 4100-SCREEN-HISTORY-ENTRY             05020000
                  END-READ                                              05030000
              END-PERFORM                                               05040000
              CLOSE HISTORY-IN-FILE.                                    05050000
      *                                                                 05060000
          4100-SCREEN-HISTORY-ENTRY.                                    05070000
              IF FH-EFFECTIVE-DATE = WS-BACKOUT-DATE                    05080000
                  ADD 1 TO WS-HIST-REMOVED-COUNT                        05090000
                  MOVE SPACES TO WS-DETAIL-LINE                         05100000
                  MOVE 'FLAGHIST' TO DL-FILE-NAME                       05110000
                  MOVE FH-RECORD-KEY TO DL-RECORD-KEY                   05120000
                  MOVE FH-FLAG-VALUES TO DL-REMOVED-FLAGS               05130000
                  EVALUATE TRUE                                         05140000
                      WHEN FH-ACTION-ADD                                05150000
                          MOVE 'ADD ENTRY REMOVED' TO DL-ACTION-TEXT    05160000
                      WHEN FH-ACTION-CHANGE                             05170000
                          MOVE 'CHG ENTRY REMOVED' TO DL-ACTION-TEXT    05180000
                      WHEN OTHER                                        05190000
                          MOVE 'DEL ENTRY REMOVED' TO DL-ACTION-TEXT    05200000
                  END-EVALUATE                                          05210000
                  PERFORM 8000-WRITE-DETAIL-LINE                        05220000
              ELSE                                                      05230000
                  WRITE HISTORY-OUT-RECORD FROM FLAG-HISTORY-RECORD     05240000
              END-IF.                                                   05250000
      *                                                                 05260000
          5000-PRINT-BACKOUT-TOTALS.                                    05270000
              MOVE WS-BLANK-LINE TO REPORT-LINE                         05280000
              WRITE REPORT-LINE                                         05290000
              MOVE 'LOG RECORDS READ' TO CL-COUNT-LABEL                 05300000
              MOVE WS-LOG-READ-COUNT TO CL-COUNT-VALUE                  05310000
              PERFORM 5100-WRITE-COUNT-LINE                             05320000
              MOVE 'IMAGES FOR THE NIGHT' TO CL-COUNT-LABEL             05330000
              MOVE WS-IMAGE-SELECTED-COUNT TO CL-COUNT-VALUE            05340000
              PERFORM 5100-WRITE-COUNT-LINE                             05350000
              MOVE 'REPEAT IMAGES SKIPPED' TO CL-COUNT-LABEL            05360000
              MOVE WS-IMAGE-SKIPPED-COUNT TO CL-COUNT-VALUE             05370000
              PERFORM 5100-WRITE-COUNT-LINE                             05380000
              MOVE 'FLAGMSTR KEYS RESTORED' TO CL-COUNT-LABEL           05390000
              MOVE WS-FM-RESTORED-COUNT TO CL-COUNT-VALUE               05400000
              PERFORM 5100-WRITE-COUNT-LINE                             05410000
              MOVE 'SNAPSHOT KEYS RESTORED' TO CL-COUNT-LABEL           05420000
              MOVE WS-SNAP-RESTORED-COUNT TO CL-COUNT-VALUE             05430000
              PERFORM 5100-WRITE-COUNT-LINE                             05440000
              MOVE 'HISTORY ENTRIES REMOVED' TO CL-COUNT-LABEL          05450000
              MOVE WS-HIST-REMOVED-COUNT TO CL-COUNT-VALUE              05460000
              PERFORM 5100-WRITE-COUNT-LINE                             05470000
              MOVE 'ONLINE CHANGES OVERLAID' TO CL-COUNT-LABEL          05480000
              MOVE WS-ONLINE-CHANGED-COUNT TO CL-COUNT-VALUE            05490000
              PERFORM 5100-WRITE-COUNT-LINE.                            05500000
      *                                                                 05510000
          5100-WRITE-COUNT-LINE.                                        05520000
              MOVE WS-COUNT-LINE TO REPORT-LINE                         05530000
              WRITE REPORT-LINE.                                        05540000
      *                                                                 05550000
          8000-WRITE-DETAIL-LINE.                                       05560000
              MOVE WS-DETAIL-LINE TO REPORT-LINE                        05570000
              WRITE REPORT-LINE.                                        05580000
      *                                                                 05590000
      *    RC=16 WHEN A LATER NIGHT STOPPED THE BACKOUT, RC=8 WHEN A    05600000
      *    FLAGMSTR UPDATE FAILED, RC=4 WHEN NOTHING WAS LOGGED FOR     05610000
      *    THE DATE (PROBABLY A MISTYPED CARD).  THE JOB COPIES THE     05620000
      *    WORK FILES BACK ONLY FOR RC=0 OR 4.                          05630000
          9000-TERMINATE.                                               05640000
              CLOSE BACKOUT-FILE                                        05650000
                    FLAGMSTR-FILE                                       05660000
                    PANVOUT-PREV-FILE                                   05670000
                    HISTORY-OUT-FILE                                    05680000
                    SNAPSHOT-OUT-FILE                                   05690000
                    REPORT-FILE                                         05700000
              EVALUATE TRUE                                             05710000
                  WHEN WS-LATER-NIGHT-FOUND                             05720000
                      MOVE 16 TO RETURN-CODE                            05730000
                  WHEN WS-JOB-FAILED                                    05740000
                      MOVE 8 TO RETURN-CODE                             05750000
                  WHEN WS-IMAGE-SELECTED-COUNT = ZERO AND               05760000
                       WS-HIST-REMOVED-COUNT = ZERO                     05770000
                      DISPLAY 'PANVBKO: NOTHING LOGGED FOR '            05780000
                              WS-BACKOUT-DATE                           05790000
                      MOVE 4 TO RETURN-CODE                             05800000
                  WHEN OTHER                                            05810000
                      MOVE 0 TO RETURN-CODE                             05820000
              END-EVALUATE.                                             05830000
