       IDENTIFICATION DIVISION.                                         00010000
          PROGRAM-ID.    PANVBLK.                                       00020000
          ENVIRONMENT    DIVISION.                                      00030000
          INPUT-OUTPUT   SECTION.                                       00040000
          FILE-CONTROL.                                                 00050000
              SELECT BULK-PARM-FILE                                     00060000
                  ASSIGN TO BLKPARM                                     00070000
                  ORGANIZATION IS SEQUENTIAL                            00080000
                  FILE STATUS IS WS-BULK-PARM-STATUS.                   00090000
              SELECT BULK-CORRECTION-FILE                               00100000
                  ASSIGN TO BULKCORR                                    00110000
                  ORGANIZATION IS SEQUENTIAL                            00120000
                  FILE STATUS IS WS-BULKCORR-STATUS.                    00130000
              SELECT FLAGMSTR-FILE                                      00140000
                  ASSIGN TO FLAGMSTR                                    00150000
                  ORGANIZATION IS INDEXED                               00160000
                  ACCESS MODE IS RANDOM                                 00170000
                  RECORD KEY IS FM-RECORD-KEY                           00180000
                  FILE STATUS IS WS-FLAGMSTR-STATUS.                    00190000
              SELECT PENDING-CHANGE-FILE                                00200000
                  ASSIGN TO PENDCHG                                     00210000
                  ORGANIZATION IS INDEXED                               00220000
                  ACCESS MODE IS DYNAMIC                                00230000
                  RECORD KEY IS PC-PENDING-KEY                          00240000
                  FILE STATUS IS WS-PENDING-STATUS.                     00250000
              SELECT EDITED-CHANGE-FILE                                 00260000
                  ASSIGN TO BLKEDIT                                     00270000
                  ORGANIZATION IS SEQUENTIAL                            00280000
                  FILE STATUS IS WS-EDITED-STATUS.                      00290000
              SELECT REPORT-FILE                                        00300000
                  ASSIGN TO PANVBLKR                                    00310000
                  ORGANIZATION IS SEQUENTIAL                            00320000
                  FILE STATUS IS WS-REPORT-STATUS.                      00330000
              SELECT SORT-FILE                                          00340000
                  ASSIGN TO SORTWK01.                                   00350000
          DATA DIVISION.                                                00360000
          FILE SECTION.                                                 00370000
          FD  BULK-PARM-FILE                                            00380000
              RECORDING MODE IS F.                                      00390000
          01  BULK-PARM-RECORD             PIC X(80).                   00400000
          FD  BULK-CORRECTION-FILE                                      00410000
              RECORDING MODE IS F.                                      00420000
          01  BULK-CORRECTION-INPUT        PIC X(80).                   00430000
          FD  FLAGMSTR-FILE                                             00440000
              RECORDING MODE IS F.                                      00450000
          COPY FLAGMSTR.                                                00460000
          FD  PENDING-CHANGE-FILE                                       00470000
              RECORDING MODE IS F.                                      00480000
          COPY PENDCHG.                                                 00490000
      *                                                                 00500000
      *    A CLEAN LINE, EDITED INTO ITS FINISHED PENDCHG ENTRY AND     00510000
      *    HELD HERE UNTIL THE WHOLE FILE HAS BEEN EDITED.              00520000
          FD  EDITED-CHANGE-FILE                                        00530000
              RECORDING MODE IS F.                                      00540000
          01  EDITED-CHANGE-RECORD         PIC X(87).                   00550000
          FD  REPORT-FILE                                               00560000
              RECORDING MODE IS F.                                      00570000
          01  REPORT-LINE                  PIC X(80).                   00580000
          SD  SORT-FILE.                                                00590000
          01  SORT-RECORD.                                              00600000
              05  SR-RECORD-KEY            PIC X(10).                   00610000
              05  FILLER                   PIC X(70).                   00620000
          WORKING-STORAGE SECTION.                                      00630000
      *                                                                 00640000
      *    PANVBLK  --  BULK FLAG-CORRECTION UPLOAD.  QUEUES A WHOLE    00650000
      *               FILE OF AFFILIATE-SUPPLIED CORRECTIONS (SEE THE   00660000
      *               BULKCORR COPYBOOK) TO THE PENDCHG FILE AS ONE     00670000
      *               NAMED BATCH, INSTEAD OF EACH BEING KEYED ON       00680000
      *               PANVMNT.  EVERY ENTRY CARRIES ITS BEFORE AND      00690000
      *               AFTER FLAG VALUES, THE BATCH ID AND THE LINE'S    00700000
      *               REFERENCE NUMBER.  THE SUPERVISOR APPROVES OR     00710000
      *               REJECTS THE WHOLE BATCH IN ONE ACTION ON          00720000
      *               PANVAPP; FROM THERE EACH ENTRY GOES THROUGH       00730000
      *               FLAGMSTR, PVUP (PANVUPD), PVJL AND THE NIGHTLY    00740000
      *               PANVPND STEP EXACTLY AS A PANVMNT ENTRY DOES.     00750000
      *                                                                 00760000
      *               THE BLKPARM CARD GIVES THE BATCH ID IN COLS       00770000
      *               1-8 AND THE SUBMITTING OPERATOR'S USERID IN       00780000
      *               COLS 10-17 -- THE OPERATOR PANVPND REPORTS THE    00790000
      *               OUTCOME TO.  A MISSING ID, OR A BATCH ID          00800000
      *               ALREADY ON PENDCHG, ENDS THE STEP AT RC=16.       00810000
      *                                                                 00820000
      *               THE FILE IS EDITED IN FULL BEFORE ANYTHING IS     00830000
      *               QUEUED.  A LINE WHOSE KEY IS NOT ON FLAGMSTR,     00840000
      *               THAT CHANGES NO FLAG, OR WHOSE KEY APPEARS ON     00850000
      *               MORE THAN ONE LINE IS REPORTED AND LEFT OUT OF    00860000
      *               THE BATCH (RC=4).  A FLAGMSTR READ ERROR QUEUES   00870000
      *               NOTHING AT ALL (RC=8).                            00880000
      *                                                                 00890000
           01 WS-BULK-PARM-STATUS    PIC XX.                            00900000
              88 WS-BULK-PARM-OK        VALUE '00'.                     00910000
           01 WS-BULKCORR-STATUS     PIC XX.                            00920000
           01 WS-FLAGMSTR-STATUS     PIC XX.                            00930000
              88 WS-FLAGMSTR-OK         VALUE '00'.                     00940000
              88 WS-FLAGMSTR-NO-RECORD  VALUE '23'.                     00950000
           01 WS-PENDING-STATUS      PIC XX.                            00960000
              88 WS-PENDING-OK          VALUE '00'.                     00970000
           01 WS-PENDING-EOF-SW      PIC X VALUE 'N'.                   00980000
              88 WS-PENDING-EOF         VALUE 'Y'.                      00990000
           01 WS-EDITED-STATUS       PIC XX.                            01000000
           01 WS-EDITED-EOF-SW       PIC X VALUE 'N'.                   01010000
              88 WS-EDITED-EOF          VALUE 'Y'.                      01020000
           01 WS-REPORT-STATUS       PIC XX.                            01030000
           01 WS-RETURN-CODE-SW      PIC X VALUE 'N'.                   01040000
              88 WS-JOB-FAILED          VALUE 'Y'.                      01050000
      *                                                                 01060000
           01 WS-BULK-PARM.                                             01070000
              05 WS-BATCH-ID            PIC X(08).                      01080000
              05 FILLER                 PIC X(01).                      01090000
              05 WS-SUBMITTED-BY        PIC X(08).                      01100000
              05 FILLER                 PIC X(63).                      01110000
      *                                                                 01120000
      *    EVERY ENTRY OF THE BATCH IS STAMPED WITH THE SAME ENTRY      01130000
      *    DATE AND TIME, TAKEN ONCE AT THE START OF THE RUN.           01140000
           01 WS-CURRENT-STAMP.                                         01150000
              05 WS-ENTRY-DATE          PIC X(08).                      01160000
              05 WS-ENTRY-TIME          PIC X(06).                      01170000
              05 FILLER                 PIC X(07).                      01180000
      *                                                                 01190000
      *    THE SORTED FILE IS READ ONE LINE AHEAD, SO A KEY THAT        01200000
      *    REPEATS IS CAUGHT ON EVERY ONE OF ITS LINES, THE FIRST       01210000
      *    INCLUDED -- WHICH VALUE THE AFFILIATE MEANT IS NOT OURS      01220000
      *    TO GUESS.                                                    01230000
           COPY BULKCORR.                                               01240000
           01 WS-NEXT-LINE.                                             01250000
              05 WS-NEXT-KEY            PIC X(10).                      01260000
                 88 WS-NO-NEXT-LINE        VALUE HIGH-VALUES.           01270000
              05 FILLER                 PIC X(70).                      01280000
           01 WS-PREVIOUS-KEY        PIC X(10).                         01290000
           01 WS-LINE-REASON         PIC X(24).                         01300000
              88 WS-LINE-CLEAN          VALUE SPACES.                   01310000
      *                                                                 01320000
           01 WS-NEW-FLAG-VALUES.                                       01330000
              05 WS-NEW-FLAG-ENTRY      PIC X OCCURS 4 TIMES.           01340000
           01 WS-FLAG-IDX            PIC 9(01).                         01350000
      *                                                                 01360000
           01 WS-UPLOAD-COUNTS.                                         01370000
              05 WS-LINES-READ-COUNT      PIC 9(9) VALUE ZERO.          01380000
              05 WS-NOT-ON-FLAGMSTR-COUNT PIC 9(9) VALUE ZERO.          01390000
              05 WS-NO-CHANGE-COUNT       PIC 9(9) VALUE ZERO.          01400000
              05 WS-REPEATED-KEY-COUNT    PIC 9(9) VALUE ZERO.          01410000
              05 WS-CLEAN-LINE-COUNT      PIC 9(9) VALUE ZERO.          01420000
              05 WS-QUEUED-COUNT          PIC 9(9) VALUE ZERO.          01430000
      *                                                                 01440000
           01 WS-REPORT-LINES.                                          01450000
              05 WS-HEADING-LINE.                                       01460000
                 10 FILLER PIC X(20) VALUE 'PANVBLK - BULK FLAG '.      01470000
                 10 FILLER PIC X(25) VALUE 'CORRECTION UPLOAD'.         01480000
                 10 FILLER PIC X(35) VALUE SPACES.                      01490000
              05 WS-BATCH-LINE.                                         01500000
                 10 FILLER          PIC X(06) VALUE 'BATCH '.           01510000
                 10 BL-BATCH-ID     PIC X(08).                          01520000
                 10 FILLER          PIC X(15) VALUE '  SUBMITTED BY '.  01530000
                 10 BL-SUBMITTED-BY PIC X(08).                          01540000
                 10 FILLER          PIC X(10) VALUE '  ENTERED '.       01550000
                 10 BL-ENTRY-DATE   PIC X(08).                          01560000
                 10 FILLER          PIC X(25) VALUE SPACES.             01570000
              05 WS-EXCEPTION-LINE.                                     01580000
                 10 EL-RECORD-KEY         PIC X(10).                    01590000
                 10 FILLER                PIC X(02) VALUE SPACES.       01600000
                 10 EL-NEW-FLAGS          PIC X(04).                    01610000
                 10 FILLER                PIC X(02) VALUE SPACES.       01620000
                 10 EL-REFERENCE-NO       PIC X(12).                    01630000
                 10 FILLER                PIC X(02) VALUE SPACES.       01640000
                 10 EL-REASON             PIC X(24).                    01650000
                 10 FILLER                PIC X(24) VALUE SPACES.       01660000
              05 WS-NOTHING-QUEUED-LINE.                                01670000
                 10 FILLER PIC X(40)                                    01680000
                    VALUE 'NOTHING QUEUED FOR APPROVAL'.                01690000
                 10 FILLER PIC X(40) VALUE SPACES.                      01700000
              05 WS-COUNT-LINE.                                         01710000
                 10 CL-COUNT-LABEL        PIC X(28).                    01720000
                 10 CL-COUNT-VALUE        PIC ZZZ,ZZZ,ZZ9.              01730000
                 10 FILLER                PIC X(41) VALUE SPACES.       01740000
              05 WS-BLANK-LINE     PIC X(80) VALUE SPACES.              01750000
      *                                                                 01760000
          PROCEDURE      DIVISION.                                      01770000
          0000-MAIN-CONTROL.                                            01780000
              PERFORM 1000-INITIALIZE                                   01790000
              SORT SORT-FILE                                            01800000
                  ON ASCENDING KEY SR-RECORD-KEY                        01810000
                  USING BULK-CORRECTION-FILE                            01820000
                  OUTPUT PROCEDURE IS 2000-EDIT-CORRECTIONS             01830000
              IF NOT WS-JOB-FAILED                                      01840000
                  PERFORM 3000-QUEUE-CORRECTIONS                        01850000
              END-IF                                                    01860000
              PERFORM 4000-PRINT-UPLOAD-TOTALS                          01870000
              PERFORM 9000-TERMINATE                                    01880000
              GOBACK.                                                   01890000
      *                                                                 01900000
      *    TAKE THE BATCH ID AND SUBMITTER, OPEN FLAGMSTR AND PENDCHG,  01910000
      *    AND MAKE SURE THE BATCH ID IS NOT ALREADY IN USE.  ANY OF    01920000
      *    THESE FAILING IS A SETUP ERROR AND ENDS THE STEP HARD.       01930000
          1000-INITIALIZE.                                              01940000
              PERFORM 1100-READ-BULK-PARM                               01950000
              MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP            01960000
              OPEN INPUT FLAGMSTR-FILE                                  01970000
              OPEN I-O PENDING-CHANGE-FILE                              01980000
              IF NOT WS-FLAGMSTR-OK OR                                  01990000
                 NOT WS-PENDING-OK                                      02000000
                  DISPLAY 'PANVBLK: OPEN FAILED, FLAGMSTR='             02010000
                          WS-FLAGMSTR-STATUS ' PENDCHG='                02020000
                          WS-PENDING-STATUS                             02030000
                  MOVE 16 TO RETURN-CODE                                02040000
                  GOBACK                                                02050000
              END-IF                                                    02060000
              PERFORM 1200-CHECK-BATCH-ID                               02070000
              OPEN OUTPUT EDITED-CHANGE-FILE                            02080000
                          REPORT-FILE                                   02090000
              MOVE WS-HEADING-LINE TO REPORT-LINE                       02100000
              WRITE REPORT-LINE                                         02110000
              MOVE WS-BATCH-ID TO BL-BATCH-ID                           02120000
              MOVE WS-SUBMITTED-BY TO BL-SUBMITTED-BY                   02130000
              MOVE WS-ENTRY-DATE TO BL-ENTRY-DATE                       02140000
              MOVE WS-BATCH-LINE TO REPORT-LINE                         02150000
              WRITE REPORT-LINE                                         02160000
              MOVE WS-BLANK-LINE TO REPORT-LINE                         02170000
              WRITE REPORT-LINE.                                        02180000
      *                                                                 02190000
          1100-READ-BULK-PARM.                                          02200000
              MOVE SPACES TO WS-BULK-PARM                               02210000
              OPEN INPUT BULK-PARM-FILE                                 02220000
              IF WS-BULK-PARM-OK                                        02230000
                  READ BULK-PARM-FILE INTO WS-BULK-PARM                 02240000
                      AT END                                            02250000
                          MOVE SPACES TO WS-BULK-PARM                   02260000
                  END-READ                                              02270000
                  CLOSE BULK-PARM-FILE                                  02280000
              END-IF                                                    02290000
              IF WS-BATCH-ID = SPACES OR WS-SUBMITTED-BY = SPACES       02300000
                  DISPLAY 'PANVBLK: BLKPARM NEEDS A BATCH ID (COLS 1-8)'02310000
                          ' AND SUBMITTING OPERATOR (COLS 10-17)'       02320000
                  MOVE 16 TO RETURN-CODE                                02330000
                  GOBACK                                                02340000
              END-IF.                                                   02350000
      *                                                                 02360000
      *    PANVAPP GROUPS ENTRIES BY BATCH ID, SO A SECOND UPLOAD       02370000
      *    UNDER AN ID STILL ON THE FILE WOULD MERGE THE TWO BATCHES    02380000
      *    UNDER ONE APPROVAL.  THE FILE IS EMPTIED NIGHTLY BY          02390000
      *    PANVPND, SO THIS PASS IS SHORT.                              02400000
          1200-CHECK-BATCH-ID.                                          02410000
              PERFORM UNTIL WS-PENDING-EOF                              02420000
                  READ PENDING-CHANGE-FILE NEXT RECORD                  02430000
                      AT END                                            02440000
                          SET WS-PENDING-EOF TO TRUE                    02450000
                      NOT AT END                                        02460000
                          IF PC-BATCH-ID = WS-BATCH-ID                  02470000
                              DISPLAY 'PANVBLK: BATCH ' WS-BATCH-ID     02480000
                                      ' IS ALREADY ON PENDCHG'          02490000
                              MOVE 16 TO RETURN-CODE                    02500000
                              GOBACK                                    02510000
                          END-IF                                        02520000
                  END-READ                                              02530000
              END-PERFORM.                                              02540000
      *                                                                 02550000
      *    EDIT EVERY LINE IN KEY ORDER.  A CLEAN LINE IS BUILT INTO    02560000
      *    ITS PENDCHG ENTRY AND HELD ON BLKEDIT; ANY OTHER LINE IS     02570000
      *    REPORTED.  NOTHING REACHES PENDCHG IN THIS PASS.             02580000
          2000-EDIT-CORRECTIONS.                                        02590000
              MOVE LOW-VALUES TO WS-PREVIOUS-KEY                        02600000
              PERFORM 2900-RETURN-NEXT-LINE                             02610000
              PERFORM UNTIL WS-NO-NEXT-LINE                             02620000
                  MOVE WS-NEXT-LINE TO BULK-CORRECTION-RECORD           02630000
                  PERFORM 2900-RETURN-NEXT-LINE                         02640000
                  ADD 1 TO WS-LINES-READ-COUNT                          02650000
                  PERFORM 2100-EDIT-ONE-LINE                            02660000
                  MOVE BC-RECORD-KEY TO WS-PREVIOUS-KEY                 02670000
              END-PERFORM.                                              02680000
      *                                                                 02690000
          2100-EDIT-ONE-LINE.                                           02700000
              MOVE SPACES TO WS-LINE-REASON                             02710000
              IF BC-RECORD-KEY = WS-PREVIOUS-KEY OR                     02720000
                 BC-RECORD-KEY = WS-NEXT-KEY                            02730000
                  ADD 1 TO WS-REPEATED-KEY-COUNT                        02740000
                  MOVE 'KEY REPEATED IN FILE' TO WS-LINE-REASON         02750000
              ELSE                                                      02760000
                  MOVE BC-RECORD-KEY TO FM-RECORD-KEY                   02770000
                  READ FLAGMSTR-FILE                                    02780000
                  EVALUATE TRUE                                         02790000
                      WHEN WS-FLAGMSTR-OK                               02800000
                          PERFORM 2200-BUILD-PENDING-ENTRY              02810000
                      WHEN WS-FLAGMSTR-NO-RECORD                        02820000
                          ADD 1 TO WS-NOT-ON-FLAGMSTR-COUNT             02830000
                          MOVE 'KEY NOT ON FLAGMSTR' TO WS-LINE-REASON  02840000
                      WHEN OTHER                                        02850000
                          DISPLAY 'PANVBLK: FLAGMSTR READ FAILED, '     02860000
                                  'STATUS=' WS-FLAGMSTR-STATUS          02870000
                                  ' KEY=' BC-RECORD-KEY                 02880000
                          SET WS-JOB-FAILED TO TRUE                     02890000
                          MOVE 'FLAGMSTR READ FAILED' TO WS-LINE-REASON 02900000
                  END-EVALUATE                                          02910000
              END-IF                                                    02920000
              IF WS-LINE-CLEAN                                          02930000
                  ADD 1 TO WS-CLEAN-LINE-COUNT                          02940000
                  WRITE EDITED-CHANGE-RECORD                            02950000
                      FROM PENDING-CHANGE-RECORD                        02960000
              ELSE                                                      02970000
                  PERFORM 2300-WRITE-EXCEPTION-LINE                     02980000
              END-IF.                                                   02990000
      *                                                                 03000000
      *    A BLANK NEW VALUE KEEPS THE FLAGMSTR VALUE.  THE BEFORE      03010000
      *    IMAGE IS FLAGMSTR AS READ NOW; PANVAPP APPLIES THE AFTER     03020000
      *    IMAGE WHEN THE BATCH IS APPROVED, AS FOR A PANVMNT ENTRY.    03030000
          2200-BUILD-PENDING-ENTRY.                                     03040000
              MOVE FM-FLAG-VALUES TO WS-NEW-FLAG-VALUES                 03050000
              PERFORM VARYING WS-FLAG-IDX FROM 1 BY 1                   03060000
                      UNTIL WS-FLAG-IDX > 4                             03070000
                  IF BC-NEW-FLAG-ENTRY(WS-FLAG-IDX) NOT = SPACE         03080000
                      MOVE BC-NEW-FLAG-ENTRY(WS-FLAG-IDX)               03090000
                          TO WS-NEW-FLAG-ENTRY(WS-FLAG-IDX)             03100000
                  END-IF                                                03110000
              END-PERFORM                                               03120000
              IF WS-NEW-FLAG-VALUES = FM-FLAG-VALUES                    03130000
                  ADD 1 TO WS-NO-CHANGE-COUNT                           03140000
                  MOVE 'CHANGES NO FLAG' TO WS-LINE-REASON              03150000
              ELSE                                                      03160000
                  MOVE BC-RECORD-KEY TO PC-RECORD-KEY                   03170000
                  MOVE WS-ENTRY-DATE TO PC-ENTRY-DATE                   03180000
                  MOVE WS-ENTRY-TIME TO PC-ENTRY-TIME                   03190000
                  MOVE FM-FLAG-VALUES TO PC-OLD-FLAG-VALUES             03200000
                  MOVE WS-NEW-FLAG-VALUES TO PC-NEW-FLAG-VALUES         03210000
                  MOVE WS-SUBMITTED-BY TO PC-OPERATOR-ID                03220000
                  MOVE 'BULK' TO PC-TERMINAL-ID                         03230000
                  SET PC-STATUS-PENDING TO TRUE                         03240000
                  MOVE SPACES TO PC-APPROVER-ID                         03250000
                                 PC-DECISION-DATE                       03260000
                                 PC-DECISION-TIME                       03270000
                  MOVE WS-BATCH-ID TO PC-BATCH-ID                       03280000
                  MOVE BC-REFERENCE-NO TO PC-REFERENCE-NO               03290000
              END-IF.                                                   03300000
      *                                                                 03310000
          2300-WRITE-EXCEPTION-LINE.                                    03320000
              MOVE BC-RECORD-KEY TO EL-RECORD-KEY                       03330000
              MOVE BC-NEW-FLAG-VALUES TO EL-NEW-FLAGS                   03340000
              MOVE BC-REFERENCE-NO TO EL-REFERENCE-NO                   03350000
              MOVE WS-LINE-REASON TO EL-REASON                          03360000
              MOVE WS-EXCEPTION-LINE TO REPORT-LINE                     03370000
              WRITE REPORT-LINE.                                        03380000
      *                                                                 03390000
          2900-RETURN-NEXT-LINE.                                        03400000
              RETURN SORT-FILE INTO WS-NEXT-LINE                        03410000
                  AT END                                                03420000
                      SET WS-NO-NEXT-LINE TO TRUE                       03430000
              END-RETURN.                                               03440000
      *                                                                 03450000
      *    THE WHOLE FILE HAS BEEN EDITED AND REPORTED; NOW QUEUE THE   03460000
      *    CLEAN LINES.  EVERY ENTRY SHARES THE RUN'S ENTRY STAMP,      03470000
      *    AND EACH KEY APPEARS ONCE, SO NO TWO COLLIDE.                03480000
          3000-QUEUE-CORRECTIONS.                                       03490000
              CLOSE EDITED-CHANGE-FILE                                  03500000
              OPEN INPUT EDITED-CHANGE-FILE                             03510000
              PERFORM UNTIL WS-EDITED-EOF                               03520000
                  READ EDITED-CHANGE-FILE INTO PENDING-CHANGE-RECORD    03530000
                      AT END                                            03540000
                          SET WS-EDITED-EOF TO TRUE                     03550000
                      NOT AT END                                        03560000
                          PERFORM 3100-QUEUE-ONE-ENTRY                  03570000
                  END-READ                                              03580000
              END-PERFORM.                                              03590000
      *                                                                 03600000
          3100-QUEUE-ONE-ENTRY.                                         03610000
              WRITE PENDING-CHANGE-RECORD                               03620000
              IF WS-PENDING-OK                                          03630000
                  ADD 1 TO WS-QUEUED-COUNT                              03640000
              ELSE                                                      03650000
                  DISPLAY 'PANVBLK: PENDCHG WRITE FAILED, STATUS='      03660000
                          WS-PENDING-STATUS ' KEY=' PC-RECORD-KEY       03670000
                  SET WS-JOB-FAILED TO TRUE                             03680000
              END-IF.                                                   03690000
      *                                                                 03700000
          4000-PRINT-UPLOAD-TOTALS.                                     03710000
              MOVE WS-BLANK-LINE TO REPORT-LINE                         03720000
              WRITE REPORT-LINE                                         03730000
              IF WS-QUEUED-COUNT = ZERO                                 03740000
                  MOVE WS-NOTHING-QUEUED-LINE TO REPORT-LINE            03750000
                  WRITE REPORT-LINE                                     03760000
                  MOVE WS-BLANK-LINE TO REPORT-LINE                     03770000
                  WRITE REPORT-LINE                                     03780000
              END-IF                                                    03790000
              MOVE 'CORRECTION LINES READ' TO CL-COUNT-LABEL            03800000
              MOVE WS-LINES-READ-COUNT TO CL-COUNT-VALUE                03810000
              PERFORM 4100-WRITE-COUNT-LINE                             03820000
              MOVE 'KEYS NOT ON FLAGMSTR' TO CL-COUNT-LABEL             03830000
              MOVE WS-NOT-ON-FLAGMSTR-COUNT TO CL-COUNT-VALUE           03840000
              PERFORM 4100-WRITE-COUNT-LINE                             03850000
              MOVE 'LINES CHANGING NO FLAG' TO CL-COUNT-LABEL           03860000
              MOVE WS-NO-CHANGE-COUNT TO CL-COUNT-VALUE                 03870000
              PERFORM 4100-WRITE-COUNT-LINE                             03880000
              MOVE 'LINES WITH A REPEATED KEY' TO CL-COUNT-LABEL        03890000
              MOVE WS-REPEATED-KEY-COUNT TO CL-COUNT-VALUE              03900000
              PERFORM 4100-WRITE-COUNT-LINE                             03910000
              MOVE 'ENTRIES QUEUED FOR APPROVAL' TO CL-COUNT-LABEL      03920000
              MOVE WS-QUEUED-COUNT TO CL-COUNT-VALUE                    03930000
              PERFORM 4100-WRITE-COUNT-LINE.                            03940000
      *                                                                 03950000
          4100-WRITE-COUNT-LINE.                                        03960000
              MOVE WS-COUNT-LINE TO REPORT-LINE                         03970000
              WRITE REPORT-LINE.                                        03980000
      *                                                                 03990000
      *    LINES LEFT OUT, OR AN EMPTY BATCH, FLAG THE REPORT FOR THE   04000000
      *    SUBMITTER (RC=4); AN I/O FAILURE IS RC=8.                    04010000
          9000-TERMINATE.                                               04020000
              CLOSE FLAGMSTR-FILE                                       04030000
                    PENDING-CHANGE-FILE                                 04040000
                    EDITED-CHANGE-FILE                                  04050000
                    REPORT-FILE                                         04060000
              IF WS-JOB-FAILED                                          04070000
                  MOVE 8 TO RETURN-CODE                                 04080000
              ELSE                                                      04090000
                  IF WS-QUEUED-COUNT = ZERO OR                          04100000
                     WS-QUEUED-COUNT < WS-LINES-READ-COUNT              04110000
                      MOVE 4 TO RETURN-CODE                             04120000
                  ELSE                                                  04130000
                      MOVE 0 TO RETURN-CODE                             04140000
                  END-IF                                                04150000
              END-IF.                                                   04160000
