       IDENTIFICATION DIVISION.                                         00010000
          PROGRAM-ID.    PANVSRP.                                       00020000
          ENVIRONMENT    DIVISION.                                      00030000
          DATA           DIVISION.                                      00040000
          WORKING-STORAGE SECTION.                                      00050000
      *                                                                 00060000
      *    PANVSRP  --  ONLINE SUSPENSE REPAIR TRANSACTION (PANR, MAP   00070000
      *               PANVMN4 ON THE PANVMAP MAPSET).  FINDS A          00080000
      *               SUSPENSED RECORD BY KEY ON THE SUSPENSE FILE      00090000
      *               (OR STEPS THROUGH THE FILE KEY BY KEY WITH PF4),  00100000
      *               GATHERS EVERY SEGMENT OF IT, AND SHOWS EACH       00110000
      *               SEGMENT'S SU-DATA-TEXT AS A CHARACTER LINE OVER   00120000
      *               ZONE AND DIGIT (HEX) LINES, WITH THE FAILING      00130000
      *               BYTE MARKED AND THE CURSOR ON IT.  THE OPERATOR   00140000
      *               OVERTYPES THE BAD BYTES IN HEX AND PRESSES        00150000
      *               ENTER TO REVALIDATE ON THE SPOT -- THE SAME       00160000
      *               UTF-8 STATE MACHINE AS PANVINCL'S                 00170000
      *               2210-CHECK-UTF8-BYTES FOR 'U' RECORDS, THE SAME   00180000
      *               SO/SI PAIRING RULES AS ITS 2030-CONVERT-DBCS-     00190000
      *               RECORD FOR 'E' RECORDS.  PF5 SAVES A RECORD       00200000
      *               THAT NOW PASSES TO THE SUSPFIX KSDS, ONE ENTRY    00210000
      *               PER CHANGED SEGMENT CARRYING THE OPERATOR'S       00220000
      *               USERID, AND THE NEXT PANVRPR REPROCESSING RUN     00230000
      *               PICKS THE CORRECTED TEXT UP FROM THERE.  THE      00240000
      *               SUSPENSE FILE ITSELF STAYS READ-ONLY TO CICS      00250000
      *               (AN ESDS BROWSED BY RBA, AS ON PANVSTS) -- NO     00260000
      *               MORE HAND EDITS OF THE DATA SET IN ISPF.          00270000
      *                                                                 00280000
           COPY PANVMN4.                                                00290000
      *                                                                 00300000
           COPY DFHAID.                                                 00310000
      *                                                                 00320000
           COPY SUSPREC.                                                00330000
      *                                                                 00340000
           COPY SUSPFIX.                                                00350000
      *                                                                 00360000
           01  WS-RESP                  PIC S9(08) COMP.                00370000
      *                                                                 00380000
           01  WS-ABSTIME               PIC S9(15) COMP-3.              00390000
      *                                                                 00400000
           01  WS-BROWSE-RBA            PIC S9(08) COMP.                00410000
      *                                                                 00420000
      *    THE RECORD UNDER REPAIR RIDES THE COMMAREA BETWEEN SENDS:    00430000
      *    EVERY SEGMENT'S TEXT AS IT STANDS IN SUSPENSE AND AS         00440000
      *    OVERTYPED SO FAR, AND THE RESULT OF THE LATEST               00450000
      *    REVALIDATION (A BLANK FAIL REASON MEANS IT PASSES).          00460000
           01  WS-COMMAREA.                                             00470000
               05  WS-SR-LOADED-SW          PIC X(01).                  00480000
                   88  WS-SR-LOADED             VALUE 'Y'.              00490000
               05  WS-SR-KEY                PIC X(10).                  00500000
               05  WS-SR-TAG                PIC X(01).                  00510000
               05  WS-SR-ORIG-POSITION      PIC 9(05).                  00520000
               05  WS-SR-ORIG-REASON        PIC X(01).                  00530000
               05  WS-SR-FAIL-POSITION      PIC 9(05).                  00540000
               05  WS-SR-FAIL-REASON        PIC X(01).                  00550000
               05  WS-SR-PAGE               PIC 9(01).                  00560000
               05  WS-SR-SEG-COUNT          PIC 9(02).                  00570000
               05  WS-SR-REPAIR-OPERATOR    PIC X(08).                  00580000
               05  WS-SR-REPAIR-DATE        PIC X(08).                  00590000
               05  WS-SR-SEGMENT            OCCURS 20 TIMES.            00600000
                   10  WS-SR-SEQUENCE       PIC 9(02).                  00610000
                   10  WS-SR-CONT-SW        PIC X(01).                  00620000
                   10  WS-SR-ORIG-TEXT      PIC X(69).                  00630000
                   10  WS-SR-TEXT           PIC X(69).                  00640000
      *                                                                 00650000
           01  WS-MESSAGE               PIC X(79).                      00660000
      *                                                                 00670000
      *    SUSPENSE LOOKUP: BY KEY, OR THE NEXT KEY IN FILE ORDER       00680000
      *    AFTER THE ONE ON THE SCREEN (THE FIRST IF NONE IS).          00690000
           01  WS-WANTED-KEY            PIC X(10).                      00700000
           01  WS-FIND-MODE-SW          PIC X(01).                      00710000
               88  WS-FIND-BY-KEY           VALUE 'K'.                  00720000
               88  WS-FIND-NEXT-KEY         VALUE 'N'.                  00730000
           01  WS-LOAD-STATE-SW         PIC X(01).                      00740000
               88  WS-LOAD-SEARCHING        VALUE 'S'.                  00750000
               88  WS-LOAD-TABLING          VALUE 'T'.                  00760000
               88  WS-LOAD-DONE             VALUE 'D'.                  00770000
           01  WS-PASSED-CURRENT-SW     PIC X(01).                      00780000
               88  WS-PASSED-CURRENT        VALUE 'Y'.                  00790000
      *                                                                 00800000
           01  WS-SEG-IDX               PIC 9(02).                      00810000
           01  WS-BLOCK-IDX             PIC 9(01).                      00820000
           01  WS-PAGE-COUNT            PIC 9(01).                      00830000
           01  WS-BYTE-IDX              PIC 9(03).                      00840000
           01  WS-BYTE-VALUE            PIC 9(03).                      00850000
           01  WS-ZONE-VALUE            PIC 9(02).                      00860000
           01  WS-DIGIT-VALUE           PIC 9(02).                      00870000
           01  WS-FAIL-SEG              PIC 9(02).                      00880000
           01  WS-FAIL-BYTE             PIC 9(02).                      00890000
           01  WS-FAIL-BLOCK            PIC 9(01).                      00900000
      *                                                                 00910000
      *    ONE SEGMENT'S SCREEN LINES, BUILT HERE AND MOVED TO THE      00920000
      *    BLOCK OF THE MAP IT BELONGS TO -- THE GENERATED SYMBOLIC     00930000
      *    MAP HAS NO OCCURS, SO THE THREE BLOCKS ARE FILLED AND READ   00940000
      *    BY EXPLICIT MOVES SELECTED ON THE BLOCK NUMBER.              00950000
           01  WS-BLOCK-LINES.                                          00960000
               05  WS-BL-SEQ-LABEL.                                     00970000
                   10  FILLER               PIC X(04) VALUE 'SEG '.     00980000
                   10  WS-BL-SEQ            PIC 9(02).                  00990000
               05  WS-BL-CHAR-LINE          PIC X(69).                  01000000
               05  WS-BL-ZONE-LINE          PIC X(69).                  01010000
               05  WS-BL-DIGIT-LINE         PIC X(69).                  01020000
               05  WS-BL-MARK-LINE          PIC X(69).                  01030000
      *                                                                 01040000
           01  WS-IN-ZONE-LEN           PIC S9(04) COMP.                01050000
           01  WS-IN-DIGIT-LEN          PIC S9(04) COMP.                01060000
           01  WS-IN-ZONE-LINE          PIC X(69).                      01070000
           01  WS-IN-DIGIT-LINE         PIC X(69).                      01080000
           01  WS-NEW-TEXT              PIC X(69).                      01090000
      *                                                                 01100000
           01  WS-HEX-DIGITS            PIC X(16)                       01110000
                                        VALUE '0123456789ABCDEF'.       01120000
           01  WS-HEX-CHAR              PIC X(01).                      01130000
           01  WS-HEX-IDX               PIC 9(02).                      01140000
           01  WS-HEX-VALUE             PIC 9(02).                      01150000
           01  WS-HEX-ERROR-SW          PIC X(01) VALUE 'N'.            01160000
               88  WS-HEX-ERROR             VALUE 'Y'.                  01170000
           01  WS-HEX-ERROR-BLOCK       PIC 9(01).                      01180000
           01  WS-HEX-ERROR-BYTE        PIC 9(02).                      01190000
      *                                                                 01200000
      *    CURSOR OFFSET ON THE 24 X 80 SCREEN.  SEGMENT BLOCK N        01210000
      *    STARTS ON ROW 6 + 5(N-1); ITS ZONE LINE IS THE ROW BELOW,    01220000
      *    WITH BYTE K IN COLUMN 9 + K.                                 01230000
           01  WS-CURSOR-POS            PIC S9(04) COMP.                01240000
           01  WS-CURSOR-SW             PIC X(01) VALUE 'N'.            01250000
               88  WS-CURSOR-SET            VALUE 'Y'.                  01260000
      *                                                                 01270000
      *    CHARACTER LINE FOR A 'U' (UTF-8) RECORD: THE PRINTABLE       01280000
      *    ASCII BYTES X'20' THRU X'7E' SHOWN AS THEIR OWN              01290000
      *    CHARACTERS, INDEXED BY BYTE VALUE - 31.  ANY OTHER BYTE      01300000
      *    (AND ANY BYTE OF AN 'E' RECORD BELOW X'40') SHOWS AS '.'.    01310000
           01  WS-ASCII-GRAPHICS.                                       01320000
               05  FILLER                   PIC X(32) VALUE             01330000
                   ' !"#$%&''()*+,-./0123456789:;<=>?'.                 01340000
               05  FILLER                   PIC X(32) VALUE             01350000
                   '@ABCDEFGHIJKLMNOPQRSTUVWXYZ[\]^_'.                  01360000
               05  FILLER                   PIC X(31) VALUE             01370000
                   '`abcdefghijklmnopqrstuvwxyz{|}~'.                   01380000
           01  WS-ASCII-GRAPHIC-TABLE REDEFINES WS-ASCII-GRAPHICS.      01390000
               05  WS-ASCII-GRAPHIC         PIC X(01) OCCURS 95 TIMES.  01400000
      *                                                                 01410000
      *    REVALIDATION AREAS -- THE SAME SHAPES AS PANVINCL'S          01420000
      *    WS-UTF8-VALIDATION AND WS-DBCS-CONVERSION.                   01430000
           01  WS-CHECK-TEXT            PIC X(1380).                    01440000
           01  WS-CHECK-LENGTH          PIC 9(04).                      01450000
           01  WS-CHECK-IDX             PIC 9(04).                      01460000
           01  WS-CHECK-OFFSET          PIC 9(04).                      01470000
           01  WS-CHECK-REASON          PIC X(01).                      01480000
           01  WS-CONT-NEEDED           PIC 9(01).                      01490000
           01  WS-INVALID-SW            PIC X(01) VALUE 'N'.            01500000
               88  WS-RECORD-INVALID        VALUE 'Y'.                  01510000
           01  WS-DBCS-BYTE             PIC X(01).                      01520000
           01  WS-DBCS-STATE-SW         PIC X(01) VALUE 'S'.            01530000
               88  WS-DBCS-IN-DOUBLE        VALUE 'D'.                  01540000
           01  WS-DBCS-RUN-LENGTH       PIC 9(03).                      01550000
           01  WS-SHIFT-OUT-BYTE        PIC X(01) VALUE X'0E'.          01560000
           01  WS-SHIFT-IN-BYTE         PIC X(01) VALUE X'0F'.          01570000
      *                                                                 01580000
           01  WS-REPAIR-DATE           PIC X(08).                      01590000
           01  WS-REPAIR-TIME           PIC X(06).                      01600000
           01  WS-OPERATOR-ID           PIC X(08).                      01610000
           01  WS-SAVED-COUNT           PIC 9(02).                      01620000
           01  WS-WITHDRAWN-COUNT       PIC 9(02).                      01630000
           01  WS-SAVE-FAIL-SW          PIC X(01).                      01640000
               88  WS-SAVE-FAILED           VALUE 'Y'.                  01650000
      *                                                                 01660000
          LINKAGE       SECTION.                                        01670000
           01  DFHCOMMAREA              PIC X(2863).                    01680000
      *                                                                 01690000
          PROCEDURE      DIVISION.                                      01700000
           0000-MAIN-CONTROL.                                           01710000
               IF EIBCALEN = 0                                          01720000
                   INITIALIZE WS-COMMAREA                               01730000
                   MOVE 'N' TO WS-SR-LOADED-SW                          01740000
                   MOVE 'KEY A RECORD KEY, OR PF4 FOR THE FIRST'        01750000
                       TO WS-MESSAGE                                    01760000
               ELSE                                                     01770000
                   MOVE DFHCOMMAREA TO WS-COMMAREA                      01780000
                   IF EIBAID = DFHPF3 OR EIBAID = DFHCLEAR              01790000
                       EXEC CICS SEND CONTROL                           01800000
                            ERASE                                       01810000
                            FREEKB                                      01820000
                       END-EXEC                                         01830000
                       EXEC CICS RETURN                                 01840000
                       END-EXEC                                         01850000
                   END-IF                                               01860000
                   PERFORM 0200-RECEIVE-AND-ACT                         01870000
               END-IF                                                   01880000
               PERFORM 0500-SEND-REPAIR-MAP                             01890000
               EXEC CICS RETURN                                         01900000
                    TRANSID('PANR')                                     01910000
                    COMMAREA(WS-COMMAREA)                               01920000
                    LENGTH(2863)                                        01930000
               END-EXEC                                                 01940000
               GOBACK.                                                  01950000
      *                                                                 01960000
      *    A KEY TYPED OVER THE ONE ON THE SCREEN (OR PF4) LOADS A      01970000
      *    RECORD AND DISCARDS ANY UNSAVED OVERTYPES; OTHERWISE THE     01980000
      *    OVERTYPED HEX IS FOLDED INTO THE RECORD AND IT IS            01990000
      *    REVALIDATED BEFORE ANY PAGING OR SAVE.                       02000000
           0200-RECEIVE-AND-ACT.                                        02010000
               MOVE SPACES TO WS-MESSAGE                                02020000
               EXEC CICS RECEIVE MAP('PANVMN4')                         02030000
                    MAPSET('PANVMAP')                                   02040000
                    INTO(PANVMN4I)                                      02050000
                    RESP(WS-RESP)                                       02060000
               END-EXEC                                                 02070000
               IF WS-RESP NOT = DFHRESP(NORMAL)                         02080000
                   MOVE LOW-VALUES TO PANVMN4I                          02090000
               END-IF                                                   02100000
               EVALUATE TRUE                                            02110000
                   WHEN SKEYL > ZERO AND                                02120000
                        (SKEYI NOT = WS-SR-KEY OR NOT WS-SR-LOADED)     02130000
                       MOVE SKEYI TO WS-WANTED-KEY                      02140000
                       SET WS-FIND-BY-KEY TO TRUE                       02150000
                       PERFORM 1000-LOAD-SUSPENSE-RECORD                02160000
                   WHEN EIBAID = DFHPF4                                 02170000
                       IF WS-SR-LOADED                                  02180000
                           MOVE WS-SR-KEY TO WS-WANTED-KEY              02190000
                       ELSE                                             02200000
                           MOVE SPACES TO WS-WANTED-KEY                 02210000
                       END-IF                                           02220000
                       SET WS-FIND-NEXT-KEY TO TRUE                     02230000
                       PERFORM 1000-LOAD-SUSPENSE-RECORD                02240000
                   WHEN NOT WS-SR-LOADED                                02250000
                       MOVE 'KEY A RECORD KEY, OR PF4 FOR THE FIRST'    02260000
                           TO WS-MESSAGE                                02270000
                   WHEN OTHER                                           02280000
                       PERFORM 2000-APPLY-HEX-OVERTYPES                 02290000
                       IF NOT WS-HEX-ERROR                              02300000
                           PERFORM 3000-REVALIDATE-RECORD               02310000
                           PERFORM 0300-PAGE-OR-SAVE                    02320000
                       END-IF                                           02330000
               END-EVALUATE.                                            02340000
      *                                                                 02350000
           0300-PAGE-OR-SAVE.                                           02360000
               COMPUTE WS-PAGE-COUNT = (WS-SR-SEG-COUNT + 2) / 3        02370000
               EVALUATE EIBAID                                          02380000
                   WHEN DFHPF7                                          02390000
                       IF WS-SR-PAGE > 1                                02400000
                           SUBTRACT 1 FROM WS-SR-PAGE                   02410000
                       ELSE                                             02420000
                           MOVE 'ALREADY ON THE FIRST PAGE'             02430000
                               TO WS-MESSAGE                            02440000
                       END-IF                                           02450000
                   WHEN DFHPF8                                          02460000
                       IF WS-SR-PAGE < WS-PAGE-COUNT                    02470000
                           ADD 1 TO WS-SR-PAGE                          02480000
                       ELSE                                             02490000
                           MOVE 'ALREADY ON THE LAST PAGE'              02500000
                               TO WS-MESSAGE                            02510000
                       END-IF                                           02520000
                   WHEN DFHPF5                                          02530000
                       PERFORM 4000-SAVE-REPAIR                         02540000
                   WHEN OTHER                                           02550000
                       CONTINUE                                         02560000
               END-EVALUATE.                                            02570000
      *                                                                 02580000
           0500-SEND-REPAIR-MAP.                                        02590000
               MOVE LOW-VALUES TO PANVMN4O                              02600000
               MOVE 'N' TO WS-CURSOR-SW                                 02610000
               IF WS-SR-LOADED                                          02620000
                   PERFORM 0510-FILL-RECORD-HEADER                      02630000
                   PERFORM 0550-FILL-SEGMENT-BLOCK                      02640000
                       VARYING WS-BLOCK-IDX FROM 1 BY 1                 02650000
                       UNTIL WS-BLOCK-IDX > 3                           02660000
                   PERFORM 0580-SET-CURSOR-POSITION                     02670000
               ELSE                                                     02680000
                   MOVE WS-WANTED-KEY TO SKEYO                          02690000
               END-IF                                                   02700000
               MOVE WS-MESSAGE TO MSG4O                                 02710000
               IF WS-CURSOR-SET                                         02720000
                   EXEC CICS SEND MAP('PANVMN4')                        02730000
                        MAPSET('PANVMAP')                               02740000
                        ERASE                                           02750000
                        CURSOR(WS-CURSOR-POS)                           02760000
                   END-EXEC                                             02770000
               ELSE                                                     02780000
                   EXEC CICS SEND MAP('PANVMN4')                        02790000
                        MAPSET('PANVMAP')                               02800000
                        ERASE                                           02810000
                   END-EXEC                                             02820000
               END-IF.                                                  02830000
      *                                                                 02840000
           0510-FILL-RECORD-HEADER.                                     02850000
               MOVE WS-SR-KEY TO SKEYO                                  02860000
               MOVE WS-SR-TAG TO STAGO                                  02870000
               MOVE WS-SR-FAIL-REASON TO SRSNO                          02880000
               EVALUATE WS-SR-FAIL-REASON                               02890000
                   WHEN 'C' MOVE 'LONE CONTINUATION' TO SRSNTO          02900000
                   WHEN 'T' MOVE 'TRUNCATED SEQUENCE' TO SRSNTO         02910000
                   WHEN 'O' MOVE 'OVERLONG LEAD' TO SRSNTO              02920000
                   WHEN 'L' MOVE 'BAD LEAD BYTE' TO SRSNTO              02930000
                   WHEN 'S' MOVE 'UNPAIRED SO' TO SRSNTO                02940000
                   WHEN 'I' MOVE 'UNEXPECTED SI' TO SRSNTO              02950000
                   WHEN 'D' MOVE 'ODD DBCS RUN' TO SRSNTO               02960000
                   WHEN OTHER MOVE 'NOW PASSES' TO SRSNTO               02970000
               END-EVALUATE                                             02980000
               IF WS-SR-FAIL-REASON NOT = SPACE                         02990000
                   MOVE WS-SR-FAIL-POSITION TO SPOSO                    03000000
               END-IF                                                   03010000
               MOVE WS-SR-SEG-COUNT TO SCNTO                            03020000
               COMPUTE WS-PAGE-COUNT = (WS-SR-SEG-COUNT + 2) / 3        03030000
               MOVE WS-SR-PAGE TO SPAGO                                 03040000
               MOVE WS-PAGE-COUNT TO SPGSO                              03050000
               MOVE WS-SR-REPAIR-OPERATOR TO SOPRO                      03060000
               MOVE WS-SR-REPAIR-DATE TO SRDTO                          03070000
               PERFORM 0560-LOCATE-FAIL-BYTE.                           03080000
      *                                                                 03090000
           0550-FILL-SEGMENT-BLOCK.                                     03100000
               COMPUTE WS-SEG-IDX =                                     03110000
                   ((WS-SR-PAGE - 1) * 3) + WS-BLOCK-IDX                03120000
               IF WS-SEG-IDX <= WS-SR-SEG-COUNT                         03130000
                   MOVE WS-SR-SEQUENCE(WS-SEG-IDX) TO WS-BL-SEQ         03140000
                   PERFORM 2150-BUILD-HEX-LINES                         03150000
                   MOVE SPACES TO WS-BL-MARK-LINE                       03160000
                   IF WS-SR-FAIL-REASON NOT = SPACE AND                 03170000
                      WS-FAIL-SEG = WS-SEG-IDX                          03180000
                       MOVE '^' TO WS-BL-MARK-LINE(WS-FAIL-BYTE:1)      03190000
                   END-IF                                               03200000
                   EVALUATE WS-BLOCK-IDX                                03210000
                       WHEN 1                                           03220000
                           MOVE WS-BL-SEQ-LABEL TO SSEQ1O               03230000
                           MOVE WS-BL-CHAR-LINE TO SCHR1O               03240000
                           MOVE WS-BL-ZONE-LINE TO SZON1O               03250000
                           MOVE WS-BL-DIGIT-LINE TO SDIG1O              03260000
                           MOVE WS-BL-MARK-LINE TO SMRK1O               03270000
                       WHEN 2                                           03280000
                           MOVE WS-BL-SEQ-LABEL TO SSEQ2O               03290000
                           MOVE WS-BL-CHAR-LINE TO SCHR2O               03300000
                           MOVE WS-BL-ZONE-LINE TO SZON2O               03310000
                           MOVE WS-BL-DIGIT-LINE TO SDIG2O              03320000
                           MOVE WS-BL-MARK-LINE TO SMRK2O               03330000
                       WHEN 3                                           03340000
                           MOVE WS-BL-SEQ-LABEL TO SSEQ3O               03350000
                           MOVE WS-BL-CHAR-LINE TO SCHR3O               03360000
                           MOVE WS-BL-ZONE-LINE TO SZON3O               03370000
                           MOVE WS-BL-DIGIT-LINE TO SDIG3O              03380000
                           MOVE WS-BL-MARK-LINE TO SMRK3O               03390000
                   END-EVALUATE                                         03400000
               END-IF.                                                  03410000
      *                                                                 03420000
      *    SU-BYTE-POSITION AND THE REVALIDATED POSITION ARE BOTH       03430000
      *    RELATIVE TO THE REASSEMBLED TEXT, 69 BYTES A SEGMENT.        03440000
           0560-LOCATE-FAIL-BYTE.                                       03450000
               MOVE ZERO TO WS-FAIL-SEG                                 03460000
                            WS-FAIL-BYTE                                03470000
               IF WS-SR-FAIL-REASON NOT = SPACE AND                     03480000
                  WS-SR-FAIL-POSITION > ZERO                            03490000
                   COMPUTE WS-FAIL-SEG =                                03500000
                       ((WS-SR-FAIL-POSITION - 1) / 69) + 1             03510000
                   COMPUTE WS-FAIL-BYTE =                               03520000
                       WS-SR-FAIL-POSITION - ((WS-FAIL-SEG - 1) * 69)   03530000
               END-IF.                                                  03540000
      *                                                                 03550000
      *    A BAD HEX DIGIT TAKES THE CURSOR; OTHERWISE THE FAILING      03560000
      *    BYTE DOES WHEN IT IS ON THE PAGE SHOWN.  FAILING THAT THE    03570000
      *    CURSOR IS LEFT ON THE RECORD KEY (IC).                       03580000
           0580-SET-CURSOR-POSITION.                                    03590000
               IF WS-HEX-ERROR                                          03600000
                   COMPUTE WS-CURSOR-POS =                              03610000
                       ((6 + ((WS-HEX-ERROR-BLOCK - 1) * 5)) * 80) +    03620000
                       8 + WS-HEX-ERROR-BYTE                            03630000
                   SET WS-CURSOR-SET TO TRUE                            03640000
               ELSE                                                     03650000
                   IF WS-FAIL-SEG > ZERO                                03660000
                       COMPUTE WS-FAIL-BLOCK =                          03670000
                           WS-FAIL-SEG - ((WS-SR-PAGE - 1) * 3)         03680000
                       IF WS-FAIL-SEG > (WS-SR-PAGE - 1) * 3 AND        03690000
                          WS-FAIL-SEG <= WS-SR-PAGE * 3                 03700000
                           COMPUTE WS-CURSOR-POS =                      03710000
                               ((6 + ((WS-FAIL-BLOCK - 1) * 5)) * 80)   03720000
                               + 8 + WS-FAIL-BYTE                       03730000
                           SET WS-CURSOR-SET TO TRUE                    03740000
                       END-IF                                           03750000
                   END-IF                                               03760000
               END-IF.                                                  03770000
      *                                                                 03780000
      *    BROWSE THE SUSPENSE FILE FROM THE TOP FOR THE WANTED         03790000
      *    RECORD AND TABLE ITS SEGMENTS, WHICH THE NIGHTLY RUN         03800000
      *    WRITES ADJACENT AND IN SEQUENCE.  A REPAIR ALREADY SAVED     03810000
      *    AND NOT YET APPLIED IS LAID OVER THE SUSPENSE TEXT SO THE    03820000
      *    OPERATOR CARRIES ON FROM IT, AND THE RECORD OPENS ON THE     03830000
      *    PAGE HOLDING ITS FAILING BYTE.                               03840000
           1000-LOAD-SUSPENSE-RECORD.                                   03850000
               MOVE 'N' TO WS-SR-LOADED-SW                              03860000
               MOVE 'N' TO WS-PASSED-CURRENT-SW                         03870000
               SET WS-LOAD-SEARCHING TO TRUE                            03880000
               MOVE ZERO TO WS-SR-SEG-COUNT                             03890000
               MOVE SPACES TO WS-SR-REPAIR-OPERATOR                     03900000
                              WS-SR-REPAIR-DATE                         03910000
               MOVE ZERO TO WS-BROWSE-RBA                               03920000
               EXEC CICS STARTBR FILE('SUSPENSE')                       03930000
                    RIDFLD(WS-BROWSE-RBA)                               03940000
                    RBA                                                 03950000
                    RESP(WS-RESP)                                       03960000
               END-EXEC                                                 03970000
               IF WS-RESP = DFHRESP(NORMAL)                             03980000
                   PERFORM 1100-READ-NEXT-SUSPENSE                      03990000
                       UNTIL WS-RESP NOT = DFHRESP(NORMAL)              04000000
                          OR WS-LOAD-DONE                               04010000
                   EXEC CICS ENDBR FILE('SUSPENSE')                     04020000
                   END-EXEC                                             04030000
               END-IF                                                   04040000
               IF WS-SR-SEG-COUNT = ZERO                                04050000
                   IF WS-FIND-BY-KEY                                    04060000
                       MOVE 'RECORD KEY NOT IN SUSPENSE' TO WS-MESSAGE  04070000
                   ELSE                                                 04080000
                       MOVE 'NO FURTHER RECORDS IN SUSPENSE'            04090000
                           TO WS-MESSAGE                                04100000
                   END-IF                                               04110000
               ELSE                                                     04120000
                   SET WS-SR-LOADED TO TRUE                             04130000
                   PERFORM 1300-OVERLAY-SAVED-REPAIRS                   04140000
                   PERFORM 3000-REVALIDATE-RECORD                       04150000
                   PERFORM 0560-LOCATE-FAIL-BYTE                        04160000
                   IF WS-FAIL-SEG > ZERO                                04170000
                       COMPUTE WS-SR-PAGE = ((WS-FAIL-SEG - 1) / 3) + 1 04180000
                   ELSE                                                 04190000
                       MOVE 1 TO WS-SR-PAGE                             04200000
                   END-IF                                               04210000
                   IF WS-SR-REPAIR-OPERATOR NOT = SPACES                04220000
                       MOVE 'SAVED REPAIR SHOWN - AWAITS PANVRPR'       04230000
                           TO WS-MESSAGE                                04240000
                   END-IF                                               04250000
               END-IF.                                                  04260000
      *                                                                 04270000
           1100-READ-NEXT-SUSPENSE.                                     04280000
               EXEC CICS READNEXT FILE('SUSPENSE')                      04290000
                    INTO(SUSPENSE-RECORD)                               04300000
                    RIDFLD(WS-BROWSE-RBA)                               04310000
                    RBA                                                 04320000
                    RESP(WS-RESP)                                       04330000
               END-EXEC                                                 04340000
               IF WS-RESP = DFHRESP(NORMAL)                             04350000
                   IF WS-LOAD-SEARCHING                                 04360000
                       PERFORM 1150-CHECK-WANTED-KEY                    04370000
                   END-IF                                               04380000
                   IF WS-LOAD-TABLING                                   04390000
                       PERFORM 1200-TABLE-SUSPENSE-SEGMENT              04400000
                   END-IF                                               04410000
               END-IF.                                                  04420000
      *                                                                 04430000
           1150-CHECK-WANTED-KEY.                                       04440000
               IF WS-FIND-BY-KEY                                        04450000
                   IF SU-RECORD-KEY = WS-WANTED-KEY                     04460000
                       SET WS-LOAD-TABLING TO TRUE                      04470000
                   END-IF                                               04480000
               ELSE                                                     04490000
                   IF SU-RECORD-KEY = WS-WANTED-KEY                     04500000
                       SET WS-PASSED-CURRENT TO TRUE                    04510000
                   ELSE                                                 04520000
                       IF WS-PASSED-CURRENT OR WS-WANTED-KEY = SPACES   04530000
                           SET WS-LOAD-TABLING TO TRUE                  04540000
                       END-IF                                           04550000
                   END-IF                                               04560000
               END-IF.                                                  04570000
      *                                                                 04580000
      *    THE GROUP ENDS AT ITS LAST SEGMENT, AT A KEY CHANGE, OR AT   04590000
      *    THE SAME 20-SEGMENT LIMIT THE NIGHTLY RUN TABLES.            04600000
           1200-TABLE-SUSPENSE-SEGMENT.                                 04610000
               IF WS-SR-SEG-COUNT = ZERO                                04620000
                   MOVE SU-RECORD-KEY TO WS-SR-KEY                      04630000
                   MOVE SU-ENCODING-TAG TO WS-SR-TAG                    04640000
                   MOVE SU-BYTE-POSITION TO WS-SR-ORIG-POSITION         04650000
                   MOVE SU-REASON-CODE TO WS-SR-ORIG-REASON             04660000
               END-IF                                                   04670000
               IF SU-RECORD-KEY NOT = WS-SR-KEY OR                      04680000
                  WS-SR-SEG-COUNT >= 20                                 04690000
                   SET WS-LOAD-DONE TO TRUE                             04700000
               ELSE                                                     04710000
                   ADD 1 TO WS-SR-SEG-COUNT                             04720000
                   MOVE SU-SEGMENT-SEQUENCE                             04730000
                       TO WS-SR-SEQUENCE(WS-SR-SEG-COUNT)               04740000
                   MOVE SU-CONTINUATION-SW                              04750000
                       TO WS-SR-CONT-SW(WS-SR-SEG-COUNT)                04760000
                   MOVE SU-DATA-TEXT TO WS-SR-ORIG-TEXT(WS-SR-SEG-COUNT)04770000
                                        WS-SR-TEXT(WS-SR-SEG-COUNT)     04780000
                   IF NOT SU-MORE-SEGMENTS                              04790000
                       SET WS-LOAD-DONE TO TRUE                         04800000
                   END-IF                                               04810000
               END-IF.                                                  04820000
      *                                                                 04830000
      *    ONLY A PENDING REPAIR MADE AGAINST THIS VERY SUSPENSE        04840000
      *    TEXT IS SHOWN -- ONE LEFT FROM AN EARLIER SUSPENSE OF THE    04850000
      *    SAME KEY DOES NOT MATCH AND IS IGNORED.                      04860000
           1300-OVERLAY-SAVED-REPAIRS.                                  04870000
               PERFORM VARYING WS-SEG-IDX FROM 1 BY 1                   04880000
                       UNTIL WS-SEG-IDX > WS-SR-SEG-COUNT               04890000
                   MOVE WS-SR-KEY TO SR-RECORD-KEY                      04900000
                   MOVE WS-SR-SEQUENCE(WS-SEG-IDX)                      04910000
                       TO SR-SEGMENT-SEQUENCE                           04920000
                   EXEC CICS READ FILE('SUSPFIX')                       04930000
                        INTO(SUSPENSE-REPAIR-RECORD)                    04940000
                        RIDFLD(SR-REPAIR-KEY)                           04950000
                        RESP(WS-RESP)                                   04960000
                   END-EXEC                                             04970000
                   IF WS-RESP = DFHRESP(NORMAL) AND                     04980000
                      SR-STATUS-PENDING AND                             04990000
                      SR-ORIGINAL-TEXT = WS-SR-ORIG-TEXT(WS-SEG-IDX)    05000000
                       MOVE SR-DATA-TEXT TO WS-SR-TEXT(WS-SEG-IDX)      05010000
                       MOVE SR-OPERATOR-ID TO WS-SR-REPAIR-OPERATOR     05020000
                       MOVE SR-REPAIR-DATE TO WS-SR-REPAIR-DATE         05030000
                   END-IF                                               05040000
               END-PERFORM.                                             05050000
      *                                                                 05060000
      *    FOLD THE ZONE AND DIGIT LINES OF EACH BLOCK THE OPERATOR     05070000
      *    TOUCHED BACK INTO ITS SEGMENT.  A SEGMENT IS ONLY CHANGED    05080000
      *    WHEN ALL 69 OF ITS BYTES ARE GOOD HEX; THE FIRST BAD DIGIT   05090000
      *    STOPS THE PASS AND TAKES THE CURSOR.                         05100000
           2000-APPLY-HEX-OVERTYPES.                                    05110000
               MOVE 'N' TO WS-HEX-ERROR-SW                              05120000
               PERFORM VARYING WS-BLOCK-IDX FROM 1 BY 1                 05130000
                       UNTIL WS-BLOCK-IDX > 3 OR WS-HEX-ERROR           05140000
                   COMPUTE WS-SEG-IDX =                                 05150000
                       ((WS-SR-PAGE - 1) * 3) + WS-BLOCK-IDX            05160000
                   IF WS-SEG-IDX <= WS-SR-SEG-COUNT                     05170000
                       EVALUATE WS-BLOCK-IDX                            05180000
                           WHEN 1                                       05190000
                               MOVE SZON1L TO WS-IN-ZONE-LEN            05200000
                               MOVE SZON1I TO WS-IN-ZONE-LINE           05210000
                               MOVE SDIG1L TO WS-IN-DIGIT-LEN           05220000
                               MOVE SDIG1I TO WS-IN-DIGIT-LINE          05230000
                           WHEN 2                                       05240000
                               MOVE SZON2L TO WS-IN-ZONE-LEN            05250000
                               MOVE SZON2I TO WS-IN-ZONE-LINE           05260000
                               MOVE SDIG2L TO WS-IN-DIGIT-LEN           05270000
                               MOVE SDIG2I TO WS-IN-DIGIT-LINE          05280000
                           WHEN 3                                       05290000
                               MOVE SZON3L TO WS-IN-ZONE-LEN            05300000
                               MOVE SZON3I TO WS-IN-ZONE-LINE           05310000
                               MOVE SDIG3L TO WS-IN-DIGIT-LEN           05320000
                               MOVE SDIG3I TO WS-IN-DIGIT-LINE          05330000
                       END-EVALUATE                                     05340000
                       IF WS-IN-ZONE-LEN > ZERO OR                      05350000
                          WS-IN-DIGIT-LEN > ZERO                        05360000
                           PERFORM 2100-APPLY-SEGMENT-OVERTYPES         05370000
                       END-IF                                           05380000
                   END-IF                                               05390000
               END-PERFORM                                              05400000
               IF WS-HEX-ERROR                                          05410000
                   MOVE 'ZONE AND DIGIT MUST BE HEX 0-9 OR A-F'         05420000
                       TO WS-MESSAGE                                    05430000
               END-IF.                                                  05440000
      *                                                                 05450000
           2100-APPLY-SEGMENT-OVERTYPES.                                05460000
               PERFORM 2150-BUILD-HEX-LINES                             05470000
               IF WS-IN-ZONE-LEN > ZERO                                 05480000
                   MOVE WS-IN-ZONE-LINE TO WS-BL-ZONE-LINE              05490000
               END-IF                                                   05500000
               IF WS-IN-DIGIT-LEN > ZERO                                05510000
                   MOVE WS-IN-DIGIT-LINE TO WS-BL-DIGIT-LINE            05520000
               END-IF                                                   05530000
               INSPECT WS-BL-ZONE-LINE CONVERTING 'abcdef' TO 'ABCDEF'  05540000
               INSPECT WS-BL-DIGIT-LINE CONVERTING 'abcdef' TO 'ABCDEF' 05550000
               MOVE WS-SR-TEXT(WS-SEG-IDX) TO WS-NEW-TEXT               05560000
               PERFORM VARYING WS-BYTE-IDX FROM 1 BY 1                  05570000
                       UNTIL WS-BYTE-IDX > 69 OR WS-HEX-ERROR           05580000
                   MOVE WS-BL-ZONE-LINE(WS-BYTE-IDX:1) TO WS-HEX-CHAR   05590000
                   PERFORM 2170-HEX-CHAR-VALUE                          05600000
                   MOVE WS-HEX-VALUE TO WS-ZONE-VALUE                   05610000
                   MOVE WS-BL-DIGIT-LINE(WS-BYTE-IDX:1) TO WS-HEX-CHAR  05620000
                   PERFORM 2170-HEX-CHAR-VALUE                          05630000
                   MOVE WS-HEX-VALUE TO WS-DIGIT-VALUE                  05640000
                   IF WS-HEX-ERROR                                      05650000
                       MOVE WS-BLOCK-IDX TO WS-HEX-ERROR-BLOCK          05660000
                       MOVE WS-BYTE-IDX TO WS-HEX-ERROR-BYTE            05670000
                   ELSE                                                 05680000
                       COMPUTE WS-BYTE-VALUE =                          05690000
                           (WS-ZONE-VALUE * 16) + WS-DIGIT-VALUE        05700000
                       MOVE FUNCTION CHAR(WS-BYTE-VALUE + 1)            05710000
                           TO WS-NEW-TEXT(WS-BYTE-IDX:1)                05720000
                   END-IF                                               05730000
               END-PERFORM                                              05740000
               IF NOT WS-HEX-ERROR                                      05750000
                   MOVE WS-NEW-TEXT TO WS-SR-TEXT(WS-SEG-IDX)           05760000
               END-IF.                                                  05770000
      *                                                                 05780000
      *    CHARACTER, ZONE AND DIGIT LINES FOR SEGMENT WS-SEG-IDX.      05790000
      *    THE BYTE VALUE IS ITS ORDINAL LESS ONE, THE SAME AS          05800000
      *    2210-CHECK-UTF8-BYTES TAKES IT.                              05810000
           2150-BUILD-HEX-LINES.                                        05820000
               PERFORM VARYING WS-BYTE-IDX FROM 1 BY 1                  05830000
                       UNTIL WS-BYTE-IDX > 69                           05840000
                   COMPUTE WS-BYTE-VALUE =                              05850000
                       FUNCTION ORD(WS-SR-TEXT(WS-SEG-IDX)              05860000
                                    (WS-BYTE-IDX:1)) - 1                05870000
                   DIVIDE WS-BYTE-VALUE BY 16                           05880000
                       GIVING WS-ZONE-VALUE                             05890000
                       REMAINDER WS-DIGIT-VALUE                         05900000
                   MOVE WS-HEX-DIGITS(WS-ZONE-VALUE + 1:1)              05910000
                       TO WS-BL-ZONE-LINE(WS-BYTE-IDX:1)                05920000
                   MOVE WS-HEX-DIGITS(WS-DIGIT-VALUE + 1:1)             05930000
                       TO WS-BL-DIGIT-LINE(WS-BYTE-IDX:1)               05940000
                   MOVE '.' TO WS-BL-CHAR-LINE(WS-BYTE-IDX:1)           05950000
                   IF WS-SR-TAG = 'E'                                   05960000
                       IF WS-BYTE-VALUE >= 64 AND WS-BYTE-VALUE <= 254  05970000
                           MOVE WS-SR-TEXT(WS-SEG-IDX)(WS-BYTE-IDX:1)   05980000
                               TO WS-BL-CHAR-LINE(WS-BYTE-IDX:1)        05990000
                       END-IF                                           06000000
                   ELSE                                                 06010000
                       IF WS-BYTE-VALUE >= 32 AND WS-BYTE-VALUE <= 126  06020000
                           MOVE WS-ASCII-GRAPHIC(WS-BYTE-VALUE - 31)    06030000
                               TO WS-BL-CHAR-LINE(WS-BYTE-IDX:1)        06040000
                       END-IF                                           06050000
                   END-IF                                               06060000
               END-PERFORM.                                             06070000
      *                                                                 06080000
           2170-HEX-CHAR-VALUE.                                         06090000
               MOVE 99 TO WS-HEX-VALUE                                  06100000
               PERFORM VARYING WS-HEX-IDX FROM 1 BY 1                   06110000
                       UNTIL WS-HEX-IDX > 16 OR WS-HEX-VALUE < 16       06120000
                   IF WS-HEX-DIGITS(WS-HEX-IDX:1) = WS-HEX-CHAR         06130000
                       COMPUTE WS-HEX-VALUE = WS-HEX-IDX - 1            06140000
                   END-IF                                               06150000
               END-PERFORM                                              06160000
               IF WS-HEX-VALUE > 15                                     06170000
                   SET WS-HEX-ERROR TO TRUE                             06180000
               END-IF.                                                  06190000
      *                                                                 06200000
      *    REVALIDATE THE WHOLE RECORD AS IT NOW STANDS, WITH THE       06210000
      *    CHECK THAT SUSPENSED IT: THE UTF-8 STATE MACHINE OVER THE    06220000
      *    REASSEMBLED TEXT FOR 'U', THE SO/SI WALK SEGMENT BY          06230000
      *    SEGMENT FOR 'E' -- EXACTLY AS PANVINCL'S REPROCESSING        06240000
      *    PASS WILL SEE IT.                                            06250000
           3000-REVALIDATE-RECORD.                                      06260000
               MOVE 'N' TO WS-INVALID-SW                                06270000
               MOVE ZERO TO WS-SR-FAIL-POSITION                         06280000
               MOVE SPACE TO WS-SR-FAIL-REASON                          06290000
               IF WS-SR-TAG = 'E'                                       06300000
                   PERFORM 3200-CHECK-DBCS-SEGMENT                      06310000
                       VARYING WS-SEG-IDX FROM 1 BY 1                   06320000
                       UNTIL WS-SEG-IDX > WS-SR-SEG-COUNT               06330000
                          OR WS-RECORD-INVALID                          06340000
               ELSE                                                     06350000
                   PERFORM VARYING WS-SEG-IDX FROM 1 BY 1               06360000
                           UNTIL WS-SEG-IDX > WS-SR-SEG-COUNT           06370000
                       COMPUTE WS-CHECK-OFFSET =                        06380000
                           ((WS-SEG-IDX - 1) * 69) + 1                  06390000
                       MOVE WS-SR-TEXT(WS-SEG-IDX)                      06400000
                           TO WS-CHECK-TEXT(WS-CHECK-OFFSET:69)         06410000
                   END-PERFORM                                          06420000
                   COMPUTE WS-CHECK-LENGTH = WS-SR-SEG-COUNT * 69       06430000
                   PERFORM 3100-CHECK-UTF8-BYTES                        06440000
               END-IF                                                   06450000
               IF WS-RECORD-INVALID                                     06460000
                   MOVE 'STILL FAILS AT THE MARKED BYTE - OVERTYPE IT'  06470000
                       TO WS-MESSAGE                                    06480000
               ELSE                                                     06490000
                   MOVE 'RECORD NOW PASSES - PF5 SAVES THE REPAIR'      06500000
                       TO WS-MESSAGE                                    06510000
               END-IF.                                                  06520000
      *                                                                 06530000
      *    THE RULES OF 2210-CHECK-UTF8-BYTES: A LONE CONTINUATION      06540000
      *    BYTE ('C'), A TRUNCATED SEQUENCE ('T'), AN OVERLONG C0/C1    06550000
      *    LEAD ('O') OR A BAD F5-FF LEAD ('L') FAILS THE RECORD, AND   06560000
      *    THE FIRST FAILING BYTE IS THE ONE REPORTED.                  06570000
           3100-CHECK-UTF8-BYTES.                                       06580000
               MOVE 0 TO WS-CONT-NEEDED                                 06590000
               PERFORM VARYING WS-CHECK-IDX FROM 1 BY 1                 06600000
                       UNTIL WS-CHECK-IDX > WS-CHECK-LENGTH             06610000
                   COMPUTE WS-BYTE-VALUE =                              06620000
                       FUNCTION ORD(WS-CHECK-TEXT(WS-CHECK-IDX:1)) - 1  06630000
                   IF WS-CONT-NEEDED > 0                                06640000
                       IF WS-BYTE-VALUE >= 128 AND                      06650000
                          WS-BYTE-VALUE <= 191                          06660000
                           SUBTRACT 1 FROM WS-CONT-NEEDED               06670000
                       ELSE                                             06680000
                           MOVE 'T' TO WS-CHECK-REASON                  06690000
                           PERFORM 3150-RECORD-UTF8-FAILURE             06700000
                           MOVE 0 TO WS-CONT-NEEDED                     06710000
                       END-IF                                           06720000
                   ELSE                                                 06730000
                       EVALUATE TRUE                                    06740000
                           WHEN WS-BYTE-VALUE <= 127                    06750000
                               CONTINUE                                 06760000
                           WHEN WS-BYTE-VALUE <= 191                    06770000
                               MOVE 'C' TO WS-CHECK-REASON              06780000
                               PERFORM 3150-RECORD-UTF8-FAILURE         06790000
                           WHEN WS-BYTE-VALUE <= 193                    06800000
                               MOVE 'O' TO WS-CHECK-REASON              06810000
                               PERFORM 3150-RECORD-UTF8-FAILURE         06820000
                           WHEN WS-BYTE-VALUE <= 223                    06830000
                               MOVE 1 TO WS-CONT-NEEDED                 06840000
                           WHEN WS-BYTE-VALUE <= 239                    06850000
                               MOVE 2 TO WS-CONT-NEEDED                 06860000
                           WHEN WS-BYTE-VALUE <= 244                    06870000
                               MOVE 3 TO WS-CONT-NEEDED                 06880000
                           WHEN OTHER                                   06890000
                               MOVE 'L' TO WS-CHECK-REASON              06900000
                               PERFORM 3150-RECORD-UTF8-FAILURE         06910000
                       END-EVALUATE                                     06920000
                   END-IF                                               06930000
               END-PERFORM                                              06940000
               IF WS-CONT-NEEDED > 0                                    06950000
                   MOVE 'T' TO WS-CHECK-REASON                          06960000
                   MOVE WS-CHECK-LENGTH TO WS-CHECK-IDX                 06970000
                   PERFORM 3150-RECORD-UTF8-FAILURE                     06980000
               END-IF.                                                  06990000
      *                                                                 07000000
           3150-RECORD-UTF8-FAILURE.                                    07010000
               IF NOT WS-RECORD-INVALID                                 07020000
                   MOVE WS-CHECK-IDX TO WS-SR-FAIL-POSITION             07030000
                   MOVE WS-CHECK-REASON TO WS-SR-FAIL-REASON            07040000
               END-IF                                                   07050000
               SET WS-RECORD-INVALID TO TRUE.                           07060000
      *                                                                 07070000
      *    THE PAIRING RULES OF 2030-CONVERT-DBCS-RECORD, EACH          07080000
      *    SEGMENT STARTING IN SINGLE-BYTE STATE: AN SI WITH NO OPEN    07090000
      *    SO FAILS ('I'), AN SO REPEATED INSIDE A RUN OR LEFT OPEN     07100000
      *    AT THE END OF THE SEGMENT FAILS ('S'), AND AN SI CLOSING     07110000
      *    AN ODD-LENGTH RUN FAILS ('D').                               07120000
           3200-CHECK-DBCS-SEGMENT.                                     07130000
               MOVE 'S' TO WS-DBCS-STATE-SW                             07140000
               MOVE ZERO TO WS-DBCS-RUN-LENGTH                          07150000
               PERFORM VARYING WS-BYTE-IDX FROM 1 BY 1                  07160000
                       UNTIL WS-BYTE-IDX > 69 OR WS-RECORD-INVALID      07170000
                   MOVE WS-SR-TEXT(WS-SEG-IDX)(WS-BYTE-IDX:1)           07180000
                       TO WS-DBCS-BYTE                                  07190000
                   IF WS-DBCS-IN-DOUBLE                                 07200000
                       EVALUATE WS-DBCS-BYTE                            07210000
                           WHEN WS-SHIFT-IN-BYTE                        07220000
                               IF FUNCTION MOD(WS-DBCS-RUN-LENGTH, 2)   07230000
                                  = 0                                   07240000
                                   MOVE 'S' TO WS-DBCS-STATE-SW         07250000
                               ELSE                                     07260000
                                   MOVE 'D' TO WS-CHECK-REASON          07270000
                                   PERFORM 3250-RECORD-DBCS-FAILURE     07280000
                               END-IF                                   07290000
                           WHEN WS-SHIFT-OUT-BYTE                       07300000
                               MOVE 'S' TO WS-CHECK-REASON              07310000
                               PERFORM 3250-RECORD-DBCS-FAILURE         07320000
                           WHEN OTHER                                   07330000
                               ADD 1 TO WS-DBCS-RUN-LENGTH              07340000
                       END-EVALUATE                                     07350000
                   ELSE                                                 07360000
                       EVALUATE WS-DBCS-BYTE                            07370000
                           WHEN WS-SHIFT-OUT-BYTE                       07380000
                               MOVE 'D' TO WS-DBCS-STATE-SW             07390000
                               MOVE ZERO TO WS-DBCS-RUN-LENGTH          07400000
                           WHEN WS-SHIFT-IN-BYTE                        07410000
                               MOVE 'I' TO WS-CHECK-REASON              07420000
                               PERFORM 3250-RECORD-DBCS-FAILURE         07430000
                           WHEN OTHER                                   07440000
                               CONTINUE                                 07450000
                       END-EVALUATE                                     07460000
                   END-IF                                               07470000
               END-PERFORM                                              07480000
               IF WS-DBCS-IN-DOUBLE AND NOT WS-RECORD-INVALID           07490000
                   MOVE 69 TO WS-BYTE-IDX                               07500000
                   MOVE 'S' TO WS-CHECK-REASON                          07510000
                   PERFORM 3250-RECORD-DBCS-FAILURE                     07520000
               END-IF.                                                  07530000
      *                                                                 07540000
           3250-RECORD-DBCS-FAILURE.                                    07550000
               COMPUTE WS-SR-FAIL-POSITION =                            07560000
                   ((WS-SEG-IDX - 1) * 69) + WS-BYTE-IDX                07570000
               MOVE WS-CHECK-REASON TO WS-SR-FAIL-REASON                07580000
               SET WS-RECORD-INVALID TO TRUE.                           07590000
      *                                                                 07600000
      *    ONLY A RECORD THAT PASSES IS SAVED.  EACH SEGMENT THE        07610000
      *    OPERATOR CHANGED IS WRITTEN TO SUSPFIX WITH ITS SUSPENSE     07620000
      *    TEXT, THE CORRECTED TEXT, AND THE OPERATOR, TERMINAL, DATE   07630000
      *    AND TIME OF THE REPAIR, REPLACING ANY EARLIER REPAIR OF      07640000
      *    THAT SEGMENT; A SEGMENT OVERTYPED BACK TO ITS SUSPENSE       07650000
      *    TEXT WITHDRAWS ITS PENDING REPAIR.                           07660000
           4000-SAVE-REPAIR.                                            07670000
               IF WS-RECORD-INVALID                                     07680000
                   MOVE 'RECORD STILL FAILS - REPAIR NOT SAVED'         07690000
                       TO WS-MESSAGE                                    07700000
               ELSE                                                     07710000
                   MOVE ZERO TO WS-SAVED-COUNT                          07720000
                                WS-WITHDRAWN-COUNT                      07730000
                   MOVE 'N' TO WS-SAVE-FAIL-SW                          07740000
                   EXEC CICS ASKTIME                                    07750000
                        ABSTIME(WS-ABSTIME)                             07760000
                   END-EXEC                                             07770000
                   EXEC CICS FORMATTIME                                 07780000
                        ABSTIME(WS-ABSTIME)                             07790000
                        YYYYMMDD(WS-REPAIR-DATE)                        07800000
                        TIME(WS-REPAIR-TIME)                            07810000
                   END-EXEC                                             07820000
                   EXEC CICS ASSIGN                                     07830000
                        USERID(WS-OPERATOR-ID)                          07840000
                   END-EXEC                                             07850000
                   PERFORM VARYING WS-SEG-IDX FROM 1 BY 1               07860000
                           UNTIL WS-SEG-IDX > WS-SR-SEG-COUNT           07870000
                       IF WS-SR-TEXT(WS-SEG-IDX) NOT =                  07880000
                          WS-SR-ORIG-TEXT(WS-SEG-IDX)                   07890000
                           PERFORM 4100-WRITE-REPAIR-SEGMENT            07900000
                       ELSE                                             07910000
                           PERFORM 4200-WITHDRAW-REPAIR-SEGMENT         07920000
                       END-IF                                           07930000
                   END-PERFORM                                          07940000
                   EVALUATE TRUE                                        07950000
                       WHEN WS-SAVE-FAILED                              07960000
                           MOVE 'REPAIR NOT FULLY SAVED - PF5 AGAIN'    07970000
                               TO WS-MESSAGE                            07980000
                       WHEN WS-SAVED-COUNT > ZERO                       07990000
                           MOVE WS-OPERATOR-ID TO WS-SR-REPAIR-OPERATOR 08000000
                           MOVE WS-REPAIR-DATE TO WS-SR-REPAIR-DATE     08010000
                           MOVE 'REPAIR SAVED FOR THE NEXT PANVRPR RUN' 08020000
                               TO WS-MESSAGE                            08030000
                       WHEN WS-WITHDRAWN-COUNT > ZERO                   08040000
                           MOVE SPACES TO WS-SR-REPAIR-OPERATOR         08050000
                                          WS-SR-REPAIR-DATE             08060000
                           MOVE 'SAVED REPAIR WITHDRAWN'                08070000
                               TO WS-MESSAGE                            08080000
                       WHEN OTHER                                       08090000
                           MOVE 'NO BYTES CHANGED - NOTHING TO SAVE'    08100000
                               TO WS-MESSAGE                            08110000
                   END-EVALUATE                                         08120000
               END-IF.                                                  08130000
      *                                                                 08140000
           4100-WRITE-REPAIR-SEGMENT.                                   08150000
               MOVE WS-SR-KEY TO SR-RECORD-KEY                          08160000
               MOVE WS-SR-SEQUENCE(WS-SEG-IDX) TO SR-SEGMENT-SEQUENCE   08170000
               EXEC CICS READ FILE('SUSPFIX')                           08180000
                    INTO(SUSPENSE-REPAIR-RECORD)                        08190000
                    RIDFLD(SR-REPAIR-KEY)                               08200000
                    UPDATE                                              08210000
                    RESP(WS-RESP)                                       08220000
               END-EXEC                                                 08230000
               MOVE SPACES TO SUSPENSE-REPAIR-RECORD                    08240000
               MOVE WS-SR-KEY TO SR-RECORD-KEY                          08250000
               MOVE WS-SR-SEQUENCE(WS-SEG-IDX) TO SR-SEGMENT-SEQUENCE   08260000
               MOVE WS-SR-TAG TO SR-ENCODING-TAG                        08270000
               SET SR-STATUS-PENDING TO TRUE                            08280000
               MOVE WS-OPERATOR-ID TO SR-OPERATOR-ID                    08290000
               MOVE EIBTRMID TO SR-TERMINAL-ID                          08300000
               MOVE WS-REPAIR-DATE TO SR-REPAIR-DATE                    08310000
               MOVE WS-REPAIR-TIME TO SR-REPAIR-TIME                    08320000
               MOVE WS-SR-ORIG-POSITION TO SR-ORIGINAL-POSITION         08330000
               MOVE WS-SR-ORIG-REASON TO SR-ORIGINAL-REASON             08340000
               MOVE WS-SR-ORIG-TEXT(WS-SEG-IDX) TO SR-ORIGINAL-TEXT     08350000
               MOVE WS-SR-TEXT(WS-SEG-IDX) TO SR-DATA-TEXT              08360000
               IF WS-RESP = DFHRESP(NORMAL)                             08370000
                   EXEC CICS REWRITE FILE('SUSPFIX')                    08380000
                        FROM(SUSPENSE-REPAIR-RECORD)                    08390000
                        RESP(WS-RESP)                                   08400000
                   END-EXEC                                             08410000
               ELSE                                                     08420000
                   EXEC CICS WRITE FILE('SUSPFIX')                      08430000
                        FROM(SUSPENSE-REPAIR-RECORD)                    08440000
                        RIDFLD(SR-REPAIR-KEY)                           08450000
                        RESP(WS-RESP)                                   08460000
                   END-EXEC                                             08470000
               END-IF                                                   08480000
               IF WS-RESP = DFHRESP(NORMAL)                             08490000
                   ADD 1 TO WS-SAVED-COUNT                              08500000
               ELSE                                                     08510000
                   SET WS-SAVE-FAILED TO TRUE                           08520000
               END-IF.                                                  08530000
      *                                                                 08540000
      *    AN APPLIED REPAIR, OR ONE MADE AGAINST OTHER SUSPENSE        08550000
      *    TEXT, IS LEFT ON FILE AS THE RECORD OF WHAT WAS DONE.        08560000
           4200-WITHDRAW-REPAIR-SEGMENT.                                08570000
               MOVE WS-SR-KEY TO SR-RECORD-KEY                          08580000
               MOVE WS-SR-SEQUENCE(WS-SEG-IDX) TO SR-SEGMENT-SEQUENCE   08590000
               EXEC CICS READ FILE('SUSPFIX')                           08600000
                    INTO(SUSPENSE-REPAIR-RECORD)                        08610000
                    RIDFLD(SR-REPAIR-KEY)                               08620000
                    UPDATE                                              08630000
                    RESP(WS-RESP)                                       08640000
               END-EXEC                                                 08650000
               IF WS-RESP = DFHRESP(NORMAL)                             08660000
                   IF SR-STATUS-PENDING AND                             08670000
                      SR-ORIGINAL-TEXT = WS-SR-ORIG-TEXT(WS-SEG-IDX)    08680000
                       EXEC CICS DELETE FILE('SUSPFIX')                 08690000
                       END-EXEC                                         08700000
                       ADD 1 TO WS-WITHDRAWN-COUNT                      08710000
                   ELSE                                                 08720000
                       EXEC CICS UNLOCK FILE('SUSPFIX')                 08730000
                       END-EXEC                                         08740000
                   END-IF                                               08750000
               END-IF.                                                  08760000
