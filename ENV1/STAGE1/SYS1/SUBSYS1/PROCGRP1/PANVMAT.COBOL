       IDENTIFICATION DIVISION.                                         00010000
          PROGRAM-ID.    PANVMAT.                                       00020000
          ENVIRONMENT    DIVISION.                                      00030000
          INPUT-OUTPUT   SECTION.                                       00040000
          FILE-CONTROL.                                                 00050000
              SELECT RUN-PARM-FILE                                      00060000
                  ASSIGN TO RUNPARM                                     00070000
                  ORGANIZATION IS SEQUENTIAL                            00080000
                  FILE STATUS IS WS-RUN-PARM-STATUS.                    00090000
              SELECT CODEPAGE-FILE                                      00100000
                  ASSIGN TO CODEPAGE                                    00110000
                  ORGANIZATION IS SEQUENTIAL                            00120000
                  FILE STATUS IS WS-CODEPAGE-STATUS.                    00130000
              SELECT ASCII-FILE                                         00140000
                  ASSIGN TO ASCIIIN                                     00150000
                  ORGANIZATION IS SEQUENTIAL                            00160000
                  FILE STATUS IS WS-ASCII-FILE-STATUS.                  00170000
              SELECT EBCDIC-FILE                                        00180000
                  ASSIGN TO EBCDCIN                                     00190000
                  ORGANIZATION IS SEQUENTIAL                            00200000
                  FILE STATUS IS WS-EBCDIC-FILE-STATUS.                 00210000
              SELECT UTF8-FILE                                          00220000
                  ASSIGN TO UTF8IN                                      00230000
                  ORGANIZATION IS SEQUENTIAL                            00240000
                  FILE STATUS IS WS-UTF8-FILE-STATUS.                   00250000
              SELECT REPORT-FILE                                        00260000
                  ASSIGN TO PANVMATR                                    00270000
                  ORGANIZATION IS SEQUENTIAL                            00280000
                  FILE STATUS IS WS-REPORT-STATUS.                      00290000
              SELECT STEP-TIMING-FILE                                   00300000
                  ASSIGN TO STEPTIME                                    00310000
                  ORGANIZATION IS SEQUENTIAL                            00320000
                  FILE STATUS IS WS-STEP-TIMING-STATUS.                 00330000
              SELECT SORT-FILE                                          00340000
                  ASSIGN TO SORTWK01.                                   00350000
          DATA DIVISION.                                                00360000
          FILE SECTION.                                                 00370000
          FD  RUN-PARM-FILE                                             00380000
              RECORDING MODE IS F.                                      00390000
          01  RUN-PARM-IN                  PIC X(80).                   00400000
          FD  CODEPAGE-FILE                                             00410000
              RECORDING MODE IS F.                                      00420000
          COPY CODEPAGE.                                                00430000
          FD  ASCII-FILE                                                00440000
              RECORDING MODE IS F.                                      00450000
          COPY ASCII_FILE.                                              00460000
          FD  EBCDIC-FILE                                               00470000
              RECORDING MODE IS F.                                      00480000
          COPY EBCDIC_FILE.                                             00490000
          FD  UTF8-FILE                                                 00500000
              RECORDING MODE IS F.                                      00510000
          COPY UTF8_FILE.                                               00520000
          FD  REPORT-FILE                                               00530000
              RECORDING MODE IS F.                                      00540000
          01  REPORT-LINE                  PIC X(80).                   00550000
          FD  STEP-TIMING-FILE                                          00560000
              RECORDING MODE IS F.                                      00570000
          COPY STEPTIME.                                                00580000
      *                                                                 00590000
      *    EVERY SEGMENT OF ALL THREE FEEDS, SORTED INTO RECORD KEY,    00600000
      *    FEED AND SEGMENT ORDER SO ONE KEY'S COPIES ARRIVE TOGETHER.  00610000
          SD  SORT-FILE.                                                00620000
          01  SORT-RECORD.                                              00630000
              05  SR-RECORD-KEY            PIC X(10).                   00640000
              05  SR-FEED-NUMBER           PIC 9(01).                   00650000
              05  SR-SEGMENT-SEQUENCE      PIC 9(02).                   00660000
              05  SR-CONTINUATION-SW       PIC X(01).                   00670000
              05  SR-DATA-TEXT             PIC X(69).                   00680000
          WORKING-STORAGE SECTION.                                      00690000
      *                                                                 00700000
      *    PANVMAT  --  FEED CONTENT MATCH.  STEP001 PROVES EACH FEED   00710000
      *               AGAINST ITS OWN CONTROL RECORD AND PANVINCL       00720000
      *               RECONCILES THE ASCIIIN/EBCDCIN/UTF8IN RECORD      00730000
      *               COUNTS, BUT NEITHER PROVES THE THREE COPIES       00740000
      *               CARRY THE SAME DATA: A KEY MISSING FROM ONE       00750000
      *               FEED WITH AN EXTRA KEY IN ANOTHER STILL           00760000
      *               RECONCILES, AND SO DOES A RECORD WHOSE TEXT       00770000
      *               DIFFERS BETWEEN THE COPIES.  THIS STEP LINES THE  00780000
      *               THREE FEEDS UP BY RECORD KEY AND SEGMENT          00790000
      *               SEQUENCE AND, FOR EACH KEY, REPORTS:              00800000
      *                 -- A FEED THE KEY IS NOT ON                     00810000
      *                 -- A BROKEN SEGMENT SEQUENCE, OR A SEGMENT      00820000
      *                    COUNT DIFFERENT FROM THE ASCII COPY          00830000
      *                 -- EVERY BYTE POSITION AT WHICH THE EBCDIC      00840000
      *                    TEXT (THROUGH THE RUNPARM CODEPAGE'S         00850000
      *                    EBCDIC-TO-ASCII TABLE) OR THE DECODED UTF-8  00860000
      *                    TEXT DIFFERS FROM THE ASCII COPY             00870000
      *               TEXT IS COMPARED REASSEMBLED, THE WAY PANVINCL    00880000
      *               VALIDATES IT, SO POSITIONS COUNT FROM THE START   00890000
      *               OF THE LOGICAL RECORD AS ON THE SUSPENSE FILE.    00900000
      *                                                                 00910000
      *               A UTF-8 CHARACTER BEYOND ISO8859-1 HAS NO         00920000
      *               SINGLE-BYTE EQUIVALENT TO COMPARE, SO ITS         00930000
      *               POSITION IS PASSED OVER; AN INVALID UTF-8         00940000
      *               SEQUENCE IS A DIFFERENCE.  A UTF-8 COPY THAT      00950000
      *               NEEDS MORE SEGMENTS THAN THE ASCII COPY ONLY      00960000
      *               BECAUSE ITS MULTI-BYTE CHARACTERS ARE LONGER IS   00970000
      *               REPORTED BUT NOT HELD WHEN ITS TEXT MATCHES.  IN  00980000
      *               DBCS MODE (RUNPARM COLUMN 11) THE SO/SI RUNS      00990000
      *               HAVE NO ASCII EQUIVALENT, SO THE EBCDIC COPY IS   01000000
      *               MATCHED BY KEY AND SEGMENT ONLY.                  01010000
      *                                                                 01020000
      *               RC=0 THE COPIES AGREE; RC=12 THEY DISAGREE AND    01030000
      *               THE CHAIN IS HELD BEFORE PANVINCL; RC=16 A FEED   01040000
      *               OR THE CODEPAGE TABLE COULD NOT BE READ.          01050000
      *                                                                 01060000
           01 WS-RUN-PARM-STATUS    PIC XX.                             01070000
              88 WS-RUN-PARM-OK        VALUE '00'.                      01080000
           01 WS-CODEPAGE-STATUS    PIC XX.                             01090000
              88 WS-CODEPAGE-OK        VALUE '00'.                      01100000
           01 WS-ASCII-FILE-STATUS  PIC XX.                             01110000
              88 WS-ASCII-FILE-OK      VALUE '00'.                      01120000
           01 WS-EBCDIC-FILE-STATUS PIC XX.                             01130000
              88 WS-EBCDIC-FILE-OK     VALUE '00'.                      01140000
           01 WS-UTF8-FILE-STATUS   PIC XX.                             01150000
              88 WS-UTF8-FILE-OK       VALUE '00'.                      01160000
           01 WS-REPORT-STATUS      PIC XX.                             01170000
           01 WS-STEP-TIMING-STATUS PIC XX.                             01180000
              88 WS-STEP-TIMING-OK        VALUE '00'.                   01190000
              88 WS-STEP-TIMING-NOT-FOUND VALUE '35'.                   01200000
      *                                                                 01210000
      *    START AND END OF THIS RUN, FOR THE STEP-TIMING HISTORY.      01220000
           01 WS-STEP-TIMING-CONTROL.                                   01230000
              05 WS-STEP-START-STAMP.                                   01240000
                 10 WS-STEP-START-DATE   PIC X(08).                     01250000
                 10 WS-STEP-START-TIME   PIC X(06).                     01260000
              05 WS-STEP-END-STAMP.                                     01270000
                 10 WS-STEP-END-DATE     PIC X(08).                     01280000
                 10 WS-STEP-END-TIME     PIC X(06).                     01290000
      *                                                                 01300000
      *    THE SAME RUNPARM CARD PANVINCL READS -- ONLY THE CODEPAGE    01310000
      *    (COLUMNS 6-9) AND THE DBCS SWITCH (COLUMN 11) MATTER HERE.   01320000
           COPY RUNPARM.                                                01330000
           01 WS-CODEPAGE-CONTROL.                                      01340000
              05 WS-BYTE-SEQUENCE          PIC X(256).                  01350000
              05 WS-EBCDIC-TO-ASCII-TABLE  PIC X(256).                  01360000
              05 WS-CP-BYTE-IDX            PIC 9(03).                   01370000
              05 WS-CODEPAGE-EOF-SW        PIC X VALUE 'N'.             01380000
                 88 WS-CODEPAGE-EOF           VALUE 'Y'.                01390000
              05 WS-E2A-TABLE-SW           PIC X VALUE 'N'.             01400000
                 88 WS-E2A-TABLE-LOADED       VALUE 'Y'.                01410000
      *                                                                 01420000
           01 WS-FEED-NAME-TABLE.                                       01430000
              05 FILLER                PIC X(08) VALUE 'ASCIIIN '.      01440000
              05 FILLER                PIC X(08) VALUE 'EBCDCIN '.      01450000
              05 FILLER                PIC X(08) VALUE 'UTF8IN  '.      01460000
           01 WS-FEED-NAMES REDEFINES WS-FEED-NAME-TABLE.               01470000
              05 WS-FEED-NAME          PIC X(08) OCCURS 3 TIMES.        01480000
           01 WS-FEED-IDX           PIC 9(01).                          01490000
      *                                                                 01500000
      *    ONE KEY'S SEGMENTS FROM EACH FEED, REASSEMBLED.  THE SAME    01510000
      *    20-SEGMENT LIMIT AS PANVINCL'S SEGMENT TABLE.  THE TEXT      01520000
      *    PAST A FEED'S LAST SEGMENT IS HELD AS ASCII SPACES, SO A     01530000
      *    SHORTER COPY COMPARES AS IF PADDED.                          01540000
           01 WS-MAX-SEGMENTS       PIC 9(02) VALUE 20.                 01550000
           01 WS-SEGMENT-LENGTH     PIC 9(02) VALUE 69.                 01560000
           01 WS-MATCH-KEY          PIC X(10).                          01580000
           01 WS-KEY-FEED-TABLE.                                        01590000
              05 WS-KEY-FEED OCCURS 3 TIMES.                            01600000
                 10 WS-KF-SEG-COUNT      PIC 9(03).                     01610000
                 10 WS-KF-LAST-CONT-SW   PIC X.                         01620000
                 10 WS-KF-SEQUENCE-SW    PIC X.                         01630000
                    88 WS-KF-SEQUENCE-BROKEN VALUE 'Y'.                 01640000
                 10 WS-KF-TEXT-LENGTH    PIC 9(05).                     01650000
                 10 WS-KF-TEXT           PIC X(1380).                   01660000
           01 WS-TEXT-OFFSET        PIC 9(05).                          01670000
           01 WS-COMPARE-LENGTH     PIC 9(05).                          01680000
           01 WS-COMPARE-TEXT       PIC X(1380).                        01690000
           01 WS-BYTE-IDX           PIC 9(05).                          01700000
      *                                                                 01710000
      *    THE UTF-8 COPY DECODED TO ONE BYTE PER CHARACTER, WITH THE   01720000
      *    UTF-8 BYTE EACH CHARACTER STARTED AT AND ITS STANDING:       01730000
      *    BLANK COMPARABLE, 'S' BEYOND ISO8859-1, 'I' NOT VALID.       01740000
           01 WS-DECODED-LENGTH     PIC 9(05).                          01750000
           01 WS-DECODED-TEXT       PIC X(1380).                        01760000
           01 WS-DECODED-FLAGS      PIC X(1380).                        01770000
           01 WS-DECODED-POSITIONS.                                     01780000
              05 WS-DECODED-BYTE-POS PIC 9(05) OCCURS 1380 TIMES.       01790000
           01 WS-UTF8-BYTE-IDX      PIC 9(05).                          01800000
           01 WS-UTF8-LEAD-VALUE    PIC 9(03).                          01810000
           01 WS-UTF8-CONT-VALUE    PIC 9(03).                          01820000
           01 WS-UTF8-FIRST-CONT    PIC 9(03).                          01830000
           01 WS-UTF8-CONT-NEEDED   PIC 9(01).                          01840000
           01 WS-UTF8-CONT-IDX      PIC 9(01).                          01850000
           01 WS-UTF8-CODE-POINT    PIC 9(05).                          01860000
           01 WS-UTF8-SEQUENCE-SW   PIC X.                              01870000
              88 WS-UTF8-SEQUENCE-VALID VALUE 'Y'.                      01880000
      *                                                                 01890000
           01 WS-SORT-EOF-SW        PIC X VALUE 'N'.                    01900000
              88 WS-SORT-EOF           VALUE 'Y'.                       01910000
           01 WS-KEY-ACTIVE-SW      PIC X VALUE 'N'.                    01920000
              88 WS-KEY-ACTIVE         VALUE 'Y'.                       01930000
           01 WS-KEY-DISAGREE-SW    PIC X.                              01940000
              88 WS-KEY-DISAGREES      VALUE 'Y'.                       01950000
           01 WS-KEY-SEGMENT-SW     PIC X.                              01960000
              88 WS-KEY-SEGMENT-FAULT  VALUE 'Y'.                       01970000
           01 WS-UTF8-COUNT-SW      PIC X.                              01980000
              88 WS-UTF8-COUNT-DIFFERS VALUE 'Y'.                       01990000
           01 WS-FEEDS-HELD-SW      PIC X VALUE 'N'.                    02000000
              88 WS-FEEDS-HELD         VALUE 'Y'.                       02010000
           01 WS-FEED-READ-FAILED-SW PIC X VALUE 'N'.                   02013000
              88 WS-FEED-READ-FAILED   VALUE 'Y'.                       02016000
      *                                                                 02020000
      *    NO MORE THAN TEN DIFFERENCES ARE LISTED PER KEY AND FEED;    02030000
      *    THE REST ARE COUNTED ON ONE LINE.                            02040000
           01 WS-DIFF-LIST-LIMIT    PIC 9(02) VALUE 10.                 02050000
           01 WS-KEY-DIFF-COUNT     PIC 9(05).                          02060000
           01 WS-MORE-DIFF-COUNT    PIC 9(05).                          02070000
      *                                                                 02080000
           01 WS-MATCH-COUNTS.                                          02090000
              05 WS-FEED-RECORD-COUNT PIC 9(09) OCCURS 3 TIMES.         02100000
              05 WS-NOT-ON-FEED-COUNT PIC 9(09) OCCURS 3 TIMES.         02110000
              05 WS-CONTENT-DIFF-COUNT PIC 9(09) OCCURS 3 TIMES.        02120000
              05 WS-KEY-COUNT          PIC 9(09).                       02130000
              05 WS-AGREE-KEY-COUNT    PIC 9(09).                       02140000
              05 WS-SEGMENT-KEY-COUNT  PIC 9(09).                       02150000
              05 WS-TOTAL-RECORD-COUNT PIC 9(09).                       02160000
      *                                                                 02170000
           01 WS-HEX-CONTROL.                                           02180000
              05 WS-HEX-DIGITS      PIC X(16) VALUE '0123456789ABCDEF'. 02190000
              05 WS-HEX-BYTE        PIC X.                              02200000
              05 WS-HEX-VALUE       PIC 9(03).                          02210000
              05 WS-HEX-HIGH        PIC 9(02).                          02220000
              05 WS-HEX-LOW         PIC 9(02).                          02230000
              05 WS-HEX-OUT         PIC X(02).                          02240000
           01 WS-ASCII-HEX          PIC X(02).                          02250000
           01 WS-FEED-HEX           PIC X(02).                          02260000
           01 WS-RESULT-HEX         PIC X(02).                          02270000
           01 WS-POSITION-DISPLAY   PIC 9(05).                          02280000
           01 WS-FEED-POS-DISPLAY   PIC 9(05).                          02290000
           01 WS-COUNT-DISPLAY      PIC ZZ9.                            02300000
           01 WS-ASCII-COUNT-DISPLAY PIC ZZ9.                           02310000
           01 WS-MORE-DISPLAY       PIC ZZ,ZZ9.                         02320000
      *                                                                 02330000
           01 WS-REPORT-LINES.                                          02340000
              05 WS-HEADING-LINE.                                       02350000
                 10 FILLER PIC X(20) VALUE 'PANVMAT - ASCII/EBCD'.      02360000
                 10 FILLER PIC X(25) VALUE 'IC/UTF-8 CONTENT MATCH'.    02370000
                 10 FILLER PIC X(35) VALUE SPACES.                      02380000
              05 WS-CODEPAGE-LINE.                                      02390000
                 10 FILLER                PIC X(09) VALUE 'CODEPAGE '.  02400000
                 10 PL-CODEPAGE-ID        PIC X(04).                    02410000
                 10 FILLER                PIC X(02) VALUE SPACES.       02420000
                 10 PL-MODE-TEXT          PIC X(65).                    02430000
              05 WS-COLUMN-LINE.                                        02440000
                 10 FILLER                PIC X(22)                     02450000
                    VALUE 'KEY         FEED      '.                     02460000
                 10 FILLER                PIC X(58)                     02470000
                    VALUE 'DIFFERENCE'.                                 02480000
              05 WS-DIFFERENCE-LINE.                                    02490000
                 10 DL-RECORD-KEY         PIC X(10).                    02500000
                 10 FILLER                PIC X(02) VALUE SPACES.       02510000
                 10 DL-FEED-ID            PIC X(08).                    02520000
                 10 FILLER                PIC X(02) VALUE SPACES.       02530000
                 10 DL-DIFFERENCE-TEXT    PIC X(58).                    02540000
              05 WS-COUNT-LINE.                                         02550000
                 10 CL-COUNT-LABEL        PIC X(28).                    02560000
                 10 CL-COUNT-VALUE        PIC ZZZ,ZZZ,ZZ9.              02570000
                 10 FILLER                PIC X(41) VALUE SPACES.       02580000
              05 WS-RESULT-LINE.                                        02590000
                 10 FILLER                PIC X(04) VALUE '*** '.       02600000
                 10 RL-RESULT-TEXT        PIC X(76).                    02610000
              05 WS-BLANK-LINE     PIC X(80) VALUE SPACES.              02620000
      *                                                                 02630000
          PROCEDURE      DIVISION.                                      02640000
          0000-MAIN-CONTROL.                                            02650000
              MOVE FUNCTION CURRENT-DATE(1:14) TO WS-STEP-START-STAMP   02660000
              PERFORM 1000-INITIALIZE                                   02670000
              SORT SORT-FILE                                            02680000
                  ON ASCENDING KEY SR-RECORD-KEY                        02690000
                                   SR-FEED-NUMBER                       02700000
                                   SR-SEGMENT-SEQUENCE                  02710000
                  INPUT PROCEDURE IS 2000-RELEASE-FEEDS                 02720000
                  OUTPUT PROCEDURE IS 3000-MATCH-FEEDS                  02730000
              PERFORM 5000-PRINT-MATCH-TOTALS                           02740000
              PERFORM 9000-TERMINATE                                    02750000
              PERFORM 9400-RECORD-STEP-TIMING                           02760000
              GOBACK.                                                   02770000
      *                                                                 02780000
      *    A FEED OR TABLE THAT CANNOT BE READ IS A SETUP ERROR AND     02790000
      *    STOPS THE STEP BEFORE ANYTHING IS MATCHED.                   02800000
          1000-INITIALIZE.                                              02810000
              INITIALIZE WS-MATCH-COUNTS                                02820000
              PERFORM 1050-READ-RUN-PARM                                02830000
              PERFORM 1080-LOAD-CODEPAGE-TABLE                          02840000
              OPEN INPUT ASCII-FILE                                     02850000
              IF NOT WS-ASCII-FILE-OK                                   02860000
                  DISPLAY 'PANVMAT: ASCIIIN OPEN FAILED, STATUS='       02870000
                          WS-ASCII-FILE-STATUS                          02880000
                  MOVE 16 TO RETURN-CODE                                02890000
                  GOBACK                                                02900000
              END-IF                                                    02910000
              OPEN INPUT EBCDIC-FILE                                    02920000
              IF NOT WS-EBCDIC-FILE-OK                                  02930000
                  DISPLAY 'PANVMAT: EBCDCIN OPEN FAILED, STATUS='       02940000
                          WS-EBCDIC-FILE-STATUS                         02950000
                  MOVE 16 TO RETURN-CODE                                02960000
                  GOBACK                                                02970000
              END-IF                                                    02980000
              OPEN INPUT UTF8-FILE                                      02990000
              IF NOT WS-UTF8-FILE-OK                                    03000000
                  DISPLAY 'PANVMAT: UTF8IN OPEN FAILED, STATUS='        03010000
                          WS-UTF8-FILE-STATUS                           03020000
                  MOVE 16 TO RETURN-CODE                                03030000
                  GOBACK                                                03040000
              END-IF                                                    03050000
              OPEN OUTPUT REPORT-FILE                                   03060000
              MOVE WS-HEADING-LINE TO REPORT-LINE                       03070000
              WRITE REPORT-LINE                                         03080000
              MOVE RP-CODEPAGE-ID TO PL-CODEPAGE-ID                     03090000
              MOVE SPACES TO PL-MODE-TEXT                               03100000
              IF RP-DBCS-SOSI-MODE                                      03107000
                  STRING 'DBCS MODE -- EBCDCIN MATCHED BY KEY AND '     03114000
                         'SEGMENT ONLY'                                 03121000
                      DELIMITED BY SIZE                                 03128000
                      INTO PL-MODE-TEXT                                 03135000
                  END-STRING                                            03142000
              END-IF                                                    03149000
              MOVE WS-CODEPAGE-LINE TO REPORT-LINE                      03160000
              WRITE REPORT-LINE                                         03170000
              MOVE WS-BLANK-LINE TO REPORT-LINE                         03180000
              WRITE REPORT-LINE                                         03190000
              MOVE WS-COLUMN-LINE TO REPORT-LINE                        03200000
              WRITE REPORT-LINE.                                        03210000
      *                                                                 03220000
      *    A MISSING OR EMPTY CARD FILE IS A BLANK CARD, AND A BLANK    03230000
      *    CODEPAGE IS 037, AS IN PANVINCL.                             03240000
          1050-READ-RUN-PARM.                                           03250000
              MOVE SPACES TO RUN-PARM-RECORD                            03260000
              OPEN INPUT RUN-PARM-FILE                                  03270000
              IF WS-RUN-PARM-OK                                         03280000
                  READ RUN-PARM-FILE INTO RUN-PARM-RECORD               03290000
                      AT END                                            03300000
                          MOVE SPACES TO RUN-PARM-RECORD                03310000
                  END-READ                                              03320000
                  CLOSE RUN-PARM-FILE                                   03330000
              END-IF                                                    03340000
              IF RP-CODEPAGE-ID = SPACES                                03350000
                  MOVE '037 ' TO RP-CODEPAGE-ID                         03360000
              END-IF.                                                   03370000
      *                                                                 03380000
      *    ONLY THE EBCDIC-TO-ASCII HALF OF THE CODEPAGE'S TABLE PAIR   03390000
      *    IS NEEDED, AND NOT AT ALL IN DBCS MODE.                      03400000
          1080-LOAD-CODEPAGE-TABLE.                                     03410000
              PERFORM VARYING WS-CP-BYTE-IDX FROM 1 BY 1                03420000
                      UNTIL WS-CP-BYTE-IDX > 256                        03430000
                  MOVE FUNCTION CHAR(WS-CP-BYTE-IDX)                    03440000
                      TO WS-BYTE-SEQUENCE(WS-CP-BYTE-IDX:1)             03450000
              END-PERFORM                                               03460000
              IF RP-DBCS-SOSI-MODE                                      03470000
                  CONTINUE                                              03480000
              ELSE                                                      03490000
                  OPEN INPUT CODEPAGE-FILE                              03500000
                  IF NOT WS-CODEPAGE-OK                                 03510000
                      DISPLAY 'PANVMAT: CODEPAGE TABLE FILE OPEN '      03520000
                              'FAILED, STATUS=' WS-CODEPAGE-STATUS      03530000
                      MOVE 16 TO RETURN-CODE                            03540000
                      GOBACK                                            03550000
                  END-IF                                                03560000
                  PERFORM UNTIL WS-CODEPAGE-EOF                         03570000
                      READ CODEPAGE-FILE                                03580000
                          AT END                                        03590000
                              SET WS-CODEPAGE-EOF TO TRUE               03600000
                          NOT AT END                                    03610000
                              IF CP-CODEPAGE-ID = RP-CODEPAGE-ID AND    03620000
                                 CP-EBCDIC-TO-ASCII                     03630000
                                  MOVE CP-TABLE-BYTES                   03640000
                                      TO WS-EBCDIC-TO-ASCII-TABLE       03650000
                                  SET WS-E2A-TABLE-LOADED TO TRUE       03660000
                              END-IF                                    03670000
                      END-READ                                          03680000
                  END-PERFORM                                           03690000
                  CLOSE CODEPAGE-FILE                                   03700000
                  IF NOT WS-E2A-TABLE-LOADED                            03710000
                      DISPLAY 'PANVMAT: NO TRANSLATION TABLE FOR '      03720000
                              'CODEPAGE ''' RP-CODEPAGE-ID              03730000
                              ''' IN CODEPAGE TABLE FILE'               03740000
                      MOVE 16 TO RETURN-CODE                            03750000
                      GOBACK                                            03760000
                  END-IF                                                03770000
              END-IF.                                                   03780000
      *                                                                 03790000
      *    EACH FEED IS READ TO ITS END.  ANY OTHER STATUS LEAVES THE   03792000
      *    FEED PART-READ, SO ITS MISSING KEYS WOULD BE FALSE           03794000
      *    DIFFERENCES -- THE MATCH IS MARKED INCOMPLETE AND THE STEP   03796000
      *    ENDS RC=16, THE SAME AS A FEED THAT WILL NOT OPEN.           03798000
          2000-RELEASE-FEEDS.                                           03800000
              PERFORM UNTIL NOT WS-ASCII-FILE-OK                        03810000
                  READ ASCII-FILE                                       03820000
                      NOT AT END                                        03830000
                          MOVE AF-RECORD-KEY TO SR-RECORD-KEY           03840000
                          MOVE 1 TO SR-FEED-NUMBER                      03850000
                          MOVE AF-SEGMENT-SEQUENCE                      03860000
                              TO SR-SEGMENT-SEQUENCE                    03870000
                          MOVE AF-CONTINUATION-SW TO SR-CONTINUATION-SW 03880000
                          MOVE AF-DATA-TEXT TO SR-DATA-TEXT             03890000
                          PERFORM 2100-RELEASE-SEGMENT                  03900000
                  END-READ                                              03910000
              END-PERFORM                                               03920000
              IF WS-ASCII-FILE-STATUS NOT = '10'                        03921000
                  DISPLAY 'PANVMAT: ASCIIIN READ FAILED, STATUS='       03922000
                          WS-ASCII-FILE-STATUS                          03923000
                  SET WS-FEED-READ-FAILED TO TRUE                       03924000
              END-IF                                                    03925000
              PERFORM UNTIL NOT WS-EBCDIC-FILE-OK                       03930000
                  READ EBCDIC-FILE                                      03940000
                      NOT AT END                                        03950000
                          MOVE EF-RECORD-KEY TO SR-RECORD-KEY           03960000
                          MOVE 2 TO SR-FEED-NUMBER                      03970000
                          MOVE EF-SEGMENT-SEQUENCE                      03980000
                              TO SR-SEGMENT-SEQUENCE                    03990000
                          MOVE EF-CONTINUATION-SW TO SR-CONTINUATION-SW 04000000
                          MOVE EF-DATA-TEXT TO SR-DATA-TEXT             04010000
                          PERFORM 2100-RELEASE-SEGMENT                  04020000
                  END-READ                                              04030000
              END-PERFORM                                               04040000
              IF WS-EBCDIC-FILE-STATUS NOT = '10'                       04041000
                  DISPLAY 'PANVMAT: EBCDCIN READ FAILED, STATUS='       04042000
                          WS-EBCDIC-FILE-STATUS                         04043000
                  SET WS-FEED-READ-FAILED TO TRUE                       04044000
              END-IF                                                    04045000
              PERFORM UNTIL NOT WS-UTF8-FILE-OK                         04050000
                  READ UTF8-FILE                                        04060000
                      NOT AT END                                        04070000
                          MOVE UF-RECORD-KEY TO SR-RECORD-KEY           04080000
                          MOVE 3 TO SR-FEED-NUMBER                      04090000
                          MOVE UF-SEGMENT-SEQUENCE                      04100000
                              TO SR-SEGMENT-SEQUENCE                    04110000
                          MOVE UF-CONTINUATION-SW TO SR-CONTINUATION-SW 04120000
                          MOVE UF-DATA-TEXT TO SR-DATA-TEXT             04130000
                          PERFORM 2100-RELEASE-SEGMENT                  04140000
                  END-READ                                              04150000
              END-PERFORM                                               04160000
              IF WS-UTF8-FILE-STATUS NOT = '10'                         04161000
                  DISPLAY 'PANVMAT: UTF8IN READ FAILED, STATUS='        04162000
                          WS-UTF8-FILE-STATUS                           04163000
                  SET WS-FEED-READ-FAILED TO TRUE                       04164000
              END-IF                                                    04165000
              CLOSE ASCII-FILE                                          04170000
                    EBCDIC-FILE                                         04180000
                    UTF8-FILE.                                          04190000
      *                                                                 04200000
          2100-RELEASE-SEGMENT.                                         04210000
              ADD 1 TO WS-FEED-RECORD-COUNT(SR-FEED-NUMBER)             04220000
              ADD 1 TO WS-TOTAL-RECORD-COUNT                            04230000
              RELEASE SORT-RECORD.                                      04240000
      *                                                                 04250000
      *    GATHER EACH KEY'S SEGMENTS FROM ALL THREE FEEDS, THEN MATCH  04260000
      *    THEM WHEN THE KEY CHANGES.                                   04270000
          3000-MATCH-FEEDS.                                             04280000
              PERFORM UNTIL WS-SORT-EOF                                 04290000
                  RETURN SORT-FILE                                      04300000
                      AT END                                            04310000
                          SET WS-SORT-EOF TO TRUE                       04320000
                      NOT AT END                                        04330000
                          IF WS-KEY-ACTIVE AND                          04340000
                             SR-RECORD-KEY NOT = WS-MATCH-KEY           04350000
                              PERFORM 3200-MATCH-KEY                    04360000
                          END-IF                                        04370000
                          IF NOT WS-KEY-ACTIVE                          04380000
                              PERFORM 3100-START-KEY                    04390000
                          END-IF                                        04400000
                          PERFORM 3150-TABLE-SEGMENT                    04410000
                  END-RETURN                                            04420000
              END-PERFORM                                               04430000
              IF WS-KEY-ACTIVE                                          04440000
                  PERFORM 3200-MATCH-KEY                                04450000
              END-IF.                                                   04460000
      *                                                                 04470000
          3100-START-KEY.                                               04480000
              MOVE SR-RECORD-KEY TO WS-MATCH-KEY                        04490000
              SET WS-KEY-ACTIVE TO TRUE                                 04500000
              ADD 1 TO WS-KEY-COUNT                                     04510000
              PERFORM VARYING WS-FEED-IDX FROM 1 BY 1                   04520000
                      UNTIL WS-FEED-IDX > 3                             04530000
                  MOVE ZERO TO WS-KF-SEG-COUNT(WS-FEED-IDX)             04540000
                               WS-KF-TEXT-LENGTH(WS-FEED-IDX)           04550000
                  MOVE SPACE TO WS-KF-LAST-CONT-SW(WS-FEED-IDX)         04560000
                  MOVE 'N' TO WS-KF-SEQUENCE-SW(WS-FEED-IDX)            04570000
                  MOVE ALL X'20' TO WS-KF-TEXT(WS-FEED-IDX)             04580000
              END-PERFORM.                                              04590000
      *                                                                 04600000
      *    A SEGMENT OUT OF ITS 01, 02, ... PLACE, OR ONE FOLLOWING A   04610000
      *    SEGMENT NOT MARKED 'C', BREAKS THE FEED'S SEQUENCE.          04620000
          3150-TABLE-SEGMENT.                                           04630000
              MOVE SR-FEED-NUMBER TO WS-FEED-IDX                        04640000
              ADD 1 TO WS-KF-SEG-COUNT(WS-FEED-IDX)                     04650000
              IF SR-SEGMENT-SEQUENCE NOT = WS-KF-SEG-COUNT(WS-FEED-IDX) 04660000
                  MOVE 'Y' TO WS-KF-SEQUENCE-SW(WS-FEED-IDX)            04670000
              END-IF                                                    04680000
              IF WS-KF-SEG-COUNT(WS-FEED-IDX) > 1 AND                   04690000
                 WS-KF-LAST-CONT-SW(WS-FEED-IDX) NOT = 'C'              04700000
                  MOVE 'Y' TO WS-KF-SEQUENCE-SW(WS-FEED-IDX)            04710000
              END-IF                                                    04720000
              MOVE SR-CONTINUATION-SW TO WS-KF-LAST-CONT-SW(WS-FEED-IDX)04730000
              IF WS-KF-SEG-COUNT(WS-FEED-IDX) <= WS-MAX-SEGMENTS        04740000
                  COMPUTE WS-TEXT-OFFSET =                              04750000
                      WS-KF-TEXT-LENGTH(WS-FEED-IDX) + 1                04760000
                  MOVE SR-DATA-TEXT                                     04770000
                      TO WS-KF-TEXT(WS-FEED-IDX)                        04780000
                             (WS-TEXT-OFFSET:WS-SEGMENT-LENGTH)         04790000
                  ADD WS-SEGMENT-LENGTH                                 04800000
                      TO WS-KF-TEXT-LENGTH(WS-FEED-IDX)                 04810000
              END-IF.                                                   04820000
      *                                                                 04830000
          3200-MATCH-KEY.                                               04840000
              MOVE 'N' TO WS-KEY-DISAGREE-SW                            04850000
              MOVE 'N' TO WS-KEY-SEGMENT-SW                             04860000
              MOVE 'N' TO WS-UTF8-COUNT-SW                              04870000
              PERFORM 3300-CHECK-PRESENCE                               04880000
              PERFORM 3400-CHECK-SEGMENTS                               04890000
              IF WS-KF-SEG-COUNT(1) > ZERO                              04900000
                  IF WS-KF-SEG-COUNT(2) > ZERO AND                      04910000
                     NOT RP-DBCS-SOSI-MODE                              04920000
                      PERFORM 3500-COMPARE-EBCDIC-TEXT                  04930000
                  END-IF                                                04940000
                  IF WS-KF-SEG-COUNT(3) > ZERO                          04950000
                      PERFORM 3600-COMPARE-UTF8-TEXT                    04960000
                  END-IF                                                04970000
              END-IF                                                    04980000
              IF WS-UTF8-COUNT-DIFFERS                                  04990000
                  PERFORM 3450-REPORT-UTF8-SEGMENT-COUNT                05000000
              END-IF                                                    05010000
              IF WS-KEY-SEGMENT-FAULT                                   05020000
                  ADD 1 TO WS-SEGMENT-KEY-COUNT                         05030000
              END-IF                                                    05040000
              IF WS-KEY-DISAGREES                                       05050000
                  SET WS-FEEDS-HELD TO TRUE                             05060000
              ELSE                                                      05070000
                  ADD 1 TO WS-AGREE-KEY-COUNT                           05080000
              END-IF                                                    05090000
              MOVE 'N' TO WS-KEY-ACTIVE-SW.                             05100000
      *                                                                 05110000
          3300-CHECK-PRESENCE.                                          05120000
              PERFORM VARYING WS-FEED-IDX FROM 1 BY 1                   05130000
                      UNTIL WS-FEED-IDX > 3                             05140000
                  IF WS-KF-SEG-COUNT(WS-FEED-IDX) = ZERO                05150000
                      ADD 1 TO WS-NOT-ON-FEED-COUNT(WS-FEED-IDX)        05160000
                      MOVE 'KEY NOT ON THIS FEED' TO DL-DIFFERENCE-TEXT 05170000
                      PERFORM 8000-WRITE-DIFFERENCE-LINE                05180000
                  END-IF                                                05190000
              END-PERFORM.                                              05200000
      *                                                                 05210000
      *    SEGMENT COUNTS ARE HELD AGAINST THE ASCII COPY.  THE UTF-8   05220000
      *    COPY'S COUNT IS SETTLED ONCE ITS TEXT HAS BEEN COMPARED.     05230000
          3400-CHECK-SEGMENTS.                                          05240000
              PERFORM VARYING WS-FEED-IDX FROM 1 BY 1                   05250000
                      UNTIL WS-FEED-IDX > 3                             05260000
                  IF WS-KF-SEG-COUNT(WS-FEED-IDX) > ZERO                05270000
                      IF WS-KF-SEQUENCE-BROKEN(WS-FEED-IDX) OR          05280000
                         WS-KF-LAST-CONT-SW(WS-FEED-IDX) = 'C'          05290000
                          MOVE 'SEGMENT SEQUENCE OR CONTINUATION BROKEN'05300000
                              TO DL-DIFFERENCE-TEXT                     05310000
                          PERFORM 8100-WRITE-SEGMENT-LINE               05320000
                      END-IF                                            05330000
                      IF WS-KF-SEG-COUNT(WS-FEED-IDX) > WS-MAX-SEGMENTS 05340000
                          MOVE SPACES TO DL-DIFFERENCE-TEXT             05350000
                          STRING 'MORE THAN 20 SEGMENTS -- FIRST 20 '   05352000
                                 'COMPARED'                             05354000
                              DELIMITED BY SIZE                         05356000
                              INTO DL-DIFFERENCE-TEXT                   05358000
                          END-STRING                                    05360000
                          PERFORM 8100-WRITE-SEGMENT-LINE               05370000
                      END-IF                                            05380000
                  END-IF                                                05390000
              END-PERFORM                                               05400000
              IF WS-KF-SEG-COUNT(1) > ZERO AND                          05410000
                 WS-KF-SEG-COUNT(2) > ZERO AND                          05420000
                 WS-KF-SEG-COUNT(2) NOT = WS-KF-SEG-COUNT(1)            05430000
                  MOVE 2 TO WS-FEED-IDX                                 05440000
                  PERFORM 3410-FORMAT-SEGMENT-COUNT                     05450000
                  PERFORM 8100-WRITE-SEGMENT-LINE                       05460000
              END-IF                                                    05470000
              IF WS-KF-SEG-COUNT(1) > ZERO AND                          05480000
                 WS-KF-SEG-COUNT(3) > ZERO AND                          05490000
                 WS-KF-SEG-COUNT(3) NOT = WS-KF-SEG-COUNT(1)            05500000
                  SET WS-UTF8-COUNT-DIFFERS TO TRUE                     05510000
              END-IF.                                                   05520000
      *                                                                 05530000
          3410-FORMAT-SEGMENT-COUNT.                                    05540000
              MOVE WS-KF-SEG-COUNT(WS-FEED-IDX) TO WS-COUNT-DISPLAY     05550000
              MOVE WS-KF-SEG-COUNT(1) TO WS-ASCII-COUNT-DISPLAY         05560000
              MOVE SPACES TO DL-DIFFERENCE-TEXT                         05570000
              STRING 'SEGMENT COUNT ' WS-COUNT-DISPLAY                  05580000
                     ', ASCIIIN HAS ' WS-ASCII-COUNT-DISPLAY            05590000
                  DELIMITED BY SIZE                                     05600000
                  INTO DL-DIFFERENCE-TEXT                               05610000
              END-STRING.                                               05620000
      *                                                                 05630000
      *    A UTF-8 COPY WHOSE TEXT MATCHED BUT RAN TO MORE SEGMENTS     05640000
      *    HAS ONLY BEEN LENGTHENED BY ITS MULTI-BYTE CHARACTERS.       05650000
          3450-REPORT-UTF8-SEGMENT-COUNT.                               05660000
              MOVE 3 TO WS-FEED-IDX                                     05670000
              PERFORM 3410-FORMAT-SEGMENT-COUNT                         05680000
              IF WS-KF-SEG-COUNT(3) > WS-KF-SEG-COUNT(1) AND            05690000
                 WS-KEY-DIFF-COUNT = ZERO                               05700000
                  MOVE '(MULTI-BYTE, NOT HELD)'                         05710000
                      TO DL-DIFFERENCE-TEXT(36:23)                      05720000
                  MOVE WS-MATCH-KEY TO DL-RECORD-KEY                    05730000
                  MOVE WS-FEED-NAME(WS-FEED-IDX) TO DL-FEED-ID          05740000
                  MOVE WS-DIFFERENCE-LINE TO REPORT-LINE                05750000
                  WRITE REPORT-LINE                                     05760000
              ELSE                                                      05770000
                  PERFORM 8100-WRITE-SEGMENT-LINE                       05780000
              END-IF.                                                   05790000
      *                                                                 05800000
      *    THE EBCDIC TEXT IS TRANSLATED THE WAY PANVINCL'S             05810000
      *    EBCDIC-TO-ASCII PASS TRANSLATES IT, SO A DIFFERENCE HERE     05820000
      *    IS ONE THE CONVERSION WOULD HAVE CARRIED FORWARD.            05830000
          3500-COMPARE-EBCDIC-TEXT.                                     05840000
              MOVE 2 TO WS-FEED-IDX                                     05850000
              MOVE ALL X'20' TO WS-COMPARE-TEXT                         05860000
              MOVE WS-KF-TEXT(2)(1:WS-KF-TEXT-LENGTH(2))                05870000
                  TO WS-COMPARE-TEXT(1:WS-KF-TEXT-LENGTH(2))            05880000
              INSPECT WS-COMPARE-TEXT(1:WS-KF-TEXT-LENGTH(2))           05890000
                      CONVERTING WS-BYTE-SEQUENCE                       05900000
                              TO WS-EBCDIC-TO-ASCII-TABLE               05910000
              MOVE WS-KF-TEXT-LENGTH(1) TO WS-COMPARE-LENGTH            05920000
              IF WS-KF-TEXT-LENGTH(2) > WS-COMPARE-LENGTH               05930000
                  MOVE WS-KF-TEXT-LENGTH(2) TO WS-COMPARE-LENGTH        05940000
              END-IF                                                    05950000
              MOVE ZERO TO WS-KEY-DIFF-COUNT                            05960000
              IF WS-COMPARE-TEXT(1:WS-COMPARE-LENGTH) NOT =             05970000
                 WS-KF-TEXT(1)(1:WS-COMPARE-LENGTH)                     05980000
                  PERFORM VARYING WS-BYTE-IDX FROM 1 BY 1               05990000
                          UNTIL WS-BYTE-IDX > WS-COMPARE-LENGTH         06000000
                      IF WS-COMPARE-TEXT(WS-BYTE-IDX:1) NOT =           06010000
                         WS-KF-TEXT(1)(WS-BYTE-IDX:1)                   06020000
                          PERFORM 3550-REPORT-EBCDIC-DIFFERENCE         06030000
                      END-IF                                            06040000
                  END-PERFORM                                           06050000
                  PERFORM 3900-FINISH-CONTENT-DIFFERENCES               06060000
              END-IF.                                                   06070000
      *                                                                 06080000
          3550-REPORT-EBCDIC-DIFFERENCE.                                06090000
              ADD 1 TO WS-KEY-DIFF-COUNT                                06100000
              IF WS-KEY-DIFF-COUNT <= WS-DIFF-LIST-LIMIT                06110000
                  MOVE WS-BYTE-IDX TO WS-POSITION-DISPLAY               06120000
                  MOVE WS-KF-TEXT(1)(WS-BYTE-IDX:1) TO WS-HEX-BYTE      06130000
                  PERFORM 8300-FORMAT-HEX                               06140000
                  MOVE WS-HEX-OUT TO WS-ASCII-HEX                       06150000
                  MOVE WS-KF-TEXT(2)(WS-BYTE-IDX:1) TO WS-HEX-BYTE      06160000
                  PERFORM 8300-FORMAT-HEX                               06170000
                  MOVE WS-HEX-OUT TO WS-FEED-HEX                        06180000
                  MOVE WS-COMPARE-TEXT(WS-BYTE-IDX:1) TO WS-HEX-BYTE    06190000
                  PERFORM 8300-FORMAT-HEX                               06200000
                  MOVE WS-HEX-OUT TO WS-RESULT-HEX                      06210000
                  MOVE SPACES TO DL-DIFFERENCE-TEXT                     06220000
                  IF WS-BYTE-IDX > WS-KF-TEXT-LENGTH(2)                 06224000
                      STRING 'BYTE ' WS-POSITION-DISPLAY                06228000
                             ' ASCII X''' WS-ASCII-HEX                  06232000
                             ''' PAST THE END OF THE EBCDIC TEXT'       06236000
                          DELIMITED BY SIZE                             06240000
                          INTO DL-DIFFERENCE-TEXT                       06244000
                      END-STRING                                        06248000
                  ELSE                                                  06252000
                      STRING 'BYTE ' WS-POSITION-DISPLAY                06256000
                             ' ASCII X''' WS-ASCII-HEX                  06260000
                             ''' EBCDIC X''' WS-FEED-HEX                06264000
                             ''' (AS ASCII X''' WS-RESULT-HEX ''')'     06268000
                          DELIMITED BY SIZE                             06272000
                          INTO DL-DIFFERENCE-TEXT                       06276000
                      END-STRING                                        06280000
                  END-IF                                                06284000
                  PERFORM 8000-WRITE-DIFFERENCE-LINE                    06300000
              END-IF.                                                   06310000
      *                                                                 06320000
          3600-COMPARE-UTF8-TEXT.                                       06330000
              MOVE 3 TO WS-FEED-IDX                                     06340000
              PERFORM 3650-DECODE-UTF8-TEXT                             06350000
              MOVE WS-KF-TEXT-LENGTH(1) TO WS-COMPARE-LENGTH            06360000
              IF WS-DECODED-LENGTH > WS-COMPARE-LENGTH                  06370000
                  MOVE WS-DECODED-LENGTH TO WS-COMPARE-LENGTH           06380000
              END-IF                                                    06390000
              MOVE ZERO TO WS-KEY-DIFF-COUNT                            06400000
              PERFORM VARYING WS-BYTE-IDX FROM 1 BY 1                   06410000
                      UNTIL WS-BYTE-IDX > WS-COMPARE-LENGTH             06420000
                  EVALUATE TRUE                                         06430000
                      WHEN WS-DECODED-FLAGS(WS-BYTE-IDX:1) = 'S'        06440000
                          CONTINUE                                      06450000
                      WHEN WS-DECODED-FLAGS(WS-BYTE-IDX:1) = 'I'        06460000
                          PERFORM 3680-REPORT-UTF8-DIFFERENCE           06470000
                      WHEN WS-DECODED-TEXT(WS-BYTE-IDX:1) NOT =         06480000
                           WS-KF-TEXT(1)(WS-BYTE-IDX:1)                 06490000
                          PERFORM 3680-REPORT-UTF8-DIFFERENCE           06500000
                  END-EVALUATE                                          06510000
              END-PERFORM                                               06520000
              IF WS-KEY-DIFF-COUNT > ZERO                               06530000
                  PERFORM 3900-FINISH-CONTENT-DIFFERENCES               06540000
              END-IF.                                                   06550000
      *                                                                 06560000
      *    DECODE THE REASSEMBLED UTF-8 TEXT ONE CHARACTER PER BYTE OF  06570000
      *    WS-DECODED-TEXT.  THE LEAD AND CONTINUATION BYTE RANGES ARE  06580000
      *    THE ONES 2210-CHECK-UTF8-BYTES IN PANVINCL ACCEPTS.          06590000
          3650-DECODE-UTF8-TEXT.                                        06600000
              MOVE ALL X'20' TO WS-DECODED-TEXT                         06610000
              MOVE SPACES TO WS-DECODED-FLAGS                           06620000
              MOVE ZERO TO WS-DECODED-LENGTH                            06630000
              MOVE 1 TO WS-UTF8-BYTE-IDX                                06640000
              PERFORM UNTIL WS-UTF8-BYTE-IDX > WS-KF-TEXT-LENGTH(3)     06650000
                  ADD 1 TO WS-DECODED-LENGTH                            06660000
                  MOVE WS-UTF8-BYTE-IDX                                 06670000
                      TO WS-DECODED-BYTE-POS(WS-DECODED-LENGTH)         06680000
                  COMPUTE WS-UTF8-LEAD-VALUE =                          06690000
                      FUNCTION ORD(WS-KF-TEXT(3)(WS-UTF8-BYTE-IDX:1))   06700000
                          - 1                                           06710000
                  EVALUATE TRUE                                         06720000
                      WHEN WS-UTF8-LEAD-VALUE <= 127                    06730000
                          MOVE WS-KF-TEXT(3)(WS-UTF8-BYTE-IDX:1)        06740000
                              TO WS-DECODED-TEXT(WS-DECODED-LENGTH:1)   06750000
                          ADD 1 TO WS-UTF8-BYTE-IDX                     06760000
                      WHEN WS-UTF8-LEAD-VALUE >= 194 AND                06770000
                           WS-UTF8-LEAD-VALUE <= 223                    06780000
                          MOVE 1 TO WS-UTF8-CONT-NEEDED                 06790000
                          PERFORM 3660-TAKE-UTF8-SEQUENCE               06800000
                      WHEN WS-UTF8-LEAD-VALUE >= 224 AND                06810000
                           WS-UTF8-LEAD-VALUE <= 239                    06820000
                          MOVE 2 TO WS-UTF8-CONT-NEEDED                 06830000
                          PERFORM 3660-TAKE-UTF8-SEQUENCE               06840000
                      WHEN WS-UTF8-LEAD-VALUE >= 240 AND                06850000
                           WS-UTF8-LEAD-VALUE <= 244                    06860000
                          MOVE 3 TO WS-UTF8-CONT-NEEDED                 06870000
                          PERFORM 3660-TAKE-UTF8-SEQUENCE               06880000
                      WHEN OTHER                                        06890000
                          MOVE 'I' TO                                   06900000
                              WS-DECODED-FLAGS(WS-DECODED-LENGTH:1)     06910000
                          ADD 1 TO WS-UTF8-BYTE-IDX                     06920000
                  END-EVALUATE                                          06930000
              END-PERFORM.                                              06940000
      *                                                                 06950000
      *    A COMPLETE SEQUENCE ADVANCES PAST ALL ITS BYTES; A BROKEN    06960000
      *    ONE IS ONE INVALID CHARACTER AND DECODING RESUMES AT THE     06970000
      *    NEXT BYTE.  ONLY A 2-BYTE SEQUENCE FROM C2 OR C3 LANDS IN    06980000
      *    ISO8859-1 (U+0080 TO U+00FF); EVERYTHING LONGER IS BEYOND.   06990000
          3660-TAKE-UTF8-SEQUENCE.                                      07000000
              SET WS-UTF8-SEQUENCE-VALID TO TRUE                        07010000
              MOVE ZERO TO WS-UTF8-FIRST-CONT                           07020000
              PERFORM VARYING WS-UTF8-CONT-IDX FROM 1 BY 1              07030000
                      UNTIL WS-UTF8-CONT-IDX > WS-UTF8-CONT-NEEDED      07040000
                  IF WS-UTF8-BYTE-IDX + WS-UTF8-CONT-IDX >              07050000
                     WS-KF-TEXT-LENGTH(3)                               07060000
                      MOVE 'N' TO WS-UTF8-SEQUENCE-SW                   07070000
                  ELSE                                                  07080000
                      COMPUTE WS-UTF8-CONT-VALUE =                      07090000
                          FUNCTION ORD(WS-KF-TEXT(3)                    07100000
                              (WS-UTF8-BYTE-IDX + WS-UTF8-CONT-IDX:1))  07110000
                              - 1                                       07120000
                      IF WS-UTF8-CONT-VALUE < 128 OR                    07130000
                         WS-UTF8-CONT-VALUE > 191                       07140000
                          MOVE 'N' TO WS-UTF8-SEQUENCE-SW               07150000
                      END-IF                                            07160000
                      IF WS-UTF8-CONT-IDX = 1                           07170000
                          MOVE WS-UTF8-CONT-VALUE TO WS-UTF8-FIRST-CONT 07180000
                      END-IF                                            07190000
                  END-IF                                                07200000
              END-PERFORM                                               07210000
              IF WS-UTF8-SEQUENCE-VALID                                 07220000
                  IF WS-UTF8-CONT-NEEDED = 1                            07230000
                      COMPUTE WS-UTF8-CODE-POINT =                      07240000
                          (WS-UTF8-LEAD-VALUE - 192) * 64 +             07250000
                          (WS-UTF8-FIRST-CONT - 128)                    07260000
                  ELSE                                                  07270000
                      MOVE 99999 TO WS-UTF8-CODE-POINT                  07280000
                  END-IF                                                07290000
                  IF WS-UTF8-CODE-POINT <= 255                          07300000
                      MOVE FUNCTION CHAR(WS-UTF8-CODE-POINT + 1)        07310000
                          TO WS-DECODED-TEXT(WS-DECODED-LENGTH:1)       07320000
                  ELSE                                                  07330000
                      MOVE 'S' TO WS-DECODED-FLAGS(WS-DECODED-LENGTH:1) 07340000
                  END-IF                                                07350000
                  COMPUTE WS-UTF8-BYTE-IDX =                            07360000
                      WS-UTF8-BYTE-IDX + WS-UTF8-CONT-NEEDED + 1        07370000
              ELSE                                                      07380000
                  MOVE 'I' TO WS-DECODED-FLAGS(WS-DECODED-LENGTH:1)     07390000
                  ADD 1 TO WS-UTF8-BYTE-IDX                             07400000
              END-IF.                                                   07410000
      *                                                                 07420000
          3680-REPORT-UTF8-DIFFERENCE.                                  07430000
              ADD 1 TO WS-KEY-DIFF-COUNT                                07440000
              IF WS-KEY-DIFF-COUNT <= WS-DIFF-LIST-LIMIT                07450000
                  MOVE WS-BYTE-IDX TO WS-POSITION-DISPLAY               07460000
                  IF WS-BYTE-IDX > WS-DECODED-LENGTH                    07470000
                      MOVE ZERO TO WS-FEED-POS-DISPLAY                  07480000
                  ELSE                                                  07490000
                      MOVE WS-DECODED-BYTE-POS(WS-BYTE-IDX)             07500000
                          TO WS-FEED-POS-DISPLAY                        07510000
                  END-IF                                                07520000
                  MOVE WS-KF-TEXT(1)(WS-BYTE-IDX:1) TO WS-HEX-BYTE      07530000
                  PERFORM 8300-FORMAT-HEX                               07540000
                  MOVE WS-HEX-OUT TO WS-ASCII-HEX                       07550000
                  MOVE WS-DECODED-TEXT(WS-BYTE-IDX:1) TO WS-HEX-BYTE    07560000
                  PERFORM 8300-FORMAT-HEX                               07570000
                  MOVE WS-HEX-OUT TO WS-RESULT-HEX                      07580000
                  MOVE SPACES TO DL-DIFFERENCE-TEXT                     07590000
                  EVALUATE TRUE                                         07600000
                      WHEN WS-DECODED-FLAGS(WS-BYTE-IDX:1) = 'I'        07610000
                          STRING 'BYTE ' WS-POSITION-DISPLAY            07620000
                                 ' ASCII X''' WS-ASCII-HEX              07630000
                                 ''' UTF-8 INVALID AT UTF-8 BYTE '      07640000
                                 WS-FEED-POS-DISPLAY                    07650000
                              DELIMITED BY SIZE                         07660000
                              INTO DL-DIFFERENCE-TEXT                   07670000
                          END-STRING                                    07680000
                      WHEN WS-BYTE-IDX > WS-DECODED-LENGTH              07690000
                          STRING 'BYTE ' WS-POSITION-DISPLAY            07700000
                                 ' ASCII X''' WS-ASCII-HEX              07710000
                                 ''' PAST THE END OF THE UTF-8 TEXT'    07720000
                              DELIMITED BY SIZE                         07730000
                              INTO DL-DIFFERENCE-TEXT                   07740000
                          END-STRING                                    07750000
                      WHEN OTHER                                        07760000
                          STRING 'BYTE ' WS-POSITION-DISPLAY            07770000
                                 ' ASCII X''' WS-ASCII-HEX              07780000
                                 ''' UTF-8 X''' WS-RESULT-HEX           07790000
                                 ''' AT UTF-8 BYTE ' WS-FEED-POS-DISPLAY07800000
                              DELIMITED BY SIZE                         07810000
                              INTO DL-DIFFERENCE-TEXT                   07820000
                          END-STRING                                    07830000
                  END-EVALUATE                                          07840000
                  PERFORM 8000-WRITE-DIFFERENCE-LINE                    07850000
              END-IF.                                                   07860000
      *                                                                 07870000
      *    THE DIFFERENCES PAST THE LISTING LIMIT ARE COUNTED ON ONE    07880000
      *    LINE, AND THE KEY IS COUNTED ONCE AGAINST THE FEED.          07890000
          3900-FINISH-CONTENT-DIFFERENCES.                              07900000
              IF WS-KEY-DIFF-COUNT > WS-DIFF-LIST-LIMIT                 07910000
                  COMPUTE WS-MORE-DIFF-COUNT =                          07920000
                      WS-KEY-DIFF-COUNT - WS-DIFF-LIST-LIMIT            07930000
                  MOVE WS-MORE-DIFF-COUNT TO WS-MORE-DISPLAY            07940000
                  MOVE SPACES TO DL-DIFFERENCE-TEXT                     07950000
                  STRING 'AND' WS-MORE-DISPLAY                          07960000
                         ' MORE CONTENT DIFFERENCES'                    07970000
                      DELIMITED BY SIZE                                 07980000
                      INTO DL-DIFFERENCE-TEXT                           07990000
                  END-STRING                                            08000000
                  PERFORM 8000-WRITE-DIFFERENCE-LINE                    08010000
              END-IF                                                    08020000
              ADD 1 TO WS-CONTENT-DIFF-COUNT(WS-FEED-IDX).              08030000
      *                                                                 08040000
          5000-PRINT-MATCH-TOTALS.                                      08050000
              IF WS-KEY-COUNT = WS-AGREE-KEY-COUNT                      08060000
                  MOVE SPACES TO DL-RECORD-KEY                          08070000
                                 DL-FEED-ID                             08080000
                  MOVE 'NO DIFFERENCES' TO DL-DIFFERENCE-TEXT           08090000
                  MOVE WS-DIFFERENCE-LINE TO REPORT-LINE                08100000
                  WRITE REPORT-LINE                                     08110000
              END-IF                                                    08120000
              MOVE WS-BLANK-LINE TO REPORT-LINE                         08130000
              WRITE REPORT-LINE                                         08140000
              MOVE 'ASCIIIN RECORDS' TO CL-COUNT-LABEL                  08150000
              MOVE WS-FEED-RECORD-COUNT(1) TO CL-COUNT-VALUE            08160000
              PERFORM 5100-WRITE-COUNT-LINE                             08170000
              MOVE 'EBCDCIN RECORDS' TO CL-COUNT-LABEL                  08180000
              MOVE WS-FEED-RECORD-COUNT(2) TO CL-COUNT-VALUE            08190000
              PERFORM 5100-WRITE-COUNT-LINE                             08200000
              MOVE 'UTF8IN RECORDS' TO CL-COUNT-LABEL                   08210000
              MOVE WS-FEED-RECORD-COUNT(3) TO CL-COUNT-VALUE            08220000
              PERFORM 5100-WRITE-COUNT-LINE                             08230000
              MOVE 'KEYS MATCHED' TO CL-COUNT-LABEL                     08240000
              MOVE WS-KEY-COUNT TO CL-COUNT-VALUE                       08250000
              PERFORM 5100-WRITE-COUNT-LINE                             08260000
              MOVE 'KEYS IN AGREEMENT' TO CL-COUNT-LABEL                08270000
              MOVE WS-AGREE-KEY-COUNT TO CL-COUNT-VALUE                 08280000
              PERFORM 5100-WRITE-COUNT-LINE                             08290000
              MOVE 'KEYS NOT ON ASCIIIN' TO CL-COUNT-LABEL              08300000
              MOVE WS-NOT-ON-FEED-COUNT(1) TO CL-COUNT-VALUE            08310000
              PERFORM 5100-WRITE-COUNT-LINE                             08320000
              MOVE 'KEYS NOT ON EBCDCIN' TO CL-COUNT-LABEL              08330000
              MOVE WS-NOT-ON-FEED-COUNT(2) TO CL-COUNT-VALUE            08340000
              PERFORM 5100-WRITE-COUNT-LINE                             08350000
              MOVE 'KEYS NOT ON UTF8IN' TO CL-COUNT-LABEL               08360000
              MOVE WS-NOT-ON-FEED-COUNT(3) TO CL-COUNT-VALUE            08370000
              PERFORM 5100-WRITE-COUNT-LINE                             08380000
              MOVE 'KEYS WITH SEGMENT FAULTS' TO CL-COUNT-LABEL         08390000
              MOVE WS-SEGMENT-KEY-COUNT TO CL-COUNT-VALUE               08400000
              PERFORM 5100-WRITE-COUNT-LINE                             08410000
              MOVE 'EBCDCIN CONTENT MISMATCHES' TO CL-COUNT-LABEL       08420000
              MOVE WS-CONTENT-DIFF-COUNT(2) TO CL-COUNT-VALUE           08430000
              PERFORM 5100-WRITE-COUNT-LINE                             08440000
              MOVE 'UTF8IN CONTENT MISMATCHES' TO CL-COUNT-LABEL        08450000
              MOVE WS-CONTENT-DIFF-COUNT(3) TO CL-COUNT-VALUE           08460000
              PERFORM 5100-WRITE-COUNT-LINE                             08470000
              MOVE WS-BLANK-LINE TO REPORT-LINE                         08480000
              WRITE REPORT-LINE                                         08490000
              EVALUATE TRUE                                             08500000
                  WHEN WS-FEED-READ-FAILED                              08502000
                      MOVE SPACES TO RL-RESULT-TEXT                     08504000
                      STRING 'FEED READ FAILED -- MATCH INCOMPLETE, '   08506000
                             'CHAIN HELD BEFORE PANVINCL (RC=16)'       08508000
                          DELIMITED BY SIZE                             08510000
                          INTO RL-RESULT-TEXT                           08512000
                      END-STRING                                        08514000
                  WHEN WS-FEEDS-HELD                                    08516000
                      MOVE SPACES TO RL-RESULT-TEXT                     08518000
                      STRING 'FEEDS DISAGREE -- CHAIN HELD BEFORE '     08520000
                             'PANVINCL (RC=12)'                         08522000
                          DELIMITED BY SIZE                             08524000
                          INTO RL-RESULT-TEXT                           08526000
                      END-STRING                                        08528000
                  WHEN OTHER                                            08530000
                      MOVE 'FEEDS AGREE' TO RL-RESULT-TEXT              08532000
              END-EVALUATE                                              08534000
              MOVE WS-RESULT-LINE TO REPORT-LINE                        08560000
              WRITE REPORT-LINE.                                        08570000
      *                                                                 08580000
          5100-WRITE-COUNT-LINE.                                        08590000
              MOVE WS-COUNT-LINE TO REPORT-LINE                         08600000
              WRITE REPORT-LINE.                                        08610000
      *                                                                 08620000
      *    EVERY DIFFERENCE, WHATEVER ITS KIND, GOES OUT THROUGH THIS   08630000
      *    ONE PARAGRAPH SO THE KEY'S STANDING CAN NEVER DISAGREE WITH  08640000
      *    THE PRINTED REPORT.                                          08650000
          8000-WRITE-DIFFERENCE-LINE.                                   08660000
              MOVE WS-MATCH-KEY TO DL-RECORD-KEY                        08670000
              MOVE WS-FEED-NAME(WS-FEED-IDX) TO DL-FEED-ID              08680000
              MOVE WS-DIFFERENCE-LINE TO REPORT-LINE                    08690000
              WRITE REPORT-LINE                                         08700000
              SET WS-KEY-DISAGREES TO TRUE.                             08710000
      *                                                                 08720000
          8100-WRITE-SEGMENT-LINE.                                      08730000
              SET WS-KEY-SEGMENT-FAULT TO TRUE                          08740000
              PERFORM 8000-WRITE-DIFFERENCE-LINE.                       08750000
      *                                                                 08760000
      *    TWO HEX DIGITS FOR THE BYTE IN WS-HEX-BYTE.                  08770000
          8300-FORMAT-HEX.                                              08780000
              COMPUTE WS-HEX-VALUE = FUNCTION ORD(WS-HEX-BYTE) - 1      08790000
              DIVIDE WS-HEX-VALUE BY 16                                 08800000
                  GIVING WS-HEX-HIGH REMAINDER WS-HEX-LOW               08810000
              MOVE WS-HEX-DIGITS(WS-HEX-HIGH + 1:1) TO WS-HEX-OUT(1:1)  08820000
              MOVE WS-HEX-DIGITS(WS-HEX-LOW + 1:1) TO WS-HEX-OUT(2:1).  08830000
      *                                                                 08840000
          9000-TERMINATE.                                               08850000
              CLOSE REPORT-FILE                                         08860000
              EVALUATE TRUE                                             08870000
                  WHEN WS-FEED-READ-FAILED                              08875000
                      MOVE 16 TO RETURN-CODE                            08880000
                  WHEN WS-FEEDS-HELD                                    08885000
                      MOVE 12 TO RETURN-CODE                            08890000
                  WHEN OTHER                                            08895000
                      MOVE 0 TO RETURN-CODE                             08900000
              END-EVALUATE.                                             08905000
      *                                                                 08920000
      *    APPEND THIS RUN TO THE STEP-TIMING HISTORY FOR THE PANVSTM   08930000
      *    BATCH-WINDOW REPORT, WITH THE CONDITION CODE THE STEP IS     08940000
      *    ENDING WITH.  THE HISTORY IS FOR CAPACITY PLANNING ONLY, SO  08950000
      *    A RECORD THAT CANNOT BE WRITTEN IS REPORTED BUT LEAVES THE   08960000
      *    CONDITION CODE ALONE.                                        08970000
          9400-RECORD-STEP-TIMING.                                      08980000
              MOVE FUNCTION CURRENT-DATE(1:14) TO WS-STEP-END-STAMP     08990000
              OPEN EXTEND STEP-TIMING-FILE                              09000000
              IF WS-STEP-TIMING-NOT-FOUND                               09010000
                  OPEN OUTPUT STEP-TIMING-FILE                          09020000
              END-IF                                                    09030000
              IF WS-STEP-TIMING-OK                                      09040000
                  MOVE SPACES TO STEP-TIMING-RECORD                     09050000
                  MOVE 'PANVMAT' TO ST-STEP-NAME                        09060000
                  MOVE WS-STEP-START-DATE TO ST-START-DATE              09070000
                  MOVE WS-STEP-START-TIME TO ST-START-TIME              09080000
                  MOVE WS-STEP-END-DATE TO ST-END-DATE                  09090000
                  MOVE WS-STEP-END-TIME TO ST-END-TIME                  09100000
                  MOVE WS-TOTAL-RECORD-COUNT TO ST-RECORD-COUNT         09110000
                  MOVE RETURN-CODE TO ST-RETURN-CODE                    09120000
                  WRITE STEP-TIMING-RECORD                              09130000
                  IF NOT WS-STEP-TIMING-OK                              09140000
                      DISPLAY 'PANVMAT: STEPTIME WRITE FAILED, STATUS=' 09150000
                              WS-STEP-TIMING-STATUS                     09160000
                  END-IF                                                09170000
                  CLOSE STEP-TIMING-FILE                                09180000
              ELSE                                                      09190000
                  DISPLAY 'PANVMAT: STEPTIME OPEN FAILED, STATUS='      09200000
                          WS-STEP-TIMING-STATUS                         09210000
              END-IF.                                                   09220000
