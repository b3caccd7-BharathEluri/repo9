                  ASSIGN TO SUSPIN                                      00650000
                  ORGANIZATION IS SEQUENTIAL                            00660000
                  FILE STATUS IS WS-SUSPENSE-IN-STATUS.                 00670000
              SELECT SUSPENSE-REPAIR-FILE                               00671000
                  ASSIGN TO SUSPFIX                                     00672000
                  ORGANIZATION IS INDEXED                               00673000
                  ACCESS MODE IS RANDOM                                 00674000
                  RECORD KEY IS SR-REPAIR-KEY                           00675000
                  FILE STATUS IS WS-SUSPFIX-STATUS.                     00676000
              SELECT RUN-STATS-FILE                                     00680000
                  ASSIGN TO RUNSTATS                                    00690000
                  ORGANIZATION IS SEQUENTIAL                            00700000
                  ASSIGN TO CODEPAGE                                    00730000
                  ORGANIZATION IS SEQUENTIAL                            00740000
                  FILE STATUS IS WS-CODEPAGE-STATUS.                    00750000
              SELECT BACKOUT-FILE                                       00751000
                  ASSIGN TO BACKOUT                                     00752000
                  ORGANIZATION IS SEQUENTIAL                            00753000
                  FILE STATUS IS WS-BACKOUT-STATUS.                     00754000
              SELECT BUSINESS-DATE-FILE                                 00754500
                  ASSIGN TO BUSDATE                                     00755000
                  ORGANIZATION IS SEQUENTIAL                            00755500
                  FILE STATUS IS WS-BUSDATE-STATUS.                     00756000
              SELECT RUN-LEDGER-FILE                                    00756500
                  ASSIGN TO RUNLEDGR                                    00757000
                  ORGANIZATION IS SEQUENTIAL                            00757500
                  FILE STATUS IS WS-RUN-LEDGER-STATUS.                  00758000
              SELECT AFFILIATE-ACTIVITY-FILE                            00758400
                  ASSIGN TO AFFLACT                                     00758800
                  ORGANIZATION IS SEQUENTIAL                            00759200
                  FILE STATUS IS WS-AFFLACT-STATUS.                     00759600
              SELECT STEP-TIMING-FILE                                   00759650
                  ASSIGN TO STEPTIME                                    00759700
                  ORGANIZATION IS SEQUENTIAL                            00759750
                  FILE STATUS IS WS-STEP-TIMING-STATUS.                 00759800
          DATA DIVISION.                                                00760000
          FILE SECTION.                                                 00770000
          FD  ASCII-FILE                                                00780000
                        ==SU-REASON-ODD-DBCS-RUN== BY                   01535000
                            ==SI-REASON-ODD-DBCS-RUN==                  01536000
                        ==SU-DATA-TEXT==    BY ==SI-DATA-TEXT==.        01540000
          FD  SUSPENSE-REPAIR-FILE                                      01540200
              RECORDING MODE IS F.                                      01540400
          COPY SUSPFIX.                                                 01540600
          FD  BACKOUT-FILE                                              01541000
              RECORDING MODE IS F.                                      01542000
          COPY BKOUTREC.                                                01543000
          FD  BUSINESS-DATE-FILE                                        01544000
              RECORDING MODE IS F.                                      01545000
          01  BUSINESS-DATE-IN             PIC X(80).                   01546000
          FD  RUN-LEDGER-FILE                                           01547000
              RECORDING MODE IS F.                                      01548000
          COPY RUNLEDGR.                                                01549000
          FD  AFFILIATE-ACTIVITY-FILE                                   01549200
              RECORDING MODE IS F.                                      01549400
          COPY AFFLACT.                                                 01549600
          FD  STEP-TIMING-FILE                                          01549700
              RECORDING MODE IS F.                                      01549800
          COPY STEPTIME.                                                01549900
          WORKING-STORAGE SECTION.                                      01550000
      *                                                                 01560000
           COPY COPY1 .                                                 01570000
              05 WS-CODEPAGE-STATUS         PIC XX.                     01930000
                 88 WS-CODEPAGE-OK             VALUE '00'.              01940000
                 88 WS-CODEPAGE-EOF            VALUE '10'.              01950000
              05 WS-BACKOUT-STATUS          PIC XX.                     01951000
                 88 WS-BACKOUT-OK              VALUE '00'.              01952000
                 88 WS-BACKOUT-NOT-FOUND       VALUE '35'.              01953000
              05 WS-BUSDATE-STATUS          PIC XX.                     01954000
                 88 WS-BUSDATE-OK              VALUE '00'.              01955000
              05 WS-RUN-LEDGER-STATUS       PIC XX.                     01956000
                 88 WS-RUN-LEDGER-OK           VALUE '00'.              01957000
                 88 WS-RUN-LEDGER-EOF          VALUE '10'.              01958000
                 88 WS-RUN-LEDGER-NOT-FOUND    VALUE '35'.              01959000
              05 WS-SUSPFIX-STATUS          PIC XX.                     01959300
                 88 WS-SUSPFIX-OK              VALUE '00'.              01959600
              05 WS-AFFLACT-STATUS          PIC XX.                     01959700
                 88 WS-AFFLACT-OK              VALUE '00'.              01959800
                 88 WS-AFFLACT-NOT-FOUND       VALUE '35'.              01959900
              05 WS-STEP-TIMING-STATUS      PIC XX.                     01959905
                 88 WS-STEP-TIMING-OK          VALUE '00'.              01959910
                 88 WS-STEP-TIMING-NOT-FOUND   VALUE '35'.              01959915
      *                                                                 01959920
      *    START AND END OF THIS RUN, FOR THE STEP-TIMING HISTORY.      01959925
           01 WS-STEP-TIMING-CONTROL.                                   01959930
              05 WS-STEP-START-STAMP.                                   01959935
                 10 WS-STEP-START-DATE      PIC X(08).                  01959940
                 10 WS-STEP-START-TIME      PIC X(06).                  01959945
              05 WS-STEP-END-STAMP.                                     01959950
                 10 WS-STEP-END-DATE        PIC X(08).                  01959955
                 10 WS-STEP-END-TIME        PIC X(06).                  01959960
      *                                                                 01960000
      *    FULL 256-BYTE TRANSLATION, LOADED AT INITIALIZE TIME         01970000
      *    FROM THE CODEPAGE TABLE FILE FOR THE CODEPAGE NAMED ON       01980000
                    15 WS-SEG-XLATED-TEXT PIC X(69).                    02309905
                    15 WS-SEG-SEQUENCE   PIC 9(02).                     02309910
                    15 WS-SEG-CONT-SW    PIC X(01).                     02309920
      *                                                                 02309921
      *    UTF-8 TRANSCODE WORK AREA (RUNPARM COLUMN 12).  EVERY        02309922
      *    RECORD THE EBCDIC PASS TRANSLATES TO ISO8859-1, AND EVERY    02309923
      *    ASCIIIN RECORD AS READ, IS RE-ENCODED HERE AS UTF-8 FOR      02309924
      *    THE INTERFACE EXTRACT.  A LOGICAL RECORD'S SEGMENTS ARE      02309925
      *    REASSEMBLED IN WS-TC-SOURCE-TEXT FIRST: A NATIONAL           02309926
      *    CHARACTER GROWS TO TWO BYTES (A DBCS CHARACTER TO THREE),    02309927
      *    SO THE EXPANDED TEXT IS RE-CUT INTO 69-BYTE SEGMENTS         02309928
      *    WITHOUT EVER SPLITTING ONE CHARACTER'S BYTE SEQUENCE         02309929
      *    ACROSS TWO SEGMENTS.  THE TRAILING-BLANK TEST AND THE        02309930
      *    SEGMENT PADDING USE AN EXPLICIT X'20' -- THE TEXT HERE IS    02309931
      *    ISO8859-1/UTF-8, NOT THE PROGRAM'S OWN CHARACTER SET.        02309932
           01 WS-UTF8-TRANSCODE.                                        02309933
              05 WS-TC-IN-KEY         PIC X(10).                        02309934
              05 WS-TC-IN-TAG         PIC X(01).                        02309935
              05 WS-TC-IN-TEXT        PIC X(69).                        02309936
              05 WS-TC-IN-CONT-SW     PIC X(01).                        02309937
                 88 WS-TC-IN-MORE-SEGMENTS VALUE 'C'.                   02309938
              05 WS-TC-KEY            PIC X(10).                        02309939
              05 WS-TC-TAG            PIC X(01).                        02309940
              05 WS-TC-ACTIVE-SW      PIC X VALUE 'N'.                  02309941
                 88 WS-TC-ACTIVE         VALUE 'Y'.                     02309942
              05 WS-TC-SEG-COUNT      PIC 9(2) VALUE ZERO.              02309943
              05 WS-TC-SOURCE-TEXT    PIC X(1380).                      02309944
              05 WS-TC-SOURCE-LENGTH  PIC 9(4).                         02309945
              05 WS-TC-SOURCE-IDX     PIC 9(4).                         02309946
              05 WS-TC-STATE-SW       PIC X VALUE 'S'.                  02309947
                 88 WS-TC-IN-DOUBLE      VALUE 'D'.                     02309948
              05 WS-TC-BYTE-NUMERIC   PIC 9(3).                         02309949
              05 WS-TC-LEAD-NUMERIC   PIC 9(3).                         02309950
              05 WS-TC-TRAIL-NUMERIC  PIC 9(3).                         02309951
              05 WS-TC-CHAR-TEXT      PIC X(03).                        02309952
              05 WS-TC-CHAR-LENGTH    PIC 9(1).                         02309953
              05 WS-TC-OUT-TEXT       PIC X(69).                        02309954
              05 WS-TC-OUT-LENGTH     PIC 9(2).                         02309955
              05 WS-TC-OUT-SEQUENCE   PIC 9(2).                         02309956
              05 WS-TC-OUT-CONT-SW    PIC X(01).                        02309957
              05 WS-TC-LATIN1-SPACE   PIC X VALUE X'20'.                02309958
              05 WS-TC-REPLACEMENT-CHAR PIC X(03) VALUE X'EFBFBD'.      02309959
              05 WS-TC-EBCDIC-COUNT   PIC 9(09) VALUE ZERO.             02309960
              05 WS-TC-ASCII-COUNT    PIC 9(09) VALUE ZERO.             02309961
              05 WS-TC-SPILL-COUNT    PIC 9(09) VALUE ZERO.             02309962
              05 WS-TC-UNMAPPED-COUNT PIC 9(09) VALUE ZERO.             02309963
      *                                                                 02309964
      *    DBCS-TO-UTF-8 MAP FOR THE TRANSCODE PASS IN DBCS MODE,       02309965
      *    LOADED FROM THE CODEPAGE'S TYPE 'D' TABLE RECORDS.  THE      02309966
      *    ENTRIES ARRIVE IN ASCENDING DBCS CODE ORDER (PROVED AT       02309967
      *    LOAD TIME) SO EACH LOOKUP IS A BINARY CHOP, NOT A SCAN OF    02309968
      *    SEVERAL THOUSAND ENTRIES PER CHARACTER.  A CODE MISSING      02309969
      *    FROM THE MAP GOES OUT AS U+FFFD AND HOLDS THE RUN, THE       02309970
      *    SAME WAY A BAD SINGLE-BYTE TABLE ENTRY DOES.                 02309971
           01 WS-DBCS-UTF8-MAP.                                         02309972
              05 WS-DM-ENTRY-COUNT    PIC 9(5) VALUE ZERO.              02309973
              05 WS-DM-LOW            PIC 9(5).                         02309974
              05 WS-DM-HIGH           PIC 9(5).                         02309975
              05 WS-DM-MID            PIC 9(5).                         02309976
              05 WS-DM-FOUND-SW       PIC X VALUE 'N'.                  02309977
                 88 WS-DM-FOUND          VALUE 'Y'.                     02309978
              05 WS-DM-SEARCH-CODE    PIC X(02).                        02309979
              05 WS-DM-LAST-CODE      PIC X(02) VALUE LOW-VALUES.       02309980
              05 WS-DM-SEQUENCE-SW    PIC X VALUE 'Y'.                  02309981
                 88 WS-DM-IN-SEQUENCE    VALUE 'Y'.                     02309982
              05 WS-CP-DBCS-IDX       PIC 9(2).                         02309983
              05 WS-DM-TABLE.                                           02309984
                 10 WS-DM-ENTRY OCCURS 8000 TIMES.                      02309985
                    15 WS-DM-DBCS-CODE   PIC X(02).                     02309986
                    15 WS-DM-UTF8-BYTES  PIC X(03).                     02309987
      *                                                                 02310000
           01 WS-SUSPENSE-COUNTS.                                       02320000
              05 WS-SUSPENSE-READ-COUNT     PIC 9(09) VALUE ZERO.       02330000
              05 WS-SUSPENSE-RECOVERED-COUNT PIC 9(09) VALUE ZERO.      02340000
              05 WS-SUSPENSE-STILL-BAD-COUNT PIC 9(09) VALUE ZERO.      02350000
              05 WS-SUSPENSE-REPAIRED-COUNT PIC 9(09) VALUE ZERO.       02352000
              05 WS-SUSPFIX-OPEN-SW         PIC X VALUE 'N'.            02354000
                 88 WS-SUSPFIX-OPEN            VALUE 'Y'.               02356000
      *                                                                 02360000
           01 WS-CHECKPOINT-CONTROL.                                    02370000
              05 WS-RESTART-SKIP-COUNT    PIC 9(09) VALUE ZERO.         02380000
                 10 WS-FM-HELD-KEY        PIC X(10).                    02409400
                 10 WS-FM-HELD-FLAGS.                                   02409500
                    15 WS-FM-HELD-FLAG-ENTRY PIC X OCCURS 4 TIMES.      02409600
                 10 WS-FM-HELD-AFFILIATE  PIC X(01).                    02409650
              05 WS-FLAGMSTR-EOF-SW       PIC X VALUE 'N'.              02409700
                 88 WS-FLAGMSTR-EOF          VALUE 'Y'.                 02409800
              05 WS-FLAGMSTR-LOAD-SW      PIC X VALUE 'N'.              02409900
              05 WS-LAST-SKIPPED-KEY      PIC X(10) VALUE SPACES.       02410200
              05 WS-FM-NEW-FLAGS.                                       02410300
                 10 WS-FM-NEW-FLAG-ENTRY  PIC X OCCURS 4 TIMES.         02410400
              05 WS-FM-NEW-AFFILIATE      PIC X(01).                    02410450
              05 WS-FLAGMSTR-ADD-COUNT    PIC 9(09) VALUE ZERO.         02410500
              05 WS-FLAGMSTR-CHANGE-COUNT PIC 9(09) VALUE ZERO.         02410600
              05 WS-FLAGMSTR-DELETE-COUNT PIC 9(09) VALUE ZERO.         02410700
              05 WS-FLAGMSTR-SAME-COUNT   PIC 9(09) VALUE ZERO.         02410800
      *    A KEY WHOSE FLAGS ARE UNCHANGED BUT WHICH ARRIVED TONIGHT    02410802
      *    FROM A DIFFERENT AFFILIATE IS REWRITTEN TO RESTAMP ITS       02410804
      *    SOURCE AFFILIATE; THAT IS COUNTED APART FROM A FLAG CHANGE.  02410806
              05 WS-FLAGMSTR-RESTAMP-COUNT PIC 9(09) VALUE ZERO.        02410808
      *                                                                 02410810
      *    BEFORE-IMAGE LOGGING.  EVERY ADD, CHANGE AND DELETE ABOVE    02410820
      *    IS LOGGED TO BACKOUT-FILE, STAMPED WITH WS-BUSINESS-DATE,    02410830
      *    BEFORE THE MASTER IS TOUCHED -- SEE 2350-LOG-FLAGMSTR-       02410840
      *    BEFORE-IMAGE IN COPY4.                                       02410850
              05 WS-BACKOUT-RECORD-KEY    PIC X(10).                    02410865
              05 WS-BACKOUT-ACTION-CODE   PIC X(01).                    02410870
              05 WS-BACKOUT-BEFORE-FLAGS  PIC X(04).                    02410880
              05 WS-BACKOUT-AFTER-FLAGS   PIC X(04).                    02410890
              05 WS-BACKOUT-BEFORE-AFFILIATE PIC X(01).                 02410893
              05 WS-BACKOUT-AFTER-AFFILIATE PIC X(01).                  02410896
              05 WS-BACKOUT-IMAGE-COUNT   PIC 9(09) VALUE ZERO.         02410900
      *                                                                 02410000
      *    AFFILIATE ACTIVITY FOR THE MONTHLY CHARGEBACK STATEMENT      02412000
      *    (SEE THE AFFLACT COPYBOOK), COUNTED BY SOURCE AFFILIATE:     02412200
      *    ENTRIES 1-3 ARE AFFIL1-AFFIL3, ENTRY 4 A RECORD OR FLAGMSTR  02412400
      *    KEY CARRYING NO AFFILIATE.  THE FLAGMSTR COUNTS ARE SAVED    02412600
      *    WITH EVERY CHECKPOINT AND RESTORED ON A RESTART, AND THE     02412800
      *    RECORDS A RESTART SKIPS ARE STILL COUNTED AS PROCESSED, SO   02413000
      *    A RESTARTED NIGHT POSTS THE SAME TOTALS AS AN UNBROKEN       02413200
      *    ONE.  A SUSPENSED RECORD IS POSTED BY KEY AS IT IS WRITTEN   02413400
      *    TO THE SUSPENSE FILE, AND EACH PASS'S KEY COUNT AT THE END.  02413600
      *    ONLY A NORMAL RUN POSTS; ALL ITS RECORDS CARRY ONE STAMP.    02413800
           01 WS-AFFILIATE-ACTIVITY.                                    02414000
              05 WS-AFFIL-ACTIVITY-ENTRY OCCURS 4 TIMES.                02414200
                 10 WS-AFFIL-PROCESSED-COUNT PIC 9(09).                 02414400
                 10 WS-AFFIL-ADD-COUNT       PIC 9(09).                 02414600
                 10 WS-AFFIL-CHANGE-COUNT    PIC 9(09).                 02414800
                 10 WS-AFFIL-DELETE-COUNT    PIC 9(09).                 02415000
              05 WS-AFFIL-IDX             PIC 9(01).                    02415200
              05 WS-AFFIL-CODE            PIC X(01).                    02415400
              05 WS-UTF8-SUSPENSE-KEYS    PIC 9(09) VALUE ZERO.         02415600
              05 WS-DBCS-SUSPENSE-KEYS    PIC 9(09) VALUE ZERO.         02415800
              05 WS-ACTIVITY-CODE         PIC X(01).                    02416000
              05 WS-ACTIVITY-PASS         PIC X(01).                    02416200
              05 WS-ACTIVITY-COUNT        PIC 9(09).                    02416400
              05 WS-ACTIVITY-POSTED-STAMP.                              02416600
                 10 WS-ACTIVITY-POSTED-DATE PIC X(08).                  02416800
                 10 WS-ACTIVITY-POSTED-TIME PIC X(06).                  02417000
              05 WS-AFFLACT-OPEN-SW       PIC X VALUE 'N'.              02417200
                 88 WS-AFFLACT-OPEN          VALUE 'Y'.                 02417400
              05 WS-ACTIVITY-POST-SW      PIC X VALUE 'Y'.              02417600
                 88 WS-ACTIVITY-POSTED       VALUE 'Y'.                 02417800
                 88 WS-ACTIVITY-NOT-POSTED   VALUE 'N'.                 02418000
      *                                                                 02418200
           01 WS-AUDIT-PREVIOUS-VALUES.                                 02420000
              05 WS-PREV-FELDH            PIC X VALUE SPACE.            02430000
              05 WS-PREV-FELDI            PIC X VALUE SPACE.            02440000
              05 WS-AUDIT-FLAG-NAME       PIC X(05) OCCURS 2 TIMES.     02600000
      *                                                                 02610000
           01 WS-INTERFACE-RECORD-COUNT   PIC 9(09) VALUE ZERO.         02620000
      *                                                                 02621000
      *    THE INTERFACE EXTRACT IS SHARED BY THE UTF-8 PASS AND THE    02622000
      *    TRANSCODE PASS, SO ITS HEADER AND TRAILER ARE WRITTEN ONCE   02623000
      *    AROUND ALL THE PASSES WHENEVER THE UTF-8 PASS OPENED IT.     02624000
           01 WS-INTERFACE-OPEN-SW        PIC X VALUE 'N'.              02625000
              88 WS-INTERFACE-OPEN           VALUE 'Y'.                 02626000
      *                                                                 02630000
           01 WS-RETURN-CODE-SW PIC X VALUE 'N'.                        02640000
              88 WS-JOB-FAILED VALUE 'Y'.                               02650000
      *                                                                 02650400
      *    RUN-LEDGER CONTROL.  THE BUSINESS DATE AND THE FORCE-RERUN   02650800
      *    SWITCH COME FROM THE BUSDATE CARD (SEE THE BUSDATE AND       02651200
      *    RUNLEDGR COPYBOOKS).                                         02651600
      *    ONLY A NORMAL RUN IS ENTERED ON THE LEDGER; A SUSPENSE       02652000
      *    REPROCESSING RUN MAY BE REPEATED FREELY.                     02652400
           01 WS-RUN-LEDGER-CONTROL.                                    02652800
              05 WS-LEDGER-STEP-NAME     PIC X(08) VALUE 'PANVINCL'.    02653200
              05 WS-BUSINESS-DATE        PIC X(08).                     02653600
              05 WS-BUSINESS-DATE-NUM    PIC 9(08).                     02654000
              05 WS-CLOCK-STAMP.                                        02654400
                 10 WS-CLOCK-DATE-NUM    PIC 9(08).                     02654800
                 10 WS-CLOCK-HOUR        PIC X(02).                     02655200
              05 WS-BUSINESS-DAY-CUTOVER PIC X(02) VALUE '12'.          02655600
              05 WS-ALREADY-POSTED-SW    PIC X VALUE 'N'.               02656000
                 88 WS-ALREADY-POSTED       VALUE 'Y'.                  02656400
              05 WS-LEDGER-ACTION-SW     PIC X VALUE 'P'.               02656800
                 88 WS-POST-THIS-RUN        VALUE 'P'.                  02657200
                 88 WS-SKIP-THIS-RUN        VALUE 'S'.                  02657600
              05 WS-PRIOR-RUN-DATE       PIC X(08).                     02658000
              05 WS-PRIOR-RUN-TIME       PIC X(06).                     02658400
              05 WS-PRIOR-RUN-RC         PIC 9(02).                     02658800
      *                                                                 02660000
           COPY COPY3 .                                                 02670000
      *                                                                 02680000
           COPY RUNPARM .                                               02690000
      *                                                                 02693000
           COPY BUSDATE.                                                02696000
      *                                                                 02700000
           01  WS-CONTROL-FLAGS.                                        02710000
               05  FELDA PIC X.                                         02720000
