      *               NIGHTLY PANVPND STEP REPORTS IT TO THE            00180000
      *               ORIGINATING OPERATOR.  THE KEYS OF THE LISTED     00190000
      *               ENTRIES RIDE THE COMMAREA BETWEEN SENDS.          00200000
      *               A BULK BATCH QUEUED BY PANVBLK IS LISTED AS ONE   00202000
      *               LINE, AND ONE A OR R AGAINST IT DECIDES EVERY     00204000
      *               ENTRY OF THE BATCH STILL PENDING.                 00206000
      *                                                                 00210000
           COPY PANVMN3.                                                00220000
      *                                                                 00230000
           01  WS-BROWSE-KEY            PIC X(24).                      00380000
      *                                                                 00390000
      *    THE LISTED ENTRIES' FULL PENDING KEYS RIDE THE COMMAREA      00400000
      *    SO THE DECISION PASS CAN READ EACH ENTRY BACK FOR            00407000
      *    UPDATE -- THE MAP CARRIES ONLY THE DISPLAY FIELDS.  A        00414000
      *    BULK BATCH IS LISTED AS ONE LINE: ITS BATCH ID RIDES         00421000
      *    WITH THE KEY OF ITS FIRST ENTRY, AND A BLANK BATCH ID        00428000
      *    MARKS A LINE KEYED ON PANVMNT.                               00435000
           01  WS-COMMAREA.                                             00442000
               05  WS-LISTED-COUNT          PIC 9(01).                  00449000
               05  WS-LISTED-ENTRY          OCCURS 6 TIMES.             00456000
                   10  WS-LISTED-KEY            PIC X(24).              00463000
                   10  WS-LISTED-BATCH          PIC X(08).              00470000
      *                                                                 00477000
           01  WS-LIST-IDX              PIC 9(01).                      00484000
           01  WS-DECISION-CHAR         PIC X(01).                      00491000
           01  WS-PENDING-READ-KEY      PIC X(24).                      00498000
           01  WS-APPLIED-COUNT         PIC 9(07) VALUE ZERO.           00505000
           01  WS-REJECTED-COUNT        PIC 9(07) VALUE ZERO.           00512000
      *                                                                 00521000
      *    AN APPROVAL ONLY STICKS WHEN 0350 ACTUALLY REWROTE           00522000
      *    FLAGMSTR -- THE NIGHTLY DELTA DELETES DROPPED KEYS, SO A     00523000
               88  WS-APPLY-DONE            VALUE 'Y'.                  00528100
           01  WS-APPLY-FAIL-SW         PIC X(01) VALUE 'N'.            00528200
               88  WS-APPLY-FAILED          VALUE 'Y'.                  00528300
      *                                                                 00528350
      *    A BATCH'S ENTRIES ARE SPREAD THROUGH THE FILE IN KEY         00528400
      *    ORDER, SO ONCE A BATCH IS LISTED THE BROWSE RUNS TO THE      00528450
      *    END TO COUNT ALL OF ITS PENDING ENTRIES FOR THE LIST LINE.   00528500
           01  WS-BATCH-LISTED-SW       PIC X(01) VALUE 'N'.            00528550
               88  WS-BATCH-LISTED          VALUE 'Y'.                  00528600
           01  WS-BATCH-IDX             PIC 9(01).                      00528650
           01  WS-BATCH-SCAN-IDX        PIC 9(01).                      00528700
           01  WS-BATCH-ENTRY-COUNT     PIC 9(06) OCCURS 6 TIMES.       00528750
           01  WS-BATCH-DESCRIPTION.                                    00528800
               05  FILLER                   PIC X(13)                   00528850
                                            VALUE 'BULK BATCH - '.      00528900
               05  WS-BATCH-DESC-COUNT      PIC ZZZ,ZZ9.                00528950
               05  FILLER                   PIC X(05) VALUE ' KEYS'.    00529000
      *                                                                 00529050
      *    A BATCH DECISION WORKS THROUGH THE BATCH ONE ENTRY AT A      00529100
      *    TIME, RESTARTING THE BROWSE PAST THE LAST ENTRY DECIDED      00529150
      *    (NO BROWSE IS HELD ACROSS AN UPDATE), AND TAKES A            00529200
      *    SYNCPOINT EVERY WS-SYNC-INTERVAL ENTRIES SO A LARGE BATCH    00529250
      *    DOES NOT HOLD THOUSANDS OF FLAGMSTR LOCKS IN ONE UNIT OF     00529300
      *    WORK.  ENTRIES ALREADY DECIDED STAY DECIDED IF THE TASK      00529350
      *    FAILS PART WAY; THE REST OF THE BATCH IS LISTED AGAIN.       00529400
           01  WS-DECIDE-BATCH          PIC X(08).                      00529450
           01  WS-LAST-BATCH-KEY        PIC X(24).                      00529500
           01  WS-BATCH-FOUND-SW        PIC X(01) VALUE 'N'.            00529550
               88  WS-BATCH-FOUND           VALUE 'Y'.                  00529600
           01  WS-BATCH-END-SW          PIC X(01) VALUE 'N'.            00529650
               88  WS-BATCH-END             VALUE 'Y'.                  00529700
           01  WS-SYNC-COUNT            PIC 9(03) VALUE ZERO.           00529750
           01  WS-SYNC-INTERVAL         PIC 9(03) VALUE 100.            00529800
      *                                                                 00530000
          LINKAGE       SECTION.                                        00540000
           01  DFHCOMMAREA              PIC X(193).                     00550000
      *                                                                 00560000
          PROCEDURE      DIVISION.                                      00570000
           0000-MAIN-CONTROL.                                           00580000
               EXEC CICS RETURN                                         00660000
                    TRANSID('PANA')                                     00670000
                    COMMAREA(WS-COMMAREA)                               00680000
                    LENGTH(193)                                         00690000
               END-EXEC                                                 00700000
               GOBACK.                                                  00710000
      *                                                                 00720000
      *    BROWSE THE PENDING FILE FROM THE TOP AND TABLE THE FIRST     00730000
      *    SIX ENTRIES STILL IN STATUS 'P', FILLING THE LIST MAP AS     00736000
      *    THEY GO BY.  DECIDED ENTRIES STAY ON THE FILE FOR THE        00742000
      *    NIGHTLY PANVPND REPORT BUT ARE NOT LISTED AGAIN.  A BULK     00748000
      *    BATCH TAKES ONE LINE HOWEVER MANY ENTRIES IT HOLDS; ITS      00754000
      *    LINE IS FINISHED WITH THE ENTRY COUNT AFTER THE BROWSE.      00760000
           0100-BUILD-PENDING-LIST.                                     00770000
               MOVE LOW-VALUES TO PANVMN3O                              00780000
               MOVE ZERO TO WS-LISTED-COUNT                             00790000
               MOVE 'N' TO WS-BATCH-LISTED-SW                           00795000
               MOVE LOW-VALUES TO WS-BROWSE-KEY                         00800000
               EXEC CICS STARTBR FILE('PENDCHG')                        00810000
                    RIDFLD(WS-BROWSE-KEY)                               00820000
               IF WS-RESP = DFHRESP(NORMAL)                             00860000
                   PERFORM 0150-TABLE-NEXT-PENDING                      00870000
                       UNTIL WS-RESP NOT = DFHRESP(NORMAL)              00880000
                          OR (WS-LISTED-COUNT >= 6                      00885000
                              AND NOT WS-BATCH-LISTED)                  00890000
                   EXEC CICS ENDBR FILE('PENDCHG')                      00900000
                   END-EXEC                                             00910000
               END-IF                                                   00920000
               PERFORM VARYING WS-LIST-IDX FROM 1 BY 1                  00921000
                       UNTIL WS-LIST-IDX > WS-LISTED-COUNT              00922000
                   IF WS-LISTED-BATCH(WS-LIST-IDX) NOT = SPACES         00923000
                       PERFORM 0180-FILL-BATCH-LINE                     00924000
                   END-IF                                               00925000
               END-PERFORM                                              00926000
               IF WS-LISTED-COUNT = ZERO                                00930000
                   MOVE 'NO CORRECTIONS PENDING APPROVAL' TO MSG3O      00940000
               ELSE                                                     00950000
                    RESP(WS-RESP)                                       01080000
               END-EXEC                                                 01090000
               IF WS-RESP = DFHRESP(NORMAL) AND PC-STATUS-PENDING       01100000
                   IF PC-ONLINE-ENTRY                                   01103000
                       IF WS-LISTED-COUNT < 6                           01106000
                           ADD 1 TO WS-LISTED-COUNT                     01109000
                           MOVE PC-PENDING-KEY                          01112000
                               TO WS-LISTED-KEY(WS-LISTED-COUNT)        01115000
                           MOVE SPACES                                  01118000
                               TO WS-LISTED-BATCH(WS-LISTED-COUNT)      01121000
                           PERFORM 0160-FILL-LIST-LINE                  01124000
                       END-IF                                           01127000
                   ELSE                                                 01130000
                       PERFORM 0170-TABLE-BATCH-ENTRY                   01133000
                   END-IF                                               01136000
               END-IF.                                                  01139000
      *                                                                 01160000
      *    THE GENERATED SYMBOLIC MAP HAS NO OCCURS, SO THE SIX         01170000
      *    LINES ARE FILLED BY EXPLICIT MOVES SELECTED ON THE           01180000
                       MOVE PC-OPERATOR-ID TO POPR6O                    01560000
                       MOVE PC-ENTRY-DATE TO PDTE6O                     01570000
               END-EVALUATE.                                            01580000
      *                                                                 01580100
      *    THE FIRST PENDING ENTRY OF A BATCH LISTS THE BATCH (ITS      01580200
      *    OPERATOR AND ENTRY DATE GO ON THE LINE AS FOR ANY ENTRY);    01580300
      *    EVERY PENDING ENTRY OF A LISTED BATCH IS COUNTED.            01580400
           0170-TABLE-BATCH-ENTRY.                                      01580500
               MOVE ZERO TO WS-BATCH-IDX                                01580600
               PERFORM VARYING WS-BATCH-SCAN-IDX FROM 1 BY 1            01580700
                       UNTIL WS-BATCH-SCAN-IDX > WS-LISTED-COUNT        01580800
                   IF WS-LISTED-BATCH(WS-BATCH-SCAN-IDX) = PC-BATCH-ID  01580900
                       MOVE WS-BATCH-SCAN-IDX TO WS-BATCH-IDX           01581000
                   END-IF                                               01581100
               END-PERFORM                                              01581200
               IF WS-BATCH-IDX = ZERO AND WS-LISTED-COUNT < 6           01581300
                   ADD 1 TO WS-LISTED-COUNT                             01581400
                   MOVE WS-LISTED-COUNT TO WS-BATCH-IDX                 01581500
                   MOVE PC-PENDING-KEY                                  01581600
                       TO WS-LISTED-KEY(WS-LISTED-COUNT)                01581700
                   MOVE PC-BATCH-ID                                     01581800
                       TO WS-LISTED-BATCH(WS-LISTED-COUNT)              01581900
                   MOVE ZERO TO WS-BATCH-ENTRY-COUNT(WS-LISTED-COUNT)   01582000
                   SET WS-BATCH-LISTED TO TRUE                          01582100
                   PERFORM 0160-FILL-LIST-LINE                          01582200
               END-IF                                                   01582300
               IF WS-BATCH-IDX NOT = ZERO                               01582400
                   ADD 1 TO WS-BATCH-ENTRY-COUNT(WS-BATCH-IDX)          01582500
               END-IF.                                                  01582600
      *                                                                 01582700
      *    A BATCH LINE SHOWS THE BATCH ID IN THE KEY COLUMN AND ITS    01582800
      *    ENTRY COUNT IN THE BATCH COLUMN.  THE BEFORE AND AFTER       01582900
      *    COLUMNS ARE LEFT BLANK -- THEY DIFFER ENTRY BY ENTRY.        01583000
           0180-FILL-BATCH-LINE.                                        01583100
               MOVE WS-BATCH-ENTRY-COUNT(WS-LIST-IDX)                   01583200
                   TO WS-BATCH-DESC-COUNT                               01583300
               EVALUATE WS-LIST-IDX                                     01583400
                   WHEN 1                                               01583500
                       MOVE WS-LISTED-BATCH(1) TO PKEY1O                01583600
                       MOVE SPACES TO POLD1O PNEW1O                     01583700
                       MOVE WS-BATCH-DESCRIPTION TO PBAT1O              01583800
                   WHEN 2                                               01583900
                       MOVE WS-LISTED-BATCH(2) TO PKEY2O                01584000
                       MOVE SPACES TO POLD2O PNEW2O                     01584100
                       MOVE WS-BATCH-DESCRIPTION TO PBAT2O              01584200
                   WHEN 3                                               01584300
                       MOVE WS-LISTED-BATCH(3) TO PKEY3O                01584400
                       MOVE SPACES TO POLD3O PNEW3O                     01584500
                       MOVE WS-BATCH-DESCRIPTION TO PBAT3O              01584600
                   WHEN 4                                               01584700
                       MOVE WS-LISTED-BATCH(4) TO PKEY4O                01584800
                       MOVE SPACES TO POLD4O PNEW4O                     01584900
                       MOVE WS-BATCH-DESCRIPTION TO PBAT4O              01585000
                   WHEN 5                                               01585100
                       MOVE WS-LISTED-BATCH(5) TO PKEY5O                01585200
                       MOVE SPACES TO POLD5O PNEW5O                     01585300
                       MOVE WS-BATCH-DESCRIPTION TO PBAT5O              01585400
                   WHEN 6                                               01585500
                       MOVE WS-LISTED-BATCH(6) TO PKEY6O                01585600
                       MOVE SPACES TO POLD6O PNEW6O                     01585700
                       MOVE WS-BATCH-DESCRIPTION TO PBAT6O              01585800
               END-EVALUATE.                                            01585900
      *                                                                 01590000
           0200-RECEIVE-AND-DECIDE.                                     01600000
               EXEC CICS RECEIVE MAP('PANVMN3')                         01610000
                       WHEN 6 MOVE PDEC6I TO WS-DECISION-CHAR           01790000
                   END-EVALUATE                                         01800000
                   MOVE WS-LISTED-KEY(WS-LIST-IDX)                      01810000
                       TO WS-PENDING-READ-KEY                           01813000
                   IF WS-LISTED-BATCH(WS-LIST-IDX) = SPACES             01816000
                       PERFORM 0300-APPLY-ONE-DECISION                  01819000
                   ELSE                                                 01822000
                       PERFORM 0400-DECIDE-BULK-BATCH                   01825000
                   END-IF                                               01828000
               END-PERFORM.                                             01840000
      *                                                                 01850000
           0300-APPLY-ONE-DECISION.                                     01860000
                    FROM(ONLINE-JOURNAL-RECORD)                         02800000
                    LENGTH(44)                                          02810000
               END-EXEC.                                                02820000
      *                                                                 02830000
      *    ONE A OR R AGAINST A BATCH LINE DECIDES EVERY ENTRY OF THE   02840000
      *    BATCH STILL PENDING, EACH EXACTLY AS 0300 DECIDES A SINGLE   02850000
      *    ENTRY -- AN APPROVED ENTRY REWRITES FLAGMSTR AND IS QUEUED   02860000
      *    TO PVUP AND JOURNALED TO PVJL LIKE ANY ONLINE CORRECTION.    02870000
           0400-DECIDE-BULK-BATCH.                                      02880000
               IF WS-DECISION-CHAR = 'A' OR WS-DECISION-CHAR = 'R'      02890000
                   MOVE WS-LISTED-BATCH(WS-LIST-IDX) TO WS-DECIDE-BATCH 02900000
                   MOVE LOW-VALUES TO WS-LAST-BATCH-KEY                 02910000
                   MOVE ZERO TO WS-SYNC-COUNT                           02920000
                   PERFORM 0410-FIND-NEXT-BATCH-ENTRY                   02930000
                   PERFORM UNTIL WS-BATCH-END                           02940000
                       MOVE WS-LAST-BATCH-KEY TO WS-PENDING-READ-KEY    02950000
                       PERFORM 0300-APPLY-ONE-DECISION                  02960000
                       ADD 1 TO WS-SYNC-COUNT                           02970000
                       IF WS-SYNC-COUNT >= WS-SYNC-INTERVAL             02980000
                           EXEC CICS SYNCPOINT                          02990000
                           END-EXEC                                     03000000
                           MOVE ZERO TO WS-SYNC-COUNT                   03010000
                       END-IF                                           03020000
                       PERFORM 0410-FIND-NEXT-BATCH-ENTRY               03030000
                   END-PERFORM                                          03040000
               END-IF.                                                  03050000
      *                                                                 03060000
      *    RESTART THE BROWSE AT THE LAST ENTRY DECIDED AND READ ON TO  03070000
      *    THE NEXT PENDING ENTRY OF THE BATCH PAST IT, SO AN ENTRY     03080000
      *    LEFT PENDING (ITS KEY WAS DROPPED FROM FLAGMSTR) IS NOT      03090000
      *    PICKED UP TWICE.                                             03100000
           0410-FIND-NEXT-BATCH-ENTRY.                                  03110000
               MOVE 'N' TO WS-BATCH-FOUND-SW                            03120000
               MOVE WS-LAST-BATCH-KEY TO WS-BROWSE-KEY                  03130000
               EXEC CICS STARTBR FILE('PENDCHG')                        03140000
                    RIDFLD(WS-BROWSE-KEY)                               03150000
                    GTEQ                                                03160000
                    RESP(WS-RESP)                                       03170000
               END-EXEC                                                 03180000
               IF WS-RESP = DFHRESP(NORMAL)                             03190000
                   PERFORM 0420-READ-NEXT-BATCH-ENTRY                   03200000
                       UNTIL WS-RESP NOT = DFHRESP(NORMAL)              03210000
                          OR WS-BATCH-FOUND                             03220000
                   EXEC CICS ENDBR FILE('PENDCHG')                      03230000
                   END-EXEC                                             03240000
               END-IF                                                   03250000
               IF WS-BATCH-FOUND                                        03260000
                   MOVE 'N' TO WS-BATCH-END-SW                          03270000
               ELSE                                                     03280000
                   SET WS-BATCH-END TO TRUE                             03290000
               END-IF.                                                  03300000
      *                                                                 03310000
           0420-READ-NEXT-BATCH-ENTRY.                                  03320000
               EXEC CICS READNEXT FILE('PENDCHG')                       03330000
                    INTO(PENDING-CHANGE-RECORD)                         03340000
                    RIDFLD(WS-BROWSE-KEY)                               03350000
                    RESP(WS-RESP)                                       03360000
               END-EXEC                                                 03370000
               IF WS-RESP = DFHRESP(NORMAL)                             03380000
                  AND WS-BROWSE-KEY > WS-LAST-BATCH-KEY                 03390000
                  AND PC-STATUS-PENDING                                 03400000
                  AND PC-BATCH-ID = WS-DECIDE-BATCH                     03410000
                   MOVE WS-BROWSE-KEY TO WS-LAST-BATCH-KEY              03420000
                   SET WS-BATCH-FOUND TO TRUE                           03430000
               END-IF.                                                  03440000
