                  ASSIGN TO PANVPNDR                                    00130000
                  ORGANIZATION IS SEQUENTIAL                            00140000
                  FILE STATUS IS WS-REPORT-STATUS.                      00150000
              SELECT STEP-TIMING-FILE                                   00152000
                  ASSIGN TO STEPTIME                                    00154000
                  ORGANIZATION IS SEQUENTIAL                            00156000
                  FILE STATUS IS WS-STEP-TIMING-STATUS.                 00158000
          DATA DIVISION.                                                00160000
          FILE SECTION.                                                 00170000
          FD  PENDING-CHANGE-FILE                                       00180000
          FD  REPORT-FILE                                               00210000
              RECORDING MODE IS F.                                      00220000
          01  REPORT-LINE                  PIC X(80).                   00230000
          FD  STEP-TIMING-FILE                                          00232000
              RECORDING MODE IS F.                                      00234000
          COPY STEPTIME.                                                00236000
          WORKING-STORAGE SECTION.                                      00240000
      *                                                                 00250000
      *    PANVPND  --  NIGHTLY PENDING-CHANGE DISPOSITION.  PASSES     00260000
      *               REPORTED FOR THE RECORD TOO.  EVERY ENTRY IS      00340000
      *               DELETED AFTER REPORTING, SO THE FILE STARTS       00350000
      *               EACH DAY EMPTY AND PANVAPP ONLY EVER LISTS        00360000
      *               LIVE WORK.  AN ENTRY QUEUED BY A PANVBLK BULK     00370000
      *               UPLOAD IS REPORTED LIKE ANY OTHER, WITH ITS       00373000
      *               BATCH ID ALONGSIDE.                               00376000
      *                                                                 00380000
           01 WS-PENDING-STATUS     PIC XX.                             00390000
              88 WS-PENDING-OK         VALUE '00'.                      00400000
           01 WS-PENDING-EOF-SW     PIC X VALUE 'N'.                    00450000
              88 WS-PENDING-EOF        VALUE 'Y'.                       00460000
           01 WS-REPORT-STATUS      PIC XX.                             00470000
           01 WS-STEP-TIMING-STATUS PIC XX.                             00470500
              88 WS-STEP-TIMING-OK        VALUE '00'.                   00471000
              88 WS-STEP-TIMING-NOT-FOUND VALUE '35'.                   00471500
      *                                                                 00472000
      *    START AND END OF THIS RUN, FOR THE STEP-TIMING HISTORY.      00472500
           01 WS-STEP-TIMING-CONTROL.                                   00473000
              05 WS-STEP-START-STAMP.                                   00473500
                 10 WS-STEP-START-DATE   PIC X(08).                     00474000
                 10 WS-STEP-START-TIME   PIC X(06).                     00474500
              05 WS-STEP-END-STAMP.                                     00475000
                 10 WS-STEP-END-DATE     PIC X(08).                     00475500
                 10 WS-STEP-END-TIME     PIC X(06).                     00476000
      *                                                                 00480000
           01 WS-DISPOSITION-COUNTS.                                    00490000
              05 WS-APPROVED-COUNT        PIC 9(9) VALUE ZERO.          00500000
                 10 DL-DISPOSITION        PIC X(09).                    00710000
                 10 FILLER                PIC X(02) VALUE SPACES.       00720000
                 10 DL-APPROVER-ID        PIC X(08).                    00730000
                 10 FILLER                PIC X(02) VALUE SPACES.       00740000
                 10 DL-BATCH-ID           PIC X(08).                    00743000
                 10 FILLER                PIC X(08) VALUE SPACES.       00746000
              05 WS-COUNT-LINE.                                         00750000
                 10 CL-COUNT-LABEL        PIC X(24).                    00760000
                 10 CL-COUNT-VALUE        PIC ZZZ,ZZZ,ZZ9.              00770000
      *                                                                 00800000
          PROCEDURE      DIVISION.                                      00810000
          0000-MAIN-CONTROL.                                            00820000
              MOVE FUNCTION CURRENT-DATE(1:14) TO WS-STEP-START-STAMP   00825000
              PERFORM 1000-INITIALIZE                                   00830000
              PERFORM 2000-DISPOSE-PENDING-CHANGES                      00840000
              PERFORM 4000-PRINT-DISPOSITION-TOTALS                     00850000
              PERFORM 9000-TERMINATE                                    00860000
              PERFORM 9400-RECORD-STEP-TIMING                           00865000
              GOBACK.                                                   00870000
      *                                                                 00880000
      *    THE PENDING FILE MAY NOT EXIST YET (NO CORRECTION HAS        00890000
              MOVE PC-OPERATOR-ID TO DL-OPERATOR-ID                     01280000
              MOVE PC-ENTRY-DATE TO DL-ENTRY-DATE                       01290000
              MOVE PC-APPROVER-ID TO DL-APPROVER-ID                     01300000
              MOVE PC-BATCH-ID TO DL-BATCH-ID                           01305000
              EVALUATE TRUE                                             01310000
                  WHEN PC-STATUS-APPROVED                               01320000
                      ADD 1 TO WS-APPROVED-COUNT                        01330000
              ELSE                                                      01730000
                  MOVE 0 TO RETURN-CODE                                 01740000
              END-IF.                                                   01750000
      *                                                                 01760000
      *    APPEND THIS RUN TO THE STEP-TIMING HISTORY FOR THE PANVSTM   01770000
      *    BATCH-WINDOW REPORT, WITH THE CONDITION CODE THE STEP IS     01780000
      *    ENDING WITH.  THE HISTORY IS FOR CAPACITY PLANNING ONLY, SO  01790000
      *    A RECORD THAT CANNOT BE WRITTEN IS REPORTED BUT LEAVES THE   01800000
      *    CONDITION CODE ALONE.                                        01810000
          9400-RECORD-STEP-TIMING.                                      01820000
              MOVE FUNCTION CURRENT-DATE(1:14) TO WS-STEP-END-STAMP     01830000
              OPEN EXTEND STEP-TIMING-FILE                              01840000
              IF WS-STEP-TIMING-NOT-FOUND                               01850000
                  OPEN OUTPUT STEP-TIMING-FILE                          01860000
              END-IF                                                    01870000
              IF WS-STEP-TIMING-OK                                      01880000
                  MOVE SPACES TO STEP-TIMING-RECORD                     01890000
                  MOVE 'PANVPND' TO ST-STEP-NAME                        01900000
                  MOVE WS-STEP-START-DATE TO ST-START-DATE              01910000
                  MOVE WS-STEP-START-TIME TO ST-START-TIME              01920000
                  MOVE WS-STEP-END-DATE TO ST-END-DATE                  01930000
                  MOVE WS-STEP-END-TIME TO ST-END-TIME                  01940000
                  COMPUTE ST-RECORD-COUNT = WS-APPROVED-COUNT +         01950000
                      WS-REJECTED-COUNT + WS-EXPIRED-COUNT              01960000
                  MOVE RETURN-CODE TO ST-RETURN-CODE                    01970000
                  WRITE STEP-TIMING-RECORD                              01980000
                  IF NOT WS-STEP-TIMING-OK                              01990000
                      DISPLAY 'PANVPND: STEPTIME WRITE FAILED, STATUS=' 02000000
                              WS-STEP-TIMING-STATUS                     02010000
                  END-IF                                                02020000
                  CLOSE STEP-TIMING-FILE                                02030000
              ELSE                                                      02040000
                  DISPLAY 'PANVPND: STEPTIME OPEN FAILED, STATUS='      02050000
                          WS-STEP-TIMING-STATUS                         02060000
              END-IF.                                                   02070000
