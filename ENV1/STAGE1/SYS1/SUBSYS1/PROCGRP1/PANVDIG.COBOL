                  ASSIGN TO PANVDIGR                                    00230000
                  ORGANIZATION IS SEQUENTIAL                            00240000
                  FILE STATUS IS WS-REPORT-STATUS.                      00250000
              SELECT STEP-TIMING-FILE                                   00252000
                  ASSIGN TO STEPTIME                                    00254000
                  ORGANIZATION IS SEQUENTIAL                            00256000
                  FILE STATUS IS WS-STEP-TIMING-STATUS.                 00258000
          DATA DIVISION.                                                00260000
          FILE SECTION.                                                 00270000
          FD  RUN-STATS-FILE                                            00280000
          FD  REPORT-FILE                                               00650000
              RECORDING MODE IS F.                                      00660000
          01  REPORT-LINE                  PIC X(80).                   00670000
          FD  STEP-TIMING-FILE                                          00672000
              RECORDING MODE IS F.                                      00674000
          COPY STEPTIME.                                                00676000
          WORKING-STORAGE SECTION.                                      00680000
      *                                                                 00690000
      *    PANVDIG  --  MORNING EXCEPTIONS DIGEST.  THE LAST STEP OF    00700000
           01 WS-ACK-STATS-OPEN-SW  PIC X VALUE 'N'.                    01000000
              88 WS-ACK-STATS-OPEN     VALUE 'Y'.                       01010000
           01 WS-REPORT-STATUS      PIC XX.                             01020000
           01 WS-STEP-TIMING-STATUS PIC XX.                             01020500
              88 WS-STEP-TIMING-OK        VALUE '00'.                   01021000
              88 WS-STEP-TIMING-NOT-FOUND VALUE '35'.                   01021500
      *                                                                 01022000
      *    START AND END OF THIS RUN, FOR THE STEP-TIMING HISTORY.      01022500
           01 WS-STEP-TIMING-CONTROL.                                   01023000
              05 WS-STEP-START-STAMP.                                   01023500
                 10 WS-STEP-START-DATE   PIC X(08).                     01024000
                 10 WS-STEP-START-TIME   PIC X(06).                     01024500
              05 WS-STEP-END-STAMP.                                     01025000
                 10 WS-STEP-END-DATE     PIC X(08).                     01025500
                 10 WS-STEP-END-TIME     PIC X(06).                     01026000
      *                                                                 01030000
      *    LATEST-RECORD HOLDERS.  EACH HISTORY FILE IS APPENDED IN     01040000
      *    RUN ORDER, SO THE LAST RECORD READ IS THE LATEST RUN.        01050000
      *                                                                 01810000
          PROCEDURE      DIVISION.                                      01820000
          0000-MAIN-CONTROL.                                            01830000
              MOVE FUNCTION CURRENT-DATE(1:14) TO WS-STEP-START-STAMP   01835000
              PERFORM 1000-INITIALIZE                                   01840000
              PERFORM 2000-GATHER-RUN-STATS                             01850000
              PERFORM 3000-GATHER-SUSPENSE-BACKLOG                      01860000
              PERFORM 5000-GATHER-ACK-STATS                             01880000
              PERFORM 6000-PRINT-DIGEST                                 01890000
              PERFORM 9000-TERMINATE                                    01900000
              PERFORM 9400-RECORD-STEP-TIMING                           01905000
              GOBACK.                                                   01910000
      *                                                                 01920000
      *    EVERY INPUT OPENS WITH THE MISSING-FILE TOLERANCE THE        01930000
              ELSE                                                      04180000
                  MOVE 0 TO RETURN-CODE                                 04190000
              END-IF.                                                   04200000
      *                                                                 04210000
      *    APPEND THIS RUN TO THE STEP-TIMING HISTORY FOR THE PANVSTM   04220000
      *    BATCH-WINDOW REPORT, WITH THE CONDITION CODE THE STEP IS     04230000
      *    ENDING WITH.  THE HISTORY IS FOR CAPACITY PLANNING ONLY, SO  04240000
      *    A RECORD THAT CANNOT BE WRITTEN IS REPORTED BUT LEAVES THE   04250000
      *    CONDITION CODE ALONE.                                        04260000
          9400-RECORD-STEP-TIMING.                                      04270000
              MOVE FUNCTION CURRENT-DATE(1:14) TO WS-STEP-END-STAMP     04280000
              OPEN EXTEND STEP-TIMING-FILE                              04290000
              IF WS-STEP-TIMING-NOT-FOUND                               04300000
                  OPEN OUTPUT STEP-TIMING-FILE                          04310000
              END-IF                                                    04320000
              IF WS-STEP-TIMING-OK                                      04330000
                  MOVE SPACES TO STEP-TIMING-RECORD                     04340000
                  MOVE 'PANVDIG' TO ST-STEP-NAME                        04350000
                  MOVE WS-STEP-START-DATE TO ST-START-DATE              04360000
                  MOVE WS-STEP-START-TIME TO ST-START-TIME              04370000
                  MOVE WS-STEP-END-DATE TO ST-END-DATE                  04380000
                  MOVE WS-STEP-END-TIME TO ST-END-TIME                  04390000
                  MOVE WS-EXCEPTION-COUNT TO ST-RECORD-COUNT            04400000
                  MOVE RETURN-CODE TO ST-RETURN-CODE                    04410000
                  WRITE STEP-TIMING-RECORD                              04420000
                  IF NOT WS-STEP-TIMING-OK                              04430000
                      DISPLAY 'PANVDIG: STEPTIME WRITE FAILED, STATUS=' 04440000
                              WS-STEP-TIMING-STATUS                     04450000
                  END-IF                                                04460000
                  CLOSE STEP-TIMING-FILE                                04470000
              ELSE                                                      04480000
                  DISPLAY 'PANVDIG: STEPTIME OPEN FAILED, STATUS='      04490000
                          WS-STEP-TIMING-STATUS                         04500000
              END-IF.                                                   04510000
