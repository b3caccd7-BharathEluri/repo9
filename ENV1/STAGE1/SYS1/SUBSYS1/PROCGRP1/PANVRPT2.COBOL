                  FILE STATUS IS WS-REPORT-STATUS.                      00170000
              SELECT SORT-FILE                                          00180000
                  ASSIGN TO SORTWK01.                                   00190000
              SELECT STEP-TIMING-FILE                                   00192000
                  ASSIGN TO STEPTIME                                    00194000
                  ORGANIZATION IS SEQUENTIAL                            00196000
                  FILE STATUS IS WS-STEP-TIMING-STATUS.                 00198000
          DATA DIVISION.                                                00200000
          FILE SECTION.                                                 00210000
          FD  AUDIT-TRAIL-FILE                                          00220000
              05  SR-TIMESTAMP             PIC X(21).                   00390000
              05  SR-OLD-VALUE             PIC X(01).                   00400000
              05  SR-NEW-VALUE             PIC X(01).                   00410000
          FD  STEP-TIMING-FILE                                          00412000
              RECORDING MODE IS F.                                      00414000
          COPY STEPTIME.                                                00416000
          WORKING-STORAGE SECTION.                                      00420000
      *                                                                 00430000
           01 WS-AUDIT-TRAIL-STATUS  PIC XX.                            00440000
           01 WS-DATE-PARM-STATUS    PIC XX.                            00470000
              88 WS-DATE-PARM-OK         VALUE '00'.                    00480000
           01 WS-REPORT-STATUS       PIC XX.                            00490000
           01 WS-STEP-TIMING-STATUS PIC XX.                             00490500
              88 WS-STEP-TIMING-OK        VALUE '00'.                   00491000
              88 WS-STEP-TIMING-NOT-FOUND VALUE '35'.                   00491500
      *                                                                 00492000
      *    START AND END OF THIS RUN, FOR THE STEP-TIMING HISTORY.      00492500
           01 WS-STEP-TIMING-CONTROL.                                   00493000
              05 WS-STEP-START-STAMP.                                   00493500
                 10 WS-STEP-START-DATE   PIC X(08).                     00494000
                 10 WS-STEP-START-TIME   PIC X(06).                     00494500
              05 WS-STEP-END-STAMP.                                     00495000
                 10 WS-STEP-END-DATE     PIC X(08).                     00495500
                 10 WS-STEP-END-TIME     PIC X(06).                     00496000
           01 WS-SORT-EOF-SW         PIC X VALUE 'N'.                   00500000
              88 WS-SORT-EOF             VALUE 'Y'.                     00510000
      *                                                                 00520000
      *                                                                 00970000
          PROCEDURE      DIVISION.                                      00980000
          0000-MAIN-CONTROL.                                            00990000
              MOVE FUNCTION CURRENT-DATE(1:14) TO WS-STEP-START-STAMP   00995000
              PERFORM 1000-INITIALIZE                                   01000000
              SORT SORT-FILE                                            01010000
                  ON ASCENDING KEY SR-RECORD-KEY                        01020000
                  INPUT PROCEDURE IS 2000-SELECT-AUDIT-RECORDS          01050000
                  OUTPUT PROCEDURE IS 3000-PRINT-AUDIT-REPORT           01060000
              PERFORM 9000-TERMINATE                                    01070000
              PERFORM 9400-RECORD-STEP-TIMING                           01075000
              GOBACK.                                                   01080000
      *                                                                 01090000
      *    THE FROM/TO RUN-TIME DATES ARRIVE AS ONE DATEPARM CONTROL    01100000
              CLOSE AUDIT-TRAIL-FILE                                    02140000
                    REPORT-FILE                                         02150000
              MOVE 0 TO RETURN-CODE.                                    02160000
      *                                                                 02170000
      *    APPEND THIS RUN TO THE STEP-TIMING HISTORY FOR THE PANVSTM   02180000
      *    BATCH-WINDOW REPORT, WITH THE CONDITION CODE THE STEP IS     02190000
      *    ENDING WITH.  THE HISTORY IS FOR CAPACITY PLANNING ONLY, SO  02200000
      *    A RECORD THAT CANNOT BE WRITTEN IS REPORTED BUT LEAVES THE   02210000
      *    CONDITION CODE ALONE.                                        02220000
          9400-RECORD-STEP-TIMING.                                      02230000
              MOVE FUNCTION CURRENT-DATE(1:14) TO WS-STEP-END-STAMP     02240000
              OPEN EXTEND STEP-TIMING-FILE                              02250000
              IF WS-STEP-TIMING-NOT-FOUND                               02260000
                  OPEN OUTPUT STEP-TIMING-FILE                          02270000
              END-IF                                                    02280000
              IF WS-STEP-TIMING-OK                                      02290000
                  MOVE SPACES TO STEP-TIMING-RECORD                     02300000
                  MOVE 'PANVRPT2' TO ST-STEP-NAME                       02310000
                  MOVE WS-STEP-START-DATE TO ST-START-DATE              02320000
                  MOVE WS-STEP-START-TIME TO ST-START-TIME              02330000
                  MOVE WS-STEP-END-DATE TO ST-END-DATE                  02340000
                  MOVE WS-STEP-END-TIME TO ST-END-TIME                  02350000
                  MOVE WS-PRINTED-COUNT TO ST-RECORD-COUNT              02360000
                  MOVE RETURN-CODE TO ST-RETURN-CODE                    02370000
                  WRITE STEP-TIMING-RECORD                              02380000
                  IF NOT WS-STEP-TIMING-OK                              02390000
                      DISPLAY 'PANVRPT2: STEPTIME WRITE FAILED, STATUS='02400000
                              WS-STEP-TIMING-STATUS                     02410000
                  END-IF                                                02420000
                  CLOSE STEP-TIMING-FILE                                02430000
              ELSE                                                      02440000
                  DISPLAY 'PANVRPT2: STEPTIME OPEN FAILED, STATUS='     02450000
                          WS-STEP-TIMING-STATUS                         02460000
              END-IF.                                                   02470000
