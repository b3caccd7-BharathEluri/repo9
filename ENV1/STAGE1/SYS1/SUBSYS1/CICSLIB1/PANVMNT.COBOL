               MOVE SPACES TO PC-APPROVER-ID                            00001390
                              PC-DECISION-DATE                          00001400
                              PC-DECISION-TIME                          00001410
                              PC-BATCH-ID                               00001413
                              PC-REFERENCE-NO                           00001416
               EXEC CICS WRITE FILE('PENDCHG')                          00001420
                    FROM(PENDING-CHANGE-RECORD)                         00001430
                    RIDFLD(PC-PENDING-KEY)                              00001440
