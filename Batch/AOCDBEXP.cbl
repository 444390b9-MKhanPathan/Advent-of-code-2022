005100                                                                  00510000
005200 FD  LDR-HIST.                                                    00520000
005300 01  LEADER-REC.                                                  00530000
005400     05 LDR-RUN-DATE     PIC 9(08).                               00540000
005500     05 FILLER           PIC X(01).                               00550000
005600     05 LDR-TABLE-ID     PIC X(05).                               00560000
005700     05 FILLER           PIC X(01).                               00570000
006000     05 LDR-WIN          PIC 9(05).                               00600000
006100     05 LDR-LOSE         PIC 9(05).                               00610000
006200     05 LDR-DRAW         PIC 9(05).                               00620000
006400     05 LDR-PLAYER-NAME  PIC X(20).                               00640000
006500     05 LDR-REC-TYPE     PIC X(01).                               00650000
006510        88 LDR-ADJUSTMENT             VALUE 'A'.                  00651000
006520     05 FILLER           PIC X(18).                               00652000
006600                                                                  00660000
006700 FD  DEV-RPT.                                                     00670000
006800 01  DEVICE-RPT-REC.                                              00680000
016500             AT END                                               01650000
016600                SET WS-IN-EOF TO TRUE                             01660000
016700             NOT AT END                                           01670000
016800                PERFORM 2100-EXPORT-ONE-ROW  THRU 2100-EXIT       01680000
018600        END-READ                                                  01860000
018700     END-PERFORM.                                                 01870000
018800     CLOSE LDR-HIST.                                              01880000
019100 2000-EXIT.                                                       01910000
019200     EXIT.                                                        01920000
019300                                                                  01930000
019302 2100-EXPORT-ONE-ROW.                                             01930200
019304*----------------------------------------------------------------*01930400
019306* A DISPUTE ADJUSTMENT ROW FROM AOCD2PGH HAS NO NIGHT COLUMNS OR *01930600
019308* PLAYER OF ITS OWN - IT IS A CORRECTION, NOT A LEADERBOARD ROW  *01930800
019310*----------------------------------------------------------------*01931000
019312     IF LDR-ADJUSTMENT                                            01931200
019314        GO TO 2100-EXIT                                           01931400
019316     END-IF.                                                      01931600
019318     ADD 1 TO WS-LDR-CNT.                                         01931800
019320     MOVE SPACES TO LDR-CSV-REC.                                  01932000
019322     STRING LDR-RUN-DATE DELIMITED BY SIZE                        01932200
019324        ',' DELIMITED BY SIZE                                     01932400
019326        FUNCTION TRIM(LDR-TABLE-ID) DELIMITED BY SIZE             01932600
019328        ',' DELIMITED BY SIZE                                     01932800
019330        LDR-TOTAL DELIMITED BY SIZE                               01933000
019332        ',' DELIMITED BY SIZE                                     01933200
019334        LDR-WIN DELIMITED BY SIZE                                 01933400
019336        ',' DELIMITED BY SIZE                                     01933600
019338        LDR-LOSE DELIMITED BY SIZE                                01933800
019340        ',' DELIMITED BY SIZE                                     01934000
019342        LDR-DRAW DELIMITED BY SIZE                                01934200
019344        ',' DELIMITED BY SIZE                                     01934400
019346        FUNCTION TRIM(LDR-PLAYER-NAME)                            01934600
019348             DELIMITED BY SIZE                                    01934800
019350        INTO LDR-CSV-REC.                                         01935000
019352     WRITE LDR-CSV-REC.                                           01935200
019354 2100-EXIT.                                                       01935400
019356     EXIT.                                                        01935600
019358                                                                  01935800
019400 3000-EXPORT-DEVICES.                                             01940000
019500     MOVE SPACES TO WS-IN-STATUS.                                 01950000
019600     OPEN INPUT DEV-RPT.                                          01960000
