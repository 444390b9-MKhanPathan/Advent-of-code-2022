004700                                                                  00470000
004800 FD  LDR-HIST.                                                    00480000
004900 01  LEADER-REC.                                                  00490000
005000     05 LDR-RUN-DATE     PIC 9(08).                               00500000
005100     05 FILLER           PIC X(01).                               00510000
005200     05 LDR-TABLE-ID     PIC X(05).                               00520000
005300     05 FILLER           PIC X(01).                               00530000
005600     05 LDR-WIN          PIC 9(05).                               00560000
005700     05 LDR-LOSE         PIC 9(05).                               00570000
005800     05 LDR-DRAW         PIC 9(05).                               00580000
005900     05 FILLER           PIC X(20).                               00590000
005902     05 LDR-REC-TYPE     PIC X(01).                               00590200
005904        88 LDR-ADJUSTMENT             VALUE 'A'.                  00590400
005906     05 FILLER           PIC X(18).                               00590600
006000                                                                  00600000
006100 FD  STACK-RPT.                                                   00610000
006200 01  STACK-RPT-REC.                                               00620000
010200     05 HIST-PGM             PIC X(08).                           01020000
010300     05 FILLER               PIC X(02).                           01030000
010400     05 HIST-OUTPUT          PIC X(40).                           01040000
010401     05 FILLER               PIC X(02).                           01040100
010402     05 HIST-VERSION         PIC X(08).                           01040200
010500                                                                  01050000
010600*----------------------------------------------------------------*01060000
010700* THE DASHBOARD PAGE - ONE LINE PER HEADLINE                     *01070000
012310     05 WS-D1-HIGHEST     PIC X(10)   VALUE SPACES.               01231000
011900     05 WS-ELF-CNT        PIC 9(05)   VALUE ZEROES.               01190000
012320     05 WS-D2-SCORE       PIC X(10)   VALUE SPACES.               01232000
012100     05 WS-LDR-LATEST     PIC 9(08)   VALUE ZEROES.               01210000
012200     05 WS-D2-WIN         PIC 9(07)   VALUE ZEROES.               01220000
012300     05 WS-D2-LOSE        PIC 9(07)   VALUE ZEROES.               01230000
012400     05 WS-D2-DRAW        PIC 9(07)   VALUE ZEROES.               01240000
018900                SET WS-IN-EOF TO TRUE                             01890000
019000             NOT AT END                                           01900000
019100                IF LDR-RUN-DATE > WS-LDR-LATEST                   01910000
019105                   AND NOT LDR-ADJUSTMENT                         01910500
019200                   MOVE LDR-RUN-DATE TO WS-LDR-LATEST             01920000
019300                   MOVE ZEROES TO WS-D2-WIN WS-D2-LOSE            01930000
019400                                  WS-D2-DRAW                      01940000
019500                END-IF                                            01950000
019600                IF LDR-RUN-DATE = WS-LDR-LATEST                   01960000
019605                   AND NOT LDR-ADJUSTMENT                         01960500
019700                   ADD LDR-WIN   TO WS-D2-WIN                     01970000
019800                   ADD LDR-LOSE  TO WS-D2-LOSE                    01980000
019900                   ADD LDR-DRAW  TO WS-D2-DRAW                    01990000
