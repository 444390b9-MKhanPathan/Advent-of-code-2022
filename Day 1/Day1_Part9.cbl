000800*  OR R (REFUSED) ON AOCD1APR; ONLY APPROVED TRANSFERS ARE       *00080000
000900*  POSTED TO THE ELF LOOKUP TOTALS, AND THE POSTING REGISTER     *00090000
001000*  PROVES TOTAL CALORIES OUT EQUALS TOTAL CALORIES IN            *00100000
001010*  A TRANSFER DATED, ON ITS APPROVAL ROW, INTO A PERIOD CLOSED   *00101000
001020*  BY AOCDPCLO IS NOT POSTED - IT GOES TO AOCDSEXC AS PERCLOSD   *00102000
001100*----------------------------------------------------------------*00110000
001200 IDENTIFICATION DIVISION.                                         00120000
001300 PROGRAM-ID. AOCD1PG9.                                            00130000
008600     05 APR-FLAG        PIC X(01).                                00860000
008700        88 APR-APPROVED                VALUE 'A'.                 00870000
008800        88 APR-REFUSED                 VALUE 'R'.                 00880000
008810     05 FILLER          PIC X(02).                                00881000
008820     05 APR-POST-DATE   PIC X(08).                                00882000
008900                                                                  00890000
009000 FD  ELF-LOOKUP.                                                  00900000
009100 01  ELF-LOOKUP-REC.                                              00910000
011800     05 HIST-PGM             PIC X(08).                           01180000
011900     05 FILLER               PIC X(02).                           01190000
012000     05 HIST-OUTPUT          PIC X(40).                           01200000
012001     05 FILLER               PIC X(02).                           01200100
012002     05 HIST-VERSION         PIC X(08).                           01200200
012100                                                                  01210000
012200 WORKING-STORAGE SECTION.                                         01220000
012300 01  WS-WORK-FIELDS.                                              01230000
013100     05 WS-I              PIC 9(04)   VALUE ZEROES.               01310000
013200     05 WS-SLOT           PIC 9(04)   VALUE ZEROES.               01320000
013300     05 WS-RUN-DATE       PIC 9(06)   VALUE ZEROES.               01330000
013350     05 WS-RUN-DATE-8     PIC 9(08)   VALUE ZEROES.               01335000
013360     05 WS-POST-DATE      PIC 9(08)   VALUE ZEROES.               01336000
013370     05 WS-CLOSED-CNT     PIC 9(05)   VALUE ZEROES.               01337000
013400                                                                  01340000
013500*----------------------------------------------------------------*01350000
013600* APPROVALS LOADED TO STORAGE AND MATCHED TO EACH PLAN ROW BY    *01360000
014600        10 WS-APR-TO      PIC X(10).                              01460000
014700        10 WS-APR-CAL     PIC 9(10).                              01470000
014800        10 WS-APR-FLAG    PIC X(01).                              01480000
014810        10 WS-APR-DATE    PIC X(08).                              01481000
014900                                                                  01490000
015000 01  WS-SWITCHES.                                                 01500000
015100     05 XFR-FILE-STATUS   PIC X(02)   VALUE SPACES.               01510000
016900     05 WS-HIST-DATE    PIC 9(08)     VALUE ZEROES.               01690000
017000     05 WS-HIST-TIME    PIC 9(08)     VALUE ZEROES.               01700000
017100     05 WS-HIST-MSG     PIC X(40)     VALUE SPACES.               01710000
017101     05 WS-HIST-VER     PIC X(08)     VALUE 'V01.00'.             01710100
017102                                                                  01710200
017110*----------------------------------------------------------------*01711000
017118*  CLOSED-PERIOD CHECK AREA - ANSWERED BY AOCDPCHK FROM THE      *01711800
017126*  AOCDPCTL CLOSED-PERIOD CONTROL FILE                           *01712600
017134*----------------------------------------------------------------*01713400
017142 01  WS-PCHK-AREA.                                                01714200
017150     05 WS-PCHK-PGM     PIC X(08)     VALUE SPACES.               01715000
017158     05 WS-PCHK-DATE    PIC 9(08)     VALUE ZEROES.               01715800
017166     05 WS-PCHK-RESULT  PIC X(01)     VALUE 'O'.                  01716600
017174     05 WS-PCHK-PERIOD  PIC 9(08)     VALUE ZEROES.               01717400
017200                                                                  01720000
017300 PROCEDURE DIVISION.                                              01730000
017400                                                                  01740000
020100                      MOVE APR-TO-ELF   TO WS-APR-TO(WS-APR-CNT)  02010000
020200                      MOVE APR-CALORIES TO WS-APR-CAL(WS-APR-CNT) 02020000
020300                      MOVE APR-FLAG     TO WS-APR-FLAG(WS-APR-CNT)02030000
020310                      MOVE APR-POST-DATE                          02031000
020320                                        TO WS-APR-DATE(WS-APR-CNT)02032000
020400                   ELSE                                           02040000
020500                      DISPLAY 'APPROVAL ROW DROPPED: '            02050000
020600                              APR-FROM-ELF ' ' APR-TO-ELF         02060000
024100     OPEN OUTPUT PRG-RPT.                                         02410000
024200     OPEN EXTEND SUITE-EXC.                                       02420000
024300     ACCEPT WS-RUN-DATE      FROM DATE.                           02430000
024350     ACCEPT WS-RUN-DATE-8    FROM DATE YYYYMMDD.                  02435000
024400 1000-EXIT.                                                       02440000
024500     EXIT.                                                        02450000
024600                                                                  02460000
028900     END-EVALUATE.                                                02890000
029000 2100-EXIT.                                                       02900000
029100     EXIT.                                                        02910000
029101                                                                  02910100
029102 2900-CHECK-PERIOD.                                               02910200
029103*----------------------------------------------------------------*02910300
029104* THE TRANSFER IS DATED BY ITS APPROVAL ROW - NO DATE THERE      *02910400
029105* MEANS TODAY. A DATE INSIDE A CLOSED PERIOD IS REFUSED UNLESS   *02910500
029106* THE PERIOD IS REOPENED FOR THIS PROGRAM TODAY                  *02910600
029107*----------------------------------------------------------------*02910700
029108     MOVE SPACES              TO WS-REJ-REASON.                   02910800
029109     IF WS-APR-DATE(WS-SLOT) = SPACES                             02910900
029110        OR WS-APR-DATE(WS-SLOT) = ZEROES                          02911000
029111        MOVE WS-RUN-DATE-8    TO WS-POST-DATE                     02911100
029112     ELSE                                                         02911200
029113        IF WS-APR-DATE(WS-SLOT) IS NUMERIC                        02911300
029114           MOVE WS-APR-DATE(WS-SLOT) TO WS-POST-DATE              02911400
029115        ELSE                                                      02911500
029116           MOVE 'BADDATE'     TO WS-REJ-REASON                    02911600
029117           MOVE 'BAD POSTING DATE' TO PRG-TEXT                    02911700
029118           GO TO 2900-EXIT                                        02911800
029119        END-IF                                                    02911900
029120     END-IF.                                                      02912000
029121     MOVE 'AOCD1PG9'          TO WS-PCHK-PGM.                     02912100
029122     MOVE WS-POST-DATE        TO WS-PCHK-DATE.                    02912200
029123     CALL 'AOCDPCHK' USING WS-PCHK-AREA.                          02912300
029124     IF WS-PCHK-RESULT = 'C'                                      02912400
029125        ADD 1                 TO WS-CLOSED-CNT                    02912500
029126        MOVE 'PERCLOSD'       TO WS-REJ-REASON                    02912600
029127        MOVE 'PERIOD CLOSED'  TO PRG-TEXT                         02912700
029128     END-IF.                                                      02912800
029129     IF WS-PCHK-RESULT = 'R'                                      02912900
029130        DISPLAY 'POSTING INTO REOPENED PERIOD ' WS-PCHK-PERIOD    02913000
029131                ' - ' XFR-FROM-ELF ' TO ' XFR-TO-ELF              02913100
029132     END-IF.                                                      02913200
029133 2900-EXIT.                                                       02913300
029134     EXIT.                                                        02913400
029200                                                                  02920000
029300 3000-POST-TRANSFER.                                              02930000
029400*----------------------------------------------------------------*02940000
029700* SUBTRACT IS DONE FIRST SO A FAILURE ON THE RECEIVING SIDE      *02970000
029800* CAN BE BACKED OUT BEFORE ANYTHING IS LEFT HALF-MOVED          * 02980000
029900*----------------------------------------------------------------*02990000
029910     PERFORM 2900-CHECK-PERIOD    THRU 2900-EXIT.                 02991000
029920     IF WS-REJ-REASON NOT = SPACES                                02992000
029930        PERFORM 3300-WRITE-REJECT    THRU 3300-EXIT               02993000
029940        PERFORM 3200-WRITE-REGISTER  THRU 3200-EXIT               02994000
029950        GO TO 3000-EXIT                                           02995000
029960     END-IF.                                                      02996000
030000     MOVE XFR-FROM-ELF        TO ELF-LOOKUP-KEY.                  03000000
030100     READ ELF-LOOKUP                                              03010000
030200          INVALID KEY                                             03020000
035900 3300-WRITE-REJECT.                                               03590000
036000     ADD 1                    TO WS-REJECT-CNT.                   03600000
036100     INITIALIZE               SUITE-EXC-REC.                      03610000
036200     MOVE WS-RUN-DATE-8       TO EXC-RUN-DATE.                    03620000
036300     MOVE 'AOCD1PG9'          TO EXC-PGM.                         03630000
036400     MOVE XFR-FROM-ELF        TO EXC-REC-KEY.                     03640000
036500     MOVE WS-REJ-REASON       TO EXC-REASON.                      03650000
038800        MOVE 'POSTING IN BALANCE' TO PRG-TEXT                     03880000
038900     ELSE                                                         03890000
039000        MOVE 'OUT OF BALANCE'  TO PRG-TEXT                        03900000
039100        IF RETURN-CODE < 8                                        03910000
039101           MOVE 8              TO RETURN-CODE                     03910100
039102        END-IF                                                    03910200
039200        DISPLAY 'POSTING OUT OF BALANCE - OUT ' WS-CAL-OUT        03920000
039300                ' IN ' WS-CAL-IN                                  03930000
039400     END-IF.                                                      03940000
039600     DISPLAY 'PLAN ROWS: ' WS-PLAN-CNT                            03960000
039700             ' POSTED: ' WS-POSTED-CNT                            03970000
039800             ' REFUSED: ' WS-REFUSED-CNT                          03980000
039900             ' UNAPPROVED: ' WS-NOAPPR-CNT                        03990000
039950             ' PERIOD CLOSED: ' WS-CLOSED-CNT.                    03995000
040000 4000-EXIT.                                                       04000000
040100     EXIT.                                                        04010000
040200                                                                  04020000
041900     MOVE WS-HIST-DATE          TO HIST-DATE.                     04190000
042000     MOVE WS-HIST-TIME(1:6)     TO HIST-TIME.                     04200000
042100     MOVE 'AOCD1PG9'            TO HIST-PGM.                      04210000
042101     MOVE WS-HIST-VER           TO HIST-VERSION.                  04210100
042200     MOVE WS-HIST-MSG           TO HIST-OUTPUT.                   04220000
042300     WRITE AUD-HIST-REC.                                          04230000
042400     CLOSE AUD-HIST.                                              04240000
