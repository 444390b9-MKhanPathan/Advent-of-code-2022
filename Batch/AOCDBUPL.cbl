001100*  ROW-BY-ROW REGISTER ON AOCDBUPR SHOWS EVERY ACCEPT AND        *00110000
001200*  REJECT - REJECTS ALSO LAND IN THE COMMON AOCDEXC LAYOUT.      *00120000
001300*  FILE TO FILE, NO RE-KEYING                                    *00130000
001310*  AN OPTIONAL FIFTH FIELD CARRIES THE EFFECTIVE DATE AS         *00131000
001320*  YYYYMMDD (BLANK FOR TODAY); A ROW DATED INTO A PERIOD CLOSED  *00132000
001330*  BY AOCDPCLO IS REJECTED PERCLOSD UNLESS REOPENED FOR TODAY    *00133000
001400*----------------------------------------------------------------*00140000
001500 IDENTIFICATION DIVISION.                                         00150000
001600 PROGRAM-ID. AOCDBUPL.                                            00160000
011300     05 HIST-PGM             PIC X(08).                           01130000
011400     05 FILLER               PIC X(02).                           01140000
011500     05 HIST-OUTPUT          PIC X(40).                           01150000
011501     05 FILLER               PIC X(02).                           01150100
011502     05 HIST-VERSION         PIC X(08).                           01150200
011600                                                                  01160000
011700 WORKING-STORAGE SECTION.                                         01170000
011800 01  WS-WORK-FIELDS.                                              01180000
012200     05 WS-ACCEPT-CNT     PIC 9(05)   VALUE ZEROES.               01220000
012300     05 WS-REJECT-CNT     PIC 9(05)   VALUE ZEROES.               01230000
012400     05 WS-RUN-DATE       PIC 9(06)   VALUE ZEROES.               01240000
012450     05 WS-RUN-DATE-8     PIC 9(08)   VALUE ZEROES.               01245000
012460     05 WS-EFF-DATE       PIC 9(08)   VALUE ZEROES.               01246000
012470     05 WS-CLOSED-CNT     PIC 9(05)   VALUE ZEROES.               01247000
012500     05 WS-REJ-REASON     PIC X(08)   VALUE SPACES.               01250000
012600     05 WS-NUM-IN         PIC X(15)   VALUE SPACES.               01260000
012700     05 WS-NUM-K          PIC 9(02)   VALUE ZEROES.               01270000
013100        88 WS-NUM-OK       VALUE 'Y'.                             01310000
013200                                                                  01320000
013300*----------------------------------------------------------------*01330000
013400* THE UNSTRUNG UPLOAD ROW - TARGET, KEY, UP TO TWO FIELDS AND    *01340000
013450* THE EFFECTIVE DATE                                             *01345000
013500*----------------------------------------------------------------*01350000
013600 01  WS-UPL-FIELDS.                                               01360000
013700     05 WS-UPL-TARGET     PIC X(03)   VALUE SPACES.               01370000
013800     05 WS-UPL-KEY        PIC X(10)   VALUE SPACES.               01380000
013900     05 WS-UPL-F1         PIC X(15)   VALUE SPACES.               01390000
014000     05 WS-UPL-F2         PIC X(10)   VALUE SPACES.               01400000
014010     05 WS-UPL-DATE       PIC X(10)   VALUE SPACES.               01401000
014100                                                                  01410000
014200 01  WS-LDG-FIELDS.                                               01420000
014300     05 WS-LDG-CNT        PIC 9(03)   VALUE ZEROES.               01430000
018900     05 WS-HIST-DATE    PIC 9(08)     VALUE ZEROES.               01890000
019000     05 WS-HIST-TIME    PIC 9(08)     VALUE ZEROES.               01900000
019100     05 WS-HIST-MSG     PIC X(40)     VALUE SPACES.               01910000
019101     05 WS-HIST-VER     PIC X(08)     VALUE 'V01.00'.             01910100
019110                                                                  01911000
019118*----------------------------------------------------------------*01911800
019126*  CLOSED-PERIOD CHECK AREA - ANSWERED BY AOCDPCHK FROM THE      *01912600
019134*  AOCDPCTL CLOSED-PERIOD CONTROL FILE                           *01913400
019142*----------------------------------------------------------------*01914200
019150 01  WS-PCHK-AREA.                                                01915000
019158     05 WS-PCHK-PGM     PIC X(08)     VALUE SPACES.               01915800
019166     05 WS-PCHK-DATE    PIC 9(08)     VALUE ZEROES.               01916600
019174     05 WS-PCHK-RESULT  PIC X(01)     VALUE 'O'.                  01917400
019182     05 WS-PCHK-PERIOD  PIC 9(08)     VALUE ZEROES.               01918200
019200                                                                  01920000
019300 PROCEDURE DIVISION.                                              01930000
019400                                                                  01940000
019500     ACCEPT WS-RUN-DATE      FROM DATE.                           01950000
019550     ACCEPT WS-RUN-DATE-8    FROM DATE YYYYMMDD.                  01955000
019600     PERFORM 0500-LOAD-TARGETS         THRU 0500-EXIT.            01960000
019700     PERFORM 1000-PROCESS-UPLOAD       THRU 1000-EXIT.            01970000
019800     PERFORM 4000-REWRITE-TARGETS      THRU 4000-EXIT.            01980000
019900     DISPLAY 'UPLOAD ROWS: ' WS-ROW-NO                            01990000
020000             ' ACCEPTED: ' WS-ACCEPT-CNT                          02000000
020100             ' REJECTED: ' WS-REJECT-CNT                          02010000
020150             ' PERIOD CLOSED: ' WS-CLOSED-CNT.                    02015000
020200     STRING 'UPLOAD ACCEPTED ' DELIMITED BY SIZE                  02020000
020300        WS-ACCEPT-CNT DELIMITED BY SIZE                           02030000
020400        ' REJECTED ' DELIMITED BY SIZE                            02040000
029500                                                                  02950000
029600 2000-APPLY-ONE-ROW.                                              02960000
029700     MOVE SPACES              TO WS-UPL-TARGET WS-UPL-KEY         02970000
029705                                 WS-UPL-F1 WS-UPL-F2              02970500
029710                                 WS-UPL-DATE.                     02971000
029715     UNSTRING UPL-REC DELIMITED BY ','                            02971500
029720         INTO WS-UPL-TARGET                                       02972000
029725              WS-UPL-KEY                                          02972500
029730              WS-UPL-F1                                           02973000
029735              WS-UPL-F2                                           02973500
029740              WS-UPL-DATE.                                        02974000
029745     PERFORM 2050-CHECK-PERIOD    THRU 2050-EXIT.                 02974500
029750     IF WS-REJ-REASON NOT = SPACES                                02975000
029755        PERFORM 3000-WRITE-REJECT   THRU 3000-EXIT                02975500
029760        GO TO 2000-EXIT                                           02976000
029765     END-IF.                                                      02976500
030400     EVALUATE WS-UPL-TARGET                                       03040000
030500         WHEN 'LDG'                                               03050000
030600              PERFORM 2100-APPLY-LDG-ROW  THRU 2100-EXIT          03060000
031200     END-EVALUATE.                                                03120000
031300 2000-EXIT.                                                       03130000
031400     EXIT.                                                        03140000
031401                                                                  03140100
031402 2050-CHECK-PERIOD.                                               03140200
031403*----------------------------------------------------------------*03140300
031404* THE ROW IS DATED BY ITS FIFTH FIELD, OR TODAY IF THAT IS       *03140400
031405* BLANK. A CORRECTION DATED INTO A CLOSED PERIOD IS REFUSED      *03140500
031406* UNLESS THE PERIOD IS REOPENED FOR THIS PROGRAM TODAY           *03140600
031407*----------------------------------------------------------------*03140700
031408     MOVE SPACES              TO WS-REJ-REASON.                   03140800
031409     IF WS-UPL-DATE = SPACES                                      03140900
031410        MOVE WS-RUN-DATE-8    TO WS-EFF-DATE                      03141000
031411     ELSE                                                         03141100
031412        IF WS-UPL-DATE(1:8) IS NUMERIC                            03141200
031413           AND WS-UPL-DATE(9:2) = SPACES                          03141300
031414           MOVE WS-UPL-DATE(1:8) TO WS-EFF-DATE                   03141400
031415        ELSE                                                      03141500
031416           MOVE 'BADDATE'     TO WS-REJ-REASON                    03141600
031417           GO TO 2050-EXIT                                        03141700
031418        END-IF                                                    03141800
031419     END-IF.                                                      03141900
031420     MOVE 'AOCDBUPL'          TO WS-PCHK-PGM.                     03142000
031421     MOVE WS-EFF-DATE         TO WS-PCHK-DATE.                    03142100
031422     CALL 'AOCDPCHK' USING WS-PCHK-AREA.                          03142200
031423     IF WS-PCHK-RESULT = 'C'                                      03142300
031424        ADD 1                 TO WS-CLOSED-CNT                    03142400
031425        MOVE 'PERCLOSD'       TO WS-REJ-REASON                    03142500
031426     END-IF.                                                      03142600
031427     IF WS-PCHK-RESULT = 'R'                                      03142700
031428        DISPLAY 'UPLOAD ROW ' WS-ROW-NO                           03142800
031429                ' POSTED INTO REOPENED PERIOD ' WS-PCHK-PERIOD    03142900
031430     END-IF.                                                      03143000
031431 2050-EXIT.                                                       03143100
031432     EXIT.                                                        03143200
031500                                                                  03150000
031600 2100-APPLY-LDG-ROW.                                              03160000
031700*----------------------------------------------------------------*03170000
045300     MOVE WS-REJ-REASON       TO UPR-REASON.                      04530000
045400     WRITE UPR-REC.                                               04540000
045500     INITIALIZE               SUITE-EXC-REC.                      04550000
045600     MOVE WS-RUN-DATE-8       TO EXC-RUN-DATE.                    04560000
045700     MOVE 'AOCDBUPL'          TO EXC-PGM.                         04570000
045800     MOVE WS-UPL-KEY          TO EXC-REC-KEY.                     04580000
045900     MOVE WS-REJ-REASON       TO EXC-REASON.                      04590000
051900     MOVE WS-HIST-DATE          TO HIST-DATE.                     05190000
052000     MOVE WS-HIST-TIME(1:6)     TO HIST-TIME.                     05200000
052100     MOVE 'AOCDBUPL'            TO HIST-PGM.                      05210000
052101     MOVE WS-HIST-VER           TO HIST-VERSION.                  05210100
052200     MOVE WS-HIST-MSG           TO HIST-OUTPUT.                   05220000
052300     WRITE AUD-HIST-REC.                                          05230000
052400     CLOSE AUD-HIST.                                              05240000
