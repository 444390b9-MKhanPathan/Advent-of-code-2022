002900         ACCESS MODE    IS SEQUENTIAL                             00290000
003000         FILE STATUS    IS AMD-FILE-STATUS.                       00300000
003100                                                                  00310000
003010*----------------------------------------------------------------*00301000
003020*  SHARED SUITE EXCEPTION FILE - REPAIRS REFUSED BECAUSE THE     *00302000
003030*  ARCHIVE'S RUN DATE FALLS IN A CLOSED PERIOD LAND HERE         *00303000
003040*----------------------------------------------------------------*00304000
003050     SELECT SUITE-EXC   ASSIGN TO AOCDSEXC                        00305000
003060        ORGANIZATION    IS SEQUENTIAL                             00306000
003070         ACCESS MODE    IS SEQUENTIAL                             00307000
003080         FILE STATUS    IS SEXC-FILE-STATUS.                      00308000
003081*----------------------------------------------------------------*00308100
003082* SHARED HANDOFF COUNT FILE - ONE ROW PER RUN WITH THE RECORDS   *00308200
003083* THIS PROGRAM READ FROM AOCD1RPT                                *00308300
003084*----------------------------------------------------------------*00308400
003085     SELECT HND-FILE    ASSIGN TO AOCDSHND                        00308500
003086        ORGANIZATION    IS SEQUENTIAL                             00308600
003087         ACCESS MODE    IS SEQUENTIAL                             00308700
003088         FILE STATUS    IS HND-FILE-STATUS.                       00308800
003089                                                                  00308900
003200*----------------------------------------------------------------*00320000
003300*  SHARED SUITE-WIDE AUDIT-HISTORY FILE - ONE LINE PER RUN     *  00330000
003400*----------------------------------------------------------------*00340000
007100     05 AMD-AMOUNT      PIC 9(10)V99.                             00710000
007200     05 AMD-ELF-NAME    PIC X(10).                                00720000
007300     05 FILLER          PIC X(07).                                00730000
007310                                                                  00731000
007320 FD  SUITE-EXC.                                                   00732000
007330     COPY AOCDEXC.                                                00733000
007400                                                                  00740000
007401 FD  HND-FILE.                                                    00740100
007402     COPY AOCDHND.                                                00740200
007403                                                                  00740300
007500*----------------------------------------------------------------*00750000
007600*  ONE AUDIT RECORD PER RUN - DATE/TIME, PROGRAM-ID, OUTPUT     * 00760000
007700*----------------------------------------------------------------*00770000
008500     05 HIST-PGM             PIC X(08).                           00850000
008600     05 FILLER               PIC X(02).                           00860000
008700     05 HIST-OUTPUT          PIC X(40).                           00870000
008701     05 FILLER               PIC X(02).                           00870100
008702     05 HIST-VERSION         PIC X(08).                           00870200
008800 WORKING-STORAGE SECTION.                                         00880000
008900 01  WS-WORK-FIELDS.                                              00890000
009000     05 WS-FIX-CNT        PIC 9(03)   VALUE ZEROES.               00900000
023550     05 WS-TEXT-HOLD      PIC X(40)   VALUE SPACES.               02355000
023560     05 WS-STALE-SW       PIC X(01)   VALUE 'N'.                  02356000
023570        88 WS-LINE-STALE  VALUE 'Y'.                              02357000
023575     05 WS-RUN-DATE-8     PIC 9(08)   VALUE ZEROES.               02357500
023580     05 WS-ARCH-DATE-8    PIC 9(08)   VALUE ZEROES.               02358000
023585     05 WS-CLOSED-CNT     PIC 9(03)   VALUE ZEROES.               02358500
009600                                                                  00960000
009700*----------------------------------------------------------------*00970000
009800* THE CORRECTED REJECTS, LOADED UP FRONT SO EACH ARCHIVE LINE    *00980000
011400        88 RPT-EOF        VALUE '10'.                             01140000
011500     05 AMD-FILE-STATUS   PIC X(02)   VALUE SPACES.               01150000
011600        88 AMD-SUCCESS    VALUE '00'.                             01160000
011610     05 SEXC-FILE-STATUS  PIC X(02)   VALUE SPACES.               01161000
011620        88 SEXC-SUCCESS   VALUE '00'.                             01162000
011700                                                                  01170000
011701*----------------------------------------------------------------*01170100
011702* HANDOFF COUNT - THE AOCD1RPT RECORDS THIS RUN READ             *01170200
011703*----------------------------------------------------------------*01170300
011704 01  WS-HND-FIELDS.                                               01170400
011705     05 HND-FILE-STATUS   PIC X(02)   VALUE SPACES.               01170500
011706        88 HND-SUCCESS    VALUE '00'.                             01170600
011707     05 WS-HND-DATE       PIC 9(08)   VALUE ZEROES.               01170700
011708     05 WS-HND-CNT        PIC 9(07)   VALUE ZEROES.               01170800
011709                                                                  01170900
011800*----------------------------------------------------------------*01180000
011900*  FIELDS USED TO STAMP AND WRITE A ROW TO AOCDHST              * 01190000
012000*----------------------------------------------------------------*01200000
012200     05 WS-HIST-DATE    PIC 9(08)     VALUE ZEROES.               01220000
012300     05 WS-HIST-TIME    PIC 9(08)     VALUE ZEROES.               01230000
012400     05 WS-HIST-MSG     PIC X(40)     VALUE SPACES.               01240000
012401     05 WS-HIST-VER     PIC X(08)     VALUE 'V01.00'.             01240100
012500     05 HIST-FILE-STATUS PIC X(02)    VALUE SPACES.               01250000
012600        88 HIST-SUCCESS VALUE '00'.                               01260000
105000*----------------------------------------------------------------*10500000
105060     05 WS-OPCHK-RESULT PIC X(01)     VALUE 'N'.                  10506000
105070     05 WS-OPCHK-OPER   PIC X(08)     VALUE SPACES.               10507000
105080     05 WS-OPCHK-REASON PIC X(04)     VALUE SPACES.               10508000
105082                                                                  10508200
105084*----------------------------------------------------------------*10508400
105086*  CLOSED-PERIOD CHECK AREA - ANSWERED BY AOCDPCHK FROM THE      *10508600
105088*  AOCDPCTL CLOSED-PERIOD CONTROL FILE                           *10508800
105090*----------------------------------------------------------------*10509000
105092 01  WS-PCHK-AREA.                                                10509200
105094     05 WS-PCHK-PGM     PIC X(08)     VALUE SPACES.               10509400
105096     05 WS-PCHK-DATE    PIC 9(08)     VALUE ZEROES.               10509600
105098     05 WS-PCHK-RESULT  PIC X(01)     VALUE 'O'.                  10509800
105100     05 WS-PCHK-PERIOD  PIC 9(08)     VALUE ZEROES.               10510000
012700 PROCEDURE DIVISION.                                              01270000
105500*----------------------------------------------------------------*10550000
105510*  THIS PROGRAM CHANGES SHARED STATE - THE RUN IS REFUSED        *10551000
020400             AT END                                               02040000
020500                SET RPT-EOF TO TRUE                               02050000
020600             NOT AT END                                           02060000
020601                ADD 1                 TO WS-HND-CNT               02060100
020700                PERFORM 2100-AMEND-ONE-LINE  THRU 2100-EXIT       02070000
020800        END-READ                                                  02080000
020900     END-PERFORM.                                                 02090000
021000     CLOSE CAL-RPT.                                               02100000
021001     PERFORM 9750-WRITE-HANDOFF  THRU 9750-EXIT.                  02100100
021100 2000-EXIT.                                                       02110000
021200     EXIT.                                                        02120000
021201                                                                  02120100
021202 2050-CHECK-PERIOD.                                               02120200
021203*----------------------------------------------------------------*02120300
021204* THE REPAIRS ARE BOOKED INTO THE ARCHIVE'S RUN DATE. IF THAT    *02120400
021205* DATE FALLS IN A PERIOD AOCDPCLO HAS CLOSED, EVERY FIX IS HELD  *02120500
021206* BACK UNLESS THE PERIOD IS REOPENED FOR THIS PROGRAM TODAY      *02120600
021207*----------------------------------------------------------------*02120700
021208     ACCEPT WS-RUN-DATE-8     FROM DATE YYYYMMDD.                 02120800
021209     COMPUTE WS-ARCH-DATE-8 = 20000000 + RPT-DATE.                02120900
021210     MOVE 'AOCD1PG6'          TO WS-PCHK-PGM.                     02121000
021211     MOVE WS-ARCH-DATE-8      TO WS-PCHK-DATE.                    02121100
021212     CALL 'AOCDPCHK' USING WS-PCHK-AREA.                          02121200
021213     IF WS-PCHK-RESULT = 'R'                                      02121300
021214        DISPLAY 'REPAIRING INTO REOPENED PERIOD ' WS-PCHK-PERIOD  02121400
021215     END-IF.                                                      02121500
021216     IF WS-PCHK-RESULT NOT = 'C'                                  02121600
021217        GO TO 2050-EXIT                                           02121700
021218     END-IF.                                                      02121800
021219     DISPLAY 'ARCHIVE DATED ' WS-ARCH-DATE-8                      02121900
021220             ' IS IN CLOSED PERIOD ' WS-PCHK-PERIOD               02122000
021221             ' - NO REPAIRS BOOKED'.                              02122100
021222     PERFORM VARYING WS-I FROM 1 BY 1                             02122200
021223               UNTIL WS-I > WS-FIX-CNT                            02122300
021224        IF WS-FIX-APPL-SW(WS-I) = 'N'                             02122400
021225           MOVE 'C'              TO WS-FIX-APPL-SW(WS-I)          02122500
021226           ADD 1                 TO WS-CLOSED-CNT                 02122600
021227        END-IF                                                    02122700
021228     END-PERFORM.                                                 02122800
021229 2050-EXIT.                                                       02122900
021230     EXIT.                                                        02123000
021300                                                                  02130000
021400 2100-AMEND-ONE-LINE.                                             02140000
021410     IF RPT-TEXT = 'CALORIE REPORT - RUN DATE'                    02141000
021420        PERFORM 2050-CHECK-PERIOD  THRU 2050-EXIT                 02142000
021430     END-IF.                                                      02143000
021500     IF RPT-TEXT = 'ELF TOTAL CALORIES'                           02150000
021600        PERFORM VARYING WS-I FROM 1 BY 1                          02160000
021700                  UNTIL WS-I > WS-FIX-CNT                         02170000
023250* THE RECORD DOES NOT SAY WHICH EXPEDITION ABSORBED THE FIX      *02325000
023260*----------------------------------------------------------------*02326000
023270     MOVE 'N'                 TO WS-STALE-SW.                     02327000
023271     IF WS-CLOSED-CNT > ZEROES                                    02327100
023272        GO TO 2200-EXIT                                           02327200
023273     END-IF.                                                      02327300
023280     IF AMD-TEXT(1:4) = 'RANK'                                    02328000
023290        PERFORM VARYING WS-I FROM 1 BY 1                          02329000
023300                  UNTIL WS-I > WS-FIX-CNT                         02330000
024100* ONE REPAIR-APPLIED TRAILER LINE PER FIX SO THE AMENDED REPORT  *02410000
024200* SHOWS EXACTLY WHAT WAS BOOKED, AND A NOT-APPLIED LINE FOR ANY  *02420000
024300* FIX WHOSE ELF NEVER TURNED UP IN THE ARCHIVE                   *02430000
024310* AND A REFUSED LINE, ALSO SENT TO AOCDSEXC, FOR EACH FIX HELD   *02431000
024320* BACK BECAUSE THE ARCHIVE IS DATED INTO A CLOSED PERIOD         *02432000
024400*----------------------------------------------------------------*02440000
024410     IF WS-CLOSED-CNT > ZEROES                                    02441000
024420        OPEN EXTEND SUITE-EXC                                     02442000
024430     END-IF.                                                      02443000
024500     PERFORM VARYING WS-I FROM 1 BY 1                             02450000
024600               UNTIL WS-I > WS-FIX-CNT                            02460000
024700        INITIALIZE                   AMD-RPT-REC                  02470000
024800        EVALUATE WS-FIX-APPL-SW(WS-I)                             02480000
024805           WHEN 'Y'                                               02480500
024810              STRING 'REPAIR APPLIED LINE ' DELIMITED BY SIZE     02481000
024815                 WS-FIX-LINE(WS-I) DELIMITED BY SIZE              02481500
024820                 INTO AMD-TEXT                                    02482000
024825           WHEN 'C'                                               02482500
024830              STRING 'REPAIR REFUSED LINE ' DELIMITED BY SIZE     02483000
024835                 WS-FIX-LINE(WS-I) DELIMITED BY SIZE              02483500
024840                 ' PERIOD CLOSED' DELIMITED BY SIZE               02484000
024845                 INTO AMD-TEXT                                    02484500
024850              PERFORM 4100-WRITE-REJECT  THRU 4100-EXIT           02485000
024855           WHEN OTHER                                             02485500
024860              STRING 'REPAIR NOT APPLIED LINE ' DELIMITED BY SIZE 02486000
024865                 WS-FIX-LINE(WS-I) DELIMITED BY SIZE              02486500
024870                 ' - ELF NOT FOUND' DELIMITED BY SIZE             02487000
024875                 INTO AMD-TEXT                                    02487500
024880              DISPLAY 'REPAIR NOT APPLIED - LINE '                02488000
024885                      WS-FIX-LINE(WS-I)                           02488500
024890                      ' ELF ' WS-FIX-NAME(WS-I)                   02489000
024895        END-EVALUATE                                              02489500
026000        MOVE WS-FIX-AMT(WS-I)        TO AMD-AMOUNT                02600000
026100        MOVE WS-FIX-NAME(WS-I)       TO AMD-ELF-NAME              02610000
026200        WRITE AMD-RPT-REC                                         02620000
026400     CLOSE AMD-RPT.                                               02640000
026500     DISPLAY 'FIXES LOADED: ' WS-FIX-CNT                          02650000
026600             ' APPLIED: ' WS-APPLIED-CNT                          02660000
026700             ' SKIPPED: ' WS-SKIPPED-CNT                          02670000
026705             ' PERIOD CLOSED: ' WS-CLOSED-CNT.                    02670500
026710     IF WS-CLOSED-CNT > ZEROES                                    02671000
026715        CLOSE SUITE-EXC                                           02671500
026720        IF RETURN-CODE < 4                                        02672000
026721           MOVE 4             TO RETURN-CODE                      02672100
026722        END-IF                                                    02672200
026725     END-IF.                                                      02672500
026800 4000-EXIT.                                                       02680000
026900     EXIT.                                                        02690000
026901                                                                  02690100
026902 4100-WRITE-REJECT.                                               02690200
026903     INITIALIZE               SUITE-EXC-REC.                      02690300
026904     MOVE WS-RUN-DATE-8       TO EXC-RUN-DATE.                    02690400
026905     MOVE 'AOCD1PG6'          TO EXC-PGM.                         02690500
026906     MOVE WS-FIX-NAME(WS-I)   TO EXC-REC-KEY.                     02690600
026907     MOVE 'PERCLOSD'          TO EXC-REASON.                      02690700
026908     MOVE WS-FIX-ENTRY(WS-I)  TO EXC-RAW-DATA.                    02690800
026909     WRITE SUITE-EXC-REC.                                         02690900
026910 4100-EXIT.                                                       02691000
026911     EXIT.                                                        02691100
027000                                                                  02700000
027001*----------------------------------------------------------------*02700100
027002* WRITES THIS RUN'S HANDOFF COUNT - THE RECORDS IT READ FROM     *02700200
027003* AOCD1RPT - TO THE SHARED AOCDSHND FILE FOR AOCDHBAL            *02700300
027004*----------------------------------------------------------------*02700400
027005 9750-WRITE-HANDOFF.                                              02700500
027006     ACCEPT WS-HND-DATE       FROM DATE YYYYMMDD.                 02700600
027007     OPEN EXTEND HND-FILE.                                        02700700
027008     IF HND-SUCCESS                                               02700800
027009        INITIALIZE            HANDOFF-CNT-REC                     02700900
027010        MOVE WS-HND-DATE      TO HND-RUN-DATE                     02701000
027011        MOVE 'AOCD1PG6'       TO HND-PGM                          02701100
027012        MOVE 'AOCD1RPT'       TO HND-DD                           02701200
027013        SET HND-READER        TO TRUE                             02701300
027014        MOVE WS-HND-CNT       TO HND-REC-CNT                      02701400
027015        MOVE WS-HIST-VER      TO HND-VERSION                      02701500
027016        WRITE HANDOFF-CNT-REC                                     02701600
027017        CLOSE HND-FILE                                            02701700
027018     END-IF.                                                      02701800
027019 9750-EXIT.                                                       02701900
027020     EXIT.                                                        02702000
027021                                                                  02702100
027100*----------------------------------------------------------------*02710000
027200*  WRITES ONE AUDIT-HISTORY ROW TO THE SHARED AOCDHST FILE      * 02720000
027300*----------------------------------------------------------------*02730000
027900     MOVE WS-HIST-DATE          TO HIST-DATE.                     02790000
028000     MOVE WS-HIST-TIME(1:6)     TO HIST-TIME.                     02800000
028100     MOVE 'AOCD1PG6'        TO HIST-PGM.                          02810000
028101     MOVE WS-HIST-VER       TO HIST-VERSION.                      02810100
028200     MOVE WS-HIST-MSG           TO HIST-OUTPUT.                   02820000
028300     WRITE AUD-HIST-REC.                                          02830000
028400     CLOSE AUD-HIST.                                              02840000
