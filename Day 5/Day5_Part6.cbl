000800*  THAT CONFLICT - TWO MOVES TOUCHING THE SAME STACK, OR A       *00080000
000900*  MOVE WHOSE SOURCE DEPENDS ON AN EARLIER MOVE'S DESTINATION    *00090000
001000*  - AND WRITES A PER-CRANE SCHEDULE PLUS THE PROJECTED          *00100000
033500*  ELAPSED-TIME SAVING. EACH MOVE IS PRICED IN CRANE MINUTES BY  *03350000
033510*  THE AOCD5PGD TRAVEL-COST MODEL, FROM WHERE THAT CRANE LAST    *03351000
033520*  SET DOWN                                                      *03352000
001200*----------------------------------------------------------------*00120000
001300 IDENTIFICATION DIVISION.                                         00130000
001400 PROGRAM-ID. AOCD5PG6.                                            00140000
002400                                                                  00240000
002500*----------------------------------------------------------------*00250000
002600* THE TWO PER-CRANE SCHEDULES, IN EXECUTION ORDER WITH START     *00260000
033530* AND FINISH TIMES IN CRANE MINUTES                              *03353000
002800*----------------------------------------------------------------*00280000
002900     SELECT SC1-FILE     ASSIGN TO AOCD5SC1                       00290000
003000        ORGANIZATION    IS SEQUENTIAL                             00300000
007000     05 FILLER          PIC X(02).                                00700000
007100     05 SC1-TO-STACK    PIC 9(02).                                00710000
007200     05 FILLER          PIC X(02).                                00720000
033540     05 SC1-START-TIME  PIC 9(06)V99.                             03354000
007400     05 FILLER          PIC X(02).                                00740000
033550     05 SC1-END-TIME    PIC 9(06)V99.                             03355000
007600                                                                  00760000
007700 FD  SC2-FILE.                                                    00770000
007800 01  SC2-REC.                                                     00780000
008400     05 FILLER          PIC X(02).                                00840000
008500     05 SC2-TO-STACK    PIC 9(02).                                00850000
008600     05 FILLER          PIC X(02).                                00860000
033560     05 SC2-START-TIME  PIC 9(06)V99.                             03356000
008800     05 FILLER          PIC X(02).                                00880000
033570     05 SC2-END-TIME    PIC 9(06)V99.                             03357000
009000                                                                  00900000
009100 FD  SCH-RPT.                                                     00910000
009200 01  SCH-REC.                                                     00920000
009400     05 FILLER          PIC X(02).                                00940000
009500     05 SCH-VALUE       PIC 9(06).                                00950000
009600     05 FILLER          PIC X(42).                                00960000
033580 01  SCH-MIN-REC.                                                 03358000
033590     05 SCH-MIN-TEXT    PIC X(30).                                03359000
033600     05 FILLER          PIC X(02).                                03360000
033610     05 SCH-MINUTES     PIC Z(05)9.99.                            03361000
033620     05 FILLER          PIC X(39).                                03362000
009700                                                                  00970000
009800 FD  AUD-HIST                                                     00980000
009900     DATA RECORD IS AUD-HIST-REC.                                 00990000
010500     05 HIST-PGM             PIC X(08).                           01050000
010600     05 FILLER               PIC X(02).                           01060000
010700     05 HIST-OUTPUT          PIC X(40).                           01070000
010701     05 FILLER               PIC X(02).                           01070100
010702     05 HIST-VERSION         PIC X(08).                           01070200
010800                                                                  01080000
010900 WORKING-STORAGE SECTION.                                         01090000
011000 01  WS-WORK-FIELDS.                                              01100000
011200     05 WS-SCHED-CNT      PIC 9(05)   VALUE ZEROES.               01120000
011300     05 WS-BAD-CNT        PIC 9(05)   VALUE ZEROES.               01130000
011400     05 WS-CONFLICT-CNT   PIC 9(05)   VALUE ZEROES.               01140000
033630     05 WS-SERIAL-TIME    PIC 9(06)V99 VALUE ZEROES.              03363000
033640     05 WS-PARALLEL-TIME  PIC 9(06)V99 VALUE ZEROES.              03364000
033650     05 WS-SAVING         PIC 9(06)V99 VALUE ZEROES.              03365000
033660     05 WS-READY-TIME     PIC 9(06)V99 VALUE ZEROES.              03366000
033670     05 WS-START-TIME     PIC 9(06)V99 VALUE ZEROES.              03367000
033680     05 WS-END-TIME       PIC 9(06)V99 VALUE ZEROES.              03368000
012100     05 WS-CRANE          PIC 9(01)   VALUE ZEROES.               01210000
033690     05 WS-CRANE-1-AVAIL  PIC 9(06)V99 VALUE ZEROES.              03369000
033700     05 WS-CRANE-2-AVAIL  PIC 9(06)V99 VALUE ZEROES.              03370000
033710     05 WS-CRANE-1-END    PIC 9(06)V99 VALUE ZEROES.              03371000
033720     05 WS-CRANE-2-END    PIC 9(06)V99 VALUE ZEROES.              03372000
033730     05 WS-CRANE-1-COST   PIC 9(04)V99 VALUE ZEROES.              03373000
033740     05 WS-CRANE-2-COST   PIC 9(04)V99 VALUE ZEROES.              03374000
033750     05 WS-CRANE-1-LAST   PIC 9(02)   VALUE ZEROES.               03375000
033760     05 WS-CRANE-2-LAST   PIC 9(02)   VALUE ZEROES.               03376000
033770     05 WS-SERIAL-LAST    PIC 9(02)   VALUE ZEROES.               03377000
033780     05 WS-SAVING-ED      PIC Z(05)9.99.                          03378000
033790                                                                  03379000
033800*----------------------------------------------------------------*03380000
033810* PASSED TO THE AOCD5PGD TRAVEL-COST MODEL FOR EACH MOVE         *03381000
033820*----------------------------------------------------------------*03382000
033830 01  WS-TRV-AREA.                                                 03383000
033840     05 WS-TRV-PREV       PIC 9(02)     VALUE ZEROES.             03384000
033850     05 WS-TRV-FROM       PIC 9(02)     VALUE ZEROES.             03385000
033860     05 WS-TRV-TO         PIC 9(02)     VALUE ZEROES.             03386000
033870     05 WS-TRV-CRATES     PIC 9(03)     VALUE ZEROES.             03387000
033880     05 WS-TRV-MINUTES    PIC 9(04)V99  VALUE ZEROES.             03388000
033890     05 WS-TRV-EMPTY      PIC 9(04)V99  VALUE ZEROES.             03389000
033900     05 WS-TRV-RESULT     PIC X(01)     VALUE SPACE.              03390000
012400                                                                  01240000
012500*----------------------------------------------------------------*01250000
012600* WHEN EACH STACK IS NEXT FREE - A MOVE MUST WAIT FOR BOTH OF    *01260000
012800* SOURCE-AFTER-DESTINATION DEPENDENCIES                          *01280000
012900*----------------------------------------------------------------*01290000
013000 01  WS-STACK-READY.                                              01300000
033910     05 WS-STK-FREE-AT    PIC 9(06)V99  OCCURS 99 TIMES.          03391000
013200                                                                  01320000
013300 01  WS-UNSTRING.                                                 01330000
013400     05 WS-MOVE             PIC X(04).                            01340000
015800     05 WS-HIST-DATE    PIC 9(08)     VALUE ZEROES.               01580000
015900     05 WS-HIST-TIME    PIC 9(08)     VALUE ZEROES.               01590000
016000     05 WS-HIST-MSG     PIC X(40)     VALUE SPACES.               01600000
016001     05 WS-HIST-VER     PIC X(08)     VALUE 'V01.00'.             01600100
016100                                                                  01610000
016200 PROCEDURE DIVISION.                                              01620000
016300                                                                  01630000
016900     CLOSE SC1-FILE.                                              01690000
017000     CLOSE SC2-FILE.                                              01700000
017100     CLOSE SCH-RPT.                                               01710000
033920     MOVE WS-SAVING           TO WS-SAVING-ED.                    03392000
033930     STRING 'TWO-CRANE PLAN - SAVES ' DELIMITED BY SIZE           03393000
033940        WS-SAVING-ED DELIMITED BY SIZE                            03394000
033950        ' MINUTES' DELIMITED BY SIZE                              03395000
017500        INTO WS-HIST-MSG.                                         01750000
017600     PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT.               01760000
017700     GOBACK.                                                      01770000
020900*----------------------------------------------------------------*02090000
021000* PARSE THE MOVE THE SAME WAY AOCD5PG3 DOES, WORK OUT WHEN ITS   *02100000
021100* STACKS ARE FREE, AND GIVE IT TO WHICHEVER CRANE GETS IT DONE   *02110000
033960* FIRST, PRICING IT FROM WHERE EACH CRANE LAST SET DOWN. A MOVE  *03396000
033970* HELD UP BY ITS STACKS IS A SERIALIZED CONFLICT                 *03397000
021300*----------------------------------------------------------------*02130000
021400     INITIALIZE WS-UNSTRING.                                      02140000
021500     UNSTRING PROCESS-REC DELIMITED BY SPACE                      02150000
023400        ADD 1                 TO WS-BAD-CNT                       02340000
023500        GO TO 2100-EXIT                                           02350000
023600     END-IF.                                                      02360000
033980     MOVE WS-SERIAL-LAST      TO WS-TRV-PREV.                     03398000
033990     PERFORM 2200-PRICE-MOVE  THRU 2200-EXIT.                     03399000
034000     IF WS-TRV-RESULT = 'N'                                       03400000
034010        ADD 1                 TO WS-BAD-CNT                       03401000
034020        GO TO 2100-EXIT                                           03402000
034030     END-IF.                                                      03403000
034040     ADD WS-TRV-MINUTES       TO WS-SERIAL-TIME.                  03404000
034050     MOVE TO-STACK            TO WS-SERIAL-LAST.                  03405000
034060     MOVE WS-STK-FREE-AT(FROM-STACK)  TO WS-READY-TIME.           03406000
034070     IF WS-STK-FREE-AT(TO-STACK) > WS-READY-TIME                  03407000
034080        MOVE WS-STK-FREE-AT(TO-STACK) TO WS-READY-TIME            03408000
034090     END-IF.                                                      03409000
034100     MOVE WS-CRANE-1-LAST     TO WS-TRV-PREV.                     03410000
034110     PERFORM 2200-PRICE-MOVE  THRU 2200-EXIT.                     03411000
034120     MOVE WS-TRV-MINUTES      TO WS-CRANE-1-COST.                 03412000
034130     MOVE WS-CRANE-1-AVAIL    TO WS-CRANE-1-END.                  03413000
034140     IF WS-READY-TIME > WS-CRANE-1-END                            03414000
034150        MOVE WS-READY-TIME    TO WS-CRANE-1-END                   03415000
034160     END-IF.                                                      03416000
034170     ADD WS-CRANE-1-COST      TO WS-CRANE-1-END.                  03417000
034180     MOVE WS-CRANE-2-LAST     TO WS-TRV-PREV.                     03418000
034190     PERFORM 2200-PRICE-MOVE  THRU 2200-EXIT.                     03419000
034200     MOVE WS-TRV-MINUTES      TO WS-CRANE-2-COST.                 03420000
034210     MOVE WS-CRANE-2-AVAIL    TO WS-CRANE-2-END.                  03421000
034220     IF WS-READY-TIME > WS-CRANE-2-END                            03422000
034230        MOVE WS-READY-TIME    TO WS-CRANE-2-END                   03423000
034240     END-IF.                                                      03424000
034250     ADD WS-CRANE-2-COST      TO WS-CRANE-2-END.                  03425000
034260     IF WS-CRANE-1-END NOT > WS-CRANE-2-END                       03426000
034270        MOVE 1                TO WS-CRANE                         03427000
034280        MOVE WS-CRANE-1-AVAIL TO WS-START-TIME                    03428000
034290        MOVE WS-CRANE-1-END   TO WS-END-TIME                      03429000
034300        MOVE TO-STACK         TO WS-CRANE-1-LAST                  03430000
034310     ELSE                                                         03431000
034320        MOVE 2                TO WS-CRANE                         03432000
034330        MOVE WS-CRANE-2-AVAIL TO WS-START-TIME                    03433000
034340        MOVE WS-CRANE-2-END   TO WS-END-TIME                      03434000
034350        MOVE TO-STACK         TO WS-CRANE-2-LAST                  03435000
034360     END-IF.                                                      03436000
034370     IF WS-READY-TIME > WS-START-TIME                             03437000
034380        MOVE WS-READY-TIME    TO WS-START-TIME                    03438000
034390        ADD 1                 TO WS-CONFLICT-CNT                  03439000
034400     END-IF.                                                      03440000
025400     MOVE WS-END-TIME         TO WS-STK-FREE-AT(FROM-STACK)       02540000
025500                                 WS-STK-FREE-AT(TO-STACK).        02550000
025600     IF WS-CRANE = 1                                              02560000
027600     END-IF.                                                      02760000
027700     ADD 1                    TO WS-SCHED-CNT.                    02770000
027800 2100-EXIT.                                                       02780000
034410     EXIT.                                                        03441000
034420                                                                  03442000
034430 2200-PRICE-MOVE.                                                 03443000
034440*----------------------------------------------------------------*03444000
034450* ONE CALL TO THE TRAVEL-COST MODEL - WS-TRV-PREV IS WHERE THE   *03445000
034460* CRANE STARTS FROM                                              *03446000
034470*----------------------------------------------------------------*03447000
034480     MOVE FROM-STACK          TO WS-TRV-FROM.                     03448000
034490     MOVE TO-STACK            TO WS-TRV-TO.                       03449000
034500     MOVE CRATES              TO WS-TRV-CRATES.                   03450000
034510     CALL 'AOCD5PGD' USING WS-TRV-AREA.                           03451000
034520 2200-EXIT.                                                       03452000
027900     EXIT.                                                        02790000
028000                                                                  02800000
028100 4000-WRITE-SUMMARY.                                              02810000
029800     MOVE 'CONFLICTS SERIALIZED' TO SCH-TEXT.                     02980000
029900     MOVE WS-CONFLICT-CNT     TO SCH-VALUE.                       02990000
030000     WRITE SCH-REC.                                               03000000
034530     INITIALIZE               SCH-MIN-REC.                        03453000
034540     MOVE 'SERIAL ELAPSED MINUTES' TO SCH-MIN-TEXT.               03454000
034550     MOVE WS-SERIAL-TIME      TO SCH-MINUTES.                     03455000
034560     WRITE SCH-MIN-REC.                                           03456000
034570     INITIALIZE               SCH-MIN-REC.                        03457000
034580     MOVE 'PARALLEL ELAPSED MINUTES' TO SCH-MIN-TEXT.             03458000
034590     MOVE WS-PARALLEL-TIME    TO SCH-MINUTES.                     03459000
034600     WRITE SCH-MIN-REC.                                           03460000
034610     INITIALIZE               SCH-MIN-REC.                        03461000
034620     MOVE 'PROJECTED SAVING MINUTES' TO SCH-MIN-TEXT.             03462000
034630     MOVE WS-SAVING           TO SCH-MINUTES.                     03463000
034640     WRITE SCH-MIN-REC.                                           03464000
031300     DISPLAY 'SERIAL ' WS-SERIAL-TIME                             03130000
031400             ' PARALLEL ' WS-PARALLEL-TIME                        03140000
034650             ' SAVING ' WS-SAVING ' MINUTES'.                     03465000
031600 4000-EXIT.                                                       03160000
031700     EXIT.                                                        03170000
031800                                                                  03180000
032700     MOVE WS-HIST-DATE          TO HIST-DATE.                     03270000
032800     MOVE WS-HIST-TIME(1:6)     TO HIST-TIME.                     03280000
032900     MOVE 'AOCD5PG6'            TO HIST-PGM.                      03290000
032901     MOVE WS-HIST-VER           TO HIST-VERSION.                  03290100
033000     MOVE WS-HIST-MSG           TO HIST-OUTPUT.                   03300000
033100     WRITE AUD-HIST-REC.                                          03310000
033200     CLOSE AUD-HIST.                                              03320000
