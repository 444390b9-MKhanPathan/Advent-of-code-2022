006500        ORGANIZATION    IS SEQUENTIAL                             00650000
006600         ACCESS MODE    IS SEQUENTIAL                             00660000
006700         FILE STATUS    IS HIST-FILE-STATUS.                      00670000
006701                                                                  00670100
006702*----------------------------------------------------------------*00670200
006703*  SHARED HANDOFF COUNT FILE - ONE ROW PER RUN WITH THE AOCD1IDX *00670300
006704*  RECORDS A VERIFY READ OR A REBUILD WROTE                      *00670400
006705*----------------------------------------------------------------*00670500
006706     SELECT HND-FILE    ASSIGN TO AOCDSHND                        00670600
006707        ORGANIZATION    IS SEQUENTIAL                             00670700
006708         ACCESS MODE    IS SEQUENTIAL                             00670800
006709         FILE STATUS    IS HND-FILE-STATUS.                       00670900
006800                                                                  00680000
006900 DATA DIVISION.                                                   00690000
007000 FILE SECTION.                                                    00700000
012300     05 HIST-PGM             PIC X(08).                           01230000
012400     05 FILLER               PIC X(02).                           01240000
012500     05 HIST-OUTPUT          PIC X(40).                           01250000
012501     05 FILLER               PIC X(02).                           01250100
012502     05 HIST-VERSION         PIC X(08).                           01250200
012503                                                                  01250300
012504 FD  HND-FILE.                                                    01250400
012505     COPY AOCDHND.                                                01250500
012600                                                                  01260000
012700 WORKING-STORAGE SECTION.                                         01270000
012800 01  WS-WORK-FIELDS.                                              01280000
016300     05 HIST-FILE-STATUS  PIC X(02)   VALUE SPACES.               01630000
016400        88 HIST-SUCCESS   VALUE '00'.                             01640000
016500                                                                  01650000
016501*----------------------------------------------------------------*01650100
016502*  HANDOFF COUNT - THE AOCD1IDX RECORDS A VERIFY RUN READ (ROLE  *01650200
016503*  R) OR A REBUILD WROTE (ROLE W)                                *01650300
016504*----------------------------------------------------------------*01650400
016505 01  WS-HND-FIELDS.                                               01650500
016506     05 HND-FILE-STATUS   PIC X(02)   VALUE SPACES.               01650600
016507        88 HND-SUCCESS    VALUE '00'.                             01650700
016508     05 WS-HND-DATE       PIC 9(08)   VALUE ZEROES.               01650800
016509     05 WS-HND-CNT        PIC 9(07)   VALUE ZEROES.               01650900
016510     05 WS-HND-ROLE       PIC X(01)   VALUE 'R'.                  01651000
016511                                                                  01651100
016600 01  WS-HIST-FIELDS.                                              01660000
016700     05 WS-HIST-DATE    PIC 9(08)     VALUE ZEROES.               01670000
016800     05 WS-HIST-TIME    PIC 9(08)     VALUE ZEROES.               01680000
016900     05 WS-HIST-MSG     PIC X(40)     VALUE SPACES.               01690000
016901     05 WS-HIST-VER     PIC X(08)     VALUE 'V01.00'.             01690100
017000                                                                  01700000
017100*----------------------------------------------------------------*01710000
017200* MODE PARM: BLANK OR V VERIFIES ALL THREE INDEXED FILES;        *01720000
025200        END-READ                                                  02520000
025300     END-PERFORM.                                                 02530000
025400     CLOSE ELF-LOOKUP.                                            02540000
025401     MOVE WS-REC-CNT          TO WS-HND-CNT.                      02540100
025402     PERFORM 9750-WRITE-HANDOFF  THRU 9750-EXIT.                  02540200
025500     MOVE 'AOCD1IDX'          TO VFY-FILE-NAME.                   02550000
025600     PERFORM 1800-REPORT-VERIFIED  THRU 1800-EXIT.                02560000
025700 2000-EXIT.                                                       02570000
036200     CLOSE CAL-RPT.                                               03620000
036250     CLOSE ELF-MASTER.                                            03625000
036300     CLOSE ELF-LOOKUP.                                            03630000
036301     MOVE WS-AFTER-CNT        TO WS-HND-CNT.                      03630100
036302     MOVE 'W'                 TO WS-HND-ROLE.                     03630200
036303     PERFORM 9750-WRITE-HANDOFF  THRU 9750-EXIT.                  03630300
036310     IF WS-RBLD-SKIP-CNT > ZEROES                                 03631000
036320        DISPLAY 'REBUILD SKIPPED ' WS-RBLD-SKIP-CNT               03632000
036330                ' ELVES NOT VALID ON AOCD1MST'                    03633000
045300 7000-EXIT.                                                       04530000
045400     EXIT.                                                        04540000
045500                                                                  04550000
045501*----------------------------------------------------------------*04550100
045502*  WRITES THIS RUN'S HANDOFF COUNT - THE AOCD1IDX RECORDS VERIFY *04550200
045503*  READ OR A REBUILD WROTE - TO AOCDSHND FOR AOCDHBAL            *04550300
045504*----------------------------------------------------------------*04550400
045505 9750-WRITE-HANDOFF.                                              04550500
045506     ACCEPT WS-HND-DATE       FROM DATE YYYYMMDD.                 04550600
045507     OPEN EXTEND HND-FILE.                                        04550700
045508     IF HND-SUCCESS                                               04550800
045509        INITIALIZE            HANDOFF-CNT-REC                     04550900
045510        MOVE WS-HND-DATE      TO HND-RUN-DATE                     04551000
045511        MOVE 'AOCDVFYR'       TO HND-PGM                          04551100
045512        MOVE 'AOCD1IDX'       TO HND-DD                           04551200
045513        MOVE WS-HND-ROLE      TO HND-ROLE                         04551300
045514        MOVE WS-HND-CNT       TO HND-REC-CNT                      04551400
045515        MOVE WS-HIST-VER      TO HND-VERSION                      04551500
045516        WRITE HANDOFF-CNT-REC                                     04551600
045517        CLOSE HND-FILE                                            04551700
045518     END-IF.                                                      04551800
045519 9750-EXIT.                                                       04551900
045520     EXIT.                                                        04552000
045521                                                                  04552100
045600*----------------------------------------------------------------*04560000
045700*  WRITES ONE AUDIT-HISTORY ROW TO THE SHARED AOCDHST FILE       *04570000
045800*----------------------------------------------------------------*04580000
046400     MOVE WS-HIST-DATE          TO HIST-DATE.                     04640000
046500     MOVE WS-HIST-TIME(1:6)     TO HIST-TIME.                     04650000
046600     MOVE 'AOCDVFYR'            TO HIST-PGM.                      04660000
046601     MOVE WS-HIST-VER           TO HIST-VERSION.                  04660100
046700     MOVE WS-HIST-MSG           TO HIST-OUTPUT.                   04670000
046800     WRITE AUD-HIST-REC.                                          04680000
046900     CLOSE AUD-HIST.                                              04690000
