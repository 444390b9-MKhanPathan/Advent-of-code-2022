006600     05 HIST-PGM             PIC X(08).                           00660000
006700     05 FILLER               PIC X(02).                           00670000
006800     05 HIST-OUTPUT          PIC X(40).                           00680000
006801     05 FILLER               PIC X(02).                           00680100
006802     05 HIST-VERSION         PIC X(08).                           00680200
006900                                                                  00690000
007000 WORKING-STORAGE SECTION.                                         00700000
007100 01  WS-WORK-FIELDS.                                              00710000
007200     05 WS-RPT-DATE       PIC 9(08)   VALUE ZEROES.               00720000
007300     05 WS-CHECKED-CNT    PIC 9(03)   VALUE ZEROES.               00730000
007400     05 WS-OOB-CNT        PIC 9(03)   VALUE ZEROES.               00740000
007500     05 WS-ACCOUNTED      PIC 9(08)   VALUE ZEROES.               00750000
008700     05 WS-HIST-DATE    PIC 9(08)     VALUE ZEROES.               00870000
008800     05 WS-HIST-TIME    PIC 9(08)     VALUE ZEROES.               00880000
008900     05 WS-HIST-MSG     PIC X(40)     VALUE SPACES.               00890000
008901     05 WS-HIST-VER     PIC X(08)     VALUE 'V01.00'.             00890100
009000                                                                  00900000
009100*----------------------------------------------------------------*00910000
009200* THE RUN DATE TO PROVE, YYYYMMDD. BLANK MEANS THE NEWEST DATE   *00920000
009300* ON THE BALANCE FILE - TONIGHT'S RUN                            *00930000
009400*----------------------------------------------------------------*00940000
009500 LINKAGE SECTION.                                                 00950000
009600 01  LS-PARM-DATA.                                                00960000
009700     05 LS-DATE-PARM    PIC X(08).                                00970000
009800                                                                  00980000
009900 PROCEDURE DIVISION USING LS-PARM-DATA.                           00990000
010000                                                                  01000000
019500     MOVE WS-HIST-DATE          TO HIST-DATE.                     01950000
019600     MOVE WS-HIST-TIME(1:6)     TO HIST-TIME.                     01960000
019700     MOVE 'AOCDSBLR'            TO HIST-PGM.                      01970000
019701     MOVE WS-HIST-VER           TO HIST-VERSION.                  01970100
019800     MOVE WS-HIST-MSG           TO HIST-OUTPUT.                   01980000
019900     WRITE AUD-HIST-REC.                                          01990000
020000     CLOSE AUD-HIST.                                              02000000
