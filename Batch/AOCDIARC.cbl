011200     05 HIST-PGM             PIC X(08).                           01120000
011300     05 FILLER               PIC X(02).                           01130000
011400     05 HIST-OUTPUT          PIC X(40).                           01140000
011401     05 FILLER               PIC X(02).                           01140100
011402     05 HIST-VERSION         PIC X(08).                           01140200
011500                                                                  01150000
011600 WORKING-STORAGE SECTION.                                         01160000
011700 01  WS-WORK-FIELDS.                                              01170000
011800     05 WS-STAMP          PIC X(14)   VALUE SPACES.               01180000
011900     05 WS-RUN-DATE-8     PIC 9(08)   VALUE ZEROES.               01190000
012100     05 WS-TIME-RAW       PIC 9(08)   VALUE ZEROES.               01210000
012200     05 WS-FEED-NAME      PIC X(08)   VALUE SPACES.               01220000
012300     05 WS-FEED-IDX       PIC 9(01)   VALUE ZEROES.               01230000
014500     05 WS-HIST-DATE    PIC 9(08)     VALUE ZEROES.               01450000
014600     05 WS-HIST-TIME    PIC 9(08)     VALUE ZEROES.               01460000
014700     05 WS-HIST-MSG     PIC X(40)     VALUE SPACES.               01470000
014701     05 WS-HIST-VER     PIC X(08)     VALUE 'V01.00'.             01470100
014800                                                                  01480000
014900*----------------------------------------------------------------*01490000
015000* MODE PARM (BLANK/A ARCHIVE, R RESTORE) AND, FOR RESTORE,       *01500000
016700     GOBACK.                                                      01670000
016800                                                                  01680000
016900 1000-ARCHIVE-FEEDS.                                              01690000
017000     ACCEPT WS-RUN-DATE-8 FROM DATE YYYYMMDD.                     01700000
017100     ACCEPT WS-TIME-RAW FROM TIME.                                01710000
017300     MOVE SPACES              TO WS-STAMP.                        01730000
017400     STRING WS-RUN-DATE-8 DELIMITED BY SIZE                       01740000
017500        WS-TIME-RAW(1:6) DELIMITED BY SIZE                        01750000
044900     MOVE WS-HIST-DATE          TO HIST-DATE.                     04490000
045000     MOVE WS-HIST-TIME(1:6)     TO HIST-TIME.                     04500000
045100     MOVE 'AOCDIARC'            TO HIST-PGM.                      04510000
045101     MOVE WS-HIST-VER           TO HIST-VERSION.                  04510100
045200     MOVE WS-HIST-MSG           TO HIST-OUTPUT.                   04520000
045300     WRITE AUD-HIST-REC.                                          04530000
045400     CLOSE AUD-HIST.                                              04540000
