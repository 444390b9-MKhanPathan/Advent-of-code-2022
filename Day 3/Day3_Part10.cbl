005400         ACCESS MODE    IS SEQUENTIAL                             00540000
005500         FILE STATUS    IS JRN-FILE-STATUS.                       00550000
005600                                                                  00560000
005601*----------------------------------------------------------------*00560100
005602* SHARED HANDOFF COUNT FILE - ONE ROW PER RUN WITH THE RECORDS   *00560200
005603* THIS PROGRAM READ FROM AOCD3BDG                                *00560300
005604*----------------------------------------------------------------*00560400
005605     SELECT HND-FILE    ASSIGN TO AOCDSHND                        00560500
005606        ORGANIZATION    IS SEQUENTIAL                             00560600
005607         ACCESS MODE    IS SEQUENTIAL                             00560700
005608         FILE STATUS    IS HND-FILE-STATUS.                       00560800
005609                                                                  00560900
005700*----------------------------------------------------------------*00570000
005800*  SHARED SUITE-WIDE AUDIT-HISTORY FILE - ONE LINE PER RUN       *00580000
005900*----------------------------------------------------------------*00590000
010700     05 FILLER              PIC X(02).                            01070000
010800     05 JRN-ON-HAND         PIC 9(05).                            01080000
010900                                                                  01090000
010901 FD  HND-FILE.                                                    01090100
010902     COPY AOCDHND.                                                01090200
010903                                                                  01090300
011000 FD  AUD-HIST                                                     01100000
011100     DATA RECORD IS AUD-HIST-REC.                                 01110000
011200 01  AUD-HIST-REC.                                                01120000
011700     05 HIST-PGM             PIC X(08).                           01170000
011800     05 FILLER               PIC X(02).                           01180000
011900     05 HIST-OUTPUT          PIC X(40).                           01190000
011901     05 FILLER               PIC X(02).                           01190100
011902     05 HIST-VERSION         PIC X(08).                           01190200
012000                                                                  01200000
012100 WORKING-STORAGE SECTION.                                         01210000
012200 01  WS-WORK-FIELDS.                                              01220000
017400     05 HIST-FILE-STATUS  PIC X(02)   VALUE SPACES.               01740000
017500        88 HIST-SUCCESS   VALUE '00'.                             01750000
017600                                                                  01760000
017601*----------------------------------------------------------------*01760100
017602* HANDOFF COUNT - THE AOCD3BDG RECORDS THIS RUN READ             *01760200
017603*----------------------------------------------------------------*01760300
017604 01  WS-HND-FIELDS.                                               01760400
017605     05 HND-FILE-STATUS   PIC X(02)   VALUE SPACES.               01760500
017606        88 HND-SUCCESS    VALUE '00'.                             01760600
017607     05 WS-HND-DATE       PIC 9(08)   VALUE ZEROES.               01760700
017608     05 WS-HND-CNT        PIC 9(07)   VALUE ZEROES.               01760800
017609                                                                  01760900
017700 01  WS-HIST-FIELDS.                                              01770000
017800     05 WS-HIST-DATE    PIC 9(08)     VALUE ZEROES.               01780000
017900     05 WS-HIST-TIME    PIC 9(08)     VALUE ZEROES.               01790000
018000     05 WS-HIST-MSG     PIC X(40)     VALUE SPACES.               01800000
018001     05 WS-HIST-VER     PIC X(08)     VALUE 'V01.00'.             01800100
018100                                                                  01810000
018200 PROCEDURE DIVISION.                                              01820000
018300                                                                  01830000
028600             AT END                                               02860000
028700                SET BDG-EOF TO TRUE                               02870000
028800             NOT AT END                                           02880000
028801                ADD 1                 TO WS-HND-CNT               02880100
028900                PERFORM 1100-ISSUE-ONE  THRU 1100-EXIT            02890000
029000        END-READ                                                  02900000
029100     END-PERFORM.                                                 02910000
029200     CLOSE BDG-RPT.                                               02920000
029201     PERFORM 9750-WRITE-HANDOFF  THRU 9750-EXIT.                  02920100
029300 1000-EXIT.                                                       02930000
029400     EXIT.                                                        02940000
029500                                                                  02950000
044500 4500-EXIT.                                                       04450000
044600     EXIT.                                                        04460000
044700                                                                  04470000
044701*----------------------------------------------------------------*04470100
044702* WRITES THIS RUN'S HANDOFF COUNT - THE RECORDS IT READ FROM     *04470200
044703* AOCD3BDG - TO THE SHARED AOCDSHND FILE FOR AOCDHBAL            *04470300
044704*----------------------------------------------------------------*04470400
044705 9750-WRITE-HANDOFF.                                              04470500
044706     ACCEPT WS-HND-DATE       FROM DATE YYYYMMDD.                 04470600
044707     OPEN EXTEND HND-FILE.                                        04470700
044708     IF HND-SUCCESS                                               04470800
044709        INITIALIZE            HANDOFF-CNT-REC                     04470900
044710        MOVE WS-HND-DATE      TO HND-RUN-DATE                     04471000
044711        MOVE 'AOCD3PGA'       TO HND-PGM                          04471100
044712        MOVE 'AOCD3BDG'       TO HND-DD                           04471200
044713        SET HND-READER        TO TRUE                             04471300
044714        MOVE WS-HND-CNT       TO HND-REC-CNT                      04471400
044715        MOVE WS-HIST-VER      TO HND-VERSION                      04471500
044716        WRITE HANDOFF-CNT-REC                                     04471600
044717        CLOSE HND-FILE                                            04471700
044718     END-IF.                                                      04471800
044719 9750-EXIT.                                                       04471900
044720     EXIT.                                                        04472000
044721                                                                  04472100
044800*----------------------------------------------------------------*04480000
044900*  WRITES ONE AUDIT-HISTORY ROW TO THE SHARED AOCDHST FILE       *04490000
045000*----------------------------------------------------------------*04500000
045600     MOVE WS-HIST-DATE          TO HIST-DATE.                     04560000
045700     MOVE WS-HIST-TIME(1:6)     TO HIST-TIME.                     04570000
045800     MOVE 'AOCD3PGA'            TO HIST-PGM.                      04580000
045801     MOVE WS-HIST-VER           TO HIST-VERSION.                  04580100
045900     MOVE WS-HIST-MSG           TO HIST-OUTPUT.                   04590000
046000     WRITE AUD-HIST-REC.                                          04600000
046100     CLOSE AUD-HIST.                                              04610000
