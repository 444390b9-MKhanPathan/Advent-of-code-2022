009800     DATA RECORD IS DVM-REC.                                      00980000
009900 01  DVM-REC.                                                     00990000
010000     05 DVM-DEVICE-ID          PIC X(08).                         01000000
010010     05 FILLER                 PIC X(01).                         01001000
010020     05 DVM-REGION             PIC X(04).                         01002000
010030     05 FILLER                 PIC X(01).                         01003000
010040     05 DVM-TECH-ID            PIC X(08).                         01004000
010045     05 FILLER                 PIC X(01).                         01004500
010050     05 DVM-MODEL              PIC X(08).                         01005000
010055     05 FILLER                 PIC X(01).                         01005500
010060     05 DVM-FIRMWARE           PIC X(08).                         01006000
010065     05 FILLER                 PIC X(01).                         01006500
010070     05 DVM-INSTALL-DATE       PIC 9(06).                         01007000
010100                                                                  01010000
010200 FD  ASG-FILE.                                                    01020000
010300 01  ASG-REC.                                                     01030000
011700     05 DS-DEVICE-ID           PIC X(08).                         01170000
011800     05 DS-CONT-FLAG           PIC X(01).                         01180000
011900     05 DS-DATA                PIC X(4086).                       01190000
011910     05 DS-SEG-NO              PIC 9(04).                         01191000
011920     05 DS-CHECKSUM            PIC 9(08).                         01192000
012000                                                                  01200000
012100 FD  RIR-RPT.                                                     01210000
012200 01  RIR-REC.                                                     01220000
013900     05 HIST-PGM             PIC X(08).                           01390000
014000     05 FILLER               PIC X(02).                           01400000
014100     05 HIST-OUTPUT          PIC X(40).                           01410000
014101     05 FILLER               PIC X(02).                           01410100
014102     05 HIST-VERSION         PIC X(08).                           01410200
014200                                                                  01420000
014300 WORKING-STORAGE SECTION.                                         01430000
014400 01  WS-WORK-FIELDS.                                              01440000
021100     05 WS-HIST-DATE    PIC 9(08)     VALUE ZEROES.               02110000
021200     05 WS-HIST-TIME    PIC 9(08)     VALUE ZEROES.               02120000
021300     05 WS-HIST-MSG     PIC X(40)     VALUE SPACES.               02130000
021301     05 WS-HIST-VER     PIC X(08)     VALUE 'V01.00'.             02130100
021400                                                                  02140000
021500 PROCEDURE DIVISION.                                              02150000
021600                                                                  02160000
057500     MOVE WS-HIST-DATE          TO HIST-DATE.                     05750000
057600     MOVE WS-HIST-TIME(1:6)     TO HIST-TIME.                     05760000
057700     MOVE 'AOCDRIAU'            TO HIST-PGM.                      05770000
057701     MOVE WS-HIST-VER           TO HIST-VERSION.                  05770100
057800     MOVE WS-HIST-MSG           TO HIST-OUTPUT.                   05780000
057900     WRITE AUD-HIST-REC.                                          05790000
058000     CLOSE AUD-HIST.                                              05800000
