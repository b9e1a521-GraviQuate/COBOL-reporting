000300* names a program and date, reprints that report line for         000005
000350* line from the repository, so an auditor's request for the       000006
000400* March 3rd roster is a reprint of what actually printed          000007
000450* instead of a rerun against current data. A department on        000008
000500* the card reprints only that department's burst copy - the       000009
000550* report's title lines and the lines tagged with the              000010
000600* department, as RPT-BURST sent them                              000011
000650 ENVIRONMENT DIVISION.                                            000012
000700 INPUT-OUTPUT SECTION.                                            000013
000750 FILE-CONTROL.                                                    000014
000800     SELECT OPTIONAL REPORT-INDEX ASSIGN TO "RPTINDEX"            000015
000850         ORGANIZATION IS LINE SEQUENTIAL.                         000016
000900     SELECT OPTIONAL REPORT-REPOSITORY ASSIGN TO "RPTREPO"        000017
000950         ORGANIZATION IS LINE SEQUENTIAL.                         000018
001000* Selection card - the program and date to reprint, and           000019
001050* optionally one department. Optional; absent or blank lists      000020
001100* the index and reprints nothing                                  000021
001150     SELECT OPTIONAL REPRINT-SELECT ASSIGN TO "RPRTSEL"           000022
001200         ORGANIZATION IS LINE SEQUENTIAL.                         000023
001250* Printed index listing and the reprinted report                  000024
001300     SELECT REPRINT-OUTPUT ASSIGN TO "RPRTOUT"                    000025
001350         ORGANIZATION IS LINE SEQUENTIAL.                         000026
001400* Run-level control-total log - every batch program appends its   000027
001450* records-read/written counts here for nightly reconciliation     000028
001500     SELECT RUN-LOG ASSIGN TO "RUNLOG"                            000029
001550         ORGANIZATION IS LINE SEQUENTIAL                          000030
001600         FILE STATUS IS WS-RUNLOG-STATUS.                         000031
001650 DATA DIVISION.                                                   000032
001700 FILE SECTION.                                                    000033
001750 FD  REPORT-INDEX.                                                000034
001800 01  REPORT-INDEX-REC.                                            000035
001850     COPY RPTIDXREC.                                              000036
001900 FD  REPORT-REPOSITORY.                                           000037
001950 01  REPORT-REPOSITORY-REC.                                       000038
002000     COPY REPOREC.                                                000039
002050 FD  REPRINT-SELECT.                                              000040
002100 01  REPRINT-SELECT-REC.                                          000041
002150     05  CTL-SEL-PROGRAM  PIC X(8).                               000042
002200     05  CTL-SEL-DATE     PIC 9(8).                               000043
002250     05  CTL-SEL-DEPT     PIC X(3).                               000044
002300 FD  REPRINT-OUTPUT.                                              000045
002350 01  REPRINT-OUTPUT-LINE  PIC X(80).                              000046
002400 FD  RUN-LOG.                                                     000047
002450 01  RUN-LOG-RECORD.                                              000048
002500     COPY RUNLOGREC.                                              000049
002550 WORKING-STORAGE SECTION.                                         000050
002600 01  WS-RUNLOG-STATUS  PIC XX.                                    000051
002650 01  WS-EOF-SW         PIC X VALUE "N".                           000052
002700     88  WS-AT-EOF     VALUE "Y".                                 000053
002750 01  WS-INDEX-CNT      PIC 9(5) VALUE ZERO.                       000054
002800 01  WS-REPRINT-CNT    PIC 9(7) VALUE ZERO.                       000055
002850* The selection in force - spaces and zero mean list only         000056
002900 01  WS-SEL-PROGRAM    PIC X(8) VALUE SPACES.                     000057
002950 01  WS-SEL-DATE       PIC 9(8) VALUE ZERO.                       000058
003000 01  WS-SEL-DEPT       PIC X(3) VALUE SPACES.                     000059
003050* Set once a department reprint reaches the report's first        000060
003100* department line - untagged lines after it are not the title     000061
003150 01  WS-DEPT-SEEN-SW   PIC X VALUE "N".                           000062
003200     88  WS-DEPT-SEEN  VALUE "Y".                                 000063
003250* Listing heading and detail lines                                000064
003300 01  WS-HDG-1.                                                    000065
003350     05  FILLER        PIC X(26)                                  000066
003400             VALUE "REPORT REPOSITORY HOLDINGS".                  000067
003450 01  WS-HDG-2.                                                    000068
003500     05  FILLER        PIC X(10) VALUE "PROGRAM".                 000069
003550     05  FILLER        PIC X(10) VALUE "DATE".                    000070
003600     05  FILLER        PIC X(16) VALUE "WRITTEN".                 000071
003650     05  FILLER        PIC X(7)  VALUE "PAGES".                   000072
003700     05  FILLER        PIC X(6)  VALUE "LINES".                   000073
003750 01  WS-DETAIL-LINE.                                              000074
003800     05  DTL-PROGRAM   PIC X(8).                                  000075
003850     05  FILLER        PIC X(2) VALUE SPACES.                     000076
003900     05  DTL-DATE      PIC 9(8).                                  000077
003950     05  FILLER        PIC X(2) VALUE SPACES.                     000078
004000     05  DTL-TIMESTAMP PIC 9(14).                                 000079
004050     05  FILLER        PIC X(2) VALUE SPACES.                     000080
004100     05  DTL-PAGES     PIC ZZZZ9.                                 000081
004150     05  FILLER        PIC X(2) VALUE SPACES.                     000082
004200     05  DTL-LINES     PIC ZZZZZZ9.                               000083
004250 01  WS-REPRINT-HDG.                                              000084
004300     05  FILLER        PIC X(10) VALUE "REPRINT OF".              000085
004350     05  FILLER        PIC X(1)  VALUE SPACE.                     000086
004400     05  RPH-PROGRAM   PIC X(8).                                  000087
004450     05  FILLER        PIC X(5)  VALUE " FOR ".                   000088
004500     05  RPH-DATE      PIC 9(8).                                  000089
004550     05  RPH-DEPT-TEXT PIC X(12).                                 000090
004600     05  RPH-DEPT      PIC X(3).                                  000091
004650 01  WS-NOTFOUND-LINE.                                            000092
004700     05  FILLER        PIC X(42)                                  000093
004750             VALUE "NOTHING HELD FOR THE REQUESTED SELECTION".    000094
004800 PROCEDURE DIVISION.                                              000095
004850 0000-MAIN.                                                       000096
004900     PERFORM 0500-LOAD-SELECTION.                                 000097
004950     OPEN OUTPUT REPRINT-OUTPUT.                                  000098
005000     PERFORM 1000-LIST-INDEX.                                     000099
005050     IF WS-SEL-PROGRAM NOT = SPACES AND WS-SEL-DATE > ZERO        000100
005100         PERFORM 2000-REPRINT-SELECTED                            000101
005150     END-IF.                                                      000102
005200     CLOSE REPRINT-OUTPUT.                                        000103
005250     PERFORM 8000-WRITE-RUN-LOG.                                  000104
005300     STOP RUN.                                                    000105
005350* Load the reprint selection from its card                        000106
005400 0500-LOAD-SELECTION.                                             000107
005450     OPEN INPUT REPRINT-SELECT.                                   000108
005500     READ REPRINT-SELECT                                          000109
005550         AT END                                                   000110
005600             CONTINUE                                             000111
005650         NOT AT END                                               000112
005700             MOVE CTL-SEL-PROGRAM TO WS-SEL-PROGRAM               000113
005750             IF CTL-SEL-DATE IS NUMERIC                           000114
005800                 MOVE CTL-SEL-DATE TO WS-SEL-DATE                 000115
005850             END-IF                                               000116
005900             MOVE CTL-SEL-DEPT TO WS-SEL-DEPT                     000117
005950     END-READ.                                                    000118
006000     CLOSE REPRINT-SELECT.                                        000119
006050* List every index row - what is held, for which date, and        000120
006100* how big it is                                                   000121
006150 1000-LIST-INDEX.                                                 000122
006200     WRITE REPRINT-OUTPUT-LINE FROM WS-HDG-1.                     000123
006250     WRITE REPRINT-OUTPUT-LINE FROM SPACES.                       000124
006300     WRITE REPRINT-OUTPUT-LINE FROM WS-HDG-2.                     000125
006350     WRITE REPRINT-OUTPUT-LINE FROM SPACES.                       000126
006400     OPEN INPUT REPORT-INDEX.                                     000127
006450     PERFORM UNTIL WS-AT-EOF                                      000128
006500         READ REPORT-INDEX                                        000129
006550             AT END                                               000130
006600                 SET WS-AT-EOF TO TRUE                            000131
006650             NOT AT END                                           000132
006700                 ADD 1 TO WS-INDEX-CNT                            000133
006750                 MOVE IDX-PROGRAM   TO DTL-PROGRAM                000134
006800                 MOVE IDX-DATE      TO DTL-DATE                   000135
006850                 MOVE IDX-TIMESTAMP TO DTL-TIMESTAMP              000136
006900                 MOVE IDX-PAGE-CNT  TO DTL-PAGES                  000137
006950                 MOVE IDX-LINE-CNT  TO DTL-LINES                  000138
007000                 WRITE REPRINT-OUTPUT-LINE                        000139
007050                     FROM WS-DETAIL-LINE                          000140
007100         END-READ                                                 000141
007150     END-PERFORM.                                                 000142
007200     CLOSE REPORT-INDEX.                                          000143
007250* Copy the selected report's lines back out of the repository     000144
007300 2000-REPRINT-SELECTED.                                           000145
007350     MOVE WS-SEL-PROGRAM TO RPH-PROGRAM.                          000146
007400     MOVE WS-SEL-DATE TO RPH-DATE.                                000147
007450     IF WS-SEL-DEPT NOT = SPACES                                  000148
007500         MOVE " DEPARTMENT " TO RPH-DEPT-TEXT                     000149
007550         MOVE WS-SEL-DEPT TO RPH-DEPT                             000150
007600     ELSE                                                         000151
007650         MOVE SPACES TO RPH-DEPT-TEXT                             000152
007700         MOVE SPACES TO RPH-DEPT                                  000153
007750     END-IF.                                                      000154
007800     WRITE REPRINT-OUTPUT-LINE FROM SPACES.                       000155
007850     WRITE REPRINT-OUTPUT-LINE FROM WS-REPRINT-HDG.               000156
007900     WRITE REPRINT-OUTPUT-LINE FROM SPACES.                       000157
007950     MOVE "N" TO WS-EOF-SW.                                       000158
008000     OPEN INPUT REPORT-REPOSITORY.                                000159
008050     PERFORM UNTIL WS-AT-EOF                                      000160
008100         READ REPORT-REPOSITORY                                   000161
008150             AT END                                               000162
008200                 SET WS-AT-EOF TO TRUE                            000163
008250             NOT AT END                                           000164
008300                 IF REPO-PROGRAM = WS-SEL-PROGRAM AND             000165
008350                         REPO-DATE = WS-SEL-DATE                  000166
008400                     IF WS-SEL-DEPT = SPACES                      000167
008450                         ADD 1 TO WS-REPRINT-CNT                  000168
008500                         WRITE REPRINT-OUTPUT-LINE                000169
008550                             FROM REPO-LINE                       000170
008600                     ELSE                                         000171
008650                         PERFORM 2100-REPRINT-DEPT-LINE           000172
008700                     END-IF                                       000173
008750                 END-IF                                           000174
008800         END-READ                                                 000175
008850     END-PERFORM.                                                 000176
008900     CLOSE REPORT-REPOSITORY.                                     000177
008950     IF WS-REPRINT-CNT = ZERO                                     000178
009000         WRITE REPRINT-OUTPUT-LINE FROM WS-NOTFOUND-LINE          000179
009050     END-IF.                                                      000180
009100* A department reprint takes the title lines ahead of the         000181
009150* report's first department and the department's own lines        000182
009200 2100-REPRINT-DEPT-LINE.                                          000183
009250     IF REPO-DEPT NOT = SPACES                                    000184
009300         SET WS-DEPT-SEEN TO TRUE                                 000185
009350     END-IF.                                                      000186
009400     IF REPO-DEPT = WS-SEL-DEPT OR                                000187
009450             (REPO-DEPT = SPACES AND NOT WS-DEPT-SEEN)            000188
009500         ADD 1 TO WS-REPRINT-CNT                                  000189
009550         WRITE REPRINT-OUTPUT-LINE FROM REPO-LINE                 000190
009600     END-IF.                                                      000191
009650* Append this run's records-read/records-written to the shared    000192
009700* run-log for the nightly batch-window reconciliation             000193
009750 8000-WRITE-RUN-LOG.                                              000194
009800     OPEN EXTEND RUN-LOG.                                         000195
009850     IF WS-RUNLOG-STATUS = "35"                                   000196
009900         OPEN OUTPUT RUN-LOG                                      000197
009950     END-IF.                                                      000198
010000     MOVE "RPTRPRNT" TO RUNLOG-PROGRAM.                           000199
010050     MOVE FUNCTION CURRENT-DATE (1:14) TO RUNLOG-TIMESTAMP.       000200
010100     MOVE WS-INDEX-CNT TO RUNLOG-RECORDS-READ.                    000201
010150     MOVE WS-REPRINT-CNT TO RUNLOG-RECORDS-WRITTEN.               000202
010200     WRITE RUN-LOG-RECORD.                                        000203
010250     CLOSE RUN-LOG.                                               000204
