000100 IDENTIFICATION DIVISION.                                         000001
000150 PROGRAM-ID. ORG-CHART.                                           000002
000200* Organization chart - loads EMPLOYEE-MASTER and prints the       000003
000250* reporting hierarchy as a tree from the top down, each           000004
000300* employee indented under the supervisor carried in               000005
000350* EMP-SUPERVISOR with the count of direct reports. Terminated     000006
000400* employees are left off the tree; their staff print as the       000007
000450* head of their own branch until they are given a new             000008
000500* supervisor. An exception list follows - staff whose             000009
000550* supervisor is terminated, on leave or not on the master,        000010
000600* staff caught in a circular reporting line, and managers         000011
000650* whose direct reports exceed the SPANPRM span-of-control         000012
000700* limit                                                           000013
000750 ENVIRONMENT DIVISION.                                            000014
000800 INPUT-OUTPUT SECTION.                                            000015
000850 FILE-CONTROL.                                                    000016
000900     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"                   000017
000950         ORGANIZATION IS INDEXED                                  000018
001000         ACCESS MODE IS SEQUENTIAL                                000019
001050         RECORD KEY IS EMP-ID OF EMPLOYEE-MASTER-RECORD.          000020
001100* Span-of-control control card - the most direct reports a        000021
001150* manager may carry before being listed. Optional; defaults       000022
001200* to 10                                                           000023
001250     SELECT OPTIONAL SPAN-PARAMETERS ASSIGN TO "SPANPRM"          000024
001300         ORGANIZATION IS LINE SEQUENTIAL.                         000025
001350* Printed organization chart and exception list                   000026
001400     SELECT ORG-REPORT ASSIGN TO "ORGRPT"                         000027
001450         ORGANIZATION IS LINE SEQUENTIAL.                         000028
001500* Run-level control-total log - every batch program appends its   000029
001550* records-read/written counts here for nightly reconciliation     000030
001600     SELECT RUN-LOG ASSIGN TO "RUNLOG"                            000031
001650         ORGANIZATION IS LINE SEQUENTIAL                          000032
001700         FILE STATUS IS WS-RUNLOG-STATUS.                         000033
001750 DATA DIVISION.                                                   000034
001800 FILE SECTION.                                                    000035
001850 FD  EMPLOYEE-MASTER.                                             000036
001900 01  EMPLOYEE-MASTER-RECORD.                                      000037
001950     COPY EMPREC.                                                 000038
002000 FD  SPAN-PARAMETERS.                                             000039
002050 01  SPAN-PARAMETER-REC.                                          000040
002100     05  CTL-SPAN-LIMIT   PIC 9(3).                               000041
002150 FD  ORG-REPORT.                                                  000042
002200 01  ORG-REPORT-LINE  PIC X(80).                                  000043
002250 FD  RUN-LOG.                                                     000044
002300 01  RUN-LOG-RECORD.                                              000045
002350     COPY RUNLOGREC.                                              000046
002400 WORKING-STORAGE SECTION.                                         000047
002450 01  WS-RUNLOG-STATUS  PIC XX.                                    000048
002500 01  WS-EOF-SW         PIC X VALUE "N".                           000049
002550     88  WS-AT-EOF     VALUE "Y".                                 000050
002600 01  WS-READ-CNT       PIC 9(7) VALUE ZERO.                       000051
002650 01  WS-PRINTED-CNT    PIC 9(5) VALUE ZERO.                       000052
002700 01  WS-EXCEPTION-CNT  PIC 9(5) VALUE ZERO.                       000053
002750 01  WS-SPAN-LIMIT     PIC 9(3) VALUE 10.                         000054
002800* Every employee on the master, in EMP-ID order, with the         000055
002850* table position of the supervisor, the count of direct           000056
002900* reports not terminated, and whether the tree has printed it     000057
002950 78  WS-MAX-EMPLOYEES  VALUE 9999.                                000058
003000 01  WS-EMP-CNT        PIC 9(4) VALUE ZERO.                       000059
003050 01  WS-ORG-TABLE.                                                000060
003100     05  ORG-ENTRY OCCURS 0 TO WS-MAX-EMPLOYEES TIMES             000061
003150             DEPENDING ON WS-EMP-CNT.                             000062
003200         10  ORG-ID          PIC X(5).                            000063
003250         10  ORG-NAME        PIC X(10).                           000064
003300         10  ORG-DEPT        PIC X(3).                            000065
003350         10  ORG-STATUS      PIC X.                               000066
003400         10  ORG-SUPV        PIC X(5).                            000067
003450         10  ORG-SUPV-IDX    PIC 9(4).                            000068
003500         10  ORG-REPORTS     PIC 9(4).                            000069
003550         10  ORG-PRINTED-SW  PIC X.                               000070
003600 01  WS-EMP-IDX        PIC 9(4).                                  000071
003650 01  WS-SUB-IDX        PIC 9(4).                                  000072
003700* Tree walk - a stack of the supervisors whose staff are being    000073
003750* printed, each with the table position reached so far in the     000074
003800* scan for its next direct report                                 000075
003850 78  WS-MAX-LEVELS     VALUE 30.                                  000076
003900 01  WS-LEVEL          PIC 99 VALUE ZERO.                         000077
003950 01  WS-STACK-TABLE.                                              000078
004000     05  STK-ENTRY OCCURS 30 TIMES.                               000079
004050         10  STK-EMP-IDX     PIC 9(4).                            000080
004100         10  STK-SCAN-IDX    PIC 9(4).                            000081
004150 01  WS-FOUND-SW       PIC X.                                     000082
004200     88  WS-FOUND      VALUE "Y".                                 000083
004250 01  WS-INDENT-POS     PIC 99.                                    000084
004300* Report heading, tree, exception and footer lines                000085
004350 01  WS-HDG-1.                                                    000086
004400     05  FILLER        PIC X(40)                                  000087
004450             VALUE "ORGANIZATION CHART - RUN DATE".               000088
004500     05  HDG-RUN-DATE  PIC 9(8).                                  000089
004550 01  WS-HDG-2.                                                    000090
004600     05  FILLER        PIC X(60)                                  000091
004650             VALUE "EMP-ID NAME       DEPT  DIRECT REPORTS".      000092
004700 01  WS-TREE-LINE      PIC X(80).                                 000093
004750 01  WS-TREE-ENTRY.                                               000094
004800     05  TRE-ID        PIC X(5).                                  000095
004850     05  FILLER        PIC X VALUE SPACE.                         000096
004900     05  TRE-NAME      PIC X(10).                                 000097
004950     05  FILLER        PIC X VALUE SPACE.                         000098
005000     05  TRE-DEPT      PIC X(3).                                  000099
005050     05  FILLER        PIC X(3) VALUE SPACES.                     000100
005100     05  TRE-REPORTS   PIC ZZZ9.                                  000101
005150     05  FILLER        PIC X VALUE SPACE.                         000102
005200     05  TRE-NOTE      PIC X(11).                                 000103
005250 01  WS-EXC-HDG-1.                                                000104
005300     05  FILLER        PIC X(40)                                  000105
005350             VALUE "ORGANIZATION EXCEPTIONS".                     000106
005400 01  WS-EXC-HDG-2.                                                000107
005450     05  FILLER        PIC X(7)  VALUE "EMP-ID".                  000108
005500     05  FILLER        PIC X(11) VALUE "NAME".                    000109
005550     05  FILLER        PIC X(5)  VALUE "DEPT".                    000110
005600     05  FILLER        PIC X(7)  VALUE "SUPV".                    000111
005650     05  FILLER        PIC X(40) VALUE "EXCEPTION".               000112
005700 01  WS-EXC-LINE.                                                 000113
005750     05  EXC-ID        PIC X(5).                                  000114
005800     05  FILLER        PIC X(2) VALUE SPACES.                     000115
005850     05  EXC-NAME      PIC X(10).                                 000116
005900     05  FILLER        PIC X VALUE SPACE.                         000117
005950     05  EXC-DEPT      PIC X(3).                                  000118
006000     05  FILLER        PIC X(2) VALUE SPACES.                     000119
006050     05  EXC-SUPV      PIC X(5).                                  000120
006100     05  FILLER        PIC X(2) VALUE SPACES.                     000121
006150     05  EXC-TEXT      PIC X(40).                                 000122
006200 01  WS-SPAN-TEXT.                                                000123
006250     05  FILLER        PIC X(16) VALUE "SPAN OF CONTROL ".        000124
006300     05  SPN-REPORTS   PIC ZZZ9.                                  000125
006350     05  FILLER        PIC X(10) VALUE " OVER THE ".              000126
006400     05  SPN-LIMIT     PIC ZZ9.                                   000127
006450     05  FILLER        PIC X(6)  VALUE " LIMIT".                  000128
006500 01  WS-FOOTER-1.                                                 000129
006550     05  FILLER        PIC X(30) VALUE "EMPLOYEES ON CHART:".     000130
006600     05  FTR-PRINTED   PIC ZZZZ9.                                 000131
006650 01  WS-FOOTER-2.                                                 000132
006700     05  FILLER        PIC X(30) VALUE "EXCEPTIONS LISTED:".      000133
006750     05  FTR-EXCEPTIONS PIC ZZZZ9.                                000134
006800 PROCEDURE DIVISION.                                              000135
006850 0000-MAIN.                                                       000136
006900     PERFORM 1000-LOAD-SPAN-LIMIT.                                000137
006950     PERFORM 1100-LOAD-EMPLOYEES.                                 000138
007000     PERFORM 1200-LINK-SUPERVISORS.                               000139
007050     OPEN OUTPUT ORG-REPORT.                                      000140
007100     MOVE FUNCTION CURRENT-DATE (1:8) TO HDG-RUN-DATE.            000141
007150     WRITE ORG-REPORT-LINE FROM WS-HDG-1.                         000142
007200     WRITE ORG-REPORT-LINE FROM SPACES.                           000143
007250     WRITE ORG-REPORT-LINE FROM WS-HDG-2.                         000144
007300     WRITE ORG-REPORT-LINE FROM SPACES.                           000145
007350     PERFORM VARYING WS-EMP-IDX FROM 1 BY 1                       000146
007400             UNTIL WS-EMP-IDX > WS-EMP-CNT                        000147
007450         IF ORG-STATUS (WS-EMP-IDX) NOT = "T"                     000148
007500                 AND ORG-SUPV-IDX (WS-EMP-IDX) = ZERO             000149
007550             PERFORM 2000-PRINT-BRANCH                            000150
007600         END-IF                                                   000151
007650     END-PERFORM.                                                 000152
007700     WRITE ORG-REPORT-LINE FROM SPACES AFTER ADVANCING PAGE.      000153
007750     WRITE ORG-REPORT-LINE FROM WS-EXC-HDG-1.                     000154
007800     WRITE ORG-REPORT-LINE FROM SPACES.                           000155
007850     WRITE ORG-REPORT-LINE FROM WS-EXC-HDG-2.                     000156
007900     WRITE ORG-REPORT-LINE FROM SPACES.                           000157
007950     PERFORM VARYING WS-EMP-IDX FROM 1 BY 1                       000158
008000             UNTIL WS-EMP-IDX > WS-EMP-CNT                        000159
008050         IF ORG-STATUS (WS-EMP-IDX) NOT = "T"                     000160
008100             PERFORM 3000-CHECK-EMPLOYEE                          000161
008150         END-IF                                                   000162
008200     END-PERFORM.                                                 000163
008250     MOVE WS-PRINTED-CNT TO FTR-PRINTED.                          000164
008300     MOVE WS-EXCEPTION-CNT TO FTR-EXCEPTIONS.                     000165
008350     WRITE ORG-REPORT-LINE FROM SPACES.                           000166
008400     WRITE ORG-REPORT-LINE FROM WS-FOOTER-1.                      000167
008450     WRITE ORG-REPORT-LINE FROM WS-FOOTER-2.                      000168
008500     CLOSE ORG-REPORT.                                            000169
008550     PERFORM 8000-WRITE-RUN-LOG.                                  000170
008600     STOP RUN.                                                    000171
008650* Read the span-of-control limit from SPANPRM, defaulting to      000172
008700* 10 when the card is missing or zero                             000173
008750 1000-LOAD-SPAN-LIMIT.                                            000174
008800     OPEN INPUT SPAN-PARAMETERS.                                  000175
008850     READ SPAN-PARAMETERS                                         000176
008900         AT END                                                   000177
008950             CONTINUE                                             000178
009000         NOT AT END                                               000179
009050             IF CTL-SPAN-LIMIT IS NUMERIC AND                     000180
009100                     CTL-SPAN-LIMIT > ZERO                        000181
009150                 MOVE CTL-SPAN-LIMIT TO WS-SPAN-LIMIT             000182
009200             END-IF                                               000183
009250     END-READ.                                                    000184
009300     CLOSE SPAN-PARAMETERS.                                       000185
009350* Load every employee on the master into the table                000186
009400 1100-LOAD-EMPLOYEES.                                             000187
009450     OPEN INPUT EMPLOYEE-MASTER.                                  000188
009500     PERFORM UNTIL WS-AT-EOF                                      000189
009550             OR WS-EMP-CNT = WS-MAX-EMPLOYEES                     000190
009600         READ EMPLOYEE-MASTER NEXT RECORD                         000191
009650             AT END                                               000192
009700                 SET WS-AT-EOF TO TRUE                            000193
009750             NOT AT END                                           000194
009800                 ADD 1 TO WS-READ-CNT                             000195
009850                 ADD 1 TO WS-EMP-CNT                              000196
009900                 MOVE EMP-ID OF EMPLOYEE-MASTER-RECORD            000197
009950                     TO ORG-ID (WS-EMP-CNT)                       000198
010000                 MOVE EMP-NAME OF EMPLOYEE-MASTER-RECORD          000199
010050                     TO ORG-NAME (WS-EMP-CNT)                     000200
010100                 MOVE EMP-DEPT OF EMPLOYEE-MASTER-RECORD          000201
010150                     TO ORG-DEPT (WS-EMP-CNT)                     000202
010200                 MOVE EMP-STATUS OF EMPLOYEE-MASTER-RECORD        000203
010250                     TO ORG-STATUS (WS-EMP-CNT)                   000204
010300                 MOVE EMP-SUPERVISOR OF EMPLOYEE-MASTER-RECORD    000205
010350                     TO ORG-SUPV (WS-EMP-CNT)                     000206
010400                 MOVE ZERO TO ORG-SUPV-IDX (WS-EMP-CNT)           000207
010450                 MOVE ZERO TO ORG-REPORTS (WS-EMP-CNT)            000208
010500                 MOVE "N" TO ORG-PRINTED-SW (WS-EMP-CNT)          000209
010550         END-READ                                                 000210
010600     END-PERFORM.                                                 000211
010650     CLOSE EMPLOYEE-MASTER.                                       000212
010700* Point each employee still on staff at a supervisor who is       000213
010750* not terminated and count the supervisor's direct reports.       000214
010800* No supervisor, one not on the master and one terminated all     000215
010850* leave the employee at the head of a branch                      000216
010900 1200-LINK-SUPERVISORS.                                           000217
010950     PERFORM VARYING WS-EMP-IDX FROM 1 BY 1                       000218
011000             UNTIL WS-EMP-IDX > WS-EMP-CNT                        000219
011050         IF ORG-STATUS (WS-EMP-IDX) NOT = "T" AND                 000220
011100                 ORG-SUPV (WS-EMP-IDX) NOT = SPACES               000221
011150             PERFORM 1300-FIND-SUPERVISOR                         000222
011200             IF WS-SUB-IDX > ZERO                                 000223
011250                 IF ORG-STATUS (WS-SUB-IDX) NOT = "T"             000224
011300                     MOVE WS-SUB-IDX TO ORG-SUPV-IDX (WS-EMP-IDX) 000225
011350                     ADD 1 TO ORG-REPORTS (WS-SUB-IDX)            000226
011400                 END-IF                                           000227
011450             END-IF                                               000228
011500         END-IF                                                   000229
011550     END-PERFORM.                                                 000230
011600* Table position of the employee's supervisor, zero when the      000231
011650* supervisor is not on the master                                 000232
011700 1300-FIND-SUPERVISOR.                                            000233
011750     MOVE ZERO TO WS-SUB-IDX.                                     000234
011800     PERFORM VARYING WS-SUB-IDX FROM 1 BY 1                       000235
011850             UNTIL WS-SUB-IDX > WS-EMP-CNT                        000236
011900         IF ORG-ID (WS-SUB-IDX) = ORG-SUPV (WS-EMP-IDX)           000237
011950             EXIT PERFORM                                         000238
012000         END-IF                                                   000239
012050     END-PERFORM.                                                 000240
012100     IF WS-SUB-IDX > WS-EMP-CNT                                   000241
012150         MOVE ZERO TO WS-SUB-IDX                                  000242
012200     END-IF.                                                      000243
012250* Print one branch - its head, then depth first every direct      000244
012300* report under the supervisor on top of the stack, one level      000245
012350* deeper each time, until the stack empties                       000246
012400 2000-PRINT-BRANCH.                                               000247
012450     MOVE 1 TO WS-LEVEL.                                          000248
012500     MOVE WS-EMP-IDX TO STK-EMP-IDX (WS-LEVEL).                   000249
012550     MOVE ZERO TO STK-SCAN-IDX (WS-LEVEL).                        000250
012600     MOVE WS-EMP-IDX TO WS-SUB-IDX.                               000251
012650     PERFORM 2200-PRINT-TREE-LINE.                                000252
012700     PERFORM UNTIL WS-LEVEL = ZERO                                000253
012750         PERFORM 2100-NEXT-DIRECT-REPORT                          000254
012800         IF WS-FOUND                                              000255
012850             PERFORM 2200-PRINT-TREE-LINE                         000256
012900             IF WS-LEVEL < WS-MAX-LEVELS                          000257
012950                 ADD 1 TO WS-LEVEL                                000258
013000                 MOVE WS-SUB-IDX TO STK-EMP-IDX (WS-LEVEL)        000259
013050                 MOVE ZERO TO STK-SCAN-IDX (WS-LEVEL)             000260
013100             END-IF                                               000261
013150         ELSE                                                     000262
013200             SUBTRACT 1 FROM WS-LEVEL                             000263
013250         END-IF                                                   000264
013300     END-PERFORM.                                                 000265
013350* Find the next direct report of the supervisor on top of the     000266
013400* stack, past the last one printed                                000267
013450 2100-NEXT-DIRECT-REPORT.                                         000268
013500     MOVE "N" TO WS-FOUND-SW.                                     000269
013550     COMPUTE WS-SUB-IDX = STK-SCAN-IDX (WS-LEVEL) + 1.            000270
013600     PERFORM UNTIL WS-SUB-IDX > WS-EMP-CNT OR WS-FOUND            000271
013650         IF ORG-SUPV-IDX (WS-SUB-IDX) = STK-EMP-IDX (WS-LEVEL)    000272
013700                 AND ORG-PRINTED-SW (WS-SUB-IDX) = "N"            000273
013750             SET WS-FOUND TO TRUE                                 000274
013800             MOVE WS-SUB-IDX TO STK-SCAN-IDX (WS-LEVEL)           000275
013850         ELSE                                                     000276
013900             ADD 1 TO WS-SUB-IDX                                  000277
013950         END-IF                                                   000278
014000     END-PERFORM.                                                 000279
014050* One chart line, indented two places for every level below       000280
014100* the head of its branch                                          000281
014150 2200-PRINT-TREE-LINE.                                            000282
014200     MOVE "Y" TO ORG-PRINTED-SW (WS-SUB-IDX).                     000283
014250     ADD 1 TO WS-PRINTED-CNT.                                     000284
014300     MOVE ORG-ID (WS-SUB-IDX) TO TRE-ID.                          000285
014350     MOVE ORG-NAME (WS-SUB-IDX) TO TRE-NAME.                      000286
014400     MOVE ORG-DEPT (WS-SUB-IDX) TO TRE-DEPT.                      000287
014450     MOVE ORG-REPORTS (WS-SUB-IDX) TO TRE-REPORTS.                000288
014500     IF ORG-STATUS (WS-SUB-IDX) = "L"                             000289
014550         MOVE "(ON LEAVE)" TO TRE-NOTE                            000290
014600     ELSE                                                         000291
014650         MOVE SPACES TO TRE-NOTE                                  000292
014700     END-IF.                                                      000293
014750     MOVE SPACES TO WS-TREE-LINE.                                 000294
014800     COMPUTE WS-INDENT-POS = (WS-LEVEL - 1) * 2 + 1.              000295
014850     MOVE WS-TREE-ENTRY TO WS-TREE-LINE (WS-INDENT-POS:).         000296
014900     WRITE ORG-REPORT-LINE FROM WS-TREE-LINE.                     000297
014950* Every exception for one employee still on staff                 000298
015000 3000-CHECK-EMPLOYEE.                                             000299
015050     MOVE ORG-ID (WS-EMP-IDX) TO EXC-ID.                          000300
015100     MOVE ORG-NAME (WS-EMP-IDX) TO EXC-NAME.                      000301
015150     MOVE ORG-DEPT (WS-EMP-IDX) TO EXC-DEPT.                      000302
015200     MOVE ORG-SUPV (WS-EMP-IDX) TO EXC-SUPV.                      000303
015250     IF ORG-SUPV (WS-EMP-IDX) NOT = SPACES                        000304
015300         PERFORM 1300-FIND-SUPERVISOR                             000305
015350         IF WS-SUB-IDX = ZERO                                     000306
015400             MOVE "SUPERVISOR NOT ON EMPLOYEE MASTER"             000307
015450                 TO EXC-TEXT                                      000308
015500             PERFORM 3900-WRITE-EXCEPTION                         000309
015550         ELSE                                                     000310
015600             IF ORG-STATUS (WS-SUB-IDX) = "T"                     000311
015650                 MOVE "SUPERVISOR IS TERMINATED" TO EXC-TEXT      000312
015700                 PERFORM 3900-WRITE-EXCEPTION                     000313
015750             END-IF                                               000314
015800             IF ORG-STATUS (WS-SUB-IDX) = "L"                     000315
015850                 MOVE "SUPERVISOR IS ON LEAVE" TO EXC-TEXT        000316
015900                 PERFORM 3900-WRITE-EXCEPTION                     000317
015950             END-IF                                               000318
016000         END-IF                                                   000319
016050     END-IF.                                                      000320
016100     IF ORG-PRINTED-SW (WS-EMP-IDX) = "N"                         000321
016150         MOVE "CIRCULAR REPORTING LINE - NOT ON CHART"            000322
016200             TO EXC-TEXT                                          000323
016250         PERFORM 3900-WRITE-EXCEPTION                             000324
016300     END-IF.                                                      000325
016350     IF ORG-REPORTS (WS-EMP-IDX) > WS-SPAN-LIMIT                  000326
016400         MOVE ORG-REPORTS (WS-EMP-IDX) TO SPN-REPORTS             000327
016450         MOVE WS-SPAN-LIMIT TO SPN-LIMIT                          000328
016500         MOVE WS-SPAN-TEXT TO EXC-TEXT                            000329
016550         PERFORM 3900-WRITE-EXCEPTION                             000330
016600     END-IF.                                                      000331
016650* Write one exception line                                        000332
016700 3900-WRITE-EXCEPTION.                                            000333
016750     ADD 1 TO WS-EXCEPTION-CNT.                                   000334
016800     WRITE ORG-REPORT-LINE FROM WS-EXC-LINE.                      000335
016850* Append this run's records-read/records-written to the shared    000336
016900* run-log for the nightly batch-window reconciliation             000337
016950 8000-WRITE-RUN-LOG.                                              000338
017000     OPEN EXTEND RUN-LOG.                                         000339
017050     IF WS-RUNLOG-STATUS = "35"                                   000340
017100         OPEN OUTPUT RUN-LOG                                      000341
017150     END-IF.                                                      000342
017200     MOVE "ORGCHART" TO RUNLOG-PROGRAM.                           000343
017250     MOVE FUNCTION CURRENT-DATE (1:14) TO RUNLOG-TIMESTAMP.       000344
017300     MOVE WS-READ-CNT TO RUNLOG-RECORDS-READ.                     000345
017350     MOVE WS-PRINTED-CNT TO RUNLOG-RECORDS-WRITTEN.               000346
017400     WRITE RUN-LOG-RECORD.                                        000347
017450     CLOSE RUN-LOG.                                               000348
