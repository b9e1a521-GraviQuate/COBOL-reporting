000500* run mode defaults to trial - the register shows what would      000009
000550* move and nothing is touched until the card says apply.          000010
000600* Each employee moves at most once per run, on the first card     000011
000650* matching their department. A card that would take its target    000012
000700* department over the authorized headcount or salary budget is    000013
000750* registered with a warning, or refused when the POSNPRM card     000014
000800* says refuse                                                     000015
000850 ENVIRONMENT DIVISION.                                            000016
000900 INPUT-OUTPUT SECTION.                                            000017
000950 FILE-CONTROL.                                                    000018
001000* Reorg control cards - action M (move) or R (retire into),       000019
001050* the source department and the target department                 000020
001100     SELECT REORG-CONTROL ASSIGN TO "REORGCTL"                    000021
001150         ORGANIZATION IS LINE SEQUENTIAL.                         000022
001200* Run mode - T trial (print only) or A apply. Optional, and a     000023
001250* missing card runs a trial, never an apply                       000024
001300     SELECT OPTIONAL REORG-PARAMETERS ASSIGN TO "REORGPRM"        000025
001350         ORGANIZATION IS LINE SEQUENTIAL.                         000026
001400* Position-control card - W warns, R refuses. Optional; warn      000027
001450* when absent                                                     000028
001500     SELECT OPTIONAL POSITION-PARAMETERS ASSIGN TO "POSNPRM"      000029
001550         ORGANIZATION IS LINE SEQUENTIAL.                         000030
001600     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"                   000031
001650         ORGANIZATION IS INDEXED                                  000032
001700         ACCESS MODE IS DYNAMIC                                   000033
001750         RECORD KEY IS EMP-ID OF EMPLOYEE-MASTER-RECORD.          000034
001800* Department master - validates both sides of every card, and     000035
001850* a retire removes the emptied source row on apply                000036
001900     SELECT DEPARTMENT-MASTER ASSIGN TO "DEPTMAST"                000037
001950         ORGANIZATION IS INDEXED                                  000038
002000         ACCESS MODE IS DYNAMIC                                   000039
002050         RECORD KEY IS DEPT-CODE OF DEPARTMENT-MASTER-RECORD.     000040
002100* Change-audit log - one record per employee moved                000041
002150     SELECT EMP-AUDIT-LOG ASSIGN TO "EMPAUDIT"                    000042
002200         ORGANIZATION IS LINE SEQUENTIAL                          000043
002250         FILE STATUS IS WS-AUDIT-STATUS.                          000044
002300* Printed transfer register                                       000045
002350     SELECT REORG-REGISTER ASSIGN TO "REORGREG"                   000046
002400         ORGANIZATION IS LINE SEQUENTIAL.                         000047
002450* Run-level control-total log - every batch program appends its   000048
002500* records-read/written counts here for nightly reconciliation     000049
002550     SELECT RUN-LOG ASSIGN TO "RUNLOG"                            000050
002600         ORGANIZATION IS LINE SEQUENTIAL                          000051
002650         FILE STATUS IS WS-RUNLOG-STATUS.                         000052
002700 DATA DIVISION.                                                   000053
002750 FILE SECTION.                                                    000054
002800 FD  REORG-CONTROL.                                               000055
002850 01  REORG-CONTROL-REC.                                           000056
002900     05  CTL-ACTION     PIC X.                                    000057
002950     05  CTL-FROM-DEPT  PIC X(3).                                 000058
003000     05  CTL-TO-DEPT    PIC X(3).                                 000059
003050 FD  REORG-PARAMETERS.                                            000060
003100 01  REORG-PARAMETER-REC.                                         000061
003150     05  CTL-RUN-MODE   PIC X.                                    000062
003200 FD  POSITION-PARAMETERS.                                         000063
003250 01  POSITION-PARAMETER-REC.                                      000064
003300     05  CTL-POSN-MODE  PIC X.                                    000065
003350 FD  EMPLOYEE-MASTER.                                             000066
003400 01  EMPLOYEE-MASTER-RECORD.                                      000067
003450     COPY EMPREC.                                                 000068
003500 FD  DEPARTMENT-MASTER.                                           000069
003550 01  DEPARTMENT-MASTER-RECORD.                                    000070
003600     COPY DEPTREC.                                                000071
003650 FD  EMP-AUDIT-LOG.                                               000072
003700 01  EMP-AUDIT-RECORD.                                            000073
003750     COPY AUDITREC.                                               000074
003800 FD  REORG-REGISTER.                                              000075
003850 01  REORG-REGISTER-LINE  PIC X(80).                              000076
003900 FD  RUN-LOG.                                                     000077
003950 01  RUN-LOG-RECORD.                                              000078
004000     COPY RUNLOGREC.                                              000079
004050 WORKING-STORAGE SECTION.                                         000080
004100 01  WS-RUNLOG-STATUS  PIC XX.                                    000081
004150 01  WS-AUDIT-STATUS   PIC XX.                                    000082
004200 01  WS-EOF-SW         PIC X VALUE "N".                           000083
004250     88  WS-AT-EOF     VALUE "Y".                                 000084
004300 01  WS-READ-CNT       PIC 9(7) VALUE ZERO.                       000085
004350 01  WS-MOVED-CNT      PIC 9(7) VALUE ZERO.                       000086
004400 01  WS-BAD-CARD-CNT   PIC 99 VALUE ZERO.                         000087
004450* Run mode - trial unless the REORGPRM card says apply            000088
004500 01  WS-RUN-MODE       PIC X VALUE "T".                           000089
004550     88  WS-APPLY-MODE VALUE "A".                                 000090
004600* Control cards, loaded and validated up front                    000091
004650 01  WS-CARD-EOF-SW    PIC X VALUE "N".                           000092
004700     88  WS-CARD-EOF   VALUE "Y".                                 000093
004750 78  WS-MAX-CARDS      VALUE 20.                                  000094
004800 01  WS-CARD-CNT       PIC 99 VALUE ZERO.                         000095
004850 01  WS-CARD-TABLE.                                               000096
004900     05  CARD-ENTRY OCCURS 0 TO WS-MAX-CARDS TIMES                000097
004950             DEPENDING ON WS-CARD-CNT.                            000098
005000         10  CARD-ACTION    PIC X.                                000099
005050         10  CARD-FROM-DEPT PIC X(3).                             000100
005100         10  CARD-TO-DEPT   PIC X(3).                             000101
005150         10  CARD-VALID-SW  PIC X.                                000102
005200         10  CARD-MOVED-CNT PIC 9(5).                             000103
005250         10  CARD-PROJ-IN   PIC 9(5).                             000104
005300         10  CARD-PROJ-HEAD PIC 9(5).                             000105
005350         10  CARD-PROJ-PAY  PIC 9(11)V99.                         000106
005400 01  WS-CARD-IDX       PIC 99.                                    000107
005450 01  WS-HIT-IDX        PIC 99.                                    000108
005500* Position control - the mode from POSNPRM and the target         000109
005550* department's limits. Each card's target is projected as it      000110
005600* would stand after the whole run: its own employees not          000111
005650* moving out plus everyone moving in, terminated rows aside       000112
005700 01  WS-POSN-MODE      PIC X VALUE "W".                           000113
005750     88  WS-POSN-REFUSE VALUE "R" "r".                            000114
005800 01  WS-POSN-EOF-SW    PIC X VALUE "N".                           000115
005850     88  WS-POSN-EOF   VALUE "Y".                                 000116
005900 01  WS-FINAL-DEPT     PIC X(3).                                  000117
005950 01  WS-POSN-AUTH      PIC 9(5).                                  000118
006000 01  WS-POSN-BUDGET    PIC 9(9)V99.                               000119
006050 01  WS-POSN-REASON    PIC X(30).                                 000120
006100 01  WS-POSN-CNT       PIC 99 VALUE ZERO.                         000121
006150* Audit-chain state - the last sequence number and check          000122
006200* value on file, loaded at start-up and carried forward so        000123
006250* every audit record chains from the one before it                000124
006300 78  WS-CHECK-MODULUS  VALUE 999999937.                           000125
006350 78  WS-AUDIT-BODY-LEN VALUE 57.                                  000126
006400 01  WS-AUDIT-SEQ      PIC 9(7) VALUE ZERO.                       000127
006450 01  WS-PRIOR-CHECK    PIC 9(9) VALUE ZERO.                       000128
006500 01  WS-CHECK-WORK     PIC 9(12).                                 000129
006550 01  WS-CHK-IDX        PIC 99.                                    000130
006600 01  WS-CHAIN-EOF-SW   PIC X.                                     000131
006650     88  WS-CHAIN-EOF  VALUE "Y".                                 000132
006700* Mass transfers carry no logged-on operator, so every audit      000133
006750* record is stamped with a fixed reorg userid                     000134
006800 01  WS-USERID         PIC X(8) VALUE "REORG".                    000135
006850 01  WS-OLD-DEPT       PIC X(3).                                  000136
006900* Register heading, detail and footer lines                       000137
006950 01  WS-HDG-1.                                                    000138
007000     05  FILLER        PIC X(30)                                  000139
007050             VALUE "DEPARTMENT REORG REGISTER -".                 000140
007100     05  HDG-MODE      PIC X(10).                                 000141
007150 01  WS-HDG-2.                                                    000142
007200     05  FILLER        PIC X(8)  VALUE "EMP ID".                  000143
007250     05  FILLER        PIC X(12) VALUE "NAME".                    000144
007300     05  FILLER        PIC X(6)  VALUE "FROM".                    000145
007350     05  FILLER        PIC X(4)  VALUE "TO".                      000146
007400 01  WS-DETAIL-LINE.                                              000147
007450     05  DTL-EMP-ID    PIC X(5).                                  000148
007500     05  FILLER        PIC X(3) VALUE SPACES.                     000149
007550     05  DTL-EMP-NAME  PIC X(10).                                 000150
007600     05  FILLER        PIC X(2) VALUE SPACES.                     000151
007650     05  DTL-FROM-DEPT PIC X(3).                                  000152
007700     05  FILLER        PIC X(3) VALUE SPACES.                     000153
007750     05  DTL-TO-DEPT   PIC X(3).                                  000154
007800 01  WS-CARD-LINE.                                                000155
007850     05  FILLER        PIC X(6)  VALUE "CARD: ".                  000156
007900     05  CRD-ACTION    PIC X.                                     000157
007950     05  FILLER        PIC X(2)  VALUE SPACES.                    000158
008000     05  CRD-FROM      PIC X(3).                                  000159
008050     05  FILLER        PIC X(4)  VALUE " -> ".                    000160
008100     05  CRD-TO        PIC X(3).                                  000161
008150     05  FILLER        PIC X(2)  VALUE SPACES.                    000162
008200     05  CRD-NOTE      PIC X(30).                                 000163
008250 01  WS-POSN-LINE.                                                000164
008300     05  FILLER        PIC X(10) VALUE "POSITION: ".              000165
008350     05  PSN-DEPT      PIC X(3).                                  000166
008400     05  FILLER        PIC X(2)  VALUE SPACES.                    000167
008450     05  PSN-REASON    PIC X(30).                                 000168
008500     05  FILLER        PIC X(2)  VALUE SPACES.                    000169
008550     05  PSN-ACTION    PIC X(20).                                 000170
008600 01  WS-FOOTER-1.                                                 000171
008650     05  FILLER        PIC X(22) VALUE "EMPLOYEES MOVED:".        000172
008700     05  FTR-MOVED     PIC ZZZZZZ9.                               000173
008750 PROCEDURE DIVISION.                                              000174
008800 0000-MAIN.                                                       000175
008850     PERFORM 0500-LOAD-RUN-MODE.                                  000176
008900     PERFORM 0550-LOAD-POSITION-MODE.                             000177
008950     PERFORM 1000-LOAD-CONTROL-CARDS.                             000178
009000     OPEN OUTPUT REORG-REGISTER.                                  000179
009050     IF WS-APPLY-MODE                                             000180
009100         MOVE "APPLY" TO HDG-MODE                                 000181
009150     ELSE                                                         000182
009200         MOVE "TRIAL RUN" TO HDG-MODE                             000183
009250     END-IF.                                                      000184
009300     WRITE REORG-REGISTER-LINE FROM WS-HDG-1.                     000185
009350     WRITE REORG-REGISTER-LINE FROM SPACES.                       000186
009400     PERFORM 1500-VALIDATE-CONTROL-CARDS.                         000187
009450     IF WS-CARD-CNT = ZERO                                        000188
009500         DISPLAY "No reorg control cards - nothing to do."        000189
009550     ELSE                                                         000190
009600         PERFORM 2000-SWEEP-EMPLOYEE-MASTER                       000191
009650         IF WS-APPLY-MODE                                         000192
009700             PERFORM 4000-RETIRE-EMPTY-DEPTS                      000193
009750         END-IF                                                   000194
009800     END-IF.                                                      000195
009850     MOVE WS-MOVED-CNT TO FTR-MOVED.                              000196
009900     WRITE REORG-REGISTER-LINE FROM SPACES.                       000197
009950     WRITE REORG-REGISTER-LINE FROM WS-FOOTER-1.                  000198
010000     CLOSE REORG-REGISTER.                                        000199
010050     PERFORM 8000-WRITE-RUN-LOG.                                  000200
010100     IF WS-BAD-CARD-CNT > ZERO                                    000201
010150         MOVE 8 TO RETURN-CODE                                    000202
010200     END-IF.                                                      000203
010250     STOP RUN.                                                    000204
010300* Trial unless the mode card says apply                           000205
010350 0500-LOAD-RUN-MODE.                                              000206
010400     OPEN INPUT REORG-PARAMETERS.                                 000207
010450     READ REORG-PARAMETERS                                        000208
010500         AT END                                                   000209
010550             CONTINUE                                             000210
010600         NOT AT END                                               000211
010650             IF CTL-RUN-MODE = "A" OR CTL-RUN-MODE = "a"          000212
010700                 MOVE "A" TO WS-RUN-MODE                          000213
010750             END-IF                                               000214
010800     END-READ.                                                    000215
010850     CLOSE REORG-PARAMETERS.                                      000216
010900* Warn unless the position-control card says refuse               000217
010950 0550-LOAD-POSITION-MODE.                                         000218
011000     OPEN INPUT POSITION-PARAMETERS.                              000219
011050     READ POSITION-PARAMETERS                                     000220
011100         AT END                                                   000221
011150             CONTINUE                                             000222
011200         NOT AT END                                               000223
011250             IF CTL-POSN-MODE = "R" OR "r"                        000224
011300                 MOVE CTL-POSN-MODE TO WS-POSN-MODE               000225
011350             END-IF                                               000226
011400     END-READ.                                                    000227
011450     CLOSE POSITION-PARAMETERS.                                   000228
011500* Load the control cards into the table                           000229
011550 1000-LOAD-CONTROL-CARDS.                                         000230
011600     OPEN INPUT REORG-CONTROL.                                    000231
011650     PERFORM UNTIL WS-CARD-EOF                                    000232
011700             OR WS-CARD-CNT = WS-MAX-CARDS                        000233
011750         READ REORG-CONTROL                                       000234
011800             AT END                                               000235
011850                 SET WS-CARD-EOF TO TRUE                          000236
011900             NOT AT END                                           000237
011950                 ADD 1 TO WS-CARD-CNT                             000238
012000                 MOVE CTL-ACTION                                  000239
012050                     TO CARD-ACTION (WS-CARD-CNT)                 000240
012100                 MOVE CTL-FROM-DEPT                               000241
012150                     TO CARD-FROM-DEPT (WS-CARD-CNT)              000242
012200                 MOVE CTL-TO-DEPT                                 000243
012250                     TO CARD-TO-DEPT (WS-CARD-CNT)                000244
012300                 MOVE "N" TO CARD-VALID-SW (WS-CARD-CNT)          000245
012350                 MOVE ZERO TO CARD-MOVED-CNT (WS-CARD-CNT)        000246
012400                 MOVE ZERO TO CARD-PROJ-IN (WS-CARD-CNT)          000247
012450                 MOVE ZERO TO CARD-PROJ-HEAD (WS-CARD-CNT)        000248
012500                 MOVE ZERO TO CARD-PROJ-PAY (WS-CARD-CNT)         000249
012550         END-READ                                                 000250
012600     END-PERFORM.                                                 000251
012650     CLOSE REORG-CONTROL.                                         000252
012700* Both sides of every card must be on the department master,      000253
012750* the action recognized, and the two sides different; a bad       000254
012800* card is registered and skipped, and the run ends with a bad     000255
012850* return code so the reorg gets rechecked                         000256
012900 1500-VALIDATE-CONTROL-CARDS.                                     000257
012950     OPEN INPUT DEPARTMENT-MASTER.                                000258
013000     PERFORM VARYING WS-CARD-IDX FROM 1 BY 1                      000259
013050             UNTIL WS-CARD-IDX > WS-CARD-CNT                      000260
013100         PERFORM 1600-VALIDATE-ONE-CARD                           000261
013150     END-PERFORM.                                                 000262
013200     IF WS-CARD-CNT > ZERO                                        000263
013250         PERFORM 1700-PROJECT-TARGET-DEPTS                        000264
013300     END-IF.                                                      000265
013350     CLOSE DEPARTMENT-MASTER.                                     000266
013400     WRITE REORG-REGISTER-LINE FROM SPACES.                       000267
013450     WRITE REORG-REGISTER-LINE FROM WS-HDG-2.                     000268
013500     WRITE REORG-REGISTER-LINE FROM SPACES.                       000269
013550 1600-VALIDATE-ONE-CARD.                                          000270
013600     MOVE CARD-ACTION (WS-CARD-IDX) TO CRD-ACTION.                000271
013650     MOVE CARD-FROM-DEPT (WS-CARD-IDX) TO CRD-FROM.               000272
013700     MOVE CARD-TO-DEPT (WS-CARD-IDX) TO CRD-TO.                   000273
013750     MOVE SPACES TO CRD-NOTE.                                     000274
013800     IF CARD-ACTION (WS-CARD-IDX) NOT = "M" AND                   000275
013850             CARD-ACTION (WS-CARD-IDX) NOT = "R"                  000276
013900         MOVE "ACTION NOT M OR R - SKIPPED" TO CRD-NOTE           000277
013950     ELSE                                                         000278
014000     IF CARD-FROM-DEPT (WS-CARD-IDX) =                            000279
014050             CARD-TO-DEPT (WS-CARD-IDX)                           000280
014100         MOVE "FROM EQUALS TO - SKIPPED" TO CRD-NOTE              000281
014150     ELSE                                                         000282
014200         MOVE CARD-FROM-DEPT (WS-CARD-IDX)                        000283
014250             TO DEPT-CODE OF DEPARTMENT-MASTER-RECORD             000284
014300         READ DEPARTMENT-MASTER                                   000285
014350             INVALID KEY                                          000286
014400                 MOVE "FROM DEPT NOT ON MASTER" TO CRD-NOTE       000287
014450             NOT INVALID KEY                                      000288
014500                 CONTINUE                                         000289
014550         END-READ                                                 000290
014600         IF CRD-NOTE = SPACES                                     000291
014650             MOVE CARD-TO-DEPT (WS-CARD-IDX)                      000292
014700                 TO DEPT-CODE OF DEPARTMENT-MASTER-RECORD         000293
014750             READ DEPARTMENT-MASTER                               000294
014800                 INVALID KEY                                      000295
014850                     MOVE "TO DEPT NOT ON MASTER"                 000296
014900                         TO CRD-NOTE                              000297
014950                 NOT INVALID KEY                                  000298
015000                     MOVE "Y" TO CARD-VALID-SW (WS-CARD-IDX)      000299
015050             END-READ                                             000300
015100         END-IF                                                   000301
015150     END-IF                                                       000302
015200     END-IF.                                                      000303
015250     IF CARD-VALID-SW (WS-CARD-IDX) = "N"                         000304
015300         ADD 1 TO WS-BAD-CARD-CNT                                 000305
015350     END-IF.                                                      000306
015400     WRITE REORG-REGISTER-LINE FROM WS-CARD-LINE.                 000307
015450* Project every valid card's target department across the         000308
015500* master, then hold each card that moves anyone in to the         000309
015550* target's authorized headcount and salary budget. Zero on        000310
015600* both means the department has no limits                         000311
015650 1700-PROJECT-TARGET-DEPTS.                                       000312
015700     OPEN INPUT EMPLOYEE-MASTER.                                  000313
015750     PERFORM UNTIL WS-POSN-EOF                                    000314
015800         READ EMPLOYEE-MASTER NEXT RECORD                         000315
015850             AT END                                               000316
015900                 SET WS-POSN-EOF TO TRUE                          000317
015950             NOT AT END                                           000318
016000                 IF EMP-STATUS OF EMPLOYEE-MASTER-RECORD          000319
016050                         NOT = "T"                                000320
016100                     PERFORM 1710-PROJECT-ONE-EMPLOYEE            000321
016150                 END-IF                                           000322
016200         END-READ                                                 000323
016250     END-PERFORM.                                                 000324
016300     CLOSE EMPLOYEE-MASTER.                                       000325
016350     PERFORM VARYING WS-CARD-IDX FROM 1 BY 1                      000326
016400             UNTIL WS-CARD-IDX > WS-CARD-CNT                      000327
016450         IF CARD-VALID-SW (WS-CARD-IDX) = "Y" AND                 000328
016500                 CARD-PROJ-IN (WS-CARD-IDX) > ZERO                000329
016550             PERFORM 1750-CHECK-CARD-POSITIONS                    000330
016600         END-IF                                                   000331
016650     END-PERFORM.                                                 000332
016700* Work out the department the employee ends the run in - the      000333
016750* target of the first valid card matching theirs, else their      000334
016800* own - and count them toward every card landing there            000335
016850 1710-PROJECT-ONE-EMPLOYEE.                                       000336
016900     MOVE EMP-DEPT OF EMPLOYEE-MASTER-RECORD TO WS-FINAL-DEPT.    000337
016950     MOVE ZERO TO WS-HIT-IDX.                                     000338
017000     PERFORM VARYING WS-CARD-IDX FROM 1 BY 1                      000339
017050             UNTIL WS-CARD-IDX > WS-CARD-CNT                      000340
017100         IF CARD-VALID-SW (WS-CARD-IDX) = "Y" AND                 000341
017150                 CARD-FROM-DEPT (WS-CARD-IDX) =                   000342
017200                 EMP-DEPT OF EMPLOYEE-MASTER-RECORD               000343
017250             MOVE WS-CARD-IDX TO WS-HIT-IDX                       000344
017300             MOVE CARD-TO-DEPT (WS-CARD-IDX) TO WS-FINAL-DEPT     000345
017350             EXIT PERFORM                                         000346
017400         END-IF                                                   000347
017450     END-PERFORM.                                                 000348
017500     IF WS-HIT-IDX > ZERO                                         000349
017550         ADD 1 TO CARD-PROJ-IN (WS-HIT-IDX)                       000350
017600     END-IF.                                                      000351
017650     PERFORM VARYING WS-CARD-IDX FROM 1 BY 1                      000352
017700             UNTIL WS-CARD-IDX > WS-CARD-CNT                      000353
017750         IF CARD-VALID-SW (WS-CARD-IDX) = "Y" AND                 000354
017800                 CARD-TO-DEPT (WS-CARD-IDX) = WS-FINAL-DEPT       000355
017850             ADD 1 TO CARD-PROJ-HEAD (WS-CARD-IDX)                000356
017900             ADD EMP-SALARY OF EMPLOYEE-MASTER-RECORD             000357
017950                 TO CARD-PROJ-PAY (WS-CARD-IDX)                   000358
018000         END-IF                                                   000359
018050     END-PERFORM.                                                 000360
018100* Compare one card's projected target with its limits and         000361
018150* register the result; in refuse mode the card is dropped         000362
018200 1750-CHECK-CARD-POSITIONS.                                       000363
018250     MOVE ZERO TO WS-POSN-AUTH.                                   000364
018300     MOVE ZERO TO WS-POSN-BUDGET.                                 000365
018350     MOVE SPACES TO WS-POSN-REASON.                               000366
018400     MOVE CARD-TO-DEPT (WS-CARD-IDX)                              000367
018450         TO DEPT-CODE OF DEPARTMENT-MASTER-RECORD.                000368
018500     READ DEPARTMENT-MASTER                                       000369
018550         INVALID KEY                                              000370
018600             CONTINUE                                             000371
018650         NOT INVALID KEY                                          000372
018700             MOVE DEPT-AUTH-HEADCOUNT OF DEPARTMENT-MASTER-RECORD 000373
018750                 TO WS-POSN-AUTH                                  000374
018800             MOVE DEPT-SALARY-BUDGET OF DEPARTMENT-MASTER-RECORD  000375
018850                 TO WS-POSN-BUDGET                                000376
018900     END-READ.                                                    000377
018950     IF WS-POSN-AUTH NOT = ZERO AND                               000378
019000             CARD-PROJ-HEAD (WS-CARD-IDX) > WS-POSN-AUTH          000379
019050         MOVE "OVER DEPT HEADCOUNT" TO WS-POSN-REASON             000380
019100     END-IF.                                                      000381
019150     IF WS-POSN-BUDGET NOT = ZERO AND                             000382
019200             CARD-PROJ-PAY (WS-CARD-IDX) > WS-POSN-BUDGET         000383
019250         IF WS-POSN-REASON = SPACES                               000384
019300             MOVE "OVER DEPT SALARY BUDGET" TO WS-POSN-REASON     000385
019350         ELSE                                                     000386
019400             MOVE "OVER DEPT HEADCOUNT AND BUDGET"                000387
019450                 TO WS-POSN-REASON                                000388
019500         END-IF                                                   000389
019550     END-IF.                                                      000390
019600     IF WS-POSN-REASON NOT = SPACES                               000391
019650         ADD 1 TO WS-POSN-CNT                                     000392
019700         MOVE CARD-TO-DEPT (WS-CARD-IDX) TO PSN-DEPT              000393
019750         MOVE WS-POSN-REASON TO PSN-REASON                        000394
019800         IF WS-POSN-REFUSE                                        000395
019850             MOVE "N" TO CARD-VALID-SW (WS-CARD-IDX)              000396
019900             ADD 1 TO WS-BAD-CARD-CNT                             000397
019950             MOVE "- CARD REFUSED" TO PSN-ACTION                  000398
020000         ELSE                                                     000399
020050             MOVE "- WARNING" TO PSN-ACTION                       000400
020100         END-IF                                                   000401
020150         IF WS-POSN-CNT = 1                                       000402
020200             WRITE REORG-REGISTER-LINE FROM SPACES                000403
020250         END-IF                                                   000404
020300         WRITE REORG-REGISTER-LINE FROM WS-POSN-LINE              000405
020350     END-IF.                                                      000406
020400* One pass over the whole master - each employee moves on the     000407
020450* first valid card matching their department, with an audit       000408
020500* record per move when the run is applying                        000409
020550 2000-SWEEP-EMPLOYEE-MASTER.                                      000410
020600     IF WS-APPLY-MODE                                             000411
020650         PERFORM 0760-LOAD-AUDIT-CHAIN                            000412
020700         OPEN EXTEND EMP-AUDIT-LOG                                000413
020750         IF WS-AUDIT-STATUS = "35"                                000414
020800             OPEN OUTPUT EMP-AUDIT-LOG                            000415
020850         END-IF                                                   000416
020900         OPEN I-O EMPLOYEE-MASTER                                 000417
020950     ELSE                                                         000418
021000         OPEN INPUT EMPLOYEE-MASTER                               000419
021050     END-IF.                                                      000420
021100     PERFORM UNTIL WS-AT-EOF                                      000421
021150         READ EMPLOYEE-MASTER NEXT RECORD                         000422
021200             AT END                                               000423
021250                 SET WS-AT-EOF TO TRUE                            000424
021300             NOT AT END                                           000425
021350                 ADD 1 TO WS-READ-CNT                             000426
021400                 PERFORM 2100-MATCH-AND-TRANSFER                  000427
021450         END-READ                                                 000428
021500     END-PERFORM.                                                 000429
021550     CLOSE EMPLOYEE-MASTER.                                       000430
021600     IF WS-APPLY-MODE                                             000431
021650         CLOSE EMP-AUDIT-LOG                                      000432
021700     END-IF.                                                      000433
021750 2100-MATCH-AND-TRANSFER.                                         000434
021800     MOVE ZERO TO WS-HIT-IDX.                                     000435
021850     PERFORM VARYING WS-CARD-IDX FROM 1 BY 1                      000436
021900             UNTIL WS-CARD-IDX > WS-CARD-CNT                      000437
021950         IF CARD-VALID-SW (WS-CARD-IDX) = "Y" AND                 000438
022000                 CARD-FROM-DEPT (WS-CARD-IDX) =                   000439
022050                 EMP-DEPT OF EMPLOYEE-MASTER-RECORD               000440
022100             MOVE WS-CARD-IDX TO WS-HIT-IDX                       000441
022150             EXIT PERFORM                                         000442
022200         END-IF                                                   000443
022250     END-PERFORM.                                                 000444
022300     IF WS-HIT-IDX > ZERO                                         000445
022350         PERFORM 2200-TRANSFER-ONE-EMPLOYEE                       000446
022400     END-IF.                                                      000447
022450* Register the move, and on apply rewrite the row and write       000448
022500* its audit record                                                000449
022550 2200-TRANSFER-ONE-EMPLOYEE.                                      000450
022600     ADD 1 TO WS-MOVED-CNT.                                       000451
022650     ADD 1 TO CARD-MOVED-CNT (WS-HIT-IDX).                        000452
022700     MOVE EMP-ID OF EMPLOYEE-MASTER-RECORD TO DTL-EMP-ID.         000453
022750     MOVE EMP-NAME OF EMPLOYEE-MASTER-RECORD TO DTL-EMP-NAME.     000454
022800     MOVE EMP-DEPT OF EMPLOYEE-MASTER-RECORD TO DTL-FROM-DEPT.    000455
022850     MOVE CARD-TO-DEPT (WS-HIT-IDX) TO DTL-TO-DEPT.               000456
022900     WRITE REORG-REGISTER-LINE FROM WS-DETAIL-LINE.               000457
022950     IF WS-APPLY-MODE                                             000458
023000         MOVE EMP-DEPT OF EMPLOYEE-MASTER-RECORD                  000459
023050             TO WS-OLD-DEPT                                       000460
023100         MOVE CARD-TO-DEPT (WS-HIT-IDX)                           000461
023150             TO EMP-DEPT OF EMPLOYEE-MASTER-RECORD                000462
023200         MOVE FUNCTION CURRENT-DATE (1:8)                         000463
023250             TO EMP-EFF-DATE OF EMPLOYEE-MASTER-RECORD            000464
023300         REWRITE EMPLOYEE-MASTER-RECORD                           000465
023350             INVALID KEY                                          000466
023400                 DISPLAY "Unable to rewrite "                     000467
023450                     EMP-ID OF EMPLOYEE-MASTER-RECORD             000468
023500             NOT INVALID KEY                                      000469
023550                 PERFORM 9900-WRITE-DEPT-AUDIT                    000470
023600         END-REWRITE                                              000471
023650     END-IF.                                                      000472
023700* A retire card removes its emptied source department from        000473
023750* the department master once everyone has moved                   000474
023800 4000-RETIRE-EMPTY-DEPTS.                                         000475
023850     OPEN I-O DEPARTMENT-MASTER.                                  000476
023900     PERFORM VARYING WS-CARD-IDX FROM 1 BY 1                      000477
023950             UNTIL WS-CARD-IDX > WS-CARD-CNT                      000478
024000         IF CARD-VALID-SW (WS-CARD-IDX) = "Y" AND                 000479
024050                 CARD-ACTION (WS-CARD-IDX) = "R"                  000480
024100             MOVE CARD-FROM-DEPT (WS-CARD-IDX)                    000481
024150                 TO DEPT-CODE OF DEPARTMENT-MASTER-RECORD         000482
024200             READ DEPARTMENT-MASTER                               000483
024250                 INVALID KEY                                      000484
024300                     CONTINUE                                     000485
024350                 NOT INVALID KEY                                  000486
024400                     DELETE DEPARTMENT-MASTER                     000487
024450                         INVALID KEY                              000488
024500                             DISPLAY "Unable to retire "          000489
024550                                 CARD-FROM-DEPT                   000490
024600                                 (WS-CARD-IDX)                    000491
024650                         NOT INVALID KEY                          000492
024700                             DISPLAY "Department "                000493
024750                                 CARD-FROM-DEPT                   000494
024800                                 (WS-CARD-IDX)                    000495
024850                                 " retired."                      000496
024900                     END-DELETE                                   000497
024950             END-READ                                             000498
025000         END-IF                                                   000499
025050     END-PERFORM.                                                 000500
025100     CLOSE DEPARTMENT-MASTER.                                     000501
025150* Walk the audit log once at start-up to pick up the last         000502
025200* record's sequence number and check value - the anchor this      000503
025250* run's first record chains from                                  000504
025300 0760-LOAD-AUDIT-CHAIN.                                           000505
025350     MOVE "N" TO WS-CHAIN-EOF-SW.                                 000506
025400     OPEN INPUT EMP-AUDIT-LOG.                                    000507
025450     IF WS-AUDIT-STATUS = "35"                                    000508
025500         MOVE "Y" TO WS-CHAIN-EOF-SW                              000509
025550     END-IF.                                                      000510
025600     PERFORM UNTIL WS-CHAIN-EOF                                   000511
025650         READ EMP-AUDIT-LOG                                       000512
025700             AT END                                               000513
025750                 SET WS-CHAIN-EOF TO TRUE                         000514
025800             NOT AT END                                           000515
025850                 IF AUD-SEQ-NBR IS NUMERIC                        000516
025900                     MOVE AUD-SEQ-NBR TO WS-AUDIT-SEQ             000517
025950                 END-IF                                           000518
026000                 IF AUD-CHECK-VAL IS NUMERIC                      000519
026050                     MOVE AUD-CHECK-VAL TO WS-PRIOR-CHECK         000520
026100                 END-IF                                           000521
026150         END-READ                                                 000522
026200     END-PERFORM.                                                 000523
026250     CLOSE EMP-AUDIT-LOG.                                         000524
026300* Stamp, chain and append the audit record for one transfer       000525
026350 9900-WRITE-DEPT-AUDIT.                                           000526
026400     MOVE EMP-ID OF EMPLOYEE-MASTER-RECORD TO AUD-EMP-ID.         000527
026450     MOVE "EMP-DEPT" TO AUD-FIELD.                                000528
026500     MOVE WS-OLD-DEPT TO AUD-OLD-VALUE.                           000529
026550     MOVE EMP-DEPT OF EMPLOYEE-MASTER-RECORD                      000530
026600         TO AUD-NEW-VALUE.                                        000531
026650     MOVE WS-USERID TO AUD-USERID.                                000532
026700     MOVE FUNCTION CURRENT-DATE (1:14) TO AUD-TIMESTAMP.          000533
026750     ADD 1 TO WS-AUDIT-SEQ.                                       000534
026800     MOVE WS-AUDIT-SEQ TO AUD-SEQ-NBR.                            000535
026850     PERFORM 9960-COMPUTE-AUDIT-CHECK.                            000536
026900     MOVE WS-CHECK-WORK TO AUD-CHECK-VAL.                         000537
026950     WRITE EMP-AUDIT-RECORD.                                      000538
027000     MOVE AUD-CHECK-VAL TO WS-PRIOR-CHECK.                        000539
027050* Chain the check value - the prior record's check folded         000540
027100* with every byte of this record's content and its sequence       000541
027150* number, so an edited or missing line breaks the chain           000542
027200 9960-COMPUTE-AUDIT-CHECK.                                        000543
027250     MOVE WS-PRIOR-CHECK TO WS-CHECK-WORK.                        000544
027300     PERFORM VARYING WS-CHK-IDX FROM 1 BY 1                       000545
027350             UNTIL WS-CHK-IDX > WS-AUDIT-BODY-LEN                 000546
027400         COMPUTE WS-CHECK-WORK = FUNCTION MOD (                   000547
027450             WS-CHECK-WORK * 31 + FUNCTION ORD (                  000548
027500             EMP-AUDIT-RECORD (WS-CHK-IDX:1)),                    000549
027550             WS-CHECK-MODULUS)                                    000550
027600     END-PERFORM.                                                 000551
027650     COMPUTE WS-CHECK-WORK = FUNCTION MOD (                       000552
027700         WS-CHECK-WORK + AUD-SEQ-NBR, WS-CHECK-MODULUS).          000553
027750* Append this run's records-read/records-written to the shared    000554
027800* run-log for the nightly batch-window reconciliation             000555
027850 8000-WRITE-RUN-LOG.                                              000556
027900     OPEN EXTEND RUN-LOG.                                         000557
027950     IF WS-RUNLOG-STATUS = "35"                                   000558
028000         OPEN OUTPUT RUN-LOG                                      000559
028050     END-IF.                                                      000560
028100     MOVE "DEPTREOR" TO RUNLOG-PROGRAM.                           000561
028150     MOVE FUNCTION CURRENT-DATE (1:14) TO RUNLOG-TIMESTAMP.       000562
028200     MOVE WS-READ-CNT TO RUNLOG-RECORDS-READ.                     000563
028250     MOVE WS-MOVED-CNT TO RUNLOG-RECORDS-WRITTEN.                 000564
028300     WRITE RUN-LOG-RECORD.                                        000565
028350     CLOSE RUN-LOG.                                               000566
