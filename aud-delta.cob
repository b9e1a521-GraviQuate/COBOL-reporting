000550* newest timestamp processed so each change is sent exactly       000010
000600* once. Every record sent also lands on the cumulative            000011
000650* EMPSENT log for acknowledgment matching, and items the ack      000012
000700* run or the pay-register reconciliation queued on EMPRSND are    000013
000750* re-sent in this extract without touching the cutoff. Back pay   000014
000800* RETRO-PAY queued on RETROQ for back-dated salary changes goes   000015
000850* out as retro-pay records, one per pay period, logged on EMPSENT 000016
000900* like every other record sent. Tuition reimbursement TUIT-REIMB  000017
000950* approved and queued on REIMBQ goes out the same way, one        000018
001000* reimbursement record per employee per term                      000019
001050 ENVIRONMENT DIVISION.                                            000020
001100 INPUT-OUTPUT SECTION.                                            000021
001150 FILE-CONTROL.                                                    000022
001200     SELECT EMP-AUDIT-LOG ASSIGN TO "EMPAUDIT"                    000023
001250         ORGANIZATION IS LINE SEQUENTIAL.                         000024
001300* Sort work file and its sorted output - audits grouped by        000025
001350* employee, oldest change first within the group                  000026
001400     SELECT DELTA-SORT-WORK ASSIGN TO "DELTASWK".                 000027
001450     SELECT SORTED-AUDIT ASSIGN TO "DELTASRT"                     000028
001500         ORGANIZATION IS LINE SEQUENTIAL.                         000029
001550* Employee master - keyed reads supply the current values for     000030
001600* the consolidated interface record                               000031
001650     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"                   000032
001700         ORGANIZATION IS INDEXED                                  000033
001750         ACCESS MODE IS DYNAMIC                                   000034
001800         RECORD KEY IS EMP-ID OF EMPLOYEE-MASTER-RECORD.          000035
001850* Cutoff timestamp left behind by the previous extract run.       000036
001900* Optional so the first run sends the whole trail                 000037
001950     SELECT OPTIONAL DELTA-CONTROL ASSIGN TO "DELTACTL"           000038
002000         ORGANIZATION IS LINE SEQUENTIAL.                         000039
002050* Dated interface file for the payroll bureau                     000040
002100     SELECT EMP-INTERFACE ASSIGN TO "EMPINTF"                     000041
002150         ORGANIZATION IS LINE SEQUENTIAL.                         000042
002200* Cumulative sent-log, one row per interface record sent,         000043
002250* matched later against the bureau's acknowledgments              000044
002300     SELECT EMP-SENT-LOG ASSIGN TO "EMPSENT"                      000045
002350         ORGANIZATION IS LINE SEQUENTIAL                          000046
002400         FILE STATUS IS WS-SENT-STATUS.                           000047
002450* Resend queue staged by the acknowledgment and pay-register      000048
002500* reconciliation runs - each id on it is re-sent with current     000049
002550* master values and the queue is emptied, so a lost or rejected   000050
002600* item goes out again without anyone hand-editing the cutoff      000051
002650     SELECT OPTIONAL RESEND-QUEUE ASSIGN TO "EMPRSND"             000052
002700         ORGANIZATION IS LINE SEQUENTIAL.                         000053
002750* Retro-pay queue staged by RETRO-PAY - each period on it is      000054
002800* sent as a retro-pay record and the queue is emptied             000055
002850     SELECT OPTIONAL RETRO-QUEUE ASSIGN TO "RETROQ"               000056
002900         ORGANIZATION IS LINE SEQUENTIAL.                         000057
002950* Reimbursement queue staged by TUIT-REIMB - each employee's      000058
003000* approved term total on it is sent as a reimbursement record     000059
003050* and the queue is emptied                                        000060
003100     SELECT OPTIONAL REIMB-QUEUE ASSIGN TO "REIMBQ"               000061
003150         ORGANIZATION IS LINE SEQUENTIAL.                         000062
003200* Run-level control-total log - every batch program appends its   000063
003250* records-read/written counts here for nightly reconciliation     000064
003300     SELECT RUN-LOG ASSIGN TO "RUNLOG"                            000065
003350         ORGANIZATION IS LINE SEQUENTIAL                          000066
003400         FILE STATUS IS WS-RUNLOG-STATUS.                         000067
003450 DATA DIVISION.                                                   000068
003500 FILE SECTION.                                                    000069
003550 FD  EMP-AUDIT-LOG.                                               000070
003600 01  EMP-AUDIT-RECORD.                                            000071
003650     COPY AUDITREC.                                               000072
003700 SD  DELTA-SORT-WORK.                                             000073
003750 01  DELTA-SORT-RECORD.                                           000074
003800     COPY AUDITREC.                                               000075
003850 FD  SORTED-AUDIT.                                                000076
003900 01  SORTED-AUDIT-REC.                                            000077
003950     COPY AUDITREC.                                               000078
004000 FD  EMPLOYEE-MASTER.                                             000079
004050 01  EMPLOYEE-MASTER-RECORD.                                      000080
004100     COPY EMPREC.                                                 000081
004150 FD  DELTA-CONTROL.                                               000082
004200 01  DELTA-CONTROL-REC.                                           000083
004250     05  CTL-CUTOFF-TS  PIC 9(14).                                000084
004300 FD  EMP-INTERFACE.                                               000085
004350 01  EMP-INTERFACE-REC.                                           000086
004400     05  INTF-ACTION    PIC X.                                    000087
004450     05  INTF-EMP-ID    PIC X(5).                                 000088
004500     05  INTF-NAME      PIC X(10).                                000089
004550     05  INTF-AGE       PIC 99.                                   000090
004600     05  INTF-DEPT      PIC X(3).                                 000091
004650* Employment status - A active, L on leave, T terminated, so      000092
004700* the bureau can stop paying terminated staff                     000093
004750     05  INTF-STATUS    PIC X.                                    000094
004800* Current salary and pay grade, so a hire or change no longer     000095
004850* needs the salary phoned through separately                      000096
004900     05  INTF-SALARY    PIC 9(7)V99.                              000097
004950     05  INTF-GRADE     PIC X(2).                                 000098
005000     05  INTF-EFF-DATE  PIC 9(8).                                 000099
005050     05  INTF-TIMESTAMP PIC 9(14).                                000100
005100* Retro-pay record (action R) - back pay for one pay period of a  000101
005150* back-dated salary change. The key, action and timestamp sit in  000102
005200* the same columns as on the add/change/delete record, and the    000103
005250* timestamp is the RETRO-PAY run's, so the bureau acknowledges    000104
005300* an employee's retro periods from one run together               000105
005350 01  EMP-RETRO-INTF-REC.                                          000106
005400     05  RINTF-ACTION   PIC X.                                    000107
005450     05  RINTF-EMP-ID   PIC X(5).                                 000108
005500     05  RINTF-PERIOD-START PIC 9(8).                             000109
005550     05  RINTF-PERIOD-END   PIC 9(8).                             000110
005600     05  RINTF-EFF-DATE PIC 9(8).                                 000111
005650     05  RINTF-AMOUNT   PIC S9(7)V99 SIGN IS LEADING SEPARATE.    000112
005700     05  FILLER         PIC X.                                    000113
005750     05  RINTF-TIMESTAMP PIC 9(14).                               000114
005800* Tuition reimbursement record (action T) - an employee's         000115
005850* approved reimbursement for one term, with the key, action and   000116
005900* timestamp in the same columns again. The timestamp is the       000117
005950* TUIT-REIMB run's                                                000118
006000 01  EMP-REIMB-INTF-REC.                                          000119
006050     05  TINTF-ACTION   PIC X.                                    000120
006100     05  TINTF-EMP-ID   PIC X(5).                                 000121
006150     05  TINTF-TERM     PIC X(6).                                 000122
006200     05  TINTF-COURSES  PIC 99.                                   000123
006250     05  TINTF-CREDITS  PIC 999.                                  000124
006300     05  TINTF-AMOUNT   PIC 9(7)V99.                              000125
006350     05  FILLER         PIC X(15).                                000126
006400     05  TINTF-TIMESTAMP PIC 9(14).                               000127
006450 FD  EMP-SENT-LOG.                                                000128
006500 01  EMP-SENT-RECORD.                                             000129
006550     COPY SENTREC.                                                000130
006600 FD  RESEND-QUEUE.                                                000131
006650 01  RESEND-QUEUE-REC.                                            000132
006700     05  RSND-EMP-ID    PIC X(5).                                 000133
006750 FD  RETRO-QUEUE.                                                 000134
006800 01  RETRO-QUEUE-REC.                                             000135
006850     COPY RETROREC.                                               000136
006900 FD  REIMB-QUEUE.                                                 000137
006950 01  REIMB-QUEUE-REC.                                             000138
007000     COPY REIMQREC.                                               000139
007050 FD  RUN-LOG.                                                     000140
007100 01  RUN-LOG-RECORD.                                              000141
007150     COPY RUNLOGREC.                                              000142
007200 WORKING-STORAGE SECTION.                                         000143
007250 01  WS-RUNLOG-STATUS  PIC XX.                                    000144
007300 01  WS-EOF-SW         PIC X VALUE "N".                           000145
007350     88  WS-AT-EOF     VALUE "Y".                                 000146
007400 01  WS-READ-CNT       PIC 9(7) VALUE ZERO.                       000147
007450 01  WS-SENT-CNT       PIC 9(7) VALUE ZERO.                       000148
007500 01  WS-ADD-CNT        PIC 9(5) VALUE ZERO.                       000149
007550 01  WS-CHG-CNT        PIC 9(5) VALUE ZERO.                       000150
007600 01  WS-DEL-CNT        PIC 9(5) VALUE ZERO.                       000151
007650* Cutoff from the prior run and the newest timestamp seen this    000152
007700* run, written back as the next run's cutoff                      000153
007750 01  WS-CUTOFF-TS      PIC 9(14) VALUE ZERO.                      000154
007800 01  WS-MAX-TS         PIC 9(14) VALUE ZERO.                      000155
007850* One employee's consolidated state while walking the group       000156
007900 01  WS-GROUP-ID       PIC X(5) VALUE SPACES.                     000157
007950 01  WS-IN-GROUP-SW    PIC X VALUE "N".                           000158
008000     88  WS-IN-GROUP   VALUE "Y".                                 000159
008050 01  WS-SAW-ADD-SW     PIC X.                                     000160
008100     88  WS-SAW-ADD    VALUE "Y".                                 000161
008150 01  WS-GROUP-TS       PIC 9(14).                                 000162
008200 01  WS-SENT-STATUS    PIC XX.                                    000163
008250 01  WS-RESEND-CNT     PIC 9(5) VALUE ZERO.                       000164
008300 01  WS-RESEND-EOF-SW  PIC X VALUE "N".                           000165
008350     88  WS-RESEND-EOF VALUE "Y".                                 000166
008400 01  WS-EXTRACT-DATE   PIC 9(8).                                  000167
008450 01  WS-RETRO-CNT      PIC 9(5) VALUE ZERO.                       000168
008500 01  WS-RETRO-EOF-SW   PIC X VALUE "N".                           000169
008550     88  WS-RETRO-EOF  VALUE "Y".                                 000170
008600 01  WS-REIMB-CNT      PIC 9(5) VALUE ZERO.                       000171
008650 01  WS-REIMB-EOF-SW   PIC X VALUE "N".                           000172
008700     88  WS-REIMB-EOF  VALUE "Y".                                 000173
008750 PROCEDURE DIVISION.                                              000174
008800 0000-MAIN.                                                       000175
008850     PERFORM 0500-LOAD-CUTOFF.                                    000176
008900     SORT DELTA-SORT-WORK                                         000177
008950         ON ASCENDING KEY AUD-EMP-ID OF DELTA-SORT-RECORD         000178
009000         ON ASCENDING KEY AUD-TIMESTAMP OF DELTA-SORT-RECORD      000179
009050         USING EMP-AUDIT-LOG                                      000180
009100         GIVING SORTED-AUDIT.                                     000181
009150     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-EXTRACT-DATE.         000182
009200     OPEN INPUT SORTED-AUDIT.                                     000183
009250     OPEN INPUT EMPLOYEE-MASTER.                                  000184
009300     OPEN OUTPUT EMP-INTERFACE.                                   000185
009350     OPEN EXTEND EMP-SENT-LOG.                                    000186
009400     IF WS-SENT-STATUS = "35"                                     000187
009450         OPEN OUTPUT EMP-SENT-LOG                                 000188
009500     END-IF.                                                      000189
009550     PERFORM UNTIL WS-AT-EOF                                      000190
009600         READ SORTED-AUDIT                                        000191
009650             AT END                                               000192
009700                 SET WS-AT-EOF TO TRUE                            000193
009750             NOT AT END                                           000194
009800                 ADD 1 TO WS-READ-CNT                             000195
009850                 PERFORM 2000-PROCESS-AUDIT-RECORD                000196
009900         END-READ                                                 000197
009950     END-PERFORM.                                                 000198
010000     IF WS-IN-GROUP                                               000199
010050         PERFORM 3000-WRITE-INTERFACE-RECORD                      000200
010100     END-IF.                                                      000201
010150     PERFORM 5000-RESEND-QUEUED-ITEMS.                            000202
010200     PERFORM 6000-SEND-RETRO-PAY.                                 000203
010250     PERFORM 7000-SEND-REIMBURSEMENTS.                            000204
010300     CLOSE SORTED-AUDIT.                                          000205
010350     CLOSE EMPLOYEE-MASTER.                                       000206
010400     CLOSE EMP-INTERFACE.                                         000207
010450     CLOSE EMP-SENT-LOG.                                          000208
010500     PERFORM 4000-REWRITE-CUTOFF.                                 000209
010550     DISPLAY "CHANGE-INTERFACE EXTRACT".                          000210
010600     DISPLAY "Audit records read:   " WS-READ-CNT.                000211
010650     DISPLAY "Interface records:    " WS-SENT-CNT.                000212
010700     DISPLAY "  Adds:    " WS-ADD-CNT.                            000213
010750     DISPLAY "  Changes: " WS-CHG-CNT.                            000214
010800     DISPLAY "  Deletes: " WS-DEL-CNT.                            000215
010850     DISPLAY "  Resends: " WS-RESEND-CNT.                         000216
010900     DISPLAY "  Retro:   " WS-RETRO-CNT.                          000217
010950     DISPLAY "  Tuition: " WS-REIMB-CNT.                          000218
011000     PERFORM 8000-WRITE-RUN-LOG.                                  000219
011050     STOP RUN.                                                    000220
011100* Load the prior run's cutoff; a missing control file means       000221
011150* the whole audit trail is new                                    000222
011200 0500-LOAD-CUTOFF.                                                000223
011250     OPEN INPUT DELTA-CONTROL.                                    000224
011300     READ DELTA-CONTROL                                           000225
011350         AT END                                                   000226
011400             CONTINUE                                             000227
011450         NOT AT END                                               000228
011500             IF CTL-CUTOFF-TS IS NUMERIC                          000229
011550                 MOVE CTL-CUTOFF-TS TO WS-CUTOFF-TS               000230
011600             END-IF                                               000231
011650     END-READ.                                                    000232
011700     CLOSE DELTA-CONTROL.                                         000233
011750     MOVE WS-CUTOFF-TS TO WS-MAX-TS.                              000234
011800* Work one audit record - close the prior employee's group on     000235
011850* a key change, then fold this record into the current group.     000236
011900* Records at or before the cutoff were sent by a prior run, and a 000237
011950* student anonymization record carries no employee to send        000238
012000 2000-PROCESS-AUDIT-RECORD.                                       000239
012050     IF AUD-TIMESTAMP OF SORTED-AUDIT-REC > WS-MAX-TS             000240
012100         MOVE AUD-TIMESTAMP OF SORTED-AUDIT-REC TO WS-MAX-TS      000241
012150     END-IF.                                                      000242
012200     IF AUD-TIMESTAMP OF SORTED-AUDIT-REC <= WS-CUTOFF-TS OR      000243
012250             AUD-FIELD OF SORTED-AUDIT-REC = "STU-ANON"           000244
012300         CONTINUE                                                 000245
012350     ELSE                                                         000246
012400         IF WS-IN-GROUP AND                                       000247
012450                 AUD-EMP-ID OF SORTED-AUDIT-REC                   000248
012500                 NOT = WS-GROUP-ID                                000249
012550             PERFORM 3000-WRITE-INTERFACE-RECORD                  000250
012600         END-IF                                                   000251
012650         IF NOT WS-IN-GROUP OR                                    000252
012700                 AUD-EMP-ID OF SORTED-AUDIT-REC                   000253
012750                 NOT = WS-GROUP-ID                                000254
012800             SET WS-IN-GROUP TO TRUE                              000255
012850             MOVE AUD-EMP-ID OF SORTED-AUDIT-REC                  000256
012900                 TO WS-GROUP-ID                                   000257
012950             MOVE "N" TO WS-SAW-ADD-SW                            000258
013000         END-IF                                                   000259
013050         MOVE AUD-TIMESTAMP OF SORTED-AUDIT-REC                   000260
013100             TO WS-GROUP-TS                                       000261
013150         IF AUD-FIELD OF SORTED-AUDIT-REC = "EMP-NAME" AND        000262
013200                 AUD-OLD-VALUE OF SORTED-AUDIT-REC = SPACES       000263
013250             SET WS-SAW-ADD TO TRUE                               000264
013300         END-IF                                                   000265
013350     END-IF.                                                      000266
013400* One consolidated record per employee: current master values     000267
013450* with action A when the window added the employee, C when it     000268
013500* changed an existing one, and D when the employee is gone.       000269
013550* An employee added and deleted inside the same window was        000270
013600* never sent to the bureau, so nothing is sent now either         000271
013650 3000-WRITE-INTERFACE-RECORD.                                     000272
013700     MOVE "N" TO WS-IN-GROUP-SW.                                  000273
013750     MOVE WS-GROUP-ID                                             000274
013800         TO EMP-ID OF EMPLOYEE-MASTER-RECORD.                     000275
013850     READ EMPLOYEE-MASTER                                         000276
013900         INVALID KEY                                              000277
013950             IF WS-SAW-ADD                                        000278
014000                 CONTINUE                                         000279
014050             ELSE                                                 000280
014100                 MOVE "D" TO INTF-ACTION                          000281
014150                 MOVE WS-GROUP-ID TO INTF-EMP-ID                  000282
014200                 MOVE SPACES TO INTF-NAME                         000283
014250                 MOVE ZERO   TO INTF-AGE                          000284
014300                 MOVE SPACES TO INTF-DEPT                         000285
014350                 MOVE "T"    TO INTF-STATUS                       000286
014400                 MOVE ZERO   TO INTF-SALARY                       000287
014450                 MOVE SPACES TO INTF-GRADE                        000288
014500                 MOVE ZERO   TO INTF-EFF-DATE                     000289
014550                 MOVE WS-GROUP-TS TO INTF-TIMESTAMP               000290
014600                 WRITE EMP-INTERFACE-REC                          000291
014650                 PERFORM 3500-LOG-SENT-RECORD                     000292
014700                 ADD 1 TO WS-SENT-CNT                             000293
014750                 ADD 1 TO WS-DEL-CNT                              000294
014800             END-IF                                               000295
014850         NOT INVALID KEY                                          000296
014900             IF WS-SAW-ADD                                        000297
014950                 MOVE "A" TO INTF-ACTION                          000298
015000                 ADD 1 TO WS-ADD-CNT                              000299
015050             ELSE                                                 000300
015100                 MOVE "C" TO INTF-ACTION                          000301
015150                 ADD 1 TO WS-CHG-CNT                              000302
015200             END-IF                                               000303
015250             MOVE WS-GROUP-ID TO INTF-EMP-ID                      000304
015300             MOVE EMP-NAME OF EMPLOYEE-MASTER-RECORD              000305
015350                 TO INTF-NAME                                     000306
015400             MOVE EMP-AGE OF EMPLOYEE-MASTER-RECORD               000307
015450                 TO INTF-AGE                                      000308
015500             MOVE EMP-DEPT OF EMPLOYEE-MASTER-RECORD              000309
015550                 TO INTF-DEPT                                     000310
015600             IF EMP-STATUS OF EMPLOYEE-MASTER-RECORD = SPACE      000311
015650                 MOVE "A" TO INTF-STATUS                          000312
015700             ELSE                                                 000313
015750                 MOVE EMP-STATUS OF EMPLOYEE-MASTER-RECORD        000314
015800                     TO INTF-STATUS                               000315
015850             END-IF                                               000316
015900             MOVE EMP-SALARY OF EMPLOYEE-MASTER-RECORD            000317
015950                 TO INTF-SALARY                                   000318
016000             MOVE EMP-PAY-GRADE OF EMPLOYEE-MASTER-RECORD         000319
016050                 TO INTF-GRADE                                    000320
016100             MOVE EMP-EFF-DATE OF EMPLOYEE-MASTER-RECORD          000321
016150                 TO INTF-EFF-DATE                                 000322
016200             MOVE WS-GROUP-TS TO INTF-TIMESTAMP                   000323
016250             WRITE EMP-INTERFACE-REC                              000324
016300             PERFORM 3500-LOG-SENT-RECORD                         000325
016350             ADD 1 TO WS-SENT-CNT                                 000326
016400     END-READ.                                                    000327
016450* One sent-log row per interface record, outstanding until        000328
016500* the bureau's acknowledgment lands                               000329
016550 3500-LOG-SENT-RECORD.                                            000330
016600     MOVE INTF-EMP-ID    TO SENT-EMP-ID.                          000331
016650     MOVE INTF-ACTION    TO SENT-ACTION.                          000332
016700     MOVE INTF-TIMESTAMP TO SENT-TIMESTAMP.                       000333
016750     MOVE WS-EXTRACT-DATE TO SENT-DATE.                           000334
016800     MOVE SPACE TO SENT-ACK-STATUS.                               000335
016850     WRITE EMP-SENT-RECORD.                                       000336
016900* Re-send every id the acknowledgment run queued - current        000337
016950* master values, a fresh timestamp, and the queue emptied so      000338
017000* an item goes out once per request                               000339
017050 5000-RESEND-QUEUED-ITEMS.                                        000340
017100     OPEN INPUT RESEND-QUEUE.                                     000341
017150     PERFORM UNTIL WS-RESEND-EOF                                  000342
017200         READ RESEND-QUEUE                                        000343
017250             AT END                                               000344
017300                 SET WS-RESEND-EOF TO TRUE                        000345
017350             NOT AT END                                           000346
017400                 PERFORM 5100-RESEND-ONE-ITEM                     000347
017450         END-READ                                                 000348
017500     END-PERFORM.                                                 000349
017550     CLOSE RESEND-QUEUE.                                          000350
017600     IF WS-RESEND-CNT > ZERO                                      000351
017650         OPEN OUTPUT RESEND-QUEUE                                 000352
017700         CLOSE RESEND-QUEUE                                       000353
017750     END-IF.                                                      000354
017800* One resent interface record - an id no longer on the master     000355
017850* goes out as a delete, the way a consolidated delete does        000356
017900 5100-RESEND-ONE-ITEM.                                            000357
017950     MOVE RSND-EMP-ID                                             000358
018000         TO EMP-ID OF EMPLOYEE-MASTER-RECORD.                     000359
018050     READ EMPLOYEE-MASTER                                         000360
018100         INVALID KEY                                              000361
018150             MOVE "D" TO INTF-ACTION                              000362
018200             MOVE RSND-EMP-ID TO INTF-EMP-ID                      000363
018250             MOVE SPACES TO INTF-NAME                             000364
018300             MOVE ZERO   TO INTF-AGE                              000365
018350             MOVE SPACES TO INTF-DEPT                             000366
018400             MOVE "T"    TO INTF-STATUS                           000367
018450             MOVE ZERO   TO INTF-SALARY                           000368
018500             MOVE SPACES TO INTF-GRADE                            000369
018550             MOVE ZERO   TO INTF-EFF-DATE                         000370
018600         NOT INVALID KEY                                          000371
018650             MOVE "C" TO INTF-ACTION                              000372
018700             MOVE RSND-EMP-ID TO INTF-EMP-ID                      000373
018750             MOVE EMP-NAME OF EMPLOYEE-MASTER-RECORD              000374
018800                 TO INTF-NAME                                     000375
018850             MOVE EMP-AGE OF EMPLOYEE-MASTER-RECORD               000376
018900                 TO INTF-AGE                                      000377
018950             MOVE EMP-DEPT OF EMPLOYEE-MASTER-RECORD              000378
019000                 TO INTF-DEPT                                     000379
019050             IF EMP-STATUS OF EMPLOYEE-MASTER-RECORD = SPACE      000380
019100                 MOVE "A" TO INTF-STATUS                          000381
019150             ELSE                                                 000382
019200                 MOVE EMP-STATUS OF EMPLOYEE-MASTER-RECORD        000383
019250                     TO INTF-STATUS                               000384
019300             END-IF                                               000385
019350             MOVE EMP-SALARY OF EMPLOYEE-MASTER-RECORD            000386
019400                 TO INTF-SALARY                                   000387
019450             MOVE EMP-PAY-GRADE OF EMPLOYEE-MASTER-RECORD         000388
019500                 TO INTF-GRADE                                    000389
019550             MOVE EMP-EFF-DATE OF EMPLOYEE-MASTER-RECORD          000390
019600                 TO INTF-EFF-DATE                                 000391
019650     END-READ.                                                    000392
019700     MOVE FUNCTION CURRENT-DATE (1:14) TO INTF-TIMESTAMP.         000393
019750     WRITE EMP-INTERFACE-REC.                                     000394
019800     PERFORM 3500-LOG-SENT-RECORD.                                000395
019850     ADD 1 TO WS-SENT-CNT.                                        000396
019900     ADD 1 TO WS-RESEND-CNT.                                      000397
019950* Send every retro-pay period RETRO-PAY queued and empty the      000398
020000* queue                                                           000399
020050 6000-SEND-RETRO-PAY.                                             000400
020100     OPEN INPUT RETRO-QUEUE.                                      000401
020150     PERFORM UNTIL WS-RETRO-EOF                                   000402
020200         READ RETRO-QUEUE                                         000403
020250             AT END                                               000404
020300                 SET WS-RETRO-EOF TO TRUE                         000405
020350             NOT AT END                                           000406
020400                 PERFORM 6100-SEND-ONE-RETRO-PERIOD               000407
020450         END-READ                                                 000408
020500     END-PERFORM.                                                 000409
020550     CLOSE RETRO-QUEUE.                                           000410
020600     IF WS-RETRO-CNT > ZERO                                       000411
020650         OPEN OUTPUT RETRO-QUEUE                                  000412
020700         CLOSE RETRO-QUEUE                                        000413
020750     END-IF.                                                      000414
020800 6100-SEND-ONE-RETRO-PERIOD.                                      000415
020850     MOVE SPACES TO EMP-RETRO-INTF-REC.                           000416
020900     MOVE "R" TO RINTF-ACTION.                                    000417
020950     MOVE RETRO-EMP-ID TO RINTF-EMP-ID.                           000418
021000     MOVE RETRO-PERIOD-START TO RINTF-PERIOD-START.               000419
021050     MOVE RETRO-PERIOD-END TO RINTF-PERIOD-END.                   000420
021100     MOVE RETRO-EFF-DATE TO RINTF-EFF-DATE.                       000421
021150     MOVE RETRO-AMOUNT TO RINTF-AMOUNT.                           000422
021200     MOVE RETRO-TIMESTAMP TO RINTF-TIMESTAMP.                     000423
021250     WRITE EMP-RETRO-INTF-REC.                                    000424
021300     PERFORM 3500-LOG-SENT-RECORD.                                000425
021350     ADD 1 TO WS-SENT-CNT.                                        000426
021400     ADD 1 TO WS-RETRO-CNT.                                       000427
021450* Send every tuition reimbursement TUIT-REIMB queued and empty    000428
021500* the queue                                                       000429
021550 7000-SEND-REIMBURSEMENTS.                                        000430
021600     OPEN INPUT REIMB-QUEUE.                                      000431
021650     PERFORM UNTIL WS-REIMB-EOF                                   000432
021700         READ REIMB-QUEUE                                         000433
021750             AT END                                               000434
021800                 SET WS-REIMB-EOF TO TRUE                         000435
021850             NOT AT END                                           000436
021900                 PERFORM 7100-SEND-ONE-REIMBURSEMENT              000437
021950         END-READ                                                 000438
022000     END-PERFORM.                                                 000439
022050     CLOSE REIMB-QUEUE.                                           000440
022100     IF WS-REIMB-CNT > ZERO                                       000441
022150         OPEN OUTPUT REIMB-QUEUE                                  000442
022200         CLOSE REIMB-QUEUE                                        000443
022250     END-IF.                                                      000444
022300 7100-SEND-ONE-REIMBURSEMENT.                                     000445
022350     MOVE SPACES TO EMP-REIMB-INTF-REC.                           000446
022400     MOVE "T" TO TINTF-ACTION.                                    000447
022450     MOVE REIMQ-EMP-ID TO TINTF-EMP-ID.                           000448
022500     MOVE REIMQ-TERM TO TINTF-TERM.                               000449
022550     MOVE REIMQ-COURSES TO TINTF-COURSES.                         000450
022600     MOVE REIMQ-CREDITS TO TINTF-CREDITS.                         000451
022650     MOVE REIMQ-AMOUNT TO TINTF-AMOUNT.                           000452
022700     MOVE REIMQ-TIMESTAMP TO TINTF-TIMESTAMP.                     000453
022750     WRITE EMP-REIMB-INTF-REC.                                    000454
022800     PERFORM 3500-LOG-SENT-RECORD.                                000455
022850     ADD 1 TO WS-SENT-CNT.                                        000456
022900     ADD 1 TO WS-REIMB-CNT.                                       000457
022950* Leave the newest timestamp processed as the next run's cutoff   000458
023000 4000-REWRITE-CUTOFF.                                             000459
023050     OPEN OUTPUT DELTA-CONTROL.                                   000460
023100     MOVE WS-MAX-TS TO CTL-CUTOFF-TS.                             000461
023150     WRITE DELTA-CONTROL-REC.                                     000462
023200     CLOSE DELTA-CONTROL.                                         000463
023250* Append this run's records-read/records-written to the shared    000464
023300* run-log for the nightly batch-window reconciliation             000465
023350 8000-WRITE-RUN-LOG.                                              000466
023400     OPEN EXTEND RUN-LOG.                                         000467
023450     IF WS-RUNLOG-STATUS = "35"                                   000468
023500         OPEN OUTPUT RUN-LOG                                      000469
023550     END-IF.                                                      000470
023600     MOVE "AUDDELTA" TO RUNLOG-PROGRAM.                           000471
023650     MOVE FUNCTION CURRENT-DATE (1:14) TO RUNLOG-TIMESTAMP.       000472
023700     MOVE WS-READ-CNT TO RUNLOG-RECORDS-READ.                     000473
023750     MOVE WS-SENT-CNT TO RUNLOG-RECORDS-WRITTEN.                  000474
023800     WRITE RUN-LOG-RECORD.                                        000475
023850     CLOSE RUN-LOG.                                               000476
