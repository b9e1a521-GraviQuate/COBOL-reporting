000600* chain no longer starts at sequence 1, so the anchor's own       000011
000650* check is taken at face value unless its sequence is 1.          000012
000700* Records from before the chain fields existed are counted as     000013
000750* unverifiable but do not fail the run. Each gap or mismatch      000014
000800* is also logged to EXCPLOG for the morning exception digest      000015
000850 ENVIRONMENT DIVISION.                                            000016
000900 INPUT-OUTPUT SECTION.                                            000017
000950 FILE-CONTROL.                                                    000018
001000     SELECT OPTIONAL EMP-AUDIT-LOG ASSIGN TO "EMPAUDIT"           000019
001050         ORGANIZATION IS LINE SEQUENTIAL.                         000020
001100* Printed verification report                                     000021
001150     SELECT VERIFY-REPORT ASSIGN TO "AUDVRPT"                     000022
001200         ORGANIZATION IS LINE SEQUENTIAL.                         000023
001250* Run-level control-total log - every batch program appends its   000024
001300* records-read/written counts here for nightly reconciliation     000025
001350     SELECT RUN-LOG ASSIGN TO "RUNLOG"                            000026
001400         ORGANIZATION IS LINE SEQUENTIAL                          000027
001450         FILE STATUS IS WS-RUNLOG-STATUS.                         000028
001500* Operations exception log - the morning exception digest         000029
001550* gathers every listed exception from here                        000030
001600     SELECT EXCP-LOG ASSIGN TO "EXCPLOG"                          000031
001650         ORGANIZATION IS LINE SEQUENTIAL                          000032
001700         FILE STATUS IS WS-EXCP-STATUS.                           000033
001750* Processing calendar - bank holidays and per-step run            000034
001800* frequencies. Optional; without one every step runs nightly      000035
001850     SELECT OPTIONAL PROCESS-CALENDAR ASSIGN TO "PROCCAL"         000036
001900         ORGANIZATION IS LINE SEQUENTIAL.                         000037
001950* Batch run-control file - each step records started/completed    000038
002000* status for tonight's run so a resubmitted job skips the         000039
002050* steps that already completed                                    000040
002100     SELECT OPTIONAL RUN-CONTROL-IN ASSIGN TO "RUNCTL"            000041
002150         ORGANIZATION IS LINE SEQUENTIAL.                         000042
002200     SELECT RUN-CONTROL ASSIGN TO "RUNCTL"                        000043
002250         ORGANIZATION IS LINE SEQUENTIAL                          000044
002300         FILE STATUS IS WS-RUNCTL-STATUS.                         000045
002350 DATA DIVISION.                                                   000046
002400 FILE SECTION.                                                    000047
002450 FD  EMP-AUDIT-LOG.                                               000048
002500 01  EMP-AUDIT-RECORD.                                            000049
002550     COPY AUDITREC.                                               000050
002600 FD  VERIFY-REPORT.                                               000051
002650 01  VERIFY-REPORT-LINE  PIC X(80).                               000052
002700 FD  RUN-LOG.                                                     000053
002750 01  RUN-LOG-RECORD.                                              000054
002800     COPY RUNLOGREC.                                              000055
002850 FD  EXCP-LOG.                                                    000056
002900 01  EXCP-LOG-REC.                                                000057
002950     COPY EXCPREC.                                                000058
003000 FD  RUN-CONTROL-IN.                                              000059
003050 01  RUN-CONTROL-IN-REC.                                          000060
003100     COPY RUNCTLREC.                                              000061
003150 FD  RUN-CONTROL.                                                 000062
003200 01  RUN-CONTROL-REC.                                             000063
003250     COPY RUNCTLREC.                                              000064
003300 FD  PROCESS-CALENDAR.                                            000065
003350 01  PROCESS-CALENDAR-REC.                                        000066
003400     COPY CALREC.                                                 000067
003450 WORKING-STORAGE SECTION.                                         000068
003500* Run-control state - tonight's run date and whether this         000069
003550* step already completed for it                                   000070
003600 01  WS-RUNCTL-STATUS  PIC XX.                                    000071
003650 01  WS-RUN-DATE-CTL   PIC 9(8).                                  000072
003700 01  WS-RCTL-EOF-SW    PIC X VALUE "N".                           000073
003750     88  WS-RCTL-EOF   VALUE "Y".                                 000074
003800 01  WS-STEP-DONE-SW   PIC X VALUE "N".                           000075
003850     88  WS-STEP-DONE  VALUE "Y".                                 000076
003900     COPY RCSEVTAB.                                               000077
003950* Processing-calendar state for tonight's run                     000078
004000 01  WS-CAL-SKIP-SW    PIC X.                                     000079
004050     88  WS-CAL-SKIP   VALUE "Y".                                 000080
004100 01  WS-CAL-EOF-SW     PIC X.                                     000081
004150     88  WS-CAL-EOF    VALUE "Y".                                 000082
004200 01  WS-CAL-FREQ       PIC X.                                     000083
004250 01  WS-CAL-DAY        PIC 99.                                    000084
004300 01  WS-CAL-DAY-X REDEFINES WS-CAL-DAY PIC XX.                    000085
004350 01  WS-CAL-INT-DATE   PIC 9(8).                                  000086
004400 01  WS-CAL-DOW        PIC 9.                                     000087
004450 01  WS-CAL-NEXT-DATE  PIC 9(8).                                  000088
004500 01  WS-RUNLOG-STATUS  PIC XX.                                    000089
004550* Exception-log state - items logged for the digest this run      000090
004600 01  WS-EXCP-STATUS    PIC XX.                                    000091
004650 01  WS-EXCP-CNT       PIC 9(7) VALUE ZERO.                       000092
004700 01  WS-EOF-SW         PIC X VALUE "N".                           000093
004750     88  WS-AT-EOF     VALUE "Y".                                 000094
004800 01  WS-READ-CNT       PIC 9(7) VALUE ZERO.                       000095
004850 01  WS-LEGACY-CNT     PIC 9(7) VALUE ZERO.                       000096
004900 01  WS-GAP-CNT        PIC 9(7) VALUE ZERO.                       000097
004950 01  WS-MISMATCH-CNT   PIC 9(7) VALUE ZERO.                       000098
005000* Chain state while walking the file                              000099
005050 78  WS-CHECK-MODULUS  VALUE 999999937.                           000100
005100 78  WS-AUDIT-BODY-LEN VALUE 57.                                  000101
005150 01  WS-ANCHORED-SW    PIC X VALUE "N".                           000102
005200     88  WS-ANCHORED   VALUE "Y".                                 000103
005250 01  WS-PREV-SEQ       PIC 9(7) VALUE ZERO.                       000104
005300 01  WS-PRIOR-CHECK    PIC 9(9) VALUE ZERO.                       000105
005350 01  WS-CHECK-WORK     PIC 9(12).                                 000106
005400 01  WS-CHK-IDX        PIC 99.                                    000107
005450* Report heading, detail and footer lines                         000108
005500 01  WS-HDG-1.                                                    000109
005550     05  FILLER        PIC X(30)                                  000110
005600             VALUE "AUDIT-CHAIN VERIFICATION".                    000111
005650 01  WS-DETAIL-LINE.                                              000112
005700     05  DTL-TEXT      PIC X(22).                                 000113
005750     05  DTL-SEQ       PIC 9(7).                                  000114
005800     05  FILLER        PIC X(9) VALUE "  EMP-ID ".                000115
005850     05  DTL-EMP-ID    PIC X(5).                                  000116
005900 01  WS-FTR-LINE.                                                 000117
005950     05  FTR-TEXT      PIC X(26).                                 000118
006000     05  FTR-COUNT     PIC ZZZZZZ9.                               000119
006050 PROCEDURE DIVISION.                                              000120
006100 0000-MAIN.                                                       000121
006150     PERFORM 0100-CHECK-RUN-CONTROL.                              000122
006200     IF WS-STEP-DONE                                              000123
006250         DISPLAY "AUDVRFY step already completed for"             000124
006300             " tonight's run - skipping."                         000125
006350         STOP RUN                                                 000126
006400     END-IF.                                                      000127
006450     PERFORM 0180-CHECK-PROCESS-CALENDAR.                         000128
006500     IF WS-CAL-SKIP                                               000129
006550         STOP RUN                                                 000130
006600     END-IF.                                                      000131
006650     PERFORM 0200-MARK-STEP-STARTED.                              000132
006700     OPEN INPUT EMP-AUDIT-LOG.                                    000133
006750     OPEN OUTPUT VERIFY-REPORT.                                   000134
006800     PERFORM 8100-OPEN-EXCEPTION-LOG.                             000135
006850     WRITE VERIFY-REPORT-LINE FROM WS-HDG-1.                      000136
006900     WRITE VERIFY-REPORT-LINE FROM SPACES.                        000137
006950     PERFORM UNTIL WS-AT-EOF                                      000138
007000         READ EMP-AUDIT-LOG                                       000139
007050             AT END                                               000140
007100                 SET WS-AT-EOF TO TRUE                            000141
007150             NOT AT END                                           000142
007200                 ADD 1 TO WS-READ-CNT                             000143
007250                 PERFORM 2000-VERIFY-ONE-RECORD                   000144
007300         END-READ                                                 000145
007350     END-PERFORM.                                                 000146
007400     PERFORM 7000-PRINT-VERIFY-TOTALS.                            000147
007450     CLOSE EMP-AUDIT-LOG.                                         000148
007500     CLOSE VERIFY-REPORT.                                         000149
007550     PERFORM 8190-CLOSE-EXCEPTION-LOG.                            000150
007600     PERFORM 8000-WRITE-RUN-LOG.                                  000151
007650     IF WS-GAP-CNT > ZERO OR WS-MISMATCH-CNT > ZERO               000152
007700         MOVE "CHAINBRK" TO WS-STEP-REASON                        000153
007750     END-IF.                                                      000154
007800     PERFORM 8900-MARK-STEP-COMPLETE.                             000155
007850     STOP RUN.                                                    000156
007900* Verify one record against the chain. The first chained          000157
007950* record anchors the walk; a sequence-1 anchor is fully           000158
008000* verified from a zero prior check                                000159
008050 2000-VERIFY-ONE-RECORD.                                          000160
008100     IF AUD-SEQ-NBR IS NOT NUMERIC OR                             000161
008150             AUD-CHECK-VAL IS NOT NUMERIC                         000162
008200         ADD 1 TO WS-LEGACY-CNT                                   000163
008250     ELSE                                                         000164
008300         IF NOT WS-ANCHORED                                       000165
008350             SET WS-ANCHORED TO TRUE                              000166
008400             IF AUD-SEQ-NBR = 1                                   000167
008450                 MOVE ZERO TO WS-PRIOR-CHECK                      000168
008500                 PERFORM 2100-TEST-CHECK-VALUE                    000169
008550             END-IF                                               000170
008600         ELSE                                                     000171
008650             IF AUD-SEQ-NBR NOT = WS-PREV-SEQ + 1                 000172
008700                 ADD 1 TO WS-GAP-CNT                              000173
008750                 MOVE "SEQUENCE GAP AT SEQ " TO DTL-TEXT          000174
008800                 MOVE AUD-SEQ-NBR TO DTL-SEQ                      000175
008850                 MOVE AUD-EMP-ID TO DTL-EMP-ID                    000176
008900                 WRITE VERIFY-REPORT-LINE                         000177
008950                     FROM WS-DETAIL-LINE                          000178
009000                 PERFORM 2200-LOG-CHAIN-BREAK                     000179
009050             END-IF                                               000180
009100             PERFORM 2100-TEST-CHECK-VALUE                        000181
009150         END-IF                                                   000182
009200         MOVE AUD-SEQ-NBR TO WS-PREV-SEQ                          000183
009250         MOVE AUD-CHECK-VAL TO WS-PRIOR-CHECK                     000184
009300     END-IF.                                                      000185
009350* Recompute the record's check value from the prior one and       000186
009400* compare it to the stored value                                  000187
009450 2100-TEST-CHECK-VALUE.                                           000188
009500     MOVE WS-PRIOR-CHECK TO WS-CHECK-WORK.                        000189
009550     PERFORM VARYING WS-CHK-IDX FROM 1 BY 1                       000190
009600             UNTIL WS-CHK-IDX > WS-AUDIT-BODY-LEN                 000191
009650         COMPUTE WS-CHECK-WORK = FUNCTION MOD (                   000192
009700             WS-CHECK-WORK * 31 + FUNCTION ORD (                  000193
009750             EMP-AUDIT-RECORD (WS-CHK-IDX:1)),                    000194
009800             WS-CHECK-MODULUS)                                    000195
009850     END-PERFORM.                                                 000196
009900     COMPUTE WS-CHECK-WORK = FUNCTION MOD (                       000197
009950         WS-CHECK-WORK + AUD-SEQ-NBR, WS-CHECK-MODULUS).          000198
010000     IF WS-CHECK-WORK NOT = AUD-CHECK-VAL                         000199
010050         ADD 1 TO WS-MISMATCH-CNT                                 000200
010100         MOVE "CHECK MISMATCH AT SEQ " TO DTL-TEXT                000201
010150         MOVE AUD-SEQ-NBR TO DTL-SEQ                              000202
010200         MOVE AUD-EMP-ID TO DTL-EMP-ID                            000203
010250         WRITE VERIFY-REPORT-LINE FROM WS-DETAIL-LINE             000204
010300         PERFORM 2200-LOG-CHAIN-BREAK                             000205
010350     END-IF.                                                      000206
010400* Log the break just reported to the operations exception log     000207
010450 2200-LOG-CHAIN-BREAK.                                            000208
010500     MOVE 1 TO EXC-PRIORITY.                                      000209
010550     MOVE SPACES TO EXC-KEY.                                      000210
010600     STRING DTL-TEXT (1:1) " " DTL-SEQ " " DTL-EMP-ID             000211
010650         DELIMITED BY SIZE INTO EXC-KEY.                          000212
010700     MOVE ZERO TO EXC-OPEN-DATE.                                  000213
010750     MOVE SPACES TO EXC-TEXT.                                     000214
010800     STRING DTL-TEXT DTL-SEQ " EMP-ID " DTL-EMP-ID                000215
010850         DELIMITED BY SIZE INTO EXC-TEXT.                         000216
010900     PERFORM 8150-WRITE-EXCEPTION-ITEM.                           000217
010950* Print the read/legacy/gap/mismatch totals under the report      000218
011000 7000-PRINT-VERIFY-TOTALS.                                        000219
011050     WRITE VERIFY-REPORT-LINE FROM SPACES.                        000220
011100     MOVE "AUDIT RECORDS READ:" TO FTR-TEXT.                      000221
011150     MOVE WS-READ-CNT TO FTR-COUNT.                               000222
011200     WRITE VERIFY-REPORT-LINE FROM WS-FTR-LINE.                   000223
011250     MOVE "UNVERIFIABLE (LEGACY):" TO FTR-TEXT.                   000224
011300     MOVE WS-LEGACY-CNT TO FTR-COUNT.                             000225
011350     WRITE VERIFY-REPORT-LINE FROM WS-FTR-LINE.                   000226
011400     MOVE "SEQUENCE GAPS:" TO FTR-TEXT.                           000227
011450     MOVE WS-GAP-CNT TO FTR-COUNT.                                000228
011500     WRITE VERIFY-REPORT-LINE FROM WS-FTR-LINE.                   000229
011550     MOVE "CHECK MISMATCHES:" TO FTR-TEXT.                        000230
011600     MOVE WS-MISMATCH-CNT TO FTR-COUNT.                           000231
011650     WRITE VERIFY-REPORT-LINE FROM WS-FTR-LINE.                   000232
011700* Append this run's records-read/records-written to the shared    000233
011750* run-log for the nightly batch-window reconciliation             000234
011800 8000-WRITE-RUN-LOG.                                              000235
011850     OPEN EXTEND RUN-LOG.                                         000236
011900     IF WS-RUNLOG-STATUS = "35"                                   000237
011950         OPEN OUTPUT RUN-LOG                                      000238
012000     END-IF.                                                      000239
012050     MOVE "AUDVRFY" TO RUNLOG-PROGRAM.                            000240
012100     MOVE FUNCTION CURRENT-DATE (1:14) TO RUNLOG-TIMESTAMP.       000241
012150     MOVE WS-READ-CNT TO RUNLOG-RECORDS-READ.                     000242
012200     MOVE ZERO TO RUNLOG-RECORDS-WRITTEN.                         000243
012250     WRITE RUN-LOG-RECORD.                                        000244
012300     CLOSE RUN-LOG.                                               000245
012350* Open the operations exception log for this run's items          000246
012400 8100-OPEN-EXCEPTION-LOG.                                         000247
012450     OPEN EXTEND EXCP-LOG.                                        000248
012500     IF WS-EXCP-STATUS = "35"                                     000249
012550         OPEN OUTPUT EXCP-LOG                                     000250
012600     END-IF.                                                      000251
012650     MOVE ZERO TO WS-EXCP-CNT.                                    000252
012700* Log one exception item for the morning digest - the caller      000253
012750* has set its priority, key, open date and text                   000254
012800 8150-WRITE-EXCEPTION-ITEM.                                       000255
012850     MOVE "AUDVRPT" TO EXC-SOURCE.                                000256
012900     MOVE FUNCTION CURRENT-DATE (1:8) TO EXC-RUN-DATE.            000257
012950     MOVE "I" TO EXC-REC-TYPE.                                    000258
013000     MOVE ZERO TO EXC-COUNT.                                      000259
013050     WRITE EXCP-LOG-REC.                                          000260
013100     ADD 1 TO WS-EXCP-CNT.                                        000261
013150* Close the run on the exception log with its item count          000262
013200 8190-CLOSE-EXCEPTION-LOG.                                        000263
013250     MOVE "AUDVRPT" TO EXC-SOURCE.                                000264
013300     MOVE FUNCTION CURRENT-DATE (1:8) TO EXC-RUN-DATE.            000265
013350     MOVE "T" TO EXC-REC-TYPE.                                    000266
013400     MOVE ZERO TO EXC-PRIORITY.                                   000267
013450     MOVE WS-EXCP-CNT TO EXC-COUNT.                               000268
013500     MOVE SPACES TO EXC-KEY.                                      000269
013550     MOVE ZERO TO EXC-OPEN-DATE.                                  000270
013600     MOVE SPACES TO EXC-TEXT.                                     000271
013650     WRITE EXCP-LOG-REC.                                          000272
013700     CLOSE EXCP-LOG.                                              000273
013750* Ask the processing calendar whether this step runs tonight -    000274
013800* a holiday date skips it, and a weekly/monthly/month-end         000275
013850* frequency skips the nights between. A skipped step writes a     000276
013900* K run-control record so the status report and the restart       000277
013950* logic still account for it. No calendar file, or no             000278
014000* frequency record for this step, means run nightly as before     000279
014050 0180-CHECK-PROCESS-CALENDAR.                                     000280
014100     MOVE "N" TO WS-CAL-SKIP-SW.                                  000281
014150     MOVE "N" TO WS-CAL-EOF-SW.                                   000282
014200     MOVE "D" TO WS-CAL-FREQ.                                     000283
014250     MOVE ZERO TO WS-CAL-DAY.                                     000284
014300     OPEN INPUT PROCESS-CALENDAR.                                 000285
014350     PERFORM UNTIL WS-CAL-EOF                                     000286
014400         READ PROCESS-CALENDAR                                    000287
014450             AT END                                               000288
014500                 SET WS-CAL-EOF TO TRUE                           000289
014550             NOT AT END                                           000290
014600                 IF CAL-REC-TYPE = "H" AND                        000291
014650                         CAL-DATE = WS-RUN-DATE-CTL               000292
014700                     SET WS-CAL-SKIP TO TRUE                      000293
014750                 END-IF                                           000294
014800                 IF CAL-REC-TYPE = "F" AND                        000295
014850                         CAL-STEP = "AUDVRFY"                     000296
014900                     MOVE CAL-FREQ TO WS-CAL-FREQ                 000297
014950                     MOVE CAL-DAY TO WS-CAL-DAY                   000298
015000                 END-IF                                           000299
015050         END-READ                                                 000300
015100     END-PERFORM.                                                 000301
015150     CLOSE PROCESS-CALENDAR.                                      000302
015200     IF NOT WS-CAL-SKIP                                           000303
015250         PERFORM 0190-TEST-STEP-FREQUENCY                         000304
015300     END-IF.                                                      000305
015350     IF WS-CAL-SKIP                                               000306
015400         MOVE "CALSKIP" TO WS-STEP-REASON                         000307
015450         PERFORM 8960-SET-RETURN-CODE                             000308
015500         MOVE "K" TO RC-STATUS OF RUN-CONTROL-REC                 000309
015550         PERFORM 8950-WRITE-RUN-CONTROL                           000310
015600         DISPLAY "AUDVRFY skipped per processing calendar."       000311
015650     END-IF.                                                      000312
015700* Does the step's frequency land on tonight - weekly runs on      000313
015750* its day of week, monthly on its day of month, month-end         000314
015800* when tomorrow is a new month                                    000315
015850 0190-TEST-STEP-FREQUENCY.                                        000316
015900     COMPUTE WS-CAL-INT-DATE =                                    000317
015950         FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-CTL).              000318
016000     EVALUATE WS-CAL-FREQ                                         000319
016050         WHEN "W"                                                 000320
016100             COMPUTE WS-CAL-DOW = FUNCTION MOD                    000321
016150                 (WS-CAL-INT-DATE - 1, 7) + 1                     000322
016200             IF WS-CAL-DOW NOT = WS-CAL-DAY                       000323
016250                 SET WS-CAL-SKIP TO TRUE                          000324
016300             END-IF                                               000325
016350         WHEN "M"                                                 000326
016400             IF WS-RUN-DATE-CTL (7:2) NOT = WS-CAL-DAY-X          000327
016450                 SET WS-CAL-SKIP TO TRUE                          000328
016500             END-IF                                               000329
016550         WHEN "E"                                                 000330
016600             COMPUTE WS-CAL-NEXT-DATE =                           000331
016650                 FUNCTION DATE-OF-INTEGER                         000332
016700                 (WS-CAL-INT-DATE + 1)                            000333
016750             IF WS-CAL-NEXT-DATE (5:2) =                          000334
016800                     WS-RUN-DATE-CTL (5:2)                        000335
016850                 SET WS-CAL-SKIP TO TRUE                          000336
016900             END-IF                                               000337
016950         WHEN OTHER                                               000338
017000             CONTINUE                                             000339
017050     END-EVALUATE.                                                000340
017100* See whether this step already completed for tonight's run       000341
017150 0100-CHECK-RUN-CONTROL.                                          000342
017200     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE-CTL.         000343
017250     OPEN INPUT RUN-CONTROL-IN.                                   000344
017300     PERFORM UNTIL WS-RCTL-EOF                                    000345
017350         READ RUN-CONTROL-IN                                      000346
017400             AT END                                               000347
017450                 SET WS-RCTL-EOF TO TRUE                          000348
017500             NOT AT END                                           000349
017550                 IF RC-RUN-DATE OF RUN-CONTROL-IN-REC             000350
017600                         = WS-RUN-DATE-CTL AND                    000351
017650                         RC-STEP-NAME OF RUN-CONTROL-IN-REC       000352
017700                         = "AUDVRFY" AND                          000353
017750                         RC-STATUS OF RUN-CONTROL-IN-REC = "C"    000354
017800                     SET WS-STEP-DONE TO TRUE                     000355
017850                 END-IF                                           000356
017900         END-READ                                                 000357
017950     END-PERFORM.                                                 000358
018000     CLOSE RUN-CONTROL-IN.                                        000359
018050* Record this step as started for tonight's run                   000360
018100 0200-MARK-STEP-STARTED.                                          000361
018150     MOVE "S" TO RC-STATUS OF RUN-CONTROL-REC.                    000362
018200     PERFORM 8950-WRITE-RUN-CONTROL.                              000363
018250* Record how this step ended for tonight's run - a C record       000364
018300* when its return code is below 8 (clean or warning), an F        000365
018350* record for a failure so a resubmitted night runs it again       000366
018400 8900-MARK-STEP-COMPLETE.                                         000367
018450     PERFORM 8960-SET-RETURN-CODE.                                000368
018500     IF WS-STEP-RC < 8                                            000369
018550         MOVE "C" TO RC-STATUS OF RUN-CONTROL-REC                 000370
018600     ELSE                                                         000371
018650         MOVE "F" TO RC-STATUS OF RUN-CONTROL-REC                 000372
018700     END-IF.                                                      000373
018750     PERFORM 8950-WRITE-RUN-CONTROL.                              000374
018800* Stamp and append one run-control record                         000375
018850 8950-WRITE-RUN-CONTROL.                                          000376
018900     OPEN EXTEND RUN-CONTROL.                                     000377
018950     IF WS-RUNCTL-STATUS = "35"                                   000378
019000         OPEN OUTPUT RUN-CONTROL                                  000379
019050     END-IF.                                                      000380
019100     MOVE WS-RUN-DATE-CTL                                         000381
019150         TO RC-RUN-DATE OF RUN-CONTROL-REC.                       000382
019200     MOVE "AUDVRFY" TO RC-STEP-NAME OF RUN-CONTROL-REC.           000383
019250     MOVE WS-STEP-RC TO RC-RETURN-CODE OF RUN-CONTROL-REC.        000384
019300     MOVE WS-STEP-REASON TO RC-REASON OF RUN-CONTROL-REC.         000385
019350     MOVE FUNCTION CURRENT-DATE (1:14)                            000386
019400         TO RC-TIMESTAMP OF RUN-CONTROL-REC.                      000387
019450     WRITE RUN-CONTROL-REC.                                       000388
019500     CLOSE RUN-CONTROL.                                           000389
019550* Classify this step's reason through the shared severity         000390
019600* table and pass the standard return code back to the job         000391
019650* step. No reason set means a clean run; a reason missing         000392
019700* from the table is treated as abend-worthy                       000393
019750 8960-SET-RETURN-CODE.                                            000394
019800     IF WS-STEP-REASON = SPACES                                   000395
019850         MOVE "CLEAN" TO WS-STEP-REASON                           000396
019900     END-IF.                                                      000397
019950     MOVE 12 TO WS-STEP-RC.                                       000398
020000     PERFORM VARYING WS-SEV-IDX FROM 1 BY 1                       000399
020050             UNTIL WS-SEV-IDX > WS-SEV-MAX                        000400
020100         IF SEV-REASON (WS-SEV-IDX) = WS-STEP-REASON              000401
020150             MOVE SEV-RC (WS-SEV-IDX) TO WS-STEP-RC               000402
020200         END-IF                                                   000403
020250     END-PERFORM.                                                 000404
020300     MOVE WS-STEP-RC TO RETURN-CODE.                              000405
