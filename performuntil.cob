003100     88  WS-RCTL-EOF   VALUE "Y".                                 000061
003150 01  WS-STEP-DONE-SW   PIC X VALUE "N".                           000062
003200     88  WS-STEP-DONE  VALUE "Y".                                 000063
003250     COPY RCSEVTAB.                                               000064
003300* Processing-calendar state for tonight's run                     000065
003350 01  WS-CAL-SKIP-SW    PIC X.                                     000066
003400     88  WS-CAL-SKIP   VALUE "Y".                                 000067
003450 01  WS-CAL-EOF-SW     PIC X.                                     000068
003500     88  WS-CAL-EOF    VALUE "Y".                                 000069
003550 01  WS-CAL-FREQ       PIC X.                                     000070
003600 01  WS-CAL-DAY        PIC 99.                                    000071
003650 01  WS-CAL-DAY-X REDEFINES WS-CAL-DAY PIC XX.                    000072
003700 01  WS-CAL-INT-DATE   PIC 9(8).                                  000073
003750 01  WS-CAL-DOW        PIC 9.                                     000074
003800 01  WS-CAL-NEXT-DATE  PIC 9(8).                                  000075
003850 01  WS-RUNLOG-STATUS    PIC XX.                                  000076
003900 01  NUM1 PIC 9(9).                                               000077
003950* Loop bounds - defaulted to the original 1-9 step-1 demo range,  000078
004000* overridden by LOOPPARM when one is present                      000079
004050 01  WS-LOOP-START       PIC 9(9) VALUE 1.                        000080
004100 01  WS-LOOP-END         PIC 9(9) VALUE 9.                        000081
004150 01  WS-LOOP-STEP        PIC 9(9) VALUE 1.                        000082
004200 01  WS-RESUME-START     PIC 9(9).                                000083
004250 78  WS-CHECKPOINT-INTERVAL VALUE 3.                              000084
004300 01  WS-ITER-CNT         PIC 9(9) VALUE ZERO.                     000085
004350 01  WS-CKPT-STATUS      PIC XX.                                  000086
004400 01  WS-CKPT-EOF-SW      PIC X VALUE "N".                         000087
004450     88  WS-CKPT-EOF     VALUE "Y".                               000088
004500 01  WS-LAST-CKPT-NUM1   PIC 9(9) VALUE ZERO.                     000089
004550* Run-status carried by the last checkpoint record read on restart000090
004600* "R" means a prior run was still in progress (abend, safe to resu000091
004650* past it); "C" means a prior run completed normally, so a new run000092
004700* starts over at WS-LOOP-START instead of resuming past WS-LOOP-EN000093
004750 01  WS-LAST-CKPT-STATUS PIC X VALUE SPACE.                       000094
004800 01  WS-FOUND-CKPT-SW    PIC X VALUE "N".                         000095
004850     88  WS-FOUND-CKPT   VALUE "Y".                               000096
004900* Control-total report printed when the loop finishes             000097
004950 01  WS-CTL-RPT-1.                                                000098
005000     05  FILLER          PIC X(20) VALUE "ITERATIONS RUN:".       000099
005050     05  CTR-ITER-CNT    PIC Z(8)9.                               000100
005100 01  WS-CTL-RPT-2.                                                000101
005150     05  FILLER          PIC X(20) VALUE "START VALUE:".          000102
005200     05  CTR-START       PIC Z(8)9.                               000103
005250 01  WS-CTL-RPT-3.                                                000104
005300     05  FILLER          PIC X(20) VALUE "END VALUE:".            000105
005350     05  CTR-END         PIC Z(8)9.                               000106
005400 PROCEDURE DIVISION.                                              000107
005450     PERFORM 0100-CHECK-RUN-CONTROL.                              000108
005500     IF WS-STEP-DONE                                              000109
005550         DISPLAY "PERFUNTL step already completed for"            000110
005600             " tonight's run - skipping."                         000111
005650         STOP RUN                                                 000112
005700     END-IF.                                                      000113
005750     PERFORM 0180-CHECK-PROCESS-CALENDAR.                         000114
005800     IF WS-CAL-SKIP                                               000115
005850         STOP RUN                                                 000116
005900     END-IF.                                                      000117
005950     PERFORM 0200-MARK-STEP-STARTED.                              000118
006000     PERFORM 0500-LOAD-LOOP-PARAMETERS.                           000119
006050     PERFORM 1000-RESTART-FROM-CHECKPOINT.                        000120
006100     OPEN EXTEND LOOP-CHECKPOINT.                                 000121
006150     IF WS-CKPT-STATUS = "35"                                     000122
006200         OPEN OUTPUT LOOP-CHECKPOINT                              000123
006250     END-IF.                                                      000124
006300     PERFORM VARYING NUM1 FROM WS-RESUME-START BY WS-LOOP-STEP    000125
006350             UNTIL NUM1 > WS-LOOP-END                             000126
006400         PERFORM LOOP-PARA                                        000127
006450     END-PERFORM.                                                 000128
006500     CLOSE LOOP-CHECKPOINT.                                       000129
006550     PERFORM 2100-WRITE-COMPLETION-CHECKPOINT.                    000130
006600     PERFORM 3000-PRINT-CONTROL-TOTALS.                           000131
006650     PERFORM 8000-WRITE-RUN-LOG.                                  000132
006700     PERFORM 8900-MARK-STEP-COMPLETE.                             000133
006750     STOP RUN.                                                    000134
006800 LOOP-PARA.                                                       000135
006850     DISPLAY NUM1.                                                000136
006900     ADD 1 TO WS-ITER-CNT.                                        000137
006950     IF FUNCTION MOD (WS-ITER-CNT, WS-CHECKPOINT-INTERVAL) = 0    000138
007000         PERFORM 2000-WRITE-CHECKPOINT                            000139
007050     END-IF.                                                      000140
007100* Read start/end/step from LOOPPARM, defaulting to the original   000141
007150* 1-9 step-1 demo range when the control card is absent or its    000142
007200* step is zero                                                    000143
007250 0500-LOAD-LOOP-PARAMETERS.                                       000144
007300     OPEN INPUT LOOP-PARAMETERS.                                  000145
007350     READ LOOP-PARAMETERS                                         000146
007400         AT END                                                   000147
007450             CONTINUE                                             000148
007500         NOT AT END                                               000149
007550             MOVE CTL-START TO WS-LOOP-START                      000150
007600             MOVE CTL-END   TO WS-LOOP-END                        000151
007650             IF CTL-STEP > 0                                      000152
007700                 MOVE CTL-STEP TO WS-LOOP-STEP                    000153
007750             END-IF                                               000154
007800     END-READ.                                                    000155
007850     CLOSE LOOP-PARAMETERS.                                       000156
007900* Resume from the last checkpoint, if there is one, by reading    000157
007950* every record on LOOPCKPT and keeping the last one seen. A       000158
008000* checkpoint left behind by a normal completion (CKPT-RUN-STATUS  000159
008050* "C") does not count as an in-progress run to resume - it means  000160
008100* the prior run finished, so this run starts fresh at WS-LOOP-STAR000161
008150 1000-RESTART-FROM-CHECKPOINT.                                    000162
008200     MOVE WS-LOOP-START TO WS-RESUME-START.                       000163
008250     OPEN INPUT LOOP-CHECKPOINT.                                  000164
008300     PERFORM UNTIL WS-CKPT-EOF                                    000165
008350         READ LOOP-CHECKPOINT                                     000166
008400             AT END                                               000167
008450                 SET WS-CKPT-EOF TO TRUE                          000168
008500             NOT AT END                                           000169
008550                 MOVE CKPT-NUM1       TO WS-LAST-CKPT-NUM1        000170
008600                 MOVE CKPT-RUN-STATUS TO WS-LAST-CKPT-STATUS      000171
008650                 SET WS-FOUND-CKPT TO TRUE                        000172
008700         END-READ                                                 000173
008750     END-PERFORM.                                                 000174
008800     CLOSE LOOP-CHECKPOINT.                                       000175
008850     IF WS-FOUND-CKPT AND WS-LAST-CKPT-STATUS = "R"               000176
008900         COMPUTE WS-RESUME-START =                                000177
008950             WS-LAST-CKPT-NUM1 + WS-LOOP-STEP                     000178
009000     END-IF.                                                      000179
009050* Append the current NUM1 value and a timestamp as an in-progress 000180
009100* checkpoint                                                      000181
009150 2000-WRITE-CHECKPOINT.                                           000182
009200     MOVE NUM1 TO CKPT-NUM1.                                      000183
009250     MOVE FUNCTION CURRENT-DATE (1:14) TO CKPT-TIMESTAMP.         000184
009300     MOVE "R" TO CKPT-RUN-STATUS.                                 000185
009350     WRITE LOOP-CHECKPOINT-REC.                                   000186
009400* Reset LOOP-CHECKPOINT to a single "run complete" sentinel record000187
009450* on normal completion, so the next invocation starts a fresh run 000188
009500* at WS-LOOP-START instead of resuming past WS-LOOP-END           000189
009550 2100-WRITE-COMPLETION-CHECKPOINT.                                000190
009600     OPEN OUTPUT LOOP-CHECKPOINT.                                 000191
009650     MOVE WS-LOOP-END TO CKPT-NUM1.                               000192
009700     MOVE FUNCTION CURRENT-DATE (1:14) TO CKPT-TIMESTAMP.         000193
009750     MOVE "C" TO CKPT-RUN-STATUS.                                 000194
009800     WRITE LOOP-CHECKPOINT-REC.                                   000195
009850     CLOSE LOOP-CHECKPOINT.                                       000196
009900* Print the iteration count and the start/end bounds this run used000197
009950 3000-PRINT-CONTROL-TOTALS.                                       000198
010000     MOVE WS-ITER-CNT   TO CTR-ITER-CNT.                          000199
010050     MOVE WS-LOOP-START TO CTR-START.                             000200
010100     MOVE WS-LOOP-END   TO CTR-END.                               000201
010150     DISPLAY " ".                                                 000202
010200     DISPLAY "CONTROL TOTALS".                                    000203
010250     DISPLAY WS-CTL-RPT-1.                                        000204
010300     DISPLAY WS-CTL-RPT-2.                                        000205
010350     DISPLAY WS-CTL-RPT-3.                                        000206
010400* Append this run's records-read/records-written to the shared    000207
010450* run-log for the nightly batch-window reconciliation             000208
010500 8000-WRITE-RUN-LOG.                                              000209
010550     OPEN EXTEND RUN-LOG.                                         000210
010600     IF WS-RUNLOG-STATUS = "35"                                   000211
010650         OPEN OUTPUT RUN-LOG                                      000212
010700     END-IF.                                                      000213
010750     MOVE "PERFUNTL" TO RUNLOG-PROGRAM.                           000214
010800     MOVE FUNCTION CURRENT-DATE (1:14) TO RUNLOG-TIMESTAMP.       000215
010850     MOVE ZERO TO RUNLOG-RECORDS-READ.                            000216
010900     MOVE WS-ITER-CNT TO RUNLOG-RECORDS-WRITTEN.                  000217
010950     WRITE RUN-LOG-RECORD.                                        000218
011000     CLOSE RUN-LOG.                                               000219
011050* Ask the processing calendar whether this step runs tonight -    000220
011100* a holiday date skips it, and a weekly/monthly/month-end         000221
011150* frequency skips the nights between. A skipped step writes a     000222
011200* K run-control record so the status report and the restart       000223
011250* logic still account for it. No calendar file, or no             000224
011300* frequency record for this step, means run nightly as before     000225
011350 0180-CHECK-PROCESS-CALENDAR.                                     000226
011400     MOVE "N" TO WS-CAL-SKIP-SW.                                  000227
011450     MOVE "N" TO WS-CAL-EOF-SW.                                   000228
011500     MOVE "D" TO WS-CAL-FREQ.                                     000229
011550     MOVE ZERO TO WS-CAL-DAY.                                     000230
011600     OPEN INPUT PROCESS-CALENDAR.                                 000231
011650     PERFORM UNTIL WS-CAL-EOF                                     000232
011700         READ PROCESS-CALENDAR                                    000233
011750             AT END                                               000234
011800                 SET WS-CAL-EOF TO TRUE                           000235
011850             NOT AT END                                           000236
011900                 IF CAL-REC-TYPE = "H" AND                        000237
011950                         CAL-DATE = WS-RUN-DATE-CTL               000238
012000                     SET WS-CAL-SKIP TO TRUE                      000239
012050                 END-IF                                           000240
012100                 IF CAL-REC-TYPE = "F" AND                        000241
012150                         CAL-STEP = "PERFUNTL"                    000242
012200                     MOVE CAL-FREQ TO WS-CAL-FREQ                 000243
012250                     MOVE CAL-DAY TO WS-CAL-DAY                   000244
012300                 END-IF                                           000245
012350         END-READ                                                 000246
012400     END-PERFORM.                                                 000247
012450     CLOSE PROCESS-CALENDAR.                                      000248
012500     IF NOT WS-CAL-SKIP                                           000249
012550         PERFORM 0190-TEST-STEP-FREQUENCY                         000250
012600     END-IF.                                                      000251
012650     IF WS-CAL-SKIP                                               000252
012700         MOVE "CALSKIP" TO WS-STEP-REASON                         000253
012750         PERFORM 8960-SET-RETURN-CODE                             000254
012800         MOVE "K" TO RC-STATUS OF RUN-CONTROL-REC                 000255
012850         PERFORM 8950-WRITE-RUN-CONTROL                           000256
012900         DISPLAY "PERFUNTL skipped per processing calendar."      000257
012950     END-IF.                                                      000258
013000* Does the step's frequency land on tonight - weekly runs on      000259
013050* its day of week, monthly on its day of month, month-end         000260
013100* when tomorrow is a new month                                    000261
013150 0190-TEST-STEP-FREQUENCY.                                        000262
013200     COMPUTE WS-CAL-INT-DATE =                                    000263
013250         FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-CTL).              000264
013300     EVALUATE WS-CAL-FREQ                                         000265
013350         WHEN "W"                                                 000266
013400             COMPUTE WS-CAL-DOW = FUNCTION MOD                    000267
013450                 (WS-CAL-INT-DATE - 1, 7) + 1                     000268
013500             IF WS-CAL-DOW NOT = WS-CAL-DAY                       000269
013550                 SET WS-CAL-SKIP TO TRUE                          000270
013600             END-IF                                               000271
013650         WHEN "M"                                                 000272
013700             IF WS-RUN-DATE-CTL (7:2) NOT = WS-CAL-DAY-X          000273
013750                 SET WS-CAL-SKIP TO TRUE                          000274
013800             END-IF                                               000275
013850         WHEN "E"                                                 000276
013900             COMPUTE WS-CAL-NEXT-DATE =                           000277
013950                 FUNCTION DATE-OF-INTEGER                         000278
014000                 (WS-CAL-INT-DATE + 1)                            000279
014050             IF WS-CAL-NEXT-DATE (5:2) =                          000280
014100                     WS-RUN-DATE-CTL (5:2)                        000281
014150                 SET WS-CAL-SKIP TO TRUE                          000282
014200             END-IF                                               000283
014250         WHEN OTHER                                               000284
014300             CONTINUE                                             000285
014350     END-EVALUATE.                                                000286
014400* See whether this step already completed for tonight's run       000287
014450 0100-CHECK-RUN-CONTROL.                                          000288
014500     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE-CTL.         000289
014550     OPEN INPUT RUN-CONTROL-IN.                                   000290
014600     PERFORM UNTIL WS-RCTL-EOF                                    000291
014650         READ RUN-CONTROL-IN                                      000292
014700             AT END                                               000293
014750                 SET WS-RCTL-EOF TO TRUE                          000294
014800             NOT AT END                                           000295
014850                 IF RC-RUN-DATE OF RUN-CONTROL-IN-REC             000296
014900                         = WS-RUN-DATE-CTL AND                    000297
014950                         RC-STEP-NAME OF RUN-CONTROL-IN-REC       000298
015000                         = "PERFUNTL" AND                         000299
015050                         RC-STATUS OF RUN-CONTROL-IN-REC = "C"    000300
015100                     SET WS-STEP-DONE TO TRUE                     000301
015150                 END-IF                                           000302
015200         END-READ                                                 000303
015250     END-PERFORM.                                                 000304
015300     CLOSE RUN-CONTROL-IN.                                        000305
015350* Record this step as started for tonight's run                   000306
015400 0200-MARK-STEP-STARTED.                                          000307
015450     MOVE "S" TO RC-STATUS OF RUN-CONTROL-REC.                    000308
015500     PERFORM 8950-WRITE-RUN-CONTROL.                              000309
015550* Record how this step ended for tonight's run - a C record       000310
015600* when its return code is below 8 (clean or warning), an F        000311
015650* record for a failure so a resubmitted night runs it again       000312
015700 8900-MARK-STEP-COMPLETE.                                         000313
015750     PERFORM 8960-SET-RETURN-CODE.                                000314
015800     IF WS-STEP-RC < 8                                            000315
015850         MOVE "C" TO RC-STATUS OF RUN-CONTROL-REC                 000316
015900     ELSE                                                         000317
015950         MOVE "F" TO RC-STATUS OF RUN-CONTROL-REC                 000318
016000     END-IF.                                                      000319
016050     PERFORM 8950-WRITE-RUN-CONTROL.                              000320
016100* Stamp and append one run-control record                         000321
016150 8950-WRITE-RUN-CONTROL.                                          000322
016200     OPEN EXTEND RUN-CONTROL.                                     000323
016250     IF WS-RUNCTL-STATUS = "35"                                   000324
016300         OPEN OUTPUT RUN-CONTROL                                  000325
016350     END-IF.                                                      000326
016400     MOVE WS-RUN-DATE-CTL                                         000327
016450         TO RC-RUN-DATE OF RUN-CONTROL-REC.                       000328
016500     MOVE "PERFUNTL" TO RC-STEP-NAME OF RUN-CONTROL-REC.          000329
016550     MOVE WS-STEP-RC TO RC-RETURN-CODE OF RUN-CONTROL-REC.        000330
016600     MOVE WS-STEP-REASON TO RC-REASON OF RUN-CONTROL-REC.         000331
016650     MOVE FUNCTION CURRENT-DATE (1:14)                            000332
016700         TO RC-TIMESTAMP OF RUN-CONTROL-REC.                      000333
016750     WRITE RUN-CONTROL-REC.                                       000334
016800     CLOSE RUN-CONTROL.                                           000335
016850* Classify this step's reason through the shared severity         000336
016900* table and pass the standard return code back to the job         000337
016950* step. No reason set means a clean run; a reason missing         000338
017000* from the table is treated as abend-worthy                       000339
017050 8960-SET-RETURN-CODE.                                            000340
017100     IF WS-STEP-REASON = SPACES                                   000341
017150         MOVE "CLEAN" TO WS-STEP-REASON                           000342
017200     END-IF.                                                      000343
017250     MOVE 12 TO WS-STEP-RC.                                       000344
017300     PERFORM VARYING WS-SEV-IDX FROM 1 BY 1                       000345
017350             UNTIL WS-SEV-IDX > WS-SEV-MAX                        000346
017400         IF SEV-REASON (WS-SEV-IDX) = WS-STEP-REASON              000347
017450             MOVE SEV-RC (WS-SEV-IDX) TO WS-STEP-RC               000348
017500         END-IF                                                   000349
017550     END-PERFORM.                                                 000350
017600     MOVE WS-STEP-RC TO RETURN-CODE.                              000351
