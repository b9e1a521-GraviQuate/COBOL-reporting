004450     88  WS-RCTL-EOF   VALUE "Y".                                 000088
004500 01  WS-STEP-DONE-SW   PIC X VALUE "N".                           000089
004550     88  WS-STEP-DONE  VALUE "Y".                                 000090
004600     COPY RCSEVTAB.                                               000091
004650* Processing-calendar state for tonight's run                     000092
004700 01  WS-CAL-SKIP-SW    PIC X.                                     000093
004750     88  WS-CAL-SKIP   VALUE "Y".                                 000094
004800 01  WS-CAL-EOF-SW     PIC X.                                     000095
004850     88  WS-CAL-EOF    VALUE "Y".                                 000096
004900 01  WS-CAL-FREQ       PIC X.                                     000097
004950 01  WS-CAL-DAY        PIC 99.                                    000098
005000 01  WS-CAL-DAY-X REDEFINES WS-CAL-DAY PIC XX.                    000099
005050 01  WS-CAL-INT-DATE   PIC 9(8).                                  000100
005100 01  WS-CAL-DOW        PIC 9.                                     000101
005150 01  WS-CAL-NEXT-DATE  PIC 9(8).                                  000102
005200 01  WS-RUNLOG-STATUS   PIC XX.                                   000103
005250 01  WS-EOF-SW          PIC X VALUE "N".                          000104
005300     88  END-OF-HIST    VALUE "Y".                                000105
005350 01  WS-READ-CNT        PIC 9(7) VALUE ZERO.                      000106
005400 01  WS-EXCEPTION-CNT   PIC 9(7) VALUE ZERO.                      000107
005450* Decline threshold, loaded once at start-up from TRENDPRM        000108
005500 01  WS-DROP-POINTS     PIC 999 VALUE 10.                         000109
005550* Letter-grade bands, highest cutoff first - GRD-MIN-SCORE is the 000110
005600* lowest score that still earns GRD-LETTER                        000111
005650 78  WS-MAX-BANDS       VALUE 10.                                 000112
005700 01  WS-BAND-CNT        PIC 99 VALUE ZERO.                        000113
005750 01  GRD-BAND-TABLE.                                              000114
005800     05  GRD-BAND OCCURS 1 TO WS-MAX-BANDS TIMES                  000115
005850             DEPENDING ON WS-BAND-CNT.                            000116
005900         COPY GRDBAND.                                            000117
005950 01  WS-BAND-IDX        PIC 99.                                   000118
006000* Prior-term values held for the term-over-term compare; the      000119
006050* prior switch says whether this student has a prior term yet     000120
006100 01  WS-PREV-STU-ID     PIC X(9) VALUE SPACES.                    000121
006150 01  WS-PREV-COURSE     PIC X(6) VALUE SPACES.                    000122
006200 01  WS-PREV-TERM       PIC X(6).                                 000123
006250 01  WS-PREV-GRADE      PIC 999.                                  000124
006300 01  WS-PREV-LETTER     PIC X.                                    000125
006350 01  WS-HAVE-PRIOR-SW   PIC X VALUE "N".                          000126
006400     88  WS-HAVE-PRIOR  VALUE "Y".                                000127
006450 01  WS-GRADE-DROP      PIC S999 VALUE ZERO.                      000128
006500 01  WS-PREV-BAND-IDX   PIC 99.                                   000129
006550 01  WS-CURR-BAND-IDX   PIC 99.                                   000130
006600 01  WS-POINTS-EXC-SW   PIC X VALUE "N".                          000131
006650     88  WS-POINTS-EXC  VALUE "Y".                                000132
006700 01  WS-BAND-EXC-SW     PIC X VALUE "N".                          000133
006750     88  WS-BAND-EXC    VALUE "Y".                                000134
006800* Report heading, detail and footer lines                         000135
006850 01  WS-HDG-1.                                                    000136
006900     05  FILLER         PIC X(37)                                 000137
006950             VALUE "GRADE DECLINE EARLY-WARNING REPORT".          000138
007000     05  FILLER         PIC X(11) VALUE "THRESHOLD: ".            000139
007050     05  HDG-THRESHOLD  PIC ZZ9.                                  000140
007100 01  WS-HDG-2.                                                    000141
007150     05  FILLER         PIC X(11) VALUE "STUDENT ID".             000142
007200     05  FILLER         PIC X(8)  VALUE "COURSE".                 000143
007250     05  FILLER         PIC X(8)  VALUE "PR TERM".                000144
007300     05  FILLER         PIC X(6)  VALUE "GRADE".                  000145
007350     05  FILLER         PIC X(4)  VALUE "LT".                     000146
007400     05  FILLER         PIC X(8)  VALUE "CU TERM".                000147
007450     05  FILLER         PIC X(6)  VALUE "GRADE".                  000148
007500     05  FILLER         PIC X(4)  VALUE "LT".                     000149
007550     05  FILLER         PIC X(5)  VALUE "DROP".                   000150
007600     05  FILLER         PIC X(6)  VALUE "REASON".                 000151
007650 01  WS-DETAIL-LINE.                                              000152
007700     05  DTL-STU-ID     PIC X(9).                                 000153
007750     05  FILLER         PIC X(2) VALUE SPACES.                    000154
007800     05  DTL-COURSE     PIC X(6).                                 000155
007850     05  FILLER         PIC X(2) VALUE SPACES.                    000156
007900     05  DTL-PREV-TERM  PIC X(6).                                 000157
007950     05  FILLER         PIC X(2) VALUE SPACES.                    000158
008000     05  DTL-PREV-GRADE PIC ZZ9.                                  000159
008050     05  FILLER         PIC X(3) VALUE SPACES.                    000160
008100     05  DTL-PREV-LTR   PIC X.                                    000161
008150     05  FILLER         PIC X(3) VALUE SPACES.                    000162
008200     05  DTL-CURR-TERM  PIC X(6).                                 000163
008250     05  FILLER         PIC X(2) VALUE SPACES.                    000164
008300     05  DTL-CURR-GRADE PIC ZZ9.                                  000165
008350     05  FILLER         PIC X(3) VALUE SPACES.                    000166
008400     05  DTL-CURR-LTR   PIC X.                                    000167
008450     05  FILLER         PIC X(3) VALUE SPACES.                    000168
008500     05  DTL-DROP       PIC ZZ9.                                  000169
008550     05  FILLER         PIC X(2) VALUE SPACES.                    000170
008600     05  DTL-REASON     PIC X(11).                                000171
008650 01  WS-FOOTER-LINE.                                              000172
008700     05  FILLER         PIC X(20) VALUE "STUDENTS FLAGGED:".      000173
008750     05  FTR-EXC-CNT    PIC ZZZZZZ9.                              000174
008800 PROCEDURE DIVISION.                                              000175
008850 0000-MAIN.                                                       000176
008900     PERFORM 0100-CHECK-RUN-CONTROL.                              000177
008950     IF WS-STEP-DONE                                              000178
009000         DISPLAY "GRDTREND step already completed for"            000179
009050             " tonight's run - skipping."                         000180
009100         STOP RUN                                                 000181
009150     END-IF.                                                      000182
009200     PERFORM 0180-CHECK-PROCESS-CALENDAR.                         000183
009250     IF WS-CAL-SKIP                                               000184
009300         STOP RUN                                                 000185
009350     END-IF.                                                      000186
009400     PERFORM 0200-MARK-STEP-STARTED.                              000187
009450     PERFORM 1000-LOAD-GRADE-BANDS.                               000188
009500     PERFORM 1200-LOAD-TREND-PARAMETERS.                          000189
009550     SORT TREND-SORT-WORK                                         000190
009600         ON ASCENDING KEY HIST-STU-ID OF TREND-SORT-RECORD        000191
009650         ON ASCENDING KEY HIST-COURSE OF TREND-SORT-RECORD        000192
009700         ON ASCENDING KEY HIST-TERM OF TREND-SORT-RECORD          000193
009750         USING GRADE-HISTORY                                      000194
009800         GIVING SORTED-HISTORY.                                   000195
009850     OPEN INPUT SORTED-HISTORY.                                   000196
009900     OPEN OUTPUT TREND-REPORT.                                    000197
009950     MOVE WS-DROP-POINTS TO HDG-THRESHOLD.                        000198
010000     WRITE TREND-REPORT-LINE FROM WS-HDG-1.                       000199
010050     WRITE TREND-REPORT-LINE FROM SPACES.                         000200
010100     WRITE TREND-REPORT-LINE FROM WS-HDG-2.                       000201
010150     WRITE TREND-REPORT-LINE FROM SPACES.                         000202
010200     PERFORM UNTIL END-OF-HIST                                    000203
010250         READ SORTED-HISTORY                                      000204
010300             AT END                                               000205
010350                 SET END-OF-HIST TO TRUE                          000206
010400             NOT AT END                                           000207
010450                 ADD 1 TO WS-READ-CNT                             000208
010500                 PERFORM 2000-COMPARE-TERMS                       000209
010550         END-READ                                                 000210
010600     END-PERFORM.                                                 000211
010650     MOVE WS-EXCEPTION-CNT TO FTR-EXC-CNT.                        000212
010700     WRITE TREND-REPORT-LINE FROM SPACES.                         000213
010750     WRITE TREND-REPORT-LINE FROM WS-FOOTER-LINE.                 000214
010800     CLOSE SORTED-HISTORY.                                        000215
010850     CLOSE TREND-REPORT.                                          000216
010900     PERFORM 8000-WRITE-RUN-LOG.                                  000217
010950     IF WS-EXCEPTION-CNT > 0                                      000218
011000         MOVE "EXCEPT" TO WS-STEP-REASON                          000219
011050     END-IF.                                                      000220
011100     PERFORM 8900-MARK-STEP-COMPLETE.                             000221
011150     STOP RUN.                                                    000222
011200* Read the band cutoffs from GRDPARM, highest cutoff first; fall  000223
011250* back to a standard A/B/C/D/F 90/80/70/60/0 scale when the       000224
011300* parameter file is missing or empty                              000225
011350 1000-LOAD-GRADE-BANDS.                                           000226
011400     OPEN INPUT GRADE-PARAMETERS.                                 000227
011450     PERFORM UNTIL WS-BAND-CNT = WS-MAX-BANDS                     000228
011500         READ GRADE-PARAMETERS                                    000229
011550             AT END                                               000230
011600                 EXIT PERFORM                                     000231
011650             NOT AT END                                           000232
011700                 ADD 1 TO WS-BAND-CNT                             000233
011750                 MOVE GRADE-PARAMETER-REC                         000234
011800                     TO GRD-BAND (WS-BAND-CNT)                    000235
011850         END-READ                                                 000236
011900     END-PERFORM.                                                 000237
011950     CLOSE GRADE-PARAMETERS.                                      000238
012000     IF WS-BAND-CNT = 0                                           000239
012050         MOVE 5 TO WS-BAND-CNT                                    000240
012100         MOVE "A" TO GRD-LETTER OF GRD-BAND (1)                   000241
012150         MOVE 090 TO GRD-MIN-SCORE OF GRD-BAND (1)                000242
012200         MOVE "B" TO GRD-LETTER OF GRD-BAND (2)                   000243
012250         MOVE 080 TO GRD-MIN-SCORE OF GRD-BAND (2)                000244
012300         MOVE "C" TO GRD-LETTER OF GRD-BAND (3)                   000245
012350         MOVE 070 TO GRD-MIN-SCORE OF GRD-BAND (3)                000246
012400         MOVE "D" TO GRD-LETTER OF GRD-BAND (4)                   000247
012450         MOVE 060 TO GRD-MIN-SCORE OF GRD-BAND (4)                000248
012500         MOVE "F" TO GRD-LETTER OF GRD-BAND (5)                   000249
012550         MOVE 000 TO GRD-MIN-SCORE OF GRD-BAND (5)                000250
012600     END-IF.                                                      000251
012650* Read the decline threshold from TRENDPRM, defaulting to 10      000252
012700* points when the control card is missing or zero                 000253
012750 1200-LOAD-TREND-PARAMETERS.                                      000254
012800     OPEN INPUT TREND-PARAMETERS.                                 000255
012850     READ TREND-PARAMETERS                                        000256
012900         AT END                                                   000257
012950             CONTINUE                                             000258
013000         NOT AT END                                               000259
013050             IF CTL-DROP-POINTS IS NUMERIC AND                    000260
013100                     CTL-DROP-POINTS > 0                          000261
013150                 MOVE CTL-DROP-POINTS TO WS-DROP-POINTS           000262
013200             END-IF                                               000263
013250     END-READ.                                                    000264
013300     CLOSE TREND-PARAMETERS.                                      000265
013350* Compare this record's grade to the same student's prior term    000266
013400* and write an exception when the fall exceeds the threshold or   000267
013450* the letter dropped a band                                       000268
013500 2000-COMPARE-TERMS.                                              000269
013550     IF HIST-STU-ID OF SORTED-HISTORY-REC                         000270
013600             NOT = WS-PREV-STU-ID OR                              000271
013650             HIST-COURSE OF SORTED-HISTORY-REC                    000272
013700             NOT = WS-PREV-COURSE                                 000273
013750         MOVE "N" TO WS-HAVE-PRIOR-SW                             000274
013800     END-IF.                                                      000275
013850     IF WS-HAVE-PRIOR                                             000276
013900         PERFORM 2100-TEST-FOR-DECLINE                            000277
013950     END-IF.                                                      000278
014000     MOVE HIST-STU-ID OF SORTED-HISTORY-REC TO WS-PREV-STU-ID.    000279
014050     MOVE HIST-COURSE OF SORTED-HISTORY-REC TO WS-PREV-COURSE.    000280
014100     MOVE HIST-TERM OF SORTED-HISTORY-REC   TO WS-PREV-TERM.      000281
014150     MOVE HIST-GRADE OF SORTED-HISTORY-REC  TO WS-PREV-GRADE.     000282
014200     MOVE HIST-LETTER OF SORTED-HISTORY-REC TO WS-PREV-LETTER.    000283
014250     SET WS-HAVE-PRIOR TO TRUE.                                   000284
014300* Apply the points and letter-band decline tests and write the    000285
014350* exception line when either trips                                000286
014400 2100-TEST-FOR-DECLINE.                                           000287
014450     MOVE "N" TO WS-POINTS-EXC-SW.                                000288
014500     MOVE "N" TO WS-BAND-EXC-SW.                                  000289
014550     COMPUTE WS-GRADE-DROP =                                      000290
014600         WS-PREV-GRADE - HIST-GRADE OF SORTED-HISTORY-REC.        000291
014650     IF WS-GRADE-DROP > WS-DROP-POINTS                            000292
014700         SET WS-POINTS-EXC TO TRUE                                000293
014750     END-IF.                                                      000294
014800     PERFORM 2200-FIND-BAND-POSITIONS.                            000295
014850     IF WS-PREV-BAND-IDX > ZERO AND                               000296
014900             WS-CURR-BAND-IDX > WS-PREV-BAND-IDX                  000297
014950         SET WS-BAND-EXC TO TRUE                                  000298
015000     END-IF.                                                      000299
015050     IF WS-POINTS-EXC OR WS-BAND-EXC                              000300
015100         PERFORM 2300-WRITE-EXCEPTION                             000301
015150     END-IF.                                                      000302
015200* Locate the prior and current letters in the band table - the    000303
015250* table is highest band first, so a larger position is a lower    000304
015300* band                                                            000305
015350 2200-FIND-BAND-POSITIONS.                                        000306
015400     MOVE ZERO TO WS-PREV-BAND-IDX.                               000307
015450     MOVE ZERO TO WS-CURR-BAND-IDX.                               000308
015500     PERFORM VARYING WS-BAND-IDX FROM 1 BY 1                      000309
015550             UNTIL WS-BAND-IDX > WS-BAND-CNT                      000310
015600         IF GRD-LETTER OF GRD-BAND (WS-BAND-IDX)                  000311
015650                 = WS-PREV-LETTER                                 000312
015700             MOVE WS-BAND-IDX TO WS-PREV-BAND-IDX                 000313
015750         END-IF                                                   000314
015800         IF GRD-LETTER OF GRD-BAND (WS-BAND-IDX)                  000315
015850                 = HIST-LETTER OF SORTED-HISTORY-REC              000316
015900             MOVE WS-BAND-IDX TO WS-CURR-BAND-IDX                 000317
015950         END-IF                                                   000318
016000     END-PERFORM.                                                 000319
016050* Write one exception line naming the prior term, current term,   000320
016100* points dropped and which test tripped                           000321
016150 2300-WRITE-EXCEPTION.                                            000322
016200     ADD 1 TO WS-EXCEPTION-CNT.                                   000323
016250     MOVE HIST-STU-ID OF SORTED-HISTORY-REC TO DTL-STU-ID.        000324
016300     MOVE HIST-COURSE OF SORTED-HISTORY-REC TO DTL-COURSE.        000325
016350     MOVE WS-PREV-TERM   TO DTL-PREV-TERM.                        000326
016400     MOVE WS-PREV-GRADE  TO DTL-PREV-GRADE.                       000327
016450     MOVE WS-PREV-LETTER TO DTL-PREV-LTR.                         000328
016500     MOVE HIST-TERM OF SORTED-HISTORY-REC   TO DTL-CURR-TERM.     000329
016550     MOVE HIST-GRADE OF SORTED-HISTORY-REC  TO DTL-CURR-GRADE.    000330
016600     MOVE HIST-LETTER OF SORTED-HISTORY-REC TO DTL-CURR-LTR.      000331
016650     IF WS-GRADE-DROP > ZERO                                      000332
016700         MOVE WS-GRADE-DROP TO DTL-DROP                           000333
016750     ELSE                                                         000334
016800         MOVE ZERO TO DTL-DROP                                    000335
016850     END-IF.                                                      000336
016900     EVALUATE TRUE                                                000337
016950         WHEN WS-POINTS-EXC AND WS-BAND-EXC                       000338
017000             MOVE "POINTS+BAND" TO DTL-REASON                     000339
017050         WHEN WS-POINTS-EXC                                       000340
017100             MOVE "POINTS"      TO DTL-REASON                     000341
017150         WHEN OTHER                                               000342
017200             MOVE "BAND"        TO DTL-REASON                     000343
017250     END-EVALUATE.                                                000344
017300     WRITE TREND-REPORT-LINE FROM WS-DETAIL-LINE.                 000345
017350* Append this run's records-read/records-written to the shared    000346
017400* run-log for the nightly batch-window reconciliation             000347
017450 8000-WRITE-RUN-LOG.                                              000348
017500     OPEN EXTEND RUN-LOG.                                         000349
017550     IF WS-RUNLOG-STATUS = "35"                                   000350
017600         OPEN OUTPUT RUN-LOG                                      000351
017650     END-IF.                                                      000352
017700     MOVE "GRDTREND" TO RUNLOG-PROGRAM.                           000353
017750     MOVE FUNCTION CURRENT-DATE (1:14) TO RUNLOG-TIMESTAMP.       000354
017800     MOVE WS-READ-CNT TO RUNLOG-RECORDS-READ.                     000355
017850     MOVE WS-EXCEPTION-CNT TO RUNLOG-RECORDS-WRITTEN.             000356
017900     WRITE RUN-LOG-RECORD.                                        000357
017950     CLOSE RUN-LOG.                                               000358
018000* Ask the processing calendar whether this step runs tonight -    000359
018050* a holiday date skips it, and a weekly/monthly/month-end         000360
018100* frequency skips the nights between. A skipped step writes a     000361
018150* K run-control record so the status report and the restart       000362
018200* logic still account for it. No calendar file, or no             000363
018250* frequency record for this step, means run nightly as before     000364
018300 0180-CHECK-PROCESS-CALENDAR.                                     000365
018350     MOVE "N" TO WS-CAL-SKIP-SW.                                  000366
018400     MOVE "N" TO WS-CAL-EOF-SW.                                   000367
018450     MOVE "D" TO WS-CAL-FREQ.                                     000368
018500     MOVE ZERO TO WS-CAL-DAY.                                     000369
018550     OPEN INPUT PROCESS-CALENDAR.                                 000370
018600     PERFORM UNTIL WS-CAL-EOF                                     000371
018650         READ PROCESS-CALENDAR                                    000372
018700             AT END                                               000373
018750                 SET WS-CAL-EOF TO TRUE                           000374
018800             NOT AT END                                           000375
018850                 IF CAL-REC-TYPE = "H" AND                        000376
018900                         CAL-DATE = WS-RUN-DATE-CTL               000377
018950                     SET WS-CAL-SKIP TO TRUE                      000378
019000                 END-IF                                           000379
019050                 IF CAL-REC-TYPE = "F" AND                        000380
019100                         CAL-STEP = "GRDTREND"                    000381
019150                     MOVE CAL-FREQ TO WS-CAL-FREQ                 000382
019200                     MOVE CAL-DAY TO WS-CAL-DAY                   000383
019250                 END-IF                                           000384
019300         END-READ                                                 000385
019350     END-PERFORM.                                                 000386
019400     CLOSE PROCESS-CALENDAR.                                      000387
019450     IF NOT WS-CAL-SKIP                                           000388
019500         PERFORM 0190-TEST-STEP-FREQUENCY                         000389
019550     END-IF.                                                      000390
019600     IF WS-CAL-SKIP                                               000391
019650         MOVE "CALSKIP" TO WS-STEP-REASON                         000392
019700         PERFORM 8960-SET-RETURN-CODE                             000393
019750         MOVE "K" TO RC-STATUS OF RUN-CONTROL-REC                 000394
019800         PERFORM 8950-WRITE-RUN-CONTROL                           000395
019850         DISPLAY "GRDTREND skipped per processing calendar."      000396
019900     END-IF.                                                      000397
019950* Does the step's frequency land on tonight - weekly runs on      000398
020000* its day of week, monthly on its day of month, month-end         000399
020050* when tomorrow is a new month                                    000400
020100 0190-TEST-STEP-FREQUENCY.                                        000401
020150     COMPUTE WS-CAL-INT-DATE =                                    000402
020200         FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-CTL).              000403
020250     EVALUATE WS-CAL-FREQ                                         000404
020300         WHEN "W"                                                 000405
020350             COMPUTE WS-CAL-DOW = FUNCTION MOD                    000406
020400                 (WS-CAL-INT-DATE - 1, 7) + 1                     000407
020450             IF WS-CAL-DOW NOT = WS-CAL-DAY                       000408
020500                 SET WS-CAL-SKIP TO TRUE                          000409
020550             END-IF                                               000410
020600         WHEN "M"                                                 000411
020650             IF WS-RUN-DATE-CTL (7:2) NOT = WS-CAL-DAY-X          000412
020700                 SET WS-CAL-SKIP TO TRUE                          000413
020750             END-IF                                               000414
020800         WHEN "E"                                                 000415
020850             COMPUTE WS-CAL-NEXT-DATE =                           000416
020900                 FUNCTION DATE-OF-INTEGER                         000417
020950                 (WS-CAL-INT-DATE + 1)                            000418
021000             IF WS-CAL-NEXT-DATE (5:2) =                          000419
021050                     WS-RUN-DATE-CTL (5:2)                        000420
021100                 SET WS-CAL-SKIP TO TRUE                          000421
021150             END-IF                                               000422
021200         WHEN OTHER                                               000423
021250             CONTINUE                                             000424
021300     END-EVALUATE.                                                000425
021350* See whether this step already completed for tonight's run       000426
021400 0100-CHECK-RUN-CONTROL.                                          000427
021450     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE-CTL.         000428
021500     OPEN INPUT RUN-CONTROL-IN.                                   000429
021550     PERFORM UNTIL WS-RCTL-EOF                                    000430
021600         READ RUN-CONTROL-IN                                      000431
021650             AT END                                               000432
021700                 SET WS-RCTL-EOF TO TRUE                          000433
021750             NOT AT END                                           000434
021800                 IF RC-RUN-DATE OF RUN-CONTROL-IN-REC             000435
021850                         = WS-RUN-DATE-CTL AND                    000436
021900                         RC-STEP-NAME OF RUN-CONTROL-IN-REC       000437
021950                         = "GRDTREND" AND                         000438
022000                         RC-STATUS OF RUN-CONTROL-IN-REC = "C"    000439
022050                     SET WS-STEP-DONE TO TRUE                     000440
022100                 END-IF                                           000441
022150         END-READ                                                 000442
022200     END-PERFORM.                                                 000443
022250     CLOSE RUN-CONTROL-IN.                                        000444
022300* Record this step as started for tonight's run                   000445
022350 0200-MARK-STEP-STARTED.                                          000446
022400     MOVE "S" TO RC-STATUS OF RUN-CONTROL-REC.                    000447
022450     PERFORM 8950-WRITE-RUN-CONTROL.                              000448
022500* Record how this step ended for tonight's run - a C record       000449
022550* when its return code is below 8 (clean or warning), an F        000450
022600* record for a failure so a resubmitted night runs it again       000451
022650 8900-MARK-STEP-COMPLETE.                                         000452
022700     PERFORM 8960-SET-RETURN-CODE.                                000453
022750     IF WS-STEP-RC < 8                                            000454
022800         MOVE "C" TO RC-STATUS OF RUN-CONTROL-REC                 000455
022850     ELSE                                                         000456
022900         MOVE "F" TO RC-STATUS OF RUN-CONTROL-REC                 000457
022950     END-IF.                                                      000458
023000     PERFORM 8950-WRITE-RUN-CONTROL.                              000459
023050* Stamp and append one run-control record                         000460
023100 8950-WRITE-RUN-CONTROL.                                          000461
023150     OPEN EXTEND RUN-CONTROL.                                     000462
023200     IF WS-RUNCTL-STATUS = "35"                                   000463
023250         OPEN OUTPUT RUN-CONTROL                                  000464
023300     END-IF.                                                      000465
023350     MOVE WS-RUN-DATE-CTL                                         000466
023400         TO RC-RUN-DATE OF RUN-CONTROL-REC.                       000467
023450     MOVE "GRDTREND" TO RC-STEP-NAME OF RUN-CONTROL-REC.          000468
023500     MOVE WS-STEP-RC TO RC-RETURN-CODE OF RUN-CONTROL-REC.        000469
023550     MOVE WS-STEP-REASON TO RC-REASON OF RUN-CONTROL-REC.         000470
023600     MOVE FUNCTION CURRENT-DATE (1:14)                            000471
023650         TO RC-TIMESTAMP OF RUN-CONTROL-REC.                      000472
023700     WRITE RUN-CONTROL-REC.                                       000473
023750     CLOSE RUN-CONTROL.                                           000474
023800* Classify this step's reason through the shared severity         000475
023850* table and pass the standard return code back to the job         000476
023900* step. No reason set means a clean run; a reason missing         000477
023950* from the table is treated as abend-worthy                       000478
024000 8960-SET-RETURN-CODE.                                            000479
024050     IF WS-STEP-REASON = SPACES                                   000480
024100         MOVE "CLEAN" TO WS-STEP-REASON                           000481
024150     END-IF.                                                      000482
024200     MOVE 12 TO WS-STEP-RC.                                       000483
024250     PERFORM VARYING WS-SEV-IDX FROM 1 BY 1                       000484
024300             UNTIL WS-SEV-IDX > WS-SEV-MAX                        000485
024350         IF SEV-REASON (WS-SEV-IDX) = WS-STEP-REASON              000486
024400             MOVE SEV-RC (WS-SEV-IDX) TO WS-STEP-RC               000487
024450         END-IF                                                   000488
024500     END-PERFORM.                                                 000489
024550     MOVE WS-STEP-RC TO RETURN-CODE.                              000490
