006450     88  WS-RCTL-EOF   VALUE "Y".                                 000128
006500 01  WS-STEP-DONE-SW   PIC X VALUE "N".                           000129
006550     88  WS-STEP-DONE  VALUE "Y".                                 000130
006600     COPY RCSEVTAB.                                               000131
006650* Processing-calendar state for tonight's run                     000132
006700 01  WS-CAL-SKIP-SW    PIC X.                                     000133
006750     88  WS-CAL-SKIP   VALUE "Y".                                 000134
006800 01  WS-CAL-EOF-SW     PIC X.                                     000135
006850     88  WS-CAL-EOF    VALUE "Y".                                 000136
006900 01  WS-CAL-FREQ       PIC X.                                     000137
006950 01  WS-CAL-DAY        PIC 99.                                    000138
007000 01  WS-CAL-DAY-X REDEFINES WS-CAL-DAY PIC XX.                    000139
007050 01  WS-CAL-INT-DATE   PIC 9(8).                                  000140
007100 01  WS-CAL-DOW        PIC 9.                                     000141
007150 01  WS-CAL-NEXT-DATE  PIC 9(8).                                  000142
007200 01  WS-RUNLOG-STATUS   PIC XX.                                   000143
007250 01  WS-WRITE-CNT       PIC 9(7) VALUE ZERO.                      000144
007300* Current term, stamped onto every grade-history record this run  000145
007350 01  WS-TERM            PIC X(6) VALUE SPACES.                    000146
007400 01  WS-HIST-STATUS     PIC XX.                                   000147
007450 01  WS-GCHG-STATUS     PIC XX.                                   000148
007500 01  WS-EOF-SW          PIC X VALUE "N".                          000149
007550     88  END-OF-GRADES  VALUE "Y".                                000150
007600 01  WS-STUDENT-CNT     PIC 9(5) VALUE ZERO.                      000151
007650* Graded students only - corrections count toward the run's       000152
007700* transaction totals but not toward the pass percentage           000153
007750 01  WS-GRADED-CNT      PIC 9(5) VALUE ZERO.                      000154
007800* A rerun after an abend skips the appends a prior run            000155
007850* already made - the indexed history's own key rejects the        000156
007900* duplicate - so each student ends the night with exactly one     000157
007950* history record for the course and term                          000158
008000 01  WS-SKIP-CNT        PIC 9(5) VALUE ZERO.                      000159
008050* Corrections queued by the main pass and applied against the     000160
008100* history file after it, one table entry per C transaction.       000161
008150* Batch runs carry no logged-on operator, so each grade-change    000162
008200* audit record is stamped with a fixed batch userid               000163
008250 78  WS-MAX-CORR        VALUE 999.                                000164
008300 01  WS-CORR-CNT        PIC 999 VALUE ZERO.                       000165
008350 01  WS-CORR-TABLE.                                               000166
008400     05  CORR-ENTRY OCCURS 0 TO WS-MAX-CORR TIMES                 000167
008450             DEPENDING ON WS-CORR-CNT.                            000168
008500         10  CORR-STU-ID     PIC X(9).                            000169
008550         10  CORR-TERM       PIC X(6).                            000170
008600         10  CORR-COURSE     PIC X(6).                            000171
008650         10  CORR-GRADE      PIC 999.                             000172
008700         10  CORR-LETTER     PIC X.                               000173
008750         10  CORR-APPLIED-SW PIC X.                               000174
008800 01  WS-CORR-IDX        PIC 999.                                  000175
008850 01  WS-CORR-APPLIED-CNT PIC 9(5) VALUE ZERO.                     000176
008900 01  WS-CORR-UNMATCH-CNT PIC 9(5) VALUE ZERO.                     000177
008950 01  WS-USERID          PIC X(8) VALUE "BATCH".                   000178
009000* Course control break worked by the main loop - one roster       000179
009050* section per course with its own pass/fail counts                000180
009100 01  WS-CURR-COURSE     PIC X(6).                                 000181
009150 01  WS-COURSE-STARTED-SW PIC X VALUE "N".                        000182
009200     88  WS-COURSE-STARTED VALUE "Y".                             000183
009250 01  WS-CRS-STUDENT-CNT PIC 9(5) VALUE ZERO.                      000184
009300 01  WS-CRS-PASS-CNT    PIC 9(5) VALUE ZERO.                      000185
009350 01  WS-CRS-FAIL-CNT    PIC 9(5) VALUE ZERO.                      000186
009400 01  WS-COURSE-HDG.                                               000187
009450     05  FILLER         PIC X(8) VALUE "COURSE: ".                000188
009500     05  CRSHDG-CODE    PIC X(6).                                 000189
009550 01  WS-CRS-FOOTER-1.                                             000190
009600     05  FILLER         PIC X(20) VALUE "  COURSE PASSED:".       000191
009650     05  CRSFTR-PASS    PIC ZZZZ9.                                000192
009700 01  WS-CRS-FOOTER-2.                                             000193
009750     05  FILLER         PIC X(20) VALUE "  COURSE FAILED:".       000194
009800     05  CRSFTR-FAIL    PIC ZZZZ9.                                000195
009850* Student table loaded from STUMAST so each roster line can       000196
009900* carry the student's name; ids missing from the master are       000197
009950* flagged on the roster                                           000198
010000 01  WS-STU-EOF-SW      PIC X VALUE "N".                          000199
010050     88  WS-STU-EOF     VALUE "Y".                                000200
010100 78  WS-MAX-STUDENTS    VALUE 9999.                               000201
010150 01  WS-STU-CNT         PIC 9(4) VALUE ZERO.                      000202
010200 01  WS-STU-TABLE.                                                000203
010250     05  STU-ENTRY OCCURS 0 TO WS-MAX-STUDENTS TIMES              000204
010300             DEPENDING ON WS-STU-CNT.                             000205
010350         COPY STUREC.                                             000206
010400 01  WS-STU-IDX         PIC 9(4).                                 000207
010450 01  WS-STU-NAME        PIC X(20).                                000208
010500 01  WS-STU-FOUND-SW    PIC X.                                    000209
010550     88  WS-STU-FOUND   VALUE "Y".                                000210
010600 01  WS-PASS-CNT        PIC 9(5) VALUE ZERO.                      000211
010650 01  WS-FAIL-CNT        PIC 9(5) VALUE ZERO.                      000212
010700 01  WS-PASS-PCT        PIC 999V99 VALUE ZERO.                    000213
010750* Letter-grade bands, highest cutoff first - GRD-MIN-SCORE is the 000214
010800* lowest score that still earns GRD-LETTER                        000215
010850 78  WS-MAX-BANDS       VALUE 10.                                 000216
010900 01  WS-BAND-CNT        PIC 99 VALUE ZERO.                        000217
010950 01  GRD-BAND-TABLE.                                              000218
011000     05  GRD-BAND OCCURS 1 TO WS-MAX-BANDS TIMES                  000219
011050             DEPENDING ON WS-BAND-CNT.                            000220
011100         COPY GRDBAND.                                            000221
011150 01  WS-BAND-IDX        PIC 99.                                   000222
011200 01  WS-GRADE-LETTER    PIC X VALUE "F".                          000223
011250* One detail line per student - id, grade, letter grade           000224
011300 01  WS-DETAIL-LINE.                                              000225
011350     05  DTL-STU-ID     PIC X(12).                                000226
011400     05  DTL-STU-GRADE  PIC ZZ9.                                  000227
011450     05  FILLER         PIC X(3) VALUE SPACES.                    000228
011500     05  DTL-LETTER     PIC X.                                    000229
011550     05  FILLER         PIC X(3) VALUE SPACES.                    000230
011600     05  DTL-STU-NAME   PIC X(20).                                000231
011650     05  DTL-STU-FLAG   PIC X(12).                                000232
011700 01  WS-HDG-1.                                                    000233
011750     05  FILLER         PIC X(12) VALUE "STUDENT ID".             000234
011800     05  FILLER         PIC X(6)  VALUE "GRADE".                  000235
011850     05  FILLER         PIC X(4)  VALUE "LTTR".                   000236
011900     05  FILLER         PIC X(12) VALUE "STUDENT NAME".           000237
011950 01  WS-FOOTER-1.                                                 000238
012000     05  FILLER         PIC X(20) VALUE "STUDENTS PASSED:".       000239
012050     05  FTR-PASS-CNT   PIC ZZZZ9.                                000240
012100 01  WS-FOOTER-2.                                                 000241
012150     05  FILLER         PIC X(20) VALUE "STUDENTS FAILED:".       000242
012200     05  FTR-FAIL-CNT   PIC ZZZZ9.                                000243
012250 01  WS-FOOTER-3.                                                 000244
012300     05  FILLER         PIC X(20) VALUE "PASS PERCENTAGE:".       000245
012350     05  FTR-PASS-PCT   PIC ZZ9.99.                               000246
012400     05  FILLER         PIC X VALUE "%".                          000247
012450 01  WS-FOOTER-4.                                                 000248
012500     05  FILLER         PIC X(20) VALUE "RERUN SKIPS:".           000249
012550     05  FTR-SKIP-CNT   PIC ZZZZ9.                                000250
012600 01  WS-FOOTER-5.                                                 000251
012650     05  FILLER         PIC X(20) VALUE "CORRECTIONS APPLIED:".   000252
012700     05  FTR-CORR-CNT   PIC ZZZZ9.                                000253
012750 01  WS-FOOTER-6.                                                 000254
012800     05  FILLER         PIC X(22)                                 000255
012850             VALUE "CORRECTIONS UNMATCHED:".                      000256
012900     05  FTR-UNMATCH-CNT PIC ZZZ9.                                000257
012950 PROCEDURE DIVISION.                                              000258
013000 0000-MAIN.                                                       000259
013050     PERFORM 0100-CHECK-RUN-CONTROL.                              000260
013100     IF WS-STEP-DONE                                              000261
013150         DISPLAY "IFSTMTB step already completed for"             000262
013200             " tonight's run - skipping."                         000263
013250         STOP RUN                                                 000264
013300     END-IF.                                                      000265
013350     PERFORM 0180-CHECK-PROCESS-CALENDAR.                         000266
013400     IF WS-CAL-SKIP                                               000267
013450         STOP RUN                                                 000268
013500     END-IF.                                                      000269
013550     PERFORM 0200-MARK-STEP-STARTED.                              000270
013600     PERFORM 1000-LOAD-GRADE-BANDS.                               000271
013650     PERFORM 1500-GET-CURRENT-TERM.                               000272
013700     PERFORM 1700-LOAD-STUDENT-MASTER.                            000273
013750     SORT GRADE-SORT-WORK                                         000274
013800         ON ASCENDING KEY SORT-COURSE                             000275
013850         ON ASCENDING KEY SORT-STU-ID                             000276
013900         USING GRADE-TRANSACTIONS                                 000277
013950         GIVING SORTED-TXNS.                                      000278
014000     OPEN INPUT SORTED-TXNS.                                      000279
014050     OPEN OUTPUT GRADE-ROSTER-RPT.                                000280
014100     OPEN I-O GRADE-HISTORY.                                      000281
014150     IF WS-HIST-STATUS = "35"                                     000282
014200         OPEN OUTPUT GRADE-HISTORY                                000283
014250         CLOSE GRADE-HISTORY                                      000284
014300         OPEN I-O GRADE-HISTORY                                   000285
014350     END-IF.                                                      000286
014400     WRITE GRADE-ROSTER-LINE FROM WS-HDG-1.                       000287
014450     WRITE GRADE-ROSTER-LINE FROM SPACES.                         000288
014500     PERFORM UNTIL END-OF-GRADES                                  000289
014550         READ SORTED-TXNS                                         000290
014600             AT END                                               000291
014650                 SET END-OF-GRADES TO TRUE                        000292
014700             NOT AT END                                           000293
014750                 IF STU-CORRECTION                                000294
014800                     PERFORM 2800-QUEUE-CORRECTION                000295
014850                 ELSE                                             000296
014900                     IF NOT WS-COURSE-STARTED OR                  000297
014950                             STU-COURSE NOT = WS-CURR-COURSE      000298
015000                         PERFORM 1900-START-COURSE-SECTION        000299
015050                     END-IF                                       000300
015100                     PERFORM 2000-PROCESS-STUDENT                 000301
015150                 END-IF                                           000302
015200         END-READ                                                 000303
015250     END-PERFORM.                                                 000304
015300     IF WS-COURSE-STARTED                                         000305
015350         PERFORM 1950-PRINT-COURSE-FOOTER                         000306
015400     END-IF.                                                      000307
015450     CLOSE GRADE-HISTORY.                                         000308
015500     IF WS-CORR-CNT > ZERO                                        000309
015550         PERFORM 5000-APPLY-CORRECTIONS                           000310
015600     END-IF.                                                      000311
015650     PERFORM 3000-PRINT-FOOTER.                                   000312
015700     CLOSE SORTED-TXNS.                                           000313
015750     CLOSE GRADE-ROSTER-RPT.                                      000314
015800     PERFORM 8000-WRITE-RUN-LOG.                                  000315
015850     IF WS-CORR-UNMATCH-CNT > 0                                   000316
015900         MOVE "EXCEPT" TO WS-STEP-REASON                          000317
015950     END-IF.                                                      000318
016000     PERFORM 8900-MARK-STEP-COMPLETE.                             000319
016050     STOP RUN.                                                    000320
016100* Read the band cutoffs from GRDPARM, highest cutoff first; fall  000321
016150* back to a standard A/B/C/D/F 90/80/70/60/0 scale when the       000322
016200* parameter file is missing or empty                              000323
016250 1000-LOAD-GRADE-BANDS.                                           000324
016300     OPEN INPUT GRADE-PARAMETERS.                                 000325
016350     PERFORM UNTIL WS-BAND-CNT = WS-MAX-BANDS                     000326
016400         READ GRADE-PARAMETERS                                    000327
016450             AT END                                               000328
016500                 EXIT PERFORM                                     000329
016550             NOT AT END                                           000330
016600                 ADD 1 TO WS-BAND-CNT                             000331
016650                 MOVE GRADE-PARAMETER-REC                         000332
016700                     TO GRD-BAND (WS-BAND-CNT)                    000333
016750         END-READ                                                 000334
016800     END-PERFORM.                                                 000335
016850     CLOSE GRADE-PARAMETERS.                                      000336
016900     IF WS-BAND-CNT = 0                                           000337
016950         MOVE 5 TO WS-BAND-CNT                                    000338
017000         MOVE "A" TO GRD-LETTER OF GRD-BAND (1)                   000339
017050         MOVE 090 TO GRD-MIN-SCORE OF GRD-BAND (1)                000340
017100         MOVE "B" TO GRD-LETTER OF GRD-BAND (2)                   000341
017150         MOVE 080 TO GRD-MIN-SCORE OF GRD-BAND (2)                000342
017200         MOVE "C" TO GRD-LETTER OF GRD-BAND (3)                   000343
017250         MOVE 070 TO GRD-MIN-SCORE OF GRD-BAND (3)                000344
017300         MOVE "D" TO GRD-LETTER OF GRD-BAND (4)                   000345
017350         MOVE 060 TO GRD-MIN-SCORE OF GRD-BAND (4)                000346
017400         MOVE "F" TO GRD-LETTER OF GRD-BAND (5)                   000347
017450         MOVE 000 TO GRD-MIN-SCORE OF GRD-BAND (5)                000348
017500     END-IF.                                                      000349
017550* Read the current-term control card, defaulting to the run       000350
017600* year/month when it is missing or empty                          000351
017650 1500-GET-CURRENT-TERM.                                           000352
017700     OPEN INPUT TERM-CONTROL.                                     000353
017750     READ TERM-CONTROL                                            000354
017800         AT END                                                   000355
017850             CONTINUE                                             000356
017900         NOT AT END                                               000357
017950             IF CTL-TERM NOT = SPACES                             000358
018000                 MOVE CTL-TERM TO WS-TERM                         000359
018050             END-IF                                               000360
018100     END-READ.                                                    000361
018150     CLOSE TERM-CONTROL.                                          000362
018200     IF WS-TERM = SPACES                                          000363
018250         MOVE FUNCTION CURRENT-DATE (1:6) TO WS-TERM              000364
018300     END-IF.                                                      000365
018350* Read the student master into WS-STU-TABLE for the roster's      000366
018400* id-to-name resolution                                           000367
018450 1700-LOAD-STUDENT-MASTER.                                        000368
018500     OPEN INPUT STUDENT-MASTER.                                   000369
018550     PERFORM UNTIL WS-STU-EOF                                     000370
018600             OR WS-STU-CNT = WS-MAX-STUDENTS                      000371
018650         READ STUDENT-MASTER NEXT RECORD                          000372
018700             AT END                                               000373
018750                 SET WS-STU-EOF TO TRUE                           000374
018800             NOT AT END                                           000375
018850                 ADD 1 TO WS-STU-CNT                              000376
018900                 MOVE STUDENT-MASTER-RECORD                       000377
018950                     TO STU-ENTRY (WS-STU-CNT)                    000378
019000         END-READ                                                 000379
019050     END-PERFORM.                                                 000380
019100     CLOSE STUDENT-MASTER.                                        000381
019150* Close out the prior course's section, then open the next        000382
019200* one with its course heading                                     000383
019250 1900-START-COURSE-SECTION.                                       000384
019300     IF WS-COURSE-STARTED                                         000385
019350         PERFORM 1950-PRINT-COURSE-FOOTER                         000386
019400     END-IF.                                                      000387
019450     MOVE STU-COURSE TO WS-CURR-COURSE.                           000388
019500     SET WS-COURSE-STARTED TO TRUE.                               000389
019550     MOVE ZERO TO WS-CRS-STUDENT-CNT.                             000390
019600     MOVE ZERO TO WS-CRS-PASS-CNT.                                000391
019650     MOVE ZERO TO WS-CRS-FAIL-CNT.                                000392
019700     MOVE WS-CURR-COURSE TO CRSHDG-CODE.                          000393
019750     WRITE GRADE-ROSTER-LINE FROM SPACES.                         000394
019800     WRITE GRADE-ROSTER-LINE FROM WS-COURSE-HDG.                  000395
019850     WRITE GRADE-ROSTER-LINE FROM SPACES.                         000396
019900* Print the pass/fail footer under the course's section           000397
019950 1950-PRINT-COURSE-FOOTER.                                        000398
020000     MOVE WS-CRS-PASS-CNT TO CRSFTR-PASS.                         000399
020050     MOVE WS-CRS-FAIL-CNT TO CRSFTR-FAIL.                         000400
020100     WRITE GRADE-ROSTER-LINE FROM SPACES.                         000401
020150     WRITE GRADE-ROSTER-LINE FROM WS-CRS-FOOTER-1.                000402
020200     WRITE GRADE-ROSTER-LINE FROM WS-CRS-FOOTER-2.                000403
020250* Assign a letter grade and write the student's detail line;      000404
020300* passing (for the footer totals) means any letter but F          000405
020350 2000-PROCESS-STUDENT.                                            000406
020400     ADD 1 TO WS-STUDENT-CNT.                                     000407
020450     ADD 1 TO WS-GRADED-CNT.                                      000408
020500     MOVE STU-ID TO DTL-STU-ID.                                   000409
020550     MOVE STU-GRADE TO DTL-STU-GRADE.                             000410
020600     MOVE "F" TO WS-GRADE-LETTER.                                 000411
020650     PERFORM VARYING WS-BAND-IDX FROM 1 BY 1                      000412
020700             UNTIL WS-BAND-IDX > WS-BAND-CNT                      000413
020750         IF STU-GRADE >= GRD-MIN-SCORE OF GRD-BAND (WS-BAND-IDX)  000414
020800             MOVE GRD-LETTER OF GRD-BAND (WS-BAND-IDX)            000415
020850                 TO WS-GRADE-LETTER                               000416
020900             EXIT PERFORM                                         000417
020950         END-IF                                                   000418
021000     END-PERFORM.                                                 000419
021050     MOVE WS-GRADE-LETTER TO DTL-LETTER.                          000420
021100     PERFORM 2200-RESOLVE-STUDENT-NAME.                           000421
021150     MOVE WS-STU-NAME TO DTL-STU-NAME.                            000422
021200     IF WS-STU-FOUND                                              000423
021250         MOVE SPACES TO DTL-STU-FLAG                              000424
021300     ELSE                                                         000425
021350         MOVE "*NOT ON STM*" TO DTL-STU-FLAG                      000426
021400     END-IF.                                                      000427
021450     ADD 1 TO WS-CRS-STUDENT-CNT.                                 000428
021500     IF WS-GRADE-LETTER = "F"                                     000429
021550         ADD 1 TO WS-FAIL-CNT                                     000430
021600         ADD 1 TO WS-CRS-FAIL-CNT                                 000431
021650     ELSE                                                         000432
021700         ADD 1 TO WS-PASS-CNT                                     000433
021750         ADD 1 TO WS-CRS-PASS-CNT                                 000434
021800     END-IF.                                                      000435
021850     WRITE GRADE-ROSTER-LINE FROM WS-DETAIL-LINE.                 000436
021900     ADD 1 TO WS-WRITE-CNT.                                       000437
021950     PERFORM 2500-WRITE-GRADE-HISTORY.                            000438
022000* Write this student's graded result, keyed by id, term and       000439
022050* course, to the grade-history file for trend reporting - a       000440
022100* record already on file for the key, as there is when an         000441
022150* abended run is rerun, is skipped by the duplicate-key           000442
022200* rejection                                                       000443
022250 2500-WRITE-GRADE-HISTORY.                                        000444
022300     PERFORM 2700-WRITE-HISTORY-RECORD.                           000445
022350* Look the transaction's student id up on the student table,      000446
022400* flagging ids the student master does not carry                  000447
022450 2200-RESOLVE-STUDENT-NAME.                                       000448
022500     MOVE "N" TO WS-STU-FOUND-SW.                                 000449
022550     MOVE SPACES TO WS-STU-NAME.                                  000450
022600     PERFORM VARYING WS-STU-IDX FROM 1 BY 1                       000451
022650             UNTIL WS-STU-IDX > WS-STU-CNT                        000452
022700         IF STU-MAST-ID OF STU-ENTRY (WS-STU-IDX) = STU-ID        000453
022750             MOVE STU-MAST-NAME OF STU-ENTRY (WS-STU-IDX)         000454
022800                 TO WS-STU-NAME                                   000455
022850             SET WS-STU-FOUND TO TRUE                             000456
022900             EXIT PERFORM                                         000457
022950         END-IF                                                   000458
023000     END-PERFORM.                                                 000459
023050* Write the history record; the indexed file's own key            000460
023100* rejects a duplicate for the student/term/course, which is       000461
023150* counted as a rerun skip                                         000462
023200 2700-WRITE-HISTORY-RECORD.                                       000463
023250     MOVE STU-ID TO HIST-STU-ID.                                  000464
023300     MOVE WS-TERM TO HIST-TERM.                                   000465
023350     MOVE STU-COURSE TO HIST-COURSE.                              000466
023400     MOVE STU-GRADE TO HIST-GRADE.                                000467
023450     MOVE WS-GRADE-LETTER TO HIST-LETTER.                         000468
023500     MOVE FUNCTION CURRENT-DATE (1:14) TO HIST-TIMESTAMP.         000469
023550     WRITE GRADE-HISTORY-REC                                      000470
023600         INVALID KEY                                              000471
023650             ADD 1 TO WS-SKIP-CNT                                 000472
023700         NOT INVALID KEY                                          000473
023750             ADD 1 TO WS-WRITE-CNT                                000474
023800     END-WRITE.                                                   000475
023850* Queue one correction transaction for the post-pass against      000476
023900* the history file, working out its letter from the band table    000477
023950* the same way a new grade earns one. A blank correction term     000478
024000* means the current term                                          000479
024050 2800-QUEUE-CORRECTION.                                           000480
024100     ADD 1 TO WS-STUDENT-CNT.                                     000481
024150     IF WS-CORR-CNT = WS-MAX-CORR                                 000482
024200         DISPLAY "Correction table full - transaction for "       000483
024250             STU-ID " " STU-COURSE " not applied."                000484
024300     ELSE                                                         000485
024350         MOVE "F" TO WS-GRADE-LETTER                              000486
024400         PERFORM VARYING WS-BAND-IDX FROM 1 BY 1                  000487
024450                 UNTIL WS-BAND-IDX > WS-BAND-CNT                  000488
024500             IF STU-GRADE >=                                      000489
024550                     GRD-MIN-SCORE OF GRD-BAND (WS-BAND-IDX)      000490
024600                 MOVE GRD-LETTER OF GRD-BAND (WS-BAND-IDX)        000491
024650                     TO WS-GRADE-LETTER                           000492
024700                 EXIT PERFORM                                     000493
024750             END-IF                                               000494
024800         END-PERFORM                                              000495
024850         ADD 1 TO WS-CORR-CNT                                     000496
024900         MOVE STU-ID TO CORR-STU-ID (WS-CORR-CNT)                 000497
024950         IF STU-CORR-TERM = SPACES                                000498
025000             MOVE WS-TERM TO CORR-TERM (WS-CORR-CNT)              000499
025050         ELSE                                                     000500
025100             MOVE STU-CORR-TERM TO CORR-TERM (WS-CORR-CNT)        000501
025150         END-IF                                                   000502
025200         MOVE STU-COURSE TO CORR-COURSE (WS-CORR-CNT)             000503
025250         MOVE STU-GRADE TO CORR-GRADE (WS-CORR-CNT)               000504
025300         MOVE WS-GRADE-LETTER TO CORR-LETTER (WS-CORR-CNT)        000505
025350         MOVE "N" TO CORR-APPLIED-SW (WS-CORR-CNT)                000506
025400     END-IF.                                                      000507
025450* Post-pass for the queued corrections - each one reads its       000508
025500* history record by key, writes one grade-change audit record     000509
025550* with the old and new grade, and rewrites the record in          000510
025600* place, so downstream reports see only the surviving record.     000511
025650* A correction with no record on file is counted unmatched        000512
025700 5000-APPLY-CORRECTIONS.                                          000513
025750     OPEN EXTEND GRADE-CHANGE-LOG.                                000514
025800     IF WS-GCHG-STATUS = "35"                                     000515
025850         OPEN OUTPUT GRADE-CHANGE-LOG                             000516
025900     END-IF.                                                      000517
025950     OPEN I-O GRADE-HISTORY.                                      000518
026000     PERFORM VARYING WS-CORR-IDX FROM 1 BY 1                      000519
026050             UNTIL WS-CORR-IDX > WS-CORR-CNT                      000520
026100         PERFORM 5100-APPLY-ONE-CORRECTION                        000521
026150     END-PERFORM.                                                 000522
026200     CLOSE GRADE-HISTORY.                                         000523
026250     CLOSE GRADE-CHANGE-LOG.                                      000524
026300     COMPUTE WS-CORR-UNMATCH-CNT =                                000525
026350         WS-CORR-CNT - WS-CORR-APPLIED-CNT.                       000526
026400* Supersede one posted history record with its queued             000527
026450* correction, capturing the old grade on the audit record         000528
026500* before the replacement lands                                    000529
026550 5100-APPLY-ONE-CORRECTION.                                       000530
026600     MOVE CORR-STU-ID (WS-CORR-IDX) TO HIST-STU-ID.               000531
026650     MOVE CORR-TERM (WS-CORR-IDX) TO HIST-TERM.                   000532
026700     MOVE CORR-COURSE (WS-CORR-IDX) TO HIST-COURSE.               000533
026750     READ GRADE-HISTORY                                           000534
026800         INVALID KEY                                              000535
026850             CONTINUE                                             000536
026900         NOT INVALID KEY                                          000537
026950             PERFORM 5200-WRITE-GRADE-CHANGE                      000538
027000             MOVE CORR-GRADE (WS-CORR-IDX) TO HIST-GRADE          000539
027050             MOVE CORR-LETTER (WS-CORR-IDX) TO HIST-LETTER        000540
027100             MOVE FUNCTION CURRENT-DATE (1:14)                    000541
027150                 TO HIST-TIMESTAMP                                000542
027200             REWRITE GRADE-HISTORY-REC                            000543
027250                 INVALID KEY                                      000544
027300                     CONTINUE                                     000545
027350                 NOT INVALID KEY                                  000546
027400                     MOVE "Y" TO                                  000547
027450                         CORR-APPLIED-SW (WS-CORR-IDX)            000548
027500                     ADD 1 TO WS-CORR-APPLIED-CNT                 000549
027550                     ADD 1 TO WS-WRITE-CNT                        000550
027600             END-REWRITE                                          000551
027650     END-READ.                                                    000552
027700* Stamp and append one grade-change audit record                  000553
027750 5200-WRITE-GRADE-CHANGE.                                         000554
027800     MOVE HIST-STU-ID TO GCHG-STU-ID.                             000555
027850     MOVE HIST-TERM   TO GCHG-TERM.                               000556
027900     MOVE HIST-COURSE TO GCHG-COURSE.                             000557
027950     MOVE HIST-GRADE  TO GCHG-OLD-GRADE.                          000558
028000     MOVE HIST-LETTER TO GCHG-OLD-LETTER.                         000559
028050     MOVE CORR-GRADE (WS-CORR-IDX)  TO GCHG-NEW-GRADE.            000560
028100     MOVE CORR-LETTER (WS-CORR-IDX) TO GCHG-NEW-LETTER.           000561
028150     MOVE WS-USERID TO GCHG-USERID.                               000562
028200     MOVE FUNCTION CURRENT-DATE (1:14) TO GCHG-TIMESTAMP.         000563
028250     WRITE GRADE-CHANGE-RECORD.                                   000564
028300* Print passed/failed totals and the class pass percentage        000565
028350 3000-PRINT-FOOTER.                                               000566
028400     MOVE WS-PASS-CNT TO FTR-PASS-CNT.                            000567
028450     MOVE WS-FAIL-CNT TO FTR-FAIL-CNT.                            000568
028500     IF WS-GRADED-CNT > 0                                         000569
028550         COMPUTE WS-PASS-PCT ROUNDED =                            000570
028600             WS-PASS-CNT * 100 / WS-GRADED-CNT                    000571
028650     END-IF.                                                      000572
028700     MOVE WS-PASS-PCT TO FTR-PASS-PCT.                            000573
028750     WRITE GRADE-ROSTER-LINE FROM SPACES.                         000574
028800     WRITE GRADE-ROSTER-LINE FROM WS-FOOTER-1.                    000575
028850     WRITE GRADE-ROSTER-LINE FROM WS-FOOTER-2.                    000576
028900     WRITE GRADE-ROSTER-LINE FROM WS-FOOTER-3.                    000577
028950     IF WS-SKIP-CNT > ZERO                                        000578
029000         MOVE WS-SKIP-CNT TO FTR-SKIP-CNT                         000579
029050         WRITE GRADE-ROSTER-LINE FROM WS-FOOTER-4                 000580
029100     END-IF.                                                      000581
029150     IF WS-CORR-CNT > ZERO                                        000582
029200         MOVE WS-CORR-APPLIED-CNT TO FTR-CORR-CNT                 000583
029250         WRITE GRADE-ROSTER-LINE FROM WS-FOOTER-5                 000584
029300         MOVE WS-CORR-UNMATCH-CNT TO FTR-UNMATCH-CNT              000585
029350         WRITE GRADE-ROSTER-LINE FROM WS-FOOTER-6                 000586
029400     END-IF.                                                      000587
029450* Append this run's records-read/records-written to the shared    000588
029500* run-log for the nightly batch-window reconciliation             000589
029550 8000-WRITE-RUN-LOG.                                              000590
029600     OPEN EXTEND RUN-LOG.                                         000591
029650     IF WS-RUNLOG-STATUS = "35"                                   000592
029700         OPEN OUTPUT RUN-LOG                                      000593
029750     END-IF.                                                      000594
029800     MOVE "IFSTMTB" TO RUNLOG-PROGRAM.                            000595
029850     MOVE FUNCTION CURRENT-DATE (1:14) TO RUNLOG-TIMESTAMP.       000596
029900* Unmatched corrections wrote nothing, so they stay out of        000597
029950* the read figure the reconciliation balances writes against      000598
030000     COMPUTE RUNLOG-RECORDS-READ =                                000599
030050         WS-STUDENT-CNT - WS-CORR-UNMATCH-CNT.                    000600
030100     MOVE WS-WRITE-CNT TO RUNLOG-RECORDS-WRITTEN.                 000601
030150     WRITE RUN-LOG-RECORD.                                        000602
030200     CLOSE RUN-LOG.                                               000603
030250* Ask the processing calendar whether this step runs tonight -    000604
030300* a holiday date skips it, and a weekly/monthly/month-end         000605
030350* frequency skips the nights between. A skipped step writes a     000606
030400* K run-control record so the status report and the restart       000607
030450* logic still account for it. No calendar file, or no             000608
030500* frequency record for this step, means run nightly as before     000609
030550 0180-CHECK-PROCESS-CALENDAR.                                     000610
030600     MOVE "N" TO WS-CAL-SKIP-SW.                                  000611
030650     MOVE "N" TO WS-CAL-EOF-SW.                                   000612
030700     MOVE "D" TO WS-CAL-FREQ.                                     000613
030750     MOVE ZERO TO WS-CAL-DAY.                                     000614
030800     OPEN INPUT PROCESS-CALENDAR.                                 000615
030850     PERFORM UNTIL WS-CAL-EOF                                     000616
030900         READ PROCESS-CALENDAR                                    000617
030950             AT END                                               000618
031000                 SET WS-CAL-EOF TO TRUE                           000619
031050             NOT AT END                                           000620
031100                 IF CAL-REC-TYPE = "H" AND                        000621
031150                         CAL-DATE = WS-RUN-DATE-CTL               000622
031200                     SET WS-CAL-SKIP TO TRUE                      000623
031250                 END-IF                                           000624
031300                 IF CAL-REC-TYPE = "F" AND                        000625
031350                         CAL-STEP = "IFSTMTB"                     000626
031400                     MOVE CAL-FREQ TO WS-CAL-FREQ                 000627
031450                     MOVE CAL-DAY TO WS-CAL-DAY                   000628
031500                 END-IF                                           000629
031550         END-READ                                                 000630
031600     END-PERFORM.                                                 000631
031650     CLOSE PROCESS-CALENDAR.                                      000632
031700     IF NOT WS-CAL-SKIP                                           000633
031750         PERFORM 0190-TEST-STEP-FREQUENCY                         000634
031800     END-IF.                                                      000635
031850     IF WS-CAL-SKIP                                               000636
031900         MOVE "CALSKIP" TO WS-STEP-REASON                         000637
031950         PERFORM 8960-SET-RETURN-CODE                             000638
032000         MOVE "K" TO RC-STATUS OF RUN-CONTROL-REC                 000639
032050         PERFORM 8950-WRITE-RUN-CONTROL                           000640
032100         DISPLAY "IFSTMTB skipped per processing calendar."       000641
032150     END-IF.                                                      000642
032200* Does the step's frequency land on tonight - weekly runs on      000643
032250* its day of week, monthly on its day of month, month-end         000644
032300* when tomorrow is a new month                                    000645
032350 0190-TEST-STEP-FREQUENCY.                                        000646
032400     COMPUTE WS-CAL-INT-DATE =                                    000647
032450         FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-CTL).              000648
032500     EVALUATE WS-CAL-FREQ                                         000649
032550         WHEN "W"                                                 000650
032600             COMPUTE WS-CAL-DOW = FUNCTION MOD                    000651
032650                 (WS-CAL-INT-DATE - 1, 7) + 1                     000652
032700             IF WS-CAL-DOW NOT = WS-CAL-DAY                       000653
032750                 SET WS-CAL-SKIP TO TRUE                          000654
032800             END-IF                                               000655
032850         WHEN "M"                                                 000656
032900             IF WS-RUN-DATE-CTL (7:2) NOT = WS-CAL-DAY-X          000657
032950                 SET WS-CAL-SKIP TO TRUE                          000658
033000             END-IF                                               000659
033050         WHEN "E"                                                 000660
033100             COMPUTE WS-CAL-NEXT-DATE =                           000661
033150                 FUNCTION DATE-OF-INTEGER                         000662
033200                 (WS-CAL-INT-DATE + 1)                            000663
033250             IF WS-CAL-NEXT-DATE (5:2) =                          000664
033300                     WS-RUN-DATE-CTL (5:2)                        000665
033350                 SET WS-CAL-SKIP TO TRUE                          000666
033400             END-IF                                               000667
033450         WHEN OTHER                                               000668
033500             CONTINUE                                             000669
033550     END-EVALUATE.                                                000670
033600* See whether this step already completed for tonight's run       000671
033650 0100-CHECK-RUN-CONTROL.                                          000672
033700     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE-CTL.         000673
033750     OPEN INPUT RUN-CONTROL-IN.                                   000674
033800     PERFORM UNTIL WS-RCTL-EOF                                    000675
033850         READ RUN-CONTROL-IN                                      000676
033900             AT END                                               000677
033950                 SET WS-RCTL-EOF TO TRUE                          000678
034000             NOT AT END                                           000679
034050                 IF RC-RUN-DATE OF RUN-CONTROL-IN-REC             000680
034100                         = WS-RUN-DATE-CTL AND                    000681
034150                         RC-STEP-NAME OF RUN-CONTROL-IN-REC       000682
034200                         = "IFSTMTB" AND                          000683
034250                         RC-STATUS OF RUN-CONTROL-IN-REC = "C"    000684
034300                     SET WS-STEP-DONE TO TRUE                     000685
034350                 END-IF                                           000686
034400         END-READ                                                 000687
034450     END-PERFORM.                                                 000688
034500     CLOSE RUN-CONTROL-IN.                                        000689
034550* Record this step as started for tonight's run                   000690
034600 0200-MARK-STEP-STARTED.                                          000691
034650     MOVE "S" TO RC-STATUS OF RUN-CONTROL-REC.                    000692
034700     PERFORM 8950-WRITE-RUN-CONTROL.                              000693
034750* Record how this step ended for tonight's run - a C record       000694
034800* when its return code is below 8 (clean or warning), an F        000695
034850* record for a failure so a resubmitted night runs it again       000696
034900 8900-MARK-STEP-COMPLETE.                                         000697
034950     PERFORM 8960-SET-RETURN-CODE.                                000698
035000     IF WS-STEP-RC < 8                                            000699
035050         MOVE "C" TO RC-STATUS OF RUN-CONTROL-REC                 000700
035100     ELSE                                                         000701
035150         MOVE "F" TO RC-STATUS OF RUN-CONTROL-REC                 000702
035200     END-IF.                                                      000703
035250     PERFORM 8950-WRITE-RUN-CONTROL.                              000704
035300* Stamp and append one run-control record                         000705
035350 8950-WRITE-RUN-CONTROL.                                          000706
035400     OPEN EXTEND RUN-CONTROL.                                     000707
035450     IF WS-RUNCTL-STATUS = "35"                                   000708
035500         OPEN OUTPUT RUN-CONTROL                                  000709
035550     END-IF.                                                      000710
035600     MOVE WS-RUN-DATE-CTL                                         000711
035650         TO RC-RUN-DATE OF RUN-CONTROL-REC.                       000712
035700     MOVE "IFSTMTB" TO RC-STEP-NAME OF RUN-CONTROL-REC.           000713
035750     MOVE WS-STEP-RC TO RC-RETURN-CODE OF RUN-CONTROL-REC.        000714
035800     MOVE WS-STEP-REASON TO RC-REASON OF RUN-CONTROL-REC.         000715
035850     MOVE FUNCTION CURRENT-DATE (1:14)                            000716
035900         TO RC-TIMESTAMP OF RUN-CONTROL-REC.                      000717
035950     WRITE RUN-CONTROL-REC.                                       000718
036000     CLOSE RUN-CONTROL.                                           000719
036050* Classify this step's reason through the shared severity         000720
036100* table and pass the standard return code back to the job         000721
036150* step. No reason set means a clean run; a reason missing         000722
036200* from the table is treated as abend-worthy                       000723
036250 8960-SET-RETURN-CODE.                                            000724
036300     IF WS-STEP-REASON = SPACES                                   000725
036350         MOVE "CLEAN" TO WS-STEP-REASON                           000726
036400     END-IF.                                                      000727
036450     MOVE 12 TO WS-STEP-RC.                                       000728
036500     PERFORM VARYING WS-SEV-IDX FROM 1 BY 1                       000729
036550             UNTIL WS-SEV-IDX > WS-SEV-MAX                        000730
036600         IF SEV-REASON (WS-SEV-IDX) = WS-STEP-REASON              000731
036650             MOVE SEV-RC (WS-SEV-IDX) TO WS-STEP-RC               000732
036700         END-IF                                                   000733
036750     END-PERFORM.                                                 000734
036800     MOVE WS-STEP-RC TO RETURN-CODE.                              000735
