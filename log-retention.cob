006500 FD  REPO-ARCHIVE.                                                000129
006550* Pass-through images of one repository and one index record,     000130
006600* kept as plain buffers so the field names stay unambiguous       000131
006650 01  REPO-ARCHIVE-REC   PIC X(105).                               000132
006700 FD  REPO-WORK.                                                   000133
006750 01  REPO-WORK-REC      PIC X(105).                               000134
006800 FD  REPORT-INDEX.                                                000135
006850 01  REPORT-INDEX-REC.                                            000136
006900     COPY RPTIDXREC.                                              000137
008150     88  WS-RCTL-EOF   VALUE "Y".                                 000162
008200 01  WS-STEP-DONE-SW   PIC X VALUE "N".                           000163
008250     88  WS-STEP-DONE  VALUE "Y".                                 000164
008300     COPY RCSEVTAB.                                               000165
008350* Processing-calendar state for tonight's run                     000166
008400 01  WS-CAL-SKIP-SW    PIC X.                                     000167
008450     88  WS-CAL-SKIP   VALUE "Y".                                 000168
008500 01  WS-CAL-EOF-SW     PIC X.                                     000169
008550     88  WS-CAL-EOF    VALUE "Y".                                 000170
008600 01  WS-CAL-FREQ       PIC X.                                     000171
008650 01  WS-CAL-DAY        PIC 99.                                    000172
008700 01  WS-CAL-DAY-X REDEFINES WS-CAL-DAY PIC XX.                    000173
008750 01  WS-CAL-INT-DATE   PIC 9(8).                                  000174
008800 01  WS-CAL-DOW        PIC 9.                                     000175
008850 01  WS-CAL-NEXT-DATE  PIC 9(8).                                  000176
008900 01  WS-RUNLOG-STATUS  PIC XX.                                    000177
008950 01  WS-AUDIT-STATUS   PIC XX.                                    000178
009000 01  WS-EOF-SW         PIC X VALUE "N".                           000179
009050     88  WS-AT-EOF     VALUE "Y".                                 000180
009100* Retention cutoffs for this run, loaded from RETNPRM             000181
009150 01  WS-PARM-FOUND-SW  PIC X VALUE "N".                           000182
009200     88  WS-PARM-FOUND VALUE "Y".                                 000183
009250 01  WS-CUT-TERM       PIC X(6) VALUE SPACES.                     000184
009300 01  WS-CUT-AUD-DATE   PIC 9(8) VALUE ZERO.                       000185
009350 01  WS-CUT-RUN-DATE   PIC 9(8) VALUE ZERO.                       000186
009400 01  WS-CUT-ERR-DATE   PIC 9(8) VALUE ZERO.                       000187
009450 01  WS-CUT-REPO-DATE  PIC 9(8) VALUE ZERO.                       000188
009500 01  WS-REC-DATE       PIC 9(8).                                  000189
009550* Per-file archived/retained counts for the report                000190
009600 01  WS-ARCHIVED-CNT   PIC 9(7) VALUE ZERO.                       000191
009650 01  WS-RETAINED-CNT   PIC 9(7) VALUE ZERO.                       000192
009700 01  WS-TOT-ARCHIVED   PIC 9(7) VALUE ZERO.                       000193
009750 01  WS-TOT-RETAINED   PIC 9(7) VALUE ZERO.                       000194
009800* Report heading and count lines                                  000195
009850 01  WS-HDG-1.                                                    000196
009900     05  FILLER        PIC X(34)                                  000197
009950             VALUE "LOG-FILE RETENTION HOUSEKEEPING".             000198
010000 01  WS-HDG-2.                                                    000199
010050     05  FILLER        PIC X(10) VALUE "FILE".                    000200
010100     05  FILLER        PIC X(10) VALUE "ARCHIVED".                000201
010150     05  FILLER        PIC X(8)  VALUE "RETAINED".                000202
010200 01  WS-COUNT-LINE.                                               000203
010250     05  CNT-FILE      PIC X(8).                                  000204
010300     05  FILLER        PIC X(1) VALUE SPACES.                     000205
010350     05  CNT-ARCHIVED  PIC ZZZZZZ9.                               000206
010400     05  FILLER        PIC X(2) VALUE SPACES.                     000207
010450     05  CNT-RETAINED  PIC ZZZZZZ9.                               000208
010500 01  WS-NOPARM-LINE.                                              000209
010550     05  FILLER        PIC X(42)                                  000210
010600             VALUE "NO RETNPRM CARD - NOTHING ARCHIVED".          000211
010650 PROCEDURE DIVISION.                                              000212
010700 0000-MAIN.                                                       000213
010750     PERFORM 0100-CHECK-RUN-CONTROL.                              000214
010800     IF WS-STEP-DONE                                              000215
010850         DISPLAY "LOGRETEN step already completed for"            000216
010900             " tonight's run - skipping."                         000217
010950         STOP RUN                                                 000218
011000     END-IF.                                                      000219
011050     PERFORM 0180-CHECK-PROCESS-CALENDAR.                         000220
011100     IF WS-CAL-SKIP                                               000221
011150         STOP RUN                                                 000222
011200     END-IF.                                                      000223
011250     PERFORM 0200-MARK-STEP-STARTED.                              000224
011300     PERFORM 0500-LOAD-RETENTION-PARMS.                           000225
011350     OPEN OUTPUT RETN-REPORT.                                     000226
011400     WRITE RETN-REPORT-LINE FROM WS-HDG-1.                        000227
011450     WRITE RETN-REPORT-LINE FROM SPACES.                          000228
011500     IF WS-PARM-FOUND                                             000229
011550         WRITE RETN-REPORT-LINE FROM WS-HDG-2                     000230
011600         WRITE RETN-REPORT-LINE FROM SPACES                       000231
011650         PERFORM 1000-PURGE-GRADE-HISTORY                         000232
011700         PERFORM 2000-PURGE-EMP-AUDIT                             000233
011750         PERFORM 3000-PURGE-RUNLOG                                000234
011800         PERFORM 4000-PURGE-ACCPERR                               000235
011850         PERFORM 5000-PURGE-REPORT-REPO                           000236
011900         PERFORM 5500-PURGE-REPORT-INDEX                          000237
011950     ELSE                                                         000238
012000         WRITE RETN-REPORT-LINE FROM WS-NOPARM-LINE               000239
012050     END-IF.                                                      000240
012100     CLOSE RETN-REPORT.                                           000241
012150     PERFORM 8000-WRITE-RUN-LOG.                                  000242
012200     PERFORM 8900-MARK-STEP-COMPLETE.                             000243
012250     STOP RUN.                                                    000244
012300* Load the cutoff term and dates, noting whether a card was       000245
012350* present at all - no card means a no-op run                      000246
012400 0500-LOAD-RETENTION-PARMS.                                       000247
012450     OPEN INPUT RETN-PARAMETERS.                                  000248
012500     READ RETN-PARAMETERS                                         000249
012550         AT END                                                   000250
012600             CONTINUE                                             000251
012650         NOT AT END                                               000252
012700             MOVE RETN-HIST-TERM   TO WS-CUT-TERM                 000253
012750             MOVE RETN-AUD-DATE    TO WS-CUT-AUD-DATE             000254
012800             MOVE RETN-RUNLOG-DATE TO WS-CUT-RUN-DATE             000255
012850             MOVE RETN-ERR-DATE    TO WS-CUT-ERR-DATE             000256
012900             IF RETN-REPO-DATE IS NUMERIC                         000257
012950                 MOVE RETN-REPO-DATE TO WS-CUT-REPO-DATE          000258
013000             END-IF                                               000259
013050             SET WS-PARM-FOUND TO TRUE                            000260
013100     END-READ.                                                    000261
013150     CLOSE RETN-PARAMETERS.                                       000262
013200* Split grade history on the cutoff term, then copy the kept      000263
013250* records back over the live file                                 000264
013300 1000-PURGE-GRADE-HISTORY.                                        000265
013350     MOVE ZERO TO WS-ARCHIVED-CNT.                                000266
013400     MOVE ZERO TO WS-RETAINED-CNT.                                000267
013450     MOVE "N" TO WS-EOF-SW.                                       000268
013500     OPEN INPUT GRADE-HISTORY.                                    000269
013550     OPEN OUTPUT GRDHIST-ARCHIVE.                                 000270
013600     OPEN OUTPUT GRDHIST-WORK.                                    000271
013650     PERFORM UNTIL WS-AT-EOF                                      000272
013700         READ GRADE-HISTORY                                       000273
013750             AT END                                               000274
013800                 SET WS-AT-EOF TO TRUE                            000275
013850             NOT AT END                                           000276
013900                 IF HIST-TERM OF GRADE-HISTORY-REC                000277
013950                         < WS-CUT-TERM                            000278
014000                     ADD 1 TO WS-ARCHIVED-CNT                     000279
014050                     MOVE GRADE-HISTORY-REC                       000280
014100                         TO GRDHIST-ARCHIVE-REC                   000281
014150                     WRITE GRDHIST-ARCHIVE-REC                    000282
014200                 ELSE                                             000283
014250                     ADD 1 TO WS-RETAINED-CNT                     000284
014300                     MOVE GRADE-HISTORY-REC                       000285
014350                         TO GRDHIST-WORK-REC                      000286
014400                     WRITE GRDHIST-WORK-REC                       000287
014450                 END-IF                                           000288
014500         END-READ                                                 000289
014550     END-PERFORM.                                                 000290
014600     CLOSE GRADE-HISTORY.                                         000291
014650     CLOSE GRDHIST-ARCHIVE.                                       000292
014700     CLOSE GRDHIST-WORK.                                          000293
014750     MOVE "N" TO WS-EOF-SW.                                       000294
014800     OPEN INPUT GRDHIST-WORK.                                     000295
014850     OPEN OUTPUT GRADE-HISTORY.                                   000296
014900     PERFORM UNTIL WS-AT-EOF                                      000297
014950         READ GRDHIST-WORK                                        000298
015000             AT END                                               000299
015050                 SET WS-AT-EOF TO TRUE                            000300
015100             NOT AT END                                           000301
015150                 MOVE GRDHIST-WORK-REC TO GRADE-HISTORY-REC       000302
015200                 WRITE GRADE-HISTORY-REC                          000303
015250         END-READ                                                 000304
015300     END-PERFORM.                                                 000305
015350     CLOSE GRDHIST-WORK.                                          000306
015400     CLOSE GRADE-HISTORY.                                         000307
015450     MOVE "GRDHIST" TO CNT-FILE.                                  000308
015500     PERFORM 7000-PRINT-FILE-COUNTS.                              000309
015550* Split the change-audit log on the cutoff date, then copy the    000310
015600* kept records back over the live file                            000311
015650 2000-PURGE-EMP-AUDIT.                                            000312
015700     MOVE ZERO TO WS-ARCHIVED-CNT.                                000313
015750     MOVE ZERO TO WS-RETAINED-CNT.                                000314
015800     MOVE "N" TO WS-EOF-SW.                                       000315
015850     OPEN INPUT EMP-AUDIT-LOG.                                    000316
015900     IF WS-AUDIT-STATUS = "35"                                    000317
015950         MOVE "Y" TO WS-EOF-SW                                    000318
016000     END-IF.                                                      000319
016050     OPEN OUTPUT AUDIT-ARCHIVE.                                   000320
016100     OPEN OUTPUT AUDIT-WORK.                                      000321
016150     PERFORM UNTIL WS-AT-EOF                                      000322
016200         READ EMP-AUDIT-LOG                                       000323
016250             AT END                                               000324
016300                 SET WS-AT-EOF TO TRUE                            000325
016350             NOT AT END                                           000326
016400                 MOVE AUD-TIMESTAMP OF EMP-AUDIT-RECORD           000327
016450                     (1:8) TO WS-REC-DATE                         000328
016500                 IF WS-REC-DATE < WS-CUT-AUD-DATE                 000329
016550                     ADD 1 TO WS-ARCHIVED-CNT                     000330
016600                     MOVE EMP-AUDIT-RECORD TO AUDIT-ARCHIVE-REC   000331
016650                     WRITE AUDIT-ARCHIVE-REC                      000332
016700                 ELSE                                             000333
016750                     ADD 1 TO WS-RETAINED-CNT                     000334
016800                     MOVE EMP-AUDIT-RECORD TO AUDIT-WORK-REC      000335
016850                     WRITE AUDIT-WORK-REC                         000336
016900                 END-IF                                           000337
016950         END-READ                                                 000338
017000     END-PERFORM.                                                 000339
017050     CLOSE EMP-AUDIT-LOG.                                         000340
017100     CLOSE AUDIT-ARCHIVE.                                         000341
017150     CLOSE AUDIT-WORK.                                            000342
017200     MOVE "N" TO WS-EOF-SW.                                       000343
017250     OPEN INPUT AUDIT-WORK.                                       000344
017300     OPEN OUTPUT EMP-AUDIT-LOG.                                   000345
017350     PERFORM UNTIL WS-AT-EOF                                      000346
017400         READ AUDIT-WORK                                          000347
017450             AT END                                               000348
017500                 SET WS-AT-EOF TO TRUE                            000349
017550             NOT AT END                                           000350
017600                 MOVE AUDIT-WORK-REC TO EMP-AUDIT-RECORD          000351
017650                 WRITE EMP-AUDIT-RECORD                           000352
017700         END-READ                                                 000353
017750     END-PERFORM.                                                 000354
017800     CLOSE AUDIT-WORK.                                            000355
017850     CLOSE EMP-AUDIT-LOG.                                         000356
017900     MOVE "EMPAUDIT" TO CNT-FILE.                                 000357
017950     PERFORM 7000-PRINT-FILE-COUNTS.                              000358
018000* Split the run log on the cutoff date, then copy the kept        000359
018050* records back over the live file                                 000360
018100 3000-PURGE-RUNLOG.                                               000361
018150     MOVE ZERO TO WS-ARCHIVED-CNT.                                000362
018200     MOVE ZERO TO WS-RETAINED-CNT.                                000363
018250     MOVE "N" TO WS-EOF-SW.                                       000364
018300     OPEN INPUT RUN-LOG-PURGE.                                    000365
018350     OPEN OUTPUT RUNLOG-ARCHIVE.                                  000366
018400     OPEN OUTPUT RUNLOG-WORK.                                     000367
018450     PERFORM UNTIL WS-AT-EOF                                      000368
018500         READ RUN-LOG-PURGE                                       000369
018550             AT END                                               000370
018600                 SET WS-AT-EOF TO TRUE                            000371
018650             NOT AT END                                           000372
018700                 MOVE RUNLOG-TIMESTAMP OF RUN-LOG-PURGE-REC       000373
018750                     (1:8) TO WS-REC-DATE                         000374
018800                 IF WS-REC-DATE < WS-CUT-RUN-DATE                 000375
018850                     ADD 1 TO WS-ARCHIVED-CNT                     000376
018900                     MOVE RUN-LOG-PURGE-REC                       000377
018950                         TO RUNLOG-ARCHIVE-REC                    000378
019000                     WRITE RUNLOG-ARCHIVE-REC                     000379
019050                 ELSE                                             000380
019100                     ADD 1 TO WS-RETAINED-CNT                     000381
019150                     MOVE RUN-LOG-PURGE-REC TO RUNLOG-WORK-REC    000382
019200                     WRITE RUNLOG-WORK-REC                        000383
019250                 END-IF                                           000384
019300         END-READ                                                 000385
019350     END-PERFORM.                                                 000386
019400     CLOSE RUN-LOG-PURGE.                                         000387
019450     CLOSE RUNLOG-ARCHIVE.                                        000388
019500     CLOSE RUNLOG-WORK.                                           000389
019550     MOVE "N" TO WS-EOF-SW.                                       000390
019600     OPEN INPUT RUNLOG-WORK.                                      000391
019650     OPEN OUTPUT RUN-LOG-PURGE.                                   000392
019700     PERFORM UNTIL WS-AT-EOF                                      000393
019750         READ RUNLOG-WORK                                         000394
019800             AT END                                               000395
019850                 SET WS-AT-EOF TO TRUE                            000396
019900             NOT AT END                                           000397
019950                 MOVE RUNLOG-WORK-REC TO RUN-LOG-PURGE-REC        000398
020000                 WRITE RUN-LOG-PURGE-REC                          000399
020050         END-READ                                                 000400
020100     END-PERFORM.                                                 000401
020150     CLOSE RUNLOG-WORK.                                           000402
020200     CLOSE RUN-LOG-PURGE.                                         000403
020250     MOVE "RUNLOG" TO CNT-FILE.                                   000404
020300     PERFORM 7000-PRINT-FILE-COUNTS.                              000405
020350* Split the keyed-entry error log on the cutoff date, then copy   000406
020400* the kept records back over the live file                        000407
020450 4000-PURGE-ACCPERR.                                              000408
020500     MOVE ZERO TO WS-ARCHIVED-CNT.                                000409
020550     MOVE ZERO TO WS-RETAINED-CNT.                                000410
020600     MOVE "N" TO WS-EOF-SW.                                       000411
020650     OPEN INPUT ACCP-ERROR-LOG.                                   000412
020700     OPEN OUTPUT ACCPERR-ARCHIVE.                                 000413
020750     OPEN OUTPUT ACCPERR-WORK.                                    000414
020800     PERFORM UNTIL WS-AT-EOF                                      000415
020850         READ ACCP-ERROR-LOG                                      000416
020900             AT END                                               000417
020950                 SET WS-AT-EOF TO TRUE                            000418
021000             NOT AT END                                           000419
021050                 MOVE ERR-TIMESTAMP (1:8) TO WS-REC-DATE          000420
021100                 IF WS-REC-DATE < WS-CUT-ERR-DATE                 000421
021150                     ADD 1 TO WS-ARCHIVED-CNT                     000422
021200                     MOVE ACCP-ERROR-RECORD                       000423
021250                         TO ACCPERR-ARCHIVE-REC                   000424
021300                     WRITE ACCPERR-ARCHIVE-REC                    000425
021350                 ELSE                                             000426
021400                     ADD 1 TO WS-RETAINED-CNT                     000427
021450                     MOVE ACCP-ERROR-RECORD TO ACCPERR-WORK-REC   000428
021500                     WRITE ACCPERR-WORK-REC                       000429
021550                 END-IF                                           000430
021600         END-READ                                                 000431
021650     END-PERFORM.                                                 000432
021700     CLOSE ACCP-ERROR-LOG.                                        000433
021750     CLOSE ACCPERR-ARCHIVE.                                       000434
021800     CLOSE ACCPERR-WORK.                                          000435
021850     MOVE "N" TO WS-EOF-SW.                                       000436
021900     OPEN INPUT ACCPERR-WORK.                                     000437
021950     OPEN OUTPUT ACCP-ERROR-LOG.                                  000438
022000     PERFORM UNTIL WS-AT-EOF                                      000439
022050         READ ACCPERR-WORK                                        000440
022100             AT END                                               000441
022150                 SET WS-AT-EOF TO TRUE                            000442
022200             NOT AT END                                           000443
022250                 MOVE ACCPERR-WORK-REC TO ACCP-ERROR-RECORD       000444
022300                 WRITE ACCP-ERROR-RECORD                          000445
022350         END-READ                                                 000446
022400     END-PERFORM.                                                 000447
022450     CLOSE ACCPERR-WORK.                                          000448
022500     CLOSE ACCP-ERROR-LOG.                                        000449
022550     MOVE "ACCPERR" TO CNT-FILE.                                  000450
022600     PERFORM 7000-PRINT-FILE-COUNTS.                              000451
022650* Split the report repository on the cutoff date, then copy       000452
022700* the kept records back over the live file. A zero cutoff         000453
022750* leaves the repository alone                                     000454
022800 5000-PURGE-REPORT-REPO.                                          000455
022850     IF WS-CUT-REPO-DATE = ZERO                                   000456
022900         CONTINUE                                                 000457
022950     ELSE                                                         000458
023000         MOVE ZERO TO WS-ARCHIVED-CNT                             000459
023050         MOVE ZERO TO WS-RETAINED-CNT                             000460
023100         MOVE "N" TO WS-EOF-SW                                    000461
023150         OPEN INPUT REPORT-REPOSITORY                             000462
023200         OPEN OUTPUT REPO-ARCHIVE                                 000463
023250         OPEN OUTPUT REPO-WORK                                    000464
023300         PERFORM UNTIL WS-AT-EOF                                  000465
023350             READ REPORT-REPOSITORY                               000466
023400                 AT END                                           000467
023450                     SET WS-AT-EOF TO TRUE                        000468
023500                 NOT AT END                                       000469
023550                     IF REPO-DATE < WS-CUT-REPO-DATE              000470
023600                         ADD 1 TO WS-ARCHIVED-CNT                 000471
023650                         MOVE REPORT-REPOSITORY-REC               000472
023700                             TO REPO-ARCHIVE-REC                  000473
023750                         WRITE REPO-ARCHIVE-REC                   000474
023800                     ELSE                                         000475
023850                         ADD 1 TO WS-RETAINED-CNT                 000476
023900                         MOVE REPORT-REPOSITORY-REC               000477
023950                             TO REPO-WORK-REC                     000478
024000                         WRITE REPO-WORK-REC                      000479
024050                     END-IF                                       000480
024100             END-READ                                             000481
024150         END-PERFORM                                              000482
024200         CLOSE REPORT-REPOSITORY                                  000483
024250         CLOSE REPO-ARCHIVE                                       000484
024300         CLOSE REPO-WORK                                          000485
024350         MOVE "N" TO WS-EOF-SW                                    000486
024400         OPEN INPUT REPO-WORK                                     000487
024450         OPEN OUTPUT REPORT-REPOSITORY                            000488
024500         PERFORM UNTIL WS-AT-EOF                                  000489
024550             READ REPO-WORK                                       000490
024600                 AT END                                           000491
024650                     SET WS-AT-EOF TO TRUE                        000492
024700                 NOT AT END                                       000493
024750                     MOVE REPO-WORK-REC                           000494
024800                         TO REPORT-REPOSITORY-REC                 000495
024850                     WRITE REPORT-REPOSITORY-REC                  000496
024900             END-READ                                             000497
024950         END-PERFORM                                              000498
025000         CLOSE REPO-WORK                                          000499
025050         CLOSE REPORT-REPOSITORY                                  000500
025100         MOVE "RPTREPO" TO CNT-FILE                               000501
025150         PERFORM 7000-PRINT-FILE-COUNTS                           000502
025200     END-IF.                                                      000503
025250* Split the repository index the same way, so the held-report     000504
025300* list matches what the repository still carries                  000505
025350 5500-PURGE-REPORT-INDEX.                                         000506
025400     IF WS-CUT-REPO-DATE = ZERO                                   000507
025450         CONTINUE                                                 000508
025500     ELSE                                                         000509
025550         MOVE ZERO TO WS-ARCHIVED-CNT                             000510
025600         MOVE ZERO TO WS-RETAINED-CNT                             000511
025650         MOVE "N" TO WS-EOF-SW                                    000512
025700         OPEN INPUT REPORT-INDEX                                  000513
025750         OPEN OUTPUT IDX-ARCHIVE                                  000514
025800         OPEN OUTPUT IDX-WORK                                     000515
025850         PERFORM UNTIL WS-AT-EOF                                  000516
025900             READ REPORT-INDEX                                    000517
025950                 AT END                                           000518
026000                     SET WS-AT-EOF TO TRUE                        000519
026050                 NOT AT END                                       000520
026100                     IF IDX-DATE < WS-CUT-REPO-DATE               000521
026150                         ADD 1 TO WS-ARCHIVED-CNT                 000522
026200                         MOVE REPORT-INDEX-REC                    000523
026250                             TO IDX-ARCHIVE-REC                   000524
026300                         WRITE IDX-ARCHIVE-REC                    000525
026350                     ELSE                                         000526
026400                         ADD 1 TO WS-RETAINED-CNT                 000527
026450                         MOVE REPORT-INDEX-REC                    000528
026500                             TO IDX-WORK-REC                      000529
026550                         WRITE IDX-WORK-REC                       000530
026600                     END-IF                                       000531
026650             END-READ                                             000532
026700         END-PERFORM                                              000533
026750         CLOSE REPORT-INDEX                                       000534
026800         CLOSE IDX-ARCHIVE                                        000535
026850         CLOSE IDX-WORK                                           000536
026900         MOVE "N" TO WS-EOF-SW                                    000537
026950         OPEN INPUT IDX-WORK                                      000538
027000         OPEN OUTPUT REPORT-INDEX                                 000539
027050         PERFORM UNTIL WS-AT-EOF                                  000540
027100             READ IDX-WORK                                        000541
027150                 AT END                                           000542
027200                     SET WS-AT-EOF TO TRUE                        000543
027250                 NOT AT END                                       000544
027300                     MOVE IDX-WORK-REC TO REPORT-INDEX-REC        000545
027350                     WRITE REPORT-INDEX-REC                       000546
027400             END-READ                                             000547
027450         END-PERFORM                                              000548
027500         CLOSE IDX-WORK                                           000549
027550         CLOSE REPORT-INDEX                                       000550
027600         MOVE "RPTINDEX" TO CNT-FILE                              000551
027650         PERFORM 7000-PRINT-FILE-COUNTS                           000552
027700     END-IF.                                                      000553
027750* Print one file's archived/retained counts and roll the totals   000554
027800 7000-PRINT-FILE-COUNTS.                                          000555
027850     MOVE WS-ARCHIVED-CNT TO CNT-ARCHIVED.                        000556
027900     MOVE WS-RETAINED-CNT TO CNT-RETAINED.                        000557
027950     WRITE RETN-REPORT-LINE FROM WS-COUNT-LINE.                   000558
028000     ADD WS-ARCHIVED-CNT TO WS-TOT-ARCHIVED.                      000559
028050     ADD WS-RETAINED-CNT TO WS-TOT-RETAINED.                      000560
028100* Append this run's records-read/records-written to the shared    000561
028150* run-log for the nightly batch-window reconciliation             000562
028200 8000-WRITE-RUN-LOG.                                              000563
028250     OPEN EXTEND RUN-LOG.                                         000564
028300     IF WS-RUNLOG-STATUS = "35"                                   000565
028350         OPEN OUTPUT RUN-LOG                                      000566
028400     END-IF.                                                      000567
028450     MOVE "LOGRETEN" TO RUNLOG-PROGRAM                            000568
028500         OF RUN-LOG-RECORD.                                       000569
028550     MOVE FUNCTION CURRENT-DATE (1:14) TO RUNLOG-TIMESTAMP        000570
028600         OF RUN-LOG-RECORD.                                       000571
028650     MOVE WS-TOT-ARCHIVED TO RUNLOG-RECORDS-READ                  000572
028700         OF RUN-LOG-RECORD.                                       000573
028750     MOVE WS-TOT-RETAINED TO RUNLOG-RECORDS-WRITTEN               000574
028800         OF RUN-LOG-RECORD.                                       000575
028850     WRITE RUN-LOG-RECORD.                                        000576
028900     CLOSE RUN-LOG.                                               000577
028950* Ask the processing calendar whether this step runs tonight -    000578
029000* a holiday date skips it, and a weekly/monthly/month-end         000579
029050* frequency skips the nights between. A skipped step writes a     000580
029100* K run-control record so the status report and the restart       000581
029150* logic still account for it. No calendar file, or no             000582
029200* frequency record for this step, means run nightly as before     000583
029250 0180-CHECK-PROCESS-CALENDAR.                                     000584
029300     MOVE "N" TO WS-CAL-SKIP-SW.                                  000585
029350     MOVE "N" TO WS-CAL-EOF-SW.                                   000586
029400     MOVE "D" TO WS-CAL-FREQ.                                     000587
029450     MOVE ZERO TO WS-CAL-DAY.                                     000588
029500     OPEN INPUT PROCESS-CALENDAR.                                 000589
029550     PERFORM UNTIL WS-CAL-EOF                                     000590
029600         READ PROCESS-CALENDAR                                    000591
029650             AT END                                               000592
029700                 SET WS-CAL-EOF TO TRUE                           000593
029750             NOT AT END                                           000594
029800                 IF CAL-REC-TYPE = "H" AND                        000595
029850                         CAL-DATE = WS-RUN-DATE-CTL               000596
029900                     SET WS-CAL-SKIP TO TRUE                      000597
029950                 END-IF                                           000598
030000                 IF CAL-REC-TYPE = "F" AND                        000599
030050                         CAL-STEP = "LOGRETEN"                    000600
030100                     MOVE CAL-FREQ TO WS-CAL-FREQ                 000601
030150                     MOVE CAL-DAY TO WS-CAL-DAY                   000602
030200                 END-IF                                           000603
030250         END-READ                                                 000604
030300     END-PERFORM.                                                 000605
030350     CLOSE PROCESS-CALENDAR.                                      000606
030400     IF NOT WS-CAL-SKIP                                           000607
030450         PERFORM 0190-TEST-STEP-FREQUENCY                         000608
030500     END-IF.                                                      000609
030550     IF WS-CAL-SKIP                                               000610
030600         MOVE "CALSKIP" TO WS-STEP-REASON                         000611
030650         PERFORM 8960-SET-RETURN-CODE                             000612
030700         MOVE "K" TO RC-STATUS OF RUN-CONTROL-REC                 000613
030750         PERFORM 8950-WRITE-RUN-CONTROL                           000614
030800         DISPLAY "LOGRETEN skipped per processing calendar."      000615
030850     END-IF.                                                      000616
030900* Does the step's frequency land on tonight - weekly runs on      000617
030950* its day of week, monthly on its day of month, month-end         000618
031000* when tomorrow is a new month                                    000619
031050 0190-TEST-STEP-FREQUENCY.                                        000620
031100     COMPUTE WS-CAL-INT-DATE =                                    000621
031150         FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-CTL).              000622
031200     EVALUATE WS-CAL-FREQ                                         000623
031250         WHEN "W"                                                 000624
031300             COMPUTE WS-CAL-DOW = FUNCTION MOD                    000625
031350                 (WS-CAL-INT-DATE - 1, 7) + 1                     000626
031400             IF WS-CAL-DOW NOT = WS-CAL-DAY                       000627
031450                 SET WS-CAL-SKIP TO TRUE                          000628
031500             END-IF                                               000629
031550         WHEN "M"                                                 000630
031600             IF WS-RUN-DATE-CTL (7:2) NOT = WS-CAL-DAY-X          000631
031650                 SET WS-CAL-SKIP TO TRUE                          000632
031700             END-IF                                               000633
031750         WHEN "E"                                                 000634
031800             COMPUTE WS-CAL-NEXT-DATE =                           000635
031850                 FUNCTION DATE-OF-INTEGER                         000636
031900                 (WS-CAL-INT-DATE + 1)                            000637
031950             IF WS-CAL-NEXT-DATE (5:2) =                          000638
032000                     WS-RUN-DATE-CTL (5:2)                        000639
032050                 SET WS-CAL-SKIP TO TRUE                          000640
032100             END-IF                                               000641
032150         WHEN OTHER                                               000642
032200             CONTINUE                                             000643
032250     END-EVALUATE.                                                000644
032300* See whether this step already completed for tonight's run       000645
032350 0100-CHECK-RUN-CONTROL.                                          000646
032400     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE-CTL.         000647
032450     OPEN INPUT RUN-CONTROL-IN.                                   000648
032500     PERFORM UNTIL WS-RCTL-EOF                                    000649
032550         READ RUN-CONTROL-IN                                      000650
032600             AT END                                               000651
032650                 SET WS-RCTL-EOF TO TRUE                          000652
032700             NOT AT END                                           000653
032750                 IF RC-RUN-DATE OF RUN-CONTROL-IN-REC             000654
032800                         = WS-RUN-DATE-CTL AND                    000655
032850                         RC-STEP-NAME OF RUN-CONTROL-IN-REC       000656
032900                         = "LOGRETEN" AND                         000657
032950                         RC-STATUS OF RUN-CONTROL-IN-REC = "C"    000658
033000                     SET WS-STEP-DONE TO TRUE                     000659
033050                 END-IF                                           000660
033100         END-READ                                                 000661
033150     END-PERFORM.                                                 000662
033200     CLOSE RUN-CONTROL-IN.                                        000663
033250* Record this step as started for tonight's run                   000664
033300 0200-MARK-STEP-STARTED.                                          000665
033350     MOVE "S" TO RC-STATUS OF RUN-CONTROL-REC.                    000666
033400     PERFORM 8950-WRITE-RUN-CONTROL.                              000667
033450* Record how this step ended for tonight's run - a C record       000668
033500* when its return code is below 8 (clean or warning), an F        000669
033550* record for a failure so a resubmitted night runs it again       000670
033600 8900-MARK-STEP-COMPLETE.                                         000671
033650     PERFORM 8960-SET-RETURN-CODE.                                000672
033700     IF WS-STEP-RC < 8                                            000673
033750         MOVE "C" TO RC-STATUS OF RUN-CONTROL-REC                 000674
033800     ELSE                                                         000675
033850         MOVE "F" TO RC-STATUS OF RUN-CONTROL-REC                 000676
033900     END-IF.                                                      000677
033950     PERFORM 8950-WRITE-RUN-CONTROL.                              000678
034000* Stamp and append one run-control record                         000679
034050 8950-WRITE-RUN-CONTROL.                                          000680
034100     OPEN EXTEND RUN-CONTROL.                                     000681
034150     IF WS-RUNCTL-STATUS = "35"                                   000682
034200         OPEN OUTPUT RUN-CONTROL                                  000683
034250     END-IF.                                                      000684
034300     MOVE WS-RUN-DATE-CTL                                         000685
034350         TO RC-RUN-DATE OF RUN-CONTROL-REC.                       000686
034400     MOVE "LOGRETEN" TO RC-STEP-NAME OF RUN-CONTROL-REC.          000687
034450     MOVE WS-STEP-RC TO RC-RETURN-CODE OF RUN-CONTROL-REC.        000688
034500     MOVE WS-STEP-REASON TO RC-REASON OF RUN-CONTROL-REC.         000689
034550     MOVE FUNCTION CURRENT-DATE (1:14)                            000690
034600         TO RC-TIMESTAMP OF RUN-CONTROL-REC.                      000691
034650     WRITE RUN-CONTROL-REC.                                       000692
034700     CLOSE RUN-CONTROL.                                           000693
034750* Classify this step's reason through the shared severity         000694
034800* table and pass the standard return code back to the job         000695
034850* step. No reason set means a clean run; a reason missing         000696
034900* from the table is treated as abend-worthy                       000697
034950 8960-SET-RETURN-CODE.                                            000698
035000     IF WS-STEP-REASON = SPACES                                   000699
035050         MOVE "CLEAN" TO WS-STEP-REASON                           000700
035100     END-IF.                                                      000701
035150     MOVE 12 TO WS-STEP-RC.                                       000702
035200     PERFORM VARYING WS-SEV-IDX FROM 1 BY 1                       000703
035250             UNTIL WS-SEV-IDX > WS-SEV-MAX                        000704
035300         IF SEV-REASON (WS-SEV-IDX) = WS-STEP-REASON              000705
035350             MOVE SEV-RC (WS-SEV-IDX) TO WS-STEP-RC               000706
035400         END-IF                                                   000707
035450     END-PERFORM.                                                 000708
035500     MOVE WS-STEP-RC TO RETURN-CODE.                              000709
