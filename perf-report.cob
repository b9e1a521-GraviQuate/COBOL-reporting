006700 01  WS-REPO-SEQ       PIC 9(6) VALUE ZERO.                       000133
006750 01  WS-REPO-PAGES     PIC 9(5) VALUE 1.                          000134
006800 01  WS-RPT-LINE       PIC X(80).                                 000135
006850* Department of the lines being printed, carried onto each        000136
006900* repository line so the night's report can be burst by           000137
006950* department; spaces while printing company-level lines           000138
007000 01  WS-RPT-DEPT       PIC X(3) VALUE SPACES.                     000139
007050* Run-control state - tonight's run date and whether this         000140
007100* step already completed for it                                   000141
007150 01  WS-RUNCTL-STATUS  PIC XX.                                    000142
007200 01  WS-RUN-DATE-CTL   PIC 9(8).                                  000143
007250 01  WS-RCTL-EOF-SW    PIC X VALUE "N".                           000144
007300     88  WS-RCTL-EOF   VALUE "Y".                                 000145
007350 01  WS-STEP-DONE-SW   PIC X VALUE "N".                           000146
007400     88  WS-STEP-DONE  VALUE "Y".                                 000147
007450     COPY RCSEVTAB.                                               000148
007500* Processing-calendar state for tonight's run                     000149
007550 01  WS-CAL-SKIP-SW    PIC X.                                     000150
007600     88  WS-CAL-SKIP   VALUE "Y".                                 000151
007650 01  WS-CAL-EOF-SW     PIC X.                                     000152
007700     88  WS-CAL-EOF    VALUE "Y".                                 000153
007750 01  WS-CAL-FREQ       PIC X.                                     000154
007800 01  WS-CAL-DAY        PIC 99.                                    000155
007850 01  WS-CAL-DAY-X REDEFINES WS-CAL-DAY PIC XX.                    000156
007900 01  WS-CAL-INT-DATE   PIC 9(8).                                  000157
007950 01  WS-CAL-DOW        PIC 9.                                     000158
008000 01  WS-CAL-NEXT-DATE  PIC 9(8).                                  000159
008050 01  WS-EOF-SW          PIC X VALUE "N".                          000160
008100     88  END-OF-MASTER  VALUE "Y".                                000161
008150 01  WS-HIST-EOF-SW     PIC X VALUE "N".                          000162
008200     88  END-OF-HIST    VALUE "Y".                                000163
008250 01  WS-EMP-COUNT       PIC 9(7) VALUE ZERO.                      000164
008300* Latest-grade match result for the employee being reported       000165
008350 01  WS-FOUND-SW        PIC X VALUE "N".                          000166
008400     88  WS-FOUND       VALUE "Y".                                000167
008450 01  WS-BEST-TS         PIC 9(14) VALUE ZERO.                     000168
008500 01  WS-BEST-STU-ID     PIC X(9).                                 000169
008550 01  WS-BEST-TERM       PIC X(6).                                 000170
008600 01  WS-BEST-GRADE      PIC 999.                                  000171
008650 01  WS-BEST-LETTER     PIC X.                                    000172
008700 01  WS-CURR-COURSE     PIC X(6).                                 000173
008750 01  WS-ANY-GRADE-SW    PIC X.                                    000174
008800     88  WS-ANY-GRADE   VALUE "Y".                                000175
008850 01  WS-STU-NAME        PIC X(20).                                000176
008900* Reverse cross-reference table (student id to employee id),      000177
008950* loaded once at start-up so tagging each history record is a     000178
009000* table probe instead of a keyed read                             000179
009050 01  WS-XREF-EOF-SW     PIC X VALUE "N".                          000180
009100     88  WS-XREF-EOF    VALUE "Y".                                000181
009150 78  WS-MAX-XREFS       VALUE 9999.                               000182
009200 01  WS-XREF-CNT        PIC 9(4) VALUE ZERO.                      000183
009250 01  WS-XREF-TABLE.                                               000184
009300     05  XREF-ENTRY OCCURS 0 TO WS-MAX-XREFS TIMES                000185
009350             DEPENDING ON WS-XREF-CNT.                            000186
009400         10  XRT-STU-ID  PIC X(9).                                000187
009450         10  XRT-EMP-ID  PIC X(5).                                000188
009500 01  WS-XREF-IDX        PIC 9(4).                                 000189
009550 01  WS-XREF-HIT        PIC 9(4).                                 000190
009600 01  WS-HIST-READ-CNT   PIC 9(7) VALUE ZERO.                      000191
009650 01  WS-NOXREF-EMP-CNT  PIC 9(5) VALUE ZERO.                      000192
009700 01  WS-NOXREF-HIST-CNT PIC 9(7) VALUE ZERO.                      000193
009750* Unmatched-ids exception report lines                            000194
009800 01  WS-XEXC-HDG.                                                 000195
009850     05  FILLER PIC X(36)                                         000196
009900             VALUE "EMPLOYEE/STUDENT XREF EXCEPTIONS".            000197
009950 01  WS-XEXC-LINE.                                                000198
010000     05  XEXC-TEXT PIC X(26).                                     000199
010050     05  XEXC-ID   PIC X(9).                                      000200
010100 01  WS-XEXC-FTR-1.                                               000201
010150     05  FILLER PIC X(26) VALUE "EMPLOYEES WITHOUT XREF:".        000202
010200     05  XFTR-EMP-CNT PIC ZZZZ9.                                  000203
010250 01  WS-XEXC-FTR-2.                                               000204
010300     05  FILLER PIC X(26) VALUE "HISTORY WITHOUT XREF:".          000205
010350     05  XFTR-HIST-CNT PIC ZZZZZZ9.                               000206
010400 01  WS-RUN-DATE-NUM    PIC 9(8).                                 000207
010450* Current-age computation as of the run date - rows without a     000208
010500* converted birth date fall back to their stored age              000209
010550 01  WS-CALC-BIRTH     PIC 9(8).                                  000210
010600 01  WS-FALLBACK-AGE   PIC 99.                                    000211
010650 01  WS-CURRENT-AGE    PIC 999.                                   000212
010700* Report heading and detail lines                                 000213
010750 01  WS-HDG-1.                                                    000214
010800     05  FILLER     PIC X(36)                                     000215
010850             VALUE "EMPLOYEE/GRADE PERFORMANCE REPORT".           000216
010900 01  WS-HDG-2.                                                    000217
010950     05  FILLER     PIC X(10) VALUE "EMP ID".                     000218
011000     05  FILLER     PIC X(14) VALUE "EMPLOYEE NAME".              000219
011050     05  FILLER     PIC X(5)  VALUE "AGE".                        000220
011100     05  FILLER     PIC X(8)  VALUE "TERM".                       000221
011150     05  FILLER     PIC X(7)  VALUE "COURSE".                     000222
011200     05  FILLER     PIC X(14) VALUE "COURSE TITLE".               000223
011250     05  FILLER     PIC X(6)  VALUE "GRADE".                      000224
011300     05  FILLER     PIC X(3)  VALUE "LT".                         000225
011350     05  FILLER     PIC X(12) VALUE "STUDENT NAME".               000226
011400 01  WS-DETAIL-LINE.                                              000227
011450     05  DTL-EMP-ID    PIC X(9).                                  000228
011500     05  DTL-EMP-NAME  PIC X(14).                                 000229
011550     05  DTL-EMP-AGE   PIC ZZ9.                                   000230
011600     05  FILLER        PIC X(2) VALUE SPACES.                     000231
011650     05  DTL-TERM      PIC X(8).                                  000232
011700     05  DTL-COURSE    PIC X(7).                                  000233
011750     05  DTL-CRS-TITLE PIC X(13).                                 000234
011800     05  FILLER        PIC X(1) VALUE SPACES.                     000235
011850     05  DTL-GRADE     PIC ZZ9.                                   000236
011900     05  FILLER        PIC X(3) VALUE SPACES.                     000237
011950     05  DTL-LETTER    PIC X.                                     000238
012000     05  FILLER        PIC X(2) VALUE SPACES.                     000239
012050     05  DTL-STU-NAME  PIC X(14).                                 000240
012100 01  WS-FOOTER-LINE.                                              000241
012150     05  FILLER        PIC X(20) VALUE "TOTAL EMPLOYEES:".        000242
012200     05  FILLER        PIC X VALUE SPACE.                         000243
012250     05  FTR-EMP-COUNT PIC ZZZZZZ9.                               000244
012300 PROCEDURE DIVISION.                                              000245
012350 0000-MAIN.                                                       000246
012400     PERFORM 0100-CHECK-RUN-CONTROL.                              000247
012450     IF WS-STEP-DONE                                              000248
012500         DISPLAY "PERFREP step already completed for"             000249
012550             " tonight's run - skipping."                         000250
012600         STOP RUN                                                 000251
012650     END-IF.                                                      000252
012700     PERFORM 0180-CHECK-PROCESS-CALENDAR.                         000253
012750     IF WS-CAL-SKIP                                               000254
012800         STOP RUN                                                 000255
012850     END-IF.                                                      000256
012900     PERFORM 0200-MARK-STEP-STARTED.                              000257
012950     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE-NUM.         000258
013000     OPEN INPUT EMP-STU-XREF.                                     000259
013050     OPEN OUTPUT XREF-EXCEPTIONS.                                 000260
013100     WRITE XREF-EXCEPTION-LINE FROM WS-XEXC-HDG.                  000261
013150     WRITE XREF-EXCEPTION-LINE FROM SPACES.                       000262
013200     PERFORM 0500-LOAD-XREF-TABLE.                                000263
013250     SORT PERF-SORT-WORK                                          000264
013300         ON ASCENDING KEY SORT-EMP-ID                             000265
013350         ON ASCENDING KEY HIST-COURSE OF PERF-SORT-RECORD         000266
013400         ON DESCENDING KEY HIST-TIMESTAMP OF PERF-SORT-RECORD     000267
013450         INPUT PROCEDURE IS 2000-TAG-AND-RELEASE                  000268
013500         GIVING SORTED-HISTORY.                                   000269
013550     OPEN INPUT EMPLOYEE-MASTER.                                  000270
013600     OPEN INPUT SORTED-HISTORY.                                   000271
013650     OPEN INPUT STUDENT-MASTER.                                   000272
013700     OPEN INPUT COURSE-CATALOG.                                   000273
013750     OPEN OUTPUT PERF-RPT.                                        000274
013800     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RPT-DATE.             000275
013850     OPEN EXTEND REPORT-REPOSITORY.                               000276
013900     IF WS-REPO-STATUS = "35"                                     000277
013950         OPEN OUTPUT REPORT-REPOSITORY                            000278
014000     END-IF.                                                      000279
014050     OPEN EXTEND REPORT-INDEX.                                    000280
014100     IF WS-IDX-STATUS = "35"                                      000281
014150         OPEN OUTPUT REPORT-INDEX                                 000282
014200     END-IF.                                                      000283
014250     WRITE PERF-RPT-LINE FROM WS-HDG-1                            000284
014300     MOVE WS-HDG-1 TO WS-RPT-LINE                                 000285
014350     PERFORM 6900-COPY-LINE-TO-REPO.                              000286
014400     WRITE PERF-RPT-LINE FROM SPACES                              000287
014450     MOVE SPACES TO WS-RPT-LINE                                   000288
014500     PERFORM 6900-COPY-LINE-TO-REPO.                              000289
014550     WRITE PERF-RPT-LINE FROM WS-HDG-2                            000290
014600     MOVE WS-HDG-2 TO WS-RPT-LINE                                 000291
014650     PERFORM 6900-COPY-LINE-TO-REPO.                              000292
014700     WRITE PERF-RPT-LINE FROM SPACES                              000293
014750     MOVE SPACES TO WS-RPT-LINE                                   000294
014800     PERFORM 6900-COPY-LINE-TO-REPO.                              000295
014850     PERFORM 8100-READ-SORTED-HISTORY.                            000296
014900     PERFORM UNTIL END-OF-MASTER                                  000297
014950         READ EMPLOYEE-MASTER NEXT RECORD                         000298
015000             AT END                                               000299
015050                 SET END-OF-MASTER TO TRUE                        000300
015100             NOT AT END                                           000301
015150                 ADD 1 TO WS-EMP-COUNT                            000302
015200                 PERFORM 3000-MATCH-AND-PRINT                     000303
015250         END-READ                                                 000304
015300     END-PERFORM.                                                 000305
015350     MOVE SPACES TO WS-RPT-DEPT.                                  000306
015400     MOVE WS-EMP-COUNT TO FTR-EMP-COUNT.                          000307
015450     WRITE PERF-RPT-LINE FROM SPACES                              000308
015500     MOVE SPACES TO WS-RPT-LINE                                   000309
015550     PERFORM 6900-COPY-LINE-TO-REPO.                              000310
015600     WRITE PERF-RPT-LINE FROM WS-FOOTER-LINE                      000311
015650     MOVE WS-FOOTER-LINE TO WS-RPT-LINE                           000312
015700     PERFORM 6900-COPY-LINE-TO-REPO.                              000313
015750     MOVE WS-NOXREF-EMP-CNT TO XFTR-EMP-CNT.                      000314
015800     MOVE WS-NOXREF-HIST-CNT TO XFTR-HIST-CNT.                    000315
015850     WRITE XREF-EXCEPTION-LINE FROM SPACES.                       000316
015900     WRITE XREF-EXCEPTION-LINE FROM WS-XEXC-FTR-1.                000317
015950     WRITE XREF-EXCEPTION-LINE FROM WS-XEXC-FTR-2.                000318
016000     CLOSE EMPLOYEE-MASTER.                                       000319
016050     CLOSE SORTED-HISTORY.                                        000320
016100     CLOSE STUDENT-MASTER.                                        000321
016150     CLOSE COURSE-CATALOG.                                        000322
016200     CLOSE EMP-STU-XREF.                                          000323
016250     CLOSE XREF-EXCEPTIONS.                                       000324
016300     PERFORM 6990-WRITE-REPORT-INDEX.                             000325
016350     CLOSE REPORT-REPOSITORY.                                     000326
016400     CLOSE REPORT-INDEX.                                          000327
016450     CLOSE PERF-RPT.                                              000328
016500     IF WS-NOXREF-EMP-CNT > 0 OR                                  000329
016550             WS-NOXREF-HIST-CNT > 0                               000330
016600         MOVE "EXCEPT" TO WS-STEP-REASON                          000331
016650     END-IF.                                                      000332
016700     PERFORM 8900-MARK-STEP-COMPLETE.                             000333
016750     STOP RUN.                                                    000334
016800* Join through the xref - each sorted-history record already      000335
016850* carries the employee id its student id maps to. Both streams    000336
016900* ascend, so history behind this employee is skipped and the      000337
016950* employee's own group is walked once, course by course,          000338
017000* keeping each course's highest-timestamp record. An employee     000339
017050* with no xref row goes on the exception report - the grade       000340
017100* columns print NONE for them the way they do for an employee     000341
017150* with no history                                                 000342
017200 3000-MATCH-AND-PRINT.                                            000343
017250     PERFORM 3050-CHECK-EMPLOYEE-XREF.                            000344
017300     PERFORM UNTIL END-OF-HIST                                    000345
017350             OR SHIST-EMP-ID >=                                   000346
017400                 EMP-ID OF EMPLOYEE-MASTER-RECORD                 000347
017450         PERFORM 8100-READ-SORTED-HISTORY                         000348
017500     END-PERFORM.                                                 000349
017550     MOVE "N" TO WS-ANY-GRADE-SW.                                 000350
017600     MOVE EMP-DEPT OF EMPLOYEE-MASTER-RECORD TO WS-RPT-DEPT.      000351
017650     MOVE EMP-ID OF EMPLOYEE-MASTER-RECORD   TO DTL-EMP-ID.       000352
017700     MOVE EMP-NAME OF EMPLOYEE-MASTER-RECORD TO DTL-EMP-NAME.     000353
017750     MOVE EMP-BIRTH-DATE OF EMPLOYEE-MASTER-RECORD                000354
017800         TO WS-CALC-BIRTH.                                        000355
017850     MOVE EMP-AGE OF EMPLOYEE-MASTER-RECORD                       000356
017900         TO WS-FALLBACK-AGE.                                      000357
017950     PERFORM 3300-COMPUTE-CURRENT-AGE.                            000358
018000     MOVE WS-CURRENT-AGE TO DTL-EMP-AGE.                          000359
018050     PERFORM UNTIL END-OF-HIST                                    000360
018100             OR SHIST-EMP-ID NOT =                                000361
018150                 EMP-ID OF EMPLOYEE-MASTER-RECORD                 000362
018200         PERFORM 3100-REPORT-ONE-COURSE                           000363
018250     END-PERFORM.                                                 000364
018300     IF NOT WS-ANY-GRADE                                          000365
018350         MOVE "NONE" TO DTL-TERM                                  000366
018400         MOVE SPACES TO DTL-COURSE                                000367
018450         MOVE SPACES TO DTL-CRS-TITLE                             000368
018500         MOVE ZERO TO DTL-GRADE                                   000369
018550         MOVE SPACE TO DTL-LETTER                                 000370
018600         MOVE SPACES TO DTL-STU-NAME                              000371
018650         WRITE PERF-RPT-LINE FROM WS-DETAIL-LINE                  000372
018700         MOVE WS-DETAIL-LINE TO WS-RPT-LINE                       000373
018750         PERFORM 6900-COPY-LINE-TO-REPO                           000374
018800     END-IF.                                                      000375
018850* Load the cross-reference into the reverse table - student       000376
018900* id to employee id - for the tagging pass                        000377
018950 0500-LOAD-XREF-TABLE.                                            000378
019000     PERFORM UNTIL WS-XREF-EOF                                    000379
019050             OR WS-XREF-CNT = WS-MAX-XREFS                        000380
019100         READ EMP-STU-XREF NEXT RECORD                            000381
019150             AT END                                               000382
019200                 SET WS-XREF-EOF TO TRUE                          000383
019250             NOT AT END                                           000384
019300                 ADD 1 TO WS-XREF-CNT                             000385
019350                 MOVE XREF-STU-ID OF EMP-STU-XREF-RECORD          000386
019400                     TO XRT-STU-ID (WS-XREF-CNT)                  000387
019450                 MOVE XREF-EMP-ID OF EMP-STU-XREF-RECORD          000388
019500                     TO XRT-EMP-ID (WS-XREF-CNT)                  000389
019550         END-READ                                                 000390
019600     END-PERFORM.                                                 000391
019650* Feed the sort - each history record is tagged with the          000392
019700* employee id its student id maps to; a student id with no        000393
019750* xref goes on the exception report and stays out of the join     000394
019800 2000-TAG-AND-RELEASE.                                            000395
019850     OPEN INPUT GRADE-HISTORY.                                    000396
019900     PERFORM UNTIL WS-HIST-EOF-SW = "E"                           000397
019950         READ GRADE-HISTORY                                       000398
020000             AT END                                               000399
020050                 MOVE "E" TO WS-HIST-EOF-SW                       000400
020100             NOT AT END                                           000401
020150                 ADD 1 TO WS-HIST-READ-CNT                        000402
020200                 PERFORM 2100-LOOK-UP-REVERSE-XREF                000403
020250                 IF WS-XREF-HIT > ZERO                            000404
020300                     MOVE XRT-EMP-ID (WS-XREF-HIT)                000405
020350                         TO SORT-EMP-ID                           000406
020400                     MOVE GRADE-HISTORY-REC                       000407
020450                         TO SORT-HIST-DATA                        000408
020500                     RELEASE PERF-SORT-RECORD                     000409
020550                 ELSE                                             000410
020600                     ADD 1 TO WS-NOXREF-HIST-CNT                  000411
020650                     MOVE "NO XREF FOR STUDENT ID:"               000412
020700                         TO XEXC-TEXT                             000413
020750                     MOVE HIST-STU-ID OF GRADE-HISTORY-REC        000414
020800                         TO XEXC-ID                               000415
020850                     WRITE XREF-EXCEPTION-LINE                    000416
020900                         FROM WS-XEXC-LINE                        000417
020950                 END-IF                                           000418
021000         END-READ                                                 000419
021050     END-PERFORM.                                                 000420
021100     CLOSE GRADE-HISTORY.                                         000421
021150     MOVE "N" TO WS-HIST-EOF-SW.                                  000422
021200* Probe the reverse table for the history record's student id     000423
021250 2100-LOOK-UP-REVERSE-XREF.                                       000424
021300     MOVE ZERO TO WS-XREF-HIT.                                    000425
021350     PERFORM VARYING WS-XREF-IDX FROM 1 BY 1                      000426
021400             UNTIL WS-XREF-IDX > WS-XREF-CNT                      000427
021450         IF XRT-STU-ID (WS-XREF-IDX) =                            000428
021500                 HIST-STU-ID OF GRADE-HISTORY-REC                 000429
021550             MOVE WS-XREF-IDX TO WS-XREF-HIT                      000430
021600             EXIT PERFORM                                         000431
021650         END-IF                                                   000432
021700     END-PERFORM.                                                 000433
021750* An employee with no xref row cannot be joined - flag them on    000434
021800* the exception report so the missing link gets keyed             000435
021850 3050-CHECK-EMPLOYEE-XREF.                                        000436
021900     MOVE EMP-ID OF EMPLOYEE-MASTER-RECORD                        000437
021950         TO XREF-EMP-ID OF EMP-STU-XREF-RECORD.                   000438
022000     READ EMP-STU-XREF                                            000439
022050         INVALID KEY                                              000440
022100             ADD 1 TO WS-NOXREF-EMP-CNT                           000441
022150             MOVE "NO XREF FOR EMPLOYEE:" TO XEXC-TEXT            000442
022200             MOVE SPACES TO XEXC-ID                               000443
022250             MOVE EMP-ID OF EMPLOYEE-MASTER-RECORD                000444
022300                 TO XEXC-ID (1:5)                                 000445
022350             PERFORM 3060-WRITE-XREF-EXCEPTION                    000446
022400         NOT INVALID KEY                                          000447
022450             CONTINUE                                             000448
022500     END-READ.                                                    000449
022550* Put the built exception line on the report                      000450
022600 3060-WRITE-XREF-EXCEPTION.                                       000451
022650     WRITE XREF-EXCEPTION-LINE FROM WS-XEXC-LINE.                 000452
022700* Walk one course's records for this employee, keeping the        000453
022750* highest-timestamp one, and print the course's line              000454
022800 3100-REPORT-ONE-COURSE.                                          000455
022850     MOVE HIST-COURSE OF SORTED-HISTORY-REC                       000456
022900         TO WS-CURR-COURSE.                                       000457
022950     MOVE ZERO TO WS-BEST-TS.                                     000458
023000     PERFORM UNTIL END-OF-HIST                                    000459
023050             OR SHIST-EMP-ID NOT =                                000460
023100                 EMP-ID OF EMPLOYEE-MASTER-RECORD                 000461
023150             OR HIST-COURSE OF SORTED-HISTORY-REC NOT =           000462
023200                 WS-CURR-COURSE                                   000463
023250         IF HIST-TIMESTAMP OF SORTED-HISTORY-REC > WS-BEST-TS     000464
023300             MOVE HIST-TIMESTAMP OF SORTED-HISTORY-REC            000465
023350                 TO WS-BEST-TS                                    000466
023400             MOVE HIST-STU-ID OF SORTED-HISTORY-REC               000467
023450                 TO WS-BEST-STU-ID                                000468
023500             MOVE HIST-TERM OF SORTED-HISTORY-REC                 000469
023550                 TO WS-BEST-TERM                                  000470
023600             MOVE HIST-GRADE OF SORTED-HISTORY-REC                000471
023650                 TO WS-BEST-GRADE                                 000472
023700             MOVE HIST-LETTER OF SORTED-HISTORY-REC               000473
023750                 TO WS-BEST-LETTER                                000474
023800         END-IF                                                   000475
023850         PERFORM 8100-READ-SORTED-HISTORY                         000476
023900     END-PERFORM.                                                 000477
023950     SET WS-ANY-GRADE TO TRUE.                                    000478
024000     MOVE WS-BEST-TERM   TO DTL-TERM.                             000479
024050     MOVE WS-CURR-COURSE TO DTL-COURSE.                           000480
024100     PERFORM 3150-FETCH-COURSE-TITLE.                             000481
024150     MOVE WS-BEST-GRADE  TO DTL-GRADE.                            000482
024200     MOVE WS-BEST-LETTER TO DTL-LETTER.                           000483
024250     PERFORM 3200-RESOLVE-STUDENT-NAME.                           000484
024300     MOVE WS-STU-NAME TO DTL-STU-NAME.                            000485
024350     WRITE PERF-RPT-LINE FROM WS-DETAIL-LINE                      000486
024400     MOVE WS-DETAIL-LINE TO WS-RPT-LINE                           000487
024450     PERFORM 6900-COPY-LINE-TO-REPO.                              000488
024500* Resolve the reported course code to its catalog title with      000489
024550* a keyed read of the course catalog; codes not on the catalog    000490
024600* print a note instead                                            000491
024650 3150-FETCH-COURSE-TITLE.                                         000492
024700     MOVE WS-CURR-COURSE                                          000493
024750         TO COURSE-CODE OF COURSE-CATALOG-RECORD.                 000494
024800     READ COURSE-CATALOG                                          000495
024850         INVALID KEY                                              000496
024900             MOVE "(NO CATALOG)" TO DTL-CRS-TITLE                 000497
024950         NOT INVALID KEY                                          000498
025000             MOVE COURSE-TITLE OF COURSE-CATALOG-RECORD           000499
025050                 TO DTL-CRS-TITLE                                 000500
025100     END-READ.                                                    000501
025150* Resolve the matched student id to a name with a keyed read      000502
025200* of the student master; missing students print a blank name      000503
025250 3200-RESOLVE-STUDENT-NAME.                                       000504
025300     MOVE SPACES TO WS-STU-NAME.                                  000505
025350     MOVE WS-BEST-STU-ID                                          000506
025400         TO STU-MAST-ID OF STUDENT-MASTER-RECORD.                 000507
025450     READ STUDENT-MASTER                                          000508
025500         INVALID KEY                                              000509
025550             CONTINUE                                             000510
025600         NOT INVALID KEY                                          000511
025650             MOVE STU-MAST-NAME OF STUDENT-MASTER-RECORD          000512
025700                 TO WS-STU-NAME                                   000513
025750     END-READ.                                                    000514
025800* Current age as of the run date from the birth date, falling     000515
025850* back to the stored age for rows not yet converted               000516
025900 3300-COMPUTE-CURRENT-AGE.                                        000517
025950     IF WS-CALC-BIRTH IS NUMERIC AND WS-CALC-BIRTH > ZERO         000518
026000         COMPUTE WS-CURRENT-AGE =                                 000519
026050             (WS-RUN-DATE-NUM - WS-CALC-BIRTH) / 10000            000520
026100     ELSE                                                         000521
026150         MOVE WS-FALLBACK-AGE TO WS-CURRENT-AGE                   000522
026200     END-IF.                                                      000523
026250* Hold the next sorted-history record, flagging end of stream     000524
026300 8100-READ-SORTED-HISTORY.                                        000525
026350     READ SORTED-HISTORY                                          000526
026400         AT END                                                   000527
026450             SET END-OF-HIST TO TRUE                              000528
026500     END-READ.                                                    000529
026550* Ask the processing calendar whether this step runs tonight -    000530
026600* a holiday date skips it, and a weekly/monthly/month-end         000531
026650* frequency skips the nights between. A skipped step writes a     000532
026700* K run-control record so the status report and the restart       000533
026750* logic still account for it. No calendar file, or no             000534
026800* frequency record for this step, means run nightly as before     000535
026850 0180-CHECK-PROCESS-CALENDAR.                                     000536
026900     MOVE "N" TO WS-CAL-SKIP-SW.                                  000537
026950     MOVE "N" TO WS-CAL-EOF-SW.                                   000538
027000     MOVE "D" TO WS-CAL-FREQ.                                     000539
027050     MOVE ZERO TO WS-CAL-DAY.                                     000540
027100     OPEN INPUT PROCESS-CALENDAR.                                 000541
027150     PERFORM UNTIL WS-CAL-EOF                                     000542
027200         READ PROCESS-CALENDAR                                    000543
027250             AT END                                               000544
027300                 SET WS-CAL-EOF TO TRUE                           000545
027350             NOT AT END                                           000546
027400                 IF CAL-REC-TYPE = "H" AND                        000547
027450                         CAL-DATE = WS-RUN-DATE-CTL               000548
027500                     SET WS-CAL-SKIP TO TRUE                      000549
027550                 END-IF                                           000550
027600                 IF CAL-REC-TYPE = "F" AND                        000551
027650                         CAL-STEP = "PERFREP"                     000552
027700                     MOVE CAL-FREQ TO WS-CAL-FREQ                 000553
027750                     MOVE CAL-DAY TO WS-CAL-DAY                   000554
027800                 END-IF                                           000555
027850         END-READ                                                 000556
027900     END-PERFORM.                                                 000557
027950     CLOSE PROCESS-CALENDAR.                                      000558
028000     IF NOT WS-CAL-SKIP                                           000559
028050         PERFORM 0190-TEST-STEP-FREQUENCY                         000560
028100     END-IF.                                                      000561
028150     IF WS-CAL-SKIP                                               000562
028200         MOVE "CALSKIP" TO WS-STEP-REASON                         000563
028250         PERFORM 8960-SET-RETURN-CODE                             000564
028300         MOVE "K" TO RC-STATUS OF RUN-CONTROL-REC                 000565
028350         PERFORM 8950-WRITE-RUN-CONTROL                           000566
028400         DISPLAY "PERFREP skipped per processing calendar."       000567
028450     END-IF.                                                      000568
028500* Does the step's frequency land on tonight - weekly runs on      000569
028550* its day of week, monthly on its day of month, month-end         000570
028600* when tomorrow is a new month                                    000571
028650 0190-TEST-STEP-FREQUENCY.                                        000572
028700     COMPUTE WS-CAL-INT-DATE =                                    000573
028750         FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-CTL).              000574
028800     EVALUATE WS-CAL-FREQ                                         000575
028850         WHEN "W"                                                 000576
028900             COMPUTE WS-CAL-DOW = FUNCTION MOD                    000577
028950                 (WS-CAL-INT-DATE - 1, 7) + 1                     000578
029000             IF WS-CAL-DOW NOT = WS-CAL-DAY                       000579
029050                 SET WS-CAL-SKIP TO TRUE                          000580
029100             END-IF                                               000581
029150         WHEN "M"                                                 000582
029200             IF WS-RUN-DATE-CTL (7:2) NOT = WS-CAL-DAY-X          000583
029250                 SET WS-CAL-SKIP TO TRUE                          000584
029300             END-IF                                               000585
029350         WHEN "E"                                                 000586
029400             COMPUTE WS-CAL-NEXT-DATE =                           000587
029450                 FUNCTION DATE-OF-INTEGER                         000588
029500                 (WS-CAL-INT-DATE + 1)                            000589
029550             IF WS-CAL-NEXT-DATE (5:2) =                          000590
029600                     WS-RUN-DATE-CTL (5:2)                        000591
029650                 SET WS-CAL-SKIP TO TRUE                          000592
029700             END-IF                                               000593
029750         WHEN OTHER                                               000594
029800             CONTINUE                                             000595
029850     END-EVALUATE.                                                000596
029900* See whether this step already completed for tonight's run       000597
029950 0100-CHECK-RUN-CONTROL.                                          000598
030000     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE-CTL.         000599
030050     OPEN INPUT RUN-CONTROL-IN.                                   000600
030100     PERFORM UNTIL WS-RCTL-EOF                                    000601
030150         READ RUN-CONTROL-IN                                      000602
030200             AT END                                               000603
030250                 SET WS-RCTL-EOF TO TRUE                          000604
030300             NOT AT END                                           000605
030350                 IF RC-RUN-DATE OF RUN-CONTROL-IN-REC             000606
030400                         = WS-RUN-DATE-CTL AND                    000607
030450                         RC-STEP-NAME OF RUN-CONTROL-IN-REC       000608
030500                         = "PERFREP" AND                          000609
030550                         RC-STATUS OF RUN-CONTROL-IN-REC = "C"    000610
030600                     SET WS-STEP-DONE TO TRUE                     000611
030650                 END-IF                                           000612
030700         END-READ                                                 000613
030750     END-PERFORM.                                                 000614
030800     CLOSE RUN-CONTROL-IN.                                        000615
030850* Record this step as started for tonight's run                   000616
030900 0200-MARK-STEP-STARTED.                                          000617
030950     MOVE "S" TO RC-STATUS OF RUN-CONTROL-REC.                    000618
031000     PERFORM 8950-WRITE-RUN-CONTROL.                              000619
031050* Record how this step ended for tonight's run - a C record       000620
031100* when its return code is below 8 (clean or warning), an F        000621
031150* record for a failure so a resubmitted night runs it again       000622
031200 8900-MARK-STEP-COMPLETE.                                         000623
031250     PERFORM 8960-SET-RETURN-CODE.                                000624
031300     IF WS-STEP-RC < 8                                            000625
031350         MOVE "C" TO RC-STATUS OF RUN-CONTROL-REC                 000626
031400     ELSE                                                         000627
031450         MOVE "F" TO RC-STATUS OF RUN-CONTROL-REC                 000628
031500     END-IF.                                                      000629
031550     PERFORM 8950-WRITE-RUN-CONTROL.                              000630
031600* Stamp and append one run-control record                         000631
031650 8950-WRITE-RUN-CONTROL.                                          000632
031700     OPEN EXTEND RUN-CONTROL.                                     000633
031750     IF WS-RUNCTL-STATUS = "35"                                   000634
031800         OPEN OUTPUT RUN-CONTROL                                  000635
031850     END-IF.                                                      000636
031900     MOVE WS-RUN-DATE-CTL                                         000637
031950         TO RC-RUN-DATE OF RUN-CONTROL-REC.                       000638
032000     MOVE "PERFREP" TO RC-STEP-NAME OF RUN-CONTROL-REC.           000639
032050     MOVE WS-STEP-RC TO RC-RETURN-CODE OF RUN-CONTROL-REC.        000640
032100     MOVE WS-STEP-REASON TO RC-REASON OF RUN-CONTROL-REC.         000641
032150     MOVE FUNCTION CURRENT-DATE (1:14)                            000642
032200         TO RC-TIMESTAMP OF RUN-CONTROL-REC.                      000643
032250     WRITE RUN-CONTROL-REC.                                       000644
032300     CLOSE RUN-CONTROL.                                           000645
032350* Classify this step's reason through the shared severity         000646
032400* table and pass the standard return code back to the job         000647
032450* step. No reason set means a clean run; a reason missing         000648
032500* from the table is treated as abend-worthy                       000649
032550 8960-SET-RETURN-CODE.                                            000650
032600     IF WS-STEP-REASON = SPACES                                   000651
032650         MOVE "CLEAN" TO WS-STEP-REASON                           000652
032700     END-IF.                                                      000653
032750     MOVE 12 TO WS-STEP-RC.                                       000654
032800     PERFORM VARYING WS-SEV-IDX FROM 1 BY 1                       000655
032850             UNTIL WS-SEV-IDX > WS-SEV-MAX                        000656
032900         IF SEV-REASON (WS-SEV-IDX) = WS-STEP-REASON              000657
032950             MOVE SEV-RC (WS-SEV-IDX) TO WS-STEP-RC               000658
033000         END-IF                                                   000659
033050     END-PERFORM.                                                 000660
033100     MOVE WS-STEP-RC TO RETURN-CODE.                              000661
033150                                                                  000662
033200* Mirror the report line just printed into tonight's entry on     000663
033250* the report repository                                           000664
033300 6900-COPY-LINE-TO-REPO.                                          000665
033350     ADD 1 TO WS-REPO-SEQ.                                        000666
033400     MOVE "PERFREP" TO REPO-PROGRAM.                              000667
033450     MOVE WS-RPT-DATE TO REPO-DATE.                               000668
033500     MOVE WS-REPO-SEQ TO REPO-SEQ.                                000669
033550     MOVE WS-RPT-LINE TO REPO-LINE.                               000670
033600     MOVE WS-RPT-DEPT TO REPO-DEPT.                               000671
033650     WRITE REPORT-REPOSITORY-REC.                                 000672
033700* One index row per held report - program, date, pages and        000673
033750* lines - so the reprint facility can list what is held           000674
033800 6990-WRITE-REPORT-INDEX.                                         000675
033850     MOVE "PERFREP" TO IDX-PROGRAM.                               000676
033900     MOVE WS-RPT-DATE TO IDX-DATE.                                000677
033950     MOVE FUNCTION CURRENT-DATE (1:14) TO IDX-TIMESTAMP.          000678
034000     MOVE WS-REPO-PAGES TO IDX-PAGE-CNT.                          000679
034050     MOVE WS-REPO-SEQ TO IDX-LINE-CNT.                            000680
034100     WRITE REPORT-INDEX-REC.                                      000681
