000300* rules the window is supposed to hold to, and prints an          000005
000350* in-balance/out-of-balance report with day-over-day count        000006
000400* comparisons. An out-of-balance condition is bannered at the     000007
000450* top of the first page, raises return code 4 and is logged       000008
000500* to EXCPLOG for the morning exception digest                     000009
000550 ENVIRONMENT DIVISION.                                            000010
000600 INPUT-OUTPUT SECTION.                                            000011
000650 FILE-CONTROL.                                                    000012
000700     SELECT RUN-LOG-IN ASSIGN TO "RUNLOG"                         000013
000750         ORGANIZATION IS LINE SEQUENTIAL.                         000014
000800* Printed reconciliation report                                   000015
000850     SELECT RECON-REPORT ASSIGN TO "RECONRPT"                     000016
000900         ORGANIZATION IS LINE SEQUENTIAL.                         000017
000950* Report repository and its index - the report is also held       000018
001000* here, dated, so the spool purge no longer takes the only        000019
001050* copy and RPT-REPRINT can reproduce it on request                000020
001100     SELECT REPORT-REPOSITORY ASSIGN TO "RPTREPO"                 000021
001150         ORGANIZATION IS LINE SEQUENTIAL                          000022
001200         FILE STATUS IS WS-REPO-STATUS.                           000023
001250     SELECT REPORT-INDEX ASSIGN TO "RPTINDEX"                     000024
001300         ORGANIZATION IS LINE SEQUENTIAL                          000025
001350         FILE STATUS IS WS-IDX-STATUS.                            000026
001400* Operations exception log - the morning exception digest         000027
001450* gathers every listed exception from here                        000028
001500     SELECT EXCP-LOG ASSIGN TO "EXCPLOG"                          000029
001550         ORGANIZATION IS LINE SEQUENTIAL                          000030
001600         FILE STATUS IS WS-EXCP-STATUS.                           000031
001650* Processing calendar - bank holidays and per-step run            000032
001700* frequencies. Optional; without one every step runs nightly      000033
001750     SELECT OPTIONAL PROCESS-CALENDAR ASSIGN TO "PROCCAL"         000034
001800         ORGANIZATION IS LINE SEQUENTIAL.                         000035
001850* Batch run-control file - each step records started/completed    000036
001900* status for tonight's run so a resubmitted job skips the         000037
001950* steps that already completed                                    000038
002000     SELECT OPTIONAL RUN-CONTROL-IN ASSIGN TO "RUNCTL"            000039
002050         ORGANIZATION IS LINE SEQUENTIAL.                         000040
002100     SELECT RUN-CONTROL ASSIGN TO "RUNCTL"                        000041
002150         ORGANIZATION IS LINE SEQUENTIAL                          000042
002200         FILE STATUS IS WS-RUNCTL-STATUS.                         000043
002250 DATA DIVISION.                                                   000044
002300 FILE SECTION.                                                    000045
002350 FD  RUN-LOG-IN.                                                  000046
002400 01  RUN-LOG-IN-RECORD.                                           000047
002450     COPY RUNLOGREC.                                              000048
002500 FD  RECON-REPORT.                                                000049
002550 01  RECON-REPORT-LINE  PIC X(80).                                000050
002600 FD  REPORT-REPOSITORY.                                           000051
002650 01  REPORT-REPOSITORY-REC.                                       000052
002700     COPY REPOREC.                                                000053
002750 FD  REPORT-INDEX.                                                000054
002800 01  REPORT-INDEX-REC.                                            000055
002850     COPY RPTIDXREC.                                              000056
002900 FD  EXCP-LOG.                                                    000057
002950 01  EXCP-LOG-REC.                                                000058
003000     COPY EXCPREC.                                                000059
003050 FD  RUN-CONTROL-IN.                                              000060
003100 01  RUN-CONTROL-IN-REC.                                          000061
003150     COPY RUNCTLREC.                                              000062
003200 FD  RUN-CONTROL.                                                 000063
003250 01  RUN-CONTROL-REC.                                             000064
003300     COPY RUNCTLREC.                                              000065
003350 FD  PROCESS-CALENDAR.                                            000066
003400 01  PROCESS-CALENDAR-REC.                                        000067
003450     COPY CALREC.                                                 000068
003500 WORKING-STORAGE SECTION.                                         000069
003550* Report-repository state - tonight's report date, the line       000070
003600* sequence within it, and the page count for the index row        000071
003650 01  WS-REPO-STATUS    PIC XX.                                    000072
003700 01  WS-IDX-STATUS     PIC XX.                                    000073
003750 01  WS-RPT-DATE       PIC 9(8).                                  000074
003800 01  WS-REPO-SEQ       PIC 9(6) VALUE ZERO.                       000075
003850 01  WS-REPO-PAGES     PIC 9(5) VALUE 1.                          000076
003900 01  WS-RPT-LINE       PIC X(80).                                 000077
003950* Exception-log state - items logged for the digest this run      000078
004000 01  WS-EXCP-STATUS    PIC XX.                                    000079
004050 01  WS-EXCP-CNT       PIC 9(7) VALUE ZERO.                       000080
004100* Run-control state - tonight's run date and whether this         000081
004150* step already completed for it                                   000082
004200 01  WS-RUNCTL-STATUS  PIC XX.                                    000083
004250 01  WS-RUN-DATE-CTL   PIC 9(8).                                  000084
004300 01  WS-RCTL-EOF-SW    PIC X VALUE "N".                           000085
004350     88  WS-RCTL-EOF   VALUE "Y".                                 000086
004400 01  WS-STEP-DONE-SW   PIC X VALUE "N".                           000087
004450     88  WS-STEP-DONE  VALUE "Y".                                 000088
004500     COPY RCSEVTAB.                                               000089
004550* Processing-calendar state for tonight's run                     000090
004600 01  WS-CAL-SKIP-SW    PIC X.                                     000091
004650     88  WS-CAL-SKIP   VALUE "Y".                                 000092
004700 01  WS-CAL-EOF-SW     PIC X.                                     000093
004750     88  WS-CAL-EOF    VALUE "Y".                                 000094
004800 01  WS-CAL-FREQ       PIC X.                                     000095
004850 01  WS-CAL-DAY        PIC 99.                                    000096
004900 01  WS-CAL-DAY-X REDEFINES WS-CAL-DAY PIC XX.                    000097
004950 01  WS-CAL-INT-DATE   PIC 9(8).                                  000098
005000 01  WS-CAL-DOW        PIC 9.                                     000099
005050 01  WS-CAL-NEXT-DATE  PIC 9(8).                                  000100
005100 01  WS-EOF-SW          PIC X VALUE "N".                          000101
005150     88  END-OF-RUNLOG  VALUE "Y".                                000102
005200 01  WS-READ-CNT        PIC 9(7) VALUE ZERO.                      000103
005250* Latest and prior run per program, built in one pass over        000104
005300* RUNLOG - the prior run feeds the day-over-day comparison        000105
005350 78  WS-MAX-PROGRAMS    VALUE 30.                                 000106
005400 01  WS-PGM-CNT         PIC 99 VALUE ZERO.                        000107
005450 01  WS-PGM-TABLE.                                                000108
005500     05  PGM-ENTRY OCCURS 0 TO WS-MAX-PROGRAMS TIMES              000109
005550             DEPENDING ON WS-PGM-CNT.                             000110
005600         10  PGM-NAME        PIC X(8).                            000111
005650         10  PGM-CUR-TS      PIC 9(14).                           000112
005700         10  PGM-CUR-READ    PIC 9(7).                            000113
005750         10  PGM-CUR-WRITE   PIC 9(7).                            000114
005800         10  PGM-PRI-TS      PIC 9(14).                           000115
005850         10  PGM-PRI-READ    PIC 9(7).                            000116
005900         10  PGM-PRI-WRITE   PIC 9(7).                            000117
005950 01  WS-PGM-IDX         PIC 99.                                   000118
006000 01  WS-HIT-IDX         PIC 99.                                   000119
006050 01  WS-BALANCED-SW     PIC X.                                    000120
006100     88  WS-BALANCED    VALUE "Y".                                000121
006150     88  WS-NO-RULE     VALUE "N".                                000122
006200     88  WS-OUT-OF-BAL  VALUE "O".                                000123
006250 01  WS-OOB-CNT         PIC 99 VALUE ZERO.                        000124
006300 01  WS-EXPECTED        PIC 9(8).                                 000125
006350* Report heading, banner, detail and footer lines                 000126
006400 01  WS-HDG-1.                                                    000127
006450     05  FILLER         PIC X(36)                                 000128
006500             VALUE "BATCH-WINDOW RECONCILIATION REPORT".          000129
006550 01  WS-BANNER-OOB.                                               000130
006600     05  FILLER         PIC X(4) VALUE "*** ".                    000131
006650     05  BAN-OOB-CNT    PIC Z9.                                   000132
006700     05  FILLER         PIC X(30)                                 000133
006750             VALUE " PROGRAM(S) OUT OF BALANCE ***".              000134
006800 01  WS-BANNER-OK.                                                000135
006850     05  FILLER         PIC X(32)                                 000136
006900             VALUE "ALL PROGRAMS IN BALANCE".                     000137
006950 01  WS-HDG-2.                                                    000138
007000     05  FILLER         PIC X(10) VALUE "PROGRAM".                000139
007050     05  FILLER         PIC X(9)  VALUE "READ".                   000140
007100     05  FILLER         PIC X(9)  VALUE "WRITTEN".                000141
007150     05  FILLER         PIC X(16) VALUE "STATUS".                 000142
007200     05  FILLER         PIC X(10) VALUE "PRIOR RD".               000143
007250     05  FILLER         PIC X(9)  VALUE "PRIOR WR".               000144
007300 01  WS-DETAIL-LINE.                                              000145
007350     05  DTL-PROGRAM    PIC X(8).                                 000146
007400     05  FILLER         PIC X(1) VALUE SPACES.                    000147
007450     05  DTL-READ       PIC ZZZZZZ9.                              000148
007500     05  FILLER         PIC X(2) VALUE SPACES.                    000149
007550     05  DTL-WRITE      PIC ZZZZZZ9.                              000150
007600     05  FILLER         PIC X(2) VALUE SPACES.                    000151
007650     05  DTL-STATUS     PIC X(14).                                000152
007700     05  FILLER         PIC X(2) VALUE SPACES.                    000153
007750     05  DTL-PRI-READ   PIC ZZZZZZ9.                              000154
007800     05  FILLER         PIC X(2) VALUE SPACES.                    000155
007850     05  DTL-PRI-WRITE  PIC ZZZZZZ9.                              000156
007900 01  WS-FOOTER-LINE.                                              000157
007950     05  FILLER         PIC X(22) VALUE "RUNLOG RECORDS READ:".   000158
008000     05  FTR-READ-CNT   PIC ZZZZZZ9.                              000159
008050 PROCEDURE DIVISION.                                              000160
008100 0000-MAIN.                                                       000161
008150     PERFORM 0100-CHECK-RUN-CONTROL.                              000162
008200     IF WS-STEP-DONE                                              000163
008250         DISPLAY "RUNRECON step already completed for"            000164
008300             " tonight's run - skipping."                         000165
008350         STOP RUN                                                 000166
008400     END-IF.                                                      000167
008450     PERFORM 0180-CHECK-PROCESS-CALENDAR.                         000168
008500     IF WS-CAL-SKIP                                               000169
008550         STOP RUN                                                 000170
008600     END-IF.                                                      000171
008650     PERFORM 0200-MARK-STEP-STARTED.                              000172
008700     OPEN INPUT RUN-LOG-IN.                                       000173
008750     PERFORM UNTIL END-OF-RUNLOG                                  000174
008800         READ RUN-LOG-IN                                          000175
008850             AT END                                               000176
008900                 SET END-OF-RUNLOG TO TRUE                        000177
008950             NOT AT END                                           000178
009000                 ADD 1 TO WS-READ-CNT                             000179
009050                 PERFORM 2000-POST-TO-PGM-TABLE                   000180
009100         END-READ                                                 000181
009150     END-PERFORM.                                                 000182
009200     CLOSE RUN-LOG-IN.                                            000183
009250     PERFORM 3000-COUNT-OUT-OF-BALANCE.                           000184
009300     PERFORM 8100-OPEN-EXCEPTION-LOG.                             000185
009350     OPEN OUTPUT RECON-REPORT.                                    000186
009400     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RPT-DATE.             000187
009450     OPEN EXTEND REPORT-REPOSITORY.                               000188
009500     IF WS-REPO-STATUS = "35"                                     000189
009550         OPEN OUTPUT REPORT-REPOSITORY                            000190
009600     END-IF.                                                      000191
009650     OPEN EXTEND REPORT-INDEX.                                    000192
009700     IF WS-IDX-STATUS = "35"                                      000193
009750         OPEN OUTPUT REPORT-INDEX                                 000194
009800     END-IF.                                                      000195
009850     WRITE RECON-REPORT-LINE FROM WS-HDG-1                        000196
009900     MOVE WS-HDG-1 TO WS-RPT-LINE                                 000197
009950     PERFORM 6900-COPY-LINE-TO-REPO.                              000198
010000     WRITE RECON-REPORT-LINE FROM SPACES                          000199
010050     MOVE SPACES TO WS-RPT-LINE                                   000200
010100     PERFORM 6900-COPY-LINE-TO-REPO.                              000201
010150     IF WS-OOB-CNT > ZERO                                         000202
010200         MOVE WS-OOB-CNT TO BAN-OOB-CNT                           000203
010250         WRITE RECON-REPORT-LINE FROM WS-BANNER-OOB               000204
010300         MOVE WS-BANNER-OOB TO WS-RPT-LINE                        000205
010350         PERFORM 6900-COPY-LINE-TO-REPO                           000206
010400     ELSE                                                         000207
010450         WRITE RECON-REPORT-LINE FROM WS-BANNER-OK                000208
010500         MOVE WS-BANNER-OK TO WS-RPT-LINE                         000209
010550         PERFORM 6900-COPY-LINE-TO-REPO                           000210
010600     END-IF.                                                      000211
010650     WRITE RECON-REPORT-LINE FROM SPACES                          000212
010700     MOVE SPACES TO WS-RPT-LINE                                   000213
010750     PERFORM 6900-COPY-LINE-TO-REPO.                              000214
010800     WRITE RECON-REPORT-LINE FROM WS-HDG-2                        000215
010850     MOVE WS-HDG-2 TO WS-RPT-LINE                                 000216
010900     PERFORM 6900-COPY-LINE-TO-REPO.                              000217
010950     WRITE RECON-REPORT-LINE FROM SPACES                          000218
011000     MOVE SPACES TO WS-RPT-LINE                                   000219
011050     PERFORM 6900-COPY-LINE-TO-REPO.                              000220
011100     PERFORM VARYING WS-PGM-IDX FROM 1 BY 1                       000221
011150             UNTIL WS-PGM-IDX > WS-PGM-CNT                        000222
011200         PERFORM 4000-PRINT-PROGRAM-LINE                          000223
011250     END-PERFORM.                                                 000224
011300     MOVE WS-READ-CNT TO FTR-READ-CNT.                            000225
011350     WRITE RECON-REPORT-LINE FROM SPACES                          000226
011400     MOVE SPACES TO WS-RPT-LINE                                   000227
011450     PERFORM 6900-COPY-LINE-TO-REPO.                              000228
011500     WRITE RECON-REPORT-LINE FROM WS-FOOTER-LINE                  000229
011550     MOVE WS-FOOTER-LINE TO WS-RPT-LINE                           000230
011600     PERFORM 6900-COPY-LINE-TO-REPO.                              000231
011650     PERFORM 6990-WRITE-REPORT-INDEX.                             000232
011700     CLOSE REPORT-REPOSITORY.                                     000233
011750     CLOSE REPORT-INDEX.                                          000234
011800     CLOSE RECON-REPORT.                                          000235
011850     PERFORM 8190-CLOSE-EXCEPTION-LOG.                            000236
011900     IF WS-OOB-CNT > ZERO                                         000237
011950         MOVE "EXCEPT" TO WS-STEP-REASON                          000238
012000     END-IF.                                                      000239
012050     PERFORM 8900-MARK-STEP-COMPLETE.                             000240
012100     STOP RUN.                                                    000241
012150* Post one RUNLOG record into the per-program table, keeping      000242
012200* the latest run and pushing the one it displaces to prior        000243
012250 2000-POST-TO-PGM-TABLE.                                          000244
012300     MOVE ZERO TO WS-HIT-IDX.                                     000245
012350     PERFORM VARYING WS-PGM-IDX FROM 1 BY 1                       000246
012400             UNTIL WS-PGM-IDX > WS-PGM-CNT                        000247
012450         IF PGM-NAME (WS-PGM-IDX) = RUNLOG-PROGRAM                000248
012500             MOVE WS-PGM-IDX TO WS-HIT-IDX                        000249
012550             EXIT PERFORM                                         000250
012600         END-IF                                                   000251
012650     END-PERFORM.                                                 000252
012700     IF WS-HIT-IDX = ZERO                                         000253
012750         IF WS-PGM-CNT < WS-MAX-PROGRAMS                          000254
012800             ADD 1 TO WS-PGM-CNT                                  000255
012850             MOVE WS-PGM-CNT TO WS-HIT-IDX                        000256
012900             MOVE RUNLOG-PROGRAM TO PGM-NAME (WS-HIT-IDX)         000257
012950             MOVE RUNLOG-TIMESTAMP                                000258
013000                 TO PGM-CUR-TS (WS-HIT-IDX)                       000259
013050             MOVE RUNLOG-RECORDS-READ                             000260
013100                 TO PGM-CUR-READ (WS-HIT-IDX)                     000261
013150             MOVE RUNLOG-RECORDS-WRITTEN                          000262
013200                 TO PGM-CUR-WRITE (WS-HIT-IDX)                    000263
013250             MOVE ZERO TO PGM-PRI-TS (WS-HIT-IDX)                 000264
013300             MOVE ZERO TO PGM-PRI-READ (WS-HIT-IDX)               000265
013350             MOVE ZERO TO PGM-PRI-WRITE (WS-HIT-IDX)              000266
013400         END-IF                                                   000267
013450     ELSE                                                         000268
013500         IF RUNLOG-TIMESTAMP >= PGM-CUR-TS (WS-HIT-IDX)           000269
013550             MOVE PGM-CUR-TS (WS-HIT-IDX)                         000270
013600                 TO PGM-PRI-TS (WS-HIT-IDX)                       000271
013650             MOVE PGM-CUR-READ (WS-HIT-IDX)                       000272
013700                 TO PGM-PRI-READ (WS-HIT-IDX)                     000273
013750             MOVE PGM-CUR-WRITE (WS-HIT-IDX)                      000274
013800                 TO PGM-PRI-WRITE (WS-HIT-IDX)                    000275
013850             MOVE RUNLOG-TIMESTAMP                                000276
013900                 TO PGM-CUR-TS (WS-HIT-IDX)                       000277
013950             MOVE RUNLOG-RECORDS-READ                             000278
014000                 TO PGM-CUR-READ (WS-HIT-IDX)                     000279
014050             MOVE RUNLOG-RECORDS-WRITTEN                          000280
014100                 TO PGM-CUR-WRITE (WS-HIT-IDX)                    000281
014150         ELSE                                                     000282
014200             IF RUNLOG-TIMESTAMP > PGM-PRI-TS (WS-HIT-IDX)        000283
014250                 MOVE RUNLOG-TIMESTAMP                            000284
014300                     TO PGM-PRI-TS (WS-HIT-IDX)                   000285
014350                 MOVE RUNLOG-RECORDS-READ                         000286
014400                     TO PGM-PRI-READ (WS-HIT-IDX)                 000287
014450                 MOVE RUNLOG-RECORDS-WRITTEN                      000288
014500                     TO PGM-PRI-WRITE (WS-HIT-IDX)                000289
014550             END-IF                                               000290
014600         END-IF                                                   000291
014650     END-IF.                                                      000292
014700* Apply each program's balancing rule to its latest run:          000293
014750*   IFSTMTB  - one roster line per graded transaction plus        000294
014800*              one history append unless the rerun protection     000295
014850*              skipped it, and one rewrite per applied            000296
014900*              correction (unmatched corrections stay out of      000297
014950*              its read count), so read <= written <= read        000298
015000*              times 2                                            000299
015050*   GRPARRS  - each reported row makes a roster line plus a       000300
015100*              CSV line and the footer adds one, and inactive     000301
015150*              rows may be filtered, so written cannot exceed     000302
015200*              read times 2 plus 1                                000303
015250*   EMPUNLD  - a faithful copy, so written = read                 000304
015300*   EMPRELD  - a faithful reload, so written = read               000305
015350*   EMPMNTB  - applied cannot exceed transactions read            000306
015400*   ACCPDEMB - summary is DISPLAYed only, so written = 0          000307
015450* Programs without a rule are reported but not judged             000308
015500 2500-APPLY-BALANCE-RULE.                                         000309
015550     EVALUATE PGM-NAME (WS-PGM-IDX)                               000310
015600         WHEN "IFSTMTB"                                           000311
015650             COMPUTE WS-EXPECTED =                                000312
015700                 PGM-CUR-READ (WS-PGM-IDX) * 2                    000313
015750             IF PGM-CUR-WRITE (WS-PGM-IDX) >=                     000314
015800                     PGM-CUR-READ (WS-PGM-IDX) AND                000315
015850                     PGM-CUR-WRITE (WS-PGM-IDX) <= WS-EXPECTED    000316
015900                 SET WS-BALANCED TO TRUE                          000317
015950             ELSE                                                 000318
016000                 SET WS-OUT-OF-BAL TO TRUE                        000319
016050             END-IF                                               000320
016100         WHEN "GRPARRS"                                           000321
016150             COMPUTE WS-EXPECTED =                                000322
016200                 PGM-CUR-READ (WS-PGM-IDX) * 2 + 1                000323
016250             IF PGM-CUR-WRITE (WS-PGM-IDX) <= WS-EXPECTED         000324
016300                 SET WS-BALANCED TO TRUE                          000325
016350             ELSE                                                 000326
016400                 SET WS-OUT-OF-BAL TO TRUE                        000327
016450             END-IF                                               000328
016500         WHEN "EMPUNLD"                                           000329
016550         WHEN "EMPRELD"                                           000330
016600             IF PGM-CUR-WRITE (WS-PGM-IDX) =                      000331
016650                     PGM-CUR-READ (WS-PGM-IDX)                    000332
016700                 SET WS-BALANCED TO TRUE                          000333
016750             ELSE                                                 000334
016800                 SET WS-OUT-OF-BAL TO TRUE                        000335
016850             END-IF                                               000336
016900         WHEN "EMPMNTB"                                           000337
016950             IF PGM-CUR-WRITE (WS-PGM-IDX) <=                     000338
017000                     PGM-CUR-READ (WS-PGM-IDX)                    000339
017050                 SET WS-BALANCED TO TRUE                          000340
017100             ELSE                                                 000341
017150                 SET WS-OUT-OF-BAL TO TRUE                        000342
017200             END-IF                                               000343
017250         WHEN "ACCPDEMB"                                          000344
017300             IF PGM-CUR-WRITE (WS-PGM-IDX) = ZERO                 000345
017350                 SET WS-BALANCED TO TRUE                          000346
017400             ELSE                                                 000347
017450                 SET WS-OUT-OF-BAL TO TRUE                        000348
017500             END-IF                                               000349
017550         WHEN OTHER                                               000350
017600             SET WS-NO-RULE TO TRUE                               000351
017650     END-EVALUATE.                                                000352
017700* Pre-count the out-of-balance programs so the banner can sit     000353
017750* above the detail on the first page                              000354
017800 3000-COUNT-OUT-OF-BALANCE.                                       000355
017850     PERFORM VARYING WS-PGM-IDX FROM 1 BY 1                       000356
017900             UNTIL WS-PGM-IDX > WS-PGM-CNT                        000357
017950         PERFORM 2500-APPLY-BALANCE-RULE                          000358
018000         IF WS-OUT-OF-BAL                                         000359
018050             ADD 1 TO WS-OOB-CNT                                  000360
018100         END-IF                                                   000361
018150     END-PERFORM.                                                 000362
018200* Print one program's latest counts, rule status and the prior    000363
018250* run's counts for the day-over-day comparison                    000364
018300 4000-PRINT-PROGRAM-LINE.                                         000365
018350     PERFORM 2500-APPLY-BALANCE-RULE.                             000366
018400     MOVE PGM-NAME (WS-PGM-IDX)      TO DTL-PROGRAM.              000367
018450     MOVE PGM-CUR-READ (WS-PGM-IDX)  TO DTL-READ.                 000368
018500     MOVE PGM-CUR-WRITE (WS-PGM-IDX) TO DTL-WRITE.                000369
018550     EVALUATE TRUE                                                000370
018600         WHEN WS-OUT-OF-BAL                                       000371
018650             MOVE "OUT OF BALANCE" TO DTL-STATUS                  000372
018700         WHEN WS-BALANCED                                         000373
018750             MOVE "IN BALANCE"     TO DTL-STATUS                  000374
018800         WHEN OTHER                                               000375
018850             MOVE "NO RULE"        TO DTL-STATUS                  000376
018900     END-EVALUATE.                                                000377
018950     IF PGM-PRI-TS (WS-PGM-IDX) > ZERO                            000378
019000         MOVE PGM-PRI-READ (WS-PGM-IDX)  TO DTL-PRI-READ          000379
019050         MOVE PGM-PRI-WRITE (WS-PGM-IDX) TO DTL-PRI-WRITE         000380
019100     ELSE                                                         000381
019150         MOVE ZERO TO DTL-PRI-READ                                000382
019200         MOVE ZERO TO DTL-PRI-WRITE                               000383
019250     END-IF.                                                      000384
019300     WRITE RECON-REPORT-LINE FROM WS-DETAIL-LINE                  000385
019350     MOVE WS-DETAIL-LINE TO WS-RPT-LINE                           000386
019400     PERFORM 6900-COPY-LINE-TO-REPO.                              000387
019450     IF WS-OUT-OF-BAL                                             000388
019500         MOVE 1 TO EXC-PRIORITY                                   000389
019550         MOVE PGM-NAME (WS-PGM-IDX) TO EXC-KEY                    000390
019600         MOVE ZERO TO EXC-OPEN-DATE                               000391
019650         MOVE SPACES TO EXC-TEXT                                  000392
019700         STRING "OUT OF BALANCE - RD " DTL-READ                   000393
019750             " WR " DTL-WRITE                                     000394
019800             DELIMITED BY SIZE INTO EXC-TEXT                      000395
019850         PERFORM 8150-WRITE-EXCEPTION-ITEM                        000396
019900     END-IF.                                                      000397
019950* Open the operations exception log for this run's items          000398
020000 8100-OPEN-EXCEPTION-LOG.                                         000399
020050     OPEN EXTEND EXCP-LOG.                                        000400
020100     IF WS-EXCP-STATUS = "35"                                     000401
020150         OPEN OUTPUT EXCP-LOG                                     000402
020200     END-IF.                                                      000403
020250     MOVE ZERO TO WS-EXCP-CNT.                                    000404
020300* Log one exception item for the morning digest - the caller      000405
020350* has set its priority, key, open date and text                   000406
020400 8150-WRITE-EXCEPTION-ITEM.                                       000407
020450     MOVE "RECONRPT" TO EXC-SOURCE.                               000408
020500     MOVE FUNCTION CURRENT-DATE (1:8) TO EXC-RUN-DATE.            000409
020550     MOVE "I" TO EXC-REC-TYPE.                                    000410
020600     MOVE ZERO TO EXC-COUNT.                                      000411
020650     WRITE EXCP-LOG-REC.                                          000412
020700     ADD 1 TO WS-EXCP-CNT.                                        000413
020750* Close the run on the exception log with its item count          000414
020800 8190-CLOSE-EXCEPTION-LOG.                                        000415
020850     MOVE "RECONRPT" TO EXC-SOURCE.                               000416
020900     MOVE FUNCTION CURRENT-DATE (1:8) TO EXC-RUN-DATE.            000417
020950     MOVE "T" TO EXC-REC-TYPE.                                    000418
021000     MOVE ZERO TO EXC-PRIORITY.                                   000419
021050     MOVE WS-EXCP-CNT TO EXC-COUNT.                               000420
021100     MOVE SPACES TO EXC-KEY.                                      000421
021150     MOVE ZERO TO EXC-OPEN-DATE.                                  000422
021200     MOVE SPACES TO EXC-TEXT.                                     000423
021250     WRITE EXCP-LOG-REC.                                          000424
021300     CLOSE EXCP-LOG.                                              000425
021350* Ask the processing calendar whether this step runs tonight -    000426
021400* a holiday date skips it, and a weekly/monthly/month-end         000427
021450* frequency skips the nights between. A skipped step writes a     000428
021500* K run-control record so the status report and the restart       000429
021550* logic still account for it. No calendar file, or no             000430
021600* frequency record for this step, means run nightly as before     000431
021650 0180-CHECK-PROCESS-CALENDAR.                                     000432
021700     MOVE "N" TO WS-CAL-SKIP-SW.                                  000433
021750     MOVE "N" TO WS-CAL-EOF-SW.                                   000434
021800     MOVE "D" TO WS-CAL-FREQ.                                     000435
021850     MOVE ZERO TO WS-CAL-DAY.                                     000436
021900     OPEN INPUT PROCESS-CALENDAR.                                 000437
021950     PERFORM UNTIL WS-CAL-EOF                                     000438
022000         READ PROCESS-CALENDAR                                    000439
022050             AT END                                               000440
022100                 SET WS-CAL-EOF TO TRUE                           000441
022150             NOT AT END                                           000442
022200                 IF CAL-REC-TYPE = "H" AND                        000443
022250                         CAL-DATE = WS-RUN-DATE-CTL               000444
022300                     SET WS-CAL-SKIP TO TRUE                      000445
022350                 END-IF                                           000446
022400                 IF CAL-REC-TYPE = "F" AND                        000447
022450                         CAL-STEP = "RUNRECON"                    000448
022500                     MOVE CAL-FREQ TO WS-CAL-FREQ                 000449
022550                     MOVE CAL-DAY TO WS-CAL-DAY                   000450
022600                 END-IF                                           000451
022650         END-READ                                                 000452
022700     END-PERFORM.                                                 000453
022750     CLOSE PROCESS-CALENDAR.                                      000454
022800     IF NOT WS-CAL-SKIP                                           000455
022850         PERFORM 0190-TEST-STEP-FREQUENCY                         000456
022900     END-IF.                                                      000457
022950     IF WS-CAL-SKIP                                               000458
023000         MOVE "CALSKIP" TO WS-STEP-REASON                         000459
023050         PERFORM 8960-SET-RETURN-CODE                             000460
023100         MOVE "K" TO RC-STATUS OF RUN-CONTROL-REC                 000461
023150         PERFORM 8950-WRITE-RUN-CONTROL                           000462
023200         DISPLAY "RUNRECON skipped per processing calendar."      000463
023250     END-IF.                                                      000464
023300* Does the step's frequency land on tonight - weekly runs on      000465
023350* its day of week, monthly on its day of month, month-end         000466
023400* when tomorrow is a new month                                    000467
023450 0190-TEST-STEP-FREQUENCY.                                        000468
023500     COMPUTE WS-CAL-INT-DATE =                                    000469
023550         FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-CTL).              000470
023600     EVALUATE WS-CAL-FREQ                                         000471
023650         WHEN "W"                                                 000472
023700             COMPUTE WS-CAL-DOW = FUNCTION MOD                    000473
023750                 (WS-CAL-INT-DATE - 1, 7) + 1                     000474
023800             IF WS-CAL-DOW NOT = WS-CAL-DAY                       000475
023850                 SET WS-CAL-SKIP TO TRUE                          000476
023900             END-IF                                               000477
023950         WHEN "M"                                                 000478
024000             IF WS-RUN-DATE-CTL (7:2) NOT = WS-CAL-DAY-X          000479
024050                 SET WS-CAL-SKIP TO TRUE                          000480
024100             END-IF                                               000481
024150         WHEN "E"                                                 000482
024200             COMPUTE WS-CAL-NEXT-DATE =                           000483
024250                 FUNCTION DATE-OF-INTEGER                         000484
024300                 (WS-CAL-INT-DATE + 1)                            000485
024350             IF WS-CAL-NEXT-DATE (5:2) =                          000486
024400                     WS-RUN-DATE-CTL (5:2)                        000487
024450                 SET WS-CAL-SKIP TO TRUE                          000488
024500             END-IF                                               000489
024550         WHEN OTHER                                               000490
024600             CONTINUE                                             000491
024650     END-EVALUATE.                                                000492
024700* See whether this step already completed for tonight's run       000493
024750 0100-CHECK-RUN-CONTROL.                                          000494
024800     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE-CTL.         000495
024850     OPEN INPUT RUN-CONTROL-IN.                                   000496
024900     PERFORM UNTIL WS-RCTL-EOF                                    000497
024950         READ RUN-CONTROL-IN                                      000498
025000             AT END                                               000499
025050                 SET WS-RCTL-EOF TO TRUE                          000500
025100             NOT AT END                                           000501
025150                 IF RC-RUN-DATE OF RUN-CONTROL-IN-REC             000502
025200                         = WS-RUN-DATE-CTL AND                    000503
025250                         RC-STEP-NAME OF RUN-CONTROL-IN-REC       000504
025300                         = "RUNRECON" AND                         000505
025350                         RC-STATUS OF RUN-CONTROL-IN-REC = "C"    000506
025400                     SET WS-STEP-DONE TO TRUE                     000507
025450                 END-IF                                           000508
025500         END-READ                                                 000509
025550     END-PERFORM.                                                 000510
025600     CLOSE RUN-CONTROL-IN.                                        000511
025650* Record this step as started for tonight's run                   000512
025700 0200-MARK-STEP-STARTED.                                          000513
025750     MOVE "S" TO RC-STATUS OF RUN-CONTROL-REC.                    000514
025800     PERFORM 8950-WRITE-RUN-CONTROL.                              000515
025850* Record how this step ended for tonight's run - a C record       000516
025900* when its return code is below 8 (clean or warning), an F        000517
025950* record for a failure so a resubmitted night runs it again       000518
026000 8900-MARK-STEP-COMPLETE.                                         000519
026050     PERFORM 8960-SET-RETURN-CODE.                                000520
026100     IF WS-STEP-RC < 8                                            000521
026150         MOVE "C" TO RC-STATUS OF RUN-CONTROL-REC                 000522
026200     ELSE                                                         000523
026250         MOVE "F" TO RC-STATUS OF RUN-CONTROL-REC                 000524
026300     END-IF.                                                      000525
026350     PERFORM 8950-WRITE-RUN-CONTROL.                              000526
026400* Stamp and append one run-control record                         000527
026450 8950-WRITE-RUN-CONTROL.                                          000528
026500     OPEN EXTEND RUN-CONTROL.                                     000529
026550     IF WS-RUNCTL-STATUS = "35"                                   000530
026600         OPEN OUTPUT RUN-CONTROL                                  000531
026650     END-IF.                                                      000532
026700     MOVE WS-RUN-DATE-CTL                                         000533
026750         TO RC-RUN-DATE OF RUN-CONTROL-REC.                       000534
026800     MOVE "RUNRECON" TO RC-STEP-NAME OF RUN-CONTROL-REC.          000535
026850     MOVE WS-STEP-RC TO RC-RETURN-CODE OF RUN-CONTROL-REC.        000536
026900     MOVE WS-STEP-REASON TO RC-REASON OF RUN-CONTROL-REC.         000537
026950     MOVE FUNCTION CURRENT-DATE (1:14)                            000538
027000         TO RC-TIMESTAMP OF RUN-CONTROL-REC.                      000539
027050     WRITE RUN-CONTROL-REC.                                       000540
027100     CLOSE RUN-CONTROL.                                           000541
027150* Classify this step's reason through the shared severity         000542
027200* table and pass the standard return code back to the job         000543
027250* step. No reason set means a clean run; a reason missing         000544
027300* from the table is treated as abend-worthy                       000545
027350 8960-SET-RETURN-CODE.                                            000546
027400     IF WS-STEP-REASON = SPACES                                   000547
027450         MOVE "CLEAN" TO WS-STEP-REASON                           000548
027500     END-IF.                                                      000549
027550     MOVE 12 TO WS-STEP-RC.                                       000550
027600     PERFORM VARYING WS-SEV-IDX FROM 1 BY 1                       000551
027650             UNTIL WS-SEV-IDX > WS-SEV-MAX                        000552
027700         IF SEV-REASON (WS-SEV-IDX) = WS-STEP-REASON              000553
027750             MOVE SEV-RC (WS-SEV-IDX) TO WS-STEP-RC               000554
027800         END-IF                                                   000555
027850     END-PERFORM.                                                 000556
027900     MOVE WS-STEP-RC TO RETURN-CODE.                              000557
027950                                                                  000558
028000* Mirror the report line just printed into tonight's entry on     000559
028050* the report repository                                           000560
028100 6900-COPY-LINE-TO-REPO.                                          000561
028150     ADD 1 TO WS-REPO-SEQ.                                        000562
028200     MOVE "RUNRECON" TO REPO-PROGRAM.                             000563
028250     MOVE WS-RPT-DATE TO REPO-DATE.                               000564
028300     MOVE WS-REPO-SEQ TO REPO-SEQ.                                000565
028350     MOVE WS-RPT-LINE TO REPO-LINE.                               000566
028400     MOVE SPACES TO REPO-DEPT.                                    000567
028450     WRITE REPORT-REPOSITORY-REC.                                 000568
028500* One index row per held report - program, date, pages and        000569
028550* lines - so the reprint facility can list what is held           000570
028600 6990-WRITE-REPORT-INDEX.                                         000571
028650     MOVE "RUNRECON" TO IDX-PROGRAM.                              000572
028700     MOVE WS-RPT-DATE TO IDX-DATE.                                000573
028750     MOVE FUNCTION CURRENT-DATE (1:14) TO IDX-TIMESTAMP.          000574
028800     MOVE WS-REPO-PAGES TO IDX-PAGE-CNT.                          000575
028850     MOVE WS-REPO-SEQ TO IDX-LINE-CNT.                            000576
028900     WRITE REPORT-INDEX-REC.                                      000577
