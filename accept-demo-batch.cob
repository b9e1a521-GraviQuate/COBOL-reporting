000150 PROGRAM-ID. ACCEPT-DEMO-BATCH.                                   000002
000200* Batch variant of ACCEPT-DEMO - processes a whole transaction fil000003
000250* of 5-digit numbers instead of one interactively-typed NUM per ru000004
000300* Each suspended value is also logged to EXCPLOG for the          000005
000350* morning exception digest                                        000006
000400 ENVIRONMENT DIVISION.                                            000007
000450 INPUT-OUTPUT SECTION.                                            000008
000500 FILE-CONTROL.                                                    000009
000550     SELECT ACCP-TRANSACTIONS ASSIGN TO "ACCPTXN"                 000010
000600         ORGANIZATION IS LINE SEQUENTIAL.                         000011
000650* Corrected transactions keyed through ACCP-SUSP-FIX from a       000012
000700* prior night's suspense. Optional so a night with nothing        000013
000750* corrected runs clean; consumed once and then emptied            000014
000800     SELECT OPTIONAL ACCP-CORRECTED ASSIGN TO "ACCPCORR"          000015
000850         ORGANIZATION IS LINE SEQUENTIAL.                         000016
000900* Prior night's suspense generation - only read when a            000017
000950* resubmitted night skips this step, so its uncorrected           000018
001000* rejects roll forward into tonight's generation                  000019
001050     SELECT OPTIONAL ACCP-SUSP-PRIOR ASSIGN TO "ACCPSUSI"         000020
001100         ORGANIZATION IS LINE SEQUENTIAL.                         000021
001150* Tonight's invalid transactions, held for correction             000022
001200     SELECT ACCP-SUSPENSE ASSIGN TO "ACCPSUSP"                    000023
001250         ORGANIZATION IS LINE SEQUENTIAL.                         000024
001300* Printed reject register                                         000025
001350     SELECT ACCP-REJECT-REG ASSIGN TO "ACCPREJ"                   000026
001400         ORGANIZATION IS LINE SEQUENTIAL.                         000027
001450* Run-level control-total log - every batch program appends its   000028
001500* records-read/written counts here for nightly reconciliation     000029
001550     SELECT RUN-LOG ASSIGN TO "RUNLOG"                            000030
001600         ORGANIZATION IS LINE SEQUENTIAL                          000031
001650         FILE STATUS IS WS-RUNLOG-STATUS.                         000032
001700* Operations exception log - the morning exception digest         000033
001750* gathers every listed exception from here                        000034
001800     SELECT EXCP-LOG ASSIGN TO "EXCPLOG"                          000035
001850         ORGANIZATION IS LINE SEQUENTIAL                          000036
001900         FILE STATUS IS WS-EXCP-STATUS.                           000037
001950* Processing calendar - bank holidays and per-step run            000038
002000* frequencies. Optional; without one every step runs nightly      000039
002050     SELECT OPTIONAL PROCESS-CALENDAR ASSIGN TO "PROCCAL"         000040
002100         ORGANIZATION IS LINE SEQUENTIAL.                         000041
002150* Batch run-control file - each step records started/completed    000042
002200* status for tonight's run so a resubmitted job skips the         000043
002250* steps that already completed                                    000044
002300     SELECT OPTIONAL RUN-CONTROL-IN ASSIGN TO "RUNCTL"            000045
002350         ORGANIZATION IS LINE SEQUENTIAL.                         000046
002400     SELECT RUN-CONTROL ASSIGN TO "RUNCTL"                        000047
002450         ORGANIZATION IS LINE SEQUENTIAL                          000048
002500         FILE STATUS IS WS-RUNCTL-STATUS.                         000049
002550 DATA DIVISION.                                                   000050
002600 FILE SECTION.                                                    000051
002650 FD  ACCP-TRANSACTIONS.                                           000052
002700* The record is wide enough to hold the HDR/TRL control           000053
002750* records that bracket the data                                   000054
002800 01  ACCP-TRANSACTION-REC.                                        000055
002850     05  TXN-NUM   PIC 9(5).                                      000056
002900     05  FILLER    PIC X(6).                                      000057
002950 FD  ACCP-CORRECTED.                                              000058
003000 01  ACCP-CORRECTED-REC.                                          000059
003050     05  CORR-NUM  PIC 9(5).                                      000060
003100 FD  ACCP-SUSP-PRIOR.                                             000061
003150 01  ACCP-SUSP-PRIOR-REC.                                         000062
003200     05  PRIOR-RAW-NUM PIC X(5).                                  000063
003250 FD  ACCP-SUSPENSE.                                               000064
003300 01  ACCP-SUSPENSE-REC.                                           000065
003350     05  SUSP-RAW-NUM  PIC X(5).                                  000066
003400 FD  ACCP-REJECT-REG.                                             000067
003450 01  ACCP-REJECT-LINE  PIC X(80).                                 000068
003500 FD  RUN-LOG.                                                     000069
003550 01  RUN-LOG-RECORD.                                              000070
003600     COPY RUNLOGREC.                                              000071
003650 FD  EXCP-LOG.                                                    000072
003700 01  EXCP-LOG-REC.                                                000073
003750     COPY EXCPREC.                                                000074
003800 FD  RUN-CONTROL-IN.                                              000075
003850 01  RUN-CONTROL-IN-REC.                                          000076
003900     COPY RUNCTLREC.                                              000077
003950 FD  RUN-CONTROL.                                                 000078
004000 01  RUN-CONTROL-REC.                                             000079
004050     COPY RUNCTLREC.                                              000080
004100 FD  PROCESS-CALENDAR.                                            000081
004150 01  PROCESS-CALENDAR-REC.                                        000082
004200     COPY CALREC.                                                 000083
004250 WORKING-STORAGE SECTION.                                         000084
004300* Run-control state - tonight's run date and whether this         000085
004350* step already completed for it                                   000086
004400 01  WS-RUNCTL-STATUS  PIC XX.                                    000087
004450 01  WS-RUN-DATE-CTL   PIC 9(8).                                  000088
004500 01  WS-RCTL-EOF-SW    PIC X VALUE "N".                           000089
004550     88  WS-RCTL-EOF   VALUE "Y".                                 000090
004600 01  WS-STEP-DONE-SW   PIC X VALUE "N".                           000091
004650     88  WS-STEP-DONE  VALUE "Y".                                 000092
004700     COPY RCSEVTAB.                                               000093
004750* Processing-calendar state for tonight's run                     000094
004800 01  WS-CAL-SKIP-SW    PIC X.                                     000095
004850     88  WS-CAL-SKIP   VALUE "Y".                                 000096
004900 01  WS-CAL-EOF-SW     PIC X.                                     000097
004950     88  WS-CAL-EOF    VALUE "Y".                                 000098
005000 01  WS-CAL-FREQ       PIC X.                                     000099
005050 01  WS-CAL-DAY        PIC 99.                                    000100
005100 01  WS-CAL-DAY-X REDEFINES WS-CAL-DAY PIC XX.                    000101
005150 01  WS-CAL-INT-DATE   PIC 9(8).                                  000102
005200 01  WS-CAL-DOW        PIC 9.                                     000103
005250 01  WS-CAL-NEXT-DATE  PIC 9(8).                                  000104
005300 01  WS-RUNLOG-STATUS  PIC XX.                                    000105
005350* Exception-log state - items logged for the digest this run      000106
005400 01  WS-EXCP-STATUS    PIC XX.                                    000107
005450 01  WS-EXCP-CNT       PIC 9(7) VALUE ZERO.                       000108
005500 01  WS-EOF-SW       PIC X VALUE "N".                             000109
005550     88  END-OF-TXNS VALUE "Y".                                   000110
005600 01  WS-READ-CNT     PIC 9(7) VALUE ZERO.                         000111
005650 01  WS-VALID-CNT    PIC 9(7) VALUE ZERO.                         000112
005700 01  WS-SUSP-CNT     PIC 9(7) VALUE ZERO.                         000113
005750* The transaction under edit, moved here so new and corrected     000114
005800* records go through the same numeric check                       000115
005850 01  WS-EDIT-NUM     PIC X(5).                                    000116
005900 01  WS-EDIT-NUM-9 REDEFINES WS-EDIT-NUM PIC 9(5).                000117
005950 01  WS-MIN-NUM      PIC 9(5) VALUE 99999.                        000118
006000 01  WS-MAX-NUM      PIC 9(5) VALUE ZERO.                         000119
006050 01  WS-TOTAL-NUM    PIC 9(12) VALUE ZERO.                        000120
006100 01  WS-AVERAGE      PIC 9(5)V9(2).                               000121
006150 01  WS-AVERAGE-DISP PIC ZZZZ9.99.                                000122
006200* Feed control-record state - the header's business date, the     000123
006250* trailer's record count, and the data records counted by the     000124
006300* validation pre-pass over the feed                               000125
006350 01  WS-FEED-VALID-SW  PIC X VALUE "N".                           000126
006400     88  WS-FEED-VALID VALUE "Y".                                 000127
006450 01  WS-HDR-SEEN-SW    PIC X VALUE "N".                           000128
006500     88  WS-HDR-SEEN   VALUE "Y".                                 000129
006550 01  WS-TRL-SEEN-SW    PIC X VALUE "N".                           000130
006600     88  WS-TRL-SEEN   VALUE "Y".                                 000131
006650 01  WS-FEED-DATE      PIC 9(8) VALUE ZERO.                       000132
006700 01  WS-TRL-COUNT      PIC 9(7) VALUE ZERO.                       000133
006750 01  WS-FEED-DATA-CNT  PIC 9(7) VALUE ZERO.                       000134
006800 01  WS-FEED-EOF-SW    PIC X VALUE "N".                           000135
006850     88  WS-FEED-EOF   VALUE "Y".                                 000136
006900 01  WS-DATE-DONE-SW   PIC X VALUE "N".                           000137
006950     88  WS-DATE-DONE  VALUE "Y".                                 000138
007000* Control-record image - HDR carries the business date, TRL       000139
007050* the count of data records between them                          000140
007100 01  WS-FEED-CTL-REC.                                             000141
007150     05  FCTL-TYPE     PIC X(3).                                  000142
007200     05  FCTL-DATE     PIC 9(8).                                  000143
007250 01  WS-FEED-CTL-X REDEFINES WS-FEED-CTL-REC.                     000144
007300     05  FILLER        PIC X(3).                                  000145
007350     05  FCTL-COUNT    PIC 9(7).                                  000146
007400     05  FILLER        PIC X.                                     000147
007450* Reject register heading, detail and footer lines                000148
007500 01  WS-REJ-HDG-1.                                                000149
007550     05  FILLER      PIC X(34)                                    000150
007600             VALUE "ACCP TRANSACTION REJECT REGISTER".            000151
007650 01  WS-REJ-DETAIL.                                               000152
007700     05  REJ-VALUE   PIC X(5).                                    000153
007750     05  FILLER      PIC X(3) VALUE SPACES.                       000154
007800     05  FILLER      PIC X(23)                                    000155
007850             VALUE "NOT NUMERIC - SUSPENDED".                     000156
007900 01  WS-REJ-FOOTER.                                               000157
007950     05  FILLER      PIC X(22) VALUE "SUSPENDED THIS RUN:".       000158
008000     05  FTR-SUSP-CNT PIC ZZZZZZ9.                                000159
008050 PROCEDURE DIVISION.                                              000160
008100 0000-MAIN.                                                       000161
008150     PERFORM 0100-CHECK-RUN-CONTROL.                              000162
008200     IF WS-STEP-DONE                                              000163
008250         DISPLAY "ACCPDEMB step already completed for"            000164
008300             " tonight's run - skipping."                         000165
008350         PERFORM 0150-CARRY-SUSPENSE-FORWARD                      000166
008400         STOP RUN                                                 000167
008450     END-IF.                                                      000168
008500     PERFORM 0180-CHECK-PROCESS-CALENDAR.                         000169
008550     IF WS-CAL-SKIP                                               000170
008600         PERFORM 0150-CARRY-SUSPENSE-FORWARD                      000171
008650         STOP RUN                                                 000172
008700     END-IF.                                                      000173
008750     PERFORM 0200-MARK-STEP-STARTED.                              000174
008800     PERFORM 0300-VALIDATE-FEED-CONTROLS.                         000175
008850     IF NOT WS-FEED-VALID                                         000176
008900         DISPLAY "Feed control check failed - step abandoned."    000177
008950         MOVE "BADFEED" TO WS-STEP-REASON                         000178
009000         PERFORM 8900-MARK-STEP-COMPLETE                          000179
009050         STOP RUN                                                 000180
009100     END-IF.                                                      000181
009150     OPEN INPUT ACCP-TRANSACTIONS.                                000182
009200     OPEN INPUT ACCP-CORRECTED.                                   000183
009250     OPEN OUTPUT ACCP-SUSPENSE.                                   000184
009300     OPEN OUTPUT ACCP-REJECT-REG.                                 000185
009350     PERFORM 8100-OPEN-EXCEPTION-LOG.                             000186
009400     WRITE ACCP-REJECT-LINE FROM WS-REJ-HDG-1.                    000187
009450     WRITE ACCP-REJECT-LINE FROM SPACES.                          000188
009500     PERFORM UNTIL END-OF-TXNS                                    000189
009550         READ ACCP-TRANSACTIONS                                   000190
009600             AT END                                               000191
009650                 SET END-OF-TXNS TO TRUE                          000192
009700             NOT AT END                                           000193
009750                 IF ACCP-TRANSACTION-REC (1:3) = "HDR" OR         000194
009800                         ACCP-TRANSACTION-REC (1:3) = "TRL"       000195
009850                     CONTINUE                                     000196
009900                 ELSE                                             000197
009950                     MOVE ACCP-TRANSACTION-REC (1:5)              000198
010000                         TO WS-EDIT-NUM                           000199
010050                     PERFORM 1000-PROCESS-TRANSACTION             000200
010100                 END-IF                                           000201
010150         END-READ                                                 000202
010200     END-PERFORM.                                                 000203
010250     MOVE "N" TO WS-EOF-SW.                                       000204
010300     PERFORM UNTIL END-OF-TXNS                                    000205
010350         READ ACCP-CORRECTED                                      000206
010400             AT END                                               000207
010450                 SET END-OF-TXNS TO TRUE                          000208
010500             NOT AT END                                           000209
010550                 MOVE ACCP-CORRECTED-REC TO WS-EDIT-NUM           000210
010600                 PERFORM 1000-PROCESS-TRANSACTION                 000211
010650         END-READ                                                 000212
010700     END-PERFORM.                                                 000213
010750     CLOSE ACCP-TRANSACTIONS.                                     000214
010800     CLOSE ACCP-CORRECTED.                                        000215
010850     MOVE WS-SUSP-CNT TO FTR-SUSP-CNT.                            000216
010900     WRITE ACCP-REJECT-LINE FROM SPACES.                          000217
010950     WRITE ACCP-REJECT-LINE FROM WS-REJ-FOOTER.                   000218
011000     CLOSE ACCP-SUSPENSE.                                         000219
011050     CLOSE ACCP-REJECT-REG.                                       000220
011100     PERFORM 8190-CLOSE-EXCEPTION-LOG.                            000221
011150     PERFORM 1800-EMPTY-CORRECTED-FILE.                           000222
011200     PERFORM 2000-PRINT-SUMMARY.                                  000223
011250     PERFORM 8000-WRITE-RUN-LOG.                                  000224
011300     IF WS-SUSP-CNT > 0                                           000225
011350         MOVE "REJECTS" TO WS-STEP-REASON                         000226
011400     END-IF.                                                      000227
011450     PERFORM 8900-MARK-STEP-COMPLETE.                             000228
011500     PERFORM 8920-MARK-FEED-PROCESSED.                            000229
011550     STOP RUN.                                                    000230
011600* A skipped rerun still owns tonight's new suspense generation,   000231
011650* so the prior generation's uncorrected rejects are copied        000232
011700* forward instead of being lost from the correction cycle         000233
011750 0150-CARRY-SUSPENSE-FORWARD.                                     000234
011800     OPEN INPUT ACCP-SUSP-PRIOR.                                  000235
011850     OPEN OUTPUT ACCP-SUSPENSE.                                   000236
011900     PERFORM UNTIL END-OF-TXNS                                    000237
011950         READ ACCP-SUSP-PRIOR                                     000238
012000             AT END                                               000239
012050                 SET END-OF-TXNS TO TRUE                          000240
012100             NOT AT END                                           000241
012150                 MOVE PRIOR-RAW-NUM TO SUSP-RAW-NUM               000242
012200                 WRITE ACCP-SUSPENSE-REC                          000243
012250         END-READ                                                 000244
012300     END-PERFORM.                                                 000245
012350     CLOSE ACCP-SUSP-PRIOR.                                       000246
012400     CLOSE ACCP-SUSPENSE.                                         000247
012450* Process one transaction the same way the interactive program    000248
012500* reports a single inputted number, and accumulate summary        000249
012550* totals. A non-numeric value is suspended for correction         000250
012600* instead of taking the step down                                 000251
012650 1000-PROCESS-TRANSACTION.                                        000252
012700     ADD 1 TO WS-READ-CNT.                                        000253
012750     IF WS-EDIT-NUM IS NOT NUMERIC                                000254
012800         ADD 1 TO WS-SUSP-CNT                                     000255
012850         MOVE WS-EDIT-NUM TO SUSP-RAW-NUM                         000256
012900         WRITE ACCP-SUSPENSE-REC                                  000257
012950         MOVE WS-EDIT-NUM TO REJ-VALUE                            000258
013000         WRITE ACCP-REJECT-LINE FROM WS-REJ-DETAIL                000259
013050         MOVE 2 TO EXC-PRIORITY                                   000260
013100         MOVE WS-EDIT-NUM TO EXC-KEY                              000261
013150         MOVE ZERO TO EXC-OPEN-DATE                               000262
013200         MOVE "NOT NUMERIC - SUSPENDED" TO EXC-TEXT               000263
013250         PERFORM 8150-WRITE-EXCEPTION-ITEM                        000264
013300     ELSE                                                         000265
013350         ADD 1 TO WS-VALID-CNT                                    000266
013400         DISPLAY "Number inputted is: " WS-EDIT-NUM-9             000267
013450         ADD WS-EDIT-NUM-9 TO WS-TOTAL-NUM                        000268
013500         IF WS-EDIT-NUM-9 < WS-MIN-NUM                            000269
013550             MOVE WS-EDIT-NUM-9 TO WS-MIN-NUM                     000270
013600         END-IF                                                   000271
013650         IF WS-EDIT-NUM-9 > WS-MAX-NUM                            000272
013700             MOVE WS-EDIT-NUM-9 TO WS-MAX-NUM                     000273
013750         END-IF                                                   000274
013800     END-IF.                                                      000275
013850* Corrections are consumed exactly once - the file is emptied     000276
013900* after tonight's run so tomorrow cannot double-count them        000277
013950 1800-EMPTY-CORRECTED-FILE.                                       000278
014000     OPEN OUTPUT ACCP-CORRECTED.                                  000279
014050     CLOSE ACCP-CORRECTED.                                        000280
014100* Print count read, minimum, maximum and average at end-of-file   000281
014150 2000-PRINT-SUMMARY.                                              000282
014200     DISPLAY " ".                                                 000283
014250     DISPLAY "BATCH SUMMARY".                                     000284
014300     DISPLAY "Count read: " WS-READ-CNT.                          000285
014350     DISPLAY "Suspended:  " WS-SUSP-CNT.                          000286
014400     IF WS-VALID-CNT = 0                                          000287
014450         DISPLAY "No valid transactions were read."               000288
014500     ELSE                                                         000289
014550         COMPUTE WS-AVERAGE ROUNDED =                             000290
014600             WS-TOTAL-NUM / WS-VALID-CNT                          000291
014650         MOVE WS-AVERAGE TO WS-AVERAGE-DISP                       000292
014700         DISPLAY "Minimum:    " WS-MIN-NUM                        000293
014750         DISPLAY "Maximum:    " WS-MAX-NUM                        000294
014800         DISPLAY "Average:    " WS-AVERAGE-DISP                   000295
014850     END-IF.                                                      000296
014900* Append this run's records-read/records-written to the shared    000297
014950* run-log for the nightly batch-window reconciliation             000298
015000 8000-WRITE-RUN-LOG.                                              000299
015050     OPEN EXTEND RUN-LOG.                                         000300
015100     IF WS-RUNLOG-STATUS = "35"                                   000301
015150         OPEN OUTPUT RUN-LOG                                      000302
015200     END-IF.                                                      000303
015250     MOVE "ACCPDEMB" TO RUNLOG-PROGRAM.                           000304
015300     MOVE FUNCTION CURRENT-DATE (1:14) TO RUNLOG-TIMESTAMP.       000305
015350     MOVE WS-READ-CNT TO RUNLOG-RECORDS-READ.                     000306
015400     MOVE ZERO TO RUNLOG-RECORDS-WRITTEN.                         000307
015450     WRITE RUN-LOG-RECORD.                                        000308
015500     CLOSE RUN-LOG.                                               000309
015550* Open the operations exception log for this run's items          000310
015600 8100-OPEN-EXCEPTION-LOG.                                         000311
015650     OPEN EXTEND EXCP-LOG.                                        000312
015700     IF WS-EXCP-STATUS = "35"                                     000313
015750         OPEN OUTPUT EXCP-LOG                                     000314
015800     END-IF.                                                      000315
015850     MOVE ZERO TO WS-EXCP-CNT.                                    000316
015900* Log one exception item for the morning digest - the caller      000317
015950* has set its priority, key, open date and text                   000318
016000 8150-WRITE-EXCEPTION-ITEM.                                       000319
016050     MOVE "ACCPREJ" TO EXC-SOURCE.                                000320
016100     MOVE FUNCTION CURRENT-DATE (1:8) TO EXC-RUN-DATE.            000321
016150     MOVE "I" TO EXC-REC-TYPE.                                    000322
016200     MOVE ZERO TO EXC-COUNT.                                      000323
016250     WRITE EXCP-LOG-REC.                                          000324
016300     ADD 1 TO WS-EXCP-CNT.                                        000325
016350* Close the run on the exception log with its item count          000326
016400 8190-CLOSE-EXCEPTION-LOG.                                        000327
016450     MOVE "ACCPREJ" TO EXC-SOURCE.                                000328
016500     MOVE FUNCTION CURRENT-DATE (1:8) TO EXC-RUN-DATE.            000329
016550     MOVE "T" TO EXC-REC-TYPE.                                    000330
016600     MOVE ZERO TO EXC-PRIORITY.                                   000331
016650     MOVE WS-EXCP-CNT TO EXC-COUNT.                               000332
016700     MOVE SPACES TO EXC-KEY.                                      000333
016750     MOVE ZERO TO EXC-OPEN-DATE.                                  000334
016800     MOVE SPACES TO EXC-TEXT.                                     000335
016850     WRITE EXCP-LOG-REC.                                          000336
016900     CLOSE EXCP-LOG.                                              000337
016950* Pre-pass over the feed before anything is applied - the         000338
017000* first record must be an HDR carrying tonight's business         000339
017050* date, the last a TRL whose count matches the data records       000340
017100* between them, and a date RUNCTL already shows processed is      000341
017150* refused, so a truncated transfer or a re-staged file fails      000342
017200* the step instead of processing without a murmur                 000343
017250 0300-VALIDATE-FEED-CONTROLS.                                     000344
017300     MOVE "N" TO WS-FEED-EOF-SW.                                  000345
017350     OPEN INPUT ACCP-TRANSACTIONS.                                000346
017400     PERFORM UNTIL WS-FEED-EOF                                    000347
017450         READ ACCP-TRANSACTIONS                                   000348
017500             AT END                                               000349
017550                 SET WS-FEED-EOF TO TRUE                          000350
017600             NOT AT END                                           000351
017650                 PERFORM 0310-CHECK-ONE-FEED-RECORD               000352
017700         END-READ                                                 000353
017750     END-PERFORM.                                                 000354
017800     CLOSE ACCP-TRANSACTIONS.                                     000355
017850     PERFORM 0350-CHECK-FEED-TOTALS.                              000356
017900* Sort one feed record into header, trailer or data               000357
017950 0310-CHECK-ONE-FEED-RECORD.                                      000358
018000     MOVE ACCP-TRANSACTION-REC (1:11) TO WS-FEED-CTL-REC.         000359
018050     EVALUATE FCTL-TYPE                                           000360
018100         WHEN "HDR"                                               000361
018150             SET WS-HDR-SEEN TO TRUE                              000362
018200             IF FCTL-DATE IS NUMERIC                              000363
018250                 MOVE FCTL-DATE TO WS-FEED-DATE                   000364
018300             END-IF                                               000365
018350         WHEN "TRL"                                               000366
018400             SET WS-TRL-SEEN TO TRUE                              000367
018450             IF FCTL-COUNT IS NUMERIC                             000368
018500                 MOVE FCTL-COUNT TO WS-TRL-COUNT                  000369
018550             END-IF                                               000370
018600         WHEN OTHER                                               000371
018650             ADD 1 TO WS-FEED-DATA-CNT                            000372
018700     END-EVALUATE.                                                000373
018750* The whole set of control checks - any failure abandons the      000374
018800* step before a record is applied                                 000375
018850 0350-CHECK-FEED-TOTALS.                                          000376
018900     MOVE "Y" TO WS-FEED-VALID-SW.                                000377
018950     IF NOT WS-HDR-SEEN                                           000378
019000         DISPLAY "ACCPTXN feed carries no header record."         000379
019050         MOVE "N" TO WS-FEED-VALID-SW                             000380
019100     END-IF.                                                      000381
019150     IF NOT WS-TRL-SEEN                                           000382
019200         DISPLAY "ACCPTXN feed carries no trailer record."        000383
019250         MOVE "N" TO WS-FEED-VALID-SW                             000384
019300     END-IF.                                                      000385
019350     IF WS-TRL-SEEN AND                                           000386
019400             WS-TRL-COUNT NOT = WS-FEED-DATA-CNT                  000387
019450         DISPLAY "ACCPTXN trailer count " WS-TRL-COUNT            000388
019500             " does not match records read "                      000389
019550             WS-FEED-DATA-CNT "."                                 000390
019600         MOVE "N" TO WS-FEED-VALID-SW                             000391
019650     END-IF.                                                      000392
019700     IF WS-HDR-SEEN AND                                           000393
019750             WS-FEED-DATE NOT = WS-RUN-DATE-CTL                   000394
019800         DISPLAY "ACCPTXN header date " WS-FEED-DATE              000395
019850             " is stale for run date " WS-RUN-DATE-CTL "."        000396
019900         MOVE "N" TO WS-FEED-VALID-SW                             000397
019950     END-IF.                                                      000398
020000     IF WS-HDR-SEEN AND WS-FEED-VALID                             000399
020050         PERFORM 0360-CHECK-DATE-PROCESSED                        000400
020100         IF WS-DATE-DONE                                          000401
020150             DISPLAY "ACCPTXN business date " WS-FEED-DATE        000402
020200                 " was already processed per RUNCTL."             000403
020250             MOVE "N" TO WS-FEED-VALID-SW                         000404
020300         END-IF                                                   000405
020350     END-IF.                                                      000406
020400* Was this business date already consumed by a prior run          000407
020450 0360-CHECK-DATE-PROCESSED.                                       000408
020500     MOVE "N" TO WS-DATE-DONE-SW.                                 000409
020550     MOVE "N" TO WS-RCTL-EOF-SW.                                  000410
020600     OPEN INPUT RUN-CONTROL-IN.                                   000411
020650     PERFORM UNTIL WS-RCTL-EOF                                    000412
020700         READ RUN-CONTROL-IN                                      000413
020750             AT END                                               000414
020800                 SET WS-RCTL-EOF TO TRUE                          000415
020850             NOT AT END                                           000416
020900                 IF RC-RUN-DATE OF RUN-CONTROL-IN-REC             000417
020950                         = WS-FEED-DATE AND                       000418
021000                         RC-STEP-NAME OF RUN-CONTROL-IN-REC       000419
021050                         = "ACCPTXN" AND                          000420
021100                         RC-STATUS OF RUN-CONTROL-IN-REC = "C"    000421
021150                     SET WS-DATE-DONE TO TRUE                     000422
021200                 END-IF                                           000423
021250         END-READ                                                 000424
021300     END-PERFORM.                                                 000425
021350     CLOSE RUN-CONTROL-IN.                                        000426
021400* Record the feed's business date as consumed, so the same        000427
021450* file re-staged tomorrow is refused                              000428
021500 8920-MARK-FEED-PROCESSED.                                        000429
021550     OPEN EXTEND RUN-CONTROL.                                     000430
021600     IF WS-RUNCTL-STATUS = "35"                                   000431
021650         OPEN OUTPUT RUN-CONTROL                                  000432
021700     END-IF.                                                      000433
021750     MOVE WS-FEED-DATE                                            000434
021800         TO RC-RUN-DATE OF RUN-CONTROL-REC.                       000435
021850     MOVE "ACCPTXN" TO RC-STEP-NAME OF RUN-CONTROL-REC.           000436
021900     MOVE WS-STEP-RC TO RC-RETURN-CODE OF RUN-CONTROL-REC.        000437
021950     MOVE WS-STEP-REASON TO RC-REASON OF RUN-CONTROL-REC.         000438
022000     MOVE "C" TO RC-STATUS OF RUN-CONTROL-REC.                    000439
022050     MOVE FUNCTION CURRENT-DATE (1:14)                            000440
022100         TO RC-TIMESTAMP OF RUN-CONTROL-REC.                      000441
022150     WRITE RUN-CONTROL-REC.                                       000442
022200     CLOSE RUN-CONTROL.                                           000443
022250* Ask the processing calendar whether this step runs tonight -    000444
022300* a holiday date skips it, and a weekly/monthly/month-end         000445
022350* frequency skips the nights between. A skipped step writes a     000446
022400* K run-control record so the status report and the restart       000447
022450* logic still account for it. No calendar file, or no             000448
022500* frequency record for this step, means run nightly as before     000449
022550 0180-CHECK-PROCESS-CALENDAR.                                     000450
022600     MOVE "N" TO WS-CAL-SKIP-SW.                                  000451
022650     MOVE "N" TO WS-CAL-EOF-SW.                                   000452
022700     MOVE "D" TO WS-CAL-FREQ.                                     000453
022750     MOVE ZERO TO WS-CAL-DAY.                                     000454
022800     OPEN INPUT PROCESS-CALENDAR.                                 000455
022850     PERFORM UNTIL WS-CAL-EOF                                     000456
022900         READ PROCESS-CALENDAR                                    000457
022950             AT END                                               000458
023000                 SET WS-CAL-EOF TO TRUE                           000459
023050             NOT AT END                                           000460
023100                 IF CAL-REC-TYPE = "H" AND                        000461
023150                         CAL-DATE = WS-RUN-DATE-CTL               000462
023200                     SET WS-CAL-SKIP TO TRUE                      000463
023250                 END-IF                                           000464
023300                 IF CAL-REC-TYPE = "F" AND                        000465
023350                         CAL-STEP = "ACCPDEMB"                    000466
023400                     MOVE CAL-FREQ TO WS-CAL-FREQ                 000467
023450                     MOVE CAL-DAY TO WS-CAL-DAY                   000468
023500                 END-IF                                           000469
023550         END-READ                                                 000470
023600     END-PERFORM.                                                 000471
023650     CLOSE PROCESS-CALENDAR.                                      000472
023700     IF NOT WS-CAL-SKIP                                           000473
023750         PERFORM 0190-TEST-STEP-FREQUENCY                         000474
023800     END-IF.                                                      000475
023850     IF WS-CAL-SKIP                                               000476
023900         MOVE "CALSKIP" TO WS-STEP-REASON                         000477
023950         PERFORM 8960-SET-RETURN-CODE                             000478
024000         MOVE "K" TO RC-STATUS OF RUN-CONTROL-REC                 000479
024050         PERFORM 8950-WRITE-RUN-CONTROL                           000480
024100         DISPLAY "ACCPDEMB skipped per processing calendar."      000481
024150     END-IF.                                                      000482
024200* Does the step's frequency land on tonight - weekly runs on      000483
024250* its day of week, monthly on its day of month, month-end         000484
024300* when tomorrow is a new month                                    000485
024350 0190-TEST-STEP-FREQUENCY.                                        000486
024400     COMPUTE WS-CAL-INT-DATE =                                    000487
024450         FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-CTL).              000488
024500     EVALUATE WS-CAL-FREQ                                         000489
024550         WHEN "W"                                                 000490
024600             COMPUTE WS-CAL-DOW = FUNCTION MOD                    000491
024650                 (WS-CAL-INT-DATE - 1, 7) + 1                     000492
024700             IF WS-CAL-DOW NOT = WS-CAL-DAY                       000493
024750                 SET WS-CAL-SKIP TO TRUE                          000494
024800             END-IF                                               000495
024850         WHEN "M"                                                 000496
024900             IF WS-RUN-DATE-CTL (7:2) NOT = WS-CAL-DAY-X          000497
024950                 SET WS-CAL-SKIP TO TRUE                          000498
025000             END-IF                                               000499
025050         WHEN "E"                                                 000500
025100             COMPUTE WS-CAL-NEXT-DATE =                           000501
025150                 FUNCTION DATE-OF-INTEGER                         000502
025200                 (WS-CAL-INT-DATE + 1)                            000503
025250             IF WS-CAL-NEXT-DATE (5:2) =                          000504
025300                     WS-RUN-DATE-CTL (5:2)                        000505
025350                 SET WS-CAL-SKIP TO TRUE                          000506
025400             END-IF                                               000507
025450         WHEN OTHER                                               000508
025500             CONTINUE                                             000509
025550     END-EVALUATE.                                                000510
025600* See whether this step already completed for tonight's run       000511
025650 0100-CHECK-RUN-CONTROL.                                          000512
025700     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE-CTL.         000513
025750     OPEN INPUT RUN-CONTROL-IN.                                   000514
025800     PERFORM UNTIL WS-RCTL-EOF                                    000515
025850         READ RUN-CONTROL-IN                                      000516
025900             AT END                                               000517
025950                 SET WS-RCTL-EOF TO TRUE                          000518
026000             NOT AT END                                           000519
026050                 IF RC-RUN-DATE OF RUN-CONTROL-IN-REC             000520
026100                         = WS-RUN-DATE-CTL AND                    000521
026150                         RC-STEP-NAME OF RUN-CONTROL-IN-REC       000522
026200                         = "ACCPDEMB" AND                         000523
026250                         RC-STATUS OF RUN-CONTROL-IN-REC = "C"    000524
026300                     SET WS-STEP-DONE TO TRUE                     000525
026350                 END-IF                                           000526
026400         END-READ                                                 000527
026450     END-PERFORM.                                                 000528
026500     CLOSE RUN-CONTROL-IN.                                        000529
026550* Record this step as started for tonight's run                   000530
026600 0200-MARK-STEP-STARTED.                                          000531
026650     MOVE "S" TO RC-STATUS OF RUN-CONTROL-REC.                    000532
026700     PERFORM 8950-WRITE-RUN-CONTROL.                              000533
026750* Record how this step ended for tonight's run - a C record       000534
026800* when its return code is below 8 (clean or warning), an F        000535
026850* record for a failure so a resubmitted night runs it again       000536
026900 8900-MARK-STEP-COMPLETE.                                         000537
026950     PERFORM 8960-SET-RETURN-CODE.                                000538
027000     IF WS-STEP-RC < 8                                            000539
027050         MOVE "C" TO RC-STATUS OF RUN-CONTROL-REC                 000540
027100     ELSE                                                         000541
027150         MOVE "F" TO RC-STATUS OF RUN-CONTROL-REC                 000542
027200     END-IF.                                                      000543
027250     PERFORM 8950-WRITE-RUN-CONTROL.                              000544
027300* Stamp and append one run-control record                         000545
027350 8950-WRITE-RUN-CONTROL.                                          000546
027400     OPEN EXTEND RUN-CONTROL.                                     000547
027450     IF WS-RUNCTL-STATUS = "35"                                   000548
027500         OPEN OUTPUT RUN-CONTROL                                  000549
027550     END-IF.                                                      000550
027600     MOVE WS-RUN-DATE-CTL                                         000551
027650         TO RC-RUN-DATE OF RUN-CONTROL-REC.                       000552
027700     MOVE "ACCPDEMB" TO RC-STEP-NAME OF RUN-CONTROL-REC.          000553
027750     MOVE WS-STEP-RC TO RC-RETURN-CODE OF RUN-CONTROL-REC.        000554
027800     MOVE WS-STEP-REASON TO RC-REASON OF RUN-CONTROL-REC.         000555
027850     MOVE FUNCTION CURRENT-DATE (1:14)                            000556
027900         TO RC-TIMESTAMP OF RUN-CONTROL-REC.                      000557
027950     WRITE RUN-CONTROL-REC.                                       000558
028000     CLOSE RUN-CONTROL.                                           000559
028050* Classify this step's reason through the shared severity         000560
028100* table and pass the standard return code back to the job         000561
028150* step. No reason set means a clean run; a reason missing         000562
028200* from the table is treated as abend-worthy                       000563
028250 8960-SET-RETURN-CODE.                                            000564
028300     IF WS-STEP-REASON = SPACES                                   000565
028350         MOVE "CLEAN" TO WS-STEP-REASON                           000566
028400     END-IF.                                                      000567
028450     MOVE 12 TO WS-STEP-RC.                                       000568
028500     PERFORM VARYING WS-SEV-IDX FROM 1 BY 1                       000569
028550             UNTIL WS-SEV-IDX > WS-SEV-MAX                        000570
028600         IF SEV-REASON (WS-SEV-IDX) = WS-STEP-REASON              000571
028650             MOVE SEV-RC (WS-SEV-IDX) TO WS-STEP-RC               000572
028700         END-IF                                                   000573
028750     END-PERFORM.                                                 000574
028800     MOVE WS-STEP-RC TO RETURN-CODE.                              000575
