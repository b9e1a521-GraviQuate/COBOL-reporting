000350* the AGERANGE limits, blank EMP-NAME, and an EMP-EFF-DATE that   000006
000400* is not a valid YYYYMMDD date or is in the future. Ends with     000007
000450* counts by error type and return code 8 when violations are      000008
000500* found so the nightly stream stops before reporting bad data.    000009
000550* Each violation is also logged to EXCPLOG for the morning        000010
000600* exception digest                                                000011
000650 ENVIRONMENT DIVISION.                                            000012
000700 INPUT-OUTPUT SECTION.                                            000013
000750 FILE-CONTROL.                                                    000014
000800     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"                   000015
000850         ORGANIZATION IS INDEXED                                  000016
000900         ACCESS MODE IS SEQUENTIAL                                000017
000950         RECORD KEY IS EMP-ID OF EMPLOYEE-MASTER-RECORD.          000018
001000* Reasonable-age control card (min/max). Optional so a shop       000019
001050* without one set up yet still gets a usable default              000020
001100     SELECT OPTIONAL AGE-RANGE ASSIGN TO "AGERANGE"               000021
001150         ORGANIZATION IS LINE SEQUENTIAL.                         000022
001200* Printed integrity-violation report                              000023
001250     SELECT INTEG-REPORT ASSIGN TO "EMPINTR"                      000024
001300         ORGANIZATION IS LINE SEQUENTIAL.                         000025
001350* Run-level control-total log - every batch program appends its   000026
001400* records-read/written counts here for nightly reconciliation     000027
001450     SELECT RUN-LOG ASSIGN TO "RUNLOG"                            000028
001500         ORGANIZATION IS LINE SEQUENTIAL                          000029
001550         FILE STATUS IS WS-RUNLOG-STATUS.                         000030
001600* Operations exception log - the morning exception digest         000031
001650* gathers every listed exception from here                        000032
001700     SELECT EXCP-LOG ASSIGN TO "EXCPLOG"                          000033
001750         ORGANIZATION IS LINE SEQUENTIAL                          000034
001800         FILE STATUS IS WS-EXCP-STATUS.                           000035
001850* Processing calendar - bank holidays and per-step run            000036
001900* frequencies. Optional; without one every step runs nightly      000037
001950     SELECT OPTIONAL PROCESS-CALENDAR ASSIGN TO "PROCCAL"         000038
002000         ORGANIZATION IS LINE SEQUENTIAL.                         000039
002050* Batch run-control file - each step records started/completed    000040
002100* status for tonight's run so a resubmitted job skips the         000041
002150* steps that already completed                                    000042
002200     SELECT OPTIONAL RUN-CONTROL-IN ASSIGN TO "RUNCTL"            000043
002250         ORGANIZATION IS LINE SEQUENTIAL.                         000044
002300     SELECT RUN-CONTROL ASSIGN TO "RUNCTL"                        000045
002350         ORGANIZATION IS LINE SEQUENTIAL                          000046
002400         FILE STATUS IS WS-RUNCTL-STATUS.                         000047
002450 DATA DIVISION.                                                   000048
002500 FILE SECTION.                                                    000049
002550 FD  EMPLOYEE-MASTER.                                             000050
002600 01  EMPLOYEE-MASTER-RECORD.                                      000051
002650     COPY EMPREC.                                                 000052
002700 FD  AGE-RANGE.                                                   000053
002750 01  AGE-RANGE-REC.                                               000054
002800     05  CTL-MIN-AGE       PIC 99.                                000055
002850     05  CTL-MAX-AGE       PIC 99.                                000056
002900 FD  INTEG-REPORT.                                                000057
002950 01  INTEG-REPORT-LINE  PIC X(80).                                000058
003000 FD  RUN-LOG.                                                     000059
003050 01  RUN-LOG-RECORD.                                              000060
003100     COPY RUNLOGREC.                                              000061
003150 FD  EXCP-LOG.                                                    000062
003200 01  EXCP-LOG-REC.                                                000063
003250     COPY EXCPREC.                                                000064
003300 FD  RUN-CONTROL-IN.                                              000065
003350 01  RUN-CONTROL-IN-REC.                                          000066
003400     COPY RUNCTLREC.                                              000067
003450 FD  RUN-CONTROL.                                                 000068
003500 01  RUN-CONTROL-REC.                                             000069
003550     COPY RUNCTLREC.                                              000070
003600 FD  PROCESS-CALENDAR.                                            000071
003650 01  PROCESS-CALENDAR-REC.                                        000072
003700     COPY CALREC.                                                 000073
003750 WORKING-STORAGE SECTION.                                         000074
003800* Run-control state - tonight's run date and whether this         000075
003850* step already completed for it                                   000076
003900 01  WS-RUNCTL-STATUS  PIC XX.                                    000077
003950 01  WS-RUN-DATE-CTL   PIC 9(8).                                  000078
004000 01  WS-RCTL-EOF-SW    PIC X VALUE "N".                           000079
004050     88  WS-RCTL-EOF   VALUE "Y".                                 000080
004100 01  WS-STEP-DONE-SW   PIC X VALUE "N".                           000081
004150     88  WS-STEP-DONE  VALUE "Y".                                 000082
004200     COPY RCSEVTAB.                                               000083
004250* Processing-calendar state for tonight's run                     000084
004300 01  WS-CAL-SKIP-SW    PIC X.                                     000085
004350     88  WS-CAL-SKIP   VALUE "Y".                                 000086
004400 01  WS-CAL-EOF-SW     PIC X.                                     000087
004450     88  WS-CAL-EOF    VALUE "Y".                                 000088
004500 01  WS-CAL-FREQ       PIC X.                                     000089
004550 01  WS-CAL-DAY        PIC 99.                                    000090
004600 01  WS-CAL-DAY-X REDEFINES WS-CAL-DAY PIC XX.                    000091
004650 01  WS-CAL-INT-DATE   PIC 9(8).                                  000092
004700 01  WS-CAL-DOW        PIC 9.                                     000093
004750 01  WS-CAL-NEXT-DATE  PIC 9(8).                                  000094
004800 01  WS-RUNLOG-STATUS  PIC XX.                                    000095
004850* Exception-log state - items logged for the digest this run      000096
004900 01  WS-EXCP-STATUS    PIC XX.                                    000097
004950 01  WS-EXCP-CNT       PIC 9(7) VALUE ZERO.                       000098
005000 01  WS-EOF-SW         PIC X VALUE "N".                           000099
005050     88  END-OF-MASTER VALUE "Y".                                 000100
005100 01  WS-READ-CNT       PIC 9(7) VALUE ZERO.                       000101
005150 01  WS-VIOLATION-CNT  PIC 9(7) VALUE ZERO.                       000102
005200* Violation counts by error type for the report footer            000103
005250 01  WS-AGE-NONNUM-CNT PIC 9(7) VALUE ZERO.                       000104
005300 01  WS-AGE-RANGE-CNT  PIC 9(7) VALUE ZERO.                       000105
005350 01  WS-NAME-BLANK-CNT PIC 9(7) VALUE ZERO.                       000106
005400 01  WS-DATE-BAD-CNT   PIC 9(7) VALUE ZERO.                       000107
005450 01  WS-DATE-FUT-CNT   PIC 9(7) VALUE ZERO.                       000108
005500 01  WS-BIRTH-BAD-CNT  PIC 9(7) VALUE ZERO.                       000109
005550* Reasonable-age range, loaded once at start-up from AGERANGE     000110
005600 01  WS-MIN-AGE        PIC 99 VALUE 16.                           000111
005650 01  WS-MAX-AGE        PIC 99 VALUE 75.                           000112
005700* Run date for the future-effective-date test                     000113
005750 01  WS-RUN-DATE-NUM   PIC 9(8).                                  000114
005800* Date-under-test fields worked by 6000-VALIDATE-DATE             000115
005850 01  WS-TEST-DATE      PIC 9(8).                                  000116
005900 01  WS-TEST-DATE-X REDEFINES WS-TEST-DATE.                       000117
005950     05  WS-TEST-YYYY  PIC 9(4).                                  000118
006000     05  WS-TEST-MM    PIC 99.                                    000119
006050     05  WS-TEST-DD    PIC 99.                                    000120
006100 01  WS-MONTH-DAYS     PIC 99.                                    000121
006150 01  WS-LEAP-REM       PIC 9(4).                                  000122
006200 01  WS-DATE-VALID-SW  PIC X VALUE "N".                           000123
006250     88  WS-DATE-VALID VALUE "Y".                                 000124
006300* Report heading, detail and footer lines                         000125
006350 01  WS-HDG-1.                                                    000126
006400     05  FILLER        PIC X(33)                                  000127
006450             VALUE "EMPLOYEE MASTER INTEGRITY AUDIT".             000128
006500 01  WS-HDG-2.                                                    000129
006550     05  FILLER        PIC X(8)  VALUE "EMP ID".                  000130
006600     05  FILLER        PIC X(30) VALUE "VIOLATION".               000131
006650 01  WS-DETAIL-LINE.                                              000132
006700     05  DTL-EMP-ID    PIC X(5).                                  000133
006750     05  FILLER        PIC X(3) VALUE SPACES.                     000134
006800     05  DTL-VIOLATION PIC X(40).                                 000135
006850 01  WS-FTR-LINE.                                                 000136
006900     05  FTR-TEXT      PIC X(30).                                 000137
006950     05  FTR-COUNT     PIC ZZZZZZ9.                               000138
007000 PROCEDURE DIVISION.                                              000139
007050 0000-MAIN.                                                       000140
007100     PERFORM 0100-CHECK-RUN-CONTROL.                              000141
007150     IF WS-STEP-DONE                                              000142
007200         DISPLAY "EMPINTEG step already completed for"            000143
007250             " tonight's run - skipping."                         000144
007300         STOP RUN                                                 000145
007350     END-IF.                                                      000146
007400     PERFORM 0180-CHECK-PROCESS-CALENDAR.                         000147
007450     IF WS-CAL-SKIP                                               000148
007500         STOP RUN                                                 000149
007550     END-IF.                                                      000150
007600     PERFORM 0200-MARK-STEP-STARTED.                              000151
007650     PERFORM 0700-LOAD-AGE-RANGE.                                 000152
007700     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE-NUM.         000153
007750     OPEN INPUT EMPLOYEE-MASTER.                                  000154
007800     OPEN OUTPUT INTEG-REPORT.                                    000155
007850     PERFORM 8100-OPEN-EXCEPTION-LOG.                             000156
007900     WRITE INTEG-REPORT-LINE FROM WS-HDG-1.                       000157
007950     WRITE INTEG-REPORT-LINE FROM SPACES.                         000158
008000     WRITE INTEG-REPORT-LINE FROM WS-HDG-2.                       000159
008050     WRITE INTEG-REPORT-LINE FROM SPACES.                         000160
008100     PERFORM UNTIL END-OF-MASTER                                  000161
008150         READ EMPLOYEE-MASTER NEXT RECORD                         000162
008200             AT END                                               000163
008250                 SET END-OF-MASTER TO TRUE                        000164
008300             NOT AT END                                           000165
008350                 ADD 1 TO WS-READ-CNT                             000166
008400                 PERFORM 2000-AUDIT-RECORD                        000167
008450         END-READ                                                 000168
008500     END-PERFORM.                                                 000169
008550     PERFORM 7000-PRINT-ERROR-COUNTS.                             000170
008600     CLOSE EMPLOYEE-MASTER.                                       000171
008650     CLOSE INTEG-REPORT.                                          000172
008700     PERFORM 8190-CLOSE-EXCEPTION-LOG.                            000173
008750     PERFORM 8000-WRITE-RUN-LOG.                                  000174
008800     IF WS-VIOLATION-CNT > ZERO                                   000175
008850         MOVE "DATAERR" TO WS-STEP-REASON                         000176
008900     END-IF.                                                      000177
008950     PERFORM 8900-MARK-STEP-COMPLETE.                             000178
009000     STOP RUN.                                                    000179
009050* Load the reasonable-age range from AGERANGE. If the file is     000180
009100* absent default to 16-75                                         000181
009150 0700-LOAD-AGE-RANGE.                                             000182
009200     OPEN INPUT AGE-RANGE.                                        000183
009250     READ AGE-RANGE                                               000184
009300         AT END                                                   000185
009350             CONTINUE                                             000186
009400         NOT AT END                                               000187
009450             MOVE CTL-MIN-AGE TO WS-MIN-AGE                       000188
009500             MOVE CTL-MAX-AGE TO WS-MAX-AGE                       000189
009550     END-READ.                                                    000190
009600     CLOSE AGE-RANGE.                                             000191
009650* Apply every EMPREC rule to the record just read                 000192
009700 2000-AUDIT-RECORD.                                               000193
009750     IF EMP-AGE OF EMPLOYEE-MASTER-RECORD IS NOT NUMERIC          000194
009800         ADD 1 TO WS-AGE-NONNUM-CNT                               000195
009850         MOVE "EMP-AGE IS NOT NUMERIC" TO DTL-VIOLATION           000196
009900         PERFORM 6500-WRITE-VIOLATION                             000197
009950     ELSE                                                         000198
010000         IF EMP-AGE OF EMPLOYEE-MASTER-RECORD < WS-MIN-AGE OR     000199
010050                 EMP-AGE OF EMPLOYEE-MASTER-RECORD > WS-MAX-AGE   000200
010100             ADD 1 TO WS-AGE-RANGE-CNT                            000201
010150             MOVE "EMP-AGE OUTSIDE AGERANGE LIMITS"               000202
010200                 TO DTL-VIOLATION                                 000203
010250             PERFORM 6500-WRITE-VIOLATION                         000204
010300         END-IF                                                   000205
010350     END-IF.                                                      000206
010400     IF EMP-NAME OF EMPLOYEE-MASTER-RECORD = SPACES               000207
010450         ADD 1 TO WS-NAME-BLANK-CNT                               000208
010500         MOVE "EMP-NAME IS BLANK" TO DTL-VIOLATION                000209
010550         PERFORM 6500-WRITE-VIOLATION                             000210
010600     END-IF.                                                      000211
010650     PERFORM 2500-AUDIT-BIRTH-DATE.                               000212
010700     IF EMP-EFF-DATE OF EMPLOYEE-MASTER-RECORD IS NOT NUMERIC     000213
010750         ADD 1 TO WS-DATE-BAD-CNT                                 000214
010800         MOVE "EMP-EFF-DATE IS NOT NUMERIC" TO DTL-VIOLATION      000215
010850         PERFORM 6500-WRITE-VIOLATION                             000216
010900     ELSE                                                         000217
010950         MOVE EMP-EFF-DATE OF EMPLOYEE-MASTER-RECORD              000218
011000             TO WS-TEST-DATE                                      000219
011050         PERFORM 6000-VALIDATE-DATE                               000220
011100         IF NOT WS-DATE-VALID                                     000221
011150             ADD 1 TO WS-DATE-BAD-CNT                             000222
011200             MOVE "EMP-EFF-DATE NOT A VALID DATE"                 000223
011250                 TO DTL-VIOLATION                                 000224
011300             PERFORM 6500-WRITE-VIOLATION                         000225
011350         ELSE                                                     000226
011400             IF WS-TEST-DATE > WS-RUN-DATE-NUM                    000227
011450                 ADD 1 TO WS-DATE-FUT-CNT                         000228
011500                 MOVE "EMP-EFF-DATE IS IN THE FUTURE"             000229
011550                     TO DTL-VIOLATION                             000230
011600                 PERFORM 6500-WRITE-VIOLATION                     000231
011650             END-IF                                               000232
011700         END-IF                                                   000233
011750     END-IF.                                                      000234
011800* A zero birth date just means the row has not been through       000235
011850* EMP-CONVERT yet; anything else must be a real past date         000236
011900 2500-AUDIT-BIRTH-DATE.                                           000237
011950     IF EMP-BIRTH-DATE OF EMPLOYEE-MASTER-RECORD                  000238
012000             IS NOT NUMERIC                                       000239
012050         ADD 1 TO WS-BIRTH-BAD-CNT                                000240
012100         MOVE "EMP-BIRTH-DATE IS NOT NUMERIC" TO DTL-VIOLATION    000241
012150         PERFORM 6500-WRITE-VIOLATION                             000242
012200     ELSE                                                         000243
012250         IF EMP-BIRTH-DATE OF EMPLOYEE-MASTER-RECORD > ZERO       000244
012300             MOVE EMP-BIRTH-DATE OF EMPLOYEE-MASTER-RECORD        000245
012350                 TO WS-TEST-DATE                                  000246
012400             PERFORM 6000-VALIDATE-DATE                           000247
012450             IF NOT WS-DATE-VALID OR                              000248
012500                     WS-TEST-DATE > WS-RUN-DATE-NUM               000249
012550                 ADD 1 TO WS-BIRTH-BAD-CNT                        000250
012600                 MOVE "EMP-BIRTH-DATE NOT A USABLE DATE"          000251
012650                     TO DTL-VIOLATION                             000252
012700                 PERFORM 6500-WRITE-VIOLATION                     000253
012750             END-IF                                               000254
012800         END-IF                                                   000255
012850     END-IF.                                                      000256
012900* Validate WS-TEST-DATE as a real YYYYMMDD calendar date,         000257
012950* February 29 allowed only in leap years                          000258
013000 6000-VALIDATE-DATE.                                              000259
013050     MOVE "N" TO WS-DATE-VALID-SW.                                000260
013100     IF WS-TEST-YYYY < 1 OR                                       000261
013150             WS-TEST-MM < 1 OR WS-TEST-MM > 12                    000262
013200         CONTINUE                                                 000263
013250     ELSE                                                         000264
013300         EVALUATE WS-TEST-MM                                      000265
013350             WHEN 01 WHEN 03 WHEN 05 WHEN 07                      000266
013400             WHEN 08 WHEN 10 WHEN 12                              000267
013450                 MOVE 31 TO WS-MONTH-DAYS                         000268
013500             WHEN 04 WHEN 06 WHEN 09 WHEN 11                      000269
013550                 MOVE 30 TO WS-MONTH-DAYS                         000270
013600             WHEN 02                                              000271
013650                 MOVE 28 TO WS-MONTH-DAYS                         000272
013700                 MOVE FUNCTION MOD (WS-TEST-YYYY, 4)              000273
013750                     TO WS-LEAP-REM                               000274
013800                 IF WS-LEAP-REM = ZERO                            000275
013850                     MOVE FUNCTION MOD (WS-TEST-YYYY, 100)        000276
013900                         TO WS-LEAP-REM                           000277
013950                     IF WS-LEAP-REM NOT = ZERO                    000278
014000                         MOVE 29 TO WS-MONTH-DAYS                 000279
014050                     ELSE                                         000280
014100                         MOVE FUNCTION MOD (WS-TEST-YYYY, 400)    000281
014150                             TO WS-LEAP-REM                       000282
014200                         IF WS-LEAP-REM = ZERO                    000283
014250                             MOVE 29 TO WS-MONTH-DAYS             000284
014300                         END-IF                                   000285
014350                     END-IF                                       000286
014400                 END-IF                                           000287
014450         END-EVALUATE                                             000288
014500         IF WS-TEST-DD >= 1 AND WS-TEST-DD <= WS-MONTH-DAYS       000289
014550             SET WS-DATE-VALID TO TRUE                            000290
014600         END-IF                                                   000291
014650     END-IF.                                                      000292
014700* Write one violation line and bump the grand total               000293
014750 6500-WRITE-VIOLATION.                                            000294
014800     ADD 1 TO WS-VIOLATION-CNT.                                   000295
014850     MOVE EMP-ID OF EMPLOYEE-MASTER-RECORD TO DTL-EMP-ID.         000296
014900     WRITE INTEG-REPORT-LINE FROM WS-DETAIL-LINE.                 000297
014950     MOVE 1 TO EXC-PRIORITY.                                      000298
015000     MOVE SPACES TO EXC-KEY.                                      000299
015050     STRING DTL-EMP-ID " " DTL-VIOLATION (1:10)                   000300
015100         DELIMITED BY SIZE INTO EXC-KEY.                          000301
015150     MOVE ZERO TO EXC-OPEN-DATE.                                  000302
015200     MOVE DTL-VIOLATION TO EXC-TEXT.                              000303
015250     PERFORM 8150-WRITE-EXCEPTION-ITEM.                           000304
015300* Print the counts by error type and the grand total              000305
015350 7000-PRINT-ERROR-COUNTS.                                         000306
015400     WRITE INTEG-REPORT-LINE FROM SPACES.                         000307
015450     MOVE "EMP-AGE NOT NUMERIC:" TO FTR-TEXT.                     000308
015500     MOVE WS-AGE-NONNUM-CNT TO FTR-COUNT.                         000309
015550     WRITE INTEG-REPORT-LINE FROM WS-FTR-LINE.                    000310
015600     MOVE "EMP-AGE OUT OF RANGE:" TO FTR-TEXT.                    000311
015650     MOVE WS-AGE-RANGE-CNT TO FTR-COUNT.                          000312
015700     WRITE INTEG-REPORT-LINE FROM WS-FTR-LINE.                    000313
015750     MOVE "EMP-NAME BLANK:" TO FTR-TEXT.                          000314
015800     MOVE WS-NAME-BLANK-CNT TO FTR-COUNT.                         000315
015850     WRITE INTEG-REPORT-LINE FROM WS-FTR-LINE.                    000316
015900     MOVE "EMP-EFF-DATE INVALID:" TO FTR-TEXT.                    000317
015950     MOVE WS-DATE-BAD-CNT TO FTR-COUNT.                           000318
016000     WRITE INTEG-REPORT-LINE FROM WS-FTR-LINE.                    000319
016050     MOVE "EMP-EFF-DATE IN FUTURE:" TO FTR-TEXT.                  000320
016100     MOVE WS-DATE-FUT-CNT TO FTR-COUNT.                           000321
016150     WRITE INTEG-REPORT-LINE FROM WS-FTR-LINE.                    000322
016200     MOVE "EMP-BIRTH-DATE BAD:" TO FTR-TEXT.                      000323
016250     MOVE WS-BIRTH-BAD-CNT TO FTR-COUNT.                          000324
016300     WRITE INTEG-REPORT-LINE FROM WS-FTR-LINE.                    000325
016350     MOVE "TOTAL VIOLATIONS:" TO FTR-TEXT.                        000326
016400     MOVE WS-VIOLATION-CNT TO FTR-COUNT.                          000327
016450     WRITE INTEG-REPORT-LINE FROM WS-FTR-LINE.                    000328
016500* Append this run's records-read/records-written to the shared    000329
016550* run-log for the nightly batch-window reconciliation             000330
016600 8000-WRITE-RUN-LOG.                                              000331
016650     OPEN EXTEND RUN-LOG.                                         000332
016700     IF WS-RUNLOG-STATUS = "35"                                   000333
016750         OPEN OUTPUT RUN-LOG                                      000334
016800     END-IF.                                                      000335
016850     MOVE "EMPINTEG" TO RUNLOG-PROGRAM.                           000336
016900     MOVE FUNCTION CURRENT-DATE (1:14) TO RUNLOG-TIMESTAMP.       000337
016950     MOVE WS-READ-CNT TO RUNLOG-RECORDS-READ.                     000338
017000     MOVE WS-VIOLATION-CNT TO RUNLOG-RECORDS-WRITTEN.             000339
017050     WRITE RUN-LOG-RECORD.                                        000340
017100     CLOSE RUN-LOG.                                               000341
017150* Open the operations exception log for this run's items          000342
017200 8100-OPEN-EXCEPTION-LOG.                                         000343
017250     OPEN EXTEND EXCP-LOG.                                        000344
017300     IF WS-EXCP-STATUS = "35"                                     000345
017350         OPEN OUTPUT EXCP-LOG                                     000346
017400     END-IF.                                                      000347
017450     MOVE ZERO TO WS-EXCP-CNT.                                    000348
017500* Log one exception item for the morning digest - the caller      000349
017550* has set its priority, key, open date and text                   000350
017600 8150-WRITE-EXCEPTION-ITEM.                                       000351
017650     MOVE "EMPINTR" TO EXC-SOURCE.                                000352
017700     MOVE FUNCTION CURRENT-DATE (1:8) TO EXC-RUN-DATE.            000353
017750     MOVE "I" TO EXC-REC-TYPE.                                    000354
017800     MOVE ZERO TO EXC-COUNT.                                      000355
017850     WRITE EXCP-LOG-REC.                                          000356
017900     ADD 1 TO WS-EXCP-CNT.                                        000357
017950* Close the run on the exception log with its item count          000358
018000 8190-CLOSE-EXCEPTION-LOG.                                        000359
018050     MOVE "EMPINTR" TO EXC-SOURCE.                                000360
018100     MOVE FUNCTION CURRENT-DATE (1:8) TO EXC-RUN-DATE.            000361
018150     MOVE "T" TO EXC-REC-TYPE.                                    000362
018200     MOVE ZERO TO EXC-PRIORITY.                                   000363
018250     MOVE WS-EXCP-CNT TO EXC-COUNT.                               000364
018300     MOVE SPACES TO EXC-KEY.                                      000365
018350     MOVE ZERO TO EXC-OPEN-DATE.                                  000366
018400     MOVE SPACES TO EXC-TEXT.                                     000367
018450     WRITE EXCP-LOG-REC.                                          000368
018500     CLOSE EXCP-LOG.                                              000369
018550* Ask the processing calendar whether this step runs tonight -    000370
018600* a holiday date skips it, and a weekly/monthly/month-end         000371
018650* frequency skips the nights between. A skipped step writes a     000372
018700* K run-control record so the status report and the restart       000373
018750* logic still account for it. No calendar file, or no             000374
018800* frequency record for this step, means run nightly as before     000375
018850 0180-CHECK-PROCESS-CALENDAR.                                     000376
018900     MOVE "N" TO WS-CAL-SKIP-SW.                                  000377
018950     MOVE "N" TO WS-CAL-EOF-SW.                                   000378
019000     MOVE "D" TO WS-CAL-FREQ.                                     000379
019050     MOVE ZERO TO WS-CAL-DAY.                                     000380
019100     OPEN INPUT PROCESS-CALENDAR.                                 000381
019150     PERFORM UNTIL WS-CAL-EOF                                     000382
019200         READ PROCESS-CALENDAR                                    000383
019250             AT END                                               000384
019300                 SET WS-CAL-EOF TO TRUE                           000385
019350             NOT AT END                                           000386
019400                 IF CAL-REC-TYPE = "H" AND                        000387
019450                         CAL-DATE = WS-RUN-DATE-CTL               000388
019500                     SET WS-CAL-SKIP TO TRUE                      000389
019550                 END-IF                                           000390
019600                 IF CAL-REC-TYPE = "F" AND                        000391
019650                         CAL-STEP = "EMPINTEG"                    000392
019700                     MOVE CAL-FREQ TO WS-CAL-FREQ                 000393
019750                     MOVE CAL-DAY TO WS-CAL-DAY                   000394
019800                 END-IF                                           000395
019850         END-READ                                                 000396
019900     END-PERFORM.                                                 000397
019950     CLOSE PROCESS-CALENDAR.                                      000398
020000     IF NOT WS-CAL-SKIP                                           000399
020050         PERFORM 0190-TEST-STEP-FREQUENCY                         000400
020100     END-IF.                                                      000401
020150     IF WS-CAL-SKIP                                               000402
020200         MOVE "CALSKIP" TO WS-STEP-REASON                         000403
020250         PERFORM 8960-SET-RETURN-CODE                             000404
020300         MOVE "K" TO RC-STATUS OF RUN-CONTROL-REC                 000405
020350         PERFORM 8950-WRITE-RUN-CONTROL                           000406
020400         DISPLAY "EMPINTEG skipped per processing calendar."      000407
020450     END-IF.                                                      000408
020500* Does the step's frequency land on tonight - weekly runs on      000409
020550* its day of week, monthly on its day of month, month-end         000410
020600* when tomorrow is a new month                                    000411
020650 0190-TEST-STEP-FREQUENCY.                                        000412
020700     COMPUTE WS-CAL-INT-DATE =                                    000413
020750         FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-CTL).              000414
020800     EVALUATE WS-CAL-FREQ                                         000415
020850         WHEN "W"                                                 000416
020900             COMPUTE WS-CAL-DOW = FUNCTION MOD                    000417
020950                 (WS-CAL-INT-DATE - 1, 7) + 1                     000418
021000             IF WS-CAL-DOW NOT = WS-CAL-DAY                       000419
021050                 SET WS-CAL-SKIP TO TRUE                          000420
021100             END-IF                                               000421
021150         WHEN "M"                                                 000422
021200             IF WS-RUN-DATE-CTL (7:2) NOT = WS-CAL-DAY-X          000423
021250                 SET WS-CAL-SKIP TO TRUE                          000424
021300             END-IF                                               000425
021350         WHEN "E"                                                 000426
021400             COMPUTE WS-CAL-NEXT-DATE =                           000427
021450                 FUNCTION DATE-OF-INTEGER                         000428
021500                 (WS-CAL-INT-DATE + 1)                            000429
021550             IF WS-CAL-NEXT-DATE (5:2) =                          000430
021600                     WS-RUN-DATE-CTL (5:2)                        000431
021650                 SET WS-CAL-SKIP TO TRUE                          000432
021700             END-IF                                               000433
021750         WHEN OTHER                                               000434
021800             CONTINUE                                             000435
021850     END-EVALUATE.                                                000436
021900* See whether this step already completed for tonight's run       000437
021950 0100-CHECK-RUN-CONTROL.                                          000438
022000     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE-CTL.         000439
022050     OPEN INPUT RUN-CONTROL-IN.                                   000440
022100     PERFORM UNTIL WS-RCTL-EOF                                    000441
022150         READ RUN-CONTROL-IN                                      000442
022200             AT END                                               000443
022250                 SET WS-RCTL-EOF TO TRUE                          000444
022300             NOT AT END                                           000445
022350                 IF RC-RUN-DATE OF RUN-CONTROL-IN-REC             000446
022400                         = WS-RUN-DATE-CTL AND                    000447
022450                         RC-STEP-NAME OF RUN-CONTROL-IN-REC       000448
022500                         = "EMPINTEG" AND                         000449
022550                         RC-STATUS OF RUN-CONTROL-IN-REC = "C"    000450
022600                     SET WS-STEP-DONE TO TRUE                     000451
022650                 END-IF                                           000452
022700         END-READ                                                 000453
022750     END-PERFORM.                                                 000454
022800     CLOSE RUN-CONTROL-IN.                                        000455
022850* Record this step as started for tonight's run                   000456
022900 0200-MARK-STEP-STARTED.                                          000457
022950     MOVE "S" TO RC-STATUS OF RUN-CONTROL-REC.                    000458
023000     PERFORM 8950-WRITE-RUN-CONTROL.                              000459
023050* Record how this step ended for tonight's run - a C record       000460
023100* when its return code is below 8 (clean or warning), an F        000461
023150* record for a failure so a resubmitted night runs it again       000462
023200 8900-MARK-STEP-COMPLETE.                                         000463
023250     PERFORM 8960-SET-RETURN-CODE.                                000464
023300     IF WS-STEP-RC < 8                                            000465
023350         MOVE "C" TO RC-STATUS OF RUN-CONTROL-REC                 000466
023400     ELSE                                                         000467
023450         MOVE "F" TO RC-STATUS OF RUN-CONTROL-REC                 000468
023500     END-IF.                                                      000469
023550     PERFORM 8950-WRITE-RUN-CONTROL.                              000470
023600* Stamp and append one run-control record                         000471
023650 8950-WRITE-RUN-CONTROL.                                          000472
023700     OPEN EXTEND RUN-CONTROL.                                     000473
023750     IF WS-RUNCTL-STATUS = "35"                                   000474
023800         OPEN OUTPUT RUN-CONTROL                                  000475
023850     END-IF.                                                      000476
023900     MOVE WS-RUN-DATE-CTL                                         000477
023950         TO RC-RUN-DATE OF RUN-CONTROL-REC.                       000478
024000     MOVE "EMPINTEG" TO RC-STEP-NAME OF RUN-CONTROL-REC.          000479
024050     MOVE WS-STEP-RC TO RC-RETURN-CODE OF RUN-CONTROL-REC.        000480
024100     MOVE WS-STEP-REASON TO RC-REASON OF RUN-CONTROL-REC.         000481
024150     MOVE FUNCTION CURRENT-DATE (1:14)                            000482
024200         TO RC-TIMESTAMP OF RUN-CONTROL-REC.                      000483
024250     WRITE RUN-CONTROL-REC.                                       000484
024300     CLOSE RUN-CONTROL.                                           000485
024350* Classify this step's reason through the shared severity         000486
024400* table and pass the standard return code back to the job         000487
024450* step. No reason set means a clean run; a reason missing         000488
024500* from the table is treated as abend-worthy                       000489
024550 8960-SET-RETURN-CODE.                                            000490
024600     IF WS-STEP-REASON = SPACES                                   000491
024650         MOVE "CLEAN" TO WS-STEP-REASON                           000492
024700     END-IF.                                                      000493
024750     MOVE 12 TO WS-STEP-RC.                                       000494
024800     PERFORM VARYING WS-SEV-IDX FROM 1 BY 1                       000495
024850             UNTIL WS-SEV-IDX > WS-SEV-MAX                        000496
024900         IF SEV-REASON (WS-SEV-IDX) = WS-STEP-REASON              000497
024950             MOVE SEV-RC (WS-SEV-IDX) TO WS-STEP-RC               000498
025000         END-IF                                                   000499
025050     END-PERFORM.                                                 000500
025100     MOVE WS-STEP-RC TO RETURN-CODE.                              000501
