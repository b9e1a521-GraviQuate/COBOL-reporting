000100 IDENTIFICATION DIVISION.                                         000001
000150 PROGRAM-ID. EMP-SCHED-RPT.                                       000002
000200* Scheduled-transaction look-ahead report - lists every EMPTXN    000003
000250* transaction held on EMPFUTR for a later effective date that     000004
000300* falls due within the next 30 days, in effective-date order,     000005
000350* so HR can see what will post before it posts and have a         000006
000400* held transaction cancelled (function X) if plans change         000007
000450 ENVIRONMENT DIVISION.                                            000008
000500 INPUT-OUTPUT SECTION.                                            000009
000550 FILE-CONTROL.                                                    000010
000600     SELECT OPTIONAL EMP-FUTURE-TXNS ASSIGN TO "EMPFUTR"          000011
000650         ORGANIZATION IS LINE SEQUENTIAL.                         000012
000700* Sort work and sorted copy of the held transactions              000013
000750     SELECT SCHED-SORT-WORK ASSIGN TO "SCHEDSWK".                 000014
000800     SELECT SORTED-FUTURE-TXNS ASSIGN TO "SCHEDSRT"               000015
000850         ORGANIZATION IS LINE SEQUENTIAL.                         000016
000900* Employee master - keyed reads put the current name and          000017
000950* department on the line when the transaction carries none        000018
001000     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"                   000019
001050         ORGANIZATION IS INDEXED                                  000020
001100         ACCESS MODE IS DYNAMIC                                   000021
001150         RECORD KEY IS EMP-ID OF EMPLOYEE-MASTER-RECORD.          000022
001200* Printed look-ahead report                                       000023
001250     SELECT SCHED-REPORT ASSIGN TO "EMPSCHDR"                     000024
001300         ORGANIZATION IS LINE SEQUENTIAL.                         000025
001350* Run-level control-total log - every batch program appends its   000026
001400* records-read/written counts here for nightly reconciliation     000027
001450     SELECT RUN-LOG ASSIGN TO "RUNLOG"                            000028
001500         ORGANIZATION IS LINE SEQUENTIAL                          000029
001550         FILE STATUS IS WS-RUNLOG-STATUS.                         000030
001600* Processing calendar - bank holidays and per-step run            000031
001650* frequencies. Optional; without one every step runs nightly      000032
001700     SELECT OPTIONAL PROCESS-CALENDAR ASSIGN TO "PROCCAL"         000033
001750         ORGANIZATION IS LINE SEQUENTIAL.                         000034
001800* Batch run-control file - each step records started/completed    000035
001850* status for tonight's run so a resubmitted job skips the         000036
001900* steps that already completed                                    000037
001950     SELECT OPTIONAL RUN-CONTROL-IN ASSIGN TO "RUNCTL"            000038
002000         ORGANIZATION IS LINE SEQUENTIAL.                         000039
002050     SELECT RUN-CONTROL ASSIGN TO "RUNCTL"                        000040
002100         ORGANIZATION IS LINE SEQUENTIAL                          000041
002150         FILE STATUS IS WS-RUNCTL-STATUS.                         000042
002200 DATA DIVISION.                                                   000043
002250 FILE SECTION.                                                    000044
002300 FD  EMP-FUTURE-TXNS.                                             000045
002350 01  EMP-FUTURE-REC.                                              000046
002400     COPY FUTRREC.                                                000047
002450 SD  SCHED-SORT-WORK.                                             000048
002500 01  SCHED-SORT-RECORD.                                           000049
002550     COPY FUTRREC.                                                000050
002600 FD  SORTED-FUTURE-TXNS.                                          000051
002650 01  SORTED-FUTURE-REC.                                           000052
002700     COPY FUTRREC.                                                000053
002750 FD  EMPLOYEE-MASTER.                                             000054
002800 01  EMPLOYEE-MASTER-RECORD.                                      000055
002850     COPY EMPREC.                                                 000056
002900 FD  SCHED-REPORT.                                                000057
002950 01  SCHED-REPORT-LINE  PIC X(80).                                000058
003000 FD  RUN-LOG.                                                     000059
003050 01  RUN-LOG-RECORD.                                              000060
003100     COPY RUNLOGREC.                                              000061
003150 FD  PROCESS-CALENDAR.                                            000062
003200 01  PROCESS-CALENDAR-REC.                                        000063
003250     COPY CALREC.                                                 000064
003300 FD  RUN-CONTROL-IN.                                              000065
003350 01  RUN-CONTROL-IN-REC.                                          000066
003400     COPY RUNCTLREC.                                              000067
003450 FD  RUN-CONTROL.                                                 000068
003500 01  RUN-CONTROL-REC.                                             000069
003550     COPY RUNCTLREC.                                              000070
003600 WORKING-STORAGE SECTION.                                         000071
003650* Run-control state - tonight's run date and whether this         000072
003700* step already completed for it                                   000073
003750 01  WS-RUNCTL-STATUS  PIC XX.                                    000074
003800 01  WS-RUN-DATE-CTL   PIC 9(8).                                  000075
003850 01  WS-RCTL-EOF-SW    PIC X VALUE "N".                           000076
003900     88  WS-RCTL-EOF   VALUE "Y".                                 000077
003950 01  WS-STEP-DONE-SW   PIC X VALUE "N".                           000078
004000     88  WS-STEP-DONE  VALUE "Y".                                 000079
004050     COPY RCSEVTAB.                                               000080
004100* Processing-calendar state for tonight's run                     000081
004150 01  WS-CAL-SKIP-SW    PIC X.                                     000082
004200     88  WS-CAL-SKIP   VALUE "Y".                                 000083
004250 01  WS-CAL-EOF-SW     PIC X.                                     000084
004300     88  WS-CAL-EOF    VALUE "Y".                                 000085
004350 01  WS-CAL-FREQ       PIC X.                                     000086
004400 01  WS-CAL-DAY        PIC 99.                                    000087
004450 01  WS-CAL-DAY-X REDEFINES WS-CAL-DAY PIC XX.                    000088
004500 01  WS-CAL-INT-DATE   PIC 9(8).                                  000089
004550 01  WS-CAL-DOW        PIC 9.                                     000090
004600 01  WS-CAL-NEXT-DATE  PIC 9(8).                                  000091
004650 01  WS-RUNLOG-STATUS  PIC XX.                                    000092
004700 01  WS-EOF-SW         PIC X VALUE "N".                           000093
004750     88  WS-AT-EOF     VALUE "Y".                                 000094
004800 01  WS-READ-CNT       PIC 9(7) VALUE ZERO.                       000095
004850 01  WS-DUE-CNT        PIC 9(5) VALUE ZERO.                       000096
004900 01  WS-LATER-CNT      PIC 9(5) VALUE ZERO.                       000097
004950* Look-ahead window - held transactions due on or before          000098
005000* tonight's run date plus this many days are listed               000099
005050 78  WS-LOOKAHEAD-DAYS VALUE 30.                                  000100
005100 01  WS-TODAY-NUM      PIC 9(8).                                  000101
005150 01  WS-TODAY-INT      PIC 9(8).                                  000102
005200 01  WS-WINDOW-END     PIC 9(8).                                  000103
005250 01  WS-DAYS-TO-GO     PIC S9(7).                                 000104
005300* Report heading, detail and footer lines                         000105
005350 01  WS-HDG-1.                                                    000106
005400     05  FILLER        PIC X(35)                                  000107
005450             VALUE "SCHEDULED TRANSACTIONS - NEXT 30 ".           000108
005500     05  FILLER        PIC X(16) VALUE "DAYS THROUGH".            000109
005550     05  HDG-WINDOW-END PIC 9(8).                                 000110
005600 01  WS-HDG-2.                                                    000111
005650     05  FILLER        PIC X(10) VALUE "EFFECTIVE".               000112
005700     05  FILLER        PIC X(6)  VALUE "DAYS".                    000113
005750     05  FILLER        PIC X(12) VALUE "ACTION".                  000114
005800     05  FILLER        PIC X(8)  VALUE "EMP ID".                  000115
005850     05  FILLER        PIC X(12) VALUE "NAME".                    000116
005900     05  FILLER        PIC X(6)  VALUE "DEPT".                    000117
005950     05  FILLER        PIC X(8)  VALUE "HELD ON".                 000118
006000 01  WS-DETAIL-LINE.                                              000119
006050     05  DTL-EFF-DATE  PIC 9(8).                                  000120
006100     05  FILLER        PIC X(2) VALUE SPACES.                     000121
006150     05  DTL-DAYS      PIC ZZZ9.                                  000122
006200     05  FILLER        PIC X(2) VALUE SPACES.                     000123
006250     05  DTL-ACTION    PIC X(10).                                 000124
006300     05  FILLER        PIC X(2) VALUE SPACES.                     000125
006350     05  DTL-EMP-ID    PIC X(5).                                  000126
006400     05  FILLER        PIC X(3) VALUE SPACES.                     000127
006450     05  DTL-NAME      PIC X(10).                                 000128
006500     05  FILLER        PIC X(2) VALUE SPACES.                     000129
006550     05  DTL-DEPT      PIC X(3).                                  000130
006600     05  FILLER        PIC X(3) VALUE SPACES.                     000131
006650     05  DTL-HELD-DATE PIC 9(8).                                  000132
006700 01  WS-FOOTER-1.                                                 000133
006750     05  FILLER        PIC X(28) VALUE "DUE IN THE NEXT 30 DAYS:".000134
006800     05  FTR-DUE-CNT   PIC ZZZZ9.                                 000135
006850 01  WS-FOOTER-2.                                                 000136
006900     05  FILLER        PIC X(28) VALUE "HELD BEYOND 30 DAYS:".    000137
006950     05  FTR-LATER-CNT PIC ZZZZ9.                                 000138
007000 01  WS-FOOTER-3.                                                 000139
007050     05  FILLER        PIC X(28) VALUE "TOTAL TRANSACTIONS HELD:".000140
007100     05  FTR-HELD-CNT  PIC ZZZZ9.                                 000141
007150 PROCEDURE DIVISION.                                              000142
007200 0000-MAIN.                                                       000143
007250     PERFORM 0100-CHECK-RUN-CONTROL.                              000144
007300     IF WS-STEP-DONE                                              000145
007350         DISPLAY "EMPSCHED step already completed for"            000146
007400             " tonight's run - skipping."                         000147
007450         STOP RUN                                                 000148
007500     END-IF.                                                      000149
007550     PERFORM 0180-CHECK-PROCESS-CALENDAR.                         000150
007600     IF WS-CAL-SKIP                                               000151
007650         STOP RUN                                                 000152
007700     END-IF.                                                      000153
007750     PERFORM 0200-MARK-STEP-STARTED.                              000154
007800     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-NUM.            000155
007850     COMPUTE WS-TODAY-INT =                                       000156
007900         FUNCTION INTEGER-OF-DATE (WS-TODAY-NUM).                 000157
007950     COMPUTE WS-WINDOW-END = FUNCTION DATE-OF-INTEGER             000158
008000         (WS-TODAY-INT + WS-LOOKAHEAD-DAYS).                      000159
008050     MOVE WS-WINDOW-END TO HDG-WINDOW-END.                        000160
008100     SORT SCHED-SORT-WORK                                         000161
008150         ON ASCENDING KEY FUT-EFF-DATE OF SCHED-SORT-RECORD       000162
008200         ON ASCENDING KEY FUT-EMP-ID OF SCHED-SORT-RECORD         000163
008250         USING EMP-FUTURE-TXNS                                    000164
008300         GIVING SORTED-FUTURE-TXNS.                               000165
008350     OPEN INPUT SORTED-FUTURE-TXNS.                               000166
008400     OPEN INPUT EMPLOYEE-MASTER.                                  000167
008450     OPEN OUTPUT SCHED-REPORT.                                    000168
008500     WRITE SCHED-REPORT-LINE FROM WS-HDG-1.                       000169
008550     WRITE SCHED-REPORT-LINE FROM SPACES.                         000170
008600     WRITE SCHED-REPORT-LINE FROM WS-HDG-2.                       000171
008650     WRITE SCHED-REPORT-LINE FROM SPACES.                         000172
008700     PERFORM UNTIL WS-AT-EOF                                      000173
008750         READ SORTED-FUTURE-TXNS                                  000174
008800             AT END                                               000175
008850                 SET WS-AT-EOF TO TRUE                            000176
008900             NOT AT END                                           000177
008950                 ADD 1 TO WS-READ-CNT                             000178
009000                 IF FUT-EFF-DATE OF SORTED-FUTURE-REC             000179
009050                         > WS-WINDOW-END                          000180
009100                     ADD 1 TO WS-LATER-CNT                        000181
009150                 ELSE                                             000182
009200                     ADD 1 TO WS-DUE-CNT                          000183
009250                     PERFORM 2000-PRINT-SCHEDULED-TXN             000184
009300                 END-IF                                           000185
009350         END-READ                                                 000186
009400     END-PERFORM.                                                 000187
009450     MOVE WS-DUE-CNT TO FTR-DUE-CNT.                              000188
009500     MOVE WS-LATER-CNT TO FTR-LATER-CNT.                          000189
009550     MOVE WS-READ-CNT TO FTR-HELD-CNT.                            000190
009600     WRITE SCHED-REPORT-LINE FROM SPACES.                         000191
009650     WRITE SCHED-REPORT-LINE FROM WS-FOOTER-1.                    000192
009700     WRITE SCHED-REPORT-LINE FROM WS-FOOTER-2.                    000193
009750     WRITE SCHED-REPORT-LINE FROM WS-FOOTER-3.                    000194
009800     CLOSE SORTED-FUTURE-TXNS.                                    000195
009850     CLOSE EMPLOYEE-MASTER.                                       000196
009900     CLOSE SCHED-REPORT.                                          000197
009950     PERFORM 8000-WRITE-RUN-LOG.                                  000198
010000     PERFORM 8900-MARK-STEP-COMPLETE.                             000199
010050     STOP RUN.                                                    000200
010100* One line per held transaction due inside the window, with the   000201
010150* number of days until it posts                                   000202
010200 2000-PRINT-SCHEDULED-TXN.                                        000203
010250     MOVE FUT-EFF-DATE OF SORTED-FUTURE-REC TO DTL-EFF-DATE.      000204
010300     COMPUTE WS-DAYS-TO-GO =                                      000205
010350         FUNCTION INTEGER-OF-DATE                                 000206
010400         (FUT-EFF-DATE OF SORTED-FUTURE-REC) - WS-TODAY-INT.      000207
010450     IF WS-DAYS-TO-GO < ZERO                                      000208
010500         MOVE ZERO TO WS-DAYS-TO-GO                               000209
010550     END-IF.                                                      000210
010600     MOVE WS-DAYS-TO-GO TO DTL-DAYS.                              000211
010650     EVALUATE FUT-FUNCTION OF SORTED-FUTURE-REC                   000212
010700         WHEN "A" WHEN "a"                                        000213
010750             MOVE "ADD" TO DTL-ACTION                             000214
010800         WHEN "C" WHEN "c"                                        000215
010850             MOVE "CHANGE" TO DTL-ACTION                          000216
010900         WHEN "D" WHEN "d" WHEN "T" WHEN "t"                      000217
010950             MOVE "TERMINATE" TO DTL-ACTION                       000218
011000         WHEN "L" WHEN "l"                                        000219
011050             MOVE "LEAVE" TO DTL-ACTION                           000220
011100         WHEN "R" WHEN "r"                                        000221
011150             MOVE "REHIRE" TO DTL-ACTION                          000222
011200         WHEN OTHER                                               000223
011250             MOVE FUT-FUNCTION OF SORTED-FUTURE-REC               000224
011300                 TO DTL-ACTION                                    000225
011350     END-EVALUATE.                                                000226
011400     MOVE FUT-EMP-ID OF SORTED-FUTURE-REC TO DTL-EMP-ID.          000227
011450     MOVE FUT-EMP-NAME OF SORTED-FUTURE-REC TO DTL-NAME.          000228
011500     MOVE FUT-EMP-DEPT OF SORTED-FUTURE-REC TO DTL-DEPT.          000229
011550     IF DTL-NAME = SPACES OR DTL-DEPT = SPACES                    000230
011600         PERFORM 2100-LOOK-UP-EMPLOYEE                            000231
011650     END-IF.                                                      000232
011700     MOVE FUT-HELD-DATE OF SORTED-FUTURE-REC TO DTL-HELD-DATE.    000233
011750     WRITE SCHED-REPORT-LINE FROM WS-DETAIL-LINE.                 000234
011800* Fill a blank name or department from the employee master - an   000235
011850* add for a new hire will not be on file yet                      000236
011900 2100-LOOK-UP-EMPLOYEE.                                           000237
011950     MOVE FUT-EMP-ID OF SORTED-FUTURE-REC                         000238
012000         TO EMP-ID OF EMPLOYEE-MASTER-RECORD.                     000239
012050     READ EMPLOYEE-MASTER                                         000240
012100         INVALID KEY                                              000241
012150             CONTINUE                                             000242
012200         NOT INVALID KEY                                          000243
012250             IF DTL-NAME = SPACES                                 000244
012300                 MOVE EMP-NAME OF EMPLOYEE-MASTER-RECORD          000245
012350                     TO DTL-NAME                                  000246
012400             END-IF                                               000247
012450             IF DTL-DEPT = SPACES                                 000248
012500                 MOVE EMP-DEPT OF EMPLOYEE-MASTER-RECORD          000249
012550                     TO DTL-DEPT                                  000250
012600             END-IF                                               000251
012650     END-READ.                                                    000252
012700* Append this run's records-read/records-written to the shared    000253
012750* run-log for the nightly batch-window reconciliation             000254
012800 8000-WRITE-RUN-LOG.                                              000255
012850     OPEN EXTEND RUN-LOG.                                         000256
012900     IF WS-RUNLOG-STATUS = "35"                                   000257
012950         OPEN OUTPUT RUN-LOG                                      000258
013000     END-IF.                                                      000259
013050     MOVE "EMPSCHED" TO RUNLOG-PROGRAM.                           000260
013100     MOVE FUNCTION CURRENT-DATE (1:14) TO RUNLOG-TIMESTAMP.       000261
013150     MOVE WS-READ-CNT TO RUNLOG-RECORDS-READ.                     000262
013200     MOVE WS-DUE-CNT TO RUNLOG-RECORDS-WRITTEN.                   000263
013250     WRITE RUN-LOG-RECORD.                                        000264
013300     CLOSE RUN-LOG.                                               000265
013350* Ask the processing calendar whether this step runs tonight -    000266
013400* a holiday date skips it, and a weekly/monthly/month-end         000267
013450* frequency skips the nights between. A skipped step writes a     000268
013500* K run-control record so the status report and the restart       000269
013550* logic still account for it. No calendar file, or no             000270
013600* frequency record for this step, means run nightly as before     000271
013650 0180-CHECK-PROCESS-CALENDAR.                                     000272
013700     MOVE "N" TO WS-CAL-SKIP-SW.                                  000273
013750     MOVE "N" TO WS-CAL-EOF-SW.                                   000274
013800     MOVE "D" TO WS-CAL-FREQ.                                     000275
013850     MOVE ZERO TO WS-CAL-DAY.                                     000276
013900     OPEN INPUT PROCESS-CALENDAR.                                 000277
013950     PERFORM UNTIL WS-CAL-EOF                                     000278
014000         READ PROCESS-CALENDAR                                    000279
014050             AT END                                               000280
014100                 SET WS-CAL-EOF TO TRUE                           000281
014150             NOT AT END                                           000282
014200                 IF CAL-REC-TYPE = "H" AND                        000283
014250                         CAL-DATE = WS-RUN-DATE-CTL               000284
014300                     SET WS-CAL-SKIP TO TRUE                      000285
014350                 END-IF                                           000286
014400                 IF CAL-REC-TYPE = "F" AND                        000287
014450                         CAL-STEP = "EMPSCHED"                    000288
014500                     MOVE CAL-FREQ TO WS-CAL-FREQ                 000289
014550                     MOVE CAL-DAY TO WS-CAL-DAY                   000290
014600                 END-IF                                           000291
014650         END-READ                                                 000292
014700     END-PERFORM.                                                 000293
014750     CLOSE PROCESS-CALENDAR.                                      000294
014800     IF NOT WS-CAL-SKIP                                           000295
014850         PERFORM 0190-TEST-STEP-FREQUENCY                         000296
014900     END-IF.                                                      000297
014950     IF WS-CAL-SKIP                                               000298
015000         MOVE "CALSKIP" TO WS-STEP-REASON                         000299
015050         PERFORM 8960-SET-RETURN-CODE                             000300
015100         MOVE "K" TO RC-STATUS OF RUN-CONTROL-REC                 000301
015150         PERFORM 8950-WRITE-RUN-CONTROL                           000302
015200         DISPLAY "EMPSCHED skipped per processing calendar."      000303
015250     END-IF.                                                      000304
015300* Does the step's frequency land on tonight - weekly runs on      000305
015350* its day of week, monthly on its day of month, month-end         000306
015400* when tomorrow is a new month                                    000307
015450 0190-TEST-STEP-FREQUENCY.                                        000308
015500     COMPUTE WS-CAL-INT-DATE =                                    000309
015550         FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-CTL).              000310
015600     EVALUATE WS-CAL-FREQ                                         000311
015650         WHEN "W"                                                 000312
015700             COMPUTE WS-CAL-DOW = FUNCTION MOD                    000313
015750                 (WS-CAL-INT-DATE - 1, 7) + 1                     000314
015800             IF WS-CAL-DOW NOT = WS-CAL-DAY                       000315
015850                 SET WS-CAL-SKIP TO TRUE                          000316
015900             END-IF                                               000317
015950         WHEN "M"                                                 000318
016000             IF WS-RUN-DATE-CTL (7:2) NOT = WS-CAL-DAY-X          000319
016050                 SET WS-CAL-SKIP TO TRUE                          000320
016100             END-IF                                               000321
016150         WHEN "E"                                                 000322
016200             COMPUTE WS-CAL-NEXT-DATE =                           000323
016250                 FUNCTION DATE-OF-INTEGER                         000324
016300                 (WS-CAL-INT-DATE + 1)                            000325
016350             IF WS-CAL-NEXT-DATE (5:2) =                          000326
016400                     WS-RUN-DATE-CTL (5:2)                        000327
016450                 SET WS-CAL-SKIP TO TRUE                          000328
016500             END-IF                                               000329
016550         WHEN OTHER                                               000330
016600             CONTINUE                                             000331
016650     END-EVALUATE.                                                000332
016700* See whether this step already completed for tonight's run       000333
016750 0100-CHECK-RUN-CONTROL.                                          000334
016800     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE-CTL.         000335
016850     OPEN INPUT RUN-CONTROL-IN.                                   000336
016900     PERFORM UNTIL WS-RCTL-EOF                                    000337
016950         READ RUN-CONTROL-IN                                      000338
017000             AT END                                               000339
017050                 SET WS-RCTL-EOF TO TRUE                          000340
017100             NOT AT END                                           000341
017150                 IF RC-RUN-DATE OF RUN-CONTROL-IN-REC             000342
017200                         = WS-RUN-DATE-CTL AND                    000343
017250                         RC-STEP-NAME OF RUN-CONTROL-IN-REC       000344
017300                         = "EMPSCHED" AND                         000345
017350                         RC-STATUS OF RUN-CONTROL-IN-REC = "C"    000346
017400                     SET WS-STEP-DONE TO TRUE                     000347
017450                 END-IF                                           000348
017500         END-READ                                                 000349
017550     END-PERFORM.                                                 000350
017600     CLOSE RUN-CONTROL-IN.                                        000351
017650* Record this step as started for tonight's run                   000352
017700 0200-MARK-STEP-STARTED.                                          000353
017750     MOVE "S" TO RC-STATUS OF RUN-CONTROL-REC.                    000354
017800     PERFORM 8950-WRITE-RUN-CONTROL.                              000355
017850* Record how this step ended for tonight's run - a C record       000356
017900* when its return code is below 8 (clean or warning), an F        000357
017950* record for a failure so a resubmitted night runs it again       000358
018000 8900-MARK-STEP-COMPLETE.                                         000359
018050     PERFORM 8960-SET-RETURN-CODE.                                000360
018100     IF WS-STEP-RC < 8                                            000361
018150         MOVE "C" TO RC-STATUS OF RUN-CONTROL-REC                 000362
018200     ELSE                                                         000363
018250         MOVE "F" TO RC-STATUS OF RUN-CONTROL-REC                 000364
018300     END-IF.                                                      000365
018350     PERFORM 8950-WRITE-RUN-CONTROL.                              000366
018400* Stamp and append one run-control record                         000367
018450 8950-WRITE-RUN-CONTROL.                                          000368
018500     OPEN EXTEND RUN-CONTROL.                                     000369
018550     IF WS-RUNCTL-STATUS = "35"                                   000370
018600         OPEN OUTPUT RUN-CONTROL                                  000371
018650     END-IF.                                                      000372
018700     MOVE WS-RUN-DATE-CTL                                         000373
018750         TO RC-RUN-DATE OF RUN-CONTROL-REC.                       000374
018800     MOVE "EMPSCHED" TO RC-STEP-NAME OF RUN-CONTROL-REC.          000375
018850     MOVE WS-STEP-RC TO RC-RETURN-CODE OF RUN-CONTROL-REC.        000376
018900     MOVE WS-STEP-REASON TO RC-REASON OF RUN-CONTROL-REC.         000377
018950     MOVE FUNCTION CURRENT-DATE (1:14)                            000378
019000         TO RC-TIMESTAMP OF RUN-CONTROL-REC.                      000379
019050     WRITE RUN-CONTROL-REC.                                       000380
019100     CLOSE RUN-CONTROL.                                           000381
019150* Classify this step's reason through the shared severity         000382
019200* table and pass the standard return code back to the job         000383
019250* step. No reason set means a clean run; a reason missing         000384
019300* from the table is treated as abend-worthy                       000385
019350 8960-SET-RETURN-CODE.                                            000386
019400     IF WS-STEP-REASON = SPACES                                   000387
019450         MOVE "CLEAN" TO WS-STEP-REASON                           000388
019500     END-IF.                                                      000389
019550     MOVE 12 TO WS-STEP-RC.                                       000390
019600     PERFORM VARYING WS-SEV-IDX FROM 1 BY 1                       000391
019650             UNTIL WS-SEV-IDX > WS-SEV-MAX                        000392
019700         IF SEV-REASON (WS-SEV-IDX) = WS-STEP-REASON              000393
019750             MOVE SEV-RC (WS-SEV-IDX) TO WS-STEP-RC               000394
019800         END-IF                                                   000395
019850     END-PERFORM.                                                 000396
019900     MOVE WS-STEP-RC TO RETURN-CODE.                              000397
