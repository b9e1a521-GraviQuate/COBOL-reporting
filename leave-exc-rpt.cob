000250* LEAVEVT event whose expected return has passed while the        000004
000300* employee still sits on EMP-STATUS "L", aged by days             000005
000350* overdue, so an overstayed leave is seen every morning           000006
000400* instead of discovered by accident. Each overdue leave is        000007
000450* also logged to EXCPLOG for the morning exception digest         000008
000500 ENVIRONMENT DIVISION.                                            000009
000550 INPUT-OUTPUT SECTION.                                            000010
000600 FILE-CONTROL.                                                    000011
000650     SELECT OPTIONAL LEAVE-EVENTS ASSIGN TO "LEAVEVT"             000012
000700         ORGANIZATION IS INDEXED                                  000013
000750         ACCESS MODE IS SEQUENTIAL                                000014
000800         RECORD KEY IS LEV-KEY OF LEAVE-EVENT-RECORD              000015
000850         FILE STATUS IS WS-LEV-STATUS.                            000016
000900* Employee master - keyed reads confirm the employee is still     000017
000950* on leave and put the name on the line                           000018
001000     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"                   000019
001050         ORGANIZATION IS INDEXED                                  000020
001100         ACCESS MODE IS DYNAMIC                                   000021
001150         RECORD KEY IS EMP-ID OF EMPLOYEE-MASTER-RECORD.          000022
001200* Printed overdue-return exception report                         000023
001250     SELECT LEAVE-REPORT ASSIGN TO "LEAVEEXC"                     000024
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
002550 FD  LEAVE-EVENTS.                                                000050
002600 01  LEAVE-EVENT-RECORD.                                          000051
002650     COPY LEAVEREC.                                               000052
002700 FD  EMPLOYEE-MASTER.                                             000053
002750 01  EMPLOYEE-MASTER-RECORD.                                      000054
002800     COPY EMPREC.                                                 000055
002850 FD  LEAVE-REPORT.                                                000056
002900 01  LEAVE-REPORT-LINE  PIC X(80).                                000057
002950 FD  RUN-LOG.                                                     000058
003000 01  RUN-LOG-RECORD.                                              000059
003050     COPY RUNLOGREC.                                              000060
003100 FD  EXCP-LOG.                                                    000061
003150 01  EXCP-LOG-REC.                                                000062
003200     COPY EXCPREC.                                                000063
003250 FD  PROCESS-CALENDAR.                                            000064
003300 01  PROCESS-CALENDAR-REC.                                        000065
003350     COPY CALREC.                                                 000066
003400 FD  RUN-CONTROL-IN.                                              000067
003450 01  RUN-CONTROL-IN-REC.                                          000068
003500     COPY RUNCTLREC.                                              000069
003550 FD  RUN-CONTROL.                                                 000070
003600 01  RUN-CONTROL-REC.                                             000071
003650     COPY RUNCTLREC.                                              000072
003700 WORKING-STORAGE SECTION.                                         000073
003750* Run-control state - tonight's run date and whether this         000074
003800* step already completed for it                                   000075
003850 01  WS-RUNCTL-STATUS  PIC XX.                                    000076
003900 01  WS-RUN-DATE-CTL   PIC 9(8).                                  000077
003950 01  WS-RCTL-EOF-SW    PIC X VALUE "N".                           000078
004000     88  WS-RCTL-EOF   VALUE "Y".                                 000079
004050 01  WS-STEP-DONE-SW   PIC X VALUE "N".                           000080
004100     88  WS-STEP-DONE  VALUE "Y".                                 000081
004150     COPY RCSEVTAB.                                               000082
004200* Processing-calendar state for tonight's run                     000083
004250 01  WS-CAL-SKIP-SW    PIC X.                                     000084
004300     88  WS-CAL-SKIP   VALUE "Y".                                 000085
004350 01  WS-CAL-EOF-SW     PIC X.                                     000086
004400     88  WS-CAL-EOF    VALUE "Y".                                 000087
004450 01  WS-CAL-FREQ       PIC X.                                     000088
004500 01  WS-CAL-DAY        PIC 99.                                    000089
004550 01  WS-CAL-DAY-X REDEFINES WS-CAL-DAY PIC XX.                    000090
004600 01  WS-CAL-INT-DATE   PIC 9(8).                                  000091
004650 01  WS-CAL-DOW        PIC 9.                                     000092
004700 01  WS-CAL-NEXT-DATE  PIC 9(8).                                  000093
004750 01  WS-RUNLOG-STATUS  PIC XX.                                    000094
004800* Exception-log state - items logged for the digest this run      000095
004850 01  WS-EXCP-STATUS    PIC XX.                                    000096
004900 01  WS-EXCP-CNT       PIC 9(7) VALUE ZERO.                       000097
004950 01  WS-LEV-STATUS     PIC XX.                                    000098
005000 01  WS-EOF-SW         PIC X VALUE "N".                           000099
005050     88  WS-AT-EOF     VALUE "Y".                                 000100
005100 01  WS-READ-CNT       PIC 9(7) VALUE ZERO.                       000101
005150 01  WS-OVERDUE-CNT    PIC 9(5) VALUE ZERO.                       000102
005200* Age computation - days past the expected return                 000103
005250 01  WS-TODAY-NUM      PIC 9(8).                                  000104
005300 01  WS-OVER-DAYS      PIC S9(7).                                 000105
005350* Report heading, detail and footer lines                         000106
005400 01  WS-HDG-1.                                                    000107
005450     05  FILLER        PIC X(33)                                  000108
005500             VALUE "LEAVES PAST EXPECTED RETURN".                 000109
005550 01  WS-HDG-2.                                                    000110
005600     05  FILLER        PIC X(8)  VALUE "EMP ID".                  000111
005650     05  FILLER        PIC X(12) VALUE "NAME".                    000112
005700     05  FILLER        PIC X(10) VALUE "START".                   000113
005750     05  FILLER        PIC X(10) VALUE "EXPECTED".                000114
005800     05  FILLER        PIC X(9)  VALUE "DAYS OVER".               000115
005850 01  WS-DETAIL-LINE.                                              000116
005900     05  DTL-EMP-ID    PIC X(5).                                  000117
005950     05  FILLER        PIC X(3) VALUE SPACES.                     000118
006000     05  DTL-EMP-NAME  PIC X(10).                                 000119
006050     05  FILLER        PIC X(2) VALUE SPACES.                     000120
006100     05  DTL-START     PIC 9(8).                                  000121
006150     05  FILLER        PIC X(2) VALUE SPACES.                     000122
006200     05  DTL-EXPECTED  PIC 9(8).                                  000123
006250     05  FILLER        PIC X(2) VALUE SPACES.                     000124
006300     05  DTL-OVER      PIC ZZZZZZ9.                               000125
006350 01  WS-FOOTER-1.                                                 000126
006400     05  FILLER        PIC X(22) VALUE "OVERDUE RETURNS:".        000127
006450     05  FTR-OVERDUE   PIC ZZZZ9.                                 000128
006500 PROCEDURE DIVISION.                                              000129
006550 0000-MAIN.                                                       000130
006600     PERFORM 0100-CHECK-RUN-CONTROL.                              000131
006650     IF WS-STEP-DONE                                              000132
006700         DISPLAY "LEAVEEXC step already completed for"            000133
006750             " tonight's run - skipping."                         000134
006800         STOP RUN                                                 000135
006850     END-IF.                                                      000136
006900     PERFORM 0180-CHECK-PROCESS-CALENDAR.                         000137
006950     IF WS-CAL-SKIP                                               000138
007000         STOP RUN                                                 000139
007050     END-IF.                                                      000140
007100     PERFORM 0200-MARK-STEP-STARTED.                              000141
007150     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-NUM.            000142
007200     OPEN INPUT LEAVE-EVENTS.                                     000143
007250     IF WS-LEV-STATUS NOT = "00" AND WS-LEV-STATUS NOT = "05"     000144
007300         SET WS-AT-EOF TO TRUE                                    000145
007350     END-IF.                                                      000146
007400     OPEN INPUT EMPLOYEE-MASTER.                                  000147
007450     OPEN OUTPUT LEAVE-REPORT.                                    000148
007500     PERFORM 8100-OPEN-EXCEPTION-LOG.                             000149
007550     WRITE LEAVE-REPORT-LINE FROM WS-HDG-1.                       000150
007600     WRITE LEAVE-REPORT-LINE FROM SPACES.                         000151
007650     WRITE LEAVE-REPORT-LINE FROM WS-HDG-2.                       000152
007700     WRITE LEAVE-REPORT-LINE FROM SPACES.                         000153
007750     PERFORM UNTIL WS-AT-EOF                                      000154
007800         READ LEAVE-EVENTS NEXT RECORD                            000155
007850             AT END                                               000156
007900                 SET WS-AT-EOF TO TRUE                            000157
007950             NOT AT END                                           000158
008000                 ADD 1 TO WS-READ-CNT                             000159
008050                 PERFORM 2000-CHECK-ONE-EVENT                     000160
008100         END-READ                                                 000161
008150     END-PERFORM.                                                 000162
008200     MOVE WS-OVERDUE-CNT TO FTR-OVERDUE.                          000163
008250     WRITE LEAVE-REPORT-LINE FROM SPACES.                         000164
008300     WRITE LEAVE-REPORT-LINE FROM WS-FOOTER-1.                    000165
008350     CLOSE LEAVE-EVENTS.                                          000166
008400     CLOSE EMPLOYEE-MASTER.                                       000167
008450     CLOSE LEAVE-REPORT.                                          000168
008500     PERFORM 8190-CLOSE-EXCEPTION-LOG.                            000169
008550     PERFORM 8000-WRITE-RUN-LOG.                                  000170
008600     IF WS-OVERDUE-CNT > 0                                        000171
008650         MOVE "EXCEPT" TO WS-STEP-REASON                          000172
008700     END-IF.                                                      000173
008750     PERFORM 8900-MARK-STEP-COMPLETE.                             000174
008800     STOP RUN.                                                    000175
008850* An open event past its expected return, with the employee       000176
008900* still on leave, earns an exception line                         000177
008950 2000-CHECK-ONE-EVENT.                                            000178
009000     IF LEV-STATUS OF LEAVE-EVENT-RECORD = "O" AND                000179
009050             LEV-RETURN-DATE OF LEAVE-EVENT-RECORD > ZERO AND     000180
009100             WS-TODAY-NUM >                                       000181
009150             LEV-RETURN-DATE OF LEAVE-EVENT-RECORD                000182
009200         PERFORM 2100-CONFIRM-STILL-ON-LEAVE                      000183
009250     END-IF.                                                      000184
009300 2100-CONFIRM-STILL-ON-LEAVE.                                     000185
009350     MOVE LEV-EMP-ID OF LEAVE-EVENT-RECORD                        000186
009400         TO EMP-ID OF EMPLOYEE-MASTER-RECORD.                     000187
009450     READ EMPLOYEE-MASTER                                         000188
009500         INVALID KEY                                              000189
009550             CONTINUE                                             000190
009600         NOT INVALID KEY                                          000191
009650             IF EMP-STATUS OF EMPLOYEE-MASTER-RECORD = "L"        000192
009700                 PERFORM 2200-PRINT-OVERDUE-LINE                  000193
009750             END-IF                                               000194
009800     END-READ.                                                    000195
009850 2200-PRINT-OVERDUE-LINE.                                         000196
009900     ADD 1 TO WS-OVERDUE-CNT.                                     000197
009950     MOVE LEV-EMP-ID OF LEAVE-EVENT-RECORD TO DTL-EMP-ID.         000198
010000     MOVE EMP-NAME OF EMPLOYEE-MASTER-RECORD TO DTL-EMP-NAME.     000199
010050     MOVE LEV-START-DATE OF LEAVE-EVENT-RECORD TO DTL-START.      000200
010100     MOVE LEV-RETURN-DATE OF LEAVE-EVENT-RECORD                   000201
010150         TO DTL-EXPECTED.                                         000202
010200     COMPUTE WS-OVER-DAYS =                                       000203
010250         FUNCTION INTEGER-OF-DATE (WS-TODAY-NUM) -                000204
010300         FUNCTION INTEGER-OF-DATE                                 000205
010350             (LEV-RETURN-DATE OF LEAVE-EVENT-RECORD).             000206
010400     MOVE WS-OVER-DAYS TO DTL-OVER.                               000207
010450     WRITE LEAVE-REPORT-LINE FROM WS-DETAIL-LINE.                 000208
010500     MOVE 2 TO EXC-PRIORITY.                                      000209
010550     MOVE SPACES TO EXC-KEY.                                      000210
010600     STRING LEV-EMP-ID OF LEAVE-EVENT-RECORD " "                  000211
010650         LEV-START-DATE OF LEAVE-EVENT-RECORD                     000212
010700         DELIMITED BY SIZE INTO EXC-KEY.                          000213
010750     MOVE LEV-RETURN-DATE OF LEAVE-EVENT-RECORD                   000214
010800         TO EXC-OPEN-DATE.                                        000215
010850     MOVE "ON LEAVE PAST EXPECTED RETURN DATE" TO EXC-TEXT.       000216
010900     PERFORM 8150-WRITE-EXCEPTION-ITEM.                           000217
010950* Append this run's records-read/records-written to the shared    000218
011000* run-log for the nightly batch-window reconciliation             000219
011050 8000-WRITE-RUN-LOG.                                              000220
011100     OPEN EXTEND RUN-LOG.                                         000221
011150     IF WS-RUNLOG-STATUS = "35"                                   000222
011200         OPEN OUTPUT RUN-LOG                                      000223
011250     END-IF.                                                      000224
011300     MOVE "LEAVEEXC" TO RUNLOG-PROGRAM.                           000225
011350     MOVE FUNCTION CURRENT-DATE (1:14) TO RUNLOG-TIMESTAMP.       000226
011400     MOVE WS-READ-CNT TO RUNLOG-RECORDS-READ.                     000227
011450     MOVE WS-OVERDUE-CNT TO RUNLOG-RECORDS-WRITTEN.               000228
011500     WRITE RUN-LOG-RECORD.                                        000229
011550     CLOSE RUN-LOG.                                               000230
011600* Open the operations exception log for this run's items          000231
011650 8100-OPEN-EXCEPTION-LOG.                                         000232
011700     OPEN EXTEND EXCP-LOG.                                        000233
011750     IF WS-EXCP-STATUS = "35"                                     000234
011800         OPEN OUTPUT EXCP-LOG                                     000235
011850     END-IF.                                                      000236
011900     MOVE ZERO TO WS-EXCP-CNT.                                    000237
011950* Log one exception item for the morning digest - the caller      000238
012000* has set its priority, key, open date and text                   000239
012050 8150-WRITE-EXCEPTION-ITEM.                                       000240
012100     MOVE "LEAVEEXC" TO EXC-SOURCE.                               000241
012150     MOVE FUNCTION CURRENT-DATE (1:8) TO EXC-RUN-DATE.            000242
012200     MOVE "I" TO EXC-REC-TYPE.                                    000243
012250     MOVE ZERO TO EXC-COUNT.                                      000244
012300     WRITE EXCP-LOG-REC.                                          000245
012350     ADD 1 TO WS-EXCP-CNT.                                        000246
012400* Close the run on the exception log with its item count          000247
012450 8190-CLOSE-EXCEPTION-LOG.                                        000248
012500     MOVE "LEAVEEXC" TO EXC-SOURCE.                               000249
012550     MOVE FUNCTION CURRENT-DATE (1:8) TO EXC-RUN-DATE.            000250
012600     MOVE "T" TO EXC-REC-TYPE.                                    000251
012650     MOVE ZERO TO EXC-PRIORITY.                                   000252
012700     MOVE WS-EXCP-CNT TO EXC-COUNT.                               000253
012750     MOVE SPACES TO EXC-KEY.                                      000254
012800     MOVE ZERO TO EXC-OPEN-DATE.                                  000255
012850     MOVE SPACES TO EXC-TEXT.                                     000256
012900     WRITE EXCP-LOG-REC.                                          000257
012950     CLOSE EXCP-LOG.                                              000258
013000* Ask the processing calendar whether this step runs tonight -    000259
013050* a holiday date skips it, and a weekly/monthly/month-end         000260
013100* frequency skips the nights between. A skipped step writes a     000261
013150* K run-control record so the status report and the restart       000262
013200* logic still account for it. No calendar file, or no             000263
013250* frequency record for this step, means run nightly as before     000264
013300 0180-CHECK-PROCESS-CALENDAR.                                     000265
013350     MOVE "N" TO WS-CAL-SKIP-SW.                                  000266
013400     MOVE "N" TO WS-CAL-EOF-SW.                                   000267
013450     MOVE "D" TO WS-CAL-FREQ.                                     000268
013500     MOVE ZERO TO WS-CAL-DAY.                                     000269
013550     OPEN INPUT PROCESS-CALENDAR.                                 000270
013600     PERFORM UNTIL WS-CAL-EOF                                     000271
013650         READ PROCESS-CALENDAR                                    000272
013700             AT END                                               000273
013750                 SET WS-CAL-EOF TO TRUE                           000274
013800             NOT AT END                                           000275
013850                 IF CAL-REC-TYPE = "H" AND                        000276
013900                         CAL-DATE = WS-RUN-DATE-CTL               000277
013950                     SET WS-CAL-SKIP TO TRUE                      000278
014000                 END-IF                                           000279
014050                 IF CAL-REC-TYPE = "F" AND                        000280
014100                         CAL-STEP = "LEAVEEXC"                    000281
014150                     MOVE CAL-FREQ TO WS-CAL-FREQ                 000282
014200                     MOVE CAL-DAY TO WS-CAL-DAY                   000283
014250                 END-IF                                           000284
014300         END-READ                                                 000285
014350     END-PERFORM.                                                 000286
014400     CLOSE PROCESS-CALENDAR.                                      000287
014450     IF NOT WS-CAL-SKIP                                           000288
014500         PERFORM 0190-TEST-STEP-FREQUENCY                         000289
014550     END-IF.                                                      000290
014600     IF WS-CAL-SKIP                                               000291
014650         MOVE "CALSKIP" TO WS-STEP-REASON                         000292
014700         PERFORM 8960-SET-RETURN-CODE                             000293
014750         MOVE "K" TO RC-STATUS OF RUN-CONTROL-REC                 000294
014800         PERFORM 8950-WRITE-RUN-CONTROL                           000295
014850         DISPLAY "LEAVEEXC skipped per processing calendar."      000296
014900     END-IF.                                                      000297
014950* Does the step's frequency land on tonight - weekly runs on      000298
015000* its day of week, monthly on its day of month, month-end         000299
015050* when tomorrow is a new month                                    000300
015100 0190-TEST-STEP-FREQUENCY.                                        000301
015150     COMPUTE WS-CAL-INT-DATE =                                    000302
015200         FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-CTL).              000303
015250     EVALUATE WS-CAL-FREQ                                         000304
015300         WHEN "W"                                                 000305
015350             COMPUTE WS-CAL-DOW = FUNCTION MOD                    000306
015400                 (WS-CAL-INT-DATE - 1, 7) + 1                     000307
015450             IF WS-CAL-DOW NOT = WS-CAL-DAY                       000308
015500                 SET WS-CAL-SKIP TO TRUE                          000309
015550             END-IF                                               000310
015600         WHEN "M"                                                 000311
015650             IF WS-RUN-DATE-CTL (7:2) NOT = WS-CAL-DAY-X          000312
015700                 SET WS-CAL-SKIP TO TRUE                          000313
015750             END-IF                                               000314
015800         WHEN "E"                                                 000315
015850             COMPUTE WS-CAL-NEXT-DATE =                           000316
015900                 FUNCTION DATE-OF-INTEGER                         000317
015950                 (WS-CAL-INT-DATE + 1)                            000318
016000             IF WS-CAL-NEXT-DATE (5:2) =                          000319
016050                     WS-RUN-DATE-CTL (5:2)                        000320
016100                 SET WS-CAL-SKIP TO TRUE                          000321
016150             END-IF                                               000322
016200         WHEN OTHER                                               000323
016250             CONTINUE                                             000324
016300     END-EVALUATE.                                                000325
016350* See whether this step already completed for tonight's run       000326
016400 0100-CHECK-RUN-CONTROL.                                          000327
016450     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE-CTL.         000328
016500     OPEN INPUT RUN-CONTROL-IN.                                   000329
016550     PERFORM UNTIL WS-RCTL-EOF                                    000330
016600         READ RUN-CONTROL-IN                                      000331
016650             AT END                                               000332
016700                 SET WS-RCTL-EOF TO TRUE                          000333
016750             NOT AT END                                           000334
016800                 IF RC-RUN-DATE OF RUN-CONTROL-IN-REC             000335
016850                         = WS-RUN-DATE-CTL AND                    000336
016900                         RC-STEP-NAME OF RUN-CONTROL-IN-REC       000337
016950                         = "LEAVEEXC" AND                         000338
017000                         RC-STATUS OF RUN-CONTROL-IN-REC = "C"    000339
017050                     SET WS-STEP-DONE TO TRUE                     000340
017100                 END-IF                                           000341
017150         END-READ                                                 000342
017200     END-PERFORM.                                                 000343
017250     CLOSE RUN-CONTROL-IN.                                        000344
017300* Record this step as started for tonight's run                   000345
017350 0200-MARK-STEP-STARTED.                                          000346
017400     MOVE "S" TO RC-STATUS OF RUN-CONTROL-REC.                    000347
017450     PERFORM 8950-WRITE-RUN-CONTROL.                              000348
017500* Record how this step ended for tonight's run - a C record       000349
017550* when its return code is below 8 (clean or warning), an F        000350
017600* record for a failure so a resubmitted night runs it again       000351
017650 8900-MARK-STEP-COMPLETE.                                         000352
017700     PERFORM 8960-SET-RETURN-CODE.                                000353
017750     IF WS-STEP-RC < 8                                            000354
017800         MOVE "C" TO RC-STATUS OF RUN-CONTROL-REC                 000355
017850     ELSE                                                         000356
017900         MOVE "F" TO RC-STATUS OF RUN-CONTROL-REC                 000357
017950     END-IF.                                                      000358
018000     PERFORM 8950-WRITE-RUN-CONTROL.                              000359
018050* Stamp and append one run-control record                         000360
018100 8950-WRITE-RUN-CONTROL.                                          000361
018150     OPEN EXTEND RUN-CONTROL.                                     000362
018200     IF WS-RUNCTL-STATUS = "35"                                   000363
018250         OPEN OUTPUT RUN-CONTROL                                  000364
018300     END-IF.                                                      000365
018350     MOVE WS-RUN-DATE-CTL                                         000366
018400         TO RC-RUN-DATE OF RUN-CONTROL-REC.                       000367
018450     MOVE "LEAVEEXC" TO RC-STEP-NAME OF RUN-CONTROL-REC.          000368
018500     MOVE WS-STEP-RC TO RC-RETURN-CODE OF RUN-CONTROL-REC.        000369
018550     MOVE WS-STEP-REASON TO RC-REASON OF RUN-CONTROL-REC.         000370
018600     MOVE FUNCTION CURRENT-DATE (1:14)                            000371
018650         TO RC-TIMESTAMP OF RUN-CONTROL-REC.                      000372
018700     WRITE RUN-CONTROL-REC.                                       000373
018750     CLOSE RUN-CONTROL.                                           000374
018800* Classify this step's reason through the shared severity         000375
018850* table and pass the standard return code back to the job         000376
018900* step. No reason set means a clean run; a reason missing         000377
018950* from the table is treated as abend-worthy                       000378
019000 8960-SET-RETURN-CODE.                                            000379
019050     IF WS-STEP-REASON = SPACES                                   000380
019100         MOVE "CLEAN" TO WS-STEP-REASON                           000381
019150     END-IF.                                                      000382
019200     MOVE 12 TO WS-STEP-RC.                                       000383
019250     PERFORM VARYING WS-SEV-IDX FROM 1 BY 1                       000384
019300             UNTIL WS-SEV-IDX > WS-SEV-MAX                        000385
019350         IF SEV-REASON (WS-SEV-IDX) = WS-STEP-REASON              000386
019400             MOVE SEV-RC (WS-SEV-IDX) TO WS-STEP-RC               000387
019450         END-IF                                                   000388
019500     END-PERFORM.                                                 000389
019550     MOVE WS-STEP-RC TO RETURN-CODE.                              000390
