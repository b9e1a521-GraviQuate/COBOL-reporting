000200* Pending-approval aging report - lists every EMPPEND item        000003
000250* still waiting for a second administrator, with the number of    000004
000300* days it has sat unapproved, so a queued termination cannot      000005
000350* quietly wait forever. Each item is also logged to EXCPLOG,      000006
000400* dated from its request, for the morning exception digest        000007
000450 ENVIRONMENT DIVISION.                                            000008
000500 INPUT-OUTPUT SECTION.                                            000009
000550 FILE-CONTROL.                                                    000010
000600     SELECT OPTIONAL PENDING-APPROVALS ASSIGN TO "EMPPEND"        000011
000650         ORGANIZATION IS LINE SEQUENTIAL.                         000012
000700* Printed aging report                                            000013
000750     SELECT PENDING-REPORT ASSIGN TO "EMPPENDR"                   000014
000800         ORGANIZATION IS LINE SEQUENTIAL.                         000015
000850* Run-level control-total log - every batch program appends its   000016
000900* records-read/written counts here for nightly reconciliation     000017
000950     SELECT RUN-LOG ASSIGN TO "RUNLOG"                            000018
001000         ORGANIZATION IS LINE SEQUENTIAL                          000019
001050         FILE STATUS IS WS-RUNLOG-STATUS.                         000020
001100* Operations exception log - the morning exception digest         000021
001150* gathers every listed exception from here                        000022
001200     SELECT EXCP-LOG ASSIGN TO "EXCPLOG"                          000023
001250         ORGANIZATION IS LINE SEQUENTIAL                          000024
001300         FILE STATUS IS WS-EXCP-STATUS.                           000025
001350* Processing calendar - bank holidays and per-step run            000026
001400* frequencies. Optional; without one every step runs nightly      000027
001450     SELECT OPTIONAL PROCESS-CALENDAR ASSIGN TO "PROCCAL"         000028
001500         ORGANIZATION IS LINE SEQUENTIAL.                         000029
001550* Batch run-control file - each step records started/completed    000030
001600* status for tonight's run so a resubmitted job skips the         000031
001650* steps that already completed                                    000032
001700     SELECT OPTIONAL RUN-CONTROL-IN ASSIGN TO "RUNCTL"            000033
001750         ORGANIZATION IS LINE SEQUENTIAL.                         000034
001800     SELECT RUN-CONTROL ASSIGN TO "RUNCTL"                        000035
001850         ORGANIZATION IS LINE SEQUENTIAL                          000036
001900         FILE STATUS IS WS-RUNCTL-STATUS.                         000037
001950 DATA DIVISION.                                                   000038
002000 FILE SECTION.                                                    000039
002050 FD  PENDING-APPROVALS.                                           000040
002100 01  PENDING-APPROVAL-REC.                                        000041
002150     COPY PENDREC.                                                000042
002200 FD  PENDING-REPORT.                                              000043
002250 01  PENDING-REPORT-LINE  PIC X(80).                              000044
002300 FD  RUN-LOG.                                                     000045
002350 01  RUN-LOG-RECORD.                                              000046
002400     COPY RUNLOGREC.                                              000047
002450 FD  EXCP-LOG.                                                    000048
002500 01  EXCP-LOG-REC.                                                000049
002550     COPY EXCPREC.                                                000050
002600 FD  RUN-CONTROL-IN.                                              000051
002650 01  RUN-CONTROL-IN-REC.                                          000052
002700     COPY RUNCTLREC.                                              000053
002750 FD  RUN-CONTROL.                                                 000054
002800 01  RUN-CONTROL-REC.                                             000055
002850     COPY RUNCTLREC.                                              000056
002900 FD  PROCESS-CALENDAR.                                            000057
002950 01  PROCESS-CALENDAR-REC.                                        000058
003000     COPY CALREC.                                                 000059
003050 WORKING-STORAGE SECTION.                                         000060
003100* Run-control state - tonight's run date and whether this         000061
003150* step already completed for it                                   000062
003200 01  WS-RUNCTL-STATUS  PIC XX.                                    000063
003250 01  WS-RUN-DATE-CTL   PIC 9(8).                                  000064
003300 01  WS-RCTL-EOF-SW    PIC X VALUE "N".                           000065
003350     88  WS-RCTL-EOF   VALUE "Y".                                 000066
003400 01  WS-STEP-DONE-SW   PIC X VALUE "N".                           000067
003450     88  WS-STEP-DONE  VALUE "Y".                                 000068
003500     COPY RCSEVTAB.                                               000069
003550* Processing-calendar state for tonight's run                     000070
003600 01  WS-CAL-SKIP-SW    PIC X.                                     000071
003650     88  WS-CAL-SKIP   VALUE "Y".                                 000072
003700 01  WS-CAL-EOF-SW     PIC X.                                     000073
003750     88  WS-CAL-EOF    VALUE "Y".                                 000074
003800 01  WS-CAL-FREQ       PIC X.                                     000075
003850 01  WS-CAL-DAY        PIC 99.                                    000076
003900 01  WS-CAL-DAY-X REDEFINES WS-CAL-DAY PIC XX.                    000077
003950 01  WS-CAL-INT-DATE   PIC 9(8).                                  000078
004000 01  WS-CAL-DOW        PIC 9.                                     000079
004050 01  WS-CAL-NEXT-DATE  PIC 9(8).                                  000080
004100 01  WS-RUNLOG-STATUS  PIC XX.                                    000081
004150* Exception-log state - items logged for the digest this run      000082
004200 01  WS-EXCP-STATUS    PIC XX.                                    000083
004250 01  WS-EXCP-CNT       PIC 9(7) VALUE ZERO.                       000084
004300 01  WS-EOF-SW         PIC X VALUE "N".                           000085
004350     88  WS-AT-EOF     VALUE "Y".                                 000086
004400 01  WS-READ-CNT       PIC 9(7) VALUE ZERO.                       000087
004450 01  WS-PENDING-CNT    PIC 9(5) VALUE ZERO.                       000088
004500* Age computation - days between the maker's keying date and      000089
004550* tonight's run date                                              000090
004600 01  WS-TODAY-NUM      PIC 9(8).                                  000091
004650 01  WS-MAKER-DATE     PIC 9(8).                                  000092
004700 01  WS-AGE-DAYS       PIC S9(7).                                 000093
004750* Report heading, detail and footer lines                         000094
004800 01  WS-HDG-1.                                                    000095
004850     05  FILLER        PIC X(33)                                  000096
004900             VALUE "PENDING-APPROVAL AGING REPORT".               000097
004950 01  WS-HDG-2.                                                    000098
005000     05  FILLER        PIC X(4)  VALUE "FN".                      000099
005050     05  FILLER        PIC X(8)  VALUE "EMP ID".                  000100
005100     05  FILLER        PIC X(8)  VALUE "TARGET".                  000101
005150     05  FILLER        PIC X(10) VALUE "MAKER".                   000102
005200     05  FILLER        PIC X(16) VALUE "KEYED".                   000103
005250     05  FILLER        PIC X(8)  VALUE "AGE DAYS".                000104
005300 01  WS-DETAIL-LINE.                                              000105
005350     05  DTL-FUNCTION  PIC X.                                     000106
005400     05  FILLER        PIC X(3) VALUE SPACES.                     000107
005450     05  DTL-EMP-ID    PIC X(5).                                  000108
005500     05  FILLER        PIC X(3) VALUE SPACES.                     000109
005550     05  DTL-TARGET    PIC X.                                     000110
005600     05  FILLER        PIC X(7) VALUE SPACES.                     000111
005650     05  DTL-MAKER     PIC X(8).                                  000112
005700     05  FILLER        PIC X(2) VALUE SPACES.                     000113
005750     05  DTL-MAKER-TS  PIC 9(14).                                 000114
005800     05  FILLER        PIC X(2) VALUE SPACES.                     000115
005850     05  DTL-AGE       PIC ZZZZZZ9.                               000116
005900 01  WS-FOOTER-1.                                                 000117
005950     05  FILLER        PIC X(22) VALUE "ITEMS STILL PENDING:".    000118
006000     05  FTR-PEND-CNT  PIC ZZZZ9.                                 000119
006050 PROCEDURE DIVISION.                                              000120
006100 0000-MAIN.                                                       000121
006150     PERFORM 0100-CHECK-RUN-CONTROL.                              000122
006200     IF WS-STEP-DONE                                              000123
006250         DISPLAY "EMPPENDR step already completed for"            000124
006300             " tonight's run - skipping."                         000125
006350         STOP RUN                                                 000126
006400     END-IF.                                                      000127
006450     PERFORM 0180-CHECK-PROCESS-CALENDAR.                         000128
006500     IF WS-CAL-SKIP                                               000129
006550         STOP RUN                                                 000130
006600     END-IF.                                                      000131
006650     PERFORM 0200-MARK-STEP-STARTED.                              000132
006700     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-NUM.            000133
006750     OPEN INPUT PENDING-APPROVALS.                                000134
006800     OPEN OUTPUT PENDING-REPORT.                                  000135
006850     PERFORM 8100-OPEN-EXCEPTION-LOG.                             000136
006900     WRITE PENDING-REPORT-LINE FROM WS-HDG-1.                     000137
006950     WRITE PENDING-REPORT-LINE FROM SPACES.                       000138
007000     WRITE PENDING-REPORT-LINE FROM WS-HDG-2.                     000139
007050     WRITE PENDING-REPORT-LINE FROM SPACES.                       000140
007100     PERFORM UNTIL WS-AT-EOF                                      000141
007150         READ PENDING-APPROVALS                                   000142
007200             AT END                                               000143
007250                 SET WS-AT-EOF TO TRUE                            000144
007300             NOT AT END                                           000145
007350                 ADD 1 TO WS-READ-CNT                             000146
007400                 IF PEND-STATUS = "P"                             000147
007450                     ADD 1 TO WS-PENDING-CNT                      000148
007500                     PERFORM 2000-PRINT-AGED-ITEM                 000149
007550                 END-IF                                           000150
007600         END-READ                                                 000151
007650     END-PERFORM.                                                 000152
007700     MOVE WS-PENDING-CNT TO FTR-PEND-CNT.                         000153
007750     WRITE PENDING-REPORT-LINE FROM SPACES.                       000154
007800     WRITE PENDING-REPORT-LINE FROM WS-FOOTER-1.                  000155
007850     CLOSE PENDING-APPROVALS.                                     000156
007900     CLOSE PENDING-REPORT.                                        000157
007950     PERFORM 8190-CLOSE-EXCEPTION-LOG.                            000158
008000     PERFORM 8000-WRITE-RUN-LOG.                                  000159
008050     IF WS-PENDING-CNT > 0                                        000160
008100         MOVE "EXCEPT" TO WS-STEP-REASON                          000161
008150     END-IF.                                                      000162
008200     PERFORM 8900-MARK-STEP-COMPLETE.                             000163
008250     STOP RUN.                                                    000164
008300* One line per pending item with its age in days                  000165
008350 2000-PRINT-AGED-ITEM.                                            000166
008400     MOVE PEND-FUNCTION      TO DTL-FUNCTION.                     000167
008450     MOVE PEND-EMP-ID        TO DTL-EMP-ID.                       000168
008500     MOVE PEND-TARGET-STATUS TO DTL-TARGET.                       000169
008550     MOVE PEND-MAKER         TO DTL-MAKER.                        000170
008600     MOVE PEND-MAKER-TS      TO DTL-MAKER-TS.                     000171
008650     MOVE PEND-MAKER-TS (1:8) TO WS-MAKER-DATE.                   000172
008700     IF WS-MAKER-DATE > 19000101                                  000173
008750         COMPUTE WS-AGE-DAYS =                                    000174
008800             FUNCTION INTEGER-OF-DATE (WS-TODAY-NUM) -            000175
008850             FUNCTION INTEGER-OF-DATE (WS-MAKER-DATE)             000176
008900         MOVE WS-MAKER-DATE TO EXC-OPEN-DATE                      000177
008950     ELSE                                                         000178
009000         MOVE ZERO TO WS-AGE-DAYS                                 000179
009050         MOVE ZERO TO EXC-OPEN-DATE                               000180
009100     END-IF.                                                      000181
009150     MOVE WS-AGE-DAYS TO DTL-AGE.                                 000182
009200     WRITE PENDING-REPORT-LINE FROM WS-DETAIL-LINE.               000183
009250     MOVE 3 TO EXC-PRIORITY.                                      000184
009300     MOVE SPACES TO EXC-KEY.                                      000185
009350     STRING PEND-FUNCTION " " PEND-EMP-ID " " WS-MAKER-DATE       000186
009400         DELIMITED BY SIZE INTO EXC-KEY.                          000187
009450     MOVE SPACES TO EXC-TEXT.                                     000188
009500     STRING "AWAITING 2ND APPROVAL - MAKER " PEND-MAKER           000189
009550         DELIMITED BY SIZE INTO EXC-TEXT.                         000190
009600     PERFORM 8150-WRITE-EXCEPTION-ITEM.                           000191
009650* Append this run's records-read/records-written to the shared    000192
009700* run-log for the nightly batch-window reconciliation             000193
009750 8000-WRITE-RUN-LOG.                                              000194
009800     OPEN EXTEND RUN-LOG.                                         000195
009850     IF WS-RUNLOG-STATUS = "35"                                   000196
009900         OPEN OUTPUT RUN-LOG                                      000197
009950     END-IF.                                                      000198
010000     MOVE "EMPPENDR" TO RUNLOG-PROGRAM.                           000199
010050     MOVE FUNCTION CURRENT-DATE (1:14) TO RUNLOG-TIMESTAMP.       000200
010100     MOVE WS-READ-CNT TO RUNLOG-RECORDS-READ.                     000201
010150     MOVE WS-PENDING-CNT TO RUNLOG-RECORDS-WRITTEN.               000202
010200     WRITE RUN-LOG-RECORD.                                        000203
010250     CLOSE RUN-LOG.                                               000204
010300* Open the operations exception log for this run's items          000205
010350 8100-OPEN-EXCEPTION-LOG.                                         000206
010400     OPEN EXTEND EXCP-LOG.                                        000207
010450     IF WS-EXCP-STATUS = "35"                                     000208
010500         OPEN OUTPUT EXCP-LOG                                     000209
010550     END-IF.                                                      000210
010600     MOVE ZERO TO WS-EXCP-CNT.                                    000211
010650* Log one exception item for the morning digest - the caller      000212
010700* has set its priority, key, open date and text                   000213
010750 8150-WRITE-EXCEPTION-ITEM.                                       000214
010800     MOVE "EMPPENDR" TO EXC-SOURCE.                               000215
010850     MOVE FUNCTION CURRENT-DATE (1:8) TO EXC-RUN-DATE.            000216
010900     MOVE "I" TO EXC-REC-TYPE.                                    000217
010950     MOVE ZERO TO EXC-COUNT.                                      000218
011000     WRITE EXCP-LOG-REC.                                          000219
011050     ADD 1 TO WS-EXCP-CNT.                                        000220
011100* Close the run on the exception log with its item count          000221
011150 8190-CLOSE-EXCEPTION-LOG.                                        000222
011200     MOVE "EMPPENDR" TO EXC-SOURCE.                               000223
011250     MOVE FUNCTION CURRENT-DATE (1:8) TO EXC-RUN-DATE.            000224
011300     MOVE "T" TO EXC-REC-TYPE.                                    000225
011350     MOVE ZERO TO EXC-PRIORITY.                                   000226
011400     MOVE WS-EXCP-CNT TO EXC-COUNT.                               000227
011450     MOVE SPACES TO EXC-KEY.                                      000228
011500     MOVE ZERO TO EXC-OPEN-DATE.                                  000229
011550     MOVE SPACES TO EXC-TEXT.                                     000230
011600     WRITE EXCP-LOG-REC.                                          000231
011650     CLOSE EXCP-LOG.                                              000232
011700* Ask the processing calendar whether this step runs tonight -    000233
011750* a holiday date skips it, and a weekly/monthly/month-end         000234
011800* frequency skips the nights between. A skipped step writes a     000235
011850* K run-control record so the status report and the restart       000236
011900* logic still account for it. No calendar file, or no             000237
011950* frequency record for this step, means run nightly as before     000238
012000 0180-CHECK-PROCESS-CALENDAR.                                     000239
012050     MOVE "N" TO WS-CAL-SKIP-SW.                                  000240
012100     MOVE "N" TO WS-CAL-EOF-SW.                                   000241
012150     MOVE "D" TO WS-CAL-FREQ.                                     000242
012200     MOVE ZERO TO WS-CAL-DAY.                                     000243
012250     OPEN INPUT PROCESS-CALENDAR.                                 000244
012300     PERFORM UNTIL WS-CAL-EOF                                     000245
012350         READ PROCESS-CALENDAR                                    000246
012400             AT END                                               000247
012450                 SET WS-CAL-EOF TO TRUE                           000248
012500             NOT AT END                                           000249
012550                 IF CAL-REC-TYPE = "H" AND                        000250
012600                         CAL-DATE = WS-RUN-DATE-CTL               000251
012650                     SET WS-CAL-SKIP TO TRUE                      000252
012700                 END-IF                                           000253
012750                 IF CAL-REC-TYPE = "F" AND                        000254
012800                         CAL-STEP = "EMPPENDR"                    000255
012850                     MOVE CAL-FREQ TO WS-CAL-FREQ                 000256
012900                     MOVE CAL-DAY TO WS-CAL-DAY                   000257
012950                 END-IF                                           000258
013000         END-READ                                                 000259
013050     END-PERFORM.                                                 000260
013100     CLOSE PROCESS-CALENDAR.                                      000261
013150     IF NOT WS-CAL-SKIP                                           000262
013200         PERFORM 0190-TEST-STEP-FREQUENCY                         000263
013250     END-IF.                                                      000264
013300     IF WS-CAL-SKIP                                               000265
013350         MOVE "CALSKIP" TO WS-STEP-REASON                         000266
013400         PERFORM 8960-SET-RETURN-CODE                             000267
013450         MOVE "K" TO RC-STATUS OF RUN-CONTROL-REC                 000268
013500         PERFORM 8950-WRITE-RUN-CONTROL                           000269
013550         DISPLAY "EMPPENDR skipped per processing calendar."      000270
013600     END-IF.                                                      000271
013650* Does the step's frequency land on tonight - weekly runs on      000272
013700* its day of week, monthly on its day of month, month-end         000273
013750* when tomorrow is a new month                                    000274
013800 0190-TEST-STEP-FREQUENCY.                                        000275
013850     COMPUTE WS-CAL-INT-DATE =                                    000276
013900         FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-CTL).              000277
013950     EVALUATE WS-CAL-FREQ                                         000278
014000         WHEN "W"                                                 000279
014050             COMPUTE WS-CAL-DOW = FUNCTION MOD                    000280
014100                 (WS-CAL-INT-DATE - 1, 7) + 1                     000281
014150             IF WS-CAL-DOW NOT = WS-CAL-DAY                       000282
014200                 SET WS-CAL-SKIP TO TRUE                          000283
014250             END-IF                                               000284
014300         WHEN "M"                                                 000285
014350             IF WS-RUN-DATE-CTL (7:2) NOT = WS-CAL-DAY-X          000286
014400                 SET WS-CAL-SKIP TO TRUE                          000287
014450             END-IF                                               000288
014500         WHEN "E"                                                 000289
014550             COMPUTE WS-CAL-NEXT-DATE =                           000290
014600                 FUNCTION DATE-OF-INTEGER                         000291
014650                 (WS-CAL-INT-DATE + 1)                            000292
014700             IF WS-CAL-NEXT-DATE (5:2) =                          000293
014750                     WS-RUN-DATE-CTL (5:2)                        000294
014800                 SET WS-CAL-SKIP TO TRUE                          000295
014850             END-IF                                               000296
014900         WHEN OTHER                                               000297
014950             CONTINUE                                             000298
015000     END-EVALUATE.                                                000299
015050* See whether this step already completed for tonight's run       000300
015100 0100-CHECK-RUN-CONTROL.                                          000301
015150     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE-CTL.         000302
015200     OPEN INPUT RUN-CONTROL-IN.                                   000303
015250     PERFORM UNTIL WS-RCTL-EOF                                    000304
015300         READ RUN-CONTROL-IN                                      000305
015350             AT END                                               000306
015400                 SET WS-RCTL-EOF TO TRUE                          000307
015450             NOT AT END                                           000308
015500                 IF RC-RUN-DATE OF RUN-CONTROL-IN-REC             000309
015550                         = WS-RUN-DATE-CTL AND                    000310
015600                         RC-STEP-NAME OF RUN-CONTROL-IN-REC       000311
015650                         = "EMPPENDR" AND                         000312
015700                         RC-STATUS OF RUN-CONTROL-IN-REC = "C"    000313
015750                     SET WS-STEP-DONE TO TRUE                     000314
015800                 END-IF                                           000315
015850         END-READ                                                 000316
015900     END-PERFORM.                                                 000317
015950     CLOSE RUN-CONTROL-IN.                                        000318
016000* Record this step as started for tonight's run                   000319
016050 0200-MARK-STEP-STARTED.                                          000320
016100     MOVE "S" TO RC-STATUS OF RUN-CONTROL-REC.                    000321
016150     PERFORM 8950-WRITE-RUN-CONTROL.                              000322
016200* Record how this step ended for tonight's run - a C record       000323
016250* when its return code is below 8 (clean or warning), an F        000324
016300* record for a failure so a resubmitted night runs it again       000325
016350 8900-MARK-STEP-COMPLETE.                                         000326
016400     PERFORM 8960-SET-RETURN-CODE.                                000327
016450     IF WS-STEP-RC < 8                                            000328
016500         MOVE "C" TO RC-STATUS OF RUN-CONTROL-REC                 000329
016550     ELSE                                                         000330
016600         MOVE "F" TO RC-STATUS OF RUN-CONTROL-REC                 000331
016650     END-IF.                                                      000332
016700     PERFORM 8950-WRITE-RUN-CONTROL.                              000333
016750* Stamp and append one run-control record                         000334
016800 8950-WRITE-RUN-CONTROL.                                          000335
016850     OPEN EXTEND RUN-CONTROL.                                     000336
016900     IF WS-RUNCTL-STATUS = "35"                                   000337
016950         OPEN OUTPUT RUN-CONTROL                                  000338
017000     END-IF.                                                      000339
017050     MOVE WS-RUN-DATE-CTL                                         000340
017100         TO RC-RUN-DATE OF RUN-CONTROL-REC.                       000341
017150     MOVE "EMPPENDR" TO RC-STEP-NAME OF RUN-CONTROL-REC.          000342
017200     MOVE WS-STEP-RC TO RC-RETURN-CODE OF RUN-CONTROL-REC.        000343
017250     MOVE WS-STEP-REASON TO RC-REASON OF RUN-CONTROL-REC.         000344
017300     MOVE FUNCTION CURRENT-DATE (1:14)                            000345
017350         TO RC-TIMESTAMP OF RUN-CONTROL-REC.                      000346
017400     WRITE RUN-CONTROL-REC.                                       000347
017450     CLOSE RUN-CONTROL.                                           000348
017500* Classify this step's reason through the shared severity         000349
017550* table and pass the standard return code back to the job         000350
017600* step. No reason set means a clean run; a reason missing         000351
017650* from the table is treated as abend-worthy                       000352
017700 8960-SET-RETURN-CODE.                                            000353
017750     IF WS-STEP-REASON = SPACES                                   000354
017800         MOVE "CLEAN" TO WS-STEP-REASON                           000355
017850     END-IF.                                                      000356
017900     MOVE 12 TO WS-STEP-RC.                                       000357
017950     PERFORM VARYING WS-SEV-IDX FROM 1 BY 1                       000358
018000             UNTIL WS-SEV-IDX > WS-SEV-MAX                        000359
018050         IF SEV-REASON (WS-SEV-IDX) = WS-STEP-REASON              000360
018100             MOVE SEV-RC (WS-SEV-IDX) TO WS-STEP-RC               000361
018150         END-IF                                                   000362
018200     END-PERFORM.                                                 000363
018250     MOVE WS-STEP-RC TO RETURN-CODE.                              000364
