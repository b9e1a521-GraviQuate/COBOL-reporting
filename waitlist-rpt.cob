000100 IDENTIFICATION DIVISION.                                         000001
000150 PROGRAM-ID. WAITLIST-RPT.                                        000002
000200* Nightly course waitlist report - walks WAITLIST by term and     000003
000250* course, listing every student promoted into a freed seat        000004
000300* since the last report and every student still waiting in        000005
000350* arrival order, under a heading carrying the offering's seats    000006
000400* and seats taken, so the registrar sees each morning who got     000007
000450* in and who is still queued. Promotions are marked reported      000008
000500* once listed so each appears on exactly one night's report       000009
000550 ENVIRONMENT DIVISION.                                            000010
000600 INPUT-OUTPUT SECTION.                                            000011
000650 FILE-CONTROL.                                                    000012
000700     SELECT OPTIONAL WAITLIST ASSIGN TO "WAITLIST"                000013
000750         ORGANIZATION IS INDEXED                                  000014
000800         ACCESS MODE IS SEQUENTIAL                                000015
000850         RECORD KEY IS WAIT-KEY OF WAITLIST-RECORD                000016
000900         FILE STATUS IS WS-WLST-STATUS.                           000017
000950* Offering master - keyed reads put the seat limit and seats      000018
001000* taken on each term/course heading                               000019
001050     SELECT OPTIONAL OFFERING-MASTER ASSIGN TO "OFFRMAST"         000020
001100         ORGANIZATION IS INDEXED                                  000021
001150         ACCESS MODE IS DYNAMIC                                   000022
001200         RECORD KEY IS OFFR-KEY OF OFFERING-MASTER-RECORD         000023
001250         FILE STATUS IS WS-OFFR-STATUS.                           000024
001300* Student master - keyed reads put the student's name on the      000025
001350* line                                                            000026
001400     SELECT STUDENT-MASTER ASSIGN TO "STUMAST"                    000027
001450         ORGANIZATION IS INDEXED                                  000028
001500         ACCESS MODE IS DYNAMIC                                   000029
001550         RECORD KEY IS STU-MAST-ID OF STUDENT-MASTER-RECORD.      000030
001600* Printed waitlist report                                         000031
001650     SELECT WAIT-REPORT ASSIGN TO "WAITRPT"                       000032
001700         ORGANIZATION IS LINE SEQUENTIAL.                         000033
001750* Run-level control-total log - every batch program appends its   000034
001800* records-read/written counts here for nightly reconciliation     000035
001850     SELECT RUN-LOG ASSIGN TO "RUNLOG"                            000036
001900         ORGANIZATION IS LINE SEQUENTIAL                          000037
001950         FILE STATUS IS WS-RUNLOG-STATUS.                         000038
002000* Processing calendar - bank holidays and per-step run            000039
002050* frequencies. Optional; without one every step runs nightly      000040
002100     SELECT OPTIONAL PROCESS-CALENDAR ASSIGN TO "PROCCAL"         000041
002150         ORGANIZATION IS LINE SEQUENTIAL.                         000042
002200* Batch run-control file - each step records started/completed    000043
002250* status for tonight's run so a resubmitted job skips the         000044
002300* steps that already completed                                    000045
002350     SELECT OPTIONAL RUN-CONTROL-IN ASSIGN TO "RUNCTL"            000046
002400         ORGANIZATION IS LINE SEQUENTIAL.                         000047
002450     SELECT RUN-CONTROL ASSIGN TO "RUNCTL"                        000048
002500         ORGANIZATION IS LINE SEQUENTIAL                          000049
002550         FILE STATUS IS WS-RUNCTL-STATUS.                         000050
002600 DATA DIVISION.                                                   000051
002650 FILE SECTION.                                                    000052
002700 FD  WAITLIST.                                                    000053
002750 01  WAITLIST-RECORD.                                             000054
002800     COPY WAITREC.                                                000055
002850 FD  OFFERING-MASTER.                                             000056
002900 01  OFFERING-MASTER-RECORD.                                      000057
002950     COPY OFFRREC.                                                000058
003000 FD  STUDENT-MASTER.                                              000059
003050 01  STUDENT-MASTER-RECORD.                                       000060
003100     COPY STUREC.                                                 000061
003150 FD  WAIT-REPORT.                                                 000062
003200 01  WAIT-REPORT-LINE  PIC X(80).                                 000063
003250 FD  RUN-LOG.                                                     000064
003300 01  RUN-LOG-RECORD.                                              000065
003350     COPY RUNLOGREC.                                              000066
003400 FD  PROCESS-CALENDAR.                                            000067
003450 01  PROCESS-CALENDAR-REC.                                        000068
003500     COPY CALREC.                                                 000069
003550 FD  RUN-CONTROL-IN.                                              000070
003600 01  RUN-CONTROL-IN-REC.                                          000071
003650     COPY RUNCTLREC.                                              000072
003700 FD  RUN-CONTROL.                                                 000073
003750 01  RUN-CONTROL-REC.                                             000074
003800     COPY RUNCTLREC.                                              000075
003850 WORKING-STORAGE SECTION.                                         000076
003900* Run-control state - tonight's run date and whether this         000077
003950* step already completed for it                                   000078
004000 01  WS-RUNCTL-STATUS  PIC XX.                                    000079
004050 01  WS-RUN-DATE-CTL   PIC 9(8).                                  000080
004100 01  WS-RCTL-EOF-SW    PIC X VALUE "N".                           000081
004150     88  WS-RCTL-EOF   VALUE "Y".                                 000082
004200 01  WS-STEP-DONE-SW   PIC X VALUE "N".                           000083
004250     88  WS-STEP-DONE  VALUE "Y".                                 000084
004300     COPY RCSEVTAB.                                               000085
004350* Processing-calendar state for tonight's run                     000086
004400 01  WS-CAL-SKIP-SW    PIC X.                                     000087
004450     88  WS-CAL-SKIP   VALUE "Y".                                 000088
004500 01  WS-CAL-EOF-SW     PIC X.                                     000089
004550     88  WS-CAL-EOF    VALUE "Y".                                 000090
004600 01  WS-CAL-FREQ       PIC X.                                     000091
004650 01  WS-CAL-DAY        PIC 99.                                    000092
004700 01  WS-CAL-DAY-X REDEFINES WS-CAL-DAY PIC XX.                    000093
004750 01  WS-CAL-INT-DATE   PIC 9(8).                                  000094
004800 01  WS-CAL-DOW        PIC 9.                                     000095
004850 01  WS-CAL-NEXT-DATE  PIC 9(8).                                  000096
004900 01  WS-RUNLOG-STATUS  PIC XX.                                    000097
004950 01  WS-WLST-STATUS    PIC XX.                                    000098
005000 01  WS-OFFR-STATUS    PIC XX.                                    000099
005050 01  WS-EOF-SW         PIC X VALUE "N".                           000100
005100     88  WS-AT-EOF     VALUE "Y".                                 000101
005150 01  WS-READ-CNT       PIC 9(7) VALUE ZERO.                       000102
005200 01  WS-WRITE-CNT      PIC 9(7) VALUE ZERO.                       000103
005250 01  WS-PROMOTED-CNT   PIC 9(5) VALUE ZERO.                       000104
005300 01  WS-WAITING-CNT    PIC 9(5) VALUE ZERO.                       000105
005350 01  WS-GROUP-CNT      PIC 9(5) VALUE ZERO.                       000106
005400* The term/course group being listed, the student's place in      000107
005450* its queue, and whether its heading has printed yet              000108
005500 01  WS-CURR-TERM      PIC X(6) VALUE SPACES.                     000109
005550 01  WS-CURR-COURSE    PIC X(6) VALUE SPACES.                     000110
005600 01  WS-POSITION       PIC 9(4) VALUE ZERO.                       000111
005650 01  WS-GROUP-HDG-SW   PIC X VALUE "N".                           000112
005700     88  WS-GROUP-HDG-DONE VALUE "Y".                             000113
005750* Report heading, detail and footer lines                         000114
005800 01  WS-HDG-1.                                                    000115
005850     05  FILLER        PIC X(35)                                  000116
005900             VALUE "COURSE WAITLIST REPORT - RUN DATE: ".         000117
005950     05  HDG-RUN-DATE  PIC 9(8).                                  000118
006000 01  WS-GROUP-HDG.                                                000119
006050     05  FILLER        PIC X(6)  VALUE "TERM: ".                  000120
006100     05  GHD-TERM      PIC X(6).                                  000121
006150     05  FILLER        PIC X(10) VALUE "  COURSE: ".              000122
006200     05  GHD-COURSE    PIC X(6).                                  000123
006250     05  FILLER        PIC X(9)  VALUE "  SEATS: ".               000124
006300     05  GHD-SEATS     PIC ZZZ9.                                  000125
006350     05  FILLER        PIC X(9)  VALUE "  TAKEN: ".               000126
006400     05  GHD-TAKEN     PIC ZZZ9.                                  000127
006450     05  FILLER        PIC X(11) VALUE "  WAITING: ".             000128
006500     05  GHD-WAITING   PIC ZZZ9.                                  000129
006550 01  WS-HDG-2.                                                    000130
006600     05  FILLER        PIC X(6)  VALUE "POS".                     000131
006650     05  FILLER        PIC X(11) VALUE "STUDENT ID".              000132
006700     05  FILLER        PIC X(22) VALUE "STUDENT NAME".            000133
006750     05  FILLER        PIC X(10) VALUE "STATUS".                  000134
006800     05  FILLER        PIC X(8)  VALUE "SINCE".                   000135
006850 01  WS-DETAIL-LINE.                                              000136
006900     05  DTL-POS       PIC ZZZZ.                                  000137
006950     05  FILLER        PIC X(2) VALUE SPACES.                     000138
007000     05  DTL-STU-ID    PIC X(9).                                  000139
007050     05  FILLER        PIC X(2) VALUE SPACES.                     000140
007100     05  DTL-STU-NAME  PIC X(20).                                 000141
007150     05  FILLER        PIC X(2) VALUE SPACES.                     000142
007200     05  DTL-STATUS    PIC X(8).                                  000143
007250     05  FILLER        PIC X(2) VALUE SPACES.                     000144
007300     05  DTL-DATE      PIC 9(8).                                  000145
007350 01  WS-FOOTER-1.                                                 000146
007400     05  FILLER        PIC X(22) VALUE "OFFERINGS LISTED:".       000147
007450     05  FTR-GROUPS    PIC ZZZZ9.                                 000148
007500 01  WS-FOOTER-2.                                                 000149
007550     05  FILLER        PIC X(22) VALUE "PROMOTED:".               000150
007600     05  FTR-PROMOTED  PIC ZZZZ9.                                 000151
007650 01  WS-FOOTER-3.                                                 000152
007700     05  FILLER        PIC X(22) VALUE "STILL WAITING:".          000153
007750     05  FTR-WAITING   PIC ZZZZ9.                                 000154
007800 PROCEDURE DIVISION.                                              000155
007850 0000-MAIN.                                                       000156
007900     PERFORM 0100-CHECK-RUN-CONTROL.                              000157
007950     IF WS-STEP-DONE                                              000158
008000         DISPLAY "WAITLST step already completed for"             000159
008050             " tonight's run - skipping."                         000160
008100         STOP RUN                                                 000161
008150     END-IF.                                                      000162
008200     PERFORM 0180-CHECK-PROCESS-CALENDAR.                         000163
008250     IF WS-CAL-SKIP                                               000164
008300         STOP RUN                                                 000165
008350     END-IF.                                                      000166
008400     PERFORM 0200-MARK-STEP-STARTED.                              000167
008450     OPEN I-O WAITLIST.                                           000168
008500     IF WS-WLST-STATUS NOT = "00" AND WS-WLST-STATUS NOT = "05"   000169
008550         SET WS-AT-EOF TO TRUE                                    000170
008600     END-IF.                                                      000171
008650     OPEN INPUT OFFERING-MASTER.                                  000172
008700     OPEN INPUT STUDENT-MASTER.                                   000173
008750     OPEN OUTPUT WAIT-REPORT.                                     000174
008800     MOVE WS-RUN-DATE-CTL TO HDG-RUN-DATE.                        000175
008850     WRITE WAIT-REPORT-LINE FROM WS-HDG-1.                        000176
008900     WRITE WAIT-REPORT-LINE FROM SPACES.                          000177
008950     PERFORM UNTIL WS-AT-EOF                                      000178
009000         READ WAITLIST NEXT RECORD                                000179
009050             AT END                                               000180
009100                 SET WS-AT-EOF TO TRUE                            000181
009150             NOT AT END                                           000182
009200                 ADD 1 TO WS-READ-CNT                             000183
009250                 PERFORM 2000-CHECK-ONE-ENTRY                     000184
009300         END-READ                                                 000185
009350     END-PERFORM.                                                 000186
009400     MOVE WS-GROUP-CNT TO FTR-GROUPS.                             000187
009450     MOVE WS-PROMOTED-CNT TO FTR-PROMOTED.                        000188
009500     MOVE WS-WAITING-CNT TO FTR-WAITING.                          000189
009550     WRITE WAIT-REPORT-LINE FROM SPACES.                          000190
009600     WRITE WAIT-REPORT-LINE FROM WS-FOOTER-1.                     000191
009650     WRITE WAIT-REPORT-LINE FROM WS-FOOTER-2.                     000192
009700     WRITE WAIT-REPORT-LINE FROM WS-FOOTER-3.                     000193
009750     CLOSE WAITLIST.                                              000194
009800     CLOSE OFFERING-MASTER.                                       000195
009850     CLOSE STUDENT-MASTER.                                        000196
009900     CLOSE WAIT-REPORT.                                           000197
009950     PERFORM 8000-WRITE-RUN-LOG.                                  000198
010000     PERFORM 8900-MARK-STEP-COMPLETE.                             000199
010050     STOP RUN.                                                    000200
010100* A new term/course starts a new queue. An unreported promotion   000201
010150* or a student still waiting earns a line under the group's       000202
010200* heading; cancelled and already-reported rows are skipped        000203
010250 2000-CHECK-ONE-ENTRY.                                            000204
010300     IF WAIT-TERM OF WAITLIST-RECORD NOT = WS-CURR-TERM OR        000205
010350             WAIT-COURSE OF WAITLIST-RECORD NOT = WS-CURR-COURSE  000206
010400         MOVE WAIT-TERM OF WAITLIST-RECORD TO WS-CURR-TERM        000207
010450         MOVE WAIT-COURSE OF WAITLIST-RECORD TO WS-CURR-COURSE    000208
010500         MOVE ZERO TO WS-POSITION                                 000209
010550         MOVE "N" TO WS-GROUP-HDG-SW                              000210
010600     END-IF.                                                      000211
010650     EVALUATE TRUE                                                000212
010700         WHEN WAIT-STATUS OF WAITLIST-RECORD = "P" AND            000213
010750                 WAIT-REPORTED OF WAITLIST-RECORD NOT = "Y"       000214
010800             ADD 1 TO WS-PROMOTED-CNT                             000215
010850             MOVE ZERO TO DTL-POS                                 000216
010900             MOVE "PROMOTED" TO DTL-STATUS                        000217
010950             MOVE WAIT-PROMOTED-TS OF WAITLIST-RECORD (1:8)       000218
011000                 TO DTL-DATE                                      000219
011050             PERFORM 2200-PRINT-ENTRY-LINE                        000220
011100             MOVE "Y" TO WAIT-REPORTED OF WAITLIST-RECORD         000221
011150             REWRITE WAITLIST-RECORD                              000222
011200                 INVALID KEY                                      000223
011250                     DISPLAY "WAITLST unable to mark "            000224
011300                         WAIT-STU-ID OF WAITLIST-RECORD           000225
011350                         " reported."                             000226
011400             END-REWRITE                                          000227
011450         WHEN WAIT-STATUS OF WAITLIST-RECORD = "W"                000228
011500             ADD 1 TO WS-WAITING-CNT                              000229
011550             ADD 1 TO WS-POSITION                                 000230
011600             MOVE WS-POSITION TO DTL-POS                          000231
011650             MOVE "WAITING" TO DTL-STATUS                         000232
011700             MOVE WAIT-ADDED-TS OF WAITLIST-RECORD (1:8)          000233
011750                 TO DTL-DATE                                      000234
011800             PERFORM 2200-PRINT-ENTRY-LINE                        000235
011850         WHEN OTHER                                               000236
011900             CONTINUE                                             000237
011950     END-EVALUATE.                                                000238
012000* Head the group with the offering's seat figures the first       000239
012050* time one of its rows prints                                     000240
012100 2100-PRINT-GROUP-HEADING.                                        000241
012150     SET WS-GROUP-HDG-DONE TO TRUE.                               000242
012200     ADD 1 TO WS-GROUP-CNT.                                       000243
012250     MOVE WS-CURR-TERM TO GHD-TERM.                               000244
012300     MOVE WS-CURR-COURSE TO GHD-COURSE.                           000245
012350     MOVE WS-CURR-TERM TO OFFR-TERM OF OFFERING-MASTER-RECORD.    000246
012400     MOVE WS-CURR-COURSE TO OFFR-COURSE OF OFFERING-MASTER-RECORD.000247
012450     READ OFFERING-MASTER                                         000248
012500         INVALID KEY                                              000249
012550             MOVE ZERO TO GHD-SEATS                               000250
012600             MOVE ZERO TO GHD-TAKEN                               000251
012650             MOVE ZERO TO GHD-WAITING                             000252
012700         NOT INVALID KEY                                          000253
012750             MOVE OFFR-MAX-SEATS OF OFFERING-MASTER-RECORD        000254
012800                 TO GHD-SEATS                                     000255
012850             MOVE OFFR-CUR-COUNT OF OFFERING-MASTER-RECORD        000256
012900                 TO GHD-TAKEN                                     000257
012950             MOVE OFFR-WAIT-CNT OF OFFERING-MASTER-RECORD         000258
013000                 TO GHD-WAITING                                   000259
013050     END-READ.                                                    000260
013100     WRITE WAIT-REPORT-LINE FROM SPACES.                          000261
013150     WRITE WAIT-REPORT-LINE FROM WS-GROUP-HDG.                    000262
013200     WRITE WAIT-REPORT-LINE FROM WS-HDG-2.                        000263
013250* One student line, with the name from the student master         000264
013300 2200-PRINT-ENTRY-LINE.                                           000265
013350     IF NOT WS-GROUP-HDG-DONE                                     000266
013400         PERFORM 2100-PRINT-GROUP-HEADING                         000267
013450     END-IF.                                                      000268
013500     MOVE WAIT-STU-ID OF WAITLIST-RECORD TO DTL-STU-ID.           000269
013550     MOVE WAIT-STU-ID OF WAITLIST-RECORD                          000270
013600         TO STU-MAST-ID OF STUDENT-MASTER-RECORD.                 000271
013650     READ STUDENT-MASTER                                          000272
013700         INVALID KEY                                              000273
013750             MOVE "(NOT ON STU MASTER)" TO DTL-STU-NAME           000274
013800         NOT INVALID KEY                                          000275
013850             MOVE STU-MAST-NAME OF STUDENT-MASTER-RECORD          000276
013900                 TO DTL-STU-NAME                                  000277
013950     END-READ.                                                    000278
014000     WRITE WAIT-REPORT-LINE FROM WS-DETAIL-LINE.                  000279
014050     ADD 1 TO WS-WRITE-CNT.                                       000280
014100* Append this run's records-read/records-written to the shared    000281
014150* run-log for the nightly batch-window reconciliation             000282
014200 8000-WRITE-RUN-LOG.                                              000283
014250     OPEN EXTEND RUN-LOG.                                         000284
014300     IF WS-RUNLOG-STATUS = "35"                                   000285
014350         OPEN OUTPUT RUN-LOG                                      000286
014400     END-IF.                                                      000287
014450     MOVE "WAITLST" TO RUNLOG-PROGRAM.                            000288
014500     MOVE FUNCTION CURRENT-DATE (1:14) TO RUNLOG-TIMESTAMP.       000289
014550     MOVE WS-READ-CNT TO RUNLOG-RECORDS-READ.                     000290
014600     MOVE WS-WRITE-CNT TO RUNLOG-RECORDS-WRITTEN.                 000291
014650     WRITE RUN-LOG-RECORD.                                        000292
014700     CLOSE RUN-LOG.                                               000293
014750* Ask the processing calendar whether this step runs tonight -    000294
014800* a holiday date skips it, and a weekly/monthly/month-end         000295
014850* frequency skips the nights between. A skipped step writes a     000296
014900* K run-control record so the status report and the restart       000297
014950* logic still account for it. No calendar file, or no             000298
015000* frequency record for this step, means run nightly as before     000299
015050 0180-CHECK-PROCESS-CALENDAR.                                     000300
015100     MOVE "N" TO WS-CAL-SKIP-SW.                                  000301
015150     MOVE "N" TO WS-CAL-EOF-SW.                                   000302
015200     MOVE "D" TO WS-CAL-FREQ.                                     000303
015250     MOVE ZERO TO WS-CAL-DAY.                                     000304
015300     OPEN INPUT PROCESS-CALENDAR.                                 000305
015350     PERFORM UNTIL WS-CAL-EOF                                     000306
015400         READ PROCESS-CALENDAR                                    000307
015450             AT END                                               000308
015500                 SET WS-CAL-EOF TO TRUE                           000309
015550             NOT AT END                                           000310
015600                 IF CAL-REC-TYPE = "H" AND                        000311
015650                         CAL-DATE = WS-RUN-DATE-CTL               000312
015700                     SET WS-CAL-SKIP TO TRUE                      000313
015750                 END-IF                                           000314
015800                 IF CAL-REC-TYPE = "F" AND                        000315
015850                         CAL-STEP = "WAITLST"                     000316
015900                     MOVE CAL-FREQ TO WS-CAL-FREQ                 000317
015950                     MOVE CAL-DAY TO WS-CAL-DAY                   000318
016000                 END-IF                                           000319
016050         END-READ                                                 000320
016100     END-PERFORM.                                                 000321
016150     CLOSE PROCESS-CALENDAR.                                      000322
016200     IF NOT WS-CAL-SKIP                                           000323
016250         PERFORM 0190-TEST-STEP-FREQUENCY                         000324
016300     END-IF.                                                      000325
016350     IF WS-CAL-SKIP                                               000326
016400         MOVE "CALSKIP" TO WS-STEP-REASON                         000327
016450         PERFORM 8960-SET-RETURN-CODE                             000328
016500         MOVE "K" TO RC-STATUS OF RUN-CONTROL-REC                 000329
016550         PERFORM 8950-WRITE-RUN-CONTROL                           000330
016600         DISPLAY "WAITLST skipped per processing calendar."       000331
016650     END-IF.                                                      000332
016700* Does the step's frequency land on tonight - weekly runs on      000333
016750* its day of week, monthly on its day of month, month-end         000334
016800* when tomorrow is a new month                                    000335
016850 0190-TEST-STEP-FREQUENCY.                                        000336
016900     COMPUTE WS-CAL-INT-DATE =                                    000337
016950         FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-CTL).              000338
017000     EVALUATE WS-CAL-FREQ                                         000339
017050         WHEN "W"                                                 000340
017100             COMPUTE WS-CAL-DOW = FUNCTION MOD                    000341
017150                 (WS-CAL-INT-DATE - 1, 7) + 1                     000342
017200             IF WS-CAL-DOW NOT = WS-CAL-DAY                       000343
017250                 SET WS-CAL-SKIP TO TRUE                          000344
017300             END-IF                                               000345
017350         WHEN "M"                                                 000346
017400             IF WS-RUN-DATE-CTL (7:2) NOT = WS-CAL-DAY-X          000347
017450                 SET WS-CAL-SKIP TO TRUE                          000348
017500             END-IF                                               000349
017550         WHEN "E"                                                 000350
017600             COMPUTE WS-CAL-NEXT-DATE =                           000351
017650                 FUNCTION DATE-OF-INTEGER                         000352
017700                 (WS-CAL-INT-DATE + 1)                            000353
017750             IF WS-CAL-NEXT-DATE (5:2) =                          000354
017800                     WS-RUN-DATE-CTL (5:2)                        000355
017850                 SET WS-CAL-SKIP TO TRUE                          000356
017900             END-IF                                               000357
017950         WHEN OTHER                                               000358
018000             CONTINUE                                             000359
018050     END-EVALUATE.                                                000360
018100* See whether this step already completed for tonight's run       000361
018150 0100-CHECK-RUN-CONTROL.                                          000362
018200     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE-CTL.         000363
018250     OPEN INPUT RUN-CONTROL-IN.                                   000364
018300     PERFORM UNTIL WS-RCTL-EOF                                    000365
018350         READ RUN-CONTROL-IN                                      000366
018400             AT END                                               000367
018450                 SET WS-RCTL-EOF TO TRUE                          000368
018500             NOT AT END                                           000369
018550                 IF RC-RUN-DATE OF RUN-CONTROL-IN-REC             000370
018600                         = WS-RUN-DATE-CTL AND                    000371
018650                         RC-STEP-NAME OF RUN-CONTROL-IN-REC       000372
018700                         = "WAITLST" AND                          000373
018750                         RC-STATUS OF RUN-CONTROL-IN-REC = "C"    000374
018800                     SET WS-STEP-DONE TO TRUE                     000375
018850                 END-IF                                           000376
018900         END-READ                                                 000377
018950     END-PERFORM.                                                 000378
019000     CLOSE RUN-CONTROL-IN.                                        000379
019050* Record this step as started for tonight's run                   000380
019100 0200-MARK-STEP-STARTED.                                          000381
019150     MOVE "S" TO RC-STATUS OF RUN-CONTROL-REC.                    000382
019200     PERFORM 8950-WRITE-RUN-CONTROL.                              000383
019250* Record how this step ended for tonight's run - a C record       000384
019300* when its return code is below 8 (clean or warning), an F        000385
019350* record for a failure so a resubmitted night runs it again       000386
019400 8900-MARK-STEP-COMPLETE.                                         000387
019450     PERFORM 8960-SET-RETURN-CODE.                                000388
019500     IF WS-STEP-RC < 8                                            000389
019550         MOVE "C" TO RC-STATUS OF RUN-CONTROL-REC                 000390
019600     ELSE                                                         000391
019650         MOVE "F" TO RC-STATUS OF RUN-CONTROL-REC                 000392
019700     END-IF.                                                      000393
019750     PERFORM 8950-WRITE-RUN-CONTROL.                              000394
019800* Stamp and append one run-control record                         000395
019850 8950-WRITE-RUN-CONTROL.                                          000396
019900     OPEN EXTEND RUN-CONTROL.                                     000397
019950     IF WS-RUNCTL-STATUS = "35"                                   000398
020000         OPEN OUTPUT RUN-CONTROL                                  000399
020050     END-IF.                                                      000400
020100     MOVE WS-RUN-DATE-CTL                                         000401
020150         TO RC-RUN-DATE OF RUN-CONTROL-REC.                       000402
020200     MOVE "WAITLST" TO RC-STEP-NAME OF RUN-CONTROL-REC.           000403
020250     MOVE WS-STEP-RC TO RC-RETURN-CODE OF RUN-CONTROL-REC.        000404
020300     MOVE WS-STEP-REASON TO RC-REASON OF RUN-CONTROL-REC.         000405
020350     MOVE FUNCTION CURRENT-DATE (1:14)                            000406
020400         TO RC-TIMESTAMP OF RUN-CONTROL-REC.                      000407
020450     WRITE RUN-CONTROL-REC.                                       000408
020500     CLOSE RUN-CONTROL.                                           000409
020550* Classify this step's reason through the shared severity         000410
020600* table and pass the standard return code back to the job         000411
020650* step. No reason set means a clean run; a reason missing         000412
020700* from the table is treated as abend-worthy                       000413
020750 8960-SET-RETURN-CODE.                                            000414
020800     IF WS-STEP-REASON = SPACES                                   000415
020850         MOVE "CLEAN" TO WS-STEP-REASON                           000416
020900     END-IF.                                                      000417
020950     MOVE 12 TO WS-STEP-RC.                                       000418
021000     PERFORM VARYING WS-SEV-IDX FROM 1 BY 1                       000419
021050             UNTIL WS-SEV-IDX > WS-SEV-MAX                        000420
021100         IF SEV-REASON (WS-SEV-IDX) = WS-STEP-REASON              000421
021150             MOVE SEV-RC (WS-SEV-IDX) TO WS-STEP-RC               000422
021200         END-IF                                                   000423
021250     END-PERFORM.                                                 000424
021300     MOVE WS-STEP-RC TO RETURN-CODE.                              000425
