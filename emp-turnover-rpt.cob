000100 IDENTIFICATION DIVISION.                                         000001
000150 PROGRAM-ID. EMP-TURNOVER-RPT.                                    000002
000200* Workforce turnover and movement report - for the period on the  000003
000250* TURNPRD card (a month, a quarter or a year; else the previous   000004
000300* calendar month) counts, by department, the hires, rehires,      000005
000350* terminations, leaves, returns from leave and inter-department   000006
000400* transfers in and out taken from the EMP-STATUS and EMP-DEPT     000007
000450* history on EMPAUDIT. Opening and closing headcount (active      000008
000500* plus on-leave employees) are rebuilt the way EMP-ASOF-RPT       000009
000550* rebuilds a roster - today's EMPLOYEE-MASTER with the audit      000010
000600* trail walked backwards - and each department line proves        000011
000650* opening + hires + rehires + transfers in - terminations -       000012
000700* transfers out = closing. Turnover rate is terminations as a     000013
000750* percentage of the average of opening and closing headcount.     000014
000800* RC 4 when a department does not reconcile, RC 8 when the        000015
000850* period card is invalid                                          000016
000900 ENVIRONMENT DIVISION.                                            000017
000950 INPUT-OUTPUT SECTION.                                            000018
001000 FILE-CONTROL.                                                    000019
001050     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"                   000020
001100         ORGANIZATION IS INDEXED                                  000021
001150         ACCESS MODE IS SEQUENTIAL                                000022
001200         RECORD KEY IS EMP-ID OF EMPLOYEE-MASTER-RECORD.          000023
001250     SELECT EMP-AUDIT-LOG ASSIGN TO "EMPAUDIT"                    000024
001300         ORGANIZATION IS LINE SEQUENTIAL.                         000025
001350* Sort work file and its sorted output - the audit trail          000026
001400* ordered newest change first for the backward walk               000027
001450     SELECT TURN-SORT-WORK ASSIGN TO "TURNSWK".                   000028
001500     SELECT SORTED-AUDIT ASSIGN TO "TURNSRT"                      000029
001550         ORGANIZATION IS LINE SEQUENTIAL.                         000030
001600* Reporting period control card - first and last day              000031
001650     SELECT OPTIONAL TURN-PERIOD-CARD ASSIGN TO "TURNPRD"         000032
001700         ORGANIZATION IS LINE SEQUENTIAL.                         000033
001750* Printed turnover report                                         000034
001800     SELECT TURN-REPORT ASSIGN TO "TURNRPT"                       000035
001850         ORGANIZATION IS LINE SEQUENTIAL.                         000036
001900* Run-level control-total log - every batch program appends its   000037
001950* records-read/written counts here for nightly reconciliation     000038
002000     SELECT RUN-LOG ASSIGN TO "RUNLOG"                            000039
002050         ORGANIZATION IS LINE SEQUENTIAL                          000040
002100         FILE STATUS IS WS-RUNLOG-STATUS.                         000041
002150 DATA DIVISION.                                                   000042
002200 FILE SECTION.                                                    000043
002250 FD  EMPLOYEE-MASTER.                                             000044
002300 01  EMPLOYEE-MASTER-RECORD.                                      000045
002350     COPY EMPREC.                                                 000046
002400 FD  EMP-AUDIT-LOG.                                               000047
002450 01  EMP-AUDIT-RECORD.                                            000048
002500     COPY AUDITREC.                                               000049
002550 SD  TURN-SORT-WORK.                                              000050
002600 01  TURN-SORT-RECORD.                                            000051
002650     COPY AUDITREC.                                               000052
002700 FD  SORTED-AUDIT.                                                000053
002750 01  SORTED-AUDIT-REC.                                            000054
002800     COPY AUDITREC.                                               000055
002850 FD  TURN-PERIOD-CARD.                                            000056
002900 01  TURN-PERIOD-REC.                                             000057
002950     05  CTL-PERIOD-START PIC 9(8).                               000058
003000     05  CTL-PERIOD-END   PIC 9(8).                               000059
003050 FD  TURN-REPORT.                                                 000060
003100 01  TURN-REPORT-LINE  PIC X(80).                                 000061
003150 FD  RUN-LOG.                                                     000062
003200 01  RUN-LOG-RECORD.                                              000063
003250     COPY RUNLOGREC.                                              000064
003300 WORKING-STORAGE SECTION.                                         000065
003350 01  WS-RUNLOG-STATUS  PIC XX.                                    000066
003400 01  WS-EOF-SW         PIC X VALUE "N".                           000067
003450     88  WS-AT-EOF     VALUE "Y".                                 000068
003500 01  WS-READ-CNT       PIC 9(7) VALUE ZERO.                       000069
003550 01  WS-AUDIT-CNT      PIC 9(7) VALUE ZERO.                       000070
003600 01  WS-MOVE-CNT       PIC 9(7) VALUE ZERO.                       000071
003650 01  WS-OFF-CNT        PIC 9(3) VALUE ZERO.                       000072
003700* Period - defaults replaced by the TURNPRD card                  000073
003750 01  WS-RUN-DATE       PIC 9(8).                                  000074
003800 01  WS-PERIOD-START   PIC 9(8) VALUE ZERO.                       000075
003850 01  WS-PERIOD-END     PIC 9(8) VALUE ZERO.                       000076
003900 01  WS-FIRST-OF-MONTH PIC 9(8).                                  000077
003950 01  WS-PERIOD-VALID-SW PIC X VALUE "Y".                          000078
004000     88  WS-PERIOD-VALID VALUE "Y".                               000079
004050 01  WS-TEST-DATE      PIC 9(8).                                  000080
004100 01  WS-TEST-DATE-X REDEFINES WS-TEST-DATE.                       000081
004150     05  WS-TEST-YYYY  PIC 9(4).                                  000082
004200     05  WS-TEST-MM    PIC 99.                                    000083
004250     05  WS-TEST-DD    PIC 99.                                    000084
004300 01  WS-MONTH-DAYS     PIC 99.                                    000085
004350 01  WS-LEAP-REM       PIC 9(4).                                  000086
004400 01  WS-DATE-VALID-SW  PIC X.                                     000087
004450     88  WS-DATE-VALID VALUE "Y".                                 000088
004500 01  WS-AUD-DATE       PIC 9(8).                                  000089
004550 01  WS-CLOSE-TAKEN-SW PIC X VALUE "N".                           000090
004600     88  WS-CLOSE-TAKEN VALUE "Y".                                000091
004650* Audited status codes - an old value of space on an EMP-STATUS   000092
004700* audit is an add, so the employee was not yet on file            000093
004750 01  WS-OLD-STATUS     PIC X.                                     000094
004800     88  WS-OLD-IN-HEADCOUNT VALUE "A" "L".                       000095
004850 01  WS-NEW-STATUS     PIC X.                                     000096
004900     88  WS-NEW-IN-HEADCOUNT VALUE "A" "L".                       000097
004950* The workforce being rebuilt - today's master rows, then ids     000098
005000* met only on the audit trail. The working status walks back      000099
005050* through the period; the close fields hold the state at close    000100
005100* of business on the last day. Status N means not on file         000101
005150 78  WS-MAX-EMPLOYEES  VALUE 9999.                                000102
005200 01  WS-EMP-CNT        PIC 9(4) VALUE ZERO.                       000103
005250 01  WS-TURN-TABLE.                                               000104
005300     05  TURN-ENTRY OCCURS 0 TO WS-MAX-EMPLOYEES TIMES            000105
005350             DEPENDING ON WS-EMP-CNT.                             000106
005400         10  TURN-ID           PIC X(5).                          000107
005450         10  TURN-DEPT         PIC X(3).                          000108
005500         10  TURN-STATUS       PIC X.                             000109
005550             88  TURN-IN-HEADCOUNT VALUE "A" "L".                 000110
005600         10  TURN-CLOSE-DEPT   PIC X(3).                          000111
005650         10  TURN-CLOSE-STATUS PIC X.                             000112
005700             88  TURN-CLOSE-IN-HEADCOUNT VALUE "A" "L".           000113
005750 01  WS-EMP-IDX        PIC 9(4).                                  000114
005800 01  WS-HIT-IDX        PIC 9(4).                                  000115
005850* Departments in code order with their headcounts and movements   000116
005900 78  WS-MAX-DEPTS      VALUE 999.                                 000117
005950 01  WS-DEPT-CNT       PIC 9(3) VALUE ZERO.                       000118
006000 01  WS-DEPT-TABLE.                                               000119
006050     05  DPT-ENTRY OCCURS 0 TO WS-MAX-DEPTS TIMES                 000120
006100             DEPENDING ON WS-DEPT-CNT.                            000121
006150         10  DPT-DEPT          PIC X(3).                          000122
006200         10  DPT-COUNTS.                                          000123
006250             15  DPT-OPEN      PIC 9(5).                          000124
006300             15  DPT-HIRES     PIC 9(5).                          000125
006350             15  DPT-REHIRES   PIC 9(5).                          000126
006400             15  DPT-XFER-IN   PIC 9(5).                          000127
006450             15  DPT-TERMS     PIC 9(5).                          000128
006500             15  DPT-XFER-OUT  PIC 9(5).                          000129
006550             15  DPT-CLOSE     PIC 9(5).                          000130
006600             15  DPT-LEAVES    PIC 9(5).                          000131
006650             15  DPT-RETURNS   PIC 9(5).                          000132
006700 01  WS-DEPT-IDX       PIC 9(3).                                  000133
006750 01  WS-DEPT-HIT       PIC 9(3).                                  000134
006800 01  WS-FIND-DEPT      PIC X(3).                                  000135
006850* Company totals, in the same order as a department's counts      000136
006900 01  WS-TOTAL-COUNTS.                                             000137
006950     05  TOT-OPEN          PIC 9(5) VALUE ZERO.                   000138
007000     05  TOT-HIRES         PIC 9(5) VALUE ZERO.                   000139
007050     05  TOT-REHIRES       PIC 9(5) VALUE ZERO.                   000140
007100     05  TOT-XFER-IN       PIC 9(5) VALUE ZERO.                   000141
007150     05  TOT-TERMS         PIC 9(5) VALUE ZERO.                   000142
007200     05  TOT-XFER-OUT      PIC 9(5) VALUE ZERO.                   000143
007250     05  TOT-CLOSE         PIC 9(5) VALUE ZERO.                   000144
007300     05  TOT-LEAVES        PIC 9(5) VALUE ZERO.                   000145
007350     05  TOT-RETURNS       PIC 9(5) VALUE ZERO.                   000146
007400* One line's figures - loaded from a department or the totals     000147
007450 01  WS-LINE-COUNTS.                                              000148
007500     05  LIN-OPEN          PIC 9(5).                              000149
007550     05  LIN-HIRES         PIC 9(5).                              000150
007600     05  LIN-REHIRES       PIC 9(5).                              000151
007650     05  LIN-XFER-IN       PIC 9(5).                              000152
007700     05  LIN-TERMS         PIC 9(5).                              000153
007750     05  LIN-XFER-OUT      PIC 9(5).                              000154
007800     05  LIN-CLOSE         PIC 9(5).                              000155
007850     05  LIN-LEAVES        PIC 9(5).                              000156
007900     05  LIN-RETURNS       PIC 9(5).                              000157
007950 01  WS-AVG-HEADCOUNT  PIC 9(5)V9.                                000158
008000 01  WS-TURN-RATE      PIC 9(3)V9.                                000159
008050 01  WS-PROVED-CLOSE   PIC S9(6).                                 000160
008100* Report heading, detail and footer lines                         000161
008150 01  WS-HDG-1.                                                    000162
008200     05  FILLER        PIC X(34)                                  000163
008250             VALUE "WORKFORCE TURNOVER AND MOVEMENT -".           000164
008300     05  HDG-PERIOD-START PIC 9(8).                               000165
008350     05  FILLER        PIC X(4)  VALUE " TO ".                    000166
008400     05  HDG-PERIOD-END PIC 9(8).                                 000167
008450 01  WS-HDG-2.                                                    000168
008500     05  FILLER        PIC X(41)                                  000169
008550             VALUE "DEPT   OPEN  HIRE REHIR XFRIN  TERM XFROT".   000170
008600     05  FILLER        PIC X(38)                                  000171
008650             VALUE " CLOSE LEAVE RETRN   AVG HC TURN%  REC".      000172
008700 01  WS-DETAIL-LINE.                                              000173
008750     05  DTL-DEPT      PIC X(5).                                  000174
008800     05  FILLER        PIC X VALUE SPACE.                         000175
008850     05  DTL-OPEN      PIC ZZZZ9.                                 000176
008900     05  FILLER        PIC X VALUE SPACE.                         000177
008950     05  DTL-HIRES     PIC ZZZZ9.                                 000178
009000     05  FILLER        PIC X VALUE SPACE.                         000179
009050     05  DTL-REHIRES   PIC ZZZZ9.                                 000180
009100     05  FILLER        PIC X VALUE SPACE.                         000181
009150     05  DTL-XFER-IN   PIC ZZZZ9.                                 000182
009200     05  FILLER        PIC X VALUE SPACE.                         000183
009250     05  DTL-TERMS     PIC ZZZZ9.                                 000184
009300     05  FILLER        PIC X VALUE SPACE.                         000185
009350     05  DTL-XFER-OUT  PIC ZZZZ9.                                 000186
009400     05  FILLER        PIC X VALUE SPACE.                         000187
009450     05  DTL-CLOSE     PIC ZZZZ9.                                 000188
009500     05  FILLER        PIC X VALUE SPACE.                         000189
009550     05  DTL-LEAVES    PIC ZZZZ9.                                 000190
009600     05  FILLER        PIC X VALUE SPACE.                         000191
009650     05  DTL-RETURNS   PIC ZZZZ9.                                 000192
009700     05  FILLER        PIC X(2) VALUE SPACES.                     000193
009750     05  DTL-AVG       PIC ZZZZ9.9.                               000194
009800     05  FILLER        PIC X VALUE SPACE.                         000195
009850     05  DTL-RATE      PIC ZZ9.9.                                 000196
009900     05  FILLER        PIC X(2) VALUE SPACES.                     000197
009950     05  DTL-RECON     PIC X(3).                                  000198
010000 01  WS-FOOTER-1.                                                 000199
010050     05  FILLER        PIC X(30)                                  000200
010100             VALUE "AUDIT RECORDS IN PERIOD:".                    000201
010150     05  FTR-AUDIT-CNT PIC ZZZZZZ9.                               000202
010200 01  WS-FOOTER-2.                                                 000203
010250     05  FILLER        PIC X(30)                                  000204
010300             VALUE "MOVEMENTS COUNTED:".                          000205
010350     05  FTR-MOVE-CNT  PIC ZZZZZZ9.                               000206
010400 01  WS-FOOTER-3.                                                 000207
010450     05  FILLER        PIC X(30)                                  000208
010500             VALUE "DEPARTMENTS NOT RECONCILING:".                000209
010550     05  FTR-OFF-CNT   PIC ZZZZZZ9.                               000210
010600 01  WS-BADCARD-LINE.                                             000211
010650     05  FILLER        PIC X(40)                                  000212
010700             VALUE "TURNPRD CARD INVALID - NO REPORT".            000213
010750 PROCEDURE DIVISION.                                              000214
010800 0000-MAIN.                                                       000215
010850     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.             000216
010900     PERFORM 0500-LOAD-PERIOD.                                    000217
010950     OPEN OUTPUT TURN-REPORT.                                     000218
011000     IF NOT WS-PERIOD-VALID                                       000219
011050         WRITE TURN-REPORT-LINE FROM WS-BADCARD-LINE              000220
011100         CLOSE TURN-REPORT                                        000221
011150         DISPLAY "TURNPRD card invalid - turnover not reported."  000222
011200         MOVE 8 TO RETURN-CODE                                    000223
011250         STOP RUN                                                 000224
011300     END-IF.                                                      000225
011350     PERFORM 1000-LOAD-CURRENT-MASTER.                            000226
011400     PERFORM 2000-WALK-AUDIT-BACK.                                000227
011450     PERFORM 3000-COUNT-HEADCOUNTS.                               000228
011500     PERFORM 4000-PRINT-REPORT.                                   000229
011550     CLOSE TURN-REPORT.                                           000230
011600     PERFORM 8000-WRITE-RUN-LOG.                                  000231
011650     IF WS-OFF-CNT > ZERO                                         000232
011700         MOVE 4 TO RETURN-CODE                                    000233
011750     END-IF.                                                      000234
011800     DISPLAY "WORKFORCE TURNOVER REPORT".                         000235
011850     DISPLAY "Period:                 " WS-PERIOD-START           000236
011900         " - " WS-PERIOD-END.                                     000237
011950     DISPLAY "Employees on master:    " WS-READ-CNT.              000238
012000     DISPLAY "Movements counted:      " WS-MOVE-CNT.              000239
012050     DISPLAY "Depts not reconciling:  " WS-OFF-CNT.               000240
012100     STOP RUN.                                                    000241
012150* Load the reporting period. With no card the period is the       000242
012200* previous calendar month                                         000243
012250 0500-LOAD-PERIOD.                                                000244
012300     OPEN INPUT TURN-PERIOD-CARD.                                 000245
012350     READ TURN-PERIOD-CARD                                        000246
012400         AT END                                                   000247
012450             CONTINUE                                             000248
012500         NOT AT END                                               000249
012550             IF CTL-PERIOD-START IS NUMERIC AND                   000250
012600                     CTL-PERIOD-END IS NUMERIC                    000251
012650                 MOVE CTL-PERIOD-START TO WS-PERIOD-START         000252
012700                 MOVE CTL-PERIOD-END TO WS-PERIOD-END             000253
012750             END-IF                                               000254
012800     END-READ.                                                    000255
012850     CLOSE TURN-PERIOD-CARD.                                      000256
012900     IF WS-PERIOD-END = ZERO                                      000257
012950         MOVE WS-RUN-DATE TO WS-FIRST-OF-MONTH                    000258
013000         MOVE "01" TO WS-FIRST-OF-MONTH (7:2)                     000259
013050         COMPUTE WS-PERIOD-END = FUNCTION DATE-OF-INTEGER (       000260
013100             FUNCTION INTEGER-OF-DATE (WS-FIRST-OF-MONTH) - 1)    000261
013150         MOVE WS-PERIOD-END TO WS-PERIOD-START                    000262
013200         MOVE "01" TO WS-PERIOD-START (7:2)                       000263
013250     END-IF.                                                      000264
013300     MOVE WS-PERIOD-START TO WS-TEST-DATE.                        000265
013350     PERFORM 0860-VALIDATE-DATE.                                  000266
013400     IF WS-DATE-VALID                                             000267
013450         MOVE WS-PERIOD-END TO WS-TEST-DATE                       000268
013500         PERFORM 0860-VALIDATE-DATE                               000269
013550     END-IF.                                                      000270
013600     IF NOT WS-DATE-VALID OR WS-PERIOD-END < WS-PERIOD-START      000271
013650         MOVE "N" TO WS-PERIOD-VALID-SW                           000272
013700     END-IF.                                                      000273
013750* Validate WS-TEST-DATE as a real YYYYMMDD calendar date,         000274
013800* February 29 allowed only in leap years                          000275
013850 0860-VALIDATE-DATE.                                              000276
013900     MOVE "N" TO WS-DATE-VALID-SW.                                000277
013950     IF WS-TEST-YYYY < 1 OR                                       000278
014000             WS-TEST-MM < 1 OR WS-TEST-MM > 12                    000279
014050         CONTINUE                                                 000280
014100     ELSE                                                         000281
014150         EVALUATE WS-TEST-MM                                      000282
014200             WHEN 01 WHEN 03 WHEN 05 WHEN 07                      000283
014250             WHEN 08 WHEN 10 WHEN 12                              000284
014300                 MOVE 31 TO WS-MONTH-DAYS                         000285
014350             WHEN 04 WHEN 06 WHEN 09 WHEN 11                      000286
014400                 MOVE 30 TO WS-MONTH-DAYS                         000287
014450             WHEN 02                                              000288
014500                 MOVE 28 TO WS-MONTH-DAYS                         000289
014550                 MOVE FUNCTION MOD (WS-TEST-YYYY, 4)              000290
014600                     TO WS-LEAP-REM                               000291
014650                 IF WS-LEAP-REM = ZERO                            000292
014700                     MOVE FUNCTION MOD (WS-TEST-YYYY, 100)        000293
014750                         TO WS-LEAP-REM                           000294
014800                     IF WS-LEAP-REM NOT = ZERO                    000295
014850                         MOVE 29 TO WS-MONTH-DAYS                 000296
014900                     ELSE                                         000297
014950                         MOVE FUNCTION MOD (WS-TEST-YYYY, 400)    000298
015000                             TO WS-LEAP-REM                       000299
015050                         IF WS-LEAP-REM = ZERO                    000300
015100                             MOVE 29 TO WS-MONTH-DAYS             000301
015150                         END-IF                                   000302
015200                     END-IF                                       000303
015250                 END-IF                                           000304
015300         END-EVALUATE                                             000305
015350         IF WS-TEST-DD >= 1 AND WS-TEST-DD <= WS-MONTH-DAYS       000306
015400             SET WS-DATE-VALID TO TRUE                            000307
015450         END-IF                                                   000308
015500     END-IF.                                                      000309
015550* Today's master is the starting point for the backward walk. A   000310
015600* blank status on an older row means active                       000311
015650 1000-LOAD-CURRENT-MASTER.                                        000312
015700     OPEN INPUT EMPLOYEE-MASTER.                                  000313
015750     PERFORM UNTIL WS-AT-EOF                                      000314
015800             OR WS-EMP-CNT = WS-MAX-EMPLOYEES                     000315
015850         READ EMPLOYEE-MASTER NEXT RECORD                         000316
015900             AT END                                               000317
015950                 SET WS-AT-EOF TO TRUE                            000318
016000             NOT AT END                                           000319
016050                 ADD 1 TO WS-READ-CNT                             000320
016100                 ADD 1 TO WS-EMP-CNT                              000321
016150                 MOVE EMP-ID OF EMPLOYEE-MASTER-RECORD            000322
016200                     TO TURN-ID (WS-EMP-CNT)                      000323
016250                 MOVE EMP-DEPT OF EMPLOYEE-MASTER-RECORD          000324
016300                     TO TURN-DEPT (WS-EMP-CNT)                    000325
016350                 MOVE EMP-STATUS OF EMPLOYEE-MASTER-RECORD        000326
016400                     TO TURN-STATUS (WS-EMP-CNT)                  000327
016450                 IF TURN-STATUS (WS-EMP-CNT) = SPACE              000328
016500                     MOVE "A" TO TURN-STATUS (WS-EMP-CNT)         000329
016550                 END-IF                                           000330
016600         END-READ                                                 000331
016650     END-PERFORM.                                                 000332
016700     CLOSE EMPLOYEE-MASTER.                                       000333
016750* Sort the audit trail newest first and walk it back. Changes     000334
016800* after the period are undone without counting; the first         000335
016850* change on or before the last day fixes the closing picture;     000336
016900* changes inside the period are counted and then undone; the      000337
016950* first change before the first day ends the walk, leaving the    000338
017000* opening picture in the working fields                           000339
017050 2000-WALK-AUDIT-BACK.                                            000340
017100     SORT TURN-SORT-WORK                                          000341
017150         ON DESCENDING KEY AUD-TIMESTAMP OF TURN-SORT-RECORD      000342
017200         ON DESCENDING KEY AUD-SEQ-NBR OF TURN-SORT-RECORD        000343
017250         USING EMP-AUDIT-LOG                                      000344
017300         GIVING SORTED-AUDIT.                                     000345
017350     MOVE "N" TO WS-EOF-SW.                                       000346
017400     OPEN INPUT SORTED-AUDIT.                                     000347
017450     PERFORM UNTIL WS-AT-EOF                                      000348
017500         READ SORTED-AUDIT                                        000349
017550             AT END                                               000350
017600                 SET WS-AT-EOF TO TRUE                            000351
017650             NOT AT END                                           000352
017700                 MOVE AUD-TIMESTAMP OF SORTED-AUDIT-REC (1:8)     000353
017750                     TO WS-AUD-DATE                               000354
017800                 IF WS-AUD-DATE > WS-PERIOD-END                   000355
017850                     PERFORM 2100-UNDO-ONE-CHANGE                 000356
017900                 ELSE                                             000357
017950                     IF NOT WS-CLOSE-TAKEN                        000358
018000                         PERFORM 2400-TAKE-CLOSING-PICTURE        000359
018050                     END-IF                                       000360
018100                     IF WS-AUD-DATE < WS-PERIOD-START             000361
018150                         SET WS-AT-EOF TO TRUE                    000362
018200                     ELSE                                         000363
018250                         ADD 1 TO WS-AUDIT-CNT                    000364
018300                         PERFORM 2300-COUNT-MOVEMENT              000365
018350                         PERFORM 2100-UNDO-ONE-CHANGE             000366
018400                     END-IF                                       000367
018450                 END-IF                                           000368
018500         END-READ                                                 000369
018550     END-PERFORM.                                                 000370
018600     CLOSE SORTED-AUDIT.                                          000371
018650     IF NOT WS-CLOSE-TAKEN                                        000372
018700         PERFORM 2400-TAKE-CLOSING-PICTURE                        000373
018750     END-IF.                                                      000374
018800* Reverse one status or department audit against the working      000375
018850* fields. A name audit with a blank old value is an add from      000376
018900* before adds carried a status audit, so it takes the employee    000377
018950* off file as well                                                000378
019000 2100-UNDO-ONE-CHANGE.                                            000379
019050     PERFORM 2200-FIND-OR-ADD-EMPLOYEE.                           000380
019100     IF WS-HIT-IDX > ZERO                                         000381
019150         EVALUATE AUD-FIELD OF SORTED-AUDIT-REC                   000382
019200             WHEN "EMP-STATUS"                                    000383
019250                 IF AUD-OLD-VALUE OF SORTED-AUDIT-REC = SPACES    000384
019300                     MOVE "N" TO TURN-STATUS (WS-HIT-IDX)         000385
019350                 ELSE                                             000386
019400                     MOVE AUD-OLD-VALUE OF SORTED-AUDIT-REC (1:1) 000387
019450                         TO TURN-STATUS (WS-HIT-IDX)              000388
019500                 END-IF                                           000389
019550             WHEN "EMP-DEPT"                                      000390
019600                 MOVE AUD-OLD-VALUE OF SORTED-AUDIT-REC (1:3)     000391
019650                     TO TURN-DEPT (WS-HIT-IDX)                    000392
019700             WHEN "EMP-NAME"                                      000393
019750                 IF AUD-OLD-VALUE OF SORTED-AUDIT-REC = SPACES    000394
019800                     MOVE "N" TO TURN-STATUS (WS-HIT-IDX)         000395
019850                 END-IF                                           000396
019900             WHEN OTHER                                           000397
019950                 CONTINUE                                         000398
020000         END-EVALUATE                                             000399
020050     END-IF.                                                      000400
020100* Locate the audited employee, adding an off-file row for ids     000401
020150* today's master no longer carries                                000402
020200 2200-FIND-OR-ADD-EMPLOYEE.                                       000403
020250     MOVE ZERO TO WS-HIT-IDX.                                     000404
020300     PERFORM VARYING WS-EMP-IDX FROM 1 BY 1                       000405
020350             UNTIL WS-EMP-IDX > WS-EMP-CNT                        000406
020400         IF TURN-ID (WS-EMP-IDX) =                                000407
020450                 AUD-EMP-ID OF SORTED-AUDIT-REC                   000408
020500             MOVE WS-EMP-IDX TO WS-HIT-IDX                        000409
020550             EXIT PERFORM                                         000410
020600         END-IF                                                   000411
020650     END-PERFORM.                                                 000412
020700     IF WS-HIT-IDX = ZERO AND WS-EMP-CNT < WS-MAX-EMPLOYEES       000413
020750         ADD 1 TO WS-EMP-CNT                                      000414
020800         MOVE WS-EMP-CNT TO WS-HIT-IDX                            000415
020850         MOVE AUD-EMP-ID OF SORTED-AUDIT-REC                      000416
020900             TO TURN-ID (WS-HIT-IDX)                              000417
020950         MOVE SPACES TO TURN-DEPT (WS-HIT-IDX)                    000418
021000         MOVE "N" TO TURN-STATUS (WS-HIT-IDX)                     000419
021050         IF WS-CLOSE-TAKEN                                        000420
021100             MOVE SPACES TO TURN-CLOSE-DEPT (WS-HIT-IDX)          000421
021150             MOVE "N" TO TURN-CLOSE-STATUS (WS-HIT-IDX)           000422
021200         END-IF                                                   000423
021250     END-IF.                                                      000424
021300* Count a change inside the period against the department the     000425
021350* employee was in when it happened - the working fields still     000426
021400* show the state just after the change. A transfer moves          000427
021450* headcount only for an active or on-leave employee               000428
021500 2300-COUNT-MOVEMENT.                                             000429
021550     PERFORM 2200-FIND-OR-ADD-EMPLOYEE.                           000430
021600     IF WS-HIT-IDX > ZERO                                         000431
021650         EVALUATE AUD-FIELD OF SORTED-AUDIT-REC                   000432
021700             WHEN "EMP-STATUS"                                    000433
021750                 PERFORM 2310-COUNT-STATUS-CHANGE                 000434
021800             WHEN "EMP-DEPT"                                      000435
021850                 IF AUD-OLD-VALUE OF SORTED-AUDIT-REC NOT = SPACES000436
021900                         AND TURN-IN-HEADCOUNT (WS-HIT-IDX)       000437
021950                     MOVE AUD-OLD-VALUE OF SORTED-AUDIT-REC (1:3) 000438
022000                         TO WS-FIND-DEPT                          000439
022050                     PERFORM 3100-FIND-OR-ADD-DEPT                000440
022100                     ADD 1 TO DPT-XFER-OUT (WS-DEPT-HIT)          000441
022150                     MOVE TURN-DEPT (WS-HIT-IDX) TO WS-FIND-DEPT  000442
022200                     PERFORM 3100-FIND-OR-ADD-DEPT                000443
022250                     ADD 1 TO DPT-XFER-IN (WS-DEPT-HIT)           000444
022300                     ADD 1 TO WS-MOVE-CNT                         000445
022350                 END-IF                                           000446
022400             WHEN "EMP-NAME"                                      000447
022450                 IF AUD-OLD-VALUE OF SORTED-AUDIT-REC = SPACES    000448
022500                         AND TURN-IN-HEADCOUNT (WS-HIT-IDX)       000449
022550                     MOVE TURN-DEPT (WS-HIT-IDX) TO WS-FIND-DEPT  000450
022600                     PERFORM 3100-FIND-OR-ADD-DEPT                000451
022650                     ADD 1 TO DPT-HIRES (WS-DEPT-HIT)             000452
022700                     ADD 1 TO WS-MOVE-CNT                         000453
022750                 END-IF                                           000454
022800             WHEN OTHER                                           000455
022850                 CONTINUE                                         000456
022900         END-EVALUATE                                             000457
022950     END-IF.                                                      000458
023000* Classify a status change - into headcount from not on file is   000459
023050* a hire and from terminated a rehire; out of headcount is a      000460
023100* termination; active to leave and back are leave movements       000461
023150 2310-COUNT-STATUS-CHANGE.                                        000462
023200     MOVE AUD-OLD-VALUE OF SORTED-AUDIT-REC (1:1)                 000463
023250         TO WS-OLD-STATUS.                                        000464
023300     MOVE AUD-NEW-VALUE OF SORTED-AUDIT-REC (1:1)                 000465
023350         TO WS-NEW-STATUS.                                        000466
023400     MOVE TURN-DEPT (WS-HIT-IDX) TO WS-FIND-DEPT.                 000467
023450     PERFORM 3100-FIND-OR-ADD-DEPT.                               000468
023500     ADD 1 TO WS-MOVE-CNT.                                        000469
023550     IF WS-NEW-IN-HEADCOUNT AND WS-OLD-STATUS = SPACE             000470
023600         ADD 1 TO DPT-HIRES (WS-DEPT-HIT)                         000471
023650     ELSE                                                         000472
023700     IF WS-NEW-IN-HEADCOUNT AND NOT WS-OLD-IN-HEADCOUNT           000473
023750         ADD 1 TO DPT-REHIRES (WS-DEPT-HIT)                       000474
023800     ELSE                                                         000475
023850     IF WS-OLD-IN-HEADCOUNT AND NOT WS-NEW-IN-HEADCOUNT           000476
023900         ADD 1 TO DPT-TERMS (WS-DEPT-HIT)                         000477
023950     ELSE                                                         000478
024000     IF WS-OLD-STATUS = "A" AND WS-NEW-STATUS = "L"               000479
024050         ADD 1 TO DPT-LEAVES (WS-DEPT-HIT)                        000480
024100     ELSE                                                         000481
024150     IF WS-OLD-STATUS = "L" AND WS-NEW-STATUS = "A"               000482
024200         ADD 1 TO DPT-RETURNS (WS-DEPT-HIT)                       000483
024250     ELSE                                                         000484
024300         SUBTRACT 1 FROM WS-MOVE-CNT                              000485
024350     END-IF                                                       000486
024400     END-IF                                                       000487
024450     END-IF                                                       000488
024500     END-IF                                                       000489
024550     END-IF.                                                      000490
024600* Freeze every employee's department and status as they stood     000491
024650* at close of business on the last day of the period              000492
024700 2400-TAKE-CLOSING-PICTURE.                                       000493
024750     PERFORM VARYING WS-EMP-IDX FROM 1 BY 1                       000494
024800             UNTIL WS-EMP-IDX > WS-EMP-CNT                        000495
024850         MOVE TURN-DEPT (WS-EMP-IDX)                              000496
024900             TO TURN-CLOSE-DEPT (WS-EMP-IDX)                      000497
024950         MOVE TURN-STATUS (WS-EMP-IDX)                            000498
025000             TO TURN-CLOSE-STATUS (WS-EMP-IDX)                    000499
025050     END-PERFORM.                                                 000500
025100     SET WS-CLOSE-TAKEN TO TRUE.                                  000501
025150* Opening headcount from the working fields the walk left         000502
025200* behind, closing headcount from the frozen close fields          000503
025250 3000-COUNT-HEADCOUNTS.                                           000504
025300     PERFORM VARYING WS-EMP-IDX FROM 1 BY 1                       000505
025350             UNTIL WS-EMP-IDX > WS-EMP-CNT                        000506
025400         IF TURN-IN-HEADCOUNT (WS-EMP-IDX)                        000507
025450             MOVE TURN-DEPT (WS-EMP-IDX) TO WS-FIND-DEPT          000508
025500             PERFORM 3100-FIND-OR-ADD-DEPT                        000509
025550             ADD 1 TO DPT-OPEN (WS-DEPT-HIT)                      000510
025600         END-IF                                                   000511
025650         IF TURN-CLOSE-IN-HEADCOUNT (WS-EMP-IDX)                  000512
025700             MOVE TURN-CLOSE-DEPT (WS-EMP-IDX) TO WS-FIND-DEPT    000513
025750             PERFORM 3100-FIND-OR-ADD-DEPT                        000514
025800             ADD 1 TO DPT-CLOSE (WS-DEPT-HIT)                     000515
025850         END-IF                                                   000516
025900     END-PERFORM.                                                 000517
025950* Locate a department, inserting it in code order with zero       000518
026000* counts when it is new                                           000519
026050 3100-FIND-OR-ADD-DEPT.                                           000520
026100     MOVE ZERO TO WS-DEPT-HIT.                                    000521
026150     PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1                      000522
026200             UNTIL WS-DEPT-IDX > WS-DEPT-CNT                      000523
026250         IF DPT-DEPT (WS-DEPT-IDX) NOT < WS-FIND-DEPT             000524
026300             EXIT PERFORM                                         000525
026350         END-IF                                                   000526
026400     END-PERFORM.                                                 000527
026450     IF WS-DEPT-IDX NOT > WS-DEPT-CNT                             000528
026500         IF DPT-DEPT (WS-DEPT-IDX) = WS-FIND-DEPT                 000529
026550             MOVE WS-DEPT-IDX TO WS-DEPT-HIT                      000530
026600         END-IF                                                   000531
026650     END-IF.                                                      000532
026700     IF WS-DEPT-HIT = ZERO                                        000533
026750         IF WS-DEPT-CNT < WS-MAX-DEPTS                            000534
026800             MOVE WS-DEPT-IDX TO WS-DEPT-HIT                      000535
026850             ADD 1 TO WS-DEPT-CNT                                 000536
026900             PERFORM VARYING WS-DEPT-IDX FROM WS-DEPT-CNT BY -1   000537
026950                     UNTIL WS-DEPT-IDX NOT > WS-DEPT-HIT          000538
027000                 MOVE DPT-ENTRY (WS-DEPT-IDX - 1)                 000539
027050                     TO DPT-ENTRY (WS-DEPT-IDX)                   000540
027100             END-PERFORM                                          000541
027150             MOVE WS-FIND-DEPT TO DPT-DEPT (WS-DEPT-HIT)          000542
027200             MOVE ZERO TO DPT-OPEN (WS-DEPT-HIT)                  000543
027250             MOVE ZERO TO DPT-HIRES (WS-DEPT-HIT)                 000544
027300             MOVE ZERO TO DPT-REHIRES (WS-DEPT-HIT)               000545
027350             MOVE ZERO TO DPT-XFER-IN (WS-DEPT-HIT)               000546
027400             MOVE ZERO TO DPT-TERMS (WS-DEPT-HIT)                 000547
027450             MOVE ZERO TO DPT-XFER-OUT (WS-DEPT-HIT)              000548
027500             MOVE ZERO TO DPT-CLOSE (WS-DEPT-HIT)                 000549
027550             MOVE ZERO TO DPT-LEAVES (WS-DEPT-HIT)                000550
027600             MOVE ZERO TO DPT-RETURNS (WS-DEPT-HIT)               000551
027650         ELSE                                                     000552
027700             MOVE WS-DEPT-CNT TO WS-DEPT-HIT                      000553
027750         END-IF                                                   000554
027800     END-IF.                                                      000555
027850* One line per department in code order, then the company line    000556
027900 4000-PRINT-REPORT.                                               000557
027950     MOVE WS-PERIOD-START TO HDG-PERIOD-START.                    000558
028000     MOVE WS-PERIOD-END TO HDG-PERIOD-END.                        000559
028050     WRITE TURN-REPORT-LINE FROM WS-HDG-1.                        000560
028100     WRITE TURN-REPORT-LINE FROM SPACES.                          000561
028150     WRITE TURN-REPORT-LINE FROM WS-HDG-2.                        000562
028200     WRITE TURN-REPORT-LINE FROM SPACES.                          000563
028250     PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1                      000564
028300             UNTIL WS-DEPT-IDX > WS-DEPT-CNT                      000565
028350         MOVE DPT-COUNTS (WS-DEPT-IDX) TO WS-LINE-COUNTS          000566
028400         ADD LIN-OPEN     TO TOT-OPEN                             000567
028450         ADD LIN-HIRES    TO TOT-HIRES                            000568
028500         ADD LIN-REHIRES  TO TOT-REHIRES                          000569
028550         ADD LIN-XFER-IN  TO TOT-XFER-IN                          000570
028600         ADD LIN-TERMS    TO TOT-TERMS                            000571
028650         ADD LIN-XFER-OUT TO TOT-XFER-OUT                         000572
028700         ADD LIN-CLOSE    TO TOT-CLOSE                            000573
028750         ADD LIN-LEAVES   TO TOT-LEAVES                           000574
028800         ADD LIN-RETURNS  TO TOT-RETURNS                          000575
028850         MOVE DPT-DEPT (WS-DEPT-IDX) TO DTL-DEPT                  000576
028900         PERFORM 4100-PRINT-COUNTS-LINE                           000577
028950     END-PERFORM.                                                 000578
029000     WRITE TURN-REPORT-LINE FROM SPACES.                          000579
029050     MOVE WS-TOTAL-COUNTS TO WS-LINE-COUNTS.                      000580
029100     MOVE "TOTAL" TO DTL-DEPT.                                    000581
029150     PERFORM 4100-PRINT-COUNTS-LINE.                              000582
029200     MOVE WS-AUDIT-CNT TO FTR-AUDIT-CNT.                          000583
029250     MOVE WS-MOVE-CNT TO FTR-MOVE-CNT.                            000584
029300     MOVE WS-OFF-CNT TO FTR-OFF-CNT.                              000585
029350     WRITE TURN-REPORT-LINE FROM SPACES.                          000586
029400     WRITE TURN-REPORT-LINE FROM WS-FOOTER-1.                     000587
029450     WRITE TURN-REPORT-LINE FROM WS-FOOTER-2.                     000588
029500     WRITE TURN-REPORT-LINE FROM WS-FOOTER-3.                     000589
029550* Print one line's figures with its average headcount, turnover   000590
029600* rate and the opening-to-closing proof                           000591
029650 4100-PRINT-COUNTS-LINE.                                          000592
029700     MOVE LIN-OPEN     TO DTL-OPEN.                               000593
029750     MOVE LIN-HIRES    TO DTL-HIRES.                              000594
029800     MOVE LIN-REHIRES  TO DTL-REHIRES.                            000595
029850     MOVE LIN-XFER-IN  TO DTL-XFER-IN.                            000596
029900     MOVE LIN-TERMS    TO DTL-TERMS.                              000597
029950     MOVE LIN-XFER-OUT TO DTL-XFER-OUT.                           000598
030000     MOVE LIN-CLOSE    TO DTL-CLOSE.                              000599
030050     MOVE LIN-LEAVES   TO DTL-LEAVES.                             000600
030100     MOVE LIN-RETURNS  TO DTL-RETURNS.                            000601
030150     COMPUTE WS-AVG-HEADCOUNT ROUNDED =                           000602
030200         (LIN-OPEN + LIN-CLOSE) / 2.                              000603
030250     MOVE WS-AVG-HEADCOUNT TO DTL-AVG.                            000604
030300     IF WS-AVG-HEADCOUNT > ZERO                                   000605
030350         COMPUTE WS-TURN-RATE ROUNDED =                           000606
030400             LIN-TERMS * 100 / WS-AVG-HEADCOUNT                   000607
030450             ON SIZE ERROR                                        000608
030500                 MOVE 999.9 TO WS-TURN-RATE                       000609
030550         END-COMPUTE                                              000610
030600     ELSE                                                         000611
030650         MOVE ZERO TO WS-TURN-RATE                                000612
030700     END-IF.                                                      000613
030750     MOVE WS-TURN-RATE TO DTL-RATE.                               000614
030800     COMPUTE WS-PROVED-CLOSE = LIN-OPEN + LIN-HIRES               000615
030850         + LIN-REHIRES + LIN-XFER-IN - LIN-TERMS - LIN-XFER-OUT.  000616
030900     IF WS-PROVED-CLOSE = LIN-CLOSE                               000617
030950         MOVE "YES" TO DTL-RECON                                  000618
031000     ELSE                                                         000619
031050         MOVE "NO" TO DTL-RECON                                   000620
031100         IF DTL-DEPT NOT = "TOTAL"                                000621
031150             ADD 1 TO WS-OFF-CNT                                  000622
031200         END-IF                                                   000623
031250     END-IF.                                                      000624
031300     WRITE TURN-REPORT-LINE FROM WS-DETAIL-LINE.                  000625
031350* Append this run's records-read/records-written to the shared    000626
031400* run-log for the nightly batch-window reconciliation             000627
031450 8000-WRITE-RUN-LOG.                                              000628
031500     OPEN EXTEND RUN-LOG.                                         000629
031550     IF WS-RUNLOG-STATUS = "35"                                   000630
031600         OPEN OUTPUT RUN-LOG                                      000631
031650     END-IF.                                                      000632
031700     MOVE "EMPTURN" TO RUNLOG-PROGRAM.                            000633
031750     MOVE FUNCTION CURRENT-DATE (1:14) TO RUNLOG-TIMESTAMP.       000634
031800     MOVE WS-READ-CNT TO RUNLOG-RECORDS-READ.                     000635
031850     MOVE WS-DEPT-CNT TO RUNLOG-RECORDS-WRITTEN.                  000636
031900     WRITE RUN-LOG-RECORD.                                        000637
031950     CLOSE RUN-LOG.                                               000638
