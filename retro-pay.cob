000100 IDENTIFICATION DIVISION.                                         000001
000150 PROGRAM-ID. RETRO-PAY.                                           000002
000200* Retro-pay calculation for back-dated salary changes - selects   000003
000250* EMPAUDIT records newer than the last run's cutoff timestamp     000004
000300* and, for every salary change followed by an EMP-PAYEFF record   000005
000350* (the change was keyed with a pay effective date before the day  000006
000400* it was keyed), works out the back pay owed for each pay period  000007
000450* that closed at the old rate: the salary difference for one      000008
000500* period, prorated by the days of the period on or after the      000009
000550* effective date. Each period is queued on RETROQ for the next    000010
000600* AUD-DELTA extract to send to the bureau as a retro-pay record,  000011
000650* and listed on the retro-pay register for payroll sign-off.      000012
000700* Pay periods run RETROPRM's period length from its anchor date   000013
000750* - the first day of any pay period. The cutoff file is           000014
000800* rewritten with the newest timestamp processed so each change    000015
000850* is paid exactly once                                            000016
000900 ENVIRONMENT DIVISION.                                            000017
000950 INPUT-OUTPUT SECTION.                                            000018
001000 FILE-CONTROL.                                                    000019
001050     SELECT EMP-AUDIT-LOG ASSIGN TO "EMPAUDIT"                    000020
001100         ORGANIZATION IS LINE SEQUENTIAL.                         000021
001150* Sort work file and its sorted output - audits grouped by        000022
001200* employee, in the order they were written within the group       000023
001250     SELECT RETRO-SORT-WORK ASSIGN TO "RETROSWK".                 000024
001300     SELECT SORTED-AUDIT ASSIGN TO "RETROSRT"                     000025
001350         ORGANIZATION IS LINE SEQUENTIAL.                         000026
001400* Cutoff timestamp left behind by the previous run. Optional so   000027
001450* the first run works the whole trail                             000028
001500     SELECT OPTIONAL RETRO-CONTROL ASSIGN TO "RETROCTL"           000029
001550         ORGANIZATION IS LINE SEQUENTIAL.                         000030
001600* Pay-period calendar card - anchor date, days per period and     000031
001650* periods per year. Optional; defaults to 26 fourteen-day         000032
001700* periods from Sunday 2 January 2000                              000033
001750     SELECT OPTIONAL RETRO-PARAMETERS ASSIGN TO "RETROPRM"        000034
001800         ORGANIZATION IS LINE SEQUENTIAL.                         000035
001850* Retro-pay queue handed to the next AUD-DELTA extract            000036
001900     SELECT RETRO-QUEUE ASSIGN TO "RETROQ"                        000037
001950         ORGANIZATION IS LINE SEQUENTIAL                          000038
002000         FILE STATUS IS WS-RETROQ-STATUS.                         000039
002050* Printed retro-pay register                                      000040
002100     SELECT RETRO-REGISTER ASSIGN TO "RETROREG"                   000041
002150         ORGANIZATION IS LINE SEQUENTIAL.                         000042
002200* Run-level control-total log - every batch program appends its   000043
002250* records-read/written counts here for nightly reconciliation     000044
002300     SELECT RUN-LOG ASSIGN TO "RUNLOG"                            000045
002350         ORGANIZATION IS LINE SEQUENTIAL                          000046
002400         FILE STATUS IS WS-RUNLOG-STATUS.                         000047
002450 DATA DIVISION.                                                   000048
002500 FILE SECTION.                                                    000049
002550 FD  EMP-AUDIT-LOG.                                               000050
002600 01  EMP-AUDIT-RECORD.                                            000051
002650     COPY AUDITREC.                                               000052
002700 SD  RETRO-SORT-WORK.                                             000053
002750 01  RETRO-SORT-RECORD.                                           000054
002800     COPY AUDITREC.                                               000055
002850 FD  SORTED-AUDIT.                                                000056
002900 01  SORTED-AUDIT-REC.                                            000057
002950     COPY AUDITREC.                                               000058
003000 FD  RETRO-CONTROL.                                               000059
003050 01  RETRO-CONTROL-REC.                                           000060
003100     05  CTL-CUTOFF-TS  PIC 9(14).                                000061
003150 FD  RETRO-PARAMETERS.                                            000062
003200 01  RETRO-PARAMETER-REC.                                         000063
003250     05  CTL-ANCHOR-DATE PIC 9(8).                                000064
003300     05  CTL-PERIOD-DAYS PIC 99.                                  000065
003350     05  CTL-PERIODS     PIC 99.                                  000066
003400 FD  RETRO-QUEUE.                                                 000067
003450 01  RETRO-QUEUE-REC.                                             000068
003500     COPY RETROREC.                                               000069
003550 FD  RETRO-REGISTER.                                              000070
003600 01  RETRO-REGISTER-LINE PIC X(80).                               000071
003650 FD  RUN-LOG.                                                     000072
003700 01  RUN-LOG-RECORD.                                              000073
003750     COPY RUNLOGREC.                                              000074
003800 WORKING-STORAGE SECTION.                                         000075
003850 01  WS-RUNLOG-STATUS  PIC XX.                                    000076
003900 01  WS-RETROQ-STATUS  PIC XX.                                    000077
003950 01  WS-EOF-SW         PIC X VALUE "N".                           000078
004000     88  WS-AT-EOF     VALUE "Y".                                 000079
004050 01  WS-READ-CNT       PIC 9(7) VALUE ZERO.                       000080
004100 01  WS-CHANGE-CNT     PIC 9(5) VALUE ZERO.                       000081
004150 01  WS-QUEUED-CNT     PIC 9(7) VALUE ZERO.                       000082
004200 01  WS-UNMATCHED-CNT  PIC 9(5) VALUE ZERO.                       000083
004250* Cutoff from the prior run and the newest timestamp seen this    000084
004300* run, written back as the next run's cutoff                      000085
004350 01  WS-CUTOFF-TS      PIC 9(14) VALUE ZERO.                      000086
004400 01  WS-MAX-TS         PIC 9(14) VALUE ZERO.                      000087
004450* Pay-period calendar - defaults replaced by the RETROPRM card    000088
004500 01  WS-ANCHOR-DATE    PIC 9(8) VALUE 20000102.                   000089
004550 01  WS-PERIOD-DAYS    PIC 99 VALUE 14.                           000090
004600 01  WS-PERIODS        PIC 99 VALUE 26.                           000091
004650 01  WS-PARM-VALID-SW  PIC X VALUE "Y".                           000092
004700     88  WS-PARM-VALID VALUE "Y".                                 000093
004750 01  WS-TEST-DATE      PIC 9(8).                                  000094
004800 01  WS-TEST-DATE-X REDEFINES WS-TEST-DATE.                       000095
004850     05  WS-TEST-YYYY  PIC 9(4).                                  000096
004900     05  WS-TEST-MM    PIC 99.                                    000097
004950     05  WS-TEST-DD    PIC 99.                                    000098
005000 01  WS-MONTH-DAYS     PIC 99.                                    000099
005050 01  WS-LEAP-REM       PIC 9(4).                                  000100
005100 01  WS-DATE-VALID-SW  PIC X.                                     000101
005150     88  WS-DATE-VALID VALUE "Y".                                 000102
005200* The salary change waiting on its EMP-PAYEFF record              000103
005250 01  WS-HELD-SW        PIC X VALUE "N".                           000104
005300     88  WS-HELD       VALUE "Y".                                 000105
005350 01  WS-HELD-EMP-ID    PIC X(5).                                  000106
005400 01  WS-HELD-OLD       PIC 9(7)V99.                               000107
005450 01  WS-HELD-NEW       PIC 9(7)V99.                               000108
005500* Salary out of the X(10) audit value image 9999999.99            000109
005550 01  WS-SAL-CHARS      PIC X(9).                                  000110
005600 01  WS-SAL-NUM REDEFINES WS-SAL-CHARS PIC 9(7)V99.               000111
005650* One back-dated change being worked period by period             000112
005700 01  WS-EFF-DATE       PIC 9(8).                                  000113
005750 01  WS-KEYED-DATE     PIC 9(8).                                  000114
005800 01  WS-EFF-INT        PIC S9(7).                                 000115
005850 01  WS-KEYED-INT      PIC S9(7).                                 000116
005900 01  WS-ANCHOR-INT     PIC S9(7).                                 000117
005950 01  WS-PER-START-INT  PIC S9(7).                                 000118
006000 01  WS-PER-END-INT    PIC S9(7).                                 000119
006050 01  WS-FROM-INT       PIC S9(7).                                 000120
006100 01  WS-COVERED-DAYS   PIC 99.                                    000121
006150 01  WS-SAL-DIFF       PIC S9(7)V99.                              000122
006200 01  WS-RETRO-AMT      PIC S9(7)V99.                              000123
006250 01  WS-CHANGE-TOTAL   PIC S9(9)V99.                              000124
006300 01  WS-CHANGE-PERIODS PIC 9(3).                                  000125
006350* Run totals - back pay owed, overpayments to recover, net        000126
006400 01  WS-TOT-OWED       PIC S9(11)V99 VALUE ZERO.                  000127
006450 01  WS-TOT-RECOVER    PIC S9(11)V99 VALUE ZERO.                  000128
006500 01  WS-TOT-NET        PIC S9(11)V99 VALUE ZERO.                  000129
006550 01  WS-RUN-DATE       PIC 9(8).                                  000130
006600 01  WS-RUN-TS         PIC 9(14).                                 000131
006650* Register heading, detail and footer lines                       000132
006700 01  WS-HDG-1.                                                    000133
006750     05  FILLER        PIC X(21) VALUE "RETRO-PAY REGISTER -".    000134
006800     05  HDG-RUN-DATE  PIC 9(8).                                  000135
006850 01  WS-HDG-2.                                                    000136
006900     05  FILLER        PIC X(16) VALUE "PAY PERIODS OF".          000137
006950     05  HDG-DAYS      PIC Z9.                                    000138
007000     05  FILLER        PIC X(18) VALUE " DAYS FROM ANCHOR".       000139
007050     05  HDG-ANCHOR    PIC 9(8).                                  000140
007100     05  FILLER        PIC X(3)  VALUE SPACES.                    000141
007150     05  HDG-PERIODS   PIC Z9.                                    000142
007200     05  FILLER        PIC X(9)  VALUE " PER YEAR".               000143
007250 01  WS-CHANGE-LINE.                                              000144
007300     05  FILLER        PIC X(4)  VALUE "EMP".                     000145
007350     05  CLN-EMP-ID    PIC X(5).                                  000146
007400     05  FILLER        PIC X(8)  VALUE "  SALARY".                000147
007450     05  CLN-OLD       PIC ZZZZZZ9.99.                            000148
007500     05  FILLER        PIC X(4)  VALUE " TO ".                    000149
007550     05  CLN-NEW       PIC ZZZZZZ9.99.                            000150
007600     05  FILLER        PIC X(6)  VALUE "  EFF ".                  000151
007650     05  CLN-EFF       PIC 9(8).                                  000152
007700     05  FILLER        PIC X(8)  VALUE "  KEYED ".                000153
007750     05  CLN-KEYED     PIC 9(8).                                  000154
007800 01  WS-PERIOD-HDG.                                               000155
007850     05  FILLER        PIC X(6)  VALUE SPACES.                    000156
007900     05  FILLER        PIC X(21) VALUE "PERIOD".                  000157
007950     05  FILLER        PIC X(6)  VALUE "DAYS".                    000158
008000     05  FILLER        PIC X(15) VALUE "      RETRO PAY".         000159
008050 01  WS-PERIOD-LINE.                                              000160
008100     05  FILLER        PIC X(6)  VALUE SPACES.                    000161
008150     05  PLN-START     PIC 9(8).                                  000162
008200     05  FILLER        PIC X(3)  VALUE " - ".                     000163
008250     05  PLN-END       PIC 9(8).                                  000164
008300     05  FILLER        PIC X(3)  VALUE SPACES.                    000165
008350     05  PLN-DAYS      PIC Z9.                                    000166
008400     05  FILLER        PIC X(3)  VALUE SPACES.                    000167
008450     05  PLN-AMOUNT    PIC -Z,ZZZ,ZZ9.99.                         000168
008500 01  WS-CHANGE-TOTAL-LINE.                                        000169
008550     05  FILLER        PIC X(6)  VALUE SPACES.                    000170
008600     05  CTL-LABEL     PIC X(27).                                 000171
008650     05  CTL-AMOUNT    PIC -ZZZ,ZZZ,ZZ9.99.                       000172
008700 01  WS-NONE-OWED-LINE.                                           000173
008750     05  FILLER        PIC X(6)  VALUE SPACES.                    000174
008800     05  FILLER        PIC X(50)                                  000175
008850             VALUE "NO PERIOD CLOSED AT OLD RATE - NONE OWED".    000176
008900 01  WS-FOOTER-COUNT.                                             000177
008950     05  FTC-LABEL     PIC X(30).                                 000178
009000     05  FTC-COUNT     PIC ZZZZZZ9.                               000179
009050 01  WS-FOOTER-AMOUNT.                                            000180
009100     05  FTA-LABEL     PIC X(30).                                 000181
009150     05  FTA-AMOUNT    PIC -ZZ,ZZZ,ZZZ,ZZ9.99.                    000182
009200 01  WS-SIGNOFF-LINE.                                             000183
009250     05  FILLER        PIC X(40)                                  000184
009300             VALUE "PAYROLL SIGN-OFF: ____________________".      000185
009350     05  FILLER        PIC X(22)                                  000186
009400             VALUE "  DATE: ____________".                        000187
009450 01  WS-ABANDON-LINE.                                             000188
009500     05  FILLER        PIC X(50)                                  000189
009550             VALUE "RUN ABANDONED - RETROPRM CARD INVALID".       000190
009600 PROCEDURE DIVISION.                                              000191
009650 0000-MAIN.                                                       000192
009700     MOVE FUNCTION CURRENT-DATE (1:14) TO WS-RUN-TS.              000193
009750     MOVE WS-RUN-TS (1:8) TO WS-RUN-DATE.                         000194
009800     PERFORM 0500-LOAD-CUTOFF.                                    000195
009850     PERFORM 0600-LOAD-PAY-CALENDAR.                              000196
009900     OPEN OUTPUT RETRO-REGISTER.                                  000197
009950     MOVE WS-RUN-DATE TO HDG-RUN-DATE.                            000198
010000     WRITE RETRO-REGISTER-LINE FROM WS-HDG-1.                     000199
010050     IF NOT WS-PARM-VALID                                         000200
010100         WRITE RETRO-REGISTER-LINE FROM SPACES                    000201
010150         WRITE RETRO-REGISTER-LINE FROM WS-ABANDON-LINE           000202
010200         CLOSE RETRO-REGISTER                                     000203
010250         DISPLAY "RETROPRM pay-period card is invalid"            000204
010300             " - retro pay not calculated."                       000205
010350         PERFORM 8000-WRITE-RUN-LOG                               000206
010400         MOVE 8 TO RETURN-CODE                                    000207
010450         STOP RUN                                                 000208
010500     END-IF.                                                      000209
010550     MOVE WS-PERIOD-DAYS TO HDG-DAYS.                             000210
010600     MOVE WS-ANCHOR-DATE TO HDG-ANCHOR.                           000211
010650     MOVE WS-PERIODS TO HDG-PERIODS.                              000212
010700     WRITE RETRO-REGISTER-LINE FROM WS-HDG-2.                     000213
010750     WRITE RETRO-REGISTER-LINE FROM SPACES.                       000214
010800     SORT RETRO-SORT-WORK                                         000215
010850         ON ASCENDING KEY AUD-EMP-ID OF RETRO-SORT-RECORD         000216
010900         ON ASCENDING KEY AUD-TIMESTAMP OF RETRO-SORT-RECORD      000217
010950         ON ASCENDING KEY AUD-SEQ-NBR OF RETRO-SORT-RECORD        000218
011000         USING EMP-AUDIT-LOG                                      000219
011050         GIVING SORTED-AUDIT.                                     000220
011100     OPEN INPUT SORTED-AUDIT.                                     000221
011150     OPEN EXTEND RETRO-QUEUE.                                     000222
011200     IF WS-RETROQ-STATUS = "35"                                   000223
011250         OPEN OUTPUT RETRO-QUEUE                                  000224
011300     END-IF.                                                      000225
011350     PERFORM UNTIL WS-AT-EOF                                      000226
011400         READ SORTED-AUDIT                                        000227
011450             AT END                                               000228
011500                 SET WS-AT-EOF TO TRUE                            000229
011550             NOT AT END                                           000230
011600                 ADD 1 TO WS-READ-CNT                             000231
011650                 PERFORM 2000-PROCESS-AUDIT-RECORD                000232
011700         END-READ                                                 000233
011750     END-PERFORM.                                                 000234
011800     CLOSE SORTED-AUDIT.                                          000235
011850     CLOSE RETRO-QUEUE.                                           000236
011900     PERFORM 5000-PRINT-REGISTER-TOTALS.                          000237
011950     CLOSE RETRO-REGISTER.                                        000238
012000     PERFORM 4000-REWRITE-CUTOFF.                                 000239
012050     DISPLAY "RETRO-PAY CALCULATION".                             000240
012100     DISPLAY "Audit records read:   " WS-READ-CNT.                000241
012150     DISPLAY "Back-dated changes:   " WS-CHANGE-CNT.              000242
012200     DISPLAY "Periods queued:       " WS-QUEUED-CNT.              000243
012250     PERFORM 8000-WRITE-RUN-LOG.                                  000244
012300     STOP RUN.                                                    000245
012350* Load the prior run's cutoff; a missing control file means       000246
012400* the whole audit trail is new                                    000247
012450 0500-LOAD-CUTOFF.                                                000248
012500     OPEN INPUT RETRO-CONTROL.                                    000249
012550     READ RETRO-CONTROL                                           000250
012600         AT END                                                   000251
012650             CONTINUE                                             000252
012700         NOT AT END                                               000253
012750             IF CTL-CUTOFF-TS IS NUMERIC                          000254
012800                 MOVE CTL-CUTOFF-TS TO WS-CUTOFF-TS               000255
012850             END-IF                                               000256
012900     END-READ.                                                    000257
012950     CLOSE RETRO-CONTROL.                                         000258
013000     MOVE WS-CUTOFF-TS TO WS-MAX-TS.                              000259
013050* The pay-period calendar from RETROPRM - a field left blank      000260
013100* keeps its default, and a card whose anchor is not a real date   000261
013150* or whose period is not 1 to 31 days stops the run               000262
013200 0600-LOAD-PAY-CALENDAR.                                          000263
013250     OPEN INPUT RETRO-PARAMETERS.                                 000264
013300     READ RETRO-PARAMETERS                                        000265
013350         AT END                                                   000266
013400             CONTINUE                                             000267
013450         NOT AT END                                               000268
013500             IF CTL-ANCHOR-DATE IS NUMERIC                        000269
013550                 MOVE CTL-ANCHOR-DATE TO WS-ANCHOR-DATE           000270
013600             END-IF                                               000271
013650             IF CTL-PERIOD-DAYS IS NUMERIC                        000272
013700                 MOVE CTL-PERIOD-DAYS TO WS-PERIOD-DAYS           000273
013750             END-IF                                               000274
013800             IF CTL-PERIODS IS NUMERIC                            000275
013850                 MOVE CTL-PERIODS TO WS-PERIODS                   000276
013900             END-IF                                               000277
013950     END-READ.                                                    000278
014000     CLOSE RETRO-PARAMETERS.                                      000279
014050     MOVE WS-ANCHOR-DATE TO WS-TEST-DATE.                         000280
014100     PERFORM 0860-VALIDATE-DATE.                                  000281
014150     IF NOT WS-DATE-VALID OR WS-PERIOD-DAYS < 1 OR                000282
014200             WS-PERIOD-DAYS > 31 OR WS-PERIODS < 1                000283
014250         MOVE "N" TO WS-PARM-VALID-SW                             000284
014300     ELSE                                                         000285
014350         COMPUTE WS-ANCHOR-INT =                                  000286
014400             FUNCTION INTEGER-OF-DATE (WS-ANCHOR-DATE)            000287
014450     END-IF.                                                      000288
014500* Validate WS-TEST-DATE as a real YYYYMMDD calendar date,         000289
014550* February 29 allowed only in leap years                          000290
014600 0860-VALIDATE-DATE.                                              000291
014650     MOVE "N" TO WS-DATE-VALID-SW.                                000292
014700     IF WS-TEST-YYYY < 1 OR                                       000293
014750             WS-TEST-MM < 1 OR WS-TEST-MM > 12                    000294
014800         CONTINUE                                                 000295
014850     ELSE                                                         000296
014900         EVALUATE WS-TEST-MM                                      000297
014950             WHEN 01 WHEN 03 WHEN 05 WHEN 07                      000298
015000             WHEN 08 WHEN 10 WHEN 12                              000299
015050                 MOVE 31 TO WS-MONTH-DAYS                         000300
015100             WHEN 04 WHEN 06 WHEN 09 WHEN 11                      000301
015150                 MOVE 30 TO WS-MONTH-DAYS                         000302
015200             WHEN 02                                              000303
015250                 MOVE 28 TO WS-MONTH-DAYS                         000304
015300                 MOVE FUNCTION MOD (WS-TEST-YYYY, 4)              000305
015350                     TO WS-LEAP-REM                               000306
015400                 IF WS-LEAP-REM = ZERO                            000307
015450                     MOVE FUNCTION MOD (WS-TEST-YYYY, 100)        000308
015500                         TO WS-LEAP-REM                           000309
015550                     IF WS-LEAP-REM NOT = ZERO                    000310
015600                         MOVE 29 TO WS-MONTH-DAYS                 000311
015650                     ELSE                                         000312
015700                         MOVE FUNCTION MOD (WS-TEST-YYYY, 400)    000313
015750                             TO WS-LEAP-REM                       000314
015800                         IF WS-LEAP-REM = ZERO                    000315
015850                             MOVE 29 TO WS-MONTH-DAYS             000316
015900                         END-IF                                   000317
015950                     END-IF                                       000318
016000                 END-IF                                           000319
016050         END-EVALUATE                                             000320
016100         IF WS-TEST-DD >= 1 AND WS-TEST-DD <= WS-MONTH-DAYS       000321
016150             SET WS-DATE-VALID TO TRUE                            000322
016200         END-IF                                                   000323
016250     END-IF.                                                      000324
016300* Work one audit record. A salary change is held until the next   000325
016350* record shows whether it was back-dated; an EMP-PAYEFF record    000326
016400* for the held employee newer than the cutoff releases it for     000327
016450* calculation. Salary changes are held whatever their timestamp   000328
016500* so a pair split by the cutoff is still matched                  000329
016550 2000-PROCESS-AUDIT-RECORD.                                       000330
016600     IF AUD-TIMESTAMP OF SORTED-AUDIT-REC > WS-MAX-TS             000331
016650         MOVE AUD-TIMESTAMP OF SORTED-AUDIT-REC TO WS-MAX-TS      000332
016700     END-IF.                                                      000333
016750     IF WS-HELD AND                                               000334
016800             AUD-EMP-ID OF SORTED-AUDIT-REC NOT = WS-HELD-EMP-ID  000335
016850         MOVE "N" TO WS-HELD-SW                                   000336
016900     END-IF.                                                      000337
016950     EVALUATE AUD-FIELD OF SORTED-AUDIT-REC                       000338
017000         WHEN "EMP-SALARY"                                        000339
017050             PERFORM 2100-HOLD-SALARY-CHANGE                      000340
017100         WHEN "EMP-PAYEFF"                                        000341
017150             IF AUD-TIMESTAMP OF SORTED-AUDIT-REC > WS-CUTOFF-TS  000342
017200                 IF WS-HELD                                       000343
017250                     PERFORM 3000-CALCULATE-RETRO                 000344
017300                 ELSE                                             000345
017350                     ADD 1 TO WS-UNMATCHED-CNT                    000346
017400                 END-IF                                           000347
017450             END-IF                                               000348
017500             MOVE "N" TO WS-HELD-SW                               000349
017550         WHEN OTHER                                               000350
017600             CONTINUE                                             000351
017650     END-EVALUATE.                                                000352
017700 2100-HOLD-SALARY-CHANGE.                                         000353
017750     SET WS-HELD TO TRUE.                                         000354
017800     MOVE AUD-EMP-ID OF SORTED-AUDIT-REC TO WS-HELD-EMP-ID.       000355
017850     MOVE AUD-OLD-VALUE OF SORTED-AUDIT-REC (1:7)                 000356
017900         TO WS-SAL-CHARS (1:7).                                   000357
017950     MOVE AUD-OLD-VALUE OF SORTED-AUDIT-REC (9:2)                 000358
018000         TO WS-SAL-CHARS (8:2).                                   000359
018050     IF WS-SAL-CHARS IS NUMERIC                                   000360
018100         MOVE WS-SAL-NUM TO WS-HELD-OLD                           000361
018150     ELSE                                                         000362
018200         MOVE ZERO TO WS-HELD-OLD                                 000363
018250     END-IF.                                                      000364
018300     MOVE AUD-NEW-VALUE OF SORTED-AUDIT-REC (1:7)                 000365
018350         TO WS-SAL-CHARS (1:7).                                   000366
018400     MOVE AUD-NEW-VALUE OF SORTED-AUDIT-REC (9:2)                 000367
018450         TO WS-SAL-CHARS (8:2).                                   000368
018500     IF WS-SAL-CHARS IS NUMERIC                                   000369
018550         MOVE WS-SAL-NUM TO WS-HELD-NEW                           000370
018600     ELSE                                                         000371
018650         MOVE ZERO TO WS-HELD-NEW                                 000372
018700     END-IF.                                                      000373
018750* One back-dated change - every pay period from the one the       000374
018800* effective date falls in up to the last one that closed before   000375
018850* the change was keyed was paid at the old rate. The current      000376
018900* period is left to the bureau, which pays it at the new rate     000377
018950* once this extract's change record lands                         000378
019000 3000-CALCULATE-RETRO.                                            000379
019050     MOVE AUD-NEW-VALUE OF SORTED-AUDIT-REC (1:8) TO WS-EFF-DATE. 000380
019100     MOVE AUD-OLD-VALUE OF SORTED-AUDIT-REC (1:8)                 000381
019150         TO WS-KEYED-DATE.                                        000382
019200     IF WS-EFF-DATE IS NOT NUMERIC OR                             000383
019250             WS-KEYED-DATE IS NOT NUMERIC                         000384
019300         ADD 1 TO WS-UNMATCHED-CNT                                000385
019350     ELSE                                                         000386
019400         ADD 1 TO WS-CHANGE-CNT                                   000387
019450         MOVE WS-HELD-EMP-ID TO CLN-EMP-ID                        000388
019500         MOVE WS-HELD-OLD TO CLN-OLD                              000389
019550         MOVE WS-HELD-NEW TO CLN-NEW                              000390
019600         MOVE WS-EFF-DATE TO CLN-EFF                              000391
019650         MOVE WS-KEYED-DATE TO CLN-KEYED                          000392
019700         WRITE RETRO-REGISTER-LINE FROM WS-CHANGE-LINE            000393
019750         COMPUTE WS-SAL-DIFF = WS-HELD-NEW - WS-HELD-OLD          000394
019800         MOVE ZERO TO WS-CHANGE-TOTAL                             000395
019850         MOVE ZERO TO WS-CHANGE-PERIODS                           000396
019900         COMPUTE WS-EFF-INT =                                     000397
019950             FUNCTION INTEGER-OF-DATE (WS-EFF-DATE)               000398
020000         COMPUTE WS-KEYED-INT =                                   000399
020050             FUNCTION INTEGER-OF-DATE (WS-KEYED-DATE)             000400
020100         COMPUTE WS-PER-START-INT = WS-EFF-INT -                  000401
020150             FUNCTION MOD (WS-EFF-INT - WS-ANCHOR-INT,            000402
020200             WS-PERIOD-DAYS)                                      000403
020250         COMPUTE WS-PER-END-INT =                                 000404
020300             WS-PER-START-INT + WS-PERIOD-DAYS - 1                000405
020350         PERFORM UNTIL WS-PER-END-INT >= WS-KEYED-INT             000406
020400             PERFORM 3100-QUEUE-ONE-PERIOD                        000407
020450             ADD WS-PERIOD-DAYS TO WS-PER-START-INT               000408
020500             ADD WS-PERIOD-DAYS TO WS-PER-END-INT                 000409
020550         END-PERFORM                                              000410
020600         IF WS-CHANGE-PERIODS = ZERO                              000411
020650             WRITE RETRO-REGISTER-LINE FROM WS-NONE-OWED-LINE     000412
020700         ELSE                                                     000413
020750             MOVE "TOTAL FOR CHANGE" TO CTL-LABEL                 000414
020800             MOVE WS-CHANGE-TOTAL TO CTL-AMOUNT                   000415
020850             WRITE RETRO-REGISTER-LINE FROM WS-CHANGE-TOTAL-LINE  000416
020900         END-IF                                                   000417
020950         WRITE RETRO-REGISTER-LINE FROM SPACES                    000418
021000     END-IF.                                                      000419
021050* The salary difference for one period, prorated by the days of   000420
021100* the period on or after the effective date - queued for the      000421
021150* bureau and listed on the register                               000422
021200 3100-QUEUE-ONE-PERIOD.                                           000423
021250     IF WS-PER-START-INT < WS-EFF-INT                             000424
021300         MOVE WS-EFF-INT TO WS-FROM-INT                           000425
021350     ELSE                                                         000426
021400         MOVE WS-PER-START-INT TO WS-FROM-INT                     000427
021450     END-IF.                                                      000428
021500     COMPUTE WS-COVERED-DAYS = WS-PER-END-INT - WS-FROM-INT + 1.  000429
021550     COMPUTE WS-RETRO-AMT ROUNDED = WS-SAL-DIFF * WS-COVERED-DAYS 000430
021600         / (WS-PERIODS * WS-PERIOD-DAYS).                         000431
021650     MOVE WS-HELD-EMP-ID TO RETRO-EMP-ID.                         000432
021700     MOVE WS-RUN-TS TO RETRO-TIMESTAMP.                           000433
021750     MOVE WS-EFF-DATE TO RETRO-EFF-DATE.                          000434
021800     COMPUTE RETRO-PERIOD-START =                                 000435
021850         FUNCTION DATE-OF-INTEGER (WS-PER-START-INT).             000436
021900     COMPUTE RETRO-PERIOD-END =                                   000437
021950         FUNCTION DATE-OF-INTEGER (WS-PER-END-INT).               000438
022000     MOVE WS-COVERED-DAYS TO RETRO-DAYS.                          000439
022050     MOVE WS-HELD-OLD TO RETRO-OLD-SALARY.                        000440
022100     MOVE WS-HELD-NEW TO RETRO-NEW-SALARY.                        000441
022150     MOVE WS-RETRO-AMT TO RETRO-AMOUNT.                           000442
022200     WRITE RETRO-QUEUE-REC.                                       000443
022250     ADD 1 TO WS-QUEUED-CNT.                                      000444
022300     ADD 1 TO WS-CHANGE-PERIODS.                                  000445
022350     ADD WS-RETRO-AMT TO WS-CHANGE-TOTAL.                         000446
022400     IF WS-RETRO-AMT < ZERO                                       000447
022450         ADD WS-RETRO-AMT TO WS-TOT-RECOVER                       000448
022500     ELSE                                                         000449
022550         ADD WS-RETRO-AMT TO WS-TOT-OWED                          000450
022600     END-IF.                                                      000451
022650     ADD WS-RETRO-AMT TO WS-TOT-NET.                              000452
022700     MOVE RETRO-PERIOD-START TO PLN-START.                        000453
022750     MOVE RETRO-PERIOD-END TO PLN-END.                            000454
022800     MOVE WS-COVERED-DAYS TO PLN-DAYS.                            000455
022850     MOVE WS-RETRO-AMT TO PLN-AMOUNT.                             000456
022900     IF WS-CHANGE-PERIODS = 1                                     000457
022950         WRITE RETRO-REGISTER-LINE FROM WS-PERIOD-HDG             000458
023000     END-IF.                                                      000459
023050     WRITE RETRO-REGISTER-LINE FROM WS-PERIOD-LINE.               000460
023100* Leave the newest timestamp processed as the next run's cutoff   000461
023150 4000-REWRITE-CUTOFF.                                             000462
023200     OPEN OUTPUT RETRO-CONTROL.                                   000463
023250     MOVE WS-MAX-TS TO CTL-CUTOFF-TS.                             000464
023300     WRITE RETRO-CONTROL-REC.                                     000465
023350     CLOSE RETRO-CONTROL.                                         000466
023400* Run totals and the payroll sign-off block                       000467
023450 5000-PRINT-REGISTER-TOTALS.                                      000468
023500     WRITE RETRO-REGISTER-LINE FROM SPACES.                       000469
023550     MOVE "BACK-DATED CHANGES:" TO FTC-LABEL.                     000470
023600     MOVE WS-CHANGE-CNT TO FTC-COUNT.                             000471
023650     WRITE RETRO-REGISTER-LINE FROM WS-FOOTER-COUNT.              000472
023700     MOVE "PERIODS QUEUED FOR BUREAU:" TO FTC-LABEL.              000473
023750     MOVE WS-QUEUED-CNT TO FTC-COUNT.                             000474
023800     WRITE RETRO-REGISTER-LINE FROM WS-FOOTER-COUNT.              000475
023850     IF WS-UNMATCHED-CNT > ZERO                                   000476
023900         MOVE "PAY DATES WITH NO SALARY:" TO FTC-LABEL            000477
023950         MOVE WS-UNMATCHED-CNT TO FTC-COUNT                       000478
024000         WRITE RETRO-REGISTER-LINE FROM WS-FOOTER-COUNT           000479
024050     END-IF.                                                      000480
024100     MOVE "BACK PAY OWED:" TO FTA-LABEL.                          000481
024150     MOVE WS-TOT-OWED TO FTA-AMOUNT.                              000482
024200     WRITE RETRO-REGISTER-LINE FROM WS-FOOTER-AMOUNT.             000483
024250     MOVE "OVERPAYMENT TO RECOVER:" TO FTA-LABEL.                 000484
024300     MOVE WS-TOT-RECOVER TO FTA-AMOUNT.                           000485
024350     WRITE RETRO-REGISTER-LINE FROM WS-FOOTER-AMOUNT.             000486
024400     MOVE "NET RETRO PAY:" TO FTA-LABEL.                          000487
024450     MOVE WS-TOT-NET TO FTA-AMOUNT.                               000488
024500     WRITE RETRO-REGISTER-LINE FROM WS-FOOTER-AMOUNT.             000489
024550     WRITE RETRO-REGISTER-LINE FROM SPACES.                       000490
024600     WRITE RETRO-REGISTER-LINE FROM SPACES.                       000491
024650     WRITE RETRO-REGISTER-LINE FROM WS-SIGNOFF-LINE.              000492
024700* Append this run's records-read/records-written to the shared    000493
024750* run-log for the nightly batch-window reconciliation             000494
024800 8000-WRITE-RUN-LOG.                                              000495
024850     OPEN EXTEND RUN-LOG.                                         000496
024900     IF WS-RUNLOG-STATUS = "35"                                   000497
024950         OPEN OUTPUT RUN-LOG                                      000498
025000     END-IF.                                                      000499
025050     MOVE "RETROPAY" TO RUNLOG-PROGRAM.                           000500
025100     MOVE FUNCTION CURRENT-DATE (1:14) TO RUNLOG-TIMESTAMP.       000501
025150     MOVE WS-READ-CNT TO RUNLOG-RECORDS-READ.                     000502
025200     MOVE WS-QUEUED-CNT TO RUNLOG-RECORDS-WRITTEN.                000503
025250     WRITE RUN-LOG-RECORD.                                        000504
025300     CLOSE RUN-LOG.                                               000505
