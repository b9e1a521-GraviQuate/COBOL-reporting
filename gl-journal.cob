000100 IDENTIFICATION DIVISION.                                         000001
000150 PROGRAM-ID. GL-JOURNAL.                                          000002
000200* Period-end salary expense journal for the general ledger -      000003
000250* every active or on-leave employee's annual EMP-SALARY is        000004
000300* prorated for the days in the period and posted by EMP-DEPT to   000005
000350* the GL cost center the GLMAP file maps the department to. The   000006
000400* GLJRNL extract carries a header with the period, one debit to   000007
000450* the salary expense account per cost center, one credit to the   000008
000500* accrued-salary account for the total, and a trailer with the    000009
000550* record count and the debit and credit totals. A department      000010
000600* with no mapping posts to the suspense cost center and is        000011
000650* listed. The printed proof ties the journal back to the          000012
000700* employee master - headcount, annual salary and period amount    000013
000750* by department, then the journal lines and the balance check.    000014
000800* The period comes from the GLPERIOD card, else the previous      000015
000850* calendar month                                                  000016
000900 ENVIRONMENT DIVISION.                                            000017
000950 INPUT-OUTPUT SECTION.                                            000018
001000 FILE-CONTROL.                                                    000019
001050     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"                   000020
001100         ORGANIZATION IS INDEXED                                  000021
001150         ACCESS MODE IS SEQUENTIAL                                000022
001200         RECORD KEY IS EMP-ID OF EMPLOYEE-MASTER-RECORD.          000023
001250* Department to GL cost-center map - one card per department      000024
001300     SELECT GL-COST-CENTER-MAP ASSIGN TO "GLMAP"                  000025
001350         ORGANIZATION IS LINE SEQUENTIAL.                         000026
001400* Period and account card - period start and end dates, the       000027
001450* salary expense, accrued-salary and suspense accounts. Optional  000028
001500     SELECT OPTIONAL GL-PERIOD-CARD ASSIGN TO "GLPERIOD"          000029
001550         ORGANIZATION IS LINE SEQUENTIAL.                         000030
001600* Journal-entry extract for the general ledger                    000031
001650     SELECT GL-JOURNAL-FILE ASSIGN TO "GLJRNL"                    000032
001700         ORGANIZATION IS LINE SEQUENTIAL.                         000033
001750* Printed proof listing                                           000034
001800     SELECT GL-PROOF ASSIGN TO "GLPROOF"                          000035
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
002400 FD  GL-COST-CENTER-MAP.                                          000047
002450 01  GL-MAP-REC.                                                  000048
002500     05  MAP-DEPT         PIC X(3).                               000049
002550     05  MAP-COST-CENTER  PIC X(6).                               000050
002600 FD  GL-PERIOD-CARD.                                              000051
002650 01  GL-PERIOD-REC.                                               000052
002700     05  CTL-PERIOD-START PIC 9(8).                               000053
002750     05  CTL-PERIOD-END   PIC 9(8).                               000054
002800     05  CTL-EXPENSE-ACCT PIC X(6).                               000055
002850     05  CTL-ACCRUAL-ACCT PIC X(6).                               000056
002900     05  CTL-SUSPENSE-CC  PIC X(6).                               000057
002950 FD  GL-JOURNAL-FILE.                                             000058
003000 01  GL-JOURNAL-REC.                                              000059
003050     05  GLJ-REC-TYPE     PIC X(3).                               000060
003100     05  GLJ-PERIOD-END   PIC 9(8).                               000061
003150     05  GLJ-COST-CENTER  PIC X(6).                               000062
003200     05  GLJ-ACCOUNT      PIC X(6).                               000063
003250* D = debit, C = credit                                           000064
003300     05  GLJ-DR-CR        PIC X.                                  000065
003350     05  GLJ-AMOUNT       PIC 9(11)V99.                           000066
003400     05  GLJ-DESC         PIC X(20).                              000067
003450* Header - the period the journal covers and the run date         000068
003500 01  GL-JOURNAL-HDR.                                              000069
003550     05  GLH-REC-TYPE     PIC X(3).                               000070
003600     05  GLH-PERIOD-END   PIC 9(8).                               000071
003650     05  GLH-PERIOD-START PIC 9(8).                               000072
003700     05  GLH-RUN-DATE     PIC 9(8).                               000073
003750* Trailer - detail count and the two sides of the journal         000074
003800 01  GL-JOURNAL-TRL.                                              000075
003850     05  GLT-REC-TYPE     PIC X(3).                               000076
003900     05  GLT-COUNT        PIC 9(7).                               000077
003950     05  GLT-DEBIT-TOTAL  PIC 9(13)V99.                           000078
004000     05  GLT-CREDIT-TOTAL PIC 9(13)V99.                           000079
004050 FD  GL-PROOF.                                                    000080
004100 01  GL-PROOF-LINE        PIC X(80).                              000081
004150 FD  RUN-LOG.                                                     000082
004200 01  RUN-LOG-RECORD.                                              000083
004250     COPY RUNLOGREC.                                              000084
004300 WORKING-STORAGE SECTION.                                         000085
004350 01  WS-RUNLOG-STATUS  PIC XX.                                    000086
004400 01  WS-EOF-SW         PIC X VALUE "N".                           000087
004450     88  WS-AT-EOF     VALUE "Y".                                 000088
004500 01  WS-MAP-EOF-SW     PIC X VALUE "N".                           000089
004550     88  WS-MAP-EOF    VALUE "Y".                                 000090
004600 01  WS-READ-CNT       PIC 9(7) VALUE ZERO.                       000091
004650 01  WS-POSTED-CNT     PIC 9(7) VALUE ZERO.                       000092
004700 01  WS-TERM-CNT       PIC 9(7) VALUE ZERO.                       000093
004750 01  WS-JRNL-CNT       PIC 9(7) VALUE ZERO.                       000094
004800 01  WS-UNMAPPED-CNT   PIC 9(3) VALUE ZERO.                       000095
004850* Period and accounts - defaults replaced by the GLPERIOD card    000096
004900 01  WS-RUN-DATE       PIC 9(8).                                  000097
004950 01  WS-PERIOD-START   PIC 9(8) VALUE ZERO.                       000098
005000 01  WS-PERIOD-END     PIC 9(8) VALUE ZERO.                       000099
005050 01  WS-EXPENSE-ACCT   PIC X(6) VALUE "510000".                   000100
005100 01  WS-ACCRUAL-ACCT   PIC X(6) VALUE "210000".                   000101
005150 01  WS-SUSPENSE-CC    PIC X(6) VALUE "999999".                   000102
005200 01  WS-PERIOD-DAYS    PIC 9(5).                                  000103
005250 01  WS-YEAR-DAYS      PIC 9(3).                                  000104
005300 01  WS-YEAR-START     PIC 9(8).                                  000105
005350 01  WS-YEAR-END       PIC 9(8).                                  000106
005400 01  WS-FIRST-OF-MONTH PIC 9(8).                                  000107
005450 01  WS-PERIOD-VALID-SW PIC X VALUE "Y".                          000108
005500     88  WS-PERIOD-VALID VALUE "Y".                               000109
005550 01  WS-TEST-DATE      PIC 9(8).                                  000110
005600 01  WS-TEST-DATE-X REDEFINES WS-TEST-DATE.                       000111
005650     05  WS-TEST-YYYY  PIC 9(4).                                  000112
005700     05  WS-TEST-MM    PIC 99.                                    000113
005750     05  WS-TEST-DD    PIC 99.                                    000114
005800 01  WS-MONTH-DAYS     PIC 99.                                    000115
005850 01  WS-LEAP-REM       PIC 9(4).                                  000116
005900 01  WS-DATE-VALID-SW  PIC X.                                     000117
005950     88  WS-DATE-VALID VALUE "Y".                                 000118
006000 01  WS-PERIOD-AMT     PIC 9(9)V99.                               000119
006050* Department to cost-center map as loaded from GLMAP              000120
006100 78  WS-MAX-MAPS       VALUE 999.                                 000121
006150 01  WS-MAP-CNT        PIC 9(3) VALUE ZERO.                       000122
006200 01  WS-MAP-TABLE.                                                000123
006250     05  MAP-ENTRY OCCURS 0 TO WS-MAX-MAPS TIMES                  000124
006300             DEPENDING ON WS-MAP-CNT.                             000125
006350         10  MAPT-DEPT        PIC X(3).                           000126
006400         10  MAPT-COST-CENTER PIC X(6).                           000127
006450 01  WS-MAP-IDX        PIC 9(3).                                  000128
006500* Departments met on the master, in order of first appearance,    000129
006550* with their cost center and totals                               000130
006600 78  WS-MAX-DEPTS      VALUE 999.                                 000131
006650 01  WS-DEPT-CNT       PIC 9(3) VALUE ZERO.                       000132
006700 01  WS-DEPT-TABLE.                                               000133
006750     05  DPT-ENTRY OCCURS 0 TO WS-MAX-DEPTS TIMES                 000134
006800             DEPENDING ON WS-DEPT-CNT.                            000135
006850         10  DPT-DEPT         PIC X(3).                           000136
006900         10  DPT-COST-CENTER  PIC X(6).                           000137
006950         10  DPT-MAPPED-SW    PIC X.                              000138
007000         10  DPT-HEADCOUNT    PIC 9(5).                           000139
007050         10  DPT-ANNUAL       PIC 9(11)V99.                       000140
007100         10  DPT-PERIOD-AMT   PIC 9(11)V99.                       000141
007150 01  WS-DEPT-IDX       PIC 9(3).                                  000142
007200 01  WS-HIT-IDX        PIC 9(3).                                  000143
007250* Cost centers posted, in order of first appearance               000144
007300 01  WS-CC-CNT         PIC 9(3) VALUE ZERO.                       000145
007350 01  WS-CC-TABLE.                                                 000146
007400     05  CC-ENTRY OCCURS 0 TO WS-MAX-DEPTS TIMES                  000147
007450             DEPENDING ON WS-CC-CNT.                              000148
007500         10  CC-COST-CENTER   PIC X(6).                           000149
007550         10  CC-AMOUNT        PIC 9(11)V99.                       000150
007600 01  WS-CC-IDX         PIC 9(3).                                  000151
007650 01  WS-CC-HIT         PIC 9(3).                                  000152
007700* Control totals                                                  000153
007750 01  WS-TOT-HEADCOUNT  PIC 9(7) VALUE ZERO.                       000154
007800 01  WS-TOT-ANNUAL     PIC 9(13)V99 VALUE ZERO.                   000155
007850 01  WS-TOT-PERIOD     PIC 9(13)V99 VALUE ZERO.                   000156
007900 01  WS-TOT-DEBIT      PIC 9(13)V99 VALUE ZERO.                   000157
007950 01  WS-TOT-CREDIT     PIC 9(13)V99 VALUE ZERO.                   000158
008000* Proof heading, detail and footer lines                          000159
008050 01  WS-HDG-1.                                                    000160
008100     05  FILLER        PIC X(32)                                  000161
008150             VALUE "SALARY EXPENSE JOURNAL PROOF -".              000162
008200     05  HDG-START     PIC 9(8).                                  000163
008250     05  FILLER        PIC X(4)  VALUE " TO ".                    000164
008300     05  HDG-END       PIC 9(8).                                  000165
008350 01  WS-HDG-2.                                                    000166
008400     05  FILLER        PIC X(26)                                  000167
008450             VALUE "BY DEPARTMENT".                               000168
008500     05  FILLER        PIC X(12) VALUE "PERIOD DAYS".             000169
008550     05  HDG-DAYS      PIC ZZZZ9.                                 000170
008600 01  WS-HDG-3.                                                    000171
008650     05  FILLER        PIC X(6)  VALUE "DEPT".                    000172
008700     05  FILLER        PIC X(9)  VALUE "COST CTR".                000173
008750     05  FILLER        PIC X(7)  VALUE "  STAFF".                 000174
008800     05  FILLER        PIC X(19) VALUE "      ANNUAL SALARY".     000175
008850     05  FILLER        PIC X(19) VALUE "      PERIOD AMOUNT".     000176
008900 01  WS-DEPT-LINE.                                                000177
008950     05  DLN-DEPT      PIC X(3).                                  000178
009000     05  FILLER        PIC X(3) VALUE SPACES.                     000179
009050     05  DLN-COST-CTR  PIC X(6).                                  000180
009100     05  FILLER        PIC X(3) VALUE SPACES.                     000181
009150     05  DLN-HEADCOUNT PIC ZZZZZZ9.                               000182
009200     05  FILLER        PIC X(3) VALUE SPACES.                     000183
009250     05  DLN-ANNUAL    PIC ZZZ,ZZZ,ZZZ,ZZ9.99.                    000184
009300     05  FILLER        PIC X VALUE SPACE.                         000185
009350     05  DLN-PERIOD    PIC ZZZ,ZZZ,ZZZ,ZZ9.99.                    000186
009400     05  FILLER        PIC X VALUE SPACE.                         000187
009450     05  DLN-NOTE      PIC X(10).                                 000188
009500 01  WS-JRNL-HDG-1.                                               000189
009550     05  FILLER        PIC X(40) VALUE "JOURNAL LINES".           000190
009600 01  WS-JRNL-HDG-2.                                               000191
009650     05  FILLER        PIC X(9)  VALUE "COST CTR".                000192
009700     05  FILLER        PIC X(9)  VALUE "ACCOUNT".                 000193
009750     05  FILLER        PIC X(4)  VALUE "D/C".                     000194
009800     05  FILLER        PIC X(19) VALUE "             AMOUNT".     000195
009850 01  WS-JRNL-LINE.                                                000196
009900     05  JLN-COST-CTR  PIC X(6).                                  000197
009950     05  FILLER        PIC X(3) VALUE SPACES.                     000198
010000     05  JLN-ACCOUNT   PIC X(6).                                  000199
010050     05  FILLER        PIC X(3) VALUE SPACES.                     000200
010100     05  JLN-DR-CR     PIC X.                                     000201
010150     05  FILLER        PIC X(3) VALUE SPACES.                     000202
010200     05  JLN-AMOUNT    PIC ZZZ,ZZZ,ZZZ,ZZ9.99.                    000203
010250 01  WS-TOTAL-LINE.                                               000204
010300     05  TLN-LABEL     PIC X(30).                                 000205
010350     05  TLN-AMOUNT    PIC ZZZ,ZZZ,ZZZ,ZZ9.99.                    000206
010400 01  WS-COUNT-LINE.                                               000207
010450     05  CLN-LABEL     PIC X(30).                                 000208
010500     05  CLN-COUNT     PIC ZZZZZZ9.                               000209
010550 01  WS-BALANCE-LINE.                                             000210
010600     05  FILLER        PIC X(30) VALUE "JOURNAL BALANCE:".        000211
010650     05  BLN-TEXT      PIC X(20).                                 000212
010700 01  WS-ABANDON-LINE.                                             000213
010750     05  FILLER        PIC X(32)                                  000214
010800             VALUE "RUN ABANDONED - GLPERIOD DATES".              000215
010850     05  FILLER        PIC X(28)                                  000216
010900             VALUE "ARE NOT A VALID PERIOD".                      000217
010950 PROCEDURE DIVISION.                                              000218
011000 0000-MAIN.                                                       000219
011050     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.             000220
011100     PERFORM 0500-LOAD-PERIOD.                                    000221
011150     OPEN OUTPUT GL-PROOF.                                        000222
011200     MOVE WS-PERIOD-START TO HDG-START.                           000223
011250     MOVE WS-PERIOD-END TO HDG-END.                               000224
011300     WRITE GL-PROOF-LINE FROM WS-HDG-1.                           000225
011350     WRITE GL-PROOF-LINE FROM SPACES.                             000226
011400     IF NOT WS-PERIOD-VALID                                       000227
011450         WRITE GL-PROOF-LINE FROM WS-ABANDON-LINE                 000228
011500         CLOSE GL-PROOF                                           000229
011550         DISPLAY "GLPERIOD card dates are not a valid period"     000230
011600             " - journal abandoned."                              000231
011650         PERFORM 8000-WRITE-RUN-LOG                               000232
011700         MOVE 8 TO RETURN-CODE                                    000233
011750         STOP RUN                                                 000234
011800     END-IF.                                                      000235
011850     PERFORM 1000-LOAD-COST-CENTER-MAP.                           000236
011900     PERFORM 2000-TOTAL-EMPLOYEE-MASTER.                          000237
011950     PERFORM 3000-PRINT-DEPARTMENT-PROOF.                         000238
012000     PERFORM 4000-WRITE-JOURNAL.                                  000239
012050     PERFORM 5000-PRINT-CONTROL-TOTALS.                           000240
012100     CLOSE GL-PROOF.                                              000241
012150     PERFORM 8000-WRITE-RUN-LOG.                                  000242
012200     IF WS-UNMAPPED-CNT > ZERO AND RETURN-CODE = ZERO             000243
012250         MOVE 4 TO RETURN-CODE                                    000244
012300     END-IF.                                                      000245
012350     STOP RUN.                                                    000246
012400* The period and accounts from GLPERIOD. With no card, or no      000247
012450* dates on it, the period is the previous calendar month. The     000248
012500* period's days are prorated against the days in the year the     000249
012550* period ends in                                                  000250
012600 0500-LOAD-PERIOD.                                                000251
012650     OPEN INPUT GL-PERIOD-CARD.                                   000252
012700     READ GL-PERIOD-CARD                                          000253
012750         AT END                                                   000254
012800             CONTINUE                                             000255
012850         NOT AT END                                               000256
012900             IF CTL-PERIOD-START IS NUMERIC AND                   000257
012950                     CTL-PERIOD-END IS NUMERIC                    000258
013000                 MOVE CTL-PERIOD-START TO WS-PERIOD-START         000259
013050                 MOVE CTL-PERIOD-END TO WS-PERIOD-END             000260
013100             END-IF                                               000261
013150             IF CTL-EXPENSE-ACCT NOT = SPACES                     000262
013200                 MOVE CTL-EXPENSE-ACCT TO WS-EXPENSE-ACCT         000263
013250             END-IF                                               000264
013300             IF CTL-ACCRUAL-ACCT NOT = SPACES                     000265
013350                 MOVE CTL-ACCRUAL-ACCT TO WS-ACCRUAL-ACCT         000266
013400             END-IF                                               000267
013450             IF CTL-SUSPENSE-CC NOT = SPACES                      000268
013500                 MOVE CTL-SUSPENSE-CC TO WS-SUSPENSE-CC           000269
013550             END-IF                                               000270
013600     END-READ.                                                    000271
013650     CLOSE GL-PERIOD-CARD.                                        000272
013700     IF WS-PERIOD-END = ZERO                                      000273
013750         MOVE WS-RUN-DATE TO WS-FIRST-OF-MONTH                    000274
013800         MOVE "01" TO WS-FIRST-OF-MONTH (7:2)                     000275
013850         COMPUTE WS-PERIOD-END = FUNCTION DATE-OF-INTEGER (       000276
013900             FUNCTION INTEGER-OF-DATE (WS-FIRST-OF-MONTH) - 1)    000277
013950         MOVE WS-PERIOD-END TO WS-PERIOD-START                    000278
014000         MOVE "01" TO WS-PERIOD-START (7:2)                       000279
014050     END-IF.                                                      000280
014100     MOVE WS-PERIOD-START TO WS-TEST-DATE.                        000281
014150     PERFORM 0860-VALIDATE-DATE.                                  000282
014200     IF WS-DATE-VALID                                             000283
014250         MOVE WS-PERIOD-END TO WS-TEST-DATE                       000284
014300         PERFORM 0860-VALIDATE-DATE                               000285
014350     END-IF.                                                      000286
014400     IF NOT WS-DATE-VALID OR WS-PERIOD-END < WS-PERIOD-START      000287
014450         MOVE "N" TO WS-PERIOD-VALID-SW                           000288
014500     ELSE                                                         000289
014550         COMPUTE WS-PERIOD-DAYS =                                 000290
014600             FUNCTION INTEGER-OF-DATE (WS-PERIOD-END) -           000291
014650             FUNCTION INTEGER-OF-DATE (WS-PERIOD-START) + 1       000292
014700         MOVE WS-PERIOD-END TO WS-YEAR-START                      000293
014750         MOVE "0101" TO WS-YEAR-START (5:4)                       000294
014800         MOVE WS-PERIOD-END TO WS-YEAR-END                        000295
014850         MOVE "1231" TO WS-YEAR-END (5:4)                         000296
014900         COMPUTE WS-YEAR-DAYS =                                   000297
014950             FUNCTION INTEGER-OF-DATE (WS-YEAR-END) -             000298
015000             FUNCTION INTEGER-OF-DATE (WS-YEAR-START) + 1         000299
015050     END-IF.                                                      000300
015100* Validate WS-TEST-DATE as a real YYYYMMDD calendar date,         000301
015150* February 29 allowed only in leap years                          000302
015200 0860-VALIDATE-DATE.                                              000303
015250     MOVE "N" TO WS-DATE-VALID-SW.                                000304
015300     IF WS-TEST-YYYY < 1 OR                                       000305
015350             WS-TEST-MM < 1 OR WS-TEST-MM > 12                    000306
015400         CONTINUE                                                 000307
015450     ELSE                                                         000308
015500         EVALUATE WS-TEST-MM                                      000309
015550             WHEN 01 WHEN 03 WHEN 05 WHEN 07                      000310
015600             WHEN 08 WHEN 10 WHEN 12                              000311
015650                 MOVE 31 TO WS-MONTH-DAYS                         000312
015700             WHEN 04 WHEN 06 WHEN 09 WHEN 11                      000313
015750                 MOVE 30 TO WS-MONTH-DAYS                         000314
015800             WHEN 02                                              000315
015850                 MOVE 28 TO WS-MONTH-DAYS                         000316
015900                 MOVE FUNCTION MOD (WS-TEST-YYYY, 4)              000317
015950                     TO WS-LEAP-REM                               000318
016000                 IF WS-LEAP-REM = ZERO                            000319
016050                     MOVE FUNCTION MOD (WS-TEST-YYYY, 100)        000320
016100                         TO WS-LEAP-REM                           000321
016150                     IF WS-LEAP-REM NOT = ZERO                    000322
016200                         MOVE 29 TO WS-MONTH-DAYS                 000323
016250                     ELSE                                         000324
016300                         MOVE FUNCTION MOD (WS-TEST-YYYY, 400)    000325
016350                             TO WS-LEAP-REM                       000326
016400                         IF WS-LEAP-REM = ZERO                    000327
016450                             MOVE 29 TO WS-MONTH-DAYS             000328
016500                         END-IF                                   000329
016550                     END-IF                                       000330
016600                 END-IF                                           000331
016650         END-EVALUATE                                             000332
016700         IF WS-TEST-DD >= 1 AND WS-TEST-DD <= WS-MONTH-DAYS       000333
016750             SET WS-DATE-VALID TO TRUE                            000334
016800         END-IF                                                   000335
016850     END-IF.                                                      000336
016900* Load the department to cost-center map                          000337
016950 1000-LOAD-COST-CENTER-MAP.                                       000338
017000     OPEN INPUT GL-COST-CENTER-MAP.                               000339
017050     PERFORM UNTIL WS-MAP-EOF                                     000340
017100             OR WS-MAP-CNT = WS-MAX-MAPS                          000341
017150         READ GL-COST-CENTER-MAP                                  000342
017200             AT END                                               000343
017250                 SET WS-MAP-EOF TO TRUE                           000344
017300             NOT AT END                                           000345
017350                 ADD 1 TO WS-MAP-CNT                              000346
017400                 MOVE MAP-DEPT TO MAPT-DEPT (WS-MAP-CNT)          000347
017450                 MOVE MAP-COST-CENTER                             000348
017500                     TO MAPT-COST-CENTER (WS-MAP-CNT)             000349
017550         END-READ                                                 000350
017600     END-PERFORM.                                                 000351
017650     CLOSE GL-COST-CENTER-MAP.                                    000352
017700* One pass over the master - every employee not terminated is     000353
017750* prorated and totalled into their department                     000354
017800 2000-TOTAL-EMPLOYEE-MASTER.                                      000355
017850     OPEN INPUT EMPLOYEE-MASTER.                                  000356
017900     PERFORM UNTIL WS-AT-EOF                                      000357
017950         READ EMPLOYEE-MASTER                                     000358
018000             AT END                                               000359
018050                 SET WS-AT-EOF TO TRUE                            000360
018100             NOT AT END                                           000361
018150                 ADD 1 TO WS-READ-CNT                             000362
018200                 IF EMP-STATUS OF EMPLOYEE-MASTER-RECORD = "T"    000363
018250                     ADD 1 TO WS-TERM-CNT                         000364
018300                 ELSE                                             000365
018350                     PERFORM 2100-POST-ONE-EMPLOYEE               000366
018400                 END-IF                                           000367
018450         END-READ                                                 000368
018500     END-PERFORM.                                                 000369
018550     CLOSE EMPLOYEE-MASTER.                                       000370
018600 2100-POST-ONE-EMPLOYEE.                                          000371
018650     ADD 1 TO WS-POSTED-CNT.                                      000372
018700     COMPUTE WS-PERIOD-AMT ROUNDED =                              000373
018750         EMP-SALARY OF EMPLOYEE-MASTER-RECORD                     000374
018800         * WS-PERIOD-DAYS / WS-YEAR-DAYS.                         000375
018850     MOVE ZERO TO WS-HIT-IDX.                                     000376
018900     PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1                      000377
018950             UNTIL WS-DEPT-IDX > WS-DEPT-CNT                      000378
019000         IF DPT-DEPT (WS-DEPT-IDX) =                              000379
019050                 EMP-DEPT OF EMPLOYEE-MASTER-RECORD               000380
019100             MOVE WS-DEPT-IDX TO WS-HIT-IDX                       000381
019150             EXIT PERFORM                                         000382
019200         END-IF                                                   000383
019250     END-PERFORM.                                                 000384
019300     IF WS-HIT-IDX = ZERO AND WS-DEPT-CNT < WS-MAX-DEPTS          000385
019350         PERFORM 2200-ADD-DEPARTMENT                              000386
019400     END-IF.                                                      000387
019450     IF WS-HIT-IDX > ZERO                                         000388
019500         ADD 1 TO DPT-HEADCOUNT (WS-HIT-IDX)                      000389
019550         ADD EMP-SALARY OF EMPLOYEE-MASTER-RECORD                 000390
019600             TO DPT-ANNUAL (WS-HIT-IDX)                           000391
019650         ADD WS-PERIOD-AMT TO DPT-PERIOD-AMT (WS-HIT-IDX)         000392
019700     END-IF.                                                      000393
019750* First employee in a department - look up its cost center,       000394
019800* the suspense cost center when GLMAP has none                    000395
019850 2200-ADD-DEPARTMENT.                                             000396
019900     ADD 1 TO WS-DEPT-CNT.                                        000397
019950     MOVE WS-DEPT-CNT TO WS-HIT-IDX.                              000398
020000     MOVE EMP-DEPT OF EMPLOYEE-MASTER-RECORD                      000399
020050         TO DPT-DEPT (WS-HIT-IDX).                                000400
020100     MOVE WS-SUSPENSE-CC TO DPT-COST-CENTER (WS-HIT-IDX).         000401
020150     MOVE "N" TO DPT-MAPPED-SW (WS-HIT-IDX).                      000402
020200     MOVE ZERO TO DPT-HEADCOUNT (WS-HIT-IDX).                     000403
020250     MOVE ZERO TO DPT-ANNUAL (WS-HIT-IDX).                        000404
020300     MOVE ZERO TO DPT-PERIOD-AMT (WS-HIT-IDX).                    000405
020350     PERFORM VARYING WS-MAP-IDX FROM 1 BY 1                       000406
020400             UNTIL WS-MAP-IDX > WS-MAP-CNT                        000407
020450         IF MAPT-DEPT (WS-MAP-IDX) = DPT-DEPT (WS-HIT-IDX)        000408
020500             MOVE MAPT-COST-CENTER (WS-MAP-IDX)                   000409
020550                 TO DPT-COST-CENTER (WS-HIT-IDX)                  000410
020600             MOVE "Y" TO DPT-MAPPED-SW (WS-HIT-IDX)               000411
020650             EXIT PERFORM                                         000412
020700         END-IF                                                   000413
020750     END-PERFORM.                                                 000414
020800     IF DPT-MAPPED-SW (WS-HIT-IDX) = "N"                          000415
020850         ADD 1 TO WS-UNMAPPED-CNT                                 000416
020900     END-IF.                                                      000417
020950* One proof line per department, rolled up into its cost          000418
021000* center for the journal                                          000419
021050 3000-PRINT-DEPARTMENT-PROOF.                                     000420
021100     MOVE WS-PERIOD-DAYS TO HDG-DAYS.                             000421
021150     WRITE GL-PROOF-LINE FROM WS-HDG-2.                           000422
021200     WRITE GL-PROOF-LINE FROM SPACES.                             000423
021250     WRITE GL-PROOF-LINE FROM WS-HDG-3.                           000424
021300     WRITE GL-PROOF-LINE FROM SPACES.                             000425
021350     PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1                      000426
021400             UNTIL WS-DEPT-IDX > WS-DEPT-CNT                      000427
021450         MOVE DPT-DEPT (WS-DEPT-IDX) TO DLN-DEPT                  000428
021500         MOVE DPT-COST-CENTER (WS-DEPT-IDX) TO DLN-COST-CTR       000429
021550         MOVE DPT-HEADCOUNT (WS-DEPT-IDX) TO DLN-HEADCOUNT        000430
021600         MOVE DPT-ANNUAL (WS-DEPT-IDX) TO DLN-ANNUAL              000431
021650         MOVE DPT-PERIOD-AMT (WS-DEPT-IDX) TO DLN-PERIOD          000432
021700         IF DPT-MAPPED-SW (WS-DEPT-IDX) = "N"                     000433
021750             MOVE "UNMAPPED" TO DLN-NOTE                          000434
021800         ELSE                                                     000435
021850             MOVE SPACES TO DLN-NOTE                              000436
021900         END-IF                                                   000437
021950         WRITE GL-PROOF-LINE FROM WS-DEPT-LINE                    000438
022000         ADD DPT-HEADCOUNT (WS-DEPT-IDX) TO WS-TOT-HEADCOUNT      000439
022050         ADD DPT-ANNUAL (WS-DEPT-IDX) TO WS-TOT-ANNUAL            000440
022100         ADD DPT-PERIOD-AMT (WS-DEPT-IDX) TO WS-TOT-PERIOD        000441
022150         PERFORM 3100-ROLL-UP-COST-CENTER                         000442
022200     END-PERFORM.                                                 000443
022250     MOVE "TOTAL" TO DLN-DEPT.                                    000444
022300     MOVE SPACES TO DLN-COST-CTR.                                 000445
022350     MOVE WS-TOT-HEADCOUNT TO DLN-HEADCOUNT.                      000446
022400     MOVE WS-TOT-ANNUAL TO DLN-ANNUAL.                            000447
022450     MOVE WS-TOT-PERIOD TO DLN-PERIOD.                            000448
022500     MOVE SPACES TO DLN-NOTE.                                     000449
022550     WRITE GL-PROOF-LINE FROM SPACES.                             000450
022600     WRITE GL-PROOF-LINE FROM WS-DEPT-LINE.                       000451
022650 3100-ROLL-UP-COST-CENTER.                                        000452
022700     MOVE ZERO TO WS-CC-HIT.                                      000453
022750     PERFORM VARYING WS-CC-IDX FROM 1 BY 1                        000454
022800             UNTIL WS-CC-IDX > WS-CC-CNT                          000455
022850         IF CC-COST-CENTER (WS-CC-IDX) =                          000456
022900                 DPT-COST-CENTER (WS-DEPT-IDX)                    000457
022950             MOVE WS-CC-IDX TO WS-CC-HIT                          000458
023000             EXIT PERFORM                                         000459
023050         END-IF                                                   000460
023100     END-PERFORM.                                                 000461
023150     IF WS-CC-HIT = ZERO                                          000462
023200         ADD 1 TO WS-CC-CNT                                       000463
023250         MOVE WS-CC-CNT TO WS-CC-HIT                              000464
023300         MOVE DPT-COST-CENTER (WS-DEPT-IDX)                       000465
023350             TO CC-COST-CENTER (WS-CC-HIT)                        000466
023400         MOVE ZERO TO CC-AMOUNT (WS-CC-HIT)                       000467
023450     END-IF.                                                      000468
023500     ADD DPT-PERIOD-AMT (WS-DEPT-IDX) TO CC-AMOUNT (WS-CC-HIT).   000469
023550* Write the extract - header, a debit to salary expense per       000470
023600* cost center, the accrued-salary credit for the total, and       000471
023650* the trailer - listing each journal line on the proof            000472
023700 4000-WRITE-JOURNAL.                                              000473
023750     OPEN OUTPUT GL-JOURNAL-FILE.                                 000474
023800     MOVE "HDR" TO GLH-REC-TYPE.                                  000475
023850     MOVE WS-PERIOD-END TO GLH-PERIOD-END.                        000476
023900     MOVE WS-PERIOD-START TO GLH-PERIOD-START.                    000477
023950     MOVE WS-RUN-DATE TO GLH-RUN-DATE.                            000478
024000     WRITE GL-JOURNAL-HDR.                                        000479
024050     WRITE GL-PROOF-LINE FROM SPACES AFTER ADVANCING PAGE.        000480
024100     WRITE GL-PROOF-LINE FROM WS-JRNL-HDG-1.                      000481
024150     WRITE GL-PROOF-LINE FROM SPACES.                             000482
024200     WRITE GL-PROOF-LINE FROM WS-JRNL-HDG-2.                      000483
024250     WRITE GL-PROOF-LINE FROM SPACES.                             000484
024300     PERFORM VARYING WS-CC-IDX FROM 1 BY 1                        000485
024350             UNTIL WS-CC-IDX > WS-CC-CNT                          000486
024400         MOVE CC-COST-CENTER (WS-CC-IDX) TO GLJ-COST-CENTER       000487
024450         MOVE WS-EXPENSE-ACCT TO GLJ-ACCOUNT                      000488
024500         MOVE "D" TO GLJ-DR-CR                                    000489
024550         MOVE CC-AMOUNT (WS-CC-IDX) TO GLJ-AMOUNT                 000490
024600         MOVE "SALARY EXPENSE" TO GLJ-DESC                        000491
024650         ADD CC-AMOUNT (WS-CC-IDX) TO WS-TOT-DEBIT                000492
024700         PERFORM 4100-WRITE-JOURNAL-LINE                          000493
024750     END-PERFORM.                                                 000494
024800     MOVE SPACES TO GLJ-COST-CENTER.                              000495
024850     MOVE WS-ACCRUAL-ACCT TO GLJ-ACCOUNT.                         000496
024900     MOVE "C" TO GLJ-DR-CR.                                       000497
024950     MOVE WS-TOT-PERIOD TO GLJ-AMOUNT.                            000498
025000     MOVE "ACCRUED SALARIES" TO GLJ-DESC.                         000499
025050     ADD WS-TOT-PERIOD TO WS-TOT-CREDIT.                          000500
025100     PERFORM 4100-WRITE-JOURNAL-LINE.                             000501
025150     MOVE "TRL" TO GLT-REC-TYPE.                                  000502
025200     MOVE WS-JRNL-CNT TO GLT-COUNT.                               000503
025250     MOVE WS-TOT-DEBIT TO GLT-DEBIT-TOTAL.                        000504
025300     MOVE WS-TOT-CREDIT TO GLT-CREDIT-TOTAL.                      000505
025350     WRITE GL-JOURNAL-TRL.                                        000506
025400     CLOSE GL-JOURNAL-FILE.                                       000507
025450 4100-WRITE-JOURNAL-LINE.                                         000508
025500     MOVE "JNL" TO GLJ-REC-TYPE.                                  000509
025550     MOVE WS-PERIOD-END TO GLJ-PERIOD-END.                        000510
025600     WRITE GL-JOURNAL-REC.                                        000511
025650     ADD 1 TO WS-JRNL-CNT.                                        000512
025700     MOVE GLJ-COST-CENTER TO JLN-COST-CTR.                        000513
025750     MOVE GLJ-ACCOUNT TO JLN-ACCOUNT.                             000514
025800     MOVE GLJ-DR-CR TO JLN-DR-CR.                                 000515
025850     MOVE GLJ-AMOUNT TO JLN-AMOUNT.                               000516
025900     WRITE GL-PROOF-LINE FROM WS-JRNL-LINE.                       000517
025950* Control totals tying the journal to the master                  000518
026000 5000-PRINT-CONTROL-TOTALS.                                       000519
026050     WRITE GL-PROOF-LINE FROM SPACES.                             000520
026100     MOVE "EMPLOYEES READ:" TO CLN-LABEL.                         000521
026150     MOVE WS-READ-CNT TO CLN-COUNT.                               000522
026200     WRITE GL-PROOF-LINE FROM WS-COUNT-LINE.                      000523
026250     MOVE "TERMINATED - NOT POSTED:" TO CLN-LABEL.                000524
026300     MOVE WS-TERM-CNT TO CLN-COUNT.                               000525
026350     WRITE GL-PROOF-LINE FROM WS-COUNT-LINE.                      000526
026400     MOVE "EMPLOYEES POSTED:" TO CLN-LABEL.                       000527
026450     MOVE WS-POSTED-CNT TO CLN-COUNT.                             000528
026500     WRITE GL-PROOF-LINE FROM WS-COUNT-LINE.                      000529
026550     MOVE "UNMAPPED DEPARTMENTS:" TO CLN-LABEL.                   000530
026600     MOVE WS-UNMAPPED-CNT TO CLN-COUNT.                           000531
026650     WRITE GL-PROOF-LINE FROM WS-COUNT-LINE.                      000532
026700     MOVE "JOURNAL RECORDS:" TO CLN-LABEL.                        000533
026750     MOVE WS-JRNL-CNT TO CLN-COUNT.                               000534
026800     WRITE GL-PROOF-LINE FROM WS-COUNT-LINE.                      000535
026850     MOVE "MASTER ANNUAL SALARY:" TO TLN-LABEL.                   000536
026900     MOVE WS-TOT-ANNUAL TO TLN-AMOUNT.                            000537
026950     WRITE GL-PROOF-LINE FROM WS-TOTAL-LINE.                      000538
027000     MOVE "TOTAL DEBITS:" TO TLN-LABEL.                           000539
027050     MOVE WS-TOT-DEBIT TO TLN-AMOUNT.                             000540
027100     WRITE GL-PROOF-LINE FROM WS-TOTAL-LINE.                      000541
027150     MOVE "TOTAL CREDITS:" TO TLN-LABEL.                          000542
027200     MOVE WS-TOT-CREDIT TO TLN-AMOUNT.                            000543
027250     WRITE GL-PROOF-LINE FROM WS-TOTAL-LINE.                      000544
027300     IF WS-TOT-DEBIT = WS-TOT-CREDIT AND                          000545
027350             WS-POSTED-CNT = WS-TOT-HEADCOUNT                     000546
027400         MOVE "IN BALANCE" TO BLN-TEXT                            000547
027450     ELSE                                                         000548
027500         MOVE "OUT OF BALANCE" TO BLN-TEXT                        000549
027550         MOVE 8 TO RETURN-CODE                                    000550
027600     END-IF.                                                      000551
027650     WRITE GL-PROOF-LINE FROM WS-BALANCE-LINE.                    000552
027700* Append this run's records-read/records-written to the shared    000553
027750* run-log for the nightly batch-window reconciliation             000554
027800 8000-WRITE-RUN-LOG.                                              000555
027850     OPEN EXTEND RUN-LOG.                                         000556
027900     IF WS-RUNLOG-STATUS = "35"                                   000557
027950         OPEN OUTPUT RUN-LOG                                      000558
028000     END-IF.                                                      000559
028050     MOVE "GLJRNL" TO RUNLOG-PROGRAM.                             000560
028100     MOVE FUNCTION CURRENT-DATE (1:14) TO RUNLOG-TIMESTAMP.       000561
028150     MOVE WS-READ-CNT TO RUNLOG-RECORDS-READ.                     000562
028200     MOVE WS-JRNL-CNT TO RUNLOG-RECORDS-WRITTEN.                  000563
028250     WRITE RUN-LOG-RECORD.                                        000564
028300     CLOSE RUN-LOG.                                               000565
