000100 IDENTIFICATION DIVISION.                                         000001
000150 PROGRAM-ID. PAY-COMPLY-RPT.                                      000002
000200* Pay-range compliance report - every employee not terminated     000003
000250* who carries an EMP-PAY-GRADE is tested against that grade's     000004
000300* range on PAYGRADE. By grade, the report lists each employee     000005
000350* paid below the minimum (green-circle) or above the maximum      000006
000400* (red-circle) with the dollar gap to the range, and totals       000007
000450* the grade's headcount, its green and red counts and gaps, and   000008
000500* its compa-ratio - salary as a percentage of the range           000009
000550* midpoint. Employees whose grade is not on PAYGRADE are listed   000010
000600* under that grade with no range to test. RC 4 when anyone is     000011
000650* outside the range or has no range                               000012
000700 ENVIRONMENT DIVISION.                                            000013
000750 INPUT-OUTPUT SECTION.                                            000014
000800 FILE-CONTROL.                                                    000015
000850     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"                   000016
000900         ORGANIZATION IS INDEXED                                  000017
000950         ACCESS MODE IS SEQUENTIAL                                000018
001000         RECORD KEY IS EMP-ID OF EMPLOYEE-MASTER-RECORD.          000019
001050* Pay-grade master - keyed reads for each grade's range           000020
001100     SELECT PAY-GRADE-MASTER ASSIGN TO "PAYGRADE"                 000021
001150         ORGANIZATION IS INDEXED                                  000022
001200         ACCESS MODE IS DYNAMIC                                   000023
001250         RECORD KEY IS PAY-GRADE-CODE OF PAY-GRADE-RECORD.        000024
001300* Sort work file and its sorted output - the master in grade      000025
001350* and employee order for the grade control break                  000026
001400     SELECT COMPLY-SORT-WORK ASSIGN TO "PAYCSWK".                 000027
001450     SELECT SORTED-EMPLOYEES ASSIGN TO "PAYCSRT"                  000028
001500         ORGANIZATION IS LINE SEQUENTIAL.                         000029
001550* Printed compliance report                                       000030
001600     SELECT COMPLY-REPORT ASSIGN TO "PAYCMPLR"                    000031
001650         ORGANIZATION IS LINE SEQUENTIAL.                         000032
001700* Run-level control-total log - every batch program appends its   000033
001750* records-read/written counts here for nightly reconciliation     000034
001800     SELECT RUN-LOG ASSIGN TO "RUNLOG"                            000035
001850         ORGANIZATION IS LINE SEQUENTIAL                          000036
001900         FILE STATUS IS WS-RUNLOG-STATUS.                         000037
001950 DATA DIVISION.                                                   000038
002000 FILE SECTION.                                                    000039
002050 FD  EMPLOYEE-MASTER.                                             000040
002100 01  EMPLOYEE-MASTER-RECORD.                                      000041
002150     COPY EMPREC.                                                 000042
002200 FD  PAY-GRADE-MASTER.                                            000043
002250 01  PAY-GRADE-RECORD.                                            000044
002300     COPY PGRDREC.                                                000045
002350 SD  COMPLY-SORT-WORK.                                            000046
002400 01  COMPLY-SORT-RECORD.                                          000047
002450     COPY EMPREC.                                                 000048
002500 FD  SORTED-EMPLOYEES.                                            000049
002550 01  SORTED-EMPLOYEE-REC.                                         000050
002600     COPY EMPREC.                                                 000051
002650 FD  COMPLY-REPORT.                                               000052
002700 01  COMPLY-REPORT-LINE  PIC X(80).                               000053
002750 FD  RUN-LOG.                                                     000054
002800 01  RUN-LOG-RECORD.                                              000055
002850     COPY RUNLOGREC.                                              000056
002900 WORKING-STORAGE SECTION.                                         000057
002950 01  WS-RUNLOG-STATUS  PIC XX.                                    000058
003000 01  WS-EOF-SW         PIC X VALUE "N".                           000059
003050     88  WS-AT-EOF     VALUE "Y".                                 000060
003100 01  WS-READ-CNT       PIC 9(7) VALUE ZERO.                       000061
003150 01  WS-TESTED-CNT     PIC 9(7) VALUE ZERO.                       000062
003200 01  WS-NO-GRADE-CNT   PIC 9(7) VALUE ZERO.                       000063
003250 01  WS-LISTED-CNT     PIC 9(7) VALUE ZERO.                       000064
003300 01  WS-RUN-DATE       PIC 9(8).                                  000065
003350* The grade in hand and its range                                 000066
003400 01  WS-CUR-GRADE      PIC X(2) VALUE SPACES.                     000067
003450 01  WS-FIRST-GRADE-SW PIC X VALUE "Y".                           000068
003500     88  WS-FIRST-GRADE VALUE "Y".                                000069
003550 01  WS-RANGE-FOUND-SW PIC X.                                     000070
003600     88  WS-RANGE-FOUND VALUE "Y".                                000071
003650 01  WS-RANGE-MIN      PIC 9(7)V99.                               000072
003700 01  WS-RANGE-MAX      PIC 9(7)V99.                               000073
003750 01  WS-RANGE-MID      PIC 9(7)V99.                               000074
003800* One employee's test                                             000075
003850 01  WS-GAP            PIC 9(7)V99.                               000076
003900 01  WS-COMPA          PIC 9(3)V9.                                000077
003950* Grade totals, reset at each grade break                         000078
004000 01  WS-GRADE-TOTALS.                                             000079
004050     05  GRD-EMP-CNT       PIC 9(5).                              000080
004100     05  GRD-GREEN-CNT     PIC 9(5).                              000081
004150     05  GRD-RED-CNT       PIC 9(5).                              000082
004200     05  GRD-NORANGE-CNT   PIC 9(5).                              000083
004250     05  GRD-GREEN-GAP     PIC 9(9)V99.                           000084
004300     05  GRD-RED-GAP       PIC 9(9)V99.                           000085
004350     05  GRD-SALARY-TOT    PIC 9(11)V99.                          000086
004400* Report totals                                                   000087
004450 01  WS-REPORT-TOTALS.                                            000088
004500     05  TOT-GREEN-CNT     PIC 9(5) VALUE ZERO.                   000089
004550     05  TOT-RED-CNT       PIC 9(5) VALUE ZERO.                   000090
004600     05  TOT-NORANGE-CNT   PIC 9(5) VALUE ZERO.                   000091
004650     05  TOT-GREEN-GAP     PIC 9(9)V99 VALUE ZERO.                000092
004700     05  TOT-RED-GAP       PIC 9(9)V99 VALUE ZERO.                000093
004750* Report heading, grade, detail and footer lines                  000094
004800 01  WS-HDG-1.                                                    000095
004850     05  FILLER        PIC X(32)                                  000096
004900             VALUE "PAY-RANGE COMPLIANCE REPORT -".               000097
004950     05  HDG-RUN-DATE  PIC 9(8).                                  000098
005000 01  WS-HDG-2.                                                    000099
005050     05  FILLER        PIC X(8)  VALUE "EMP ID".                  000100
005100     05  FILLER        PIC X(12) VALUE "NAME".                    000101
005150     05  FILLER        PIC X(5)  VALUE "DEPT".                    000102
005200     05  FILLER        PIC X(12) VALUE "    SALARY".              000103
005250     05  FILLER        PIC X(8)  VALUE "CIRCLE".                  000104
005300     05  FILLER        PIC X(12) VALUE "       GAP".              000105
005350     05  FILLER        PIC X(5)  VALUE "COMPA".                   000106
005400 01  WS-GRADE-LINE.                                               000107
005450     05  FILLER        PIC X(6)  VALUE "GRADE ".                  000108
005500     05  GRL-GRADE     PIC X(2).                                  000109
005550     05  FILLER        PIC X(9)  VALUE "   RANGE ".               000110
005600     05  GRL-MIN       PIC ZZZZZZ9.99.                            000111
005650     05  FILLER        PIC X(3)  VALUE " - ".                     000112
005700     05  GRL-MAX       PIC ZZZZZZ9.99.                            000113
005750     05  FILLER        PIC X(12) VALUE "   MIDPOINT ".            000114
005800     05  GRL-MID       PIC ZZZZZZ9.99.                            000115
005850 01  WS-NORANGE-LINE.                                             000116
005900     05  FILLER        PIC X(6)  VALUE "GRADE ".                  000117
005950     05  NRL-GRADE     PIC X(2).                                  000118
006000     05  FILLER        PIC X(40)                                  000119
006050             VALUE "   NOT ON PAYGRADE - NO RANGE TO TEST".       000120
006100 01  WS-DETAIL-LINE.                                              000121
006150     05  DTL-EMP-ID    PIC X(5).                                  000122
006200     05  FILLER        PIC X(3) VALUE SPACES.                     000123
006250     05  DTL-NAME      PIC X(10).                                 000124
006300     05  FILLER        PIC X(2) VALUE SPACES.                     000125
006350     05  DTL-DEPT      PIC X(3).                                  000126
006400     05  FILLER        PIC X(2) VALUE SPACES.                     000127
006450     05  DTL-SALARY    PIC ZZZZZZ9.99.                            000128
006500     05  FILLER        PIC X(2) VALUE SPACES.                     000129
006550     05  DTL-CIRCLE    PIC X(6).                                  000130
006600     05  FILLER        PIC X(2) VALUE SPACES.                     000131
006650     05  DTL-GAP       PIC ZZZZZZ9.99.                            000132
006700     05  FILLER        PIC X(2) VALUE SPACES.                     000133
006750     05  DTL-COMPA     PIC ZZ9.9.                                 000134
006800 01  WS-GRADE-FOOTER-1.                                           000135
006850     05  FILLER        PIC X(12) VALUE "  EMPLOYEES ".            000136
006900     05  GFT-EMP-CNT   PIC ZZZZ9.                                 000137
006950     05  FILLER        PIC X(8)  VALUE "  GREEN ".                000138
007000     05  GFT-GREEN-CNT PIC ZZZZ9.                                 000139
007050     05  FILLER        PIC X(6)  VALUE "  RED ".                  000140
007100     05  GFT-RED-CNT   PIC ZZZZ9.                                 000141
007150     05  FILLER        PIC X(12) VALUE "  AVG COMPA ".            000142
007200     05  GFT-COMPA     PIC ZZ9.9.                                 000143
007250 01  WS-GRADE-FOOTER-2.                                           000144
007300     05  FILLER        PIC X(12) VALUE "  GREEN GAP ".            000145
007350     05  GFT-GREEN-GAP PIC ZZZZZZZZ9.99.                          000146
007400     05  FILLER        PIC X(10) VALUE "  RED GAP ".              000147
007450     05  GFT-RED-GAP   PIC ZZZZZZZZ9.99.                          000148
007500 01  WS-FOOTER-1.                                                 000149
007550     05  FILLER        PIC X(30) VALUE "EMPLOYEES TESTED:".       000150
007600     05  FTR-TESTED    PIC ZZZZZZ9.                               000151
007650 01  WS-FOOTER-2.                                                 000152
007700     05  FILLER        PIC X(30)                                  000153
007750             VALUE "GREEN-CIRCLE (BELOW MINIMUM):".               000154
007800     05  FTR-GREEN-CNT PIC ZZZZZZ9.                               000155
007850     05  FILLER        PIC X(6)  VALUE "  GAP ".                  000156
007900     05  FTR-GREEN-GAP PIC ZZZZZZZZ9.99.                          000157
007950 01  WS-FOOTER-3.                                                 000158
008000     05  FILLER        PIC X(30)                                  000159
008050             VALUE "RED-CIRCLE (ABOVE MAXIMUM):".                 000160
008100     05  FTR-RED-CNT   PIC ZZZZZZ9.                               000161
008150     05  FILLER        PIC X(6)  VALUE "  GAP ".                  000162
008200     05  FTR-RED-GAP   PIC ZZZZZZZZ9.99.                          000163
008250 01  WS-FOOTER-4.                                                 000164
008300     05  FILLER        PIC X(30) VALUE "GRADE NOT ON PAYGRADE:".  000165
008350     05  FTR-NORANGE   PIC ZZZZZZ9.                               000166
008400 01  WS-FOOTER-5.                                                 000167
008450     05  FILLER        PIC X(30)                                  000168
008500             VALUE "NO PAY GRADE - NOT TESTED:".                  000169
008550     05  FTR-NO-GRADE  PIC ZZZZZZ9.                               000170
008600 PROCEDURE DIVISION.                                              000171
008650 0000-MAIN.                                                       000172
008700     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.             000173
008750     SORT COMPLY-SORT-WORK                                        000174
008800         ON ASCENDING KEY EMP-PAY-GRADE OF COMPLY-SORT-RECORD     000175
008850         ON ASCENDING KEY EMP-ID OF COMPLY-SORT-RECORD            000176
008900         USING EMPLOYEE-MASTER                                    000177
008950         GIVING SORTED-EMPLOYEES.                                 000178
009000     OPEN INPUT SORTED-EMPLOYEES.                                 000179
009050     OPEN INPUT PAY-GRADE-MASTER.                                 000180
009100     OPEN OUTPUT COMPLY-REPORT.                                   000181
009150     MOVE WS-RUN-DATE TO HDG-RUN-DATE.                            000182
009200     WRITE COMPLY-REPORT-LINE FROM WS-HDG-1.                      000183
009250     WRITE COMPLY-REPORT-LINE FROM SPACES.                        000184
009300     WRITE COMPLY-REPORT-LINE FROM WS-HDG-2.                      000185
009350     PERFORM UNTIL WS-AT-EOF                                      000186
009400         READ SORTED-EMPLOYEES                                    000187
009450             AT END                                               000188
009500                 SET WS-AT-EOF TO TRUE                            000189
009550             NOT AT END                                           000190
009600                 ADD 1 TO WS-READ-CNT                             000191
009650                 PERFORM 2000-TEST-ONE-EMPLOYEE                   000192
009700         END-READ                                                 000193
009750     END-PERFORM.                                                 000194
009800     IF NOT WS-FIRST-GRADE                                        000195
009850         PERFORM 3000-PRINT-GRADE-TOTALS                          000196
009900     END-IF.                                                      000197
009950     PERFORM 4000-PRINT-REPORT-TOTALS.                            000198
010000     CLOSE SORTED-EMPLOYEES.                                      000199
010050     CLOSE PAY-GRADE-MASTER.                                      000200
010100     CLOSE COMPLY-REPORT.                                         000201
010150     PERFORM 8000-WRITE-RUN-LOG.                                  000202
010200     IF WS-LISTED-CNT > ZERO                                      000203
010250         MOVE 4 TO RETURN-CODE                                    000204
010300     END-IF.                                                      000205
010350     DISPLAY "PAY-RANGE COMPLIANCE REPORT".                       000206
010400     DISPLAY "Employees read:       " WS-READ-CNT.                000207
010450     DISPLAY "Employees tested:     " WS-TESTED-CNT.              000208
010500     DISPLAY "Outside their range:  " WS-LISTED-CNT.              000209
010550     STOP RUN.                                                    000210
010600* Terminated employees and rows with no grade yet are not         000211
010650* tested. A new grade closes off the one before and looks up      000212
010700* its range                                                       000213
010750 2000-TEST-ONE-EMPLOYEE.                                          000214
010800     IF EMP-STATUS OF SORTED-EMPLOYEE-REC = "T"                   000215
010850         CONTINUE                                                 000216
010900     ELSE                                                         000217
010950     IF EMP-PAY-GRADE OF SORTED-EMPLOYEE-REC = SPACES             000218
011000         ADD 1 TO WS-NO-GRADE-CNT                                 000219
011050     ELSE                                                         000220
011100         IF WS-FIRST-GRADE OR                                     000221
011150                 EMP-PAY-GRADE OF SORTED-EMPLOYEE-REC             000222
011200                 NOT = WS-CUR-GRADE                               000223
011250             IF NOT WS-FIRST-GRADE                                000224
011300                 PERFORM 3000-PRINT-GRADE-TOTALS                  000225
011350             END-IF                                               000226
011400             PERFORM 2100-START-GRADE                             000227
011450         END-IF                                                   000228
011500         ADD 1 TO WS-TESTED-CNT                                   000229
011550         PERFORM 2200-TEST-AGAINST-RANGE                          000230
011600     END-IF                                                       000231
011650     END-IF.                                                      000232
011700* Read the new grade's range and print its heading line           000233
011750 2100-START-GRADE.                                                000234
011800     MOVE "N" TO WS-FIRST-GRADE-SW.                               000235
011850     MOVE EMP-PAY-GRADE OF SORTED-EMPLOYEE-REC TO WS-CUR-GRADE.   000236
011900     MOVE ZERO TO GRD-EMP-CNT.                                    000237
011950     MOVE ZERO TO GRD-GREEN-CNT.                                  000238
012000     MOVE ZERO TO GRD-RED-CNT.                                    000239
012050     MOVE ZERO TO GRD-NORANGE-CNT.                                000240
012100     MOVE ZERO TO GRD-GREEN-GAP.                                  000241
012150     MOVE ZERO TO GRD-RED-GAP.                                    000242
012200     MOVE ZERO TO GRD-SALARY-TOT.                                 000243
012250     MOVE WS-CUR-GRADE TO PAY-GRADE-CODE OF PAY-GRADE-RECORD.     000244
012300     READ PAY-GRADE-MASTER                                        000245
012350         INVALID KEY                                              000246
012400             MOVE "N" TO WS-RANGE-FOUND-SW                        000247
012450         NOT INVALID KEY                                          000248
012500             SET WS-RANGE-FOUND TO TRUE                           000249
012550             MOVE PAY-MIN-SALARY OF PAY-GRADE-RECORD              000250
012600                 TO WS-RANGE-MIN                                  000251
012650             MOVE PAY-MAX-SALARY OF PAY-GRADE-RECORD              000252
012700                 TO WS-RANGE-MAX                                  000253
012750     END-READ.                                                    000254
012800     WRITE COMPLY-REPORT-LINE FROM SPACES.                        000255
012850     IF WS-RANGE-FOUND                                            000256
012900         COMPUTE WS-RANGE-MID ROUNDED =                           000257
012950             (WS-RANGE-MIN + WS-RANGE-MAX) / 2                    000258
013000         MOVE WS-CUR-GRADE TO GRL-GRADE                           000259
013050         MOVE WS-RANGE-MIN TO GRL-MIN                             000260
013100         MOVE WS-RANGE-MAX TO GRL-MAX                             000261
013150         MOVE WS-RANGE-MID TO GRL-MID                             000262
013200         WRITE COMPLY-REPORT-LINE FROM WS-GRADE-LINE              000263
013250     ELSE                                                         000264
013300         MOVE ZERO TO WS-RANGE-MID                                000265
013350         MOVE WS-CUR-GRADE TO NRL-GRADE                           000266
013400         WRITE COMPLY-REPORT-LINE FROM WS-NORANGE-LINE            000267
013450     END-IF.                                                      000268
013500* Green below the minimum, red above the maximum; either one is   000269
013550* listed with its gap to the range and its compa-ratio            000270
013600 2200-TEST-AGAINST-RANGE.                                         000271
013650     ADD 1 TO GRD-EMP-CNT.                                        000272
013700     ADD EMP-SALARY OF SORTED-EMPLOYEE-REC TO GRD-SALARY-TOT.     000273
013750     IF WS-RANGE-MID > ZERO                                       000274
013800         COMPUTE WS-COMPA ROUNDED =                               000275
013850             EMP-SALARY OF SORTED-EMPLOYEE-REC * 100              000276
013900             / WS-RANGE-MID                                       000277
013950             ON SIZE ERROR                                        000278
014000                 MOVE 999.9 TO WS-COMPA                           000279
014050         END-COMPUTE                                              000280
014100     ELSE                                                         000281
014150         MOVE ZERO TO WS-COMPA                                    000282
014200     END-IF.                                                      000283
014250     MOVE SPACES TO DTL-CIRCLE.                                   000284
014300     MOVE ZERO TO WS-GAP.                                         000285
014350     IF NOT WS-RANGE-FOUND                                        000286
014400         MOVE "NO RNG" TO DTL-CIRCLE                              000287
014450         ADD 1 TO GRD-NORANGE-CNT                                 000288
014500     ELSE                                                         000289
014550     IF EMP-SALARY OF SORTED-EMPLOYEE-REC < WS-RANGE-MIN          000290
014600         MOVE "GREEN" TO DTL-CIRCLE                               000291
014650         COMPUTE WS-GAP =                                         000292
014700             WS-RANGE-MIN - EMP-SALARY OF SORTED-EMPLOYEE-REC     000293
014750         ADD 1 TO GRD-GREEN-CNT                                   000294
014800         ADD WS-GAP TO GRD-GREEN-GAP                              000295
014850     ELSE                                                         000296
014900     IF EMP-SALARY OF SORTED-EMPLOYEE-REC > WS-RANGE-MAX          000297
014950         MOVE "RED" TO DTL-CIRCLE                                 000298
015000         COMPUTE WS-GAP =                                         000299
015050             EMP-SALARY OF SORTED-EMPLOYEE-REC - WS-RANGE-MAX     000300
015100         ADD 1 TO GRD-RED-CNT                                     000301
015150         ADD WS-GAP TO GRD-RED-GAP                                000302
015200     END-IF                                                       000303
015250     END-IF                                                       000304
015300     END-IF.                                                      000305
015350     IF DTL-CIRCLE NOT = SPACES                                   000306
015400         ADD 1 TO WS-LISTED-CNT                                   000307
015450         MOVE EMP-ID OF SORTED-EMPLOYEE-REC TO DTL-EMP-ID         000308
015500         MOVE EMP-NAME OF SORTED-EMPLOYEE-REC TO DTL-NAME         000309
015550         MOVE EMP-DEPT OF SORTED-EMPLOYEE-REC TO DTL-DEPT         000310
015600         MOVE EMP-SALARY OF SORTED-EMPLOYEE-REC TO DTL-SALARY     000311
015650         MOVE WS-GAP TO DTL-GAP                                   000312
015700         MOVE WS-COMPA TO DTL-COMPA                               000313
015750         WRITE COMPLY-REPORT-LINE FROM WS-DETAIL-LINE             000314
015800     END-IF.                                                      000315
015850* Close off a grade - its counts, gaps and average compa-ratio,   000316
015900* rolled into the report totals                                   000317
015950 3000-PRINT-GRADE-TOTALS.                                         000318
016000     MOVE GRD-EMP-CNT TO GFT-EMP-CNT.                             000319
016050     MOVE GRD-GREEN-CNT TO GFT-GREEN-CNT.                         000320
016100     MOVE GRD-RED-CNT TO GFT-RED-CNT.                             000321
016150     IF WS-RANGE-MID > ZERO AND GRD-EMP-CNT > ZERO                000322
016200         COMPUTE WS-COMPA ROUNDED =                               000323
016250             GRD-SALARY-TOT * 100 / (GRD-EMP-CNT * WS-RANGE-MID)  000324
016300             ON SIZE ERROR                                        000325
016350                 MOVE 999.9 TO WS-COMPA                           000326
016400         END-COMPUTE                                              000327
016450     ELSE                                                         000328
016500         MOVE ZERO TO WS-COMPA                                    000329
016550     END-IF.                                                      000330
016600     MOVE WS-COMPA TO GFT-COMPA.                                  000331
016650     MOVE GRD-GREEN-GAP TO GFT-GREEN-GAP.                         000332
016700     MOVE GRD-RED-GAP TO GFT-RED-GAP.                             000333
016750     WRITE COMPLY-REPORT-LINE FROM WS-GRADE-FOOTER-1.             000334
016800     WRITE COMPLY-REPORT-LINE FROM WS-GRADE-FOOTER-2.             000335
016850     ADD GRD-GREEN-CNT TO TOT-GREEN-CNT.                          000336
016900     ADD GRD-RED-CNT TO TOT-RED-CNT.                              000337
016950     ADD GRD-NORANGE-CNT TO TOT-NORANGE-CNT.                      000338
017000     ADD GRD-GREEN-GAP TO TOT-GREEN-GAP.                          000339
017050     ADD GRD-RED-GAP TO TOT-RED-GAP.                              000340
017100 4000-PRINT-REPORT-TOTALS.                                        000341
017150     MOVE WS-TESTED-CNT TO FTR-TESTED.                            000342
017200     MOVE TOT-GREEN-CNT TO FTR-GREEN-CNT.                         000343
017250     MOVE TOT-GREEN-GAP TO FTR-GREEN-GAP.                         000344
017300     MOVE TOT-RED-CNT TO FTR-RED-CNT.                             000345
017350     MOVE TOT-RED-GAP TO FTR-RED-GAP.                             000346
017400     MOVE TOT-NORANGE-CNT TO FTR-NORANGE.                         000347
017450     MOVE WS-NO-GRADE-CNT TO FTR-NO-GRADE.                        000348
017500     WRITE COMPLY-REPORT-LINE FROM SPACES.                        000349
017550     WRITE COMPLY-REPORT-LINE FROM WS-FOOTER-1.                   000350
017600     WRITE COMPLY-REPORT-LINE FROM WS-FOOTER-2.                   000351
017650     WRITE COMPLY-REPORT-LINE FROM WS-FOOTER-3.                   000352
017700     WRITE COMPLY-REPORT-LINE FROM WS-FOOTER-4.                   000353
017750     WRITE COMPLY-REPORT-LINE FROM WS-FOOTER-5.                   000354
017800* Append this run's records-read/records-written to the shared    000355
017850* run-log for the nightly batch-window reconciliation             000356
017900 8000-WRITE-RUN-LOG.                                              000357
017950     OPEN EXTEND RUN-LOG.                                         000358
018000     IF WS-RUNLOG-STATUS = "35"                                   000359
018050         OPEN OUTPUT RUN-LOG                                      000360
018100     END-IF.                                                      000361
018150     MOVE "PAYCMPL" TO RUNLOG-PROGRAM.                            000362
018200     MOVE FUNCTION CURRENT-DATE (1:14) TO RUNLOG-TIMESTAMP.       000363
018250     MOVE WS-READ-CNT TO RUNLOG-RECORDS-READ.                     000364
018300     MOVE WS-LISTED-CNT TO RUNLOG-RECORDS-WRITTEN.                000365
018350     WRITE RUN-LOG-RECORD.                                        000366
018400     CLOSE RUN-LOG.                                               000367
