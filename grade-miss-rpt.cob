000100 IDENTIFICATION DIVISION.                                         000001
000150 PROGRAM-ID. GRADE-MISS-RPT.                                      000002
000200* End-of-term missing-grade report by instructor - every          000003
000250* ENROLLMENT-MASTER registration for the requested term that      000004
000300* has no GRADE-HISTORY record, routed through TEACHING-ASSIGNMENT 000005
000350* to the instructor responsible for the section and grouped by    000006
000400* the instructor's department, so each department chair can       000007
000450* chase the grades their own faculty still owe. Sections with no  000008
000500* assignment on file are listed under UNASSIGNED. The term comes  000009
000550* from STATTERM, else the current GRDTERM, else the run           000010
000600* year/month                                                      000011
000650 ENVIRONMENT DIVISION.                                            000012
000700 INPUT-OUTPUT SECTION.                                            000013
000750 FILE-CONTROL.                                                    000014
000800     SELECT ENROLLMENT-MASTER ASSIGN TO "ENRLMAST"                000015
000850         ORGANIZATION IS INDEXED                                  000016
000900         ACCESS MODE IS SEQUENTIAL                                000017
000950         RECORD KEY IS ENRL-KEY OF ENROLLMENT-MASTER-RECORD.      000018
001000     SELECT GRADE-HISTORY ASSIGN TO "GRDHIST"                     000019
001050         ORGANIZATION IS INDEXED                                  000020
001100         ACCESS MODE IS SEQUENTIAL                                000021
001150         RECORD KEY IS HIST-KEY OF GRADE-HISTORY-REC.             000022
001200* Teaching assignments - keyed reads find each section's          000023
001250* instructor                                                      000024
001300     SELECT OPTIONAL TEACHING-ASSIGNMENT ASSIGN TO "TEACHMST"     000025
001350         ORGANIZATION IS INDEXED                                  000026
001400         ACCESS MODE IS DYNAMIC                                   000027
001450         RECORD KEY IS TCH-KEY OF TEACHING-ASSIGNMENT-RECORD      000028
001500         FILE STATUS IS WS-TCH-STATUS.                            000029
001550* Employee master - keyed reads give the instructor's name and    000030
001600* department                                                      000031
001650     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"                   000032
001700         ORGANIZATION IS INDEXED                                  000033
001750         ACCESS MODE IS DYNAMIC                                   000034
001800         RECORD KEY IS EMP-ID OF EMPLOYEE-MASTER-RECORD.          000035
001850* Department master - keyed reads put the department name on      000036
001900* each department heading                                         000037
001950     SELECT DEPARTMENT-MASTER ASSIGN TO "DEPTMAST"                000038
002000         ORGANIZATION IS INDEXED                                  000039
002050         ACCESS MODE IS DYNAMIC                                   000040
002100         RECORD KEY IS DEPT-CODE OF DEPARTMENT-MASTER-RECORD.     000041
002150* Student master - keyed reads put the student's name on each     000042
002200* exception line                                                  000043
002250     SELECT STUDENT-MASTER ASSIGN TO "STUMAST"                    000044
002300         ORGANIZATION IS INDEXED                                  000045
002350         ACCESS MODE IS DYNAMIC                                   000046
002400         RECORD KEY IS STU-MAST-ID OF STUDENT-MASTER-RECORD.      000047
002450* Requested report term - optional                                000048
002500     SELECT OPTIONAL STAT-TERM-CARD ASSIGN TO "STATTERM"          000049
002550         ORGANIZATION IS LINE SEQUENTIAL.                         000050
002600* Current term - optional, the fallback when no STATTERM card     000051
002650* is present                                                      000052
002700     SELECT OPTIONAL TERM-CONTROL ASSIGN TO "GRDTERM"             000053
002750         ORGANIZATION IS LINE SEQUENTIAL.                         000054
002800* Missing grades as found, the sort work file, and the same       000055
002850* rows in department/instructor order for printing                000056
002900     SELECT MISSING-UNSORTED ASSIGN TO "GRDMUNS"                  000057
002950         ORGANIZATION IS LINE SEQUENTIAL.                         000058
003000     SELECT MISSING-SORT-WORK ASSIGN TO "GRDMSWK".                000059
003050     SELECT MISSING-SORTED ASSIGN TO "GRDMSRT"                    000060
003100         ORGANIZATION IS LINE SEQUENTIAL.                         000061
003150* Printed missing-grade report                                    000062
003200     SELECT MISSING-REPORT ASSIGN TO "GRDMISS"                    000063
003250         ORGANIZATION IS LINE SEQUENTIAL.                         000064
003300* Run-level control-total log - every batch program appends its   000065
003350* records-read/written counts here for nightly reconciliation     000066
003400     SELECT RUN-LOG ASSIGN TO "RUNLOG"                            000067
003450         ORGANIZATION IS LINE SEQUENTIAL                          000068
003500         FILE STATUS IS WS-RUNLOG-STATUS.                         000069
003550 DATA DIVISION.                                                   000070
003600 FILE SECTION.                                                    000071
003650 FD  ENROLLMENT-MASTER.                                           000072
003700 01  ENROLLMENT-MASTER-RECORD.                                    000073
003750     COPY ENRLREC.                                                000074
003800 FD  GRADE-HISTORY.                                               000075
003850 01  GRADE-HISTORY-REC.                                           000076
003900     COPY GRDHISTREC.                                             000077
003950 FD  TEACHING-ASSIGNMENT.                                         000078
004000 01  TEACHING-ASSIGNMENT-RECORD.                                  000079
004050     COPY TCHREC.                                                 000080
004100 FD  EMPLOYEE-MASTER.                                             000081
004150 01  EMPLOYEE-MASTER-RECORD.                                      000082
004200     COPY EMPREC.                                                 000083
004250 FD  DEPARTMENT-MASTER.                                           000084
004300 01  DEPARTMENT-MASTER-RECORD.                                    000085
004350     COPY DEPTREC.                                                000086
004400 FD  STUDENT-MASTER.                                              000087
004450 01  STUDENT-MASTER-RECORD.                                       000088
004500     COPY STUREC.                                                 000089
004550 FD  STAT-TERM-CARD.                                              000090
004600 01  STAT-TERM-REC.                                               000091
004650     05  CTL-STAT-TERM  PIC X(6).                                 000092
004700 FD  TERM-CONTROL.                                                000093
004750 01  TERM-CONTROL-REC.                                            000094
004800     05  CTL-TERM    PIC X(6).                                    000095
004850 FD  MISSING-UNSORTED.                                            000096
004900 01  MISSING-UNSORTED-REC  PIC X(53).                             000097
004950 SD  MISSING-SORT-WORK.                                           000098
005000 01  MISSING-SORT-RECORD.                                         000099
005050     05  SRT-DEPT       PIC X(3).                                 000100
005100     05  SRT-EMP-ID     PIC X(5).                                 000101
005150     05  SRT-COURSE     PIC X(6).                                 000102
005200     05  SRT-STU-ID     PIC X(9).                                 000103
005250     05  FILLER         PIC X(30).                                000104
005300 FD  MISSING-SORTED.                                              000105
005350 01  MISSING-SORTED-REC  PIC X(53).                               000106
005400 FD  MISSING-REPORT.                                              000107
005450 01  MISSING-REPORT-LINE  PIC X(80).                              000108
005500 FD  RUN-LOG.                                                     000109
005550 01  RUN-LOG-RECORD.                                              000110
005600     COPY RUNLOGREC.                                              000111
005650 WORKING-STORAGE SECTION.                                         000112
005700 01  WS-RUNLOG-STATUS   PIC XX.                                   000113
005750 01  WS-TCH-STATUS      PIC XX.                                   000114
005800 01  WS-EOF-SW          PIC X VALUE "N".                          000115
005850     88  WS-AT-EOF      VALUE "Y".                                000116
005900 01  WS-SORTED-EOF-SW   PIC X VALUE "N".                          000117
005950     88  WS-SORTED-EOF  VALUE "Y".                                000118
006000 01  WS-TCH-OPEN-SW     PIC X VALUE "N".                          000119
006050     88  WS-TCH-OPEN    VALUE "Y".                                000120
006100 01  WS-READ-CNT        PIC 9(7) VALUE ZERO.                      000121
006150 01  WS-EXCEPTION-CNT   PIC 9(7) VALUE ZERO.                      000122
006200 01  WS-UNASSIGNED-CNT  PIC 9(7) VALUE ZERO.                      000123
006250* The term being reported                                         000124
006300 01  WS-STAT-TERM       PIC X(6) VALUE SPACES.                    000125
006350* Graded student/course pairs for the term, loaded from the       000126
006400* grade history so each enrollment needs only a table probe       000127
006450 01  WS-DONE-EOF-SW     PIC X VALUE "N".                          000128
006500     88  WS-DONE-EOF    VALUE "Y".                                000129
006550 78  WS-MAX-DONE        VALUE 9999.                               000130
006600 01  WS-DONE-CNT        PIC 9(4) VALUE ZERO.                      000131
006650 01  WS-DONE-TABLE.                                               000132
006700     05  DONE-ENTRY OCCURS 0 TO WS-MAX-DONE TIMES                 000133
006750             DEPENDING ON WS-DONE-CNT.                            000134
006800         10  DONE-STU-ID  PIC X(9).                               000135
006850         10  DONE-COURSE  PIC X(6).                               000136
006900 01  WS-DONE-IDX        PIC 9(4).                                 000137
006950 01  WS-DONE-FOUND-SW   PIC X VALUE "N".                          000138
007000     88  WS-DONE-FOUND  VALUE "Y".                                000139
007050* One missing grade - department and instructor lead so the       000140
007100* sort groups the report; both are spaces for a section with      000141
007150* no teaching assignment                                          000142
007200 01  WS-MISSING-REC.                                              000143
007250     05  MISS-DEPT      PIC X(3).                                 000144
007300     05  MISS-EMP-ID    PIC X(5).                                 000145
007350     05  MISS-COURSE    PIC X(6).                                 000146
007400     05  MISS-STU-ID    PIC X(9).                                 000147
007450     05  MISS-EMP-NAME  PIC X(10).                                000148
007500     05  MISS-STU-NAME  PIC X(20).                                000149
007550* Control-break fields for the printed groups                     000150
007600 01  WS-FIRST-SW        PIC X VALUE "Y".                          000151
007650     88  WS-FIRST-ROW   VALUE "Y".                                000152
007700 01  WS-PREV-DEPT       PIC X(3).                                 000153
007750 01  WS-PREV-EMP-ID     PIC X(5).                                 000154
007800 01  WS-DEPT-CNT        PIC 9(5) VALUE ZERO.                      000155
007850 01  WS-INSTR-CNT       PIC 9(5) VALUE ZERO.                      000156
007900* Report heading, group, detail and footer lines                  000157
007950 01  WS-HDG-1.                                                    000158
008000     05  FILLER         PIC X(40)                                 000159
008050             VALUE "MISSING GRADES BY INSTRUCTOR - TERM: ".       000160
008100     05  HDG-TERM       PIC X(6).                                 000161
008150 01  WS-HDG-2.                                                    000162
008200     05  FILLER         PIC X(4)  VALUE SPACES.                   000163
008250     05  FILLER         PIC X(8)  VALUE "COURSE".                 000164
008300     05  FILLER         PIC X(11) VALUE "STUDENT ID".             000165
008350     05  FILLER         PIC X(20) VALUE "STUDENT NAME".           000166
008400 01  WS-DEPT-LINE.                                                000167
008450     05  FILLER         PIC X(12) VALUE "DEPARTMENT: ".           000168
008500     05  DPT-CODE       PIC X(3).                                 000169
008550     05  FILLER         PIC X(2)  VALUE SPACES.                   000170
008600     05  DPT-NAME       PIC X(20).                                000171
008650 01  WS-INSTR-LINE.                                               000172
008700     05  FILLER         PIC X(2)  VALUE SPACES.                   000173
008750     05  FILLER         PIC X(12) VALUE "INSTRUCTOR: ".           000174
008800     05  INS-EMP-ID     PIC X(5).                                 000175
008850     05  FILLER         PIC X(2)  VALUE SPACES.                   000176
008900     05  INS-EMP-NAME   PIC X(20).                                000177
008950 01  WS-DETAIL-LINE.                                              000178
009000     05  FILLER         PIC X(4)  VALUE SPACES.                   000179
009050     05  DTL-COURSE     PIC X(6).                                 000180
009100     05  FILLER         PIC X(2)  VALUE SPACES.                   000181
009150     05  DTL-STU-ID     PIC X(9).                                 000182
009200     05  FILLER         PIC X(2)  VALUE SPACES.                   000183
009250     05  DTL-STU-NAME   PIC X(20).                                000184
009300 01  WS-INSTR-TOTAL.                                              000185
009350     05  FILLER         PIC X(4)  VALUE SPACES.                   000186
009400     05  FILLER         PIC X(28)                                 000187
009450             VALUE "INSTRUCTOR MISSING GRADES:".                  000188
009500     05  ITL-CNT        PIC ZZZZ9.                                000189
009550 01  WS-DEPT-TOTAL.                                               000190
009600     05  FILLER         PIC X(2)  VALUE SPACES.                   000191
009650     05  FILLER         PIC X(30)                                 000192
009700             VALUE "DEPARTMENT MISSING GRADES:".                  000193
009750     05  DTT-CNT        PIC ZZZZ9.                                000194
009800 01  WS-FOOTER-1.                                                 000195
009850     05  FILLER         PIC X(22) VALUE "ENROLLMENTS CHECKED:".   000196
009900     05  FTR-READ-CNT   PIC ZZZZZZ9.                              000197
009950 01  WS-FOOTER-2.                                                 000198
010000     05  FILLER         PIC X(22) VALUE "MISSING GRADES:".        000199
010050     05  FTR-EXC-CNT    PIC ZZZZZZ9.                              000200
010100 01  WS-FOOTER-3.                                                 000201
010150     05  FILLER         PIC X(22) VALUE "  NO INSTRUCTOR:".       000202
010200     05  FTR-UNASG-CNT  PIC ZZZZZZ9.                              000203
010250 PROCEDURE DIVISION.                                              000204
010300 0000-MAIN.                                                       000205
010350     PERFORM 1500-GET-STAT-TERM.                                  000206
010400     PERFORM 1800-LOAD-GRADED-PAIRS.                              000207
010450     OPEN INPUT ENROLLMENT-MASTER.                                000208
010500     OPEN INPUT TEACHING-ASSIGNMENT.                              000209
010550     IF WS-TCH-STATUS = "00" OR WS-TCH-STATUS = "05"              000210
010600         SET WS-TCH-OPEN TO TRUE                                  000211
010650     END-IF.                                                      000212
010700     OPEN INPUT EMPLOYEE-MASTER.                                  000213
010750     OPEN INPUT STUDENT-MASTER.                                   000214
010800     OPEN OUTPUT MISSING-UNSORTED.                                000215
010850     PERFORM UNTIL WS-AT-EOF                                      000216
010900         READ ENROLLMENT-MASTER NEXT RECORD                       000217
010950             AT END                                               000218
011000                 SET WS-AT-EOF TO TRUE                            000219
011050             NOT AT END                                           000220
011100                 IF ENRL-TERM OF ENROLLMENT-MASTER-RECORD         000221
011150                         = WS-STAT-TERM                           000222
011200                     ADD 1 TO WS-READ-CNT                         000223
011250                     PERFORM 2000-CHECK-ONE-ENROLLMENT            000224
011300                 END-IF                                           000225
011350         END-READ                                                 000226
011400     END-PERFORM.                                                 000227
011450     CLOSE ENROLLMENT-MASTER.                                     000228
011500     IF WS-TCH-OPEN                                               000229
011550         CLOSE TEACHING-ASSIGNMENT                                000230
011600     END-IF.                                                      000231
011650     CLOSE EMPLOYEE-MASTER.                                       000232
011700     CLOSE STUDENT-MASTER.                                        000233
011750     CLOSE MISSING-UNSORTED.                                      000234
011800     SORT MISSING-SORT-WORK                                       000235
011850         ON ASCENDING KEY SRT-DEPT                                000236
011900         ON ASCENDING KEY SRT-EMP-ID                              000237
011950         ON ASCENDING KEY SRT-COURSE                              000238
012000         ON ASCENDING KEY SRT-STU-ID                              000239
012050         USING MISSING-UNSORTED                                   000240
012100         GIVING MISSING-SORTED.                                   000241
012150     PERFORM 3000-PRINT-REPORT.                                   000242
012200     PERFORM 8000-WRITE-RUN-LOG.                                  000243
012250     STOP RUN.                                                    000244
012300* The requested term comes from STATTERM, else GRDTERM, else      000245
012350* the run year/month                                              000246
012400 1500-GET-STAT-TERM.                                              000247
012450     OPEN INPUT STAT-TERM-CARD.                                   000248
012500     READ STAT-TERM-CARD                                          000249
012550         AT END                                                   000250
012600             CONTINUE                                             000251
012650         NOT AT END                                               000252
012700             IF CTL-STAT-TERM NOT = SPACES                        000253
012750                 MOVE CTL-STAT-TERM TO WS-STAT-TERM               000254
012800             END-IF                                               000255
012850     END-READ.                                                    000256
012900     CLOSE STAT-TERM-CARD.                                        000257
012950     IF WS-STAT-TERM = SPACES                                     000258
013000         OPEN INPUT TERM-CONTROL                                  000259
013050         READ TERM-CONTROL                                        000260
013100             AT END                                               000261
013150                 CONTINUE                                         000262
013200             NOT AT END                                           000263
013250                 IF CTL-TERM NOT = SPACES                         000264
013300                     MOVE CTL-TERM TO WS-STAT-TERM                000265
013350                 END-IF                                           000266
013400         END-READ                                                 000267
013450         CLOSE TERM-CONTROL                                       000268
013500     END-IF.                                                      000269
013550     IF WS-STAT-TERM = SPACES                                     000270
013600         MOVE FUNCTION CURRENT-DATE (1:6) TO WS-STAT-TERM         000271
013650     END-IF.                                                      000272
013700* Load the graded student/course pairs for the reported term      000273
013750 1800-LOAD-GRADED-PAIRS.                                          000274
013800     OPEN INPUT GRADE-HISTORY.                                    000275
013850     PERFORM UNTIL WS-DONE-EOF                                    000276
013900             OR WS-DONE-CNT = WS-MAX-DONE                         000277
013950         READ GRADE-HISTORY                                       000278
014000             AT END                                               000279
014050                 SET WS-DONE-EOF TO TRUE                          000280
014100             NOT AT END                                           000281
014150                 IF HIST-TERM = WS-STAT-TERM                      000282
014200                     ADD 1 TO WS-DONE-CNT                         000283
014250                     MOVE HIST-STU-ID                             000284
014300                         TO DONE-STU-ID (WS-DONE-CNT)             000285
014350                     MOVE HIST-COURSE                             000286
014400                         TO DONE-COURSE (WS-DONE-CNT)             000287
014450                 END-IF                                           000288
014500         END-READ                                                 000289
014550     END-PERFORM.                                                 000290
014600     CLOSE GRADE-HISTORY.                                         000291
014650* An enrollment with no graded pair on file is written to the     000292
014700* unsorted file with its instructor and department                000293
014750 2000-CHECK-ONE-ENROLLMENT.                                       000294
014800     MOVE "N" TO WS-DONE-FOUND-SW.                                000295
014850     PERFORM VARYING WS-DONE-IDX FROM 1 BY 1                      000296
014900             UNTIL WS-DONE-IDX > WS-DONE-CNT                      000297
014950         IF DONE-STU-ID (WS-DONE-IDX) =                           000298
015000                 ENRL-STU-ID OF ENROLLMENT-MASTER-RECORD AND      000299
015050                 DONE-COURSE (WS-DONE-IDX) =                      000300
015100                 ENRL-COURSE OF ENROLLMENT-MASTER-RECORD          000301
015150             SET WS-DONE-FOUND TO TRUE                            000302
015200             EXIT PERFORM                                         000303
015250         END-IF                                                   000304
015300     END-PERFORM.                                                 000305
015350     IF NOT WS-DONE-FOUND                                         000306
015400         ADD 1 TO WS-EXCEPTION-CNT                                000307
015450         MOVE SPACES TO WS-MISSING-REC                            000308
015500         MOVE ENRL-STU-ID OF ENROLLMENT-MASTER-RECORD             000309
015550             TO MISS-STU-ID                                       000310
015600         MOVE ENRL-COURSE OF ENROLLMENT-MASTER-RECORD             000311
015650             TO MISS-COURSE                                       000312
015700         PERFORM 2100-FETCH-INSTRUCTOR                            000313
015750         PERFORM 2200-FETCH-STUDENT-NAME                          000314
015800         WRITE MISSING-UNSORTED-REC FROM WS-MISSING-REC           000315
015850     END-IF.                                                      000316
015900* The section's instructor from the teaching assignment, and      000317
015950* that employee's name and department from the employee master    000318
016000 2100-FETCH-INSTRUCTOR.                                           000319
016050     IF WS-TCH-OPEN                                               000320
016100         MOVE WS-STAT-TERM                                        000321
016150             TO TCH-TERM OF TEACHING-ASSIGNMENT-RECORD            000322
016200         MOVE MISS-COURSE                                         000323
016250             TO TCH-COURSE OF TEACHING-ASSIGNMENT-RECORD          000324
016300         READ TEACHING-ASSIGNMENT                                 000325
016350             INVALID KEY                                          000326
016400                 CONTINUE                                         000327
016450             NOT INVALID KEY                                      000328
016500                 MOVE TCH-EMP-ID OF TEACHING-ASSIGNMENT-RECORD    000329
016550                     TO MISS-EMP-ID                               000330
016600         END-READ                                                 000331
016650     END-IF.                                                      000332
016700     IF MISS-EMP-ID = SPACES                                      000333
016750         ADD 1 TO WS-UNASSIGNED-CNT                               000334
016800     ELSE                                                         000335
016850         MOVE MISS-EMP-ID TO EMP-ID OF EMPLOYEE-MASTER-RECORD     000336
016900         READ EMPLOYEE-MASTER                                     000337
016950             INVALID KEY                                          000338
017000                 MOVE "(UNKNOWN)" TO MISS-EMP-NAME                000339
017050             NOT INVALID KEY                                      000340
017100                 MOVE EMP-NAME OF EMPLOYEE-MASTER-RECORD          000341
017150                     TO MISS-EMP-NAME                             000342
017200                 MOVE EMP-DEPT OF EMPLOYEE-MASTER-RECORD          000343
017250                     TO MISS-DEPT                                 000344
017300         END-READ                                                 000345
017350     END-IF.                                                      000346
017400* The exception line carries the student master name, or a        000347
017450* note when the id is not on the student master                   000348
017500 2200-FETCH-STUDENT-NAME.                                         000349
017550     MOVE MISS-STU-ID TO STU-MAST-ID OF STUDENT-MASTER-RECORD.    000350
017600     READ STUDENT-MASTER                                          000351
017650         INVALID KEY                                              000352
017700             MOVE "(NOT ON STU MASTER)" TO MISS-STU-NAME          000353
017750         NOT INVALID KEY                                          000354
017800             MOVE STU-MAST-NAME OF STUDENT-MASTER-RECORD          000355
017850                 TO MISS-STU-NAME                                 000356
017900     END-READ.                                                    000357
017950* Print the sorted missing grades with a heading for each         000358
018000* department and each instructor within it, and a count under     000359
018050* every group                                                     000360
018100 3000-PRINT-REPORT.                                               000361
018150     OPEN INPUT MISSING-SORTED.                                   000362
018200     OPEN INPUT DEPARTMENT-MASTER.                                000363
018250     OPEN OUTPUT MISSING-REPORT.                                  000364
018300     MOVE WS-STAT-TERM TO HDG-TERM.                               000365
018350     WRITE MISSING-REPORT-LINE FROM WS-HDG-1.                     000366
018400     WRITE MISSING-REPORT-LINE FROM SPACES.                       000367
018450     WRITE MISSING-REPORT-LINE FROM WS-HDG-2.                     000368
018500     PERFORM UNTIL WS-SORTED-EOF                                  000369
018550         READ MISSING-SORTED INTO WS-MISSING-REC                  000370
018600             AT END                                               000371
018650                 SET WS-SORTED-EOF TO TRUE                        000372
018700             NOT AT END                                           000373
018750                 PERFORM 3100-PRINT-ONE-MISSING                   000374
018800         END-READ                                                 000375
018850     END-PERFORM.                                                 000376
018900     IF NOT WS-FIRST-ROW                                          000377
018950         PERFORM 3400-PRINT-INSTR-TOTAL                           000378
019000         PERFORM 3500-PRINT-DEPT-TOTAL                            000379
019050     END-IF.                                                      000380
019100     PERFORM 7000-PRINT-REPORT-TOTALS.                            000381
019150     CLOSE MISSING-SORTED.                                        000382
019200     CLOSE DEPARTMENT-MASTER.                                     000383
019250     CLOSE MISSING-REPORT.                                        000384
019300* Break on a new department or instructor before the line         000385
019350 3100-PRINT-ONE-MISSING.                                          000386
019400     IF WS-FIRST-ROW OR MISS-DEPT NOT = WS-PREV-DEPT              000387
019450         IF NOT WS-FIRST-ROW                                      000388
019500             PERFORM 3400-PRINT-INSTR-TOTAL                       000389
019550             PERFORM 3500-PRINT-DEPT-TOTAL                        000390
019600         END-IF                                                   000391
019650         PERFORM 3200-PRINT-DEPT-HEADING                          000392
019700         PERFORM 3300-PRINT-INSTR-HEADING                         000393
019750     ELSE                                                         000394
019800         IF MISS-EMP-ID NOT = WS-PREV-EMP-ID                      000395
019850             PERFORM 3400-PRINT-INSTR-TOTAL                       000396
019900             PERFORM 3300-PRINT-INSTR-HEADING                     000397
019950         END-IF                                                   000398
020000     END-IF.                                                      000399
020050     MOVE "N" TO WS-FIRST-SW.                                     000400
020100     MOVE MISS-COURSE   TO DTL-COURSE.                            000401
020150     MOVE MISS-STU-ID   TO DTL-STU-ID.                            000402
020200     MOVE MISS-STU-NAME TO DTL-STU-NAME.                          000403
020250     WRITE MISSING-REPORT-LINE FROM WS-DETAIL-LINE.               000404
020300     ADD 1 TO WS-INSTR-CNT.                                       000405
020350     ADD 1 TO WS-DEPT-CNT.                                        000406
020400* Department heading - the name from the department master, or    000407
020450* UNASSIGNED for sections with no instructor or department        000408
020500 3200-PRINT-DEPT-HEADING.                                         000409
020550     MOVE MISS-DEPT TO WS-PREV-DEPT.                              000410
020600     MOVE ZERO TO WS-DEPT-CNT.                                    000411
020650     MOVE MISS-DEPT TO DPT-CODE.                                  000412
020700     IF MISS-DEPT = SPACES                                        000413
020750         MOVE "UNASSIGNED" TO DPT-NAME                            000414
020800     ELSE                                                         000415
020850         MOVE MISS-DEPT TO DEPT-CODE OF DEPARTMENT-MASTER-RECORD  000416
020900         READ DEPARTMENT-MASTER                                   000417
020950             INVALID KEY                                          000418
021000                 MOVE "(NOT ON DEPT MASTER)" TO DPT-NAME          000419
021050             NOT INVALID KEY                                      000420
021100                 MOVE DEPT-NAME OF DEPARTMENT-MASTER-RECORD       000421
021150                     TO DPT-NAME                                  000422
021200         END-READ                                                 000423
021250     END-IF.                                                      000424
021300     WRITE MISSING-REPORT-LINE FROM SPACES.                       000425
021350     WRITE MISSING-REPORT-LINE FROM WS-DEPT-LINE.                 000426
021400* Instructor heading within the department                        000427
021450 3300-PRINT-INSTR-HEADING.                                        000428
021500     MOVE MISS-EMP-ID TO WS-PREV-EMP-ID.                          000429
021550     MOVE ZERO TO WS-INSTR-CNT.                                   000430
021600     MOVE MISS-EMP-ID TO INS-EMP-ID.                              000431
021650     IF MISS-EMP-ID = SPACES                                      000432
021700         MOVE "(NO INSTRUCTOR)" TO INS-EMP-NAME                   000433
021750     ELSE                                                         000434
021800         MOVE MISS-EMP-NAME TO INS-EMP-NAME                       000435
021850     END-IF.                                                      000436
021900     WRITE MISSING-REPORT-LINE FROM WS-INSTR-LINE.                000437
021950* Count of missing grades under the instructor just printed       000438
022000 3400-PRINT-INSTR-TOTAL.                                          000439
022050     MOVE WS-INSTR-CNT TO ITL-CNT.                                000440
022100     WRITE MISSING-REPORT-LINE FROM WS-INSTR-TOTAL.               000441
022150* Count of missing grades under the department just printed       000442
022200 3500-PRINT-DEPT-TOTAL.                                           000443
022250     MOVE WS-DEPT-CNT TO DTT-CNT.                                 000444
022300     WRITE MISSING-REPORT-LINE FROM WS-DEPT-TOTAL.                000445
022350* Print the checked/missing/unassigned totals under the report    000446
022400 7000-PRINT-REPORT-TOTALS.                                        000447
022450     MOVE WS-READ-CNT       TO FTR-READ-CNT.                      000448
022500     MOVE WS-EXCEPTION-CNT  TO FTR-EXC-CNT.                       000449
022550     MOVE WS-UNASSIGNED-CNT TO FTR-UNASG-CNT.                     000450
022600     WRITE MISSING-REPORT-LINE FROM SPACES.                       000451
022650     WRITE MISSING-REPORT-LINE FROM WS-FOOTER-1.                  000452
022700     WRITE MISSING-REPORT-LINE FROM WS-FOOTER-2.                  000453
022750     WRITE MISSING-REPORT-LINE FROM WS-FOOTER-3.                  000454
022800* Append this run's records-read/records-written to the shared    000455
022850* run-log for the nightly batch-window reconciliation             000456
022900 8000-WRITE-RUN-LOG.                                              000457
022950     OPEN EXTEND RUN-LOG.                                         000458
023000     IF WS-RUNLOG-STATUS = "35"                                   000459
023050         OPEN OUTPUT RUN-LOG                                      000460
023100     END-IF.                                                      000461
023150     MOVE "GRDMISS" TO RUNLOG-PROGRAM.                            000462
023200     MOVE FUNCTION CURRENT-DATE (1:14) TO RUNLOG-TIMESTAMP.       000463
023250     MOVE WS-READ-CNT TO RUNLOG-RECORDS-READ.                     000464
023300     MOVE WS-EXCEPTION-CNT TO RUNLOG-RECORDS-WRITTEN.             000465
023350     WRITE RUN-LOG-RECORD.                                        000466
023400     CLOSE RUN-LOG.                                               000467
