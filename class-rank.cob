000100 IDENTIFICATION DIVISION.                                         000001
000150 PROGRAM-ID. CLASS-RANK.                                          000002
000200* End-of-term class-rank run - computes every student's           000003
000250* credit-weighted term GPA and cumulative GPA through the term    000004
000300* from GRADE-HISTORY and the catalog credit hours, the way        000005
000350* TRANSCRIPT does, for every student not withdrawn who earned     000006
000400* GPA credit in the term. Ranks them within the term and within   000007
000450* their declared-program cohort, orders by term GPA then          000008
000500* cumulative GPA with students level on both sharing a            000009
000550* position, and prints rank, percentile and decile. Ranks are     000010
000600* kept on RANK-MASTER for TRANSCRIPT and STU-INQUIRY. The term    000011
000650* comes from STATTERM, else the current GRDTERM, else the run     000012
000700* year/month                                                      000013
000750 ENVIRONMENT DIVISION.                                            000014
000800 INPUT-OUTPUT SECTION.                                            000015
000850 FILE-CONTROL.                                                    000016
000900     SELECT GRADE-HISTORY ASSIGN TO "GRDHIST"                     000017
000950         ORGANIZATION IS INDEXED                                  000018
001000         ACCESS MODE IS SEQUENTIAL                                000019
001050         RECORD KEY IS HIST-KEY OF GRADE-HISTORY-REC.             000020
001100* Student master - status, name and declared program              000021
001150     SELECT STUDENT-MASTER ASSIGN TO "STUMAST"                    000022
001200         ORGANIZATION IS INDEXED                                  000023
001250         ACCESS MODE IS DYNAMIC                                   000024
001300         RECORD KEY IS STU-MAST-ID OF STUDENT-MASTER-RECORD.      000025
001350* Course catalog - keyed reads give each course's credit hours    000026
001400     SELECT COURSE-CATALOG ASSIGN TO "CRSMAST"                    000027
001450         ORGANIZATION IS INDEXED                                  000028
001500         ACCESS MODE IS DYNAMIC                                   000029
001550         RECORD KEY IS COURSE-CODE OF COURSE-CATALOG-RECORD.      000030
001600* Letter-grade band cutoffs - optional, defaults to a standard    000031
001650* A/B/C/D/F 90/80/70/60/0 scale when the parameter file is absent 000032
001700     SELECT OPTIONAL GRADE-PARAMETERS ASSIGN TO "GRDPARM"         000033
001750         ORGANIZATION IS LINE SEQUENTIAL.                         000034
001800* Requested term - optional                                       000035
001850     SELECT OPTIONAL STAT-TERM-CARD ASSIGN TO "STATTERM"          000036
001900         ORGANIZATION IS LINE SEQUENTIAL.                         000037
001950* Current term - optional, the fallback when no STATTERM card     000038
002000* is present                                                      000039
002050     SELECT OPTIONAL TERM-CONTROL ASSIGN TO "GRDTERM"             000040
002100         ORGANIZATION IS LINE SEQUENTIAL.                         000041
002150* One work record per ranked student, sorted once into program    000042
002200* cohort order and once into class order                          000043
002250     SELECT RANK-UNSORTED ASSIGN TO "RANKUNS"                     000044
002300         ORGANIZATION IS LINE SEQUENTIAL.                         000045
002350     SELECT RANK-SORT-WORK ASSIGN TO "RANKSWK".                   000046
002400     SELECT RANK-SORTED ASSIGN TO "RANKSRT"                       000047
002450         ORGANIZATION IS LINE SEQUENTIAL.                         000048
002500* Rank master - one row per student per ranked term               000049
002550     SELECT RANK-MASTER ASSIGN TO "RNKMAST"                       000050
002600         ORGANIZATION IS INDEXED                                  000051
002650         ACCESS MODE IS DYNAMIC                                   000052
002700         RECORD KEY IS RANK-KEY OF RANK-MASTER-RECORD             000053
002750         FILE STATUS IS WS-RANK-STATUS.                           000054
002800* Printed class-rank list                                         000055
002850     SELECT RANK-REPORT ASSIGN TO "RANKRPT"                       000056
002900         ORGANIZATION IS LINE SEQUENTIAL.                         000057
002950* Run-level control-total log - every batch program appends its   000058
003000* records-read/written counts here for nightly reconciliation     000059
003050     SELECT RUN-LOG ASSIGN TO "RUNLOG"                            000060
003100         ORGANIZATION IS LINE SEQUENTIAL                          000061
003150         FILE STATUS IS WS-RUNLOG-STATUS.                         000062
003200 DATA DIVISION.                                                   000063
003250 FILE SECTION.                                                    000064
003300 FD  GRADE-HISTORY.                                               000065
003350 01  GRADE-HISTORY-REC.                                           000066
003400     COPY GRDHISTREC.                                             000067
003450 FD  STUDENT-MASTER.                                              000068
003500 01  STUDENT-MASTER-RECORD.                                       000069
003550     COPY STUREC.                                                 000070
003600 FD  COURSE-CATALOG.                                              000071
003650 01  COURSE-CATALOG-RECORD.                                       000072
003700     COPY CRSREC.                                                 000073
003750 FD  GRADE-PARAMETERS.                                            000074
003800 01  GRADE-PARAMETER-REC.                                         000075
003850     COPY GRDBAND.                                                000076
003900 FD  STAT-TERM-CARD.                                              000077
003950 01  STAT-TERM-REC.                                               000078
004000     05  CTL-STAT-TERM  PIC X(6).                                 000079
004050 FD  TERM-CONTROL.                                                000080
004100 01  TERM-CONTROL-REC.                                            000081
004150     05  CTL-TERM    PIC X(6).                                    000082
004200 FD  RANK-UNSORTED.                                               000083
004250 01  RANK-UNSORTED-REC.                                           000084
004300     COPY RNKWKREC.                                               000085
004350 SD  RANK-SORT-WORK.                                              000086
004400 01  RANK-SORT-RECORD.                                            000087
004450     COPY RNKWKREC.                                               000088
004500 FD  RANK-SORTED.                                                 000089
004550 01  RANK-SORTED-REC.                                             000090
004600     COPY RNKWKREC.                                               000091
004650 FD  RANK-MASTER.                                                 000092
004700 01  RANK-MASTER-RECORD.                                          000093
004750     COPY RNKREC.                                                 000094
004800 FD  RANK-REPORT.                                                 000095
004850 01  RANK-REPORT-LINE  PIC X(80).                                 000096
004900 FD  RUN-LOG.                                                     000097
004950 01  RUN-LOG-RECORD.                                              000098
005000     COPY RUNLOGREC.                                              000099
005050 WORKING-STORAGE SECTION.                                         000100
005100 01  WS-RUNLOG-STATUS  PIC XX.                                    000101
005150 01  WS-RANK-STATUS    PIC XX.                                    000102
005200 01  WS-EOF-SW         PIC X VALUE "N".                           000103
005250     88  WS-AT-EOF     VALUE "Y".                                 000104
005300 01  WS-READ-CNT       PIC 9(7) VALUE ZERO.                       000105
005350 01  WS-RANKED-CNT     PIC 9(5) VALUE ZERO.                       000106
005400 01  WS-WITHDRAWN-CNT  PIC 9(5) VALUE ZERO.                       000107
005450 01  WS-NO-CREDIT-CNT  PIC 9(5) VALUE ZERO.                       000108
005500* The term being ranked                                           000109
005550 01  WS-STAT-TERM      PIC X(6) VALUE SPACES.                     000110
005600* The student whose history is being accumulated                  000111
005650 01  WS-CURR-STU-ID    PIC X(9).                                  000112
005700 01  WS-STU-STARTED-SW PIC X VALUE "N".                           000113
005750     88  WS-STU-STARTED VALUE "Y".                                000114
005800* Set when the student has grade history in the ranked term       000115
005850 01  WS-IN-TERM-SW     PIC X VALUE "N".                           000116
005900     88  WS-IN-TERM    VALUE "Y".                                 000117
005950 01  WS-WITHDRAWN-SW   PIC X VALUE "N".                           000118
006000     88  WS-STU-WITHDRAWN VALUE "Y".                              000119
006050* Credit-weighted GPA accumulation, as on the transcript - the    000120
006100* term's own totals and the cumulative totals through the term    000121
006150 01  WS-CRS-CREDITS    PIC 99.                                    000122
006200 01  WS-QUAL-POINTS    PIC S99.                                   000123
006250 01  WS-TERM-QP        PIC 9(7)V99.                               000124
006300 01  WS-TERM-CREDITS   PIC 9(5).                                  000125
006350 01  WS-CUM-QP         PIC 9(7)V99.                               000126
006400 01  WS-CUM-CREDITS    PIC 9(5).                                  000127
006450* Letter-grade bands, highest cutoff first - GRD-MIN-SCORE is the 000128
006500* lowest score that still earns GRD-LETTER                        000129
006550 78  WS-MAX-BANDS       VALUE 10.                                 000130
006600 01  WS-BAND-CNT        PIC 99 VALUE ZERO.                        000131
006650 01  GRD-BAND-TABLE.                                              000132
006700     05  GRD-BAND OCCURS 1 TO WS-MAX-BANDS TIMES                  000133
006750             DEPENDING ON WS-BAND-CNT.                            000134
006800         COPY GRDBAND.                                            000135
006850 01  WS-BAND-IDX        PIC 99.                                   000136
006900* Ranked students per declared program, for the cohort sizes      000137
006950 78  WS-MAX-COHORTS    VALUE 60.                                  000138
007000 01  WS-COH-CNT        PIC 99 VALUE ZERO.                         000139
007050 01  WS-COHORT-TABLE.                                             000140
007100     05  COH-ENTRY OCCURS 0 TO WS-MAX-COHORTS TIMES               000141
007150             DEPENDING ON WS-COH-CNT.                             000142
007200         10  COH-PROGRAM     PIC X(6).                            000143
007250         10  COH-SIZE        PIC 9(5).                            000144
007300 01  WS-COH-IDX        PIC 99.                                    000145
007350* Position assignment - the running sequence, the shared          000146
007400* position for students level on both GPAs, and the previous      000147
007450* student's GPAs and program                                      000148
007500 01  WS-SEQ            PIC 9(5).                                  000149
007550 01  WS-POSITION       PIC 9(5).                                  000150
007600 01  WS-PREV-PROGRAM   PIC X(6).                                  000151
007650 01  WS-PREV-TERM-GPA  PIC 9V99.                                  000152
007700 01  WS-PREV-CUM-GPA   PIC 9V99.                                  000153
007750 01  WS-PERCENTILE     PIC 9(3).                                  000154
007800 01  WS-DECILE         PIC 99.                                    000155
007850* Report heading, detail and footer lines                         000156
007900 01  WS-HDG-1.                                                    000157
007950     05  FILLER        PIC X(25)                                  000158
008000             VALUE "CLASS RANK LIST - TERM: ".                    000159
008050     05  HDG-TERM      PIC X(6).                                  000160
008100 01  WS-HDG-2.                                                    000161
008150     05  FILLER        PIC X(6)  VALUE "RANK".                    000162
008200     05  FILLER        PIC X(10) VALUE "STUDENT".                 000163
008250     05  FILLER        PIC X(21) VALUE "NAME".                    000164
008300     05  FILLER        PIC X(7)  VALUE "PROG".                    000165
008350     05  FILLER        PIC X(6)  VALUE "TERM".                    000166
008400     05  FILLER        PIC X(6)  VALUE "CUM".                     000167
008450     05  FILLER        PIC X(5)  VALUE "PCTL".                    000168
008500     05  FILLER        PIC X(4)  VALUE "DEC".                     000169
008550     05  FILLER        PIC X(9)  VALUE "COHORT".                  000170
008600 01  WS-DETAIL-LINE.                                              000171
008650     05  DTL-POSITION  PIC ZZZZ9.                                 000172
008700     05  FILLER        PIC X VALUE SPACE.                         000173
008750     05  DTL-STU-ID    PIC X(9).                                  000174
008800     05  FILLER        PIC X VALUE SPACE.                         000175
008850     05  DTL-STU-NAME  PIC X(20).                                 000176
008900     05  FILLER        PIC X VALUE SPACE.                         000177
008950     05  DTL-PROGRAM   PIC X(6).                                  000178
009000     05  FILLER        PIC X VALUE SPACE.                         000179
009050     05  DTL-TERM-GPA  PIC 9.99.                                  000180
009100     05  FILLER        PIC X(2) VALUE SPACES.                     000181
009150     05  DTL-CUM-GPA   PIC 9.99.                                  000182
009200     05  FILLER        PIC X(2) VALUE SPACES.                     000183
009250     05  DTL-PERCENTILE PIC ZZ9.                                  000184
009300     05  FILLER        PIC X(2) VALUE SPACES.                     000185
009350     05  DTL-DECILE    PIC Z9.                                    000186
009400     05  FILLER        PIC X(2) VALUE SPACES.                     000187
009450     05  DTL-COHORT-POS PIC ZZZ9.                                 000188
009500     05  DTL-COHORT-SEP PIC X.                                    000189
009550     05  DTL-COHORT-SIZE PIC ZZZ9.                                000190
009600 01  WS-FOOTER-1.                                                 000191
009650     05  FILLER        PIC X(32) VALUE "STUDENTS RANKED:".        000192
009700     05  FTR-RANKED    PIC ZZZZ9.                                 000193
009750 01  WS-FOOTER-2.                                                 000194
009800     05  FILLER        PIC X(32)                                  000195
009850             VALUE "WITHDRAWN - NOT RANKED:".                     000196
009900     05  FTR-WITHDRAWN PIC ZZZZ9.                                 000197
009950 01  WS-FOOTER-3.                                                 000198
010000     05  FILLER        PIC X(32)                                  000199
010050             VALUE "NO GPA CREDIT - NOT RANKED:".                 000200
010100     05  FTR-NO-CREDIT PIC ZZZZ9.                                 000201
010150 PROCEDURE DIVISION.                                              000202
010200 0000-MAIN.                                                       000203
010250     PERFORM 1000-LOAD-GRADE-BANDS.                               000204
010300     PERFORM 1500-GET-STAT-TERM.                                  000205
010350     OPEN INPUT GRADE-HISTORY.                                    000206
010400     OPEN INPUT STUDENT-MASTER.                                   000207
010450     OPEN INPUT COURSE-CATALOG.                                   000208
010500     OPEN OUTPUT RANK-UNSORTED.                                   000209
010550     PERFORM UNTIL WS-AT-EOF                                      000210
010600         READ GRADE-HISTORY                                       000211
010650             AT END                                               000212
010700                 SET WS-AT-EOF TO TRUE                            000213
010750             NOT AT END                                           000214
010800                 ADD 1 TO WS-READ-CNT                             000215
010850                 IF NOT WS-STU-STARTED OR                         000216
010900                         HIST-STU-ID OF GRADE-HISTORY-REC         000217
010950                         NOT = WS-CURR-STU-ID                     000218
011000                     PERFORM 2000-START-STUDENT                   000219
011050                 END-IF                                           000220
011100                 IF HIST-TERM OF GRADE-HISTORY-REC                000221
011150                         NOT > WS-STAT-TERM                       000222
011200                     PERFORM 2100-ACCUMULATE-GPA                  000223
011250                 END-IF                                           000224
011300         END-READ                                                 000225
011350     END-PERFORM.                                                 000226
011400     IF WS-STU-STARTED                                            000227
011450         PERFORM 2500-FINISH-STUDENT                              000228
011500     END-IF.                                                      000229
011550     CLOSE GRADE-HISTORY.                                         000230
011600     CLOSE COURSE-CATALOG.                                        000231
011650     CLOSE RANK-UNSORTED.                                         000232
011700     OPEN I-O RANK-MASTER.                                        000233
011750     IF WS-RANK-STATUS = "35"                                     000234
011800         OPEN OUTPUT RANK-MASTER                                  000235
011850         CLOSE RANK-MASTER                                        000236
011900         OPEN I-O RANK-MASTER                                     000237
011950     END-IF.                                                      000238
012000     SORT RANK-SORT-WORK                                          000239
012050         ON ASCENDING KEY RW-PROGRAM OF RANK-SORT-RECORD          000240
012100         ON DESCENDING KEY RW-TERM-GPA OF RANK-SORT-RECORD        000241
012150         ON DESCENDING KEY RW-CUM-GPA OF RANK-SORT-RECORD         000242
012200         ON ASCENDING KEY RW-STU-ID OF RANK-SORT-RECORD           000243
012250         USING RANK-UNSORTED                                      000244
012300         GIVING RANK-SORTED.                                      000245
012350     PERFORM 3000-ASSIGN-COHORT-RANKS.                            000246
012400     SORT RANK-SORT-WORK                                          000247
012450         ON DESCENDING KEY RW-TERM-GPA OF RANK-SORT-RECORD        000248
012500         ON DESCENDING KEY RW-CUM-GPA OF RANK-SORT-RECORD         000249
012550         ON ASCENDING KEY RW-STU-ID OF RANK-SORT-RECORD           000250
012600         USING RANK-UNSORTED                                      000251
012650         GIVING RANK-SORTED.                                      000252
012700     OPEN OUTPUT RANK-REPORT.                                     000253
012750     MOVE WS-STAT-TERM TO HDG-TERM.                               000254
012800     WRITE RANK-REPORT-LINE FROM WS-HDG-1.                        000255
012850     WRITE RANK-REPORT-LINE FROM SPACES.                          000256
012900     WRITE RANK-REPORT-LINE FROM WS-HDG-2.                        000257
012950     WRITE RANK-REPORT-LINE FROM SPACES.                          000258
013000     PERFORM 4000-ASSIGN-CLASS-RANKS.                             000259
013050     PERFORM 7000-PRINT-REPORT-TOTALS.                            000260
013100     CLOSE STUDENT-MASTER.                                        000261
013150     CLOSE RANK-MASTER.                                           000262
013200     CLOSE RANK-REPORT.                                           000263
013250     PERFORM 8000-WRITE-RUN-LOG.                                  000264
013300     STOP RUN.                                                    000265
013350* Read the band cutoffs from GRDPARM, highest cutoff first; fall  000266
013400* back to a standard A/B/C/D/F 90/80/70/60/0 scale when the       000267
013450* parameter file is missing or empty                              000268
013500 1000-LOAD-GRADE-BANDS.                                           000269
013550     OPEN INPUT GRADE-PARAMETERS.                                 000270
013600     PERFORM UNTIL WS-BAND-CNT = WS-MAX-BANDS                     000271
013650         READ GRADE-PARAMETERS                                    000272
013700             AT END                                               000273
013750                 EXIT PERFORM                                     000274
013800             NOT AT END                                           000275
013850                 ADD 1 TO WS-BAND-CNT                             000276
013900                 MOVE GRADE-PARAMETER-REC                         000277
013950                     TO GRD-BAND (WS-BAND-CNT)                    000278
014000         END-READ                                                 000279
014050     END-PERFORM.                                                 000280
014100     CLOSE GRADE-PARAMETERS.                                      000281
014150     IF WS-BAND-CNT = 0                                           000282
014200         MOVE 5 TO WS-BAND-CNT                                    000283
014250         MOVE "A" TO GRD-LETTER OF GRD-BAND (1)                   000284
014300         MOVE 090 TO GRD-MIN-SCORE OF GRD-BAND (1)                000285
014350         MOVE "B" TO GRD-LETTER OF GRD-BAND (2)                   000286
014400         MOVE 080 TO GRD-MIN-SCORE OF GRD-BAND (2)                000287
014450         MOVE "C" TO GRD-LETTER OF GRD-BAND (3)                   000288
014500         MOVE 070 TO GRD-MIN-SCORE OF GRD-BAND (3)                000289
014550         MOVE "D" TO GRD-LETTER OF GRD-BAND (4)                   000290
014600         MOVE 060 TO GRD-MIN-SCORE OF GRD-BAND (4)                000291
014650         MOVE "F" TO GRD-LETTER OF GRD-BAND (5)                   000292
014700         MOVE 000 TO GRD-MIN-SCORE OF GRD-BAND (5)                000293
014750     END-IF.                                                      000294
014800* The requested term comes from STATTERM, else GRDTERM, else      000295
014850* the run year/month                                              000296
014900 1500-GET-STAT-TERM.                                              000297
014950     OPEN INPUT STAT-TERM-CARD.                                   000298
015000     READ STAT-TERM-CARD                                          000299
015050         AT END                                                   000300
015100             CONTINUE                                             000301
015150         NOT AT END                                               000302
015200             IF CTL-STAT-TERM NOT = SPACES                        000303
015250                 MOVE CTL-STAT-TERM TO WS-STAT-TERM               000304
015300             END-IF                                               000305
015350     END-READ.                                                    000306
015400     CLOSE STAT-TERM-CARD.                                        000307
015450     IF WS-STAT-TERM = SPACES                                     000308
015500         OPEN INPUT TERM-CONTROL                                  000309
015550         READ TERM-CONTROL                                        000310
015600             AT END                                               000311
015650                 CONTINUE                                         000312
015700             NOT AT END                                           000313
015750                 IF CTL-TERM NOT = SPACES                         000314
015800                     MOVE CTL-TERM TO WS-STAT-TERM                000315
015850                 END-IF                                           000316
015900         END-READ                                                 000317
015950         CLOSE TERM-CONTROL                                       000318
016000     END-IF.                                                      000319
016050     IF WS-STAT-TERM = SPACES                                     000320
016100         MOVE FUNCTION CURRENT-DATE (1:6) TO WS-STAT-TERM         000321
016150     END-IF.                                                      000322
016200* Close out the prior student and reset the totals for the next   000323
016250 2000-START-STUDENT.                                              000324
016300     IF WS-STU-STARTED                                            000325
016350         PERFORM 2500-FINISH-STUDENT                              000326
016400     END-IF.                                                      000327
016450     MOVE HIST-STU-ID OF GRADE-HISTORY-REC TO WS-CURR-STU-ID.     000328
016500     SET WS-STU-STARTED TO TRUE.                                  000329
016550     MOVE ZERO TO WS-TERM-QP.                                     000330
016600     MOVE ZERO TO WS-TERM-CREDITS.                                000331
016650     MOVE ZERO TO WS-CUM-QP.                                      000332
016700     MOVE ZERO TO WS-CUM-CREDITS.                                 000333
016750     MOVE "N" TO WS-IN-TERM-SW.                                   000334
016800* Weight the letter's 4.0-scale quality points by the course's    000335
016850* credit hours, as TRANSCRIPT does, into the cumulative totals    000336
016900* and, for the ranked term, the term totals                       000337
016950 2100-ACCUMULATE-GPA.                                             000338
017000     IF HIST-TERM OF GRADE-HISTORY-REC = WS-STAT-TERM             000339
017050         SET WS-IN-TERM TO TRUE                                   000340
017100     END-IF.                                                      000341
017150     PERFORM 2200-FETCH-COURSE-CREDITS.                           000342
017200     PERFORM 2300-FIND-LETTER-BAND.                               000343
017250     IF WS-BAND-IDX > WS-BAND-CNT OR WS-CRS-CREDITS = ZERO        000344
017300         CONTINUE                                                 000345
017350     ELSE                                                         000346
017400         COMPUTE WS-QUAL-POINTS = WS-BAND-CNT - WS-BAND-IDX       000347
017450         COMPUTE WS-CUM-QP =                                      000348
017500             WS-CUM-QP + WS-CRS-CREDITS * WS-QUAL-POINTS          000349
017550         ADD WS-CRS-CREDITS TO WS-CUM-CREDITS                     000350
017600         IF HIST-TERM OF GRADE-HISTORY-REC = WS-STAT-TERM         000351
017650             COMPUTE WS-TERM-QP =                                 000352
017700                 WS-TERM-QP + WS-CRS-CREDITS * WS-QUAL-POINTS     000353
017750             ADD WS-CRS-CREDITS TO WS-TERM-CREDITS                000354
017800         END-IF                                                   000355
017850     END-IF.                                                      000356
017900* The course's catalog credit hours - none when the course is     000357
017950* off the catalog                                                 000358
018000 2200-FETCH-COURSE-CREDITS.                                       000359
018050     MOVE HIST-COURSE OF GRADE-HISTORY-REC                        000360
018100         TO COURSE-CODE OF COURSE-CATALOG-RECORD.                 000361
018150     READ COURSE-CATALOG                                          000362
018200         INVALID KEY                                              000363
018250             MOVE ZERO TO WS-CRS-CREDITS                          000364
018300         NOT INVALID KEY                                          000365
018350             IF COURSE-CREDITS OF COURSE-CATALOG-RECORD           000366
018400                     IS NUMERIC                                   000367
018450                 MOVE COURSE-CREDITS OF COURSE-CATALOG-RECORD     000368
018500                     TO WS-CRS-CREDITS                            000369
018550             ELSE                                                 000370
018600                 MOVE ZERO TO WS-CRS-CREDITS                      000371
018650             END-IF                                               000372
018700     END-READ.                                                    000373
018750* Locate the record's letter in the band table; a letter no       000374
018800* longer on the scale leaves the index past the table             000375
018850 2300-FIND-LETTER-BAND.                                           000376
018900     PERFORM VARYING WS-BAND-IDX FROM 1 BY 1                      000377
018950             UNTIL WS-BAND-IDX > WS-BAND-CNT                      000378
019000         IF GRD-LETTER OF GRD-BAND (WS-BAND-IDX)                  000379
019050                 = HIST-LETTER OF GRADE-HISTORY-REC               000380
019100             EXIT PERFORM                                         000381
019150         END-IF                                                   000382
019200     END-PERFORM.                                                 000383
019250* A student with GPA credit in the term and not withdrawn is      000384
019300* written to the rank work file and counted in the cohort         000385
019350 2500-FINISH-STUDENT.                                             000386
019400     IF WS-TERM-CREDITS = ZERO                                    000387
019450         CONTINUE                                                 000388
019500     ELSE                                                         000389
019550         MOVE WS-CURR-STU-ID                                      000390
019600             TO STU-MAST-ID OF STUDENT-MASTER-RECORD              000391
019650         MOVE "N" TO WS-WITHDRAWN-SW                              000392
019700         READ STUDENT-MASTER                                      000393
019750             INVALID KEY                                          000394
019800                 MOVE "(NOT ON STU MASTER)"                       000395
019850                     TO RW-STU-NAME OF RANK-UNSORTED-REC          000396
019900                 MOVE SPACES TO RW-PROGRAM OF RANK-UNSORTED-REC   000397
019950             NOT INVALID KEY                                      000398
020000                 MOVE STU-MAST-NAME OF STUDENT-MASTER-RECORD      000399
020050                     TO RW-STU-NAME OF RANK-UNSORTED-REC          000400
020100                 MOVE STU-MAST-PROGRAM OF STUDENT-MASTER-RECORD   000401
020150                     TO RW-PROGRAM OF RANK-UNSORTED-REC           000402
020200                 IF STU-MAST-STATUS OF STUDENT-MASTER-RECORD = "W"000403
020250                     SET WS-STU-WITHDRAWN TO TRUE                 000404
020300                 END-IF                                           000405
020350         END-READ                                                 000406
020400         IF WS-STU-WITHDRAWN                                      000407
020450             ADD 1 TO WS-WITHDRAWN-CNT                            000408
020500         ELSE                                                     000409
020550             PERFORM 2600-WRITE-RANK-WORK                         000410
020600         END-IF                                                   000411
020650     END-IF.                                                      000412
020700     IF WS-TERM-CREDITS = ZERO AND WS-IN-TERM                     000413
020750         ADD 1 TO WS-NO-CREDIT-CNT                                000414
020800     END-IF.                                                      000415
020850* Write the student's work record with both GPAs                  000416
020900 2600-WRITE-RANK-WORK.                                            000417
020950     MOVE WS-CURR-STU-ID TO RW-STU-ID OF RANK-UNSORTED-REC.       000418
021000     COMPUTE RW-TERM-GPA OF RANK-UNSORTED-REC ROUNDED =           000419
021050         WS-TERM-QP / WS-TERM-CREDITS.                            000420
021100     COMPUTE RW-CUM-GPA OF RANK-UNSORTED-REC ROUNDED =            000421
021150         WS-CUM-QP / WS-CUM-CREDITS.                              000422
021200     WRITE RANK-UNSORTED-REC.                                     000423
021250     ADD 1 TO WS-RANKED-CNT.                                      000424
021300     PERFORM VARYING WS-COH-IDX FROM 1 BY 1                       000425
021350             UNTIL WS-COH-IDX > WS-COH-CNT                        000426
021400         IF COH-PROGRAM (WS-COH-IDX) =                            000427
021450                 RW-PROGRAM OF RANK-UNSORTED-REC                  000428
021500             EXIT PERFORM                                         000429
021550         END-IF                                                   000430
021600     END-PERFORM.                                                 000431
021650     IF WS-COH-IDX > WS-COH-CNT AND WS-COH-CNT < WS-MAX-COHORTS   000432
021700         ADD 1 TO WS-COH-CNT                                      000433
021750         MOVE WS-COH-CNT TO WS-COH-IDX                            000434
021800         MOVE RW-PROGRAM OF RANK-UNSORTED-REC                     000435
021850             TO COH-PROGRAM (WS-COH-IDX)                          000436
021900         MOVE ZERO TO COH-SIZE (WS-COH-IDX)                       000437
021950     END-IF.                                                      000438
022000     IF WS-COH-IDX NOT > WS-COH-CNT                               000439
022050         ADD 1 TO COH-SIZE (WS-COH-IDX)                           000440
022100     END-IF.                                                      000441
022150* Walk the cohort-ordered work file, numbering each program's     000442
022200* students and writing their rank rows. Undeclared students       000443
022250* have no cohort                                                  000444
022300 3000-ASSIGN-COHORT-RANKS.                                        000445
022350     MOVE "N" TO WS-EOF-SW.                                       000446
022400     MOVE HIGH-VALUES TO WS-PREV-PROGRAM.                         000447
022450     OPEN INPUT RANK-SORTED.                                      000448
022500     PERFORM UNTIL WS-AT-EOF                                      000449
022550         READ RANK-SORTED                                         000450
022600             AT END                                               000451
022650                 SET WS-AT-EOF TO TRUE                            000452
022700             NOT AT END                                           000453
022750                 IF RW-PROGRAM OF RANK-SORTED-REC                 000454
022800                         NOT = WS-PREV-PROGRAM                    000455
022850                     MOVE RW-PROGRAM OF RANK-SORTED-REC           000456
022900                         TO WS-PREV-PROGRAM                       000457
022950                     MOVE ZERO TO WS-SEQ                          000458
023000                 END-IF                                           000459
023050                 PERFORM 3100-NEXT-POSITION                       000460
023100                 PERFORM 3200-WRITE-RANK-ROW                      000461
023150         END-READ                                                 000462
023200     END-PERFORM.                                                 000463
023250     CLOSE RANK-SORTED.                                           000464
023300* Advance the sequence; a student level with the one before on    000465
023350* both GPAs keeps the shared position                             000466
023400 3100-NEXT-POSITION.                                              000467
023450     ADD 1 TO WS-SEQ.                                             000468
023500     IF WS-SEQ = 1 OR                                             000469
023550             RW-TERM-GPA OF RANK-SORTED-REC NOT = WS-PREV-TERM-GPA000470
023600             OR RW-CUM-GPA OF RANK-SORTED-REC                     000471
023650                 NOT = WS-PREV-CUM-GPA                            000472
023700         MOVE WS-SEQ TO WS-POSITION                               000473
023750     END-IF.                                                      000474
023800     MOVE RW-TERM-GPA OF RANK-SORTED-REC TO WS-PREV-TERM-GPA.     000475
023850     MOVE RW-CUM-GPA OF RANK-SORTED-REC TO WS-PREV-CUM-GPA.       000476
023900* Write (or on a rerun rewrite) the student's rank row with the   000477
023950* cohort position; the class position follows in the next pass    000478
024000 3200-WRITE-RANK-ROW.                                             000479
024050     MOVE RW-STU-ID OF RANK-SORTED-REC                            000480
024100         TO RANK-STU-ID OF RANK-MASTER-RECORD.                    000481
024150     MOVE WS-STAT-TERM TO RANK-TERM OF RANK-MASTER-RECORD.        000482
024200     MOVE RW-TERM-GPA OF RANK-SORTED-REC                          000483
024250         TO RANK-TERM-GPA OF RANK-MASTER-RECORD.                  000484
024300     MOVE RW-CUM-GPA OF RANK-SORTED-REC                           000485
024350         TO RANK-CUM-GPA OF RANK-MASTER-RECORD.                   000486
024400     MOVE ZERO TO RANK-POSITION OF RANK-MASTER-RECORD.            000487
024450     MOVE WS-RANKED-CNT TO RANK-CLASS-SIZE OF RANK-MASTER-RECORD. 000488
024500     MOVE ZERO TO RANK-PERCENTILE OF RANK-MASTER-RECORD.          000489
024550     MOVE ZERO TO RANK-DECILE OF RANK-MASTER-RECORD.              000490
024600     MOVE RW-PROGRAM OF RANK-SORTED-REC                           000491
024650         TO RANK-PROGRAM OF RANK-MASTER-RECORD.                   000492
024700     IF RW-PROGRAM OF RANK-SORTED-REC = SPACES                    000493
024750         MOVE ZERO TO RANK-COHORT-POS OF RANK-MASTER-RECORD       000494
024800         MOVE ZERO TO RANK-COHORT-SIZE OF RANK-MASTER-RECORD      000495
024850     ELSE                                                         000496
024900         MOVE WS-POSITION TO RANK-COHORT-POS OF RANK-MASTER-RECORD000497
024950         PERFORM VARYING WS-COH-IDX FROM 1 BY 1                   000498
025000                 UNTIL WS-COH-IDX > WS-COH-CNT                    000499
025050             IF COH-PROGRAM (WS-COH-IDX) =                        000500
025100                     RW-PROGRAM OF RANK-SORTED-REC                000501
025150                 MOVE COH-SIZE (WS-COH-IDX)                       000502
025200                     TO RANK-COHORT-SIZE OF RANK-MASTER-RECORD    000503
025250                 EXIT PERFORM                                     000504
025300             END-IF                                               000505
025350         END-PERFORM                                              000506
025400     END-IF.                                                      000507
025450     WRITE RANK-MASTER-RECORD                                     000508
025500         INVALID KEY                                              000509
025550             REWRITE RANK-MASTER-RECORD                           000510
025600     END-WRITE.                                                   000511
025650* Walk the class-ordered work file, numbering the whole class,    000512
025700* completing each rank row with its class position, percentile    000513
025750* and decile, and printing it                                     000514
025800 4000-ASSIGN-CLASS-RANKS.                                         000515
025850     MOVE "N" TO WS-EOF-SW.                                       000516
025900     MOVE ZERO TO WS-SEQ.                                         000517
025950     OPEN INPUT RANK-SORTED.                                      000518
026000     PERFORM UNTIL WS-AT-EOF                                      000519
026050         READ RANK-SORTED                                         000520
026100             AT END                                               000521
026150                 SET WS-AT-EOF TO TRUE                            000522
026200             NOT AT END                                           000523
026250                 PERFORM 3100-NEXT-POSITION                       000524
026300                 PERFORM 4100-COMPLETE-RANK-ROW                   000525
026350         END-READ                                                 000526
026400     END-PERFORM.                                                 000527
026450     CLOSE RANK-SORTED.                                           000528
026500* Percentile is the share of the class at or below the            000529
026550* position; decile 1 is the top tenth of the class                000530
026600 4100-COMPLETE-RANK-ROW.                                          000531
026650     COMPUTE WS-PERCENTILE =                                      000532
026700         (WS-RANKED-CNT - WS-POSITION + 1) * 100 / WS-RANKED-CNT. 000533
026750     COMPUTE WS-DECILE =                                          000534
026800         (WS-POSITION - 1) * 10 / WS-RANKED-CNT + 1.              000535
026850     MOVE RW-STU-ID OF RANK-SORTED-REC                            000536
026900         TO RANK-STU-ID OF RANK-MASTER-RECORD.                    000537
026950     MOVE WS-STAT-TERM TO RANK-TERM OF RANK-MASTER-RECORD.        000538
027000     READ RANK-MASTER                                             000539
027050         INVALID KEY                                              000540
027100             DISPLAY "Rank row missing for "                      000541
027150                 RW-STU-ID OF RANK-SORTED-REC                     000542
027200         NOT INVALID KEY                                          000543
027250             MOVE WS-POSITION                                     000544
027300                 TO RANK-POSITION OF RANK-MASTER-RECORD           000545
027350             MOVE WS-PERCENTILE                                   000546
027400                 TO RANK-PERCENTILE OF RANK-MASTER-RECORD         000547
027450             MOVE WS-DECILE TO RANK-DECILE OF RANK-MASTER-RECORD  000548
027500             REWRITE RANK-MASTER-RECORD                           000549
027550             PERFORM 5000-PRINT-RANK-LINE                         000550
027600     END-READ.                                                    000551
027650* One list line from the completed rank row                       000552
027700 5000-PRINT-RANK-LINE.                                            000553
027750     MOVE WS-POSITION TO DTL-POSITION.                            000554
027800     MOVE RW-STU-ID OF RANK-SORTED-REC TO DTL-STU-ID.             000555
027850     MOVE RW-STU-NAME OF RANK-SORTED-REC TO DTL-STU-NAME.         000556
027900     MOVE RW-PROGRAM OF RANK-SORTED-REC TO DTL-PROGRAM.           000557
027950     MOVE RW-TERM-GPA OF RANK-SORTED-REC TO DTL-TERM-GPA.         000558
028000     MOVE RW-CUM-GPA OF RANK-SORTED-REC TO DTL-CUM-GPA.           000559
028050     MOVE WS-PERCENTILE TO DTL-PERCENTILE.                        000560
028100     MOVE WS-DECILE TO DTL-DECILE.                                000561
028150     IF RANK-COHORT-SIZE OF RANK-MASTER-RECORD = ZERO             000562
028200         MOVE ZERO TO DTL-COHORT-POS                              000563
028250         MOVE SPACE TO DTL-COHORT-SEP                             000564
028300         MOVE ZERO TO DTL-COHORT-SIZE                             000565
028350     ELSE                                                         000566
028400         MOVE RANK-COHORT-POS OF RANK-MASTER-RECORD               000567
028450             TO DTL-COHORT-POS                                    000568
028500         MOVE "/" TO DTL-COHORT-SEP                               000569
028550         MOVE RANK-COHORT-SIZE OF RANK-MASTER-RECORD              000570
028600             TO DTL-COHORT-SIZE                                   000571
028650     END-IF.                                                      000572
028700     WRITE RANK-REPORT-LINE FROM WS-DETAIL-LINE.                  000573
028750* Print the ranked and passed-over totals under the list          000574
028800 7000-PRINT-REPORT-TOTALS.                                        000575
028850     MOVE WS-RANKED-CNT TO FTR-RANKED.                            000576
028900     MOVE WS-WITHDRAWN-CNT TO FTR-WITHDRAWN.                      000577
028950     MOVE WS-NO-CREDIT-CNT TO FTR-NO-CREDIT.                      000578
029000     WRITE RANK-REPORT-LINE FROM SPACES.                          000579
029050     WRITE RANK-REPORT-LINE FROM WS-FOOTER-1.                     000580
029100     WRITE RANK-REPORT-LINE FROM WS-FOOTER-2.                     000581
029150     WRITE RANK-REPORT-LINE FROM WS-FOOTER-3.                     000582
029200* Append this run's records-read/records-written to the shared    000583
029250* run-log for the nightly batch-window reconciliation             000584
029300 8000-WRITE-RUN-LOG.                                              000585
029350     OPEN EXTEND RUN-LOG.                                         000586
029400     IF WS-RUNLOG-STATUS = "35"                                   000587
029450         OPEN OUTPUT RUN-LOG                                      000588
029500     END-IF.                                                      000589
029550     MOVE "CLSRANK" TO RUNLOG-PROGRAM.                            000590
029600     MOVE FUNCTION CURRENT-DATE (1:14) TO RUNLOG-TIMESTAMP.       000591
029650     MOVE WS-READ-CNT TO RUNLOG-RECORDS-READ.                     000592
029700     MOVE WS-RANKED-CNT TO RUNLOG-RECORDS-WRITTEN.                000593
029750     WRITE RUN-LOG-RECORD.                                        000594
029800     CLOSE RUN-LOG.                                               000595
