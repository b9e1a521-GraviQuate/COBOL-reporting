000450* registrar no longer re-types raw history records when a         000008
000500* transcript is requested. A TRNSREQ card with one student id     000009
000550* prints just that student's page with a keyed start instead      000010
000600* of reading the whole history file. A student with an active     000011
000650* hold on HOLD-MASTER gets a withheld notice listing the holds    000012
000700* in place of the transcript. The summary closes with the         000013
000750* student's class rank and percentile for the latest ranked       000014
000800* term on RANK-MASTER                                             000015
000850 ENVIRONMENT DIVISION.                                            000016
000900 INPUT-OUTPUT SECTION.                                            000017
000950 FILE-CONTROL.                                                    000018
001000     SELECT GRADE-HISTORY ASSIGN TO "GRDHIST"                     000019
001050         ORGANIZATION IS INDEXED                                  000020
001100         ACCESS MODE IS DYNAMIC                                   000021
001150         RECORD KEY IS HIST-KEY OF GRADE-HISTORY-REC.             000022
001200* Requested student - optional; when the card carries an id       000023
001250* only that student's transcript prints                           000024
001300     SELECT OPTIONAL TRANS-REQUEST ASSIGN TO "TRNSREQ"            000025
001350         ORGANIZATION IS LINE SEQUENTIAL.                         000026
001400* Student master - keyed reads put the student's name on the      000027
001450* transcript heading                                              000028
001500     SELECT STUDENT-MASTER ASSIGN TO "STUMAST"                    000029
001550         ORGANIZATION IS INDEXED                                  000030
001600         ACCESS MODE IS DYNAMIC                                   000031
001650         RECORD KEY IS STU-MAST-ID OF STUDENT-MASTER-RECORD.      000032
001700* Course catalog - keyed reads put the course title next to       000033
001750* the course code on each transcript line                         000034
001800     SELECT COURSE-CATALOG ASSIGN TO "CRSMAST"                    000035
001850         ORGANIZATION IS INDEXED                                  000036
001900         ACCESS MODE IS DYNAMIC                                   000037
001950         RECORD KEY IS COURSE-CODE OF COURSE-CATALOG-RECORD.      000038
002000* Student holds - an active hold withholds the transcript.        000039
002050* Optional so a shop that has never placed a hold still works     000040
002100     SELECT OPTIONAL HOLD-MASTER ASSIGN TO "HOLDMAST"             000041
002150         ORGANIZATION IS INDEXED                                  000042
002200         ACCESS MODE IS DYNAMIC                                   000043
002250         RECORD KEY IS HOLD-KEY OF HOLD-MASTER-RECORD             000044
002300         FILE STATUS IS WS-HOLD-STATUS.                           000045
002350* Class ranks from the end-of-term rank run. Optional so the      000046
002400* transcript still prints before any term has been ranked         000047
002450     SELECT OPTIONAL RANK-MASTER ASSIGN TO "RNKMAST"              000048
002500         ORGANIZATION IS INDEXED                                  000049
002550         ACCESS MODE IS DYNAMIC                                   000050
002600         RECORD KEY IS RANK-KEY OF RANK-MASTER-RECORD             000051
002650         FILE STATUS IS WS-RANK-STATUS.                           000052
002700* Letter-grade band cutoffs - optional, defaults to a standard    000053
002750* A/B/C/D/F 90/80/70/60/0 scale when the parameter file is absent 000054
002800     SELECT OPTIONAL GRADE-PARAMETERS ASSIGN TO "GRDPARM"         000055
002850         ORGANIZATION IS LINE SEQUENTIAL.                         000056
002900* Honors-designation GPA threshold on the 4.0 scale - optional,   000057
002950* defaults to 3.50 when the control card is absent                000058
003000     SELECT OPTIONAL HONORS-PARAMETERS ASSIGN TO "HONRPRM"        000059
003050         ORGANIZATION IS LINE SEQUENTIAL.                         000060
003100* Printed transcripts, one page per student                       000061
003150     SELECT TRANS-REPORT ASSIGN TO "TRNSRPT"                      000062
003200         ORGANIZATION IS LINE SEQUENTIAL.                         000063
003250* Run-level control-total log - every batch program appends its   000064
003300* records-read/written counts here for nightly reconciliation     000065
003350     SELECT RUN-LOG ASSIGN TO "RUNLOG"                            000066
003400         ORGANIZATION IS LINE SEQUENTIAL                          000067
003450         FILE STATUS IS WS-RUNLOG-STATUS.                         000068
003500 DATA DIVISION.                                                   000069
003550 FILE SECTION.                                                    000070
003600 FD  GRADE-HISTORY.                                               000071
003650 01  GRADE-HISTORY-REC.                                           000072
003700     COPY GRDHISTREC.                                             000073
003750 FD  TRANS-REQUEST.                                               000074
003800 01  TRANS-REQUEST-REC.                                           000075
003850     05  CTL-REQ-STU-ID  PIC X(9).                                000076
003900 FD  STUDENT-MASTER.                                              000077
003950 01  STUDENT-MASTER-RECORD.                                       000078
004000     COPY STUREC.                                                 000079
004050 FD  COURSE-CATALOG.                                              000080
004100 01  COURSE-CATALOG-RECORD.                                       000081
004150     COPY CRSREC.                                                 000082
004200 FD  HOLD-MASTER.                                                 000083
004250 01  HOLD-MASTER-RECORD.                                          000084
004300     COPY HOLDREC.                                                000085
004350 FD  RANK-MASTER.                                                 000086
004400 01  RANK-MASTER-RECORD.                                          000087
004450     COPY RNKREC.                                                 000088
004500 FD  GRADE-PARAMETERS.                                            000089
004550 01  GRADE-PARAMETER-REC.                                         000090
004600     COPY GRDBAND.                                                000091
004650 FD  HONORS-PARAMETERS.                                           000092
004700 01  HONORS-PARAMETER-REC.                                        000093
004750     05  CTL-HONORS-GPA  PIC 9V99.                                000094
004800 FD  TRANS-REPORT.                                                000095
004850 01  TRANS-REPORT-LINE  PIC X(80).                                000096
004900 FD  RUN-LOG.                                                     000097
004950 01  RUN-LOG-RECORD.                                              000098
005000     COPY RUNLOGREC.                                              000099
005050 WORKING-STORAGE SECTION.                                         000100
005100 01  WS-RUNLOG-STATUS  PIC XX.                                    000101
005150 01  WS-EOF-SW         PIC X VALUE "N".                           000102
005200     88  END-OF-HIST   VALUE "Y".                                 000103
005250 01  WS-READ-CNT       PIC 9(7) VALUE ZERO.                       000104
005300 01  WS-STUDENT-CNT    PIC 9(5) VALUE ZERO.                       000105
005350* The student whose page is being built and that student's        000106
005400* cumulative totals                                               000107
005450 01  WS-CURR-STU-ID    PIC X(9).                                  000108
005500* The one student requested on the TRNSREQ card - spaces          000109
005550* means every student prints                                      000110
005600 01  WS-REQ-STU-ID     PIC X(9) VALUE SPACES.                     000111
005650 01  WS-STU-STARTED-SW PIC X VALUE "N".                           000112
005700     88  WS-STU-STARTED VALUE "Y".                                000113
005750* The current student has an active hold - the page carries       000114
005800* the withheld notice and none of the history                     000115
005850 01  WS-WITHHELD-SW    PIC X VALUE "N".                           000116
005900     88  WS-WITHHELD   VALUE "Y".                                 000117
005950 01  WS-HOLD-STATUS    PIC XX.                                    000118
006000 01  WS-HOLD-EOF-SW    PIC X.                                     000119
006050     88  WS-HOLD-EOF   VALUE "Y".                                 000120
006100 01  WS-RANK-STATUS    PIC XX.                                    000121
006150 01  WS-RANK-EOF-SW    PIC X.                                     000122
006200     88  WS-RANK-EOF   VALUE "Y".                                 000123
006250 01  WS-RANK-FOUND-SW  PIC X.                                     000124
006300     88  WS-RANK-FOUND VALUE "Y".                                 000125
006350 01  WS-PREV-TERM      PIC X(6).                                  000126
006400 01  WS-TERM-CNT       PIC 9(4) VALUE ZERO.                       000127
006450 01  WS-GRADE-CNT      PIC 9(5) VALUE ZERO.                       000128
006500 01  WS-GRADE-SUM      PIC 9(9) VALUE ZERO.                       000129
006550 01  WS-AVG            PIC 999V99.                                000130
006600* Credit-weighted GPA accumulation - quality points are the       000131
006650* letter's band position converted to the 4.0 scale, weighted     000132
006700* by the course's catalog credit hours. Courses not on the        000133
006750* catalog carry no credit and stay out of the GPA                 000134
006800 01  WS-CRS-CREDITS    PIC 99.                                    000135
006850 01  WS-QUAL-POINTS    PIC S99.                                   000136
006900 01  WS-TERM-QP        PIC 9(7)V99 VALUE ZERO.                    000137
006950 01  WS-TERM-CREDITS   PIC 9(5) VALUE ZERO.                       000138
007000 01  WS-CUM-QP         PIC 9(7)V99 VALUE ZERO.                    000139
007050 01  WS-CUM-CREDITS    PIC 9(5) VALUE ZERO.                       000140
007100 01  WS-TERM-GPA       PIC 99V99.                                 000141
007150 01  WS-CUM-GPA        PIC 99V99.                                 000142
007200* Honors threshold, loaded once at start-up from HONRPRM          000143
007250 01  WS-HONORS-GPA     PIC 9V99 VALUE 3.50.                       000144
007300* Letter-grade bands, highest cutoff first - GRD-MIN-SCORE is the 000145
007350* lowest score that still earns GRD-LETTER                        000146
007400 78  WS-MAX-BANDS       VALUE 10.                                 000147
007450 01  WS-BAND-CNT        PIC 99 VALUE ZERO.                        000148
007500 01  GRD-BAND-TABLE.                                              000149
007550     05  GRD-BAND OCCURS 1 TO WS-MAX-BANDS TIMES                  000150
007600             DEPENDING ON WS-BAND-CNT.                            000151
007650         COPY GRDBAND.                                            000152
007700 01  WS-BAND-IDX        PIC 99.                                   000153
007750* Transcript heading, detail and summary lines                    000154
007800 01  WS-PAGE-HDG-1.                                               000155
007850     05  FILLER        PIC X(12) VALUE "TRANSCRIPT: ".            000156
007900     05  HDG-STU-ID    PIC X(9).                                  000157
007950     05  FILLER        PIC X(2) VALUE SPACES.                     000158
008000     05  HDG-STU-NAME  PIC X(20).                                 000159
008050 01  WS-PAGE-HDG-2.                                               000160
008100     05  FILLER        PIC X(8)  VALUE "TERM".                    000161
008150     05  FILLER        PIC X(8)  VALUE "COURSE".                  000162
008200     05  FILLER        PIC X(22) VALUE "COURSE TITLE".            000163
008250     05  FILLER        PIC X(7)  VALUE "GRADE".                   000164
008300     05  FILLER        PIC X(6)  VALUE "LTTR".                    000165
008350 01  WS-DETAIL-LINE.                                              000166
008400     05  DTL-TERM      PIC X(6).                                  000167
008450     05  FILLER        PIC X(2) VALUE SPACES.                     000168
008500     05  DTL-COURSE    PIC X(6).                                  000169
008550     05  FILLER        PIC X(2) VALUE SPACES.                     000170
008600     05  DTL-CRS-TITLE PIC X(20).                                 000171
008650     05  FILLER        PIC X(2) VALUE SPACES.                     000172
008700     05  DTL-GRADE     PIC ZZ9.                                   000173
008750     05  FILLER        PIC X(4) VALUE SPACES.                     000174
008800     05  DTL-LETTER    PIC X.                                     000175
008850 01  WS-SUM-LINE-1.                                               000176
008900     05  FILLER        PIC X(20) VALUE "CUMULATIVE AVERAGE:".     000177
008950     05  SUM-AVG       PIC ZZ9.99.                                000178
009000 01  WS-SUM-LINE-2.                                               000179
009050     05  FILLER        PIC X(20) VALUE "TERMS COMPLETED:".        000180
009100     05  SUM-TERMS     PIC ZZZ9.                                  000181
009150 01  WS-TERM-GPA-LINE.                                            000182
009200     05  FILLER        PIC X(8)  VALUE SPACES.                    000183
009250     05  FILLER        PIC X(12) VALUE "TERM GPA:".               000184
009300     05  TGPA-VALUE    PIC Z9.99.                                 000185
009350 01  WS-SUM-LINE-3.                                               000186
009400     05  FILLER        PIC X(20) VALUE "CUMULATIVE GPA:".         000187
009450     05  SUM-GPA       PIC Z9.99.                                 000188
009500 01  WS-SUM-LINE-4.                                               000189
009550     05  FILLER        PIC X(29)                                  000190
009600             VALUE "HONORS DESIGNATION - GPA AT ".                000191
009650     05  FILLER        PIC X(9) VALUE "OR ABOVE ".                000192
009700     05  SUM-HONORS-GPA PIC 9.99.                                 000193
009750* Withheld notice and one line per active hold - the type and     000194
009800* the date placed, never the reason                               000195
009850 01  WS-WITHHELD-LINE-1.                                          000196
009900     05  FILLER        PIC X(37)                                  000197
009950             VALUE "*** OFFICIAL TRANSCRIPT WITHHELD ***".        000198
010000 01  WS-WITHHELD-LINE-2.                                          000199
010050     05  FILLER        PIC X(44)                                  000200
010100             VALUE "THE STUDENT HAS THE FOLLOWING ACTIVE HOLDS -".000201
010150 01  WS-WITHHELD-LINE-3.                                          000202
010200     05  FILLER        PIC X(40)                                  000203
010250             VALUE "CONTACT THE REGISTRAR TO RESOLVE THEM.".      000204
010300 01  WS-HOLD-LINE.                                                000205
010350     05  FILLER        PIC X(4)  VALUE SPACES.                    000206
010400     05  HLD-TYPE-DESC PIC X(22).                                 000207
010450     05  FILLER        PIC X(8)  VALUE "PLACED ".                 000208
010500     05  HLD-PLACED-DATE PIC 9(8).                                000209
010550 01  WS-RANK-LINE.                                                000210
010600     05  FILLER        PIC X(11) VALUE "CLASS RANK".              000211
010650     05  RNK-POSITION  PIC ZZZZ9.                                 000212
010700     05  FILLER        PIC X(4)  VALUE " OF ".                    000213
010750     05  RNK-CLASS-SIZE PIC ZZZZ9.                                000214
010800     05  FILLER        PIC X(7)  VALUE " (TERM ".                 000215
010850     05  RNK-TERM      PIC X(6).                                  000216
010900     05  FILLER        PIC X(14) VALUE ")  PERCENTILE ".          000217
010950     05  RNK-PERCENTILE PIC ZZ9.                                  000218
011000 PROCEDURE DIVISION.                                              000219
011050 0000-MAIN.                                                       000220
011100     PERFORM 1000-LOAD-GRADE-BANDS.                               000221
011150     PERFORM 1200-LOAD-HONORS-PARM.                               000222
011200     PERFORM 1300-GET-REQUESTED-STUDENT.                          000223
011250     OPEN INPUT GRADE-HISTORY.                                    000224
011300     OPEN INPUT STUDENT-MASTER.                                   000225
011350     OPEN INPUT COURSE-CATALOG.                                   000226
011400     OPEN INPUT HOLD-MASTER.                                      000227
011450     OPEN INPUT RANK-MASTER.                                      000228
011500     OPEN OUTPUT TRANS-REPORT.                                    000229
011550     IF WS-REQ-STU-ID NOT = SPACES                                000230
011600         PERFORM 1400-START-AT-REQUESTED                          000231
011650     END-IF.                                                      000232
011700     PERFORM UNTIL END-OF-HIST                                    000233
011750         READ GRADE-HISTORY NEXT RECORD                           000234
011800             AT END                                               000235
011850                 SET END-OF-HIST TO TRUE                          000236
011900             NOT AT END                                           000237
011950                 IF WS-REQ-STU-ID NOT = SPACES AND                000238
012000                         HIST-STU-ID OF GRADE-HISTORY-REC         000239
012050                         NOT = WS-REQ-STU-ID                      000240
012100                     SET END-OF-HIST TO TRUE                      000241
012150                 ELSE                                             000242
012200                     ADD 1 TO WS-READ-CNT                         000243
012250                     IF NOT WS-STU-STARTED OR                     000244
012300                             HIST-STU-ID OF GRADE-HISTORY-REC     000245
012350                             NOT = WS-CURR-STU-ID                 000246
012400                         PERFORM 2000-START-STUDENT-PAGE          000247
012450                     END-IF                                       000248
012500                     IF NOT WS-WITHHELD                           000249
012550                         PERFORM 3000-PRINT-TERM-LINE             000250
012600                     END-IF                                       000251
012650                 END-IF                                           000252
012700         END-READ                                                 000253
012750     END-PERFORM.                                                 000254
012800     IF WS-STU-STARTED AND NOT WS-WITHHELD                        000255
012850         PERFORM 4000-PRINT-STUDENT-SUMMARY                       000256
012900     END-IF.                                                      000257
012950     CLOSE GRADE-HISTORY.                                         000258
013000     CLOSE STUDENT-MASTER.                                        000259
013050     CLOSE COURSE-CATALOG.                                        000260
013100     CLOSE HOLD-MASTER.                                           000261
013150     CLOSE RANK-MASTER.                                           000262
013200     CLOSE TRANS-REPORT.                                          000263
013250     PERFORM 8000-WRITE-RUN-LOG.                                  000264
013300     STOP RUN.                                                    000265
013350* Read the requested-student card; a missing or blank card        000266
013400* means every student prints                                      000267
013450 1300-GET-REQUESTED-STUDENT.                                      000268
013500     OPEN INPUT TRANS-REQUEST.                                    000269
013550     READ TRANS-REQUEST                                           000270
013600         AT END                                                   000271
013650             CONTINUE                                             000272
013700         NOT AT END                                               000273
013750             IF CTL-REQ-STU-ID NOT = SPACES                       000274
013800                 MOVE CTL-REQ-STU-ID TO WS-REQ-STU-ID             000275
013850             END-IF                                               000276
013900     END-READ.                                                    000277
013950     CLOSE TRANS-REQUEST.                                         000278
014000* Position the keyed read at the requested student's first        000279
014050* history record so only their records are read                   000280
014100 1400-START-AT-REQUESTED.                                         000281
014150     MOVE WS-REQ-STU-ID                                           000282
014200         TO HIST-STU-ID OF GRADE-HISTORY-REC.                     000283
014250     MOVE LOW-VALUES TO HIST-TERM OF GRADE-HISTORY-REC.           000284
014300     MOVE LOW-VALUES TO HIST-COURSE OF GRADE-HISTORY-REC.         000285
014350     START GRADE-HISTORY                                          000286
014400         KEY >= HIST-KEY OF GRADE-HISTORY-REC                     000287
014450         INVALID KEY                                              000288
014500             SET END-OF-HIST TO TRUE                              000289
014550     END-START.                                                   000290
014600* Close the prior student's page and open a new one headed        000291
014650* with the student's id and name. A student with an active hold   000292
014700* gets the withheld notice in place of the column headings        000293
014750 2000-START-STUDENT-PAGE.                                         000294
014800     IF WS-STU-STARTED AND NOT WS-WITHHELD                        000295
014850         PERFORM 4000-PRINT-STUDENT-SUMMARY                       000296
014900     END-IF.                                                      000297
014950     MOVE HIST-STU-ID OF GRADE-HISTORY-REC                        000298
015000         TO WS-CURR-STU-ID.                                       000299
015050     SET WS-STU-STARTED TO TRUE.                                  000300
015100     ADD 1 TO WS-STUDENT-CNT.                                     000301
015150     MOVE SPACES TO WS-PREV-TERM.                                 000302
015200     MOVE ZERO TO WS-TERM-CNT.                                    000303
015250     MOVE ZERO TO WS-GRADE-CNT.                                   000304
015300     MOVE ZERO TO WS-GRADE-SUM.                                   000305
015350     MOVE ZERO TO WS-TERM-QP.                                     000306
015400     MOVE ZERO TO WS-TERM-CREDITS.                                000307
015450     MOVE ZERO TO WS-CUM-QP.                                      000308
015500     MOVE ZERO TO WS-CUM-CREDITS.                                 000309
015550     MOVE WS-CURR-STU-ID TO HDG-STU-ID.                           000310
015600     PERFORM 2100-FETCH-STUDENT-NAME.                             000311
015650     IF WS-STUDENT-CNT > 1                                        000312
015700         WRITE TRANS-REPORT-LINE FROM SPACES                      000313
015750             AFTER ADVANCING PAGE                                 000314
015800     END-IF.                                                      000315
015850     WRITE TRANS-REPORT-LINE FROM WS-PAGE-HDG-1.                  000316
015900     WRITE TRANS-REPORT-LINE FROM SPACES.                         000317
015950     PERFORM 2200-CHECK-ACTIVE-HOLDS.                             000318
016000     IF NOT WS-WITHHELD                                           000319
016050         WRITE TRANS-REPORT-LINE FROM WS-PAGE-HDG-2               000320
016100         WRITE TRANS-REPORT-LINE FROM SPACES                      000321
016150     END-IF.                                                      000322
016200* The heading carries the student master name, or a note when     000323
016250* the id is not on the student master                             000324
016300 2100-FETCH-STUDENT-NAME.                                         000325
016350     MOVE WS-CURR-STU-ID                                          000326
016400         TO STU-MAST-ID OF STUDENT-MASTER-RECORD.                 000327
016450     READ STUDENT-MASTER                                          000328
016500         INVALID KEY                                              000329
016550             MOVE "(NOT ON STU MASTER)" TO HDG-STU-NAME           000330
016600         NOT INVALID KEY                                          000331
016650             MOVE STU-MAST-NAME OF STUDENT-MASTER-RECORD          000332
016700                 TO HDG-STU-NAME                                  000333
016750     END-READ.                                                    000334
016800* Walk the student's hold rows by key. The first active hold      000335
016850* starts the withheld notice and each active hold adds a line     000336
016900 2200-CHECK-ACTIVE-HOLDS.                                         000337
016950     MOVE "N" TO WS-WITHHELD-SW.                                  000338
017000     MOVE "N" TO WS-HOLD-EOF-SW.                                  000339
017050     IF WS-HOLD-STATUS NOT = "00" AND                             000340
017100             WS-HOLD-STATUS NOT = "05"                            000341
017150         SET WS-HOLD-EOF TO TRUE                                  000342
017200     ELSE                                                         000343
017250         MOVE WS-CURR-STU-ID TO HOLD-STU-ID OF HOLD-MASTER-RECORD 000344
017300         MOVE ZERO TO HOLD-PLACED-TS OF HOLD-MASTER-RECORD        000345
017350         START HOLD-MASTER                                        000346
017400             KEY >= HOLD-KEY OF HOLD-MASTER-RECORD                000347
017450             INVALID KEY                                          000348
017500                 SET WS-HOLD-EOF TO TRUE                          000349
017550         END-START                                                000350
017600     END-IF.                                                      000351
017650     PERFORM UNTIL WS-HOLD-EOF                                    000352
017700         READ HOLD-MASTER NEXT RECORD                             000353
017750             AT END                                               000354
017800                 SET WS-HOLD-EOF TO TRUE                          000355
017850             NOT AT END                                           000356
017900                 IF HOLD-STU-ID OF HOLD-MASTER-RECORD             000357
017950                         NOT = WS-CURR-STU-ID                     000358
018000                     SET WS-HOLD-EOF TO TRUE                      000359
018050                 ELSE                                             000360
018100                     IF HOLD-STATUS OF HOLD-MASTER-RECORD = "A"   000361
018150                         PERFORM 2250-PRINT-HOLD-LINE             000362
018200                     END-IF                                       000363
018250                 END-IF                                           000364
018300         END-READ                                                 000365
018350     END-PERFORM.                                                 000366
018400     IF WS-WITHHELD                                               000367
018450         WRITE TRANS-REPORT-LINE FROM SPACES                      000368
018500         WRITE TRANS-REPORT-LINE FROM WS-WITHHELD-LINE-3          000369
018550     END-IF.                                                      000370
018600* One active hold on the withheld notice                          000371
018650 2250-PRINT-HOLD-LINE.                                            000372
018700     IF NOT WS-WITHHELD                                           000373
018750         SET WS-WITHHELD TO TRUE                                  000374
018800         WRITE TRANS-REPORT-LINE FROM WS-WITHHELD-LINE-1          000375
018850         WRITE TRANS-REPORT-LINE FROM SPACES                      000376
018900         WRITE TRANS-REPORT-LINE FROM WS-WITHHELD-LINE-2          000377
018950     END-IF.                                                      000378
019000     EVALUATE HOLD-TYPE OF HOLD-MASTER-RECORD                     000379
019050         WHEN "F"                                                 000380
019100             MOVE "FINANCIAL HOLD" TO HLD-TYPE-DESC               000381
019150         WHEN "D"                                                 000382
019200             MOVE "DISCIPLINARY HOLD" TO HLD-TYPE-DESC            000383
019250         WHEN OTHER                                               000384
019300             MOVE "RECORDS-MISSING HOLD" TO HLD-TYPE-DESC         000385
019350     END-EVALUATE.                                                000386
019400     MOVE HOLD-PLACED-TS OF HOLD-MASTER-RECORD (1:8)              000387
019450         TO HLD-PLACED-DATE.                                      000388
019500     WRITE TRANS-REPORT-LINE FROM WS-HOLD-LINE.                   000389
019550* One line per graded term/course, rolling the cumulative         000390
019600* totals and counting each distinct term once. A term change      000391
019650* closes the prior term with its credit-weighted GPA line         000392
019700 3000-PRINT-TERM-LINE.                                            000393
019750     IF HIST-TERM OF GRADE-HISTORY-REC NOT = WS-PREV-TERM         000394
019800         IF WS-PREV-TERM NOT = SPACES                             000395
019850             PERFORM 3500-PRINT-TERM-GPA                          000396
019900         END-IF                                                   000397
019950         ADD 1 TO WS-TERM-CNT                                     000398
020000         MOVE HIST-TERM OF GRADE-HISTORY-REC                      000399
020050             TO WS-PREV-TERM                                      000400
020100         MOVE ZERO TO WS-TERM-QP                                  000401
020150         MOVE ZERO TO WS-TERM-CREDITS                             000402
020200     END-IF.                                                      000403
020250     MOVE HIST-TERM OF GRADE-HISTORY-REC   TO DTL-TERM.           000404
020300     MOVE HIST-COURSE OF GRADE-HISTORY-REC TO DTL-COURSE.         000405
020350     PERFORM 3100-FETCH-COURSE-TITLE.                             000406
020400     MOVE HIST-GRADE OF GRADE-HISTORY-REC  TO DTL-GRADE.          000407
020450     MOVE HIST-LETTER OF GRADE-HISTORY-REC TO DTL-LETTER.         000408
020500     WRITE TRANS-REPORT-LINE FROM WS-DETAIL-LINE.                 000409
020550     ADD 1 TO WS-GRADE-CNT.                                       000410
020600     ADD HIST-GRADE OF GRADE-HISTORY-REC TO WS-GRADE-SUM.         000411
020650     PERFORM 3400-ACCUMULATE-GPA.                                 000412
020700* The line carries the catalog title for the course, or a note    000413
020750* when the code is not on the catalog                             000414
020800 3100-FETCH-COURSE-TITLE.                                         000415
020850     MOVE HIST-COURSE OF GRADE-HISTORY-REC                        000416
020900         TO COURSE-CODE OF COURSE-CATALOG-RECORD.                 000417
020950     READ COURSE-CATALOG                                          000418
021000         INVALID KEY                                              000419
021050             MOVE "(NOT ON CATALOG)" TO DTL-CRS-TITLE             000420
021100             MOVE ZERO TO WS-CRS-CREDITS                          000421
021150         NOT INVALID KEY                                          000422
021200             MOVE COURSE-TITLE OF COURSE-CATALOG-RECORD           000423
021250                 TO DTL-CRS-TITLE                                 000424
021300             IF COURSE-CREDITS OF COURSE-CATALOG-RECORD           000425
021350                     IS NUMERIC                                   000426
021400                 MOVE COURSE-CREDITS OF COURSE-CATALOG-RECORD     000427
021450                     TO WS-CRS-CREDITS                            000428
021500             ELSE                                                 000429
021550                 MOVE ZERO TO WS-CRS-CREDITS                      000430
021600             END-IF                                               000431
021650     END-READ.                                                    000432
021700* Weight the letter's 4.0-scale quality points by the course's    000433
021750* credit hours. The band table is highest letter first, so the    000434
021800* points are the band count less the letter's position - on the   000435
021850* standard five-band scale that is A=4 through F=0. Letters no    000436
021900* longer on the scale earn no points and no credit                000437
021950 3400-ACCUMULATE-GPA.                                             000438
022000     PERFORM 3450-FIND-LETTER-BAND.                               000439
022050     IF WS-BAND-IDX > WS-BAND-CNT OR WS-CRS-CREDITS = ZERO        000440
022100         CONTINUE                                                 000441
022150     ELSE                                                         000442
022200         COMPUTE WS-QUAL-POINTS = WS-BAND-CNT - WS-BAND-IDX       000443
022250         COMPUTE WS-TERM-QP =                                     000444
022300             WS-TERM-QP + WS-CRS-CREDITS * WS-QUAL-POINTS         000445
022350         ADD WS-CRS-CREDITS TO WS-TERM-CREDITS                    000446
022400         COMPUTE WS-CUM-QP =                                      000447
022450             WS-CUM-QP + WS-CRS-CREDITS * WS-QUAL-POINTS          000448
022500         ADD WS-CRS-CREDITS TO WS-CUM-CREDITS                     000449
022550     END-IF.                                                      000450
022600* Locate the record's letter in the band table; a letter no       000451
022650* longer on the scale leaves the index past the table             000452
022700 3450-FIND-LETTER-BAND.                                           000453
022750     PERFORM VARYING WS-BAND-IDX FROM 1 BY 1                      000454
022800             UNTIL WS-BAND-IDX > WS-BAND-CNT                      000455
022850         IF GRD-LETTER OF GRD-BAND (WS-BAND-IDX)                  000456
022900                 = HIST-LETTER OF GRADE-HISTORY-REC               000457
022950             EXIT PERFORM                                         000458
023000         END-IF                                                   000459
023050     END-PERFORM.                                                 000460
023100* Close a term with its credit-weighted GPA                       000461
023150 3500-PRINT-TERM-GPA.                                             000462
023200     IF WS-TERM-CREDITS > ZERO                                    000463
023250         COMPUTE WS-TERM-GPA ROUNDED =                            000464
023300             WS-TERM-QP / WS-TERM-CREDITS                         000465
023350     ELSE                                                         000466
023400         MOVE ZERO TO WS-TERM-GPA                                 000467
023450     END-IF.                                                      000468
023500     MOVE WS-TERM-GPA TO TGPA-VALUE.                              000469
023550     WRITE TRANS-REPORT-LINE FROM WS-TERM-GPA-LINE.               000470
023600     WRITE TRANS-REPORT-LINE FROM SPACES.                         000471
023650* The page ends with the last term's GPA, the cumulative          000472
023700* average, terms completed, the credit-weighted cumulative GPA    000473
023750* and the honors designation when the student clears the          000474
023800* HONRPRM threshold                                               000475
023850 4000-PRINT-STUDENT-SUMMARY.                                      000476
023900     IF WS-PREV-TERM NOT = SPACES                                 000477
023950         PERFORM 3500-PRINT-TERM-GPA                              000478
024000     END-IF.                                                      000479
024050     IF WS-GRADE-CNT > ZERO                                       000480
024100         COMPUTE WS-AVG ROUNDED = WS-GRADE-SUM / WS-GRADE-CNT     000481
024150     ELSE                                                         000482
024200         MOVE ZERO TO WS-AVG                                      000483
024250     END-IF.                                                      000484
024300     MOVE WS-AVG TO SUM-AVG.                                      000485
024350     MOVE WS-TERM-CNT TO SUM-TERMS.                               000486
024400     WRITE TRANS-REPORT-LINE FROM SPACES.                         000487
024450     WRITE TRANS-REPORT-LINE FROM WS-SUM-LINE-1.                  000488
024500     WRITE TRANS-REPORT-LINE FROM WS-SUM-LINE-2.                  000489
024550     IF WS-CUM-CREDITS > ZERO                                     000490
024600         COMPUTE WS-CUM-GPA ROUNDED =                             000491
024650             WS-CUM-QP / WS-CUM-CREDITS                           000492
024700     ELSE                                                         000493
024750         MOVE ZERO TO WS-CUM-GPA                                  000494
024800     END-IF.                                                      000495
024850     MOVE WS-CUM-GPA TO SUM-GPA.                                  000496
024900     WRITE TRANS-REPORT-LINE FROM WS-SUM-LINE-3.                  000497
024950     IF WS-CUM-CREDITS > ZERO AND                                 000498
025000             WS-CUM-GPA >= WS-HONORS-GPA                          000499
025050         MOVE WS-HONORS-GPA TO SUM-HONORS-GPA                     000500
025100         WRITE TRANS-REPORT-LINE FROM WS-SUM-LINE-4               000501
025150     END-IF.                                                      000502
025200     PERFORM 4500-PRINT-CLASS-RANK.                               000503
025250* Walk the student's rank rows by key and print the last one -    000504
025300* the latest term ranked. Nothing prints for an unranked student  000505
025350 4500-PRINT-CLASS-RANK.                                           000506
025400     MOVE "N" TO WS-RANK-FOUND-SW.                                000507
025450     MOVE "N" TO WS-RANK-EOF-SW.                                  000508
025500     IF WS-RANK-STATUS NOT = "00" AND                             000509
025550             WS-RANK-STATUS NOT = "05"                            000510
025600         SET WS-RANK-EOF TO TRUE                                  000511
025650     ELSE                                                         000512
025700         MOVE WS-CURR-STU-ID TO RANK-STU-ID OF RANK-MASTER-RECORD 000513
025750         MOVE LOW-VALUES TO RANK-TERM OF RANK-MASTER-RECORD       000514
025800         START RANK-MASTER                                        000515
025850             KEY >= RANK-KEY OF RANK-MASTER-RECORD                000516
025900             INVALID KEY                                          000517
025950                 SET WS-RANK-EOF TO TRUE                          000518
026000         END-START                                                000519
026050     END-IF.                                                      000520
026100     PERFORM UNTIL WS-RANK-EOF                                    000521
026150         READ RANK-MASTER NEXT RECORD                             000522
026200             AT END                                               000523
026250                 SET WS-RANK-EOF TO TRUE                          000524
026300             NOT AT END                                           000525
026350                 IF RANK-STU-ID OF RANK-MASTER-RECORD             000526
026400                         NOT = WS-CURR-STU-ID                     000527
026450                     SET WS-RANK-EOF TO TRUE                      000528
026500                 ELSE                                             000529
026550                     IF RANK-POSITION OF RANK-MASTER-RECORD > ZERO000530
026600                         PERFORM 4550-KEEP-RANK                   000531
026650                     END-IF                                       000532
026700                 END-IF                                           000533
026750         END-READ                                                 000534
026800     END-PERFORM.                                                 000535
026850     IF WS-RANK-FOUND                                             000536
026900         WRITE TRANS-REPORT-LINE FROM WS-RANK-LINE                000537
026950     END-IF.                                                      000538
027000* Hold the latest ranked term's figures for the rank line         000539
027050 4550-KEEP-RANK.                                                  000540
027100     SET WS-RANK-FOUND TO TRUE.                                   000541
027150     MOVE RANK-POSITION OF RANK-MASTER-RECORD TO RNK-POSITION.    000542
027200     MOVE RANK-CLASS-SIZE OF RANK-MASTER-RECORD TO RNK-CLASS-SIZE.000543
027250     MOVE RANK-TERM OF RANK-MASTER-RECORD TO RNK-TERM.            000544
027300     MOVE RANK-PERCENTILE OF RANK-MASTER-RECORD TO RNK-PERCENTILE.000545
027350* Read the band cutoffs from GRDPARM, highest cutoff first; fall  000546
027400* back to a standard A/B/C/D/F 90/80/70/60/0 scale when the       000547
027450* parameter file is missing or empty                              000548
027500 1000-LOAD-GRADE-BANDS.                                           000549
027550     OPEN INPUT GRADE-PARAMETERS.                                 000550
027600     PERFORM UNTIL WS-BAND-CNT = WS-MAX-BANDS                     000551
027650         READ GRADE-PARAMETERS                                    000552
027700             AT END                                               000553
027750                 EXIT PERFORM                                     000554
027800             NOT AT END                                           000555
027850                 ADD 1 TO WS-BAND-CNT                             000556
027900                 MOVE GRADE-PARAMETER-REC                         000557
027950                     TO GRD-BAND (WS-BAND-CNT)                    000558
028000         END-READ                                                 000559
028050     END-PERFORM.                                                 000560
028100     CLOSE GRADE-PARAMETERS.                                      000561
028150     IF WS-BAND-CNT = 0                                           000562
028200         MOVE 5 TO WS-BAND-CNT                                    000563
028250         MOVE "A" TO GRD-LETTER OF GRD-BAND (1)                   000564
028300         MOVE 090 TO GRD-MIN-SCORE OF GRD-BAND (1)                000565
028350         MOVE "B" TO GRD-LETTER OF GRD-BAND (2)                   000566
028400         MOVE 080 TO GRD-MIN-SCORE OF GRD-BAND (2)                000567
028450         MOVE "C" TO GRD-LETTER OF GRD-BAND (3)                   000568
028500         MOVE 070 TO GRD-MIN-SCORE OF GRD-BAND (3)                000569
028550         MOVE "D" TO GRD-LETTER OF GRD-BAND (4)                   000570
028600         MOVE 060 TO GRD-MIN-SCORE OF GRD-BAND (4)                000571
028650         MOVE "F" TO GRD-LETTER OF GRD-BAND (5)                   000572
028700         MOVE 000 TO GRD-MIN-SCORE OF GRD-BAND (5)                000573
028750     END-IF.                                                      000574
028800* Read the honors threshold from HONRPRM, defaulting to 3.50      000575
028850* when the control card is missing or zero                        000576
028900 1200-LOAD-HONORS-PARM.                                           000577
028950     OPEN INPUT HONORS-PARAMETERS.                                000578
029000     READ HONORS-PARAMETERS                                       000579
029050         AT END                                                   000580
029100             CONTINUE                                             000581
029150         NOT AT END                                               000582
029200             IF CTL-HONORS-GPA IS NUMERIC AND                     000583
029250                     CTL-HONORS-GPA > ZERO                        000584
029300                 MOVE CTL-HONORS-GPA TO WS-HONORS-GPA             000585
029350             END-IF                                               000586
029400     END-READ.                                                    000587
029450     CLOSE HONORS-PARAMETERS.                                     000588
029500* Append this run's records-read/records-written to the shared    000589
029550* run-log for the nightly batch-window reconciliation             000590
029600 8000-WRITE-RUN-LOG.                                              000591
029650     OPEN EXTEND RUN-LOG.                                         000592
029700     IF WS-RUNLOG-STATUS = "35"                                   000593
029750         OPEN OUTPUT RUN-LOG                                      000594
029800     END-IF.                                                      000595
029850     MOVE "TRNSCRPT" TO RUNLOG-PROGRAM.                           000596
029900     MOVE FUNCTION CURRENT-DATE (1:14) TO RUNLOG-TIMESTAMP.       000597
029950     MOVE WS-READ-CNT TO RUNLOG-RECORDS-READ.                     000598
030000     MOVE WS-STUDENT-CNT TO RUNLOG-RECORDS-WRITTEN.               000599
030050     WRITE RUN-LOG-RECORD.                                        000600
030100     CLOSE RUN-LOG.                                               000601
