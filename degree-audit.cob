000100 IDENTIFICATION DIVISION.                                         000001
000150 PROGRAM-ID. DEGREE-AUDIT.                                        000002
000200* Nightly degree audit - for every enrolled or graduated          000003
000250* student with a declared program, walks the student's            000004
000300* GRADE-HISTORY rows and computes credits earned and the          000005
000350* credit-weighted cumulative GPA the way TRANSCRIPT does, then    000006
000400* checks them and each required course against the program's      000007
000450* PROGREQ requirements. Prints one page per student showing       000008
000500* each requirement satisfied or outstanding, and records the      000009
000550* result on DEGREE-RESULTS so the admissions feed graduates only  000010
000600* a student who has cleared the audit. A course counts toward     000011
000650* credits earned once, the first time it is passed with any       000012
000700* letter above the lowest band; every graded attempt counts in    000013
000750* the GPA, as on the transcript                                   000014
000800 ENVIRONMENT DIVISION.                                            000015
000850 INPUT-OUTPUT SECTION.                                            000016
000900 FILE-CONTROL.                                                    000017
000950     SELECT STUDENT-MASTER ASSIGN TO "STUMAST"                    000018
001000         ORGANIZATION IS INDEXED                                  000019
001050         ACCESS MODE IS DYNAMIC                                   000020
001100         RECORD KEY IS STU-MAST-ID OF STUDENT-MASTER-RECORD.      000021
001150* Grade history - each student's rows read with a keyed start     000022
001200     SELECT GRADE-HISTORY ASSIGN TO "GRDHIST"                     000023
001250         ORGANIZATION IS INDEXED                                  000024
001300         ACCESS MODE IS DYNAMIC                                   000025
001350         RECORD KEY IS HIST-KEY OF GRADE-HISTORY-REC              000026
001400         FILE STATUS IS WS-HIST-STATUS.                           000027
001450* Course catalog - keyed reads give each course's credit hours    000028
001500     SELECT COURSE-CATALOG ASSIGN TO "CRSMAST"                    000029
001550         ORGANIZATION IS INDEXED                                  000030
001600         ACCESS MODE IS DYNAMIC                                   000031
001650         RECORD KEY IS COURSE-CODE OF COURSE-CATALOG-RECORD.      000032
001700* Degree-program requirements - credit minimum, minimum GPA       000033
001750* and required courses per program                                000034
001800     SELECT OPTIONAL PROGRAM-REQUIREMENTS ASSIGN TO "PROGREQ"     000035
001850         ORGANIZATION IS LINE SEQUENTIAL.                         000036
001900* Letter-grade band cutoffs - optional, defaults to a standard    000037
001950* A/B/C/D/F 90/80/70/60/0 scale when the parameter file is absent 000038
002000     SELECT OPTIONAL GRADE-PARAMETERS ASSIGN TO "GRDPARM"         000039
002050         ORGANIZATION IS LINE SEQUENTIAL.                         000040
002100* Audit result per student, read by the admissions feed           000041
002150     SELECT DEGREE-RESULTS ASSIGN TO "DEGRSLT"                    000042
002200         ORGANIZATION IS INDEXED                                  000043
002250         ACCESS MODE IS DYNAMIC                                   000044
002300         RECORD KEY IS DEG-STU-ID OF DEGREE-RESULT-RECORD         000045
002350         FILE STATUS IS WS-DEG-STATUS.                            000046
002400* Printed audit, one page per student audited                     000047
002450     SELECT AUDIT-REPORT ASSIGN TO "DEGAUDRP"                     000048
002500         ORGANIZATION IS LINE SEQUENTIAL.                         000049
002550* Run-level control-total log - every batch program appends its   000050
002600* records-read/written counts here for nightly reconciliation     000051
002650     SELECT RUN-LOG ASSIGN TO "RUNLOG"                            000052
002700         ORGANIZATION IS LINE SEQUENTIAL                          000053
002750         FILE STATUS IS WS-RUNLOG-STATUS.                         000054
002800* Processing calendar - bank holidays and per-step run            000055
002850* frequencies. Optional; without one every step runs nightly      000056
002900     SELECT OPTIONAL PROCESS-CALENDAR ASSIGN TO "PROCCAL"         000057
002950         ORGANIZATION IS LINE SEQUENTIAL.                         000058
003000* Batch run-control file - each step records started/completed    000059
003050* status for tonight's run so a resubmitted job skips the         000060
003100* steps that already completed                                    000061
003150     SELECT OPTIONAL RUN-CONTROL-IN ASSIGN TO "RUNCTL"            000062
003200         ORGANIZATION IS LINE SEQUENTIAL.                         000063
003250     SELECT RUN-CONTROL ASSIGN TO "RUNCTL"                        000064
003300         ORGANIZATION IS LINE SEQUENTIAL                          000065
003350         FILE STATUS IS WS-RUNCTL-STATUS.                         000066
003400 DATA DIVISION.                                                   000067
003450 FILE SECTION.                                                    000068
003500 FD  STUDENT-MASTER.                                              000069
003550 01  STUDENT-MASTER-RECORD.                                       000070
003600     COPY STUREC.                                                 000071
003650 FD  GRADE-HISTORY.                                               000072
003700 01  GRADE-HISTORY-REC.                                           000073
003750     COPY GRDHISTREC.                                             000074
003800 FD  COURSE-CATALOG.                                              000075
003850 01  COURSE-CATALOG-RECORD.                                       000076
003900     COPY CRSREC.                                                 000077
003950 FD  PROGRAM-REQUIREMENTS.                                        000078
004000 01  PROGRAM-REQUIREMENT-REC.                                     000079
004050     COPY PROGREC.                                                000080
004100 FD  GRADE-PARAMETERS.                                            000081
004150 01  GRADE-PARAMETER-REC.                                         000082
004200     COPY GRDBAND.                                                000083
004250 FD  DEGREE-RESULTS.                                              000084
004300 01  DEGREE-RESULT-RECORD.                                        000085
004350     COPY DEGREC.                                                 000086
004400 FD  AUDIT-REPORT.                                                000087
004450 01  AUDIT-REPORT-LINE  PIC X(80).                                000088
004500 FD  RUN-LOG.                                                     000089
004550 01  RUN-LOG-RECORD.                                              000090
004600     COPY RUNLOGREC.                                              000091
004650 FD  PROCESS-CALENDAR.                                            000092
004700 01  PROCESS-CALENDAR-REC.                                        000093
004750     COPY CALREC.                                                 000094
004800 FD  RUN-CONTROL-IN.                                              000095
004850 01  RUN-CONTROL-IN-REC.                                          000096
004900     COPY RUNCTLREC.                                              000097
004950 FD  RUN-CONTROL.                                                 000098
005000 01  RUN-CONTROL-REC.                                             000099
005050     COPY RUNCTLREC.                                              000100
005100 WORKING-STORAGE SECTION.                                         000101
005150* Run-control state - tonight's run date and whether this         000102
005200* step already completed for it                                   000103
005250 01  WS-RUNCTL-STATUS  PIC XX.                                    000104
005300 01  WS-RUN-DATE-CTL   PIC 9(8).                                  000105
005350 01  WS-RCTL-EOF-SW    PIC X VALUE "N".                           000106
005400     88  WS-RCTL-EOF   VALUE "Y".                                 000107
005450 01  WS-STEP-DONE-SW   PIC X VALUE "N".                           000108
005500     88  WS-STEP-DONE  VALUE "Y".                                 000109
005550     COPY RCSEVTAB.                                               000110
005600* Processing-calendar state for tonight's run                     000111
005650 01  WS-CAL-SKIP-SW    PIC X.                                     000112
005700     88  WS-CAL-SKIP   VALUE "Y".                                 000113
005750 01  WS-CAL-EOF-SW     PIC X.                                     000114
005800     88  WS-CAL-EOF    VALUE "Y".                                 000115
005850 01  WS-CAL-FREQ       PIC X.                                     000116
005900 01  WS-CAL-DAY        PIC 99.                                    000117
005950 01  WS-CAL-DAY-X REDEFINES WS-CAL-DAY PIC XX.                    000118
006000 01  WS-CAL-INT-DATE   PIC 9(8).                                  000119
006050 01  WS-CAL-DOW        PIC 9.                                     000120
006100 01  WS-CAL-NEXT-DATE  PIC 9(8).                                  000121
006150 01  WS-RUNLOG-STATUS  PIC XX.                                    000122
006200 01  WS-HIST-STATUS    PIC XX.                                    000123
006250 01  WS-DEG-STATUS     PIC XX.                                    000124
006300 01  WS-EOF-SW         PIC X VALUE "N".                           000125
006350     88  WS-AT-EOF     VALUE "Y".                                 000126
006400 01  WS-HIST-EOF-SW    PIC X.                                     000127
006450     88  WS-HIST-EOF   VALUE "Y".                                 000128
006500 01  WS-READ-CNT       PIC 9(7) VALUE ZERO.                       000129
006550 01  WS-WRITE-CNT      PIC 9(7) VALUE ZERO.                       000130
006600 01  WS-CLEARED-CNT    PIC 9(5) VALUE ZERO.                       000131
006650 01  WS-NOT-CLEARED-CNT PIC 9(5) VALUE ZERO.                      000132
006700 01  WS-UNDECLARED-CNT PIC 9(5) VALUE ZERO.                       000133
006750 01  WS-WITHDRAWN-CNT  PIC 9(5) VALUE ZERO.                       000134
006800* Program requirement tables loaded from PROGREQ - one entry      000135
006850* per program, and every required course with its program         000136
006900 01  WS-PROG-EOF-SW    PIC X VALUE "N".                           000137
006950     88  WS-PROG-EOF   VALUE "Y".                                 000138
007000 78  WS-MAX-PROGRAMS   VALUE 50.                                  000139
007050 01  WS-PGM-CNT        PIC 99 VALUE ZERO.                         000140
007100 01  WS-PGM-TABLE.                                                000141
007150     05  PGM-ENTRY OCCURS 0 TO WS-MAX-PROGRAMS TIMES              000142
007200             DEPENDING ON WS-PGM-CNT.                             000143
007250         10  PGM-CODE        PIC X(6).                            000144
007300         10  PGM-MIN-CREDITS PIC 9(3).                            000145
007350         10  PGM-MIN-GPA     PIC 9V99.                            000146
007400         10  PGM-TITLE       PIC X(24).                           000147
007450 01  WS-PGM-IDX        PIC 99.                                    000148
007500 01  WS-PGM-FOUND-SW   PIC X.                                     000149
007550     88  WS-PGM-FOUND  VALUE "Y".                                 000150
007600 78  WS-MAX-REQS       VALUE 500.                                 000151
007650 01  WS-REQ-CNT        PIC 999 VALUE ZERO.                        000152
007700 01  WS-REQ-TABLE.                                                000153
007750     05  REQ-ENTRY OCCURS 0 TO WS-MAX-REQS TIMES                  000154
007800             DEPENDING ON WS-REQ-CNT.                             000155
007850         10  REQ-PROGRAM     PIC X(6).                            000156
007900         10  REQ-COURSE      PIC X(6).                            000157
007950 01  WS-REQ-IDX        PIC 999.                                   000158
008000* Courses the student has passed, each counted once toward        000159
008050* credits earned                                                  000160
008100 78  WS-MAX-PASSED     VALUE 200.                                 000161
008150 01  WS-PASS-CNT       PIC 999 VALUE ZERO.                        000162
008200 01  WS-PASS-TABLE.                                               000163
008250     05  PASS-ENTRY OCCURS 0 TO WS-MAX-PASSED TIMES               000164
008300             DEPENDING ON WS-PASS-CNT.                            000165
008350         10  PASS-COURSE     PIC X(6).                            000166
008400 01  WS-PASS-IDX       PIC 999.                                   000167
008450 01  WS-TEST-COURSE    PIC X(6).                                  000168
008500 01  WS-PASSED-SW      PIC X.                                     000169
008550     88  WS-PASSED     VALUE "Y".                                 000170
008600* Letter-grade bands, highest cutoff first - GRD-MIN-SCORE is the 000171
008650* lowest score that still earns GRD-LETTER                        000172
008700 78  WS-MAX-BANDS       VALUE 10.                                 000173
008750 01  WS-BAND-CNT        PIC 99 VALUE ZERO.                        000174
008800 01  GRD-BAND-TABLE.                                              000175
008850     05  GRD-BAND OCCURS 1 TO WS-MAX-BANDS TIMES                  000176
008900             DEPENDING ON WS-BAND-CNT.                            000177
008950         COPY GRDBAND.                                            000178
009000 01  WS-BAND-IDX        PIC 99.                                   000179
009050* Credit-weighted GPA accumulation, as on the transcript          000180
009100 01  WS-CRS-CREDITS    PIC 99.                                    000181
009150 01  WS-QUAL-POINTS    PIC S99.                                   000182
009200 01  WS-CUM-QP         PIC 9(7)V99.                               000183
009250 01  WS-CUM-CREDITS    PIC 9(5).                                  000184
009300 01  WS-EARNED-CREDITS PIC 9(5).                                  000185
009350 01  WS-CUM-GPA        PIC 99V99.                                 000186
009400 01  WS-OUTSTANDING    PIC 9(3).                                  000187
009450 01  WS-ED-CREDITS     PIC ZZZZ9.                                 000188
009500 01  WS-ED-GPA         PIC Z9.99.                                 000189
009550* Audit page heading, detail and summary lines                    000190
009600 01  WS-HDG-1.                                                    000191
009650     05  FILLER        PIC X(26)                                  000192
009700             VALUE "DEGREE AUDIT - RUN DATE: ".                   000193
009750     05  HDG-RUN-DATE  PIC 9(8).                                  000194
009800 01  WS-HDG-2.                                                    000195
009850     05  FILLER        PIC X(9) VALUE "STUDENT: ".                000196
009900     05  HDG-STU-ID    PIC X(9).                                  000197
009950     05  FILLER        PIC X(2) VALUE SPACES.                     000198
010000     05  HDG-STU-NAME  PIC X(20).                                 000199
010050 01  WS-HDG-3.                                                    000200
010100     05  FILLER        PIC X(9) VALUE "PROGRAM: ".                000201
010150     05  HDG-PROGRAM   PIC X(6).                                  000202
010200     05  FILLER        PIC X(2) VALUE SPACES.                     000203
010250     05  HDG-PGM-TITLE PIC X(24).                                 000204
010300 01  WS-HDG-4.                                                    000205
010350     05  FILLER        PIC X(26) VALUE "REQUIREMENT".             000206
010400     05  FILLER        PIC X(10) VALUE "REQUIRED".                000207
010450     05  FILLER        PIC X(10) VALUE "EARNED".                  000208
010500     05  FILLER        PIC X(11) VALUE "STATUS".                  000209
010550 01  WS-DETAIL-LINE.                                              000210
010600     05  DTL-REQUIREMENT PIC X(24).                               000211
010650     05  FILLER        PIC X(2) VALUE SPACES.                     000212
010700     05  DTL-REQUIRED  PIC X(8).                                  000213
010750     05  FILLER        PIC X(2) VALUE SPACES.                     000214
010800     05  DTL-EARNED    PIC X(8).                                  000215
010850     05  FILLER        PIC X(2) VALUE SPACES.                     000216
010900     05  DTL-STATUS    PIC X(11).                                 000217
010950 01  WS-RESULT-LINE.                                              000218
011000     05  FILLER        PIC X(14) VALUE "AUDIT RESULT: ".          000219
011050     05  RSLT-TEXT     PIC X(24).                                 000220
011100     05  RSLT-OUTSTANDING PIC ZZ9.                                000221
011150     05  RSLT-TEXT-2   PIC X(26).                                 000222
011200 01  WS-FOOTER-1.                                                 000223
011250     05  FILLER        PIC X(30) VALUE "STUDENTS READ:".          000224
011300     05  FTR-READ      PIC ZZZZZZ9.                               000225
011350 01  WS-FOOTER-2.                                                 000226
011400     05  FILLER        PIC X(30) VALUE "CLEARED FOR GRADUATION:". 000227
011450     05  FTR-CLEARED   PIC ZZZZZZ9.                               000228
011500 01  WS-FOOTER-3.                                                 000229
011550     05  FILLER        PIC X(30) VALUE "NOT CLEARED:".            000230
011600     05  FTR-NOT-CLEARED PIC ZZZZZZ9.                             000231
011650 01  WS-FOOTER-4.                                                 000232
011700     05  FILLER        PIC X(30)                                  000233
011750             VALUE "NO DECLARED PROGRAM:".                        000234
011800     05  FTR-UNDECLARED PIC ZZZZZZ9.                              000235
011850 01  WS-FOOTER-5.                                                 000236
011900     05  FILLER        PIC X(30) VALUE "WITHDRAWN - NOT AUDITED:".000237
011950     05  FTR-WITHDRAWN PIC ZZZZZZ9.                               000238
012000 PROCEDURE DIVISION.                                              000239
012050 0000-MAIN.                                                       000240
012100     PERFORM 0100-CHECK-RUN-CONTROL.                              000241
012150     IF WS-STEP-DONE                                              000242
012200         DISPLAY "DEGAUDIT step already completed for"            000243
012250             " tonight's run - skipping."                         000244
012300         STOP RUN                                                 000245
012350     END-IF.                                                      000246
012400     PERFORM 0180-CHECK-PROCESS-CALENDAR.                         000247
012450     IF WS-CAL-SKIP                                               000248
012500         STOP RUN                                                 000249
012550     END-IF.                                                      000250
012600     PERFORM 0200-MARK-STEP-STARTED.                              000251
012650     PERFORM 1000-LOAD-GRADE-BANDS.                               000252
012700     PERFORM 1100-LOAD-PROGRAMS.                                  000253
012750     OPEN INPUT STUDENT-MASTER.                                   000254
012800     OPEN INPUT GRADE-HISTORY.                                    000255
012850     OPEN INPUT COURSE-CATALOG.                                   000256
012900     OPEN I-O DEGREE-RESULTS.                                     000257
012950     IF WS-DEG-STATUS = "35"                                      000258
013000         OPEN OUTPUT DEGREE-RESULTS                               000259
013050         CLOSE DEGREE-RESULTS                                     000260
013100         OPEN I-O DEGREE-RESULTS                                  000261
013150     END-IF.                                                      000262
013200     OPEN OUTPUT AUDIT-REPORT.                                    000263
013250     MOVE WS-RUN-DATE-CTL TO HDG-RUN-DATE.                        000264
013300     PERFORM UNTIL WS-AT-EOF                                      000265
013350         READ STUDENT-MASTER NEXT RECORD                          000266
013400             AT END                                               000267
013450                 SET WS-AT-EOF TO TRUE                            000268
013500             NOT AT END                                           000269
013550                 ADD 1 TO WS-READ-CNT                             000270
013600                 IF STU-MAST-STATUS OF STUDENT-MASTER-RECORD      000271
013650                         = "W"                                    000272
013700                     ADD 1 TO WS-WITHDRAWN-CNT                    000273
013750                 ELSE                                             000274
013800                     IF STU-MAST-PROGRAM                          000275
013850                             OF STUDENT-MASTER-RECORD = SPACES    000276
013900                         ADD 1 TO WS-UNDECLARED-CNT               000277
013950                     ELSE                                         000278
014000                         PERFORM 2000-AUDIT-STUDENT               000279
014050                     END-IF                                       000280
014100                 END-IF                                           000281
014150         END-READ                                                 000282
014200     END-PERFORM.                                                 000283
014250     PERFORM 7000-PRINT-AUDIT-TOTALS.                             000284
014300     CLOSE STUDENT-MASTER.                                        000285
014350     CLOSE GRADE-HISTORY.                                         000286
014400     CLOSE COURSE-CATALOG.                                        000287
014450     CLOSE DEGREE-RESULTS.                                        000288
014500     CLOSE AUDIT-REPORT.                                          000289
014550     PERFORM 8000-WRITE-RUN-LOG.                                  000290
014600     PERFORM 8900-MARK-STEP-COMPLETE.                             000291
014650     STOP RUN.                                                    000292
014700* Read the band cutoffs from GRDPARM, highest cutoff first; fall  000293
014750* back to a standard A/B/C/D/F 90/80/70/60/0 scale when the       000294
014800* parameter file is missing or empty                              000295
014850 1000-LOAD-GRADE-BANDS.                                           000296
014900     OPEN INPUT GRADE-PARAMETERS.                                 000297
014950     PERFORM UNTIL WS-BAND-CNT = WS-MAX-BANDS                     000298
015000         READ GRADE-PARAMETERS                                    000299
015050             AT END                                               000300
015100                 EXIT PERFORM                                     000301
015150             NOT AT END                                           000302
015200                 ADD 1 TO WS-BAND-CNT                             000303
015250                 MOVE GRADE-PARAMETER-REC                         000304
015300                     TO GRD-BAND (WS-BAND-CNT)                    000305
015350         END-READ                                                 000306
015400     END-PERFORM.                                                 000307
015450     CLOSE GRADE-PARAMETERS.                                      000308
015500     IF WS-BAND-CNT = 0                                           000309
015550         MOVE 5 TO WS-BAND-CNT                                    000310
015600         MOVE "A" TO GRD-LETTER OF GRD-BAND (1)                   000311
015650         MOVE 090 TO GRD-MIN-SCORE OF GRD-BAND (1)                000312
015700         MOVE "B" TO GRD-LETTER OF GRD-BAND (2)                   000313
015750         MOVE 080 TO GRD-MIN-SCORE OF GRD-BAND (2)                000314
015800         MOVE "C" TO GRD-LETTER OF GRD-BAND (3)                   000315
015850         MOVE 070 TO GRD-MIN-SCORE OF GRD-BAND (3)                000316
015900         MOVE "D" TO GRD-LETTER OF GRD-BAND (4)                   000317
015950         MOVE 060 TO GRD-MIN-SCORE OF GRD-BAND (4)                000318
016000         MOVE "F" TO GRD-LETTER OF GRD-BAND (5)                   000319
016050         MOVE 000 TO GRD-MIN-SCORE OF GRD-BAND (5)                000320
016100     END-IF.                                                      000321
016150* Load the program and required-course tables from PROGREQ.       000322
016200* A required-course record for a program with no P record is      000323
016250* kept; the student's audit then shows the program missing        000324
016300 1100-LOAD-PROGRAMS.                                              000325
016350     OPEN INPUT PROGRAM-REQUIREMENTS.                             000326
016400     PERFORM UNTIL WS-PROG-EOF                                    000327
016450         READ PROGRAM-REQUIREMENTS                                000328
016500             AT END                                               000329
016550                 SET WS-PROG-EOF TO TRUE                          000330
016600             NOT AT END                                           000331
016650                 EVALUATE PROG-REC-TYPE                           000332
016700                     WHEN "P"                                     000333
016750                         IF WS-PGM-CNT < WS-MAX-PROGRAMS          000334
016800                             ADD 1 TO WS-PGM-CNT                  000335
016850                             MOVE PROG-CODE                       000336
016900                                 TO PGM-CODE (WS-PGM-CNT)         000337
016950                             MOVE PROG-MIN-CREDITS                000338
017000                                 TO PGM-MIN-CREDITS (WS-PGM-CNT)  000339
017050                             MOVE PROG-MIN-GPA                    000340
017100                                 TO PGM-MIN-GPA (WS-PGM-CNT)      000341
017150                             MOVE PROG-TITLE                      000342
017200                                 TO PGM-TITLE (WS-PGM-CNT)        000343
017250                         END-IF                                   000344
017300                     WHEN "R"                                     000345
017350                         IF WS-REQ-CNT < WS-MAX-REQS              000346
017400                             ADD 1 TO WS-REQ-CNT                  000347
017450                             MOVE PROG-CODE                       000348
017500                                 TO REQ-PROGRAM (WS-REQ-CNT)      000349
017550                             MOVE PROG-REQ-COURSE                 000350
017600                                 TO REQ-COURSE (WS-REQ-CNT)       000351
017650                         END-IF                                   000352
017700                 END-EVALUATE                                     000353
017750         END-READ                                                 000354
017800     END-PERFORM.                                                 000355
017850     CLOSE PROGRAM-REQUIREMENTS.                                  000356
017900* Audit one student against the declared program, print the       000357
017950* page and record the result                                      000358
018000 2000-AUDIT-STUDENT.                                              000359
018050     MOVE ZERO TO WS-OUTSTANDING.                                 000360
018100     MOVE ZERO TO WS-CUM-QP.                                      000361
018150     MOVE ZERO TO WS-CUM-CREDITS.                                 000362
018200     MOVE ZERO TO WS-EARNED-CREDITS.                              000363
018250     MOVE ZERO TO WS-CUM-GPA.                                     000364
018300     MOVE ZERO TO WS-PASS-CNT.                                    000365
018350     PERFORM 2100-FIND-PROGRAM.                                   000366
018400     IF WS-PGM-FOUND                                              000367
018450         PERFORM 2200-ACCUMULATE-HISTORY                          000368
018500         IF WS-CUM-CREDITS > ZERO                                 000369
018550             COMPUTE WS-CUM-GPA ROUNDED =                         000370
018600                 WS-CUM-QP / WS-CUM-CREDITS                       000371
018650         END-IF                                                   000372
018700     END-IF.                                                      000373
018750     PERFORM 3000-PRINT-AUDIT-PAGE.                               000374
018800     PERFORM 4000-WRITE-RESULT.                                   000375
018850* Locate the student's declared program in the program table      000376
018900 2100-FIND-PROGRAM.                                               000377
018950     MOVE "N" TO WS-PGM-FOUND-SW.                                 000378
019000     PERFORM VARYING WS-PGM-IDX FROM 1 BY 1                       000379
019050             UNTIL WS-PGM-IDX > WS-PGM-CNT                        000380
019100         IF PGM-CODE (WS-PGM-IDX) =                               000381
019150                 STU-MAST-PROGRAM OF STUDENT-MASTER-RECORD        000382
019200             SET WS-PGM-FOUND TO TRUE                             000383
019250             EXIT PERFORM                                         000384
019300         END-IF                                                   000385
019350     END-PERFORM.                                                 000386
019400* Walk the student's grade-history rows, rolling the GPA          000387
019450* totals and noting each course passed                            000388
019500 2200-ACCUMULATE-HISTORY.                                         000389
019550     MOVE "N" TO WS-HIST-EOF-SW.                                  000390
019600     MOVE STU-MAST-ID OF STUDENT-MASTER-RECORD                    000391
019650         TO HIST-STU-ID OF GRADE-HISTORY-REC.                     000392
019700     MOVE LOW-VALUES TO HIST-TERM OF GRADE-HISTORY-REC.           000393
019750     MOVE LOW-VALUES TO HIST-COURSE OF GRADE-HISTORY-REC.         000394
019800     START GRADE-HISTORY                                          000395
019850         KEY >= HIST-KEY OF GRADE-HISTORY-REC                     000396
019900         INVALID KEY                                              000397
019950             SET WS-HIST-EOF TO TRUE                              000398
020000     END-START.                                                   000399
020050     PERFORM UNTIL WS-HIST-EOF                                    000400
020100         READ GRADE-HISTORY NEXT RECORD                           000401
020150             AT END                                               000402
020200                 SET WS-HIST-EOF TO TRUE                          000403
020250             NOT AT END                                           000404
020300                 IF HIST-STU-ID OF GRADE-HISTORY-REC NOT =        000405
020350                         STU-MAST-ID OF STUDENT-MASTER-RECORD     000406
020400                     SET WS-HIST-EOF TO TRUE                      000407
020450                 ELSE                                             000408
020500                     PERFORM 2300-FETCH-COURSE-CREDITS            000409
020550                     PERFORM 2400-ACCUMULATE-GPA                  000410
020600                 END-IF                                           000411
020650         END-READ                                                 000412
020700     END-PERFORM.                                                 000413
020750* The course's catalog credit hours - none when the course is     000414
020800* off the catalog                                                 000415
020850 2300-FETCH-COURSE-CREDITS.                                       000416
020900     MOVE HIST-COURSE OF GRADE-HISTORY-REC                        000417
020950         TO COURSE-CODE OF COURSE-CATALOG-RECORD.                 000418
021000     READ COURSE-CATALOG                                          000419
021050         INVALID KEY                                              000420
021100             MOVE ZERO TO WS-CRS-CREDITS                          000421
021150         NOT INVALID KEY                                          000422
021200             IF COURSE-CREDITS OF COURSE-CATALOG-RECORD           000423
021250                     IS NUMERIC                                   000424
021300                 MOVE COURSE-CREDITS OF COURSE-CATALOG-RECORD     000425
021350                     TO WS-CRS-CREDITS                            000426
021400             ELSE                                                 000427
021450                 MOVE ZERO TO WS-CRS-CREDITS                      000428
021500             END-IF                                               000429
021550     END-READ.                                                    000430
021600* Weight the letter's 4.0-scale quality points by the course's    000431
021650* credit hours, as TRANSCRIPT does. A letter above the lowest     000432
021700* band passes the course                                          000433
021750 2400-ACCUMULATE-GPA.                                             000434
021800     PERFORM 2450-FIND-LETTER-BAND.                               000435
021850     IF WS-BAND-IDX < WS-BAND-CNT                                 000436
021900         PERFORM 2500-NOTE-COURSE-PASSED                          000437
021950     END-IF.                                                      000438
022000     IF WS-BAND-IDX > WS-BAND-CNT OR WS-CRS-CREDITS = ZERO        000439
022050         CONTINUE                                                 000440
022100     ELSE                                                         000441
022150         COMPUTE WS-QUAL-POINTS = WS-BAND-CNT - WS-BAND-IDX       000442
022200         COMPUTE WS-CUM-QP =                                      000443
022250             WS-CUM-QP + WS-CRS-CREDITS * WS-QUAL-POINTS          000444
022300         ADD WS-CRS-CREDITS TO WS-CUM-CREDITS                     000445
022350     END-IF.                                                      000446
022400* Locate the record's letter in the band table; a letter no       000447
022450* longer on the scale leaves the index past the table             000448
022500 2450-FIND-LETTER-BAND.                                           000449
022550     PERFORM VARYING WS-BAND-IDX FROM 1 BY 1                      000450
022600             UNTIL WS-BAND-IDX > WS-BAND-CNT                      000451
022650         IF GRD-LETTER OF GRD-BAND (WS-BAND-IDX)                  000452
022700                 = HIST-LETTER OF GRADE-HISTORY-REC               000453
022750             EXIT PERFORM                                         000454
022800         END-IF                                                   000455
022850     END-PERFORM.                                                 000456
022900* Add a passed course to the passed table and its credits to      000457
022950* credits earned, unless an earlier attempt already passed it     000458
023000 2500-NOTE-COURSE-PASSED.                                         000459
023050     MOVE HIST-COURSE OF GRADE-HISTORY-REC TO WS-TEST-COURSE.     000460
023100     PERFORM 2600-TEST-COURSE-PASSED.                             000461
023150     IF NOT WS-PASSED AND WS-PASS-CNT < WS-MAX-PASSED             000462
023200         ADD 1 TO WS-PASS-CNT                                     000463
023250         MOVE HIST-COURSE OF GRADE-HISTORY-REC                    000464
023300             TO PASS-COURSE (WS-PASS-CNT)                         000465
023350         ADD WS-CRS-CREDITS TO WS-EARNED-CREDITS                  000466
023400     END-IF.                                                      000467
023450* Is the course in WS-TEST-COURSE on the passed table             000468
023500 2600-TEST-COURSE-PASSED.                                         000469
023550     MOVE "N" TO WS-PASSED-SW.                                    000470
023600     PERFORM VARYING WS-PASS-IDX FROM 1 BY 1                      000471
023650             UNTIL WS-PASS-IDX > WS-PASS-CNT                      000472
023700         IF PASS-COURSE (WS-PASS-IDX) = WS-TEST-COURSE            000473
023750             SET WS-PASSED TO TRUE                                000474
023800             EXIT PERFORM                                         000475
023850         END-IF                                                   000476
023900     END-PERFORM.                                                 000477
023950* One page per student - the credit, GPA and required-course      000478
024000* requirements each marked satisfied or outstanding, and the      000479
024050* overall result                                                  000480
024100 3000-PRINT-AUDIT-PAGE.                                           000481
024150     IF WS-WRITE-CNT > ZERO                                       000482
024200         WRITE AUDIT-REPORT-LINE FROM SPACES                      000483
024250             AFTER ADVANCING PAGE                                 000484
024300     END-IF.                                                      000485
024350     MOVE STU-MAST-ID OF STUDENT-MASTER-RECORD TO HDG-STU-ID.     000486
024400     MOVE STU-MAST-NAME OF STUDENT-MASTER-RECORD TO HDG-STU-NAME. 000487
024450     MOVE STU-MAST-PROGRAM OF STUDENT-MASTER-RECORD               000488
024500         TO HDG-PROGRAM.                                          000489
024550     IF WS-PGM-FOUND                                              000490
024600         MOVE PGM-TITLE (WS-PGM-IDX) TO HDG-PGM-TITLE             000491
024650     ELSE                                                         000492
024700         MOVE "(NOT ON PROGREQ)" TO HDG-PGM-TITLE                 000493
024750     END-IF.                                                      000494
024800     WRITE AUDIT-REPORT-LINE FROM WS-HDG-1.                       000495
024850     WRITE AUDIT-REPORT-LINE FROM SPACES.                         000496
024900     WRITE AUDIT-REPORT-LINE FROM WS-HDG-2.                       000497
024950     WRITE AUDIT-REPORT-LINE FROM WS-HDG-3.                       000498
025000     WRITE AUDIT-REPORT-LINE FROM SPACES.                         000499
025050     WRITE AUDIT-REPORT-LINE FROM WS-HDG-4.                       000500
025100     WRITE AUDIT-REPORT-LINE FROM SPACES.                         000501
025150     IF WS-PGM-FOUND                                              000502
025200         PERFORM 3100-PRINT-CREDIT-LINE                           000503
025250         PERFORM 3200-PRINT-GPA-LINE                              000504
025300         PERFORM VARYING WS-REQ-IDX FROM 1 BY 1                   000505
025350                 UNTIL WS-REQ-IDX > WS-REQ-CNT                    000506
025400             IF REQ-PROGRAM (WS-REQ-IDX) =                        000507
025450                     STU-MAST-PROGRAM OF STUDENT-MASTER-RECORD    000508
025500                 PERFORM 3300-PRINT-COURSE-LINE                   000509
025550             END-IF                                               000510
025600         END-PERFORM                                              000511
025650     ELSE                                                         000512
025700         MOVE "DECLARED PROGRAM" TO DTL-REQUIREMENT               000513
025750         MOVE SPACES TO DTL-REQUIRED                              000514
025800         MOVE SPACES TO DTL-EARNED                                000515
025850         MOVE "OUTSTANDING" TO DTL-STATUS                         000516
025900         ADD 1 TO WS-OUTSTANDING                                  000517
025950         WRITE AUDIT-REPORT-LINE FROM WS-DETAIL-LINE              000518
026000     END-IF.                                                      000519
026050     WRITE AUDIT-REPORT-LINE FROM SPACES.                         000520
026100     IF WS-OUTSTANDING = ZERO                                     000521
026150         MOVE "CLEARED FOR GRADUATION" TO RSLT-TEXT               000522
026200         MOVE ZERO TO RSLT-OUTSTANDING                            000523
026250         MOVE SPACES TO RSLT-TEXT-2                               000524
026300         ADD 1 TO WS-CLEARED-CNT                                  000525
026350     ELSE                                                         000526
026400         MOVE "NOT CLEARED -" TO RSLT-TEXT                        000527
026450         MOVE WS-OUTSTANDING TO RSLT-OUTSTANDING                  000528
026500         MOVE " REQUIREMENT(S) OUTSTANDING" TO RSLT-TEXT-2        000529
026550         ADD 1 TO WS-NOT-CLEARED-CNT                              000530
026600     END-IF.                                                      000531
026650     WRITE AUDIT-REPORT-LINE FROM WS-RESULT-LINE.                 000532
026700* Credits earned against the program's credit minimum             000533
026750 3100-PRINT-CREDIT-LINE.                                          000534
026800     MOVE "TOTAL CREDITS" TO DTL-REQUIREMENT.                     000535
026850     MOVE PGM-MIN-CREDITS (WS-PGM-IDX) TO WS-ED-CREDITS.          000536
026900     MOVE WS-ED-CREDITS TO DTL-REQUIRED.                          000537
026950     MOVE WS-EARNED-CREDITS TO WS-ED-CREDITS.                     000538
027000     MOVE WS-ED-CREDITS TO DTL-EARNED.                            000539
027050     IF WS-EARNED-CREDITS >= PGM-MIN-CREDITS (WS-PGM-IDX)         000540
027100         MOVE "SATISFIED" TO DTL-STATUS                           000541
027150     ELSE                                                         000542
027200         MOVE "OUTSTANDING" TO DTL-STATUS                         000543
027250         ADD 1 TO WS-OUTSTANDING                                  000544
027300     END-IF.                                                      000545
027350     WRITE AUDIT-REPORT-LINE FROM WS-DETAIL-LINE.                 000546
027400* Cumulative GPA against the program's minimum                    000547
027450 3200-PRINT-GPA-LINE.                                             000548
027500     MOVE "CUMULATIVE GPA" TO DTL-REQUIREMENT.                    000549
027550     MOVE PGM-MIN-GPA (WS-PGM-IDX) TO WS-ED-GPA.                  000550
027600     MOVE WS-ED-GPA TO DTL-REQUIRED.                              000551
027650     MOVE WS-CUM-GPA TO WS-ED-GPA.                                000552
027700     MOVE WS-ED-GPA TO DTL-EARNED.                                000553
027750     IF WS-CUM-GPA >= PGM-MIN-GPA (WS-PGM-IDX)                    000554
027800         MOVE "SATISFIED" TO DTL-STATUS                           000555
027850     ELSE                                                         000556
027900         MOVE "OUTSTANDING" TO DTL-STATUS                         000557
027950         ADD 1 TO WS-OUTSTANDING                                  000558
028000     END-IF.                                                      000559
028050     WRITE AUDIT-REPORT-LINE FROM WS-DETAIL-LINE.                 000560
028100* One required course - satisfied when the student has passed it  000561
028150 3300-PRINT-COURSE-LINE.                                          000562
028200     MOVE SPACES TO DTL-REQUIREMENT.                              000563
028250     STRING "REQUIRED COURSE " DELIMITED BY SIZE                  000564
028300         REQ-COURSE (WS-REQ-IDX) DELIMITED BY SIZE                000565
028350         INTO DTL-REQUIREMENT.                                    000566
028400     MOVE SPACES TO DTL-REQUIRED.                                 000567
028450     MOVE SPACES TO DTL-EARNED.                                   000568
028500     MOVE REQ-COURSE (WS-REQ-IDX) TO WS-TEST-COURSE.              000569
028550     PERFORM 2600-TEST-COURSE-PASSED.                             000570
028600     IF WS-PASSED                                                 000571
028650         MOVE "SATISFIED" TO DTL-STATUS                           000572
028700     ELSE                                                         000573
028750         MOVE "OUTSTANDING" TO DTL-STATUS                         000574
028800         ADD 1 TO WS-OUTSTANDING                                  000575
028850     END-IF.                                                      000576
028900     WRITE AUDIT-REPORT-LINE FROM WS-DETAIL-LINE.                 000577
028950* Record the student's result, replacing the last run's row       000578
029000 4000-WRITE-RESULT.                                               000579
029050     MOVE STU-MAST-ID OF STUDENT-MASTER-RECORD                    000580
029100         TO DEG-STU-ID OF DEGREE-RESULT-RECORD.                   000581
029150     MOVE STU-MAST-PROGRAM OF STUDENT-MASTER-RECORD               000582
029200         TO DEG-PROGRAM OF DEGREE-RESULT-RECORD.                  000583
029250     IF WS-OUTSTANDING = ZERO                                     000584
029300         MOVE "Y" TO DEG-CLEARED OF DEGREE-RESULT-RECORD          000585
029350     ELSE                                                         000586
029400         MOVE "N" TO DEG-CLEARED OF DEGREE-RESULT-RECORD          000587
029450     END-IF.                                                      000588
029500     IF WS-EARNED-CREDITS > 999                                   000589
029550         MOVE 999 TO DEG-CREDITS OF DEGREE-RESULT-RECORD          000590
029600     ELSE                                                         000591
029650         MOVE WS-EARNED-CREDITS                                   000592
029700             TO DEG-CREDITS OF DEGREE-RESULT-RECORD               000593
029750     END-IF.                                                      000594
029800     MOVE WS-CUM-GPA TO DEG-GPA OF DEGREE-RESULT-RECORD.          000595
029850     MOVE WS-OUTSTANDING                                          000596
029900         TO DEG-OUTSTANDING OF DEGREE-RESULT-RECORD.              000597
029950     MOVE WS-RUN-DATE-CTL                                         000598
030000         TO DEG-AUDIT-DATE OF DEGREE-RESULT-RECORD.               000599
030050     WRITE DEGREE-RESULT-RECORD                                   000600
030100         INVALID KEY                                              000601
030150             REWRITE DEGREE-RESULT-RECORD                         000602
030200                 INVALID KEY                                      000603
030250                     DISPLAY "Unable to record audit for "        000604
030300                         DEG-STU-ID OF DEGREE-RESULT-RECORD       000605
030350             END-REWRITE                                          000606
030400     END-WRITE.                                                   000607
030450     ADD 1 TO WS-WRITE-CNT.                                       000608
030500* Closing page of run totals                                      000609
030550 7000-PRINT-AUDIT-TOTALS.                                         000610
030600     IF WS-WRITE-CNT > ZERO                                       000611
030650         WRITE AUDIT-REPORT-LINE FROM SPACES                      000612
030700             AFTER ADVANCING PAGE                                 000613
030750     END-IF.                                                      000614
030800     WRITE AUDIT-REPORT-LINE FROM WS-HDG-1.                       000615
030850     WRITE AUDIT-REPORT-LINE FROM SPACES.                         000616
030900     MOVE WS-READ-CNT TO FTR-READ.                                000617
030950     MOVE WS-CLEARED-CNT TO FTR-CLEARED.                          000618
031000     MOVE WS-NOT-CLEARED-CNT TO FTR-NOT-CLEARED.                  000619
031050     MOVE WS-UNDECLARED-CNT TO FTR-UNDECLARED.                    000620
031100     MOVE WS-WITHDRAWN-CNT TO FTR-WITHDRAWN.                      000621
031150     WRITE AUDIT-REPORT-LINE FROM WS-FOOTER-1.                    000622
031200     WRITE AUDIT-REPORT-LINE FROM WS-FOOTER-2.                    000623
031250     WRITE AUDIT-REPORT-LINE FROM WS-FOOTER-3.                    000624
031300     WRITE AUDIT-REPORT-LINE FROM WS-FOOTER-4.                    000625
031350     WRITE AUDIT-REPORT-LINE FROM WS-FOOTER-5.                    000626
031400* Append this run's records-read/records-written to the shared    000627
031450* run-log for the nightly batch-window reconciliation             000628
031500 8000-WRITE-RUN-LOG.                                              000629
031550     OPEN EXTEND RUN-LOG.                                         000630
031600     IF WS-RUNLOG-STATUS = "35"                                   000631
031650         OPEN OUTPUT RUN-LOG                                      000632
031700     END-IF.                                                      000633
031750     MOVE "DEGAUDIT" TO RUNLOG-PROGRAM.                           000634
031800     MOVE FUNCTION CURRENT-DATE (1:14) TO RUNLOG-TIMESTAMP.       000635
031850     MOVE WS-READ-CNT TO RUNLOG-RECORDS-READ.                     000636
031900     MOVE WS-WRITE-CNT TO RUNLOG-RECORDS-WRITTEN.                 000637
031950     WRITE RUN-LOG-RECORD.                                        000638
032000     CLOSE RUN-LOG.                                               000639
032050* Ask the processing calendar whether this step runs tonight -    000640
032100* a holiday date skips it, and a weekly/monthly/month-end         000641
032150* frequency skips the nights between. A skipped step writes a     000642
032200* K run-control record so the status report and the restart       000643
032250* logic still account for it. No calendar file, or no             000644
032300* frequency record for this step, means run nightly as before     000645
032350 0180-CHECK-PROCESS-CALENDAR.                                     000646
032400     MOVE "N" TO WS-CAL-SKIP-SW.                                  000647
032450     MOVE "N" TO WS-CAL-EOF-SW.                                   000648
032500     MOVE "D" TO WS-CAL-FREQ.                                     000649
032550     MOVE ZERO TO WS-CAL-DAY.                                     000650
032600     OPEN INPUT PROCESS-CALENDAR.                                 000651
032650     PERFORM UNTIL WS-CAL-EOF                                     000652
032700         READ PROCESS-CALENDAR                                    000653
032750             AT END                                               000654
032800                 SET WS-CAL-EOF TO TRUE                           000655
032850             NOT AT END                                           000656
032900                 IF CAL-REC-TYPE = "H" AND                        000657
032950                         CAL-DATE = WS-RUN-DATE-CTL               000658
033000                     SET WS-CAL-SKIP TO TRUE                      000659
033050                 END-IF                                           000660
033100                 IF CAL-REC-TYPE = "F" AND                        000661
033150                         CAL-STEP = "DEGAUDIT"                    000662
033200                     MOVE CAL-FREQ TO WS-CAL-FREQ                 000663
033250                     MOVE CAL-DAY TO WS-CAL-DAY                   000664
033300                 END-IF                                           000665
033350         END-READ                                                 000666
033400     END-PERFORM.                                                 000667
033450     CLOSE PROCESS-CALENDAR.                                      000668
033500     IF NOT WS-CAL-SKIP                                           000669
033550         PERFORM 0190-TEST-STEP-FREQUENCY                         000670
033600     END-IF.                                                      000671
033650     IF WS-CAL-SKIP                                               000672
033700         MOVE "CALSKIP" TO WS-STEP-REASON                         000673
033750         PERFORM 8960-SET-RETURN-CODE                             000674
033800         MOVE "K" TO RC-STATUS OF RUN-CONTROL-REC                 000675
033850         PERFORM 8950-WRITE-RUN-CONTROL                           000676
033900         DISPLAY "DEGAUDIT skipped per processing calendar."      000677
033950     END-IF.                                                      000678
034000* Does the step's frequency land on tonight - weekly runs on      000679
034050* its day of week, monthly on its day of month, month-end         000680
034100* when tomorrow is a new month                                    000681
034150 0190-TEST-STEP-FREQUENCY.                                        000682
034200     COMPUTE WS-CAL-INT-DATE =                                    000683
034250         FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-CTL).              000684
034300     EVALUATE WS-CAL-FREQ                                         000685
034350         WHEN "W"                                                 000686
034400             COMPUTE WS-CAL-DOW = FUNCTION MOD                    000687
034450                 (WS-CAL-INT-DATE - 1, 7) + 1                     000688
034500             IF WS-CAL-DOW NOT = WS-CAL-DAY                       000689
034550                 SET WS-CAL-SKIP TO TRUE                          000690
034600             END-IF                                               000691
034650         WHEN "M"                                                 000692
034700             IF WS-RUN-DATE-CTL (7:2) NOT = WS-CAL-DAY-X          000693
034750                 SET WS-CAL-SKIP TO TRUE                          000694
034800             END-IF                                               000695
034850         WHEN "E"                                                 000696
034900             COMPUTE WS-CAL-NEXT-DATE =                           000697
034950                 FUNCTION DATE-OF-INTEGER                         000698
035000                 (WS-CAL-INT-DATE + 1)                            000699
035050             IF WS-CAL-NEXT-DATE (5:2) =                          000700
035100                     WS-RUN-DATE-CTL (5:2)                        000701
035150                 SET WS-CAL-SKIP TO TRUE                          000702
035200             END-IF                                               000703
035250         WHEN OTHER                                               000704
035300             CONTINUE                                             000705
035350     END-EVALUATE.                                                000706
035400* See whether this step already completed for tonight's run       000707
035450 0100-CHECK-RUN-CONTROL.                                          000708
035500     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE-CTL.         000709
035550     OPEN INPUT RUN-CONTROL-IN.                                   000710
035600     PERFORM UNTIL WS-RCTL-EOF                                    000711
035650         READ RUN-CONTROL-IN                                      000712
035700             AT END                                               000713
035750                 SET WS-RCTL-EOF TO TRUE                          000714
035800             NOT AT END                                           000715
035850                 IF RC-RUN-DATE OF RUN-CONTROL-IN-REC             000716
035900                         = WS-RUN-DATE-CTL AND                    000717
035950                         RC-STEP-NAME OF RUN-CONTROL-IN-REC       000718
036000                         = "DEGAUDIT" AND                         000719
036050                         RC-STATUS OF RUN-CONTROL-IN-REC = "C"    000720
036100                     SET WS-STEP-DONE TO TRUE                     000721
036150                 END-IF                                           000722
036200         END-READ                                                 000723
036250     END-PERFORM.                                                 000724
036300     CLOSE RUN-CONTROL-IN.                                        000725
036350* Record this step as started for tonight's run                   000726
036400 0200-MARK-STEP-STARTED.                                          000727
036450     MOVE "S" TO RC-STATUS OF RUN-CONTROL-REC.                    000728
036500     PERFORM 8950-WRITE-RUN-CONTROL.                              000729
036550* Record how this step ended for tonight's run - a C record       000730
036600* when its return code is below 8 (clean or warning), an F        000731
036650* record for a failure so a resubmitted night runs it again       000732
036700 8900-MARK-STEP-COMPLETE.                                         000733
036750     PERFORM 8960-SET-RETURN-CODE.                                000734
036800     IF WS-STEP-RC < 8                                            000735
036850         MOVE "C" TO RC-STATUS OF RUN-CONTROL-REC                 000736
036900     ELSE                                                         000737
036950         MOVE "F" TO RC-STATUS OF RUN-CONTROL-REC                 000738
037000     END-IF.                                                      000739
037050     PERFORM 8950-WRITE-RUN-CONTROL.                              000740
037100* Stamp and append one run-control record                         000741
037150 8950-WRITE-RUN-CONTROL.                                          000742
037200     OPEN EXTEND RUN-CONTROL.                                     000743
037250     IF WS-RUNCTL-STATUS = "35"                                   000744
037300         OPEN OUTPUT RUN-CONTROL                                  000745
037350     END-IF.                                                      000746
037400     MOVE WS-RUN-DATE-CTL                                         000747
037450         TO RC-RUN-DATE OF RUN-CONTROL-REC.                       000748
037500     MOVE "DEGAUDIT" TO RC-STEP-NAME OF RUN-CONTROL-REC.          000749
037550     MOVE WS-STEP-RC TO RC-RETURN-CODE OF RUN-CONTROL-REC.        000750
037600     MOVE WS-STEP-REASON TO RC-REASON OF RUN-CONTROL-REC.         000751
037650     MOVE FUNCTION CURRENT-DATE (1:14)                            000752
037700         TO RC-TIMESTAMP OF RUN-CONTROL-REC.                      000753
037750     WRITE RUN-CONTROL-REC.                                       000754
037800     CLOSE RUN-CONTROL.                                           000755
037850* Classify this step's reason through the shared severity         000756
037900* table and pass the standard return code back to the job         000757
037950* step. No reason set means a clean run; a reason missing         000758
038000* from the table is treated as abend-worthy                       000759
038050 8960-SET-RETURN-CODE.                                            000760
038100     IF WS-STEP-REASON = SPACES                                   000761
038150         MOVE "CLEAN" TO WS-STEP-REASON                           000762
038200     END-IF.                                                      000763
038250     MOVE 12 TO WS-STEP-RC.                                       000764
038300     PERFORM VARYING WS-SEV-IDX FROM 1 BY 1                       000765
038350             UNTIL WS-SEV-IDX > WS-SEV-MAX                        000766
038400         IF SEV-REASON (WS-SEV-IDX) = WS-STEP-REASON              000767
038450             MOVE SEV-RC (WS-SEV-IDX) TO WS-STEP-RC               000768
038500         END-IF                                                   000769
038550     END-PERFORM.                                                 000770
038600     MOVE WS-STEP-RC TO RETURN-CODE.                              000771
