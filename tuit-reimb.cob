000100 IDENTIFICATION DIVISION.                                         000001
000150 PROGRAM-ID. TUIT-REIMB.                                          000002
000200* End-of-term employee tuition reimbursement - for every          000003
000250* employee on the EMPSTUX cross-reference who is active on        000004
000300* EMPMAST, finds the courses completed in the term on             000005
000350* GRADE-HISTORY and applies the REIMPOL policy: a course earns    000006
000400* its catalog COURSE-CREDITS at the rate per credit hour when     000007
000450* its letter grade is at or above the minimum letter, and the     000008
000500* employee's reimbursements in the calendar year of the term      000009
000550* stop at the annual cap. Each approved course is kept on         000010
000600* REIMHIST, so a course is never paid twice and the cap counts    000011
000650* every term of the year, and each employee's total for the       000012
000700* term is queued on REIMBQ for the next AUD-DELTA extract to      000013
000750* send to the bureau as a reimbursement record. Every course      000014
000800* considered is listed on the approval register with its          000015
000850* result, for HR sign-off. The term comes from STATTERM, else     000016
000900* the current GRDTERM, else the run year/month                    000017
000950 ENVIRONMENT DIVISION.                                            000018
001000 INPUT-OUTPUT SECTION.                                            000019
001050 FILE-CONTROL.                                                    000020
001100* Employee-to-student cross-reference - the employees who may     000021
001150* claim, in employee order                                        000022
001200     SELECT EMP-STU-XREF ASSIGN TO "EMPSTUX"                      000023
001250         ORGANIZATION IS INDEXED                                  000024
001300         ACCESS MODE IS SEQUENTIAL                                000025
001350         RECORD KEY IS XREF-EMP-ID OF EMP-STU-XREF-RECORD.        000026
001400     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"                   000027
001450         ORGANIZATION IS INDEXED                                  000028
001500         ACCESS MODE IS DYNAMIC                                   000029
001550         RECORD KEY IS EMP-ID OF EMPLOYEE-MASTER-RECORD.          000030
001600* Grade history - a keyed START on student and term gives the     000031
001650* courses the student completed in the term                       000032
001700     SELECT GRADE-HISTORY ASSIGN TO "GRDHIST"                     000033
001750         ORGANIZATION IS INDEXED                                  000034
001800         ACCESS MODE IS DYNAMIC                                   000035
001850         RECORD KEY IS HIST-KEY OF GRADE-HISTORY-REC.             000036
001900* Course catalog - keyed reads give each course's credit hours    000037
001950     SELECT COURSE-CATALOG ASSIGN TO "CRSMAST"                    000038
002000         ORGANIZATION IS INDEXED                                  000039
002050         ACCESS MODE IS DYNAMIC                                   000040
002100         RECORD KEY IS COURSE-CODE OF COURSE-CATALOG-RECORD.      000041
002150* Reimbursement history - created on the first run                000042
002200     SELECT REIMB-HISTORY ASSIGN TO "REIMHIST"                    000043
002250         ORGANIZATION IS INDEXED                                  000044
002300         ACCESS MODE IS DYNAMIC                                   000045
002350         RECORD KEY IS REIM-KEY OF REIMB-HISTORY-RECORD           000046
002400         FILE STATUS IS WS-REIMHIST-STATUS.                       000047
002450* Reimbursement policy card - minimum letter grade, rate per      000048
002500* credit hour and annual cap. Optional; defaults to a C, 250.00   000049
002550* an hour and 5250.00 a year                                      000050
002600     SELECT OPTIONAL REIMB-POLICY ASSIGN TO "REIMPOL"             000051
002650         ORGANIZATION IS LINE SEQUENTIAL.                         000052
002700* Requested term - optional, else the current term                000053
002750     SELECT OPTIONAL STAT-TERM-CARD ASSIGN TO "STATTERM"          000054
002800         ORGANIZATION IS LINE SEQUENTIAL.                         000055
002850* Current term - optional, the fallback when no STATTERM card     000056
002900     SELECT OPTIONAL TERM-CONTROL ASSIGN TO "GRDTERM"             000057
002950         ORGANIZATION IS LINE SEQUENTIAL.                         000058
003000* Reimbursement queue handed to the next AUD-DELTA extract        000059
003050     SELECT REIMB-QUEUE ASSIGN TO "REIMBQ"                        000060
003100         ORGANIZATION IS LINE SEQUENTIAL                          000061
003150         FILE STATUS IS WS-REIMBQ-STATUS.                         000062
003200* Printed approval register                                       000063
003250     SELECT REIMB-REGISTER ASSIGN TO "REIMREG"                    000064
003300         ORGANIZATION IS LINE SEQUENTIAL.                         000065
003350* Run-level control-total log - every batch program appends its   000066
003400* records-read/written counts here for nightly reconciliation     000067
003450     SELECT RUN-LOG ASSIGN TO "RUNLOG"                            000068
003500         ORGANIZATION IS LINE SEQUENTIAL                          000069
003550         FILE STATUS IS WS-RUNLOG-STATUS.                         000070
003600 DATA DIVISION.                                                   000071
003650 FILE SECTION.                                                    000072
003700 FD  EMP-STU-XREF.                                                000073
003750 01  EMP-STU-XREF-RECORD.                                         000074
003800     COPY XREFREC.                                                000075
003850 FD  EMPLOYEE-MASTER.                                             000076
003900 01  EMPLOYEE-MASTER-RECORD.                                      000077
003950     COPY EMPREC.                                                 000078
004000 FD  GRADE-HISTORY.                                               000079
004050 01  GRADE-HISTORY-REC.                                           000080
004100     COPY GRDHISTREC.                                             000081
004150 FD  COURSE-CATALOG.                                              000082
004200 01  COURSE-CATALOG-RECORD.                                       000083
004250     COPY CRSREC.                                                 000084
004300 FD  REIMB-HISTORY.                                               000085
004350 01  REIMB-HISTORY-RECORD.                                        000086
004400     COPY REIMREC.                                                000087
004450 FD  REIMB-POLICY.                                                000088
004500 01  REIMB-POLICY-REC.                                            000089
004550     05  CTL-MIN-LETTER  PIC X.                                   000090
004600     05  CTL-RATE        PIC 9(5)V99.                             000091
004650     05  CTL-ANNUAL-CAP  PIC 9(7)V99.                             000092
004700 FD  STAT-TERM-CARD.                                              000093
004750 01  STAT-TERM-REC.                                               000094
004800     05  CTL-STAT-TERM  PIC X(6).                                 000095
004850 FD  TERM-CONTROL.                                                000096
004900 01  TERM-CONTROL-REC.                                            000097
004950     05  CTL-TERM    PIC X(6).                                    000098
005000 FD  REIMB-QUEUE.                                                 000099
005050 01  REIMB-QUEUE-REC.                                             000100
005100     COPY REIMQREC.                                               000101
005150 FD  REIMB-REGISTER.                                              000102
005200 01  REIMB-REGISTER-LINE PIC X(80).                               000103
005250 FD  RUN-LOG.                                                     000104
005300 01  RUN-LOG-RECORD.                                              000105
005350     COPY RUNLOGREC.                                              000106
005400 WORKING-STORAGE SECTION.                                         000107
005450 01  WS-RUNLOG-STATUS  PIC XX.                                    000108
005500 01  WS-REIMHIST-STATUS PIC XX.                                   000109
005550 01  WS-REIMBQ-STATUS  PIC XX.                                    000110
005600 01  WS-EOF-SW         PIC X VALUE "N".                           000111
005650     88  WS-AT-EOF     VALUE "Y".                                 000112
005700 01  WS-SCAN-EOF-SW    PIC X.                                     000113
005750     88  WS-SCAN-EOF   VALUE "Y".                                 000114
005800 01  WS-YTD-EOF-SW     PIC X.                                     000115
005850     88  WS-YTD-EOF    VALUE "Y".                                 000116
005900 01  WS-READ-CNT       PIC 9(7) VALUE ZERO.                       000117
005950 01  WS-EMP-CNT        PIC 9(5) VALUE ZERO.                       000118
006000 01  WS-INACTIVE-CNT   PIC 9(5) VALUE ZERO.                       000119
006050 01  WS-NOT-ON-MAST-CNT PIC 9(5) VALUE ZERO.                      000120
006100 01  WS-COURSE-CNT     PIC 9(7) VALUE ZERO.                       000121
006150 01  WS-APPROVED-CNT   PIC 9(7) VALUE ZERO.                       000122
006200 01  WS-DENIED-CNT     PIC 9(7) VALUE ZERO.                       000123
006250 01  WS-QUEUED-CNT     PIC 9(5) VALUE ZERO.                       000124
006300* Reimbursement policy - defaults replaced by the REIMPOL card    000125
006350 01  WS-MIN-LETTER     PIC X VALUE "C".                           000126
006400     88  WS-LETTER-VALID VALUE "A" "B" "C" "D".                   000127
006450 01  WS-RATE           PIC 9(5)V99 VALUE 250.00.                  000128
006500 01  WS-ANNUAL-CAP     PIC 9(7)V99 VALUE 5250.00.                 000129
006550 01  WS-PARM-VALID-SW  PIC X VALUE "Y".                           000130
006600     88  WS-PARM-VALID VALUE "Y".                                 000131
006650 01  WS-STAT-TERM      PIC X(6) VALUE SPACES.                     000132
006700 01  WS-RUN-DATE       PIC 9(8).                                  000133
006750 01  WS-RUN-TS         PIC 9(14).                                 000134
006800* The employee being worked - year-to-date reimbursed before      000135
006850* this run, and this term's approved courses                      000136
006900 01  WS-STU-ID         PIC X(9).                                  000137
006950 01  WS-EMP-STARTED-SW PIC X.                                     000138
007000     88  WS-EMP-STARTED VALUE "Y".                                000139
007050 01  WS-YTD-AMOUNT     PIC 9(7)V99.                               000140
007100 01  WS-EMP-COURSES    PIC 99.                                    000141
007150 01  WS-EMP-CREDITS    PIC 999.                                   000142
007200 01  WS-EMP-AMOUNT     PIC 9(7)V99.                               000143
007250* One course's result                                             000144
007300 01  WS-COURSE-AMOUNT  PIC 9(7)V99.                               000145
007350 01  WS-CAP-LEFT       PIC S9(7)V99.                              000146
007400 01  WS-RESULT         PIC X(24).                                 000147
007450 01  WS-TOT-APPROVED   PIC 9(9)V99 VALUE ZERO.                    000148
007500* Register heading, detail and footer lines                       000149
007550 01  WS-HDG-1.                                                    000150
007600     05  FILLER        PIC X(38)                                  000151
007650             VALUE "TUITION REIMBURSEMENT REGISTER - TERM".       000152
007700     05  HDG-TERM      PIC X(6).                                  000153
007750     05  FILLER        PIC X(4)  VALUE SPACES.                    000154
007800     05  HDG-RUN-DATE  PIC 9(8).                                  000155
007850 01  WS-HDG-2.                                                    000156
007900     05  FILLER        PIC X(14) VALUE "MINIMUM GRADE ".          000157
007950     05  HDG-MIN-LETTER PIC X.                                    000158
008000     05  FILLER        PIC X(13) VALUE "   RATE/HOUR ".           000159
008050     05  HDG-RATE      PIC ZZ,ZZ9.99.                             000160
008100     05  FILLER        PIC X(14) VALUE "   ANNUAL CAP ".          000161
008150     05  HDG-CAP       PIC Z,ZZZ,ZZ9.99.                          000162
008200 01  WS-EMP-LINE.                                                 000163
008250     05  FILLER        PIC X(4)  VALUE "EMP".                     000164
008300     05  ELN-EMP-ID    PIC X(5).                                  000165
008350     05  FILLER        PIC X(2)  VALUE SPACES.                    000166
008400     05  ELN-NAME      PIC X(10).                                 000167
008450     05  FILLER        PIC X(6)  VALUE "  STU ".                  000168
008500     05  ELN-STU-ID    PIC X(9).                                  000169
008550     05  FILLER        PIC X(15) VALUE "  YTD BEFORE  ".          000170
008600     05  ELN-YTD       PIC Z,ZZZ,ZZ9.99.                          000171
008650 01  WS-COURSE-HDG.                                               000172
008700     05  FILLER        PIC X(6)  VALUE SPACES.                    000173
008750     05  FILLER        PIC X(9)  VALUE "COURSE".                  000174
008800     05  FILLER        PIC X(7)  VALUE "GRADE".                   000175
008850     05  FILLER        PIC X(8)  VALUE "CREDITS".                 000176
008900     05  FILLER        PIC X(14) VALUE "        AMOUNT".          000177
008950     05  FILLER        PIC X(2)  VALUE SPACES.                    000178
009000     05  FILLER        PIC X(6)  VALUE "RESULT".                  000179
009050 01  WS-COURSE-LINE.                                              000180
009100     05  FILLER        PIC X(6)  VALUE SPACES.                    000181
009150     05  CLN-COURSE    PIC X(6).                                  000182
009200     05  FILLER        PIC X(5)  VALUE SPACES.                    000183
009250     05  CLN-LETTER    PIC X.                                     000184
009300     05  FILLER        PIC X(8)  VALUE SPACES.                    000185
009350     05  CLN-CREDITS   PIC Z9.                                    000186
009400     05  FILLER        PIC X(4)  VALUE SPACES.                    000187
009450     05  CLN-AMOUNT    PIC Z,ZZZ,ZZ9.99.                          000188
009500     05  FILLER        PIC X(2)  VALUE SPACES.                    000189
009550     05  CLN-RESULT    PIC X(24).                                 000190
009600 01  WS-EMP-TOTAL-LINE.                                           000191
009650     05  FILLER        PIC X(6)  VALUE SPACES.                    000192
009700     05  FILLER        PIC X(26)                                  000193
009750             VALUE "APPROVED FOR TERM".                           000194
009800     05  ETL-AMOUNT    PIC Z,ZZZ,ZZ9.99.                          000195
009850 01  WS-FOOTER-COUNT.                                             000196
009900     05  FTC-LABEL     PIC X(30).                                 000197
009950     05  FTC-COUNT     PIC ZZZZZZ9.                               000198
010000 01  WS-FOOTER-AMOUNT.                                            000199
010050     05  FTA-LABEL     PIC X(30).                                 000200
010100     05  FTA-AMOUNT    PIC ZZ,ZZZ,ZZZ,ZZ9.99.                     000201
010150 01  WS-SIGNOFF-LINE.                                             000202
010200     05  FILLER        PIC X(40)                                  000203
010250             VALUE "HR APPROVAL: _________________________".      000204
010300     05  FILLER        PIC X(22)                                  000205
010350             VALUE "  DATE: ____________".                        000206
010400 01  WS-ABANDON-LINE.                                             000207
010450     05  FILLER        PIC X(50)                                  000208
010500             VALUE "RUN ABANDONED - REIMPOL CARD INVALID".        000209
010550 PROCEDURE DIVISION.                                              000210
010600 0000-MAIN.                                                       000211
010650     MOVE FUNCTION CURRENT-DATE (1:14) TO WS-RUN-TS.              000212
010700     MOVE WS-RUN-TS (1:8) TO WS-RUN-DATE.                         000213
010750     PERFORM 0500-LOAD-POLICY.                                    000214
010800     PERFORM 1500-GET-STAT-TERM.                                  000215
010850     OPEN OUTPUT REIMB-REGISTER.                                  000216
010900     MOVE WS-STAT-TERM TO HDG-TERM.                               000217
010950     MOVE WS-RUN-DATE TO HDG-RUN-DATE.                            000218
011000     WRITE REIMB-REGISTER-LINE FROM WS-HDG-1.                     000219
011050     IF NOT WS-PARM-VALID                                         000220
011100         WRITE REIMB-REGISTER-LINE FROM SPACES                    000221
011150         WRITE REIMB-REGISTER-LINE FROM WS-ABANDON-LINE           000222
011200         CLOSE REIMB-REGISTER                                     000223
011250         DISPLAY "REIMPOL policy card is invalid"                 000224
011300             " - no reimbursement calculated."                    000225
011350         PERFORM 8000-WRITE-RUN-LOG                               000226
011400         MOVE 8 TO RETURN-CODE                                    000227
011450         STOP RUN                                                 000228
011500     END-IF.                                                      000229
011550     MOVE WS-MIN-LETTER TO HDG-MIN-LETTER.                        000230
011600     MOVE WS-RATE TO HDG-RATE.                                    000231
011650     MOVE WS-ANNUAL-CAP TO HDG-CAP.                               000232
011700     WRITE REIMB-REGISTER-LINE FROM WS-HDG-2.                     000233
011750     WRITE REIMB-REGISTER-LINE FROM SPACES.                       000234
011800     OPEN INPUT EMP-STU-XREF.                                     000235
011850     OPEN INPUT EMPLOYEE-MASTER.                                  000236
011900     OPEN INPUT GRADE-HISTORY.                                    000237
011950     OPEN INPUT COURSE-CATALOG.                                   000238
012000     OPEN I-O REIMB-HISTORY.                                      000239
012050     IF WS-REIMHIST-STATUS = "35"                                 000240
012100         OPEN OUTPUT REIMB-HISTORY                                000241
012150         CLOSE REIMB-HISTORY                                      000242
012200         OPEN I-O REIMB-HISTORY                                   000243
012250     END-IF.                                                      000244
012300     OPEN EXTEND REIMB-QUEUE.                                     000245
012350     IF WS-REIMBQ-STATUS = "35"                                   000246
012400         OPEN OUTPUT REIMB-QUEUE                                  000247
012450     END-IF.                                                      000248
012500     PERFORM UNTIL WS-AT-EOF                                      000249
012550         READ EMP-STU-XREF                                        000250
012600             AT END                                               000251
012650                 SET WS-AT-EOF TO TRUE                            000252
012700             NOT AT END                                           000253
012750                 ADD 1 TO WS-READ-CNT                             000254
012800                 PERFORM 2000-PROCESS-EMPLOYEE                    000255
012850         END-READ                                                 000256
012900     END-PERFORM.                                                 000257
012950     CLOSE EMP-STU-XREF.                                          000258
013000     CLOSE EMPLOYEE-MASTER.                                       000259
013050     CLOSE GRADE-HISTORY.                                         000260
013100     CLOSE COURSE-CATALOG.                                        000261
013150     CLOSE REIMB-HISTORY.                                         000262
013200     CLOSE REIMB-QUEUE.                                           000263
013250     PERFORM 5000-PRINT-REGISTER-TOTALS.                          000264
013300     CLOSE REIMB-REGISTER.                                        000265
013350     DISPLAY "TUITION REIMBURSEMENT - TERM " WS-STAT-TERM.        000266
013400     DISPLAY "Cross-references read: " WS-READ-CNT.               000267
013450     DISPLAY "Courses considered:    " WS-COURSE-CNT.             000268
013500     DISPLAY "Courses approved:      " WS-APPROVED-CNT.           000269
013550     DISPLAY "Employees queued:      " WS-QUEUED-CNT.             000270
013600     PERFORM 8000-WRITE-RUN-LOG.                                  000271
013650     STOP RUN.                                                    000272
013700* The policy from REIMPOL - a field left blank keeps its          000273
013750* default, and a minimum letter other than A to D or a zero       000274
013800* rate stops the run                                              000275
013850 0500-LOAD-POLICY.                                                000276
013900     OPEN INPUT REIMB-POLICY.                                     000277
013950     READ REIMB-POLICY                                            000278
014000         AT END                                                   000279
014050             CONTINUE                                             000280
014100         NOT AT END                                               000281
014150             IF CTL-MIN-LETTER NOT = SPACE                        000282
014200                 MOVE CTL-MIN-LETTER TO WS-MIN-LETTER             000283
014250             END-IF                                               000284
014300             IF CTL-RATE IS NUMERIC                               000285
014350                 MOVE CTL-RATE TO WS-RATE                         000286
014400             END-IF                                               000287
014450             IF CTL-ANNUAL-CAP IS NUMERIC                         000288
014500                 MOVE CTL-ANNUAL-CAP TO WS-ANNUAL-CAP             000289
014550             END-IF                                               000290
014600     END-READ.                                                    000291
014650     CLOSE REIMB-POLICY.                                          000292
014700     IF NOT WS-LETTER-VALID OR WS-RATE = ZERO                     000293
014750         MOVE "N" TO WS-PARM-VALID-SW                             000294
014800     END-IF.                                                      000295
014850* The requested term comes from STATTERM, else GRDTERM, else      000296
014900* the run year/month                                              000297
014950 1500-GET-STAT-TERM.                                              000298
015000     OPEN INPUT STAT-TERM-CARD.                                   000299
015050     READ STAT-TERM-CARD                                          000300
015100         AT END                                                   000301
015150             CONTINUE                                             000302
015200         NOT AT END                                               000303
015250             IF CTL-STAT-TERM NOT = SPACES                        000304
015300                 MOVE CTL-STAT-TERM TO WS-STAT-TERM               000305
015350             END-IF                                               000306
015400     END-READ.                                                    000307
015450     CLOSE STAT-TERM-CARD.                                        000308
015500     IF WS-STAT-TERM = SPACES                                     000309
015550         OPEN INPUT TERM-CONTROL                                  000310
015600         READ TERM-CONTROL                                        000311
015650             AT END                                               000312
015700                 CONTINUE                                         000313
015750             NOT AT END                                           000314
015800                 IF CTL-TERM NOT = SPACES                         000315
015850                     MOVE CTL-TERM TO WS-STAT-TERM                000316
015900                 END-IF                                           000317
015950         END-READ                                                 000318
016000         CLOSE TERM-CONTROL                                       000319
016050     END-IF.                                                      000320
016100     IF WS-STAT-TERM = SPACES                                     000321
016150         MOVE FUNCTION CURRENT-DATE (1:6) TO WS-STAT-TERM         000322
016200     END-IF.                                                      000323
016250* One cross-referenced employee - only an active employee         000324
016300* claims; the student's grade history for the term is walked      000325
016350* course by course and the term's total queued for the bureau     000326
016400 2000-PROCESS-EMPLOYEE.                                           000327
016450     MOVE XREF-EMP-ID OF EMP-STU-XREF-RECORD                      000328
016500         TO EMP-ID OF EMPLOYEE-MASTER-RECORD.                     000329
016550     READ EMPLOYEE-MASTER                                         000330
016600         INVALID KEY                                              000331
016650             ADD 1 TO WS-NOT-ON-MAST-CNT                          000332
016700         NOT INVALID KEY                                          000333
016750             IF EMP-STATUS OF EMPLOYEE-MASTER-RECORD = "A" OR     000334
016800                     EMP-STATUS OF EMPLOYEE-MASTER-RECORD = SPACE 000335
016850                 ADD 1 TO WS-EMP-CNT                              000336
016900                 PERFORM 2100-WORK-TERM-COURSES                   000337
016950             ELSE                                                 000338
017000                 ADD 1 TO WS-INACTIVE-CNT                         000339
017050             END-IF                                               000340
017100     END-READ.                                                    000341
017150 2100-WORK-TERM-COURSES.                                          000342
017200     MOVE XREF-STU-ID OF EMP-STU-XREF-RECORD TO WS-STU-ID.        000343
017250     MOVE "N" TO WS-EMP-STARTED-SW.                               000344
017300     MOVE ZERO TO WS-EMP-COURSES.                                 000345
017350     MOVE ZERO TO WS-EMP-CREDITS.                                 000346
017400     MOVE ZERO TO WS-EMP-AMOUNT.                                  000347
017450     MOVE "N" TO WS-SCAN-EOF-SW.                                  000348
017500     MOVE WS-STU-ID TO HIST-STU-ID OF GRADE-HISTORY-REC.          000349
017550     MOVE WS-STAT-TERM TO HIST-TERM OF GRADE-HISTORY-REC.         000350
017600     MOVE LOW-VALUES TO HIST-COURSE OF GRADE-HISTORY-REC.         000351
017650     START GRADE-HISTORY                                          000352
017700         KEY >= HIST-KEY OF GRADE-HISTORY-REC                     000353
017750         INVALID KEY                                              000354
017800             SET WS-SCAN-EOF TO TRUE                              000355
017850     END-START.                                                   000356
017900     PERFORM UNTIL WS-SCAN-EOF                                    000357
017950         READ GRADE-HISTORY NEXT RECORD                           000358
018000             AT END                                               000359
018050                 SET WS-SCAN-EOF TO TRUE                          000360
018100             NOT AT END                                           000361
018150                 IF HIST-STU-ID OF GRADE-HISTORY-REC              000362
018200                         NOT = WS-STU-ID OR                       000363
018250                         HIST-TERM OF GRADE-HISTORY-REC           000364
018300                         NOT = WS-STAT-TERM                       000365
018350                     SET WS-SCAN-EOF TO TRUE                      000366
018400                 ELSE                                             000367
018450                     IF NOT WS-EMP-STARTED                        000368
018500                         PERFORM 2200-START-EMPLOYEE              000369
018550                     END-IF                                       000370
018600                     PERFORM 3000-EVALUATE-COURSE                 000371
018650                 END-IF                                           000372
018700         END-READ                                                 000373
018750     END-PERFORM.                                                 000374
018800     IF WS-EMP-STARTED                                            000375
018850         MOVE WS-EMP-AMOUNT TO ETL-AMOUNT                         000376
018900         WRITE REIMB-REGISTER-LINE FROM WS-EMP-TOTAL-LINE         000377
018950         WRITE REIMB-REGISTER-LINE FROM SPACES                    000378
019000         IF WS-EMP-AMOUNT > ZERO                                  000379
019050             PERFORM 4000-QUEUE-REIMBURSEMENT                     000380
019100         END-IF                                                   000381
019150     END-IF.                                                      000382
019200* First course of the term for the employee - total what the      000383
019250* employee was already reimbursed in the term's calendar year     000384
019300* and print the employee heading                                  000385
019350 2200-START-EMPLOYEE.                                             000386
019400     SET WS-EMP-STARTED TO TRUE.                                  000387
019450     MOVE ZERO TO WS-YTD-AMOUNT.                                  000388
019500     MOVE "N" TO WS-YTD-EOF-SW.                                   000389
019550     MOVE EMP-ID OF EMPLOYEE-MASTER-RECORD                        000390
019600         TO REIM-EMP-ID OF REIMB-HISTORY-RECORD.                  000391
019650     MOVE LOW-VALUES TO REIM-TERM OF REIMB-HISTORY-RECORD.        000392
019700     MOVE WS-STAT-TERM (1:4)                                      000393
019750         TO REIM-TERM OF REIMB-HISTORY-RECORD (1:4).              000394
019800     MOVE LOW-VALUES TO REIM-COURSE OF REIMB-HISTORY-RECORD.      000395
019850     START REIMB-HISTORY                                          000396
019900         KEY >= REIM-KEY OF REIMB-HISTORY-RECORD                  000397
019950         INVALID KEY                                              000398
020000             SET WS-YTD-EOF TO TRUE                               000399
020050     END-START.                                                   000400
020100     PERFORM UNTIL WS-YTD-EOF                                     000401
020150         READ REIMB-HISTORY NEXT RECORD                           000402
020200             AT END                                               000403
020250                 SET WS-YTD-EOF TO TRUE                           000404
020300             NOT AT END                                           000405
020350                 IF REIM-EMP-ID OF REIMB-HISTORY-RECORD NOT =     000406
020400                         EMP-ID OF EMPLOYEE-MASTER-RECORD OR      000407
020450                         REIM-TERM OF REIMB-HISTORY-RECORD (1:4)  000408
020500                         NOT = WS-STAT-TERM (1:4)                 000409
020550                     SET WS-YTD-EOF TO TRUE                       000410
020600                 ELSE                                             000411
020650                     ADD REIM-AMOUNT OF REIMB-HISTORY-RECORD      000412
020700                         TO WS-YTD-AMOUNT                         000413
020750                 END-IF                                           000414
020800         END-READ                                                 000415
020850     END-PERFORM.                                                 000416
020900     MOVE EMP-ID OF EMPLOYEE-MASTER-RECORD TO ELN-EMP-ID.         000417
020950     MOVE EMP-NAME OF EMPLOYEE-MASTER-RECORD TO ELN-NAME.         000418
021000     MOVE WS-STU-ID TO ELN-STU-ID.                                000419
021050     MOVE WS-YTD-AMOUNT TO ELN-YTD.                               000420
021100     WRITE REIMB-REGISTER-LINE FROM WS-EMP-LINE.                  000421
021150     WRITE REIMB-REGISTER-LINE FROM WS-COURSE-HDG.                000422
021200* One completed course - already paid, below the minimum          000423
021250* grade, off the catalog, or approved at the credit hours times   000424
021300* the rate, cut back to whatever the annual cap leaves            000425
021350 3000-EVALUATE-COURSE.                                            000426
021400     ADD 1 TO WS-COURSE-CNT.                                      000427
021450     MOVE ZERO TO WS-COURSE-AMOUNT.                               000428
021500     MOVE ZERO TO CLN-CREDITS.                                    000429
021550     MOVE EMP-ID OF EMPLOYEE-MASTER-RECORD                        000430
021600         TO REIM-EMP-ID OF REIMB-HISTORY-RECORD.                  000431
021650     MOVE WS-STAT-TERM TO REIM-TERM OF REIMB-HISTORY-RECORD.      000432
021700     MOVE HIST-COURSE OF GRADE-HISTORY-REC                        000433
021750         TO REIM-COURSE OF REIMB-HISTORY-RECORD.                  000434
021800     READ REIMB-HISTORY                                           000435
021850         INVALID KEY                                              000436
021900             PERFORM 3100-APPLY-POLICY                            000437
021950         NOT INVALID KEY                                          000438
022000             MOVE REIM-CREDITS OF REIMB-HISTORY-RECORD            000439
022050                 TO CLN-CREDITS                                   000440
022100             MOVE "ALREADY REIMBURSED" TO WS-RESULT               000441
022150     END-READ.                                                    000442
022200     IF WS-COURSE-AMOUNT > ZERO                                   000443
022250         ADD 1 TO WS-APPROVED-CNT                                 000444
022300     ELSE                                                         000445
022350         ADD 1 TO WS-DENIED-CNT                                   000446
022400     END-IF.                                                      000447
022450     MOVE HIST-COURSE OF GRADE-HISTORY-REC TO CLN-COURSE.         000448
022500     MOVE HIST-LETTER OF GRADE-HISTORY-REC TO CLN-LETTER.         000449
022550     MOVE WS-COURSE-AMOUNT TO CLN-AMOUNT.                         000450
022600     MOVE WS-RESULT TO CLN-RESULT.                                000451
022650     WRITE REIMB-REGISTER-LINE FROM WS-COURSE-LINE.               000452
022700 3100-APPLY-POLICY.                                               000453
022750     IF HIST-LETTER OF GRADE-HISTORY-REC < "A" OR                 000454
022800             HIST-LETTER OF GRADE-HISTORY-REC > WS-MIN-LETTER     000455
022850         MOVE "BELOW MINIMUM GRADE" TO WS-RESULT                  000456
022900     ELSE                                                         000457
022950         MOVE HIST-COURSE OF GRADE-HISTORY-REC                    000458
023000             TO COURSE-CODE OF COURSE-CATALOG-RECORD              000459
023050         READ COURSE-CATALOG                                      000460
023100             INVALID KEY                                          000461
023150                 MOVE "COURSE NOT ON CATALOG" TO WS-RESULT        000462
023200             NOT INVALID KEY                                      000463
023250                 MOVE COURSE-CREDITS OF COURSE-CATALOG-RECORD     000464
023300                     TO CLN-CREDITS                               000465
023350                 PERFORM 3200-APPLY-ANNUAL-CAP                    000466
023400         END-READ                                                 000467
023450     END-IF.                                                      000468
023500 3200-APPLY-ANNUAL-CAP.                                           000469
023550     COMPUTE WS-COURSE-AMOUNT =                                   000470
023600         COURSE-CREDITS OF COURSE-CATALOG-RECORD * WS-RATE.       000471
023650     COMPUTE WS-CAP-LEFT = WS-ANNUAL-CAP - WS-YTD-AMOUNT.         000472
023700     IF WS-COURSE-AMOUNT = ZERO                                   000473
023750         MOVE "NO CREDIT HOURS" TO WS-RESULT                      000474
023800     ELSE                                                         000475
023850     IF WS-CAP-LEFT NOT > ZERO                                    000476
023900         MOVE ZERO TO WS-COURSE-AMOUNT                            000477
023950         MOVE "ANNUAL CAP REACHED" TO WS-RESULT                   000478
024000     ELSE                                                         000479
024050     IF WS-COURSE-AMOUNT > WS-CAP-LEFT                            000480
024100         MOVE WS-CAP-LEFT TO WS-COURSE-AMOUNT                     000481
024150         MOVE "APPROVED - CAPPED" TO WS-RESULT                    000482
024200     ELSE                                                         000483
024250         MOVE "APPROVED" TO WS-RESULT                             000484
024300     END-IF                                                       000485
024350     END-IF                                                       000486
024400     END-IF.                                                      000487
024450     IF WS-COURSE-AMOUNT > ZERO                                   000488
024500         PERFORM 3300-RECORD-APPROVAL                             000489
024550     END-IF.                                                      000490
024600* Keep the approved course on the history and add it into the     000491
024650* employee's year and term totals                                 000492
024700 3300-RECORD-APPROVAL.                                            000493
024750     MOVE WS-STU-ID TO REIM-STU-ID OF REIMB-HISTORY-RECORD.       000494
024800     MOVE HIST-LETTER OF GRADE-HISTORY-REC                        000495
024850         TO REIM-LETTER OF REIMB-HISTORY-RECORD.                  000496
024900     MOVE COURSE-CREDITS OF COURSE-CATALOG-RECORD                 000497
024950         TO REIM-CREDITS OF REIMB-HISTORY-RECORD.                 000498
025000     MOVE WS-COURSE-AMOUNT TO REIM-AMOUNT OF REIMB-HISTORY-RECORD.000499
025050     MOVE WS-RUN-TS TO REIM-TIMESTAMP OF REIMB-HISTORY-RECORD.    000500
025100     WRITE REIMB-HISTORY-RECORD                                   000501
025150         INVALID KEY                                              000502
025200             DISPLAY "Unable to record reimbursement for "        000503
025250                 REIM-KEY OF REIMB-HISTORY-RECORD                 000504
025300     END-WRITE.                                                   000505
025350     ADD WS-COURSE-AMOUNT TO WS-YTD-AMOUNT.                       000506
025400     ADD WS-COURSE-AMOUNT TO WS-EMP-AMOUNT.                       000507
025450     ADD WS-COURSE-AMOUNT TO WS-TOT-APPROVED.                     000508
025500     ADD 1 TO WS-EMP-COURSES.                                     000509
025550     ADD COURSE-CREDITS OF COURSE-CATALOG-RECORD                  000510
025600         TO WS-EMP-CREDITS.                                       000511
025650* The employee's approved total for the term, queued for the      000512
025700* bureau                                                          000513
025750 4000-QUEUE-REIMBURSEMENT.                                        000514
025800     MOVE EMP-ID OF EMPLOYEE-MASTER-RECORD TO REIMQ-EMP-ID.       000515
025850     MOVE WS-RUN-TS TO REIMQ-TIMESTAMP.                           000516
025900     MOVE WS-STAT-TERM TO REIMQ-TERM.                             000517
025950     MOVE WS-EMP-COURSES TO REIMQ-COURSES.                        000518
026000     MOVE WS-EMP-CREDITS TO REIMQ-CREDITS.                        000519
026050     MOVE WS-EMP-AMOUNT TO REIMQ-AMOUNT.                          000520
026100     WRITE REIMB-QUEUE-REC.                                       000521
026150     ADD 1 TO WS-QUEUED-CNT.                                      000522
026200* Run totals and the HR approval block                            000523
026250 5000-PRINT-REGISTER-TOTALS.                                      000524
026300     WRITE REIMB-REGISTER-LINE FROM SPACES.                       000525
026350     MOVE "EMPLOYEES ELIGIBLE:" TO FTC-LABEL.                     000526
026400     MOVE WS-EMP-CNT TO FTC-COUNT.                                000527
026450     WRITE REIMB-REGISTER-LINE FROM WS-FOOTER-COUNT.              000528
026500     MOVE "NOT ACTIVE - NOT CONSIDERED:" TO FTC-LABEL.            000529
026550     MOVE WS-INACTIVE-CNT TO FTC-COUNT.                           000530
026600     WRITE REIMB-REGISTER-LINE FROM WS-FOOTER-COUNT.              000531
026650     IF WS-NOT-ON-MAST-CNT > ZERO                                 000532
026700         MOVE "CROSS-REFS NOT ON EMPMAST:" TO FTC-LABEL           000533
026750         MOVE WS-NOT-ON-MAST-CNT TO FTC-COUNT                     000534
026800         WRITE REIMB-REGISTER-LINE FROM WS-FOOTER-COUNT           000535
026850     END-IF.                                                      000536
026900     MOVE "COURSES CONSIDERED:" TO FTC-LABEL.                     000537
026950     MOVE WS-COURSE-CNT TO FTC-COUNT.                             000538
027000     WRITE REIMB-REGISTER-LINE FROM WS-FOOTER-COUNT.              000539
027050     MOVE "COURSES APPROVED:" TO FTC-LABEL.                       000540
027100     MOVE WS-APPROVED-CNT TO FTC-COUNT.                           000541
027150     WRITE REIMB-REGISTER-LINE FROM WS-FOOTER-COUNT.              000542
027200     MOVE "COURSES NOT REIMBURSED:" TO FTC-LABEL.                 000543
027250     MOVE WS-DENIED-CNT TO FTC-COUNT.                             000544
027300     WRITE REIMB-REGISTER-LINE FROM WS-FOOTER-COUNT.              000545
027350     MOVE "EMPLOYEES QUEUED FOR BUREAU:" TO FTC-LABEL.            000546
027400     MOVE WS-QUEUED-CNT TO FTC-COUNT.                             000547
027450     WRITE REIMB-REGISTER-LINE FROM WS-FOOTER-COUNT.              000548
027500     MOVE "TOTAL APPROVED:" TO FTA-LABEL.                         000549
027550     MOVE WS-TOT-APPROVED TO FTA-AMOUNT.                          000550
027600     WRITE REIMB-REGISTER-LINE FROM WS-FOOTER-AMOUNT.             000551
027650     WRITE REIMB-REGISTER-LINE FROM SPACES.                       000552
027700     WRITE REIMB-REGISTER-LINE FROM SPACES.                       000553
027750     WRITE REIMB-REGISTER-LINE FROM WS-SIGNOFF-LINE.              000554
027800* Append this run's records-read/records-written to the shared    000555
027850* run-log for the nightly batch-window reconciliation             000556
027900 8000-WRITE-RUN-LOG.                                              000557
027950     OPEN EXTEND RUN-LOG.                                         000558
028000     IF WS-RUNLOG-STATUS = "35"                                   000559
028050         OPEN OUTPUT RUN-LOG                                      000560
028100     END-IF.                                                      000561
028150     MOVE "TUITREIM" TO RUNLOG-PROGRAM.                           000562
028200     MOVE FUNCTION CURRENT-DATE (1:14) TO RUNLOG-TIMESTAMP.       000563
028250     MOVE WS-READ-CNT TO RUNLOG-RECORDS-READ.                     000564
028300     MOVE WS-APPROVED-CNT TO RUNLOG-RECORDS-WRITTEN.              000565
028350     WRITE RUN-LOG-RECORD.                                        000566
028400     CLOSE RUN-LOG.                                               000567
