000100 IDENTIFICATION DIVISION.                                         000001
000150 PROGRAM-ID. RPT-BURST.                                           000002
000200* Department report bursting and distribution - splits the        000003
000250* night's department-tagged reports on the report repository      000004
000300* (the GROUPED-ARRAYS roster and PERF-REPORT) at their            000005
000350* department breaks and prints one copy per recipient on the      000006
000400* DISTLIST distribution list, each recipient starting a new       000007
000450* page under a routing banner and each department copy            000008
000500* carrying the report's own title lines, so a department head     000009
000550* gets only the departments listed against them. Every copy       000010
000600* sent is appended to the DISTLOG distribution log. The           000011
000650* control report lists what went to whom, departments that        000012
000700* printed with no recipient (RC 4) and list entries with          000013
000750* nothing to send. The BURSTPRM card bursts an earlier            000014
000800* night's reports instead of tonight's                            000015
000850 ENVIRONMENT DIVISION.                                            000016
000900 INPUT-OUTPUT SECTION.                                            000017
000950 FILE-CONTROL.                                                    000018
001000* Distribution list - which departments of which reports go       000019
001050* to which recipients. Optional; without one nothing is sent      000020
001100     SELECT OPTIONAL DISTRIBUTION-LIST ASSIGN TO "DISTLIST"       000021
001150         ORGANIZATION IS LINE SEQUENTIAL.                         000022
001200* Report-date override. Optional; absent means tonight            000023
001250     SELECT OPTIONAL BURST-CARD ASSIGN TO "BURSTPRM"              000024
001300         ORGANIZATION IS LINE SEQUENTIAL.                         000025
001350     SELECT OPTIONAL REPORT-REPOSITORY ASSIGN TO "RPTREPO"        000026
001400         ORGANIZATION IS LINE SEQUENTIAL.                         000027
001450* Sort work file and its sorted output - the department lines     000028
001500* tagged with each recipient they go to, in recipient, report,    000029
001550* department and original line order                              000030
001600     SELECT BURST-SORT-WORK ASSIGN TO "BRSTSWK".                  000031
001650     SELECT SORTED-BURST ASSIGN TO "BRSTSRT"                      000032
001700         ORGANIZATION IS LINE SEQUENTIAL.                         000033
001750* The burst copies, recipient by recipient, and the printed       000034
001800* distribution control report                                     000035
001850     SELECT BURST-OUTPUT ASSIGN TO "BURSTOUT"                     000036
001900         ORGANIZATION IS LINE SEQUENTIAL.                         000037
001950     SELECT BURST-REPORT ASSIGN TO "BURSTRPT"                     000038
002000         ORGANIZATION IS LINE SEQUENTIAL.                         000039
002050* Distribution log - what went to whom, kept across nights        000040
002100     SELECT DISTRIBUTION-LOG ASSIGN TO "DISTLOG"                  000041
002150         ORGANIZATION IS LINE SEQUENTIAL                          000042
002200         FILE STATUS IS WS-DLOG-STATUS.                           000043
002250* Run-level control-total log - every batch program appends its   000044
002300* records-read/written counts here for nightly reconciliation     000045
002350     SELECT RUN-LOG ASSIGN TO "RUNLOG"                            000046
002400         ORGANIZATION IS LINE SEQUENTIAL                          000047
002450         FILE STATUS IS WS-RUNLOG-STATUS.                         000048
002500* Processing calendar - bank holidays and per-step run            000049
002550* frequencies. Optional; without one every step runs nightly      000050
002600     SELECT OPTIONAL PROCESS-CALENDAR ASSIGN TO "PROCCAL"         000051
002650         ORGANIZATION IS LINE SEQUENTIAL.                         000052
002700* Batch run-control file - each step records started/completed    000053
002750* status for tonight's run so a resubmitted job skips the         000054
002800* steps that already completed                                    000055
002850     SELECT OPTIONAL RUN-CONTROL-IN ASSIGN TO "RUNCTL"            000056
002900         ORGANIZATION IS LINE SEQUENTIAL.                         000057
002950     SELECT RUN-CONTROL ASSIGN TO "RUNCTL"                        000058
003000         ORGANIZATION IS LINE SEQUENTIAL                          000059
003050         FILE STATUS IS WS-RUNCTL-STATUS.                         000060
003100 DATA DIVISION.                                                   000061
003150 FILE SECTION.                                                    000062
003200 FD  DISTRIBUTION-LIST.                                           000063
003250 01  DISTRIBUTION-LIST-REC.                                       000064
003300     COPY DISTREC.                                                000065
003350 FD  BURST-CARD.                                                  000066
003400 01  BURST-CARD-REC.                                              000067
003450     05  CTL-RPT-DATE    PIC 9(8).                                000068
003500 FD  REPORT-REPOSITORY.                                           000069
003550 01  REPORT-REPOSITORY-REC.                                       000070
003600     COPY REPOREC.                                                000071
003650 SD  BURST-SORT-WORK.                                             000072
003700 01  BURST-SORT-RECORD.                                           000073
003750     05  BRS-RECIPIENT   PIC X(8).                                000074
003800     05  BRS-PROGRAM     PIC X(8).                                000075
003850     05  BRS-DEPT        PIC X(3).                                000076
003900     05  BRS-SEQ         PIC 9(6).                                000077
003950     05  BRS-RCPT-NAME   PIC X(30).                               000078
004000     05  BRS-LINE        PIC X(80).                               000079
004050 FD  SORTED-BURST.                                                000080
004100 01  SORTED-BURST-REC.                                            000081
004150     05  SBR-RECIPIENT   PIC X(8).                                000082
004200     05  SBR-PROGRAM     PIC X(8).                                000083
004250     05  SBR-DEPT        PIC X(3).                                000084
004300     05  SBR-SEQ         PIC 9(6).                                000085
004350     05  SBR-RCPT-NAME   PIC X(30).                               000086
004400     05  SBR-LINE        PIC X(80).                               000087
004450 FD  BURST-OUTPUT.                                                000088
004500 01  BURST-OUTPUT-LINE   PIC X(80).                               000089
004550 FD  BURST-REPORT.                                                000090
004600 01  BURST-REPORT-LINE   PIC X(80).                               000091
004650 FD  DISTRIBUTION-LOG.                                            000092
004700 01  DISTRIBUTION-LOG-REC.                                        000093
004750     COPY DLOGREC.                                                000094
004800 FD  RUN-LOG.                                                     000095
004850 01  RUN-LOG-RECORD.                                              000096
004900     COPY RUNLOGREC.                                              000097
004950 FD  PROCESS-CALENDAR.                                            000098
005000 01  PROCESS-CALENDAR-REC.                                        000099
005050     COPY CALREC.                                                 000100
005100 FD  RUN-CONTROL-IN.                                              000101
005150 01  RUN-CONTROL-IN-REC.                                          000102
005200     COPY RUNCTLREC.                                              000103
005250 FD  RUN-CONTROL.                                                 000104
005300 01  RUN-CONTROL-REC.                                             000105
005350     COPY RUNCTLREC.                                              000106
005400 WORKING-STORAGE SECTION.                                         000107
005450* Run-control state - tonight's run date and whether this         000108
005500* step already completed for it                                   000109
005550 01  WS-RUNCTL-STATUS  PIC XX.                                    000110
005600 01  WS-RUN-DATE-CTL   PIC 9(8).                                  000111
005650 01  WS-RCTL-EOF-SW    PIC X VALUE "N".                           000112
005700     88  WS-RCTL-EOF   VALUE "Y".                                 000113
005750 01  WS-STEP-DONE-SW   PIC X VALUE "N".                           000114
005800     88  WS-STEP-DONE  VALUE "Y".                                 000115
005850     COPY RCSEVTAB.                                               000116
005900* Processing-calendar state for tonight's run                     000117
005950 01  WS-CAL-SKIP-SW    PIC X.                                     000118
006000     88  WS-CAL-SKIP   VALUE "Y".                                 000119
006050 01  WS-CAL-EOF-SW     PIC X.                                     000120
006100     88  WS-CAL-EOF    VALUE "Y".                                 000121
006150 01  WS-CAL-FREQ       PIC X.                                     000122
006200 01  WS-CAL-DAY        PIC 99.                                    000123
006250 01  WS-CAL-DAY-X REDEFINES WS-CAL-DAY PIC XX.                    000124
006300 01  WS-CAL-INT-DATE   PIC 9(8).                                  000125
006350 01  WS-CAL-DOW        PIC 9.                                     000126
006400 01  WS-CAL-NEXT-DATE  PIC 9(8).                                  000127
006450 01  WS-RUNLOG-STATUS  PIC XX.                                    000128
006500 01  WS-DLOG-STATUS    PIC XX.                                    000129
006550 01  WS-DIST-EOF-SW    PIC X VALUE "N".                           000130
006600     88  WS-DIST-EOF   VALUE "Y".                                 000131
006650 01  WS-REPO-EOF-SW    PIC X VALUE "N".                           000132
006700     88  WS-REPO-EOF   VALUE "Y".                                 000133
006750 01  WS-BURST-EOF-SW   PIC X VALUE "N".                           000134
006800     88  WS-BURST-EOF  VALUE "Y".                                 000135
006850* The report date being burst - tonight unless overridden         000136
006900 01  WS-BURST-DATE     PIC 9(8).                                  000137
006950* Distribution list loaded from DISTLIST, with the lines each     000138
007000* entry was sent tonight                                          000139
007050 78  WS-MAX-DIST       VALUE 200.                                 000140
007100 01  WS-DIST-CNT       PIC 999 VALUE ZERO.                        000141
007150 01  WS-DIST-TABLE.                                               000142
007200     05  DIST-ENTRY OCCURS 0 TO WS-MAX-DIST TIMES                 000143
007250             DEPENDING ON WS-DIST-CNT.                            000144
007300         10  DT-PROGRAM    PIC X(8).                              000145
007350         10  DT-DEPT       PIC X(3).                              000146
007400         10  DT-RECIPIENT  PIC X(8).                              000147
007450         10  DT-RCPT-NAME  PIC X(30).                             000148
007500         10  DT-LINE-CNT   PIC 9(7).                              000149
007550 01  WS-DIST-IDX       PIC 999.                                   000150
007600 01  WS-ANY-PGM-SW     PIC X VALUE "N".                           000151
007650     88  WS-ANY-PGM    VALUE "Y".                                 000152
007700* Reports being burst - each one's title lines, the company-      000153
007750* level lines printed ahead of its first department, which        000154
007800* head every department copy of it                                000155
007850 78  WS-MAX-PGMS       VALUE 20.                                  000156
007900 78  WS-MAX-TITLE      VALUE 10.                                  000157
007950 01  WS-PGM-CNT        PIC 99 VALUE ZERO.                         000158
008000 01  WS-PGM-TABLE.                                                000159
008050     05  PGM-ENTRY OCCURS 0 TO WS-MAX-PGMS TIMES                  000160
008100             DEPENDING ON WS-PGM-CNT.                             000161
008150         10  PT-PROGRAM    PIC X(8).                              000162
008200         10  PT-DEPT-SEEN-SW PIC X.                               000163
008250             88  PT-DEPT-SEEN VALUE "Y".                          000164
008300         10  PT-TITLE-CNT  PIC 99.                                000165
008350         10  PT-TITLE-LINE PIC X(80) OCCURS 10 TIMES.             000166
008400 01  WS-PGM-IDX        PIC 99.                                    000167
008450 01  WS-PGM-HIT        PIC 99.                                    000168
008500 01  WS-TITLE-IDX      PIC 99.                                    000169
008550 01  WS-FOUND-SW       PIC X.                                     000170
008600     88  WS-FOUND      VALUE "Y".                                 000171
008650* Departments found on the night's reports and whether any        000172
008700* recipient took them                                             000173
008750 78  WS-MAX-SEEN       VALUE 300.                                 000174
008800 01  WS-SEEN-CNT       PIC 999 VALUE ZERO.                        000175
008850 01  WS-SEEN-TABLE.                                               000176
008900     05  SEEN-ENTRY OCCURS 0 TO WS-MAX-SEEN TIMES                 000177
008950             DEPENDING ON WS-SEEN-CNT.                            000178
009000         10  ST-PROGRAM    PIC X(8).                              000179
009050         10  ST-DEPT       PIC X(3).                              000180
009100         10  ST-LINE-CNT   PIC 9(7).                              000181
009150         10  ST-SENT-SW    PIC X.                                 000182
009200             88  ST-SENT   VALUE "Y".                             000183
009250 01  WS-SEEN-IDX       PIC 999.                                   000184
009300 01  WS-SEEN-HIT       PIC 999.                                   000185
009350* The burst copy being printed                                    000186
009400 01  WS-CURR-RECIPIENT PIC X(8).                                  000187
009450 01  WS-CURR-PROGRAM   PIC X(8).                                  000188
009500 01  WS-CURR-DEPT      PIC X(3).                                  000189
009550 01  WS-COPY-OPEN-SW   PIC X VALUE "N".                           000190
009600     88  WS-COPY-OPEN  VALUE "Y".                                 000191
009650 01  WS-COPY-LINES     PIC 9(7) VALUE ZERO.                       000192
009700* Control totals                                                  000193
009750 01  WS-REPO-READ-CNT  PIC 9(7) VALUE ZERO.                       000194
009800 01  WS-BURST-LINE-CNT PIC 9(7) VALUE ZERO.                       000195
009850 01  WS-RCPT-CNT       PIC 9(5) VALUE ZERO.                       000196
009900 01  WS-COPY-CNT       PIC 9(5) VALUE ZERO.                       000197
009950 01  WS-UNSENT-CNT     PIC 9(5) VALUE ZERO.                       000198
010000 01  WS-IDLE-CNT       PIC 9(5) VALUE ZERO.                       000199
010050 01  WS-OVERFLOW-CNT   PIC 9(7) VALUE ZERO.                       000200
010100* Routing banner heading each recipient's copies                  000201
010150 01  WS-BANNER-1.                                                 000202
010200     05  FILLER        PIC X(23) VALUE "DISTRIBUTION COPY FOR: ". 000203
010250     05  BAN-RECIPIENT PIC X(8).                                  000204
010300     05  FILLER        PIC X(3)  VALUE " - ".                     000205
010350     05  BAN-RCPT-NAME PIC X(30).                                 000206
010400 01  WS-BANNER-2.                                                 000207
010450     05  FILLER        PIC X(23) VALUE "REPORT: ".                000208
010500     05  BAN-PROGRAM   PIC X(8).                                  000209
010550     05  FILLER        PIC X(7)  VALUE "  DATE ".                 000210
010600     05  BAN-RPT-DATE  PIC 9(8).                                  000211
010650     05  FILLER        PIC X(13) VALUE "  DEPARTMENT ".           000212
010700     05  BAN-DEPT      PIC X(3).                                  000213
010750* Control report heading, detail and footer lines                 000214
010800 01  WS-HDG-1.                                                    000215
010850     05  FILLER        PIC X(40)                                  000216
010900             VALUE "DEPARTMENT REPORT DISTRIBUTION -".            000217
010950     05  HDG-RUN-DATE  PIC 9(8).                                  000218
011000 01  WS-HDG-2.                                                    000219
011050     05  FILLER        PIC X(17) VALUE "REPORTS DATED".           000220
011100     05  HDG-RPT-DATE  PIC 9(8).                                  000221
011150 01  WS-HDG-3.                                                    000222
011200     05  FILLER        PIC X(10) VALUE "RECIPIENT".               000223
011250     05  FILLER        PIC X(32) VALUE "NAME".                    000224
011300     05  FILLER        PIC X(10) VALUE "REPORT".                  000225
011350     05  FILLER        PIC X(6)  VALUE "DEPT".                    000226
011400     05  FILLER        PIC X(7)  VALUE "  LINES".                 000227
011450 01  WS-DETAIL-LINE.                                              000228
011500     05  DTL-RECIPIENT PIC X(8).                                  000229
011550     05  FILLER        PIC X(2) VALUE SPACES.                     000230
011600     05  DTL-RCPT-NAME PIC X(30).                                 000231
011650     05  FILLER        PIC X(2) VALUE SPACES.                     000232
011700     05  DTL-PROGRAM   PIC X(8).                                  000233
011750     05  FILLER        PIC X(2) VALUE SPACES.                     000234
011800     05  DTL-DEPT      PIC X(3).                                  000235
011850     05  FILLER        PIC X(2) VALUE SPACES.                     000236
011900     05  DTL-LINES     PIC ZZZZZZ9.                               000237
011950 01  WS-SECTION-LINE   PIC X(80).                                 000238
012000 01  WS-FTR-LINE.                                                 000239
012050     05  FTR-TEXT      PIC X(30).                                 000240
012100     05  FTR-COUNT     PIC ZZZZZZ9.                               000241
012150 PROCEDURE DIVISION.                                              000242
012200 0000-MAIN.                                                       000243
012250     PERFORM 0100-CHECK-RUN-CONTROL.                              000244
012300     IF WS-STEP-DONE                                              000245
012350         DISPLAY "RPTBURST step already completed for"            000246
012400             " tonight's run - skipping."                         000247
012450         STOP RUN                                                 000248
012500     END-IF.                                                      000249
012550     PERFORM 0180-CHECK-PROCESS-CALENDAR.                         000250
012600     IF WS-CAL-SKIP                                               000251
012650         STOP RUN                                                 000252
012700     END-IF.                                                      000253
012750     PERFORM 0200-MARK-STEP-STARTED.                              000254
012800     PERFORM 0500-LOAD-DISTRIBUTION.                              000255
012850     SORT BURST-SORT-WORK                                         000256
012900         ON ASCENDING KEY BRS-RECIPIENT                           000257
012950         ON ASCENDING KEY BRS-PROGRAM                             000258
013000         ON ASCENDING KEY BRS-DEPT                                000259
013050         ON ASCENDING KEY BRS-SEQ                                 000260
013100         INPUT PROCEDURE IS 2000-SELECT-DEPT-LINES                000261
013150         GIVING SORTED-BURST.                                     000262
013200     OPEN OUTPUT BURST-REPORT.                                    000263
013250     MOVE WS-RUN-DATE-CTL TO HDG-RUN-DATE.                        000264
013300     MOVE WS-BURST-DATE TO HDG-RPT-DATE.                          000265
013350     WRITE BURST-REPORT-LINE FROM WS-HDG-1.                       000266
013400     WRITE BURST-REPORT-LINE FROM WS-HDG-2.                       000267
013450     WRITE BURST-REPORT-LINE FROM SPACES.                         000268
013500     WRITE BURST-REPORT-LINE FROM WS-HDG-3.                       000269
013550     WRITE BURST-REPORT-LINE FROM SPACES.                         000270
013600     PERFORM 3000-PRINT-BURST-COPIES.                             000271
013650     PERFORM 4000-PRINT-EXCEPTIONS.                               000272
013700     PERFORM 7000-PRINT-FOOTER.                                   000273
013750     CLOSE BURST-REPORT.                                          000274
013800     PERFORM 8000-WRITE-RUN-LOG.                                  000275
013850     DISPLAY "DEPARTMENT REPORT DISTRIBUTION".                    000276
013900     DISPLAY "Report date:             " WS-BURST-DATE.           000277
013950     DISPLAY "Repository lines read:   " WS-REPO-READ-CNT.        000278
014000     DISPLAY "Recipients sent copies:  " WS-RCPT-CNT.             000279
014050     DISPLAY "Department copies sent:  " WS-COPY-CNT.             000280
014100     DISPLAY "Lines sent:              " WS-BURST-LINE-CNT.       000281
014150     DISPLAY "Departments not sent:    " WS-UNSENT-CNT.           000282
014200     IF WS-OVERFLOW-CNT > ZERO                                    000283
014250         DISPLAY "Lines beyond tables:     " WS-OVERFLOW-CNT      000284
014300     END-IF.                                                      000285
014350     IF WS-UNSENT-CNT > ZERO OR WS-OVERFLOW-CNT > ZERO            000286
014400         MOVE "EXCEPT" TO WS-STEP-REASON                          000287
014450     END-IF.                                                      000288
014500     PERFORM 8900-MARK-STEP-COMPLETE.                             000289
014550     STOP RUN.                                                    000290
014600* Load the distribution list and take the report date from the    000291
014650* BURSTPRM card when one is supplied                              000292
014700 0500-LOAD-DISTRIBUTION.                                          000293
014750     MOVE WS-RUN-DATE-CTL TO WS-BURST-DATE.                       000294
014800     OPEN INPUT BURST-CARD.                                       000295
014850     READ BURST-CARD                                              000296
014900         AT END                                                   000297
014950             CONTINUE                                             000298
015000         NOT AT END                                               000299
015050             IF CTL-RPT-DATE IS NUMERIC AND                       000300
015100                     CTL-RPT-DATE > ZERO                          000301
015150                 MOVE CTL-RPT-DATE TO WS-BURST-DATE               000302
015200             END-IF                                               000303
015250     END-READ.                                                    000304
015300     CLOSE BURST-CARD.                                            000305
015350     OPEN INPUT DISTRIBUTION-LIST.                                000306
015400     PERFORM UNTIL WS-DIST-EOF                                    000307
015450             OR WS-DIST-CNT = WS-MAX-DIST                         000308
015500         READ DISTRIBUTION-LIST                                   000309
015550             AT END                                               000310
015600                 SET WS-DIST-EOF TO TRUE                          000311
015650             NOT AT END                                           000312
015700                 IF DIST-DEPT NOT = SPACES AND                    000313
015750                         DIST-RECIPIENT NOT = SPACES              000314
015800                     ADD 1 TO WS-DIST-CNT                         000315
015850                     MOVE DIST-PROGRAM                            000316
015900                         TO DT-PROGRAM (WS-DIST-CNT)              000317
015950                     MOVE DIST-DEPT TO DT-DEPT (WS-DIST-CNT)      000318
016000                     MOVE DIST-RECIPIENT                          000319
016050                         TO DT-RECIPIENT (WS-DIST-CNT)            000320
016100                     MOVE DIST-RCPT-NAME                          000321
016150                         TO DT-RCPT-NAME (WS-DIST-CNT)            000322
016200                     MOVE ZERO TO DT-LINE-CNT (WS-DIST-CNT)       000323
016250                     IF DIST-PROGRAM = SPACES                     000324
016300                         SET WS-ANY-PGM TO TRUE                   000325
016350                     END-IF                                       000326
016400                 END-IF                                           000327
016450         END-READ                                                 000328
016500     END-PERFORM.                                                 000329
016550     CLOSE DISTRIBUTION-LIST.                                     000330
016600* Feed the burst sort - walk the report date's repository         000331
016650* lines. A report's untagged lines ahead of its first             000332
016700* department are its title lines; each department line is         000333
016750* released once for every recipient listed for it                 000334
016800 2000-SELECT-DEPT-LINES.                                          000335
016850     OPEN INPUT REPORT-REPOSITORY.                                000336
016900     PERFORM UNTIL WS-REPO-EOF                                    000337
016950         READ REPORT-REPOSITORY                                   000338
017000             AT END                                               000339
017050                 SET WS-REPO-EOF TO TRUE                          000340
017100             NOT AT END                                           000341
017150                 IF REPO-DATE = WS-BURST-DATE                     000342
017200                     ADD 1 TO WS-REPO-READ-CNT                    000343
017250                     PERFORM 2100-FIND-PROGRAM                    000344
017300                     IF WS-PGM-HIT > ZERO                         000345
017350                         PERFORM 2200-TAKE-REPORT-LINE            000346
017400                     END-IF                                       000347
017450                 END-IF                                           000348
017500         END-READ                                                 000349
017550     END-PERFORM.                                                 000350
017600     CLOSE REPORT-REPOSITORY.                                     000351
017650* Find the line's report in the program table, adding it the      000352
017700* first time when the distribution list names it or has an        000353
017750* every-report entry                                              000354
017800 2100-FIND-PROGRAM.                                               000355
017850     MOVE ZERO TO WS-PGM-HIT.                                     000356
017900     PERFORM VARYING WS-PGM-IDX FROM 1 BY 1                       000357
017950             UNTIL WS-PGM-IDX > WS-PGM-CNT                        000358
018000         IF PT-PROGRAM (WS-PGM-IDX) = REPO-PROGRAM                000359
018050             MOVE WS-PGM-IDX TO WS-PGM-HIT                        000360
018100         END-IF                                                   000361
018150     END-PERFORM.                                                 000362
018200     IF WS-PGM-HIT = ZERO                                         000363
018250         MOVE "N" TO WS-FOUND-SW                                  000364
018300         IF WS-ANY-PGM                                            000365
018350             SET WS-FOUND TO TRUE                                 000366
018400         ELSE                                                     000367
018450             PERFORM VARYING WS-DIST-IDX FROM 1 BY 1              000368
018500                     UNTIL WS-DIST-IDX > WS-DIST-CNT              000369
018550                 IF DT-PROGRAM (WS-DIST-IDX) = REPO-PROGRAM       000370
018600                     SET WS-FOUND TO TRUE                         000371
018650                 END-IF                                           000372
018700             END-PERFORM                                          000373
018750         END-IF                                                   000374
018800         IF WS-FOUND                                              000375
018850             IF WS-PGM-CNT < WS-MAX-PGMS                          000376
018900                 ADD 1 TO WS-PGM-CNT                              000377
018950                 MOVE REPO-PROGRAM TO PT-PROGRAM (WS-PGM-CNT)     000378
019000                 MOVE "N" TO PT-DEPT-SEEN-SW (WS-PGM-CNT)         000379
019050                 MOVE ZERO TO PT-TITLE-CNT (WS-PGM-CNT)           000380
019100                 MOVE WS-PGM-CNT TO WS-PGM-HIT                    000381
019150             ELSE                                                 000382
019200                 ADD 1 TO WS-OVERFLOW-CNT                         000383
019250             END-IF                                               000384
019300         END-IF                                                   000385
019350     END-IF.                                                      000386
019400 2200-TAKE-REPORT-LINE.                                           000387
019450     IF REPO-DEPT = SPACES                                        000388
019500         IF NOT PT-DEPT-SEEN (WS-PGM-HIT)                         000389
019550             IF PT-TITLE-CNT (WS-PGM-HIT) < WS-MAX-TITLE          000390
019600                 ADD 1 TO PT-TITLE-CNT (WS-PGM-HIT)               000391
019650                 MOVE PT-TITLE-CNT (WS-PGM-HIT) TO WS-TITLE-IDX   000392
019700                 MOVE REPO-LINE                                   000393
019750                     TO PT-TITLE-LINE (WS-PGM-HIT, WS-TITLE-IDX)  000394
019800             END-IF                                               000395
019850         END-IF                                                   000396
019900     ELSE                                                         000397
019950         SET PT-DEPT-SEEN (WS-PGM-HIT) TO TRUE                    000398
020000         PERFORM 2300-NOTE-DEPT-SEEN                              000399
020050         PERFORM VARYING WS-DIST-IDX FROM 1 BY 1                  000400
020100                 UNTIL WS-DIST-IDX > WS-DIST-CNT                  000401
020150             IF DT-DEPT (WS-DIST-IDX) = REPO-DEPT AND             000402
020200                     (DT-PROGRAM (WS-DIST-IDX) = REPO-PROGRAM     000403
020250                     OR DT-PROGRAM (WS-DIST-IDX) = SPACES)        000404
020300                 PERFORM 2400-RELEASE-BURST-LINE                  000405
020350             END-IF                                               000406
020400         END-PERFORM                                              000407
020450     END-IF.                                                      000408
020500* Count the department's lines on this report, adding it to       000409
020550* the seen table the first time                                   000410
020600 2300-NOTE-DEPT-SEEN.                                             000411
020650     MOVE ZERO TO WS-SEEN-HIT.                                    000412
020700     PERFORM VARYING WS-SEEN-IDX FROM 1 BY 1                      000413
020750             UNTIL WS-SEEN-IDX > WS-SEEN-CNT                      000414
020800         IF ST-PROGRAM (WS-SEEN-IDX) = REPO-PROGRAM AND           000415
020850                 ST-DEPT (WS-SEEN-IDX) = REPO-DEPT                000416
020900             MOVE WS-SEEN-IDX TO WS-SEEN-HIT                      000417
020950         END-IF                                                   000418
021000     END-PERFORM.                                                 000419
021050     IF WS-SEEN-HIT = ZERO                                        000420
021100         IF WS-SEEN-CNT < WS-MAX-SEEN                             000421
021150             ADD 1 TO WS-SEEN-CNT                                 000422
021200             MOVE REPO-PROGRAM TO ST-PROGRAM (WS-SEEN-CNT)        000423
021250             MOVE REPO-DEPT TO ST-DEPT (WS-SEEN-CNT)              000424
021300             MOVE ZERO TO ST-LINE-CNT (WS-SEEN-CNT)               000425
021350             MOVE "N" TO ST-SENT-SW (WS-SEEN-CNT)                 000426
021400             MOVE WS-SEEN-CNT TO WS-SEEN-HIT                      000427
021450         ELSE                                                     000428
021500             ADD 1 TO WS-OVERFLOW-CNT                             000429
021550         END-IF                                                   000430
021600     END-IF.                                                      000431
021650     IF WS-SEEN-HIT > ZERO                                        000432
021700         ADD 1 TO ST-LINE-CNT (WS-SEEN-HIT)                       000433
021750     END-IF.                                                      000434
021800 2400-RELEASE-BURST-LINE.                                         000435
021850     IF WS-SEEN-HIT > ZERO                                        000436
021900         SET ST-SENT (WS-SEEN-HIT) TO TRUE                        000437
021950     END-IF.                                                      000438
022000     ADD 1 TO DT-LINE-CNT (WS-DIST-IDX).                          000439
022050     MOVE DT-RECIPIENT (WS-DIST-IDX) TO BRS-RECIPIENT.            000440
022100     MOVE REPO-PROGRAM TO BRS-PROGRAM.                            000441
022150     MOVE REPO-DEPT TO BRS-DEPT.                                  000442
022200     MOVE REPO-SEQ TO BRS-SEQ.                                    000443
022250     MOVE DT-RCPT-NAME (WS-DIST-IDX) TO BRS-RCPT-NAME.            000444
022300     MOVE REPO-LINE TO BRS-LINE.                                  000445
022350     RELEASE BURST-SORT-RECORD.                                   000446
022400* Print the burst copies - a routing banner on a new page for     000447
022450* each recipient, then each department copy on its own page       000448
022500* under the report's title lines                                  000449
022550 3000-PRINT-BURST-COPIES.                                         000450
022600     OPEN OUTPUT BURST-OUTPUT.                                    000451
022650     OPEN EXTEND DISTRIBUTION-LOG.                                000452
022700     IF WS-DLOG-STATUS = "35"                                     000453
022750         OPEN OUTPUT DISTRIBUTION-LOG                             000454
022800     END-IF.                                                      000455
022850     MOVE SPACES TO WS-CURR-RECIPIENT.                            000456
022900     OPEN INPUT SORTED-BURST.                                     000457
022950     PERFORM UNTIL WS-BURST-EOF                                   000458
023000         READ SORTED-BURST                                        000459
023050             AT END                                               000460
023100                 SET WS-BURST-EOF TO TRUE                         000461
023150             NOT AT END                                           000462
023200                 IF NOT WS-COPY-OPEN OR                           000463
023250                         SBR-RECIPIENT NOT = WS-CURR-RECIPIENT OR 000464
023300                         SBR-PROGRAM NOT = WS-CURR-PROGRAM OR     000465
023350                         SBR-DEPT NOT = WS-CURR-DEPT              000466
023400                     PERFORM 3200-CLOSE-DEPT-COPY                 000467
023450                     PERFORM 3100-START-DEPT-COPY                 000468
023500                 END-IF                                           000469
023550                 WRITE BURST-OUTPUT-LINE FROM SBR-LINE            000470
023600                 ADD 1 TO WS-COPY-LINES                           000471
023650                 ADD 1 TO WS-BURST-LINE-CNT                       000472
023700         END-READ                                                 000473
023750     END-PERFORM.                                                 000474
023800     PERFORM 3200-CLOSE-DEPT-COPY.                                000475
023850     CLOSE SORTED-BURST.                                          000476
023900     CLOSE DISTRIBUTION-LOG.                                      000477
023950     CLOSE BURST-OUTPUT.                                          000478
024000     IF WS-COPY-CNT = ZERO                                        000479
024050         MOVE "NO DEPARTMENT COPIES TO SEND" TO BURST-REPORT-LINE 000480
024100         WRITE BURST-REPORT-LINE                                  000481
024150     END-IF.                                                      000482
024200 3100-START-DEPT-COPY.                                            000483
024250     IF SBR-RECIPIENT NOT = WS-CURR-RECIPIENT                     000484
024300         ADD 1 TO WS-RCPT-CNT                                     000485
024350     END-IF.                                                      000486
024400     MOVE SBR-RECIPIENT TO WS-CURR-RECIPIENT.                     000487
024450     MOVE SBR-PROGRAM TO WS-CURR-PROGRAM.                         000488
024500     MOVE SBR-DEPT TO WS-CURR-DEPT.                               000489
024550     SET WS-COPY-OPEN TO TRUE.                                    000490
024600     MOVE ZERO TO WS-COPY-LINES.                                  000491
024650     MOVE SBR-RECIPIENT TO BAN-RECIPIENT.                         000492
024700     MOVE SBR-RCPT-NAME TO BAN-RCPT-NAME.                         000493
024750     MOVE SBR-PROGRAM TO BAN-PROGRAM.                             000494
024800     MOVE WS-BURST-DATE TO BAN-RPT-DATE.                          000495
024850     MOVE SBR-DEPT TO BAN-DEPT.                                   000496
024900     MOVE SBR-RCPT-NAME TO DTL-RCPT-NAME.                         000497
024950     IF WS-COPY-CNT > ZERO                                        000498
025000         WRITE BURST-OUTPUT-LINE FROM SPACES                      000499
025050             AFTER ADVANCING PAGE                                 000500
025100     END-IF.                                                      000501
025150     WRITE BURST-OUTPUT-LINE FROM WS-BANNER-1.                    000502
025200     WRITE BURST-OUTPUT-LINE FROM WS-BANNER-2.                    000503
025250     WRITE BURST-OUTPUT-LINE FROM SPACES.                         000504
025300     MOVE ZERO TO WS-PGM-HIT.                                     000505
025350     PERFORM VARYING WS-PGM-IDX FROM 1 BY 1                       000506
025400             UNTIL WS-PGM-IDX > WS-PGM-CNT                        000507
025450         IF PT-PROGRAM (WS-PGM-IDX) = SBR-PROGRAM                 000508
025500             MOVE WS-PGM-IDX TO WS-PGM-HIT                        000509
025550         END-IF                                                   000510
025600     END-PERFORM.                                                 000511
025650     IF WS-PGM-HIT > ZERO                                         000512
025700         PERFORM VARYING WS-TITLE-IDX FROM 1 BY 1                 000513
025750                 UNTIL WS-TITLE-IDX > PT-TITLE-CNT (WS-PGM-HIT)   000514
025800             WRITE BURST-OUTPUT-LINE                              000515
025850                 FROM PT-TITLE-LINE (WS-PGM-HIT, WS-TITLE-IDX)    000516
025900         END-PERFORM                                              000517
025950     END-IF.                                                      000518
026000* Log the department copy just printed and list it on the         000519
026050* control report                                                  000520
026100 3200-CLOSE-DEPT-COPY.                                            000521
026150     IF WS-COPY-OPEN                                              000522
026200         ADD 1 TO WS-COPY-CNT                                     000523
026250         MOVE FUNCTION CURRENT-DATE (1:14) TO DLOG-TIMESTAMP      000524
026300         MOVE WS-CURR-RECIPIENT TO DLOG-RECIPIENT                 000525
026350         MOVE WS-CURR-PROGRAM TO DLOG-PROGRAM                     000526
026400         MOVE WS-BURST-DATE TO DLOG-RPT-DATE                      000527
026450         MOVE WS-CURR-DEPT TO DLOG-DEPT                           000528
026500         MOVE WS-COPY-LINES TO DLOG-LINE-CNT                      000529
026550         WRITE DISTRIBUTION-LOG-REC                               000530
026600         MOVE WS-CURR-RECIPIENT TO DTL-RECIPIENT                  000531
026650         MOVE WS-CURR-PROGRAM TO DTL-PROGRAM                      000532
026700         MOVE WS-CURR-DEPT TO DTL-DEPT                            000533
026750         MOVE WS-COPY-LINES TO DTL-LINES                          000534
026800         WRITE BURST-REPORT-LINE FROM WS-DETAIL-LINE              000535
026850     END-IF.                                                      000536
026900     MOVE "N" TO WS-COPY-OPEN-SW.                                 000537
026950* Departments that printed with nobody listed to receive them,    000538
027000* and distribution entries with nothing to send tonight           000539
027050 4000-PRINT-EXCEPTIONS.                                           000540
027100     MOVE SPACES TO DTL-RCPT-NAME.                                000541
027150     MOVE SPACES TO DTL-RECIPIENT.                                000542
027200     PERFORM VARYING WS-SEEN-IDX FROM 1 BY 1                      000543
027250             UNTIL WS-SEEN-IDX > WS-SEEN-CNT                      000544
027300         IF NOT ST-SENT (WS-SEEN-IDX)                             000545
027350             ADD 1 TO WS-UNSENT-CNT                               000546
027400             IF WS-UNSENT-CNT = 1                                 000547
027450                 WRITE BURST-REPORT-LINE FROM SPACES              000548
027500                 MOVE "DEPARTMENTS WITH NO RECIPIENT - NOT SENT"  000549
027550                     TO WS-SECTION-LINE                           000550
027600                 WRITE BURST-REPORT-LINE FROM WS-SECTION-LINE     000551
027650                 WRITE BURST-REPORT-LINE FROM SPACES              000552
027700             END-IF                                               000553
027750             MOVE "(NONE)" TO DTL-RECIPIENT                       000554
027800             MOVE ST-PROGRAM (WS-SEEN-IDX) TO DTL-PROGRAM         000555
027850             MOVE ST-DEPT (WS-SEEN-IDX) TO DTL-DEPT               000556
027900             MOVE ST-LINE-CNT (WS-SEEN-IDX) TO DTL-LINES          000557
027950             WRITE BURST-REPORT-LINE FROM WS-DETAIL-LINE          000558
028000         END-IF                                                   000559
028050     END-PERFORM.                                                 000560
028100     PERFORM VARYING WS-DIST-IDX FROM 1 BY 1                      000561
028150             UNTIL WS-DIST-IDX > WS-DIST-CNT                      000562
028200         IF DT-LINE-CNT (WS-DIST-IDX) = ZERO                      000563
028250             ADD 1 TO WS-IDLE-CNT                                 000564
028300             IF WS-IDLE-CNT = 1                                   000565
028350                 WRITE BURST-REPORT-LINE FROM SPACES              000566
028400                 MOVE "DISTRIBUTION ENTRIES WITH NOTHING TO SEND" 000567
028450                     TO WS-SECTION-LINE                           000568
028500                 WRITE BURST-REPORT-LINE FROM WS-SECTION-LINE     000569
028550                 WRITE BURST-REPORT-LINE FROM SPACES              000570
028600             END-IF                                               000571
028650             MOVE DT-RECIPIENT (WS-DIST-IDX) TO DTL-RECIPIENT     000572
028700             MOVE DT-RCPT-NAME (WS-DIST-IDX) TO DTL-RCPT-NAME     000573
028750             MOVE DT-PROGRAM (WS-DIST-IDX) TO DTL-PROGRAM         000574
028800             MOVE DT-DEPT (WS-DIST-IDX) TO DTL-DEPT               000575
028850             MOVE ZERO TO DTL-LINES                               000576
028900             WRITE BURST-REPORT-LINE FROM WS-DETAIL-LINE          000577
028950         END-IF                                                   000578
029000     END-PERFORM.                                                 000579
029050* Control totals at the foot of the report                        000580
029100 7000-PRINT-FOOTER.                                               000581
029150     WRITE BURST-REPORT-LINE FROM SPACES.                         000582
029200     MOVE "DISTRIBUTION ENTRIES:" TO FTR-TEXT.                    000583
029250     MOVE WS-DIST-CNT TO FTR-COUNT.                               000584
029300     WRITE BURST-REPORT-LINE FROM WS-FTR-LINE.                    000585
029350     MOVE "RECIPIENTS SENT COPIES:" TO FTR-TEXT.                  000586
029400     MOVE WS-RCPT-CNT TO FTR-COUNT.                               000587
029450     WRITE BURST-REPORT-LINE FROM WS-FTR-LINE.                    000588
029500     MOVE "DEPARTMENT COPIES SENT:" TO FTR-TEXT.                  000589
029550     MOVE WS-COPY-CNT TO FTR-COUNT.                               000590
029600     WRITE BURST-REPORT-LINE FROM WS-FTR-LINE.                    000591
029650     MOVE "LINES SENT:" TO FTR-TEXT.                              000592
029700     MOVE WS-BURST-LINE-CNT TO FTR-COUNT.                         000593
029750     WRITE BURST-REPORT-LINE FROM WS-FTR-LINE.                    000594
029800     MOVE "DEPARTMENTS NOT SENT:" TO FTR-TEXT.                    000595
029850     MOVE WS-UNSENT-CNT TO FTR-COUNT.                             000596
029900     WRITE BURST-REPORT-LINE FROM WS-FTR-LINE.                    000597
029950     MOVE "ENTRIES WITH NOTHING TO SEND:" TO FTR-TEXT.            000598
030000     MOVE WS-IDLE-CNT TO FTR-COUNT.                               000599
030050     WRITE BURST-REPORT-LINE FROM WS-FTR-LINE.                    000600
030100* Append this run's records-read/records-written to the shared    000601
030150* run-log for the nightly batch-window reconciliation             000602
030200 8000-WRITE-RUN-LOG.                                              000603
030250     OPEN EXTEND RUN-LOG.                                         000604
030300     IF WS-RUNLOG-STATUS = "35"                                   000605
030350         OPEN OUTPUT RUN-LOG                                      000606
030400     END-IF.                                                      000607
030450     MOVE "RPTBURST" TO RUNLOG-PROGRAM.                           000608
030500     MOVE FUNCTION CURRENT-DATE (1:14) TO RUNLOG-TIMESTAMP.       000609
030550     MOVE WS-REPO-READ-CNT TO RUNLOG-RECORDS-READ.                000610
030600     MOVE WS-BURST-LINE-CNT TO RUNLOG-RECORDS-WRITTEN.            000611
030650     WRITE RUN-LOG-RECORD.                                        000612
030700     CLOSE RUN-LOG.                                               000613
030750* Ask the processing calendar whether this step runs tonight -    000614
030800* a holiday date skips it, and a weekly/monthly/month-end         000615
030850* frequency skips the nights between. A skipped step writes a     000616
030900* K run-control record so the status report and the restart       000617
030950* logic still account for it. No calendar file, or no             000618
031000* frequency record for this step, means run nightly as before     000619
031050 0180-CHECK-PROCESS-CALENDAR.                                     000620
031100     MOVE "N" TO WS-CAL-SKIP-SW.                                  000621
031150     MOVE "N" TO WS-CAL-EOF-SW.                                   000622
031200     MOVE "D" TO WS-CAL-FREQ.                                     000623
031250     MOVE ZERO TO WS-CAL-DAY.                                     000624
031300     OPEN INPUT PROCESS-CALENDAR.                                 000625
031350     PERFORM UNTIL WS-CAL-EOF                                     000626
031400         READ PROCESS-CALENDAR                                    000627
031450             AT END                                               000628
031500                 SET WS-CAL-EOF TO TRUE                           000629
031550             NOT AT END                                           000630
031600                 IF CAL-REC-TYPE = "H" AND                        000631
031650                         CAL-DATE = WS-RUN-DATE-CTL               000632
031700                     SET WS-CAL-SKIP TO TRUE                      000633
031750                 END-IF                                           000634
031800                 IF CAL-REC-TYPE = "F" AND                        000635
031850                         CAL-STEP = "RPTBURST"                    000636
031900                     MOVE CAL-FREQ TO WS-CAL-FREQ                 000637
031950                     MOVE CAL-DAY TO WS-CAL-DAY                   000638
032000                 END-IF                                           000639
032050         END-READ                                                 000640
032100     END-PERFORM.                                                 000641
032150     CLOSE PROCESS-CALENDAR.                                      000642
032200     IF NOT WS-CAL-SKIP                                           000643
032250         PERFORM 0190-TEST-STEP-FREQUENCY                         000644
032300     END-IF.                                                      000645
032350     IF WS-CAL-SKIP                                               000646
032400         MOVE "CALSKIP" TO WS-STEP-REASON                         000647
032450         PERFORM 8960-SET-RETURN-CODE                             000648
032500         MOVE "K" TO RC-STATUS OF RUN-CONTROL-REC                 000649
032550         PERFORM 8950-WRITE-RUN-CONTROL                           000650
032600         DISPLAY "RPTBURST skipped per processing calendar."      000651
032650     END-IF.                                                      000652
032700* Does the step's frequency land on tonight - weekly runs on      000653
032750* its day of week, monthly on its day of month, month-end         000654
032800* when tomorrow is a new month                                    000655
032850 0190-TEST-STEP-FREQUENCY.                                        000656
032900     COMPUTE WS-CAL-INT-DATE =                                    000657
032950         FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-CTL).              000658
033000     EVALUATE WS-CAL-FREQ                                         000659
033050         WHEN "W"                                                 000660
033100             COMPUTE WS-CAL-DOW = FUNCTION MOD                    000661
033150                 (WS-CAL-INT-DATE - 1, 7) + 1                     000662
033200             IF WS-CAL-DOW NOT = WS-CAL-DAY                       000663
033250                 SET WS-CAL-SKIP TO TRUE                          000664
033300             END-IF                                               000665
033350         WHEN "M"                                                 000666
033400             IF WS-RUN-DATE-CTL (7:2) NOT = WS-CAL-DAY-X          000667
033450                 SET WS-CAL-SKIP TO TRUE                          000668
033500             END-IF                                               000669
033550         WHEN "E"                                                 000670
033600             COMPUTE WS-CAL-NEXT-DATE =                           000671
033650                 FUNCTION DATE-OF-INTEGER                         000672
033700                 (WS-CAL-INT-DATE + 1)                            000673
033750             IF WS-CAL-NEXT-DATE (5:2) =                          000674
033800                     WS-RUN-DATE-CTL (5:2)                        000675
033850                 SET WS-CAL-SKIP TO TRUE                          000676
033900             END-IF                                               000677
033950         WHEN OTHER                                               000678
034000             CONTINUE                                             000679
034050     END-EVALUATE.                                                000680
034100* See whether this step already completed for tonight's run       000681
034150 0100-CHECK-RUN-CONTROL.                                          000682
034200     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE-CTL.         000683
034250     OPEN INPUT RUN-CONTROL-IN.                                   000684
034300     PERFORM UNTIL WS-RCTL-EOF                                    000685
034350         READ RUN-CONTROL-IN                                      000686
034400             AT END                                               000687
034450                 SET WS-RCTL-EOF TO TRUE                          000688
034500             NOT AT END                                           000689
034550                 IF RC-RUN-DATE OF RUN-CONTROL-IN-REC             000690
034600                         = WS-RUN-DATE-CTL AND                    000691
034650                         RC-STEP-NAME OF RUN-CONTROL-IN-REC       000692
034700                         = "RPTBURST" AND                         000693
034750                         RC-STATUS OF RUN-CONTROL-IN-REC = "C"    000694
034800                     SET WS-STEP-DONE TO TRUE                     000695
034850                 END-IF                                           000696
034900         END-READ                                                 000697
034950     END-PERFORM.                                                 000698
035000     CLOSE RUN-CONTROL-IN.                                        000699
035050* Record this step as started for tonight's run                   000700
035100 0200-MARK-STEP-STARTED.                                          000701
035150     MOVE "S" TO RC-STATUS OF RUN-CONTROL-REC.                    000702
035200     PERFORM 8950-WRITE-RUN-CONTROL.                              000703
035250* Record how this step ended for tonight's run - a C record       000704
035300* when its return code is below 8 (clean or warning), an F        000705
035350* record for a failure so a resubmitted night runs it again       000706
035400 8900-MARK-STEP-COMPLETE.                                         000707
035450     PERFORM 8960-SET-RETURN-CODE.                                000708
035500     IF WS-STEP-RC < 8                                            000709
035550         MOVE "C" TO RC-STATUS OF RUN-CONTROL-REC                 000710
035600     ELSE                                                         000711
035650         MOVE "F" TO RC-STATUS OF RUN-CONTROL-REC                 000712
035700     END-IF.                                                      000713
035750     PERFORM 8950-WRITE-RUN-CONTROL.                              000714
035800* Stamp and append one run-control record                         000715
035850 8950-WRITE-RUN-CONTROL.                                          000716
035900     OPEN EXTEND RUN-CONTROL.                                     000717
035950     IF WS-RUNCTL-STATUS = "35"                                   000718
036000         OPEN OUTPUT RUN-CONTROL                                  000719
036050     END-IF.                                                      000720
036100     MOVE WS-RUN-DATE-CTL                                         000721
036150         TO RC-RUN-DATE OF RUN-CONTROL-REC.                       000722
036200     MOVE "RPTBURST" TO RC-STEP-NAME OF RUN-CONTROL-REC.          000723
036250     MOVE WS-STEP-RC TO RC-RETURN-CODE OF RUN-CONTROL-REC.        000724
036300     MOVE WS-STEP-REASON TO RC-REASON OF RUN-CONTROL-REC.         000725
036350     MOVE FUNCTION CURRENT-DATE (1:14)                            000726
036400         TO RC-TIMESTAMP OF RUN-CONTROL-REC.                      000727
036450     WRITE RUN-CONTROL-REC.                                       000728
036500     CLOSE RUN-CONTROL.                                           000729
036550* Classify this step's reason through the shared severity         000730
036600* table and pass the standard return code back to the job         000731
036650* step. No reason set means a clean run; a reason missing         000732
036700* from the table is treated as abend-worthy                       000733
036750 8960-SET-RETURN-CODE.                                            000734
036800     IF WS-STEP-REASON = SPACES                                   000735
036850         MOVE "CLEAN" TO WS-STEP-REASON                           000736
036900     END-IF.                                                      000737
036950     MOVE 12 TO WS-STEP-RC.                                       000738
037000     PERFORM VARYING WS-SEV-IDX FROM 1 BY 1                       000739
037050             UNTIL WS-SEV-IDX > WS-SEV-MAX                        000740
037100         IF SEV-REASON (WS-SEV-IDX) = WS-STEP-REASON              000741
037150             MOVE SEV-RC (WS-SEV-IDX) TO WS-STEP-RC               000742
037200         END-IF                                                   000743
037250     END-PERFORM.                                                 000744
037300     MOVE WS-STEP-RC TO RETURN-CODE.                              000745
