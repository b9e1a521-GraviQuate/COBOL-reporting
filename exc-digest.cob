000100 IDENTIFICATION DIVISION.                                         000001
000150 PROGRAM-ID. EXC-DIGEST.                                          000002
000200* Morning operations exception digest - the last step of the      000003
000250* nightly window. Reads EXCPLOG, where every exception-listing    000004
000300* step logs one record per item it reports plus a closing         000005
000350* count, and prints one prioritized digest: exception counts      000006
000400* for each source as of its latest run, then the open items       000007
000450* in priority order with the top few of each source listed.       000008
000500* An item is open while the source's latest run still lists       000009
000550* it; its age runs from the open date the source gave it,         000010
000600* else from the first night it appeared on EXCPLOG, so            000011
000650* suspense carried forward and approvals left waiting show        000012
000700* their true age. Items open more than the DIGSTPRM threshold     000013
000750* are raised one priority. The digest is also filed in the        000014
000800* report repository. RC 4 when any high-priority item is open     000015
000850 ENVIRONMENT DIVISION.                                            000016
000900 INPUT-OUTPUT SECTION.                                            000017
000950 FILE-CONTROL.                                                    000018
001000* Operations exception log - every night's items and totals       000019
001050     SELECT OPTIONAL EXCP-LOG ASSIGN TO "EXCPLOG"                 000020
001100         ORGANIZATION IS LINE SEQUENTIAL.                         000021
001150* Sort work file and its sorted output - the log grouped by       000022
001200* source and item, totals ahead of the items, oldest first        000023
001250     SELECT DIG-SORT-WORK ASSIGN TO "DIGSWK".                     000024
001300     SELECT SORTED-EXCP ASSIGN TO "DIGSRT"                        000025
001350         ORGANIZATION IS LINE SEQUENTIAL.                         000026
001400* Second sort - tonight's open items in digest order              000027
001450     SELECT ITEM-SORT-WORK ASSIGN TO "DIGIWK".                    000028
001500     SELECT SORTED-ITEMS ASSIGN TO "DIGITM"                       000029
001550         ORGANIZATION IS LINE SEQUENTIAL.                         000030
001600* Digest options - aging threshold in days and how many           000031
001650* items to list per source. Optional; defaults 7 and 5            000032
001700     SELECT OPTIONAL DIGEST-CARD ASSIGN TO "DIGSTPRM"             000033
001750         ORGANIZATION IS LINE SEQUENTIAL.                         000034
001800* Printed exception digest                                        000035
001850     SELECT DIGEST-REPORT ASSIGN TO "EXCDIGR"                     000036
001900         ORGANIZATION IS LINE SEQUENTIAL.                         000037
001950* Report repository and its index - the report is also held       000038
002000* here, dated, so the spool purge no longer takes the only        000039
002050* copy and RPT-REPRINT can reproduce it on request                000040
002100     SELECT REPORT-REPOSITORY ASSIGN TO "RPTREPO"                 000041
002150         ORGANIZATION IS LINE SEQUENTIAL                          000042
002200         FILE STATUS IS WS-REPO-STATUS.                           000043
002250     SELECT REPORT-INDEX ASSIGN TO "RPTINDEX"                     000044
002300         ORGANIZATION IS LINE SEQUENTIAL                          000045
002350         FILE STATUS IS WS-IDX-STATUS.                            000046
002400* Run-level control-total log - every batch program appends its   000047
002450* records-read/written counts here for nightly reconciliation     000048
002500     SELECT RUN-LOG ASSIGN TO "RUNLOG"                            000049
002550         ORGANIZATION IS LINE SEQUENTIAL                          000050
002600         FILE STATUS IS WS-RUNLOG-STATUS.                         000051
002650* Processing calendar - bank holidays and per-step run            000052
002700* frequencies. Optional; without one every step runs nightly      000053
002750     SELECT OPTIONAL PROCESS-CALENDAR ASSIGN TO "PROCCAL"         000054
002800         ORGANIZATION IS LINE SEQUENTIAL.                         000055
002850* Batch run-control file - each step records started/completed    000056
002900* status for tonight's run so a resubmitted job skips the         000057
002950* steps that already completed                                    000058
003000     SELECT OPTIONAL RUN-CONTROL-IN ASSIGN TO "RUNCTL"            000059
003050         ORGANIZATION IS LINE SEQUENTIAL.                         000060
003100     SELECT RUN-CONTROL ASSIGN TO "RUNCTL"                        000061
003150         ORGANIZATION IS LINE SEQUENTIAL                          000062
003200         FILE STATUS IS WS-RUNCTL-STATUS.                         000063
003250 DATA DIVISION.                                                   000064
003300 FILE SECTION.                                                    000065
003350 FD  EXCP-LOG.                                                    000066
003400 01  EXCP-LOG-REC.                                                000067
003450     COPY EXCPREC.                                                000068
003500 SD  DIG-SORT-WORK.                                               000069
003550 01  DIG-SORT-RECORD.                                             000070
003600     COPY EXCPREC.                                                000071
003650 FD  SORTED-EXCP.                                                 000072
003700 01  SORTED-EXCP-REC.                                             000073
003750     COPY EXCPREC.                                                000074
003800 SD  ITEM-SORT-WORK.                                              000075
003850 01  ITEM-SORT-RECORD.                                            000076
003900     05  ITS-PRIORITY    PIC 9.                                   000077
003950     05  ITS-RANK        PIC 99.                                  000078
004000     05  ITS-AGE         PIC 9(5).                                000079
004050     05  ITS-RAISED      PIC X.                                   000080
004100     05  ITS-SOURCE      PIC X(8).                                000081
004150     05  ITS-KEY         PIC X(16).                               000082
004200     05  ITS-TEXT        PIC X(40).                               000083
004250 FD  SORTED-ITEMS.                                                000084
004300 01  SORTED-ITEMS-REC.                                            000085
004350     05  ITM-PRIORITY    PIC 9.                                   000086
004400     05  ITM-RANK        PIC 99.                                  000087
004450     05  ITM-AGE         PIC 9(5).                                000088
004500     05  ITM-RAISED      PIC X.                                   000089
004550     05  ITM-SOURCE      PIC X(8).                                000090
004600     05  ITM-KEY         PIC X(16).                               000091
004650     05  ITM-TEXT        PIC X(40).                               000092
004700 FD  DIGEST-CARD.                                                 000093
004750 01  DIGEST-CARD-REC.                                             000094
004800     05  CTL-AGE-DAYS    PIC 9(3).                                000095
004850     05  CTL-TOP-ITEMS   PIC 99.                                  000096
004900 FD  DIGEST-REPORT.                                               000097
004950 01  DIGEST-REPORT-LINE  PIC X(80).                               000098
005000 FD  REPORT-REPOSITORY.                                           000099
005050 01  REPORT-REPOSITORY-REC.                                       000100
005100     COPY REPOREC.                                                000101
005150 FD  REPORT-INDEX.                                                000102
005200 01  REPORT-INDEX-REC.                                            000103
005250     COPY RPTIDXREC.                                              000104
005300 FD  RUN-LOG.                                                     000105
005350 01  RUN-LOG-RECORD.                                              000106
005400     COPY RUNLOGREC.                                              000107
005450 FD  PROCESS-CALENDAR.                                            000108
005500 01  PROCESS-CALENDAR-REC.                                        000109
005550     COPY CALREC.                                                 000110
005600 FD  RUN-CONTROL-IN.                                              000111
005650 01  RUN-CONTROL-IN-REC.                                          000112
005700     COPY RUNCTLREC.                                              000113
005750 FD  RUN-CONTROL.                                                 000114
005800 01  RUN-CONTROL-REC.                                             000115
005850     COPY RUNCTLREC.                                              000116
005900 WORKING-STORAGE SECTION.                                         000117
005950* Report-repository state - tonight's report date, the line       000118
006000* sequence within it, and the page count for the index row        000119
006050 01  WS-REPO-STATUS    PIC XX.                                    000120
006100 01  WS-IDX-STATUS     PIC XX.                                    000121
006150 01  WS-RPT-DATE       PIC 9(8).                                  000122
006200 01  WS-REPO-SEQ       PIC 9(6) VALUE ZERO.                       000123
006250 01  WS-REPO-PAGES     PIC 9(5) VALUE 1.                          000124
006300 01  WS-RPT-LINE       PIC X(80).                                 000125
006350* Run-control state - tonight's run date and whether this         000126
006400* step already completed for it                                   000127
006450 01  WS-RUNCTL-STATUS  PIC XX.                                    000128
006500 01  WS-RUN-DATE-CTL   PIC 9(8).                                  000129
006550 01  WS-RCTL-EOF-SW    PIC X VALUE "N".                           000130
006600     88  WS-RCTL-EOF   VALUE "Y".                                 000131
006650 01  WS-STEP-DONE-SW   PIC X VALUE "N".                           000132
006700     88  WS-STEP-DONE  VALUE "Y".                                 000133
006750     COPY RCSEVTAB.                                               000134
006800* Processing-calendar state for tonight's run                     000135
006850 01  WS-CAL-SKIP-SW    PIC X.                                     000136
006900     88  WS-CAL-SKIP   VALUE "Y".                                 000137
006950 01  WS-CAL-EOF-SW     PIC X.                                     000138
007000     88  WS-CAL-EOF    VALUE "Y".                                 000139
007050 01  WS-CAL-FREQ       PIC X.                                     000140
007100 01  WS-CAL-DAY        PIC 99.                                    000141
007150 01  WS-CAL-DAY-X REDEFINES WS-CAL-DAY PIC XX.                    000142
007200 01  WS-CAL-INT-DATE   PIC 9(8).                                  000143
007250 01  WS-CAL-DOW        PIC 9.                                     000144
007300 01  WS-CAL-NEXT-DATE  PIC 9(8).                                  000145
007350 01  WS-RUNLOG-STATUS  PIC XX.                                    000146
007400 01  WS-TEST-DATE      PIC 9(8).                                  000147
007450 01  WS-TEST-DATE-X REDEFINES WS-TEST-DATE.                       000148
007500     05  WS-TEST-YYYY  PIC 9(4).                                  000149
007550     05  WS-TEST-MM    PIC 99.                                    000150
007600     05  WS-TEST-DD    PIC 99.                                    000151
007650 01  WS-MONTH-DAYS     PIC 99.                                    000152
007700 01  WS-LEAP-REM       PIC 9(4).                                  000153
007750 01  WS-DATE-VALID-SW  PIC X.                                     000154
007800     88  WS-DATE-VALID VALUE "Y".                                 000155
007850 01  WS-LOG-EOF-SW     PIC X VALUE "N".                           000156
007900     88  WS-LOG-EOF    VALUE "Y".                                 000157
007950 01  WS-ITEM-EOF-SW    PIC X VALUE "N".                           000158
008000     88  WS-ITEM-EOF   VALUE "Y".                                 000159
008050* Digest options                                                  000160
008100 01  WS-AGE-DAYS       PIC 9(3) VALUE 7.                          000161
008150 01  WS-TOP-ITEMS      PIC 99 VALUE 5.                            000162
008200* The sources the digest gathers, in the order they rank          000163
008250* within a priority - integrity and balance first, then           000164
008300* rejects, then items waiting on someone                          000165
008350 01  WS-SRC-TABLE-DATA.                                           000166
008400     05  FILLER        PIC X(34)                                  000167
008450             VALUE "AUDVRPT AUDIT TRAIL CHAIN BREAKS  ".          000168
008500     05  FILLER        PIC X(34)                                  000169
008550             VALUE "EMPINTR EMPLOYEE MASTER INTEGRITY ".          000170
008600     05  FILLER        PIC X(34)                                  000171
008650             VALUE "RECONRPTRUN LOG OUT OF BALANCE    ".          000172
008700     05  FILLER        PIC X(34)                                  000173
008750             VALUE "GRDREJ  GRADE EDIT REJECTS        ".          000174
008800     05  FILLER        PIC X(34)                                  000175
008850             VALUE "ACCPREJ TRANSACTION SUSPENSE      ".          000176
008900     05  FILLER        PIC X(34)                                  000177
008950             VALUE "ADMREG  ADMISSIONS REJECTS        ".          000178
009000     05  FILLER        PIC X(34)                                  000179
009050             VALUE "LEAVEEXCOVERDUE LEAVE RETURNS     ".          000180
009100     05  FILLER        PIC X(34)                                  000181
009150             VALUE "EMPPENDRPENDING SECOND APPROVALS  ".          000182
009200     05  FILLER        PIC X(34)                                  000183
009250             VALUE "EMPACKR BUREAU ACKS OUTSTANDING   ".          000184
009300 01  WS-SRC-TABLE REDEFINES WS-SRC-TABLE-DATA.                    000185
009350     05  SRC-DEF OCCURS 9 TIMES.                                  000186
009400         10  SRC-NAME      PIC X(8).                              000187
009450         10  SRC-DESC      PIC X(26).                             000188
009500 78  WS-SRC-MAX        VALUE 9.                                   000189
009550* Per-source counts - date of the source's latest run, its        000190
009600* open items, those carried from a prior night, those past        000191
009650* the aging threshold, the oldest age, and how many of its        000192
009700* items the digest has listed                                     000193
009750 01  WS-SRC-COUNTS.                                               000194
009800     05  SRC-CNT-ENTRY OCCURS 9 TIMES.                            000195
009850         10  SRC-ASOF-DATE PIC 9(8).                              000196
009900         10  SRC-RPT-CNT   PIC 9(7).                              000197
009950         10  SRC-OPEN-CNT  PIC 9(5).                              000198
010000         10  SRC-CARRY-CNT PIC 9(5).                              000199
010050         10  SRC-AGED-CNT  PIC 9(5).                              000200
010100         10  SRC-OLDEST    PIC 9(5).                              000201
010150         10  SRC-LIST-CNT  PIC 9(5).                              000202
010200 01  WS-SRC-IDX        PIC 99.                                    000203
010250 01  WS-SRC-HIT        PIC 99.                                    000204
010300* The item being gathered - one source and key across the         000205
010350* nights it appears on the log                                    000206
010400 01  WS-GRP-OPEN-SW    PIC X VALUE "N".                           000207
010450     88  WS-GRP-OPEN   VALUE "Y".                                 000208
010500 01  WS-GRP-SOURCE     PIC X(8).                                  000209
010550 01  WS-GRP-KEY        PIC X(16).                                 000210
010600 01  WS-GRP-SRC-IDX    PIC 99.                                    000211
010650 01  WS-GRP-FIRST-DATE PIC 9(8).                                  000212
010700 01  WS-GRP-LAST-DATE  PIC 9(8).                                  000213
010750 01  WS-GRP-OPEN-DATE  PIC 9(8).                                  000214
010800 01  WS-GRP-PRIORITY   PIC 9.                                     000215
010850 01  WS-GRP-TEXT       PIC X(40).                                 000216
010900 01  WS-AGE-FROM-DATE  PIC 9(8).                                  000217
010950 01  WS-ITEM-AGE       PIC S9(7).                                 000218
011000* Control totals                                                  000219
011050 01  WS-LOG-READ-CNT   PIC 9(7) VALUE ZERO.                       000220
011100 01  WS-OPEN-CNT       PIC 9(7) VALUE ZERO.                       000221
011150 01  WS-HIGH-CNT       PIC 9(7) VALUE ZERO.                       000222
011200 01  WS-CARRY-CNT      PIC 9(7) VALUE ZERO.                       000223
011250 01  WS-AGED-CNT       PIC 9(7) VALUE ZERO.                       000224
011300 01  WS-NOT-RUN-CNT    PIC 9(7) VALUE ZERO.                       000225
011350 01  WS-MORE-SRC-CNT   PIC 99 VALUE ZERO.                         000226
011400 01  WS-REPORTED-CNT   PIC 9(7) VALUE ZERO.                       000227
011450* Report heading, detail and footer lines                         000228
011500 01  WS-HDG-1.                                                    000229
011550     05  FILLER        PIC X(38)                                  000230
011600             VALUE "MORNING OPERATIONS EXCEPTION DIGEST -".       000231
011650     05  HDG-RUN-DATE  PIC 9(8).                                  000232
011700 01  WS-HDG-2.                                                    000233
011750     05  FILLER        PIC X(22)                                  000234
011800             VALUE "* ITEMS OPEN MORE THAN".                      000235
011850     05  HDG-AGE-DAYS  PIC ZZ9.                                   000236
011900     05  FILLER        PIC X(30)                                  000237
011950             VALUE " DAYS ARE RAISED ONE PRIORITY".               000238
012000 01  WS-HDG-3.                                                    000239
012050     05  FILLER        PIC X(10) VALUE "SOURCE".                  000240
012100     05  FILLER        PIC X(28) VALUE "DESCRIPTION".             000241
012150     05  FILLER        PIC X(9)  VALUE "AS OF".                   000242
012200     05  FILLER        PIC X(8)  VALUE "  OPEN".                  000243
012250     05  FILLER        PIC X(7)  VALUE "CARRIED".                 000244
012300     05  FILLER        PIC X(7)  VALUE " AGED".                   000245
012350     05  FILLER        PIC X(6)  VALUE "OLDEST".                  000246
012400 01  WS-SUMMARY-LINE.                                             000247
012450     05  SUM-SOURCE    PIC X(8).                                  000248
012500     05  FILLER        PIC X(2) VALUE SPACES.                     000249
012550     05  SUM-DESC      PIC X(26).                                 000250
012600     05  FILLER        PIC X(2) VALUE SPACES.                     000251
012650     05  SUM-ASOF      PIC X(8).                                  000252
012700     05  FILLER        PIC X(1) VALUE SPACES.                     000253
012750     05  SUM-OPEN      PIC ZZZZZ9.                                000254
012800     05  FILLER        PIC X(2) VALUE SPACES.                     000255
012850     05  SUM-CARRY     PIC ZZZZZ9.                                000256
012900     05  FILLER        PIC X(1) VALUE SPACES.                     000257
012950     05  SUM-AGED      PIC ZZZZ9.                                 000258
013000     05  FILLER        PIC X(2) VALUE SPACES.                     000259
013050     05  SUM-OLDEST    PIC ZZZZ9.                                 000260
013100 01  WS-HDG-4.                                                    000261
013150     05  FILLER        PIC X(29)                                  000262
013200             VALUE "OPEN ITEMS BY PRIORITY - TOP".                000263
013250     05  HDG-TOP-ITEMS PIC Z9.                                    000264
013300     05  FILLER        PIC X(11) VALUE " PER SOURCE".             000265
013350 01  WS-HDG-5.                                                    000266
013400     05  FILLER        PIC X(4)  VALUE "PRI".                     000267
013450     05  FILLER        PIC X(9)  VALUE "SOURCE".                  000268
013500     05  FILLER        PIC X(17) VALUE "ITEM".                    000269
013550     05  FILLER        PIC X(6)  VALUE "  AGE".                   000270
013600     05  FILLER        PIC X(40) VALUE "DESCRIPTION".             000271
013650 01  WS-DETAIL-LINE.                                              000272
013700     05  DTL-PRIORITY  PIC 9.                                     000273
013750     05  DTL-RAISED    PIC X.                                     000274
013800     05  FILLER        PIC X(2) VALUE SPACES.                     000275
013850     05  DTL-SOURCE    PIC X(8).                                  000276
013900     05  FILLER        PIC X(1) VALUE SPACES.                     000277
013950     05  DTL-KEY       PIC X(16).                                 000278
014000     05  FILLER        PIC X(1) VALUE SPACES.                     000279
014050     05  DTL-AGE       PIC ZZZZ9.                                 000280
014100     05  FILLER        PIC X(1) VALUE SPACES.                     000281
014150     05  DTL-TEXT      PIC X(40).                                 000282
014200 01  WS-MORE-LINE.                                                000283
014250     05  FILLER        PIC X(4) VALUE SPACES.                     000284
014300     05  MORE-CNT      PIC ZZZZ9.                                 000285
014350     05  FILLER        PIC X(6) VALUE " MORE ".                   000286
014400     05  MORE-SOURCE   PIC X(8).                                  000287
014450     05  FILLER        PIC X(40)                                  000288
014500             VALUE " ITEMS NOT LISTED - SEE SOURCE REPORT".       000289
014550 01  WS-FTR-LINE.                                                 000290
014600     05  FTR-TEXT      PIC X(30).                                 000291
014650     05  FTR-COUNT     PIC ZZZZZZ9.                               000292
014700 PROCEDURE DIVISION.                                              000293
014750 0000-MAIN.                                                       000294
014800     PERFORM 0100-CHECK-RUN-CONTROL.                              000295
014850     IF WS-STEP-DONE                                              000296
014900         DISPLAY "EXCDIGST step already completed for"            000297
014950             " tonight's run - skipping."                         000298
015000         STOP RUN                                                 000299
015050     END-IF.                                                      000300
015100     PERFORM 0180-CHECK-PROCESS-CALENDAR.                         000301
015150     IF WS-CAL-SKIP                                               000302
015200         STOP RUN                                                 000303
015250     END-IF.                                                      000304
015300     PERFORM 0200-MARK-STEP-STARTED.                              000305
015350     PERFORM 0500-READ-DIGEST-CARD.                               000306
015400     SORT DIG-SORT-WORK                                           000307
015450         ON ASCENDING KEY EXC-SOURCE OF DIG-SORT-RECORD           000308
015500         ON DESCENDING KEY EXC-REC-TYPE OF DIG-SORT-RECORD        000309
015550         ON ASCENDING KEY EXC-KEY OF DIG-SORT-RECORD              000310
015600         ON ASCENDING KEY EXC-RUN-DATE OF DIG-SORT-RECORD         000311
015650         USING EXCP-LOG                                           000312
015700         GIVING SORTED-EXCP.                                      000313
015750     SORT ITEM-SORT-WORK                                          000314
015800         ON ASCENDING KEY ITS-PRIORITY                            000315
015850         ON ASCENDING KEY ITS-RANK                                000316
015900         ON DESCENDING KEY ITS-AGE                                000317
015950         INPUT PROCEDURE IS 2000-SELECT-OPEN-ITEMS                000318
016000         GIVING SORTED-ITEMS.                                     000319
016050     OPEN OUTPUT DIGEST-REPORT.                                   000320
016100     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RPT-DATE.             000321
016150     OPEN EXTEND REPORT-REPOSITORY.                               000322
016200     IF WS-REPO-STATUS = "35"                                     000323
016250         OPEN OUTPUT REPORT-REPOSITORY                            000324
016300     END-IF.                                                      000325
016350     OPEN EXTEND REPORT-INDEX.                                    000326
016400     IF WS-IDX-STATUS = "35"                                      000327
016450         OPEN OUTPUT REPORT-INDEX                                 000328
016500     END-IF.                                                      000329
016550     PERFORM 3000-PRINT-SOURCE-SUMMARY.                           000330
016600     PERFORM 4000-PRINT-OPEN-ITEMS.                               000331
016650     PERFORM 7000-PRINT-FOOTER.                                   000332
016700     PERFORM 6990-WRITE-REPORT-INDEX.                             000333
016750     CLOSE REPORT-REPOSITORY.                                     000334
016800     CLOSE REPORT-INDEX.                                          000335
016850     CLOSE DIGEST-REPORT.                                         000336
016900     PERFORM 8000-WRITE-RUN-LOG.                                  000337
016950     DISPLAY "MORNING OPERATIONS EXCEPTION DIGEST".               000338
017000     DISPLAY "Exception-log records:   " WS-LOG-READ-CNT.         000339
017050     DISPLAY "Open items:              " WS-REPORTED-CNT.         000340
017100     DISPLAY "High-priority items:     " WS-HIGH-CNT.             000341
017150     DISPLAY "Carried from prior night:" WS-CARRY-CNT.            000342
017200     DISPLAY "Past aging threshold:    " WS-AGED-CNT.             000343
017250     IF WS-NOT-RUN-CNT > ZERO                                     000344
017300         DISPLAY "Sources with no run:     " WS-NOT-RUN-CNT       000345
017350     END-IF.                                                      000346
017400     IF WS-HIGH-CNT > ZERO                                        000347
017450         MOVE "EXCEPT" TO WS-STEP-REASON                          000348
017500     END-IF.                                                      000349
017550     PERFORM 8900-MARK-STEP-COMPLETE.                             000350
017600     STOP RUN.                                                    000351
017650* Take the aging threshold and items-per-source from the          000352
017700* DIGSTPRM card; a zero or missing value keeps the default        000353
017750 0500-READ-DIGEST-CARD.                                           000354
017800     OPEN INPUT DIGEST-CARD.                                      000355
017850     READ DIGEST-CARD                                             000356
017900         AT END                                                   000357
017950             CONTINUE                                             000358
018000         NOT AT END                                               000359
018050             IF CTL-AGE-DAYS IS NUMERIC AND                       000360
018100                     CTL-AGE-DAYS > ZERO                          000361
018150                 MOVE CTL-AGE-DAYS TO WS-AGE-DAYS                 000362
018200             END-IF                                               000363
018250             IF CTL-TOP-ITEMS IS NUMERIC AND                      000364
018300                     CTL-TOP-ITEMS > ZERO                         000365
018350                 MOVE CTL-TOP-ITEMS TO WS-TOP-ITEMS               000366
018400             END-IF                                               000367
018450     END-READ.                                                    000368
018500     CLOSE DIGEST-CARD.                                           000369
018550     MOVE ZERO TO WS-SRC-COUNTS.                                  000370
018600* Feed the item sort - walk the sorted log one source and key     000371
018650* at a time. A source's T records come ahead of its items, so     000372
018700* the date of its latest run is known before its items are        000373
018750* judged; an item still open is one that run listed               000374
018800 2000-SELECT-OPEN-ITEMS.                                          000375
018850     OPEN INPUT SORTED-EXCP.                                      000376
018900     PERFORM UNTIL WS-LOG-EOF                                     000377
018950         READ SORTED-EXCP                                         000378
019000             AT END                                               000379
019050                 SET WS-LOG-EOF TO TRUE                           000380
019100             NOT AT END                                           000381
019150                 ADD 1 TO WS-LOG-READ-CNT                         000382
019200                 IF EXC-REC-TYPE OF SORTED-EXCP-REC = "T"         000383
019250                     PERFORM 2200-CLOSE-ITEM-GROUP                000384
019300                     PERFORM 2050-NOTE-SOURCE-RUN                 000385
019350                 ELSE                                             000386
019400                     IF NOT WS-GRP-OPEN OR                        000387
019450                             EXC-SOURCE OF SORTED-EXCP-REC        000388
019500                             NOT = WS-GRP-SOURCE OR               000389
019550                             EXC-KEY OF SORTED-EXCP-REC           000390
019600                             NOT = WS-GRP-KEY                     000391
019650                         PERFORM 2200-CLOSE-ITEM-GROUP            000392
019700                         PERFORM 2100-START-ITEM-GROUP            000393
019750                     END-IF                                       000394
019800                     PERFORM 2150-ADD-TO-ITEM-GROUP               000395
019850                 END-IF                                           000396
019900         END-READ                                                 000397
019950     END-PERFORM.                                                 000398
020000     PERFORM 2200-CLOSE-ITEM-GROUP.                               000399
020050     CLOSE SORTED-EXCP.                                           000400
020100* Find the log record's source in the source table                000401
020150 2010-FIND-SOURCE.                                                000402
020200     MOVE ZERO TO WS-SRC-HIT.                                     000403
020250     PERFORM VARYING WS-SRC-IDX FROM 1 BY 1                       000404
020300             UNTIL WS-SRC-IDX > WS-SRC-MAX                        000405
020350         IF SRC-NAME (WS-SRC-IDX) =                               000406
020400                 EXC-SOURCE OF SORTED-EXCP-REC                    000407
020450             MOVE WS-SRC-IDX TO WS-SRC-HIT                        000408
020500         END-IF                                                   000409
020550     END-PERFORM.                                                 000410
020600* A source's run totals arrive oldest first - the last one        000411
020650* read is its latest run, and its count is the number of items    000412
020700* the source report listed. Several sources log more than one     000413
020750* item under the same key, so the key groups only drive the       000414
020800* carried, aged and oldest figures                                000415
020850 2050-NOTE-SOURCE-RUN.                                            000416
020900     PERFORM 2010-FIND-SOURCE.                                    000417
020950     IF WS-SRC-HIT > ZERO                                         000418
021000         MOVE EXC-RUN-DATE OF SORTED-EXCP-REC                     000419
021050             TO SRC-ASOF-DATE (WS-SRC-HIT)                        000420
021100         IF EXC-COUNT OF SORTED-EXCP-REC IS NUMERIC               000421
021150             MOVE EXC-COUNT OF SORTED-EXCP-REC                    000422
021200                 TO SRC-RPT-CNT (WS-SRC-HIT)                      000423
021250         ELSE                                                     000424
021300             MOVE ZERO TO SRC-RPT-CNT (WS-SRC-HIT)                000425
021350         END-IF                                                   000426
021400     END-IF.                                                      000427
021450 2100-START-ITEM-GROUP.                                           000428
021500     SET WS-GRP-OPEN TO TRUE.                                     000429
021550     MOVE EXC-SOURCE OF SORTED-EXCP-REC TO WS-GRP-SOURCE.         000430
021600     MOVE EXC-KEY OF SORTED-EXCP-REC TO WS-GRP-KEY.               000431
021650     MOVE EXC-RUN-DATE OF SORTED-EXCP-REC TO WS-GRP-FIRST-DATE.   000432
021700     MOVE ZERO TO WS-GRP-OPEN-DATE.                               000433
021750     PERFORM 2010-FIND-SOURCE.                                    000434
021800     MOVE WS-SRC-HIT TO WS-GRP-SRC-IDX.                           000435
021850* Each night an item appears - its latest priority, open date     000436
021900* and text stand                                                  000437
021950 2150-ADD-TO-ITEM-GROUP.                                          000438
022000     MOVE EXC-RUN-DATE OF SORTED-EXCP-REC TO WS-GRP-LAST-DATE.    000439
022050     MOVE EXC-PRIORITY OF SORTED-EXCP-REC TO WS-GRP-PRIORITY.     000440
022100     MOVE EXC-TEXT OF SORTED-EXCP-REC TO WS-GRP-TEXT.             000441
022150     IF EXC-OPEN-DATE OF SORTED-EXCP-REC IS NUMERIC AND           000442
022200             EXC-OPEN-DATE OF SORTED-EXCP-REC > ZERO              000443
022250         MOVE EXC-OPEN-DATE OF SORTED-EXCP-REC                    000444
022300             TO WS-GRP-OPEN-DATE                                  000445
022350     END-IF.                                                      000446
022400* An item whose last night is its source's latest run is          000447
022450* still open - age it and release it to the item sort             000448
022500 2200-CLOSE-ITEM-GROUP.                                           000449
022550     IF WS-GRP-OPEN AND WS-GRP-SRC-IDX > ZERO                     000450
022600         IF WS-GRP-LAST-DATE = SRC-ASOF-DATE (WS-GRP-SRC-IDX)     000451
022650             PERFORM 2300-RELEASE-OPEN-ITEM                       000452
022700         END-IF                                                   000453
022750     END-IF.                                                      000454
022800     MOVE "N" TO WS-GRP-OPEN-SW.                                  000455
022850* Age from the source's own open date when it gave a valid one    000456
022900* no later than tonight, else from the first night logged.        000457
022950* Past the threshold the item is raised one priority              000458
023000 2300-RELEASE-OPEN-ITEM.                                          000459
023050     MOVE WS-GRP-FIRST-DATE TO WS-AGE-FROM-DATE.                  000460
023100     IF WS-GRP-OPEN-DATE > ZERO                                   000461
023150         MOVE WS-GRP-OPEN-DATE TO WS-TEST-DATE                    000462
023200         PERFORM 0860-VALIDATE-DATE                               000463
023250         IF WS-DATE-VALID AND                                     000464
023300                 WS-GRP-OPEN-DATE NOT > WS-RUN-DATE-CTL           000465
023350             MOVE WS-GRP-OPEN-DATE TO WS-AGE-FROM-DATE            000466
023400         END-IF                                                   000467
023450     END-IF.                                                      000468
023500     COMPUTE WS-ITEM-AGE =                                        000469
023550         FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-CTL) -             000470
023600         FUNCTION INTEGER-OF-DATE (WS-AGE-FROM-DATE).             000471
023650     IF WS-ITEM-AGE < ZERO                                        000472
023700         MOVE ZERO TO WS-ITEM-AGE                                 000473
023750     END-IF.                                                      000474
023800     IF WS-ITEM-AGE > 99999                                       000475
023850         MOVE 99999 TO WS-ITEM-AGE                                000476
023900     END-IF.                                                      000477
023950     MOVE SPACE TO ITS-RAISED.                                    000478
024000     IF WS-GRP-PRIORITY < 1 OR WS-GRP-PRIORITY > 3                000479
024050         MOVE 3 TO WS-GRP-PRIORITY                                000480
024100     END-IF.                                                      000481
024150     ADD 1 TO SRC-OPEN-CNT (WS-GRP-SRC-IDX).                      000482
024200     ADD 1 TO WS-OPEN-CNT.                                        000483
024250     IF WS-GRP-FIRST-DATE < SRC-ASOF-DATE (WS-GRP-SRC-IDX)        000484
024300         ADD 1 TO SRC-CARRY-CNT (WS-GRP-SRC-IDX)                  000485
024350         ADD 1 TO WS-CARRY-CNT                                    000486
024400     END-IF.                                                      000487
024450     IF WS-ITEM-AGE > WS-AGE-DAYS                                 000488
024500         ADD 1 TO SRC-AGED-CNT (WS-GRP-SRC-IDX)                   000489
024550         ADD 1 TO WS-AGED-CNT                                     000490
024600         IF WS-GRP-PRIORITY > 1                                   000491
024650             SUBTRACT 1 FROM WS-GRP-PRIORITY                      000492
024700             MOVE "*" TO ITS-RAISED                               000493
024750         END-IF                                                   000494
024800     END-IF.                                                      000495
024850     IF WS-ITEM-AGE > SRC-OLDEST (WS-GRP-SRC-IDX)                 000496
024900         MOVE WS-ITEM-AGE TO SRC-OLDEST (WS-GRP-SRC-IDX)          000497
024950     END-IF.                                                      000498
025000     IF WS-GRP-PRIORITY = 1                                       000499
025050         ADD 1 TO WS-HIGH-CNT                                     000500
025100     END-IF.                                                      000501
025150     MOVE WS-GRP-PRIORITY TO ITS-PRIORITY.                        000502
025200     MOVE WS-GRP-SRC-IDX TO ITS-RANK.                             000503
025250     MOVE WS-ITEM-AGE TO ITS-AGE.                                 000504
025300     MOVE WS-GRP-SOURCE TO ITS-SOURCE.                            000505
025350     MOVE WS-GRP-KEY TO ITS-KEY.                                  000506
025400     MOVE WS-GRP-TEXT TO ITS-TEXT.                                000507
025450     RELEASE ITEM-SORT-RECORD.                                    000508
025500* Headings, then one line of counts per source as of its own      000509
025550* latest run - a source with no run on the log shows NOT RUN      000510
025600 3000-PRINT-SOURCE-SUMMARY.                                       000511
025650     MOVE WS-RUN-DATE-CTL TO HDG-RUN-DATE.                        000512
025700     MOVE WS-HDG-1 TO WS-RPT-LINE.                                000513
025750     PERFORM 6800-PRINT-LINE.                                     000514
025800     MOVE WS-AGE-DAYS TO HDG-AGE-DAYS.                            000515
025850     MOVE WS-HDG-2 TO WS-RPT-LINE.                                000516
025900     PERFORM 6800-PRINT-LINE.                                     000517
025950     MOVE SPACES TO WS-RPT-LINE.                                  000518
026000     PERFORM 6800-PRINT-LINE.                                     000519
026050     MOVE WS-HDG-3 TO WS-RPT-LINE.                                000520
026100     PERFORM 6800-PRINT-LINE.                                     000521
026150     MOVE SPACES TO WS-RPT-LINE.                                  000522
026200     PERFORM 6800-PRINT-LINE.                                     000523
026250     PERFORM VARYING WS-SRC-IDX FROM 1 BY 1                       000524
026300             UNTIL WS-SRC-IDX > WS-SRC-MAX                        000525
026350         MOVE SRC-NAME (WS-SRC-IDX) TO SUM-SOURCE                 000526
026400         MOVE SRC-DESC (WS-SRC-IDX) TO SUM-DESC                   000527
026450         IF SRC-ASOF-DATE (WS-SRC-IDX) = ZERO                     000528
026500             MOVE "NOT RUN" TO SUM-ASOF                           000529
026550             ADD 1 TO WS-NOT-RUN-CNT                              000530
026600         ELSE                                                     000531
026650             MOVE SRC-ASOF-DATE (WS-SRC-IDX) TO SUM-ASOF          000532
026700         END-IF                                                   000533
026750         MOVE SRC-RPT-CNT (WS-SRC-IDX) TO SUM-OPEN                000534
026800         ADD SRC-RPT-CNT (WS-SRC-IDX) TO WS-REPORTED-CNT          000535
026850         MOVE SRC-CARRY-CNT (WS-SRC-IDX) TO SUM-CARRY             000536
026900         MOVE SRC-AGED-CNT (WS-SRC-IDX) TO SUM-AGED               000537
026950         MOVE SRC-OLDEST (WS-SRC-IDX) TO SUM-OLDEST               000538
027000         MOVE WS-SUMMARY-LINE TO WS-RPT-LINE                      000539
027050         PERFORM 6800-PRINT-LINE                                  000540
027100     END-PERFORM.                                                 000541
027150* The open items in priority order, most important source         000542
027200* first and oldest first within it, up to the listing limit       000543
027250* for each source; what the source's own report listed beyond     000544
027300* that is counted per source below                                000545
027350 4000-PRINT-OPEN-ITEMS.                                           000546
027400     MOVE SPACES TO WS-RPT-LINE.                                  000547
027450     PERFORM 6800-PRINT-LINE.                                     000548
027500     MOVE WS-TOP-ITEMS TO HDG-TOP-ITEMS.                          000549
027550     MOVE WS-HDG-4 TO WS-RPT-LINE.                                000550
027600     PERFORM 6800-PRINT-LINE.                                     000551
027650     MOVE SPACES TO WS-RPT-LINE.                                  000552
027700     PERFORM 6800-PRINT-LINE.                                     000553
027750     MOVE WS-HDG-5 TO WS-RPT-LINE.                                000554
027800     PERFORM 6800-PRINT-LINE.                                     000555
027850     MOVE SPACES TO WS-RPT-LINE.                                  000556
027900     PERFORM 6800-PRINT-LINE.                                     000557
027950     OPEN INPUT SORTED-ITEMS.                                     000558
028000     PERFORM UNTIL WS-ITEM-EOF                                    000559
028050         READ SORTED-ITEMS                                        000560
028100             AT END                                               000561
028150                 SET WS-ITEM-EOF TO TRUE                          000562
028200             NOT AT END                                           000563
028250                 IF SRC-LIST-CNT (ITM-RANK) < WS-TOP-ITEMS        000564
028300                     ADD 1 TO SRC-LIST-CNT (ITM-RANK)             000565
028350                     PERFORM 4100-PRINT-ITEM                      000566
028400                 END-IF                                           000567
028450         END-READ                                                 000568
028500     END-PERFORM.                                                 000569
028550     CLOSE SORTED-ITEMS.                                          000570
028600     IF WS-OPEN-CNT = ZERO                                        000571
028650         MOVE "NO OPEN EXCEPTION ITEMS" TO WS-RPT-LINE            000572
028700         PERFORM 6800-PRINT-LINE                                  000573
028750     END-IF.                                                      000574
028800     MOVE ZERO TO WS-MORE-SRC-CNT.                                000575
028850     PERFORM VARYING WS-SRC-IDX FROM 1 BY 1                       000576
028900             UNTIL WS-SRC-IDX > WS-SRC-MAX                        000577
028950         IF SRC-RPT-CNT (WS-SRC-IDX) >                            000578
029000                 SRC-LIST-CNT (WS-SRC-IDX)                        000579
029050             ADD 1 TO WS-MORE-SRC-CNT                             000580
029100             IF WS-MORE-SRC-CNT = 1                               000581
029150                 MOVE SPACES TO WS-RPT-LINE                       000582
029200                 PERFORM 6800-PRINT-LINE                          000583
029250             END-IF                                               000584
029300             COMPUTE MORE-CNT = SRC-RPT-CNT (WS-SRC-IDX)          000585
029350                 - SRC-LIST-CNT (WS-SRC-IDX)                      000586
029400             MOVE SRC-NAME (WS-SRC-IDX) TO MORE-SOURCE            000587
029450             MOVE WS-MORE-LINE TO WS-RPT-LINE                     000588
029500             PERFORM 6800-PRINT-LINE                              000589
029550         END-IF                                                   000590
029600     END-PERFORM.                                                 000591
029650 4100-PRINT-ITEM.                                                 000592
029700     MOVE ITM-PRIORITY TO DTL-PRIORITY.                           000593
029750     MOVE ITM-RAISED TO DTL-RAISED.                               000594
029800     MOVE ITM-SOURCE TO DTL-SOURCE.                               000595
029850     MOVE ITM-KEY TO DTL-KEY.                                     000596
029900     MOVE ITM-AGE TO DTL-AGE.                                     000597
029950     MOVE ITM-TEXT TO DTL-TEXT.                                   000598
030000     MOVE WS-DETAIL-LINE TO WS-RPT-LINE.                          000599
030050     PERFORM 6800-PRINT-LINE.                                     000600
030100* Print one digest line and mirror it into the repository         000601
030150 6800-PRINT-LINE.                                                 000602
030200     WRITE DIGEST-REPORT-LINE FROM WS-RPT-LINE.                   000603
030250     PERFORM 6900-COPY-LINE-TO-REPO.                              000604
030300* Mirror the report line just printed into tonight's entry on     000605
030350* the report repository                                           000606
030400 6900-COPY-LINE-TO-REPO.                                          000607
030450     ADD 1 TO WS-REPO-SEQ.                                        000608
030500     MOVE "EXCDIGST" TO REPO-PROGRAM.                             000609
030550     MOVE WS-RPT-DATE TO REPO-DATE.                               000610
030600     MOVE WS-REPO-SEQ TO REPO-SEQ.                                000611
030650     MOVE WS-RPT-LINE TO REPO-LINE.                               000612
030700     MOVE SPACES TO REPO-DEPT.                                    000613
030750     WRITE REPORT-REPOSITORY-REC.                                 000614
030800* One index row per held report - program, date, pages and        000615
030850* lines - so the reprint facility can list what is held           000616
030900 6990-WRITE-REPORT-INDEX.                                         000617
030950     MOVE "EXCDIGST" TO IDX-PROGRAM.                              000618
031000     MOVE WS-RPT-DATE TO IDX-DATE.                                000619
031050     MOVE FUNCTION CURRENT-DATE (1:14) TO IDX-TIMESTAMP.          000620
031100     MOVE WS-REPO-PAGES TO IDX-PAGE-CNT.                          000621
031150     MOVE WS-REPO-SEQ TO IDX-LINE-CNT.                            000622
031200     WRITE REPORT-INDEX-REC.                                      000623
031250* Control totals at the foot of the digest                        000624
031300 7000-PRINT-FOOTER.                                               000625
031350     MOVE SPACES TO WS-RPT-LINE.                                  000626
031400     PERFORM 6800-PRINT-LINE.                                     000627
031450     MOVE "OPEN EXCEPTION ITEMS:" TO FTR-TEXT.                    000628
031500     MOVE WS-REPORTED-CNT TO FTR-COUNT.                           000629
031550     MOVE WS-FTR-LINE TO WS-RPT-LINE.                             000630
031600     PERFORM 6800-PRINT-LINE.                                     000631
031650     MOVE "HIGH PRIORITY:" TO FTR-TEXT.                           000632
031700     MOVE WS-HIGH-CNT TO FTR-COUNT.                               000633
031750     MOVE WS-FTR-LINE TO WS-RPT-LINE.                             000634
031800     PERFORM 6800-PRINT-LINE.                                     000635
031850     MOVE "CARRIED FROM A PRIOR NIGHT:" TO FTR-TEXT.              000636
031900     MOVE WS-CARRY-CNT TO FTR-COUNT.                              000637
031950     MOVE WS-FTR-LINE TO WS-RPT-LINE.                             000638
032000     PERFORM 6800-PRINT-LINE.                                     000639
032050     MOVE "PAST AGING THRESHOLD:" TO FTR-TEXT.                    000640
032100     MOVE WS-AGED-CNT TO FTR-COUNT.                               000641
032150     MOVE WS-FTR-LINE TO WS-RPT-LINE.                             000642
032200     PERFORM 6800-PRINT-LINE.                                     000643
032250     MOVE "SOURCES NOT RUN:" TO FTR-TEXT.                         000644
032300     MOVE WS-NOT-RUN-CNT TO FTR-COUNT.                            000645
032350     MOVE WS-FTR-LINE TO WS-RPT-LINE.                             000646
032400     PERFORM 6800-PRINT-LINE.                                     000647
032450* Append this run's records-read/records-written to the shared    000648
032500* run-log for the nightly batch-window reconciliation             000649
032550 8000-WRITE-RUN-LOG.                                              000650
032600     OPEN EXTEND RUN-LOG.                                         000651
032650     IF WS-RUNLOG-STATUS = "35"                                   000652
032700         OPEN OUTPUT RUN-LOG                                      000653
032750     END-IF.                                                      000654
032800     MOVE "EXCDIGST" TO RUNLOG-PROGRAM.                           000655
032850     MOVE FUNCTION CURRENT-DATE (1:14) TO RUNLOG-TIMESTAMP.       000656
032900     MOVE WS-LOG-READ-CNT TO RUNLOG-RECORDS-READ.                 000657
032950     MOVE WS-OPEN-CNT TO RUNLOG-RECORDS-WRITTEN.                  000658
033000     WRITE RUN-LOG-RECORD.                                        000659
033050     CLOSE RUN-LOG.                                               000660
033100* Validate WS-TEST-DATE as a real YYYYMMDD calendar date,         000661
033150* February 29 allowed only in leap years                          000662
033200 0860-VALIDATE-DATE.                                              000663
033250     MOVE "N" TO WS-DATE-VALID-SW.                                000664
033300     IF WS-TEST-YYYY < 1 OR                                       000665
033350             WS-TEST-MM < 1 OR WS-TEST-MM > 12                    000666
033400         CONTINUE                                                 000667
033450     ELSE                                                         000668
033500         EVALUATE WS-TEST-MM                                      000669
033550             WHEN 01 WHEN 03 WHEN 05 WHEN 07                      000670
033600             WHEN 08 WHEN 10 WHEN 12                              000671
033650                 MOVE 31 TO WS-MONTH-DAYS                         000672
033700             WHEN 04 WHEN 06 WHEN 09 WHEN 11                      000673
033750                 MOVE 30 TO WS-MONTH-DAYS                         000674
033800             WHEN 02                                              000675
033850                 MOVE 28 TO WS-MONTH-DAYS                         000676
033900                 MOVE FUNCTION MOD (WS-TEST-YYYY, 4)              000677
033950                     TO WS-LEAP-REM                               000678
034000                 IF WS-LEAP-REM = ZERO                            000679
034050                     MOVE FUNCTION MOD (WS-TEST-YYYY, 100)        000680
034100                         TO WS-LEAP-REM                           000681
034150                     IF WS-LEAP-REM NOT = ZERO                    000682
034200                         MOVE 29 TO WS-MONTH-DAYS                 000683
034250                     ELSE                                         000684
034300                         MOVE FUNCTION MOD (WS-TEST-YYYY, 400)    000685
034350                             TO WS-LEAP-REM                       000686
034400                         IF WS-LEAP-REM = ZERO                    000687
034450                             MOVE 29 TO WS-MONTH-DAYS             000688
034500                         END-IF                                   000689
034550                     END-IF                                       000690
034600                 END-IF                                           000691
034650         END-EVALUATE                                             000692
034700         IF WS-TEST-DD >= 1 AND WS-TEST-DD <= WS-MONTH-DAYS       000693
034750             SET WS-DATE-VALID TO TRUE                            000694
034800         END-IF                                                   000695
034850     END-IF.                                                      000696
034900* Ask the processing calendar whether this step runs tonight -    000697
034950* a holiday date skips it, and a weekly/monthly/month-end         000698
035000* frequency skips the nights between. A skipped step writes a     000699
035050* K run-control record so the status report and the restart       000700
035100* logic still account for it. No calendar file, or no             000701
035150* frequency record for this step, means run nightly as before     000702
035200 0180-CHECK-PROCESS-CALENDAR.                                     000703
035250     MOVE "N" TO WS-CAL-SKIP-SW.                                  000704
035300     MOVE "N" TO WS-CAL-EOF-SW.                                   000705
035350     MOVE "D" TO WS-CAL-FREQ.                                     000706
035400     MOVE ZERO TO WS-CAL-DAY.                                     000707
035450     OPEN INPUT PROCESS-CALENDAR.                                 000708
035500     PERFORM UNTIL WS-CAL-EOF                                     000709
035550         READ PROCESS-CALENDAR                                    000710
035600             AT END                                               000711
035650                 SET WS-CAL-EOF TO TRUE                           000712
035700             NOT AT END                                           000713
035750                 IF CAL-REC-TYPE = "H" AND                        000714
035800                         CAL-DATE = WS-RUN-DATE-CTL               000715
035850                     SET WS-CAL-SKIP TO TRUE                      000716
035900                 END-IF                                           000717
035950                 IF CAL-REC-TYPE = "F" AND                        000718
036000                         CAL-STEP = "EXCDIGST"                    000719
036050                     MOVE CAL-FREQ TO WS-CAL-FREQ                 000720
036100                     MOVE CAL-DAY TO WS-CAL-DAY                   000721
036150                 END-IF                                           000722
036200         END-READ                                                 000723
036250     END-PERFORM.                                                 000724
036300     CLOSE PROCESS-CALENDAR.                                      000725
036350     IF NOT WS-CAL-SKIP                                           000726
036400         PERFORM 0190-TEST-STEP-FREQUENCY                         000727
036450     END-IF.                                                      000728
036500     IF WS-CAL-SKIP                                               000729
036550         MOVE "CALSKIP" TO WS-STEP-REASON                         000730
036600         PERFORM 8960-SET-RETURN-CODE                             000731
036650         MOVE "K" TO RC-STATUS OF RUN-CONTROL-REC                 000732
036700         PERFORM 8950-WRITE-RUN-CONTROL                           000733
036750         DISPLAY "EXCDIGST skipped per processing calendar."      000734
036800     END-IF.                                                      000735
036850* Does the step's frequency land on tonight - weekly runs on      000736
036900* its day of week, monthly on its day of month, month-end         000737
036950* when tomorrow is a new month                                    000738
037000 0190-TEST-STEP-FREQUENCY.                                        000739
037050     COMPUTE WS-CAL-INT-DATE =                                    000740
037100         FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-CTL).              000741
037150     EVALUATE WS-CAL-FREQ                                         000742
037200         WHEN "W"                                                 000743
037250             COMPUTE WS-CAL-DOW = FUNCTION MOD                    000744
037300                 (WS-CAL-INT-DATE - 1, 7) + 1                     000745
037350             IF WS-CAL-DOW NOT = WS-CAL-DAY                       000746
037400                 SET WS-CAL-SKIP TO TRUE                          000747
037450             END-IF                                               000748
037500         WHEN "M"                                                 000749
037550             IF WS-RUN-DATE-CTL (7:2) NOT = WS-CAL-DAY-X          000750
037600                 SET WS-CAL-SKIP TO TRUE                          000751
037650             END-IF                                               000752
037700         WHEN "E"                                                 000753
037750             COMPUTE WS-CAL-NEXT-DATE =                           000754
037800                 FUNCTION DATE-OF-INTEGER                         000755
037850                 (WS-CAL-INT-DATE + 1)                            000756
037900             IF WS-CAL-NEXT-DATE (5:2) =                          000757
037950                     WS-RUN-DATE-CTL (5:2)                        000758
038000                 SET WS-CAL-SKIP TO TRUE                          000759
038050             END-IF                                               000760
038100         WHEN OTHER                                               000761
038150             CONTINUE                                             000762
038200     END-EVALUATE.                                                000763
038250* See whether this step already completed for tonight's run       000764
038300 0100-CHECK-RUN-CONTROL.                                          000765
038350     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE-CTL.         000766
038400     OPEN INPUT RUN-CONTROL-IN.                                   000767
038450     PERFORM UNTIL WS-RCTL-EOF                                    000768
038500         READ RUN-CONTROL-IN                                      000769
038550             AT END                                               000770
038600                 SET WS-RCTL-EOF TO TRUE                          000771
038650             NOT AT END                                           000772
038700                 IF RC-RUN-DATE OF RUN-CONTROL-IN-REC             000773
038750                         = WS-RUN-DATE-CTL AND                    000774
038800                         RC-STEP-NAME OF RUN-CONTROL-IN-REC       000775
038850                         = "EXCDIGST" AND                         000776
038900                         RC-STATUS OF RUN-CONTROL-IN-REC = "C"    000777
038950                     SET WS-STEP-DONE TO TRUE                     000778
039000                 END-IF                                           000779
039050         END-READ                                                 000780
039100     END-PERFORM.                                                 000781
039150     CLOSE RUN-CONTROL-IN.                                        000782
039200* Record this step as started for tonight's run                   000783
039250 0200-MARK-STEP-STARTED.                                          000784
039300     MOVE "S" TO RC-STATUS OF RUN-CONTROL-REC.                    000785
039350     PERFORM 8950-WRITE-RUN-CONTROL.                              000786
039400* Record how this step ended for tonight's run - a C record       000787
039450* when its return code is below 8 (clean or warning), an F        000788
039500* record for a failure so a resubmitted night runs it again       000789
039550 8900-MARK-STEP-COMPLETE.                                         000790
039600     PERFORM 8960-SET-RETURN-CODE.                                000791
039650     IF WS-STEP-RC < 8                                            000792
039700         MOVE "C" TO RC-STATUS OF RUN-CONTROL-REC                 000793
039750     ELSE                                                         000794
039800         MOVE "F" TO RC-STATUS OF RUN-CONTROL-REC                 000795
039850     END-IF.                                                      000796
039900     PERFORM 8950-WRITE-RUN-CONTROL.                              000797
039950* Stamp and append one run-control record                         000798
040000 8950-WRITE-RUN-CONTROL.                                          000799
040050     OPEN EXTEND RUN-CONTROL.                                     000800
040100     IF WS-RUNCTL-STATUS = "35"                                   000801
040150         OPEN OUTPUT RUN-CONTROL                                  000802
040200     END-IF.                                                      000803
040250     MOVE WS-RUN-DATE-CTL                                         000804
040300         TO RC-RUN-DATE OF RUN-CONTROL-REC.                       000805
040350     MOVE "EXCDIGST" TO RC-STEP-NAME OF RUN-CONTROL-REC.          000806
040400     MOVE WS-STEP-RC TO RC-RETURN-CODE OF RUN-CONTROL-REC.        000807
040450     MOVE WS-STEP-REASON TO RC-REASON OF RUN-CONTROL-REC.         000808
040500     MOVE FUNCTION CURRENT-DATE (1:14)                            000809
040550         TO RC-TIMESTAMP OF RUN-CONTROL-REC.                      000810
040600     WRITE RUN-CONTROL-REC.                                       000811
040650     CLOSE RUN-CONTROL.                                           000812
040700* Classify this step's reason through the shared severity         000813
040750* table and pass the standard return code back to the job         000814
040800* step. No reason set means a clean run; a reason missing         000815
040850* from the table is treated as abend-worthy                       000816
040900 8960-SET-RETURN-CODE.                                            000817
040950     IF WS-STEP-REASON = SPACES                                   000818
041000         MOVE "CLEAN" TO WS-STEP-REASON                           000819
041050     END-IF.                                                      000820
041100     MOVE 12 TO WS-STEP-RC.                                       000821
041150     PERFORM VARYING WS-SEV-IDX FROM 1 BY 1                       000822
041200             UNTIL WS-SEV-IDX > WS-SEV-MAX                        000823
041250         IF SEV-REASON (WS-SEV-IDX) = WS-STEP-REASON              000824
041300             MOVE SEV-RC (WS-SEV-IDX) TO WS-STEP-RC               000825
041350         END-IF                                                   000826
041400     END-PERFORM.                                                 000827
041450     MOVE WS-STEP-RC TO RETURN-CODE.                              000828
