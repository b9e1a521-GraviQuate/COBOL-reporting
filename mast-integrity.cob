000100 IDENTIFICATION DIVISION.                                         000001
000150 PROGRAM-ID. MAST-INTEGRITY.                                      000002
000200* Nightly referential-integrity sweep across the employee and     000003
000250* academic masters - EMP-INTEGRITY checks EMPMAST against its     000004
000300* own rules, this checks the masters against each other: an       000005
000350* EMP-DEPT not on DEPTMAST, an EMP-PAY-GRADE not on PAYGRADE,     000006
000400* EMPSTUX rows naming a missing employee or student, ENRLMAST     000007
000450* rows for an unknown student, course or term, GRDHIST rows       000008
000500* with no enrollment behind them, and LEAVEVT events still open   000009
000550* for an employee who is not on leave. Every orphan or mismatch   000010
000600* is listed, and each check ends with its count and severity -    000011
000650* H, M or L by default as set below, overridable per check on     000012
000700* the INTGSEV card. RC 8 when any high-severity finding is made   000013
000750* (the step is left incomplete so a rerun repeats it), RC 4       000014
000800* when only medium ones are                                       000015
000850 ENVIRONMENT DIVISION.                                            000016
000900 INPUT-OUTPUT SECTION.                                            000017
000950 FILE-CONTROL.                                                    000018
001000* Employee master - swept in key order for the department and     000019
001050* pay-grade checks, then read by key for the EMPSTUX and          000020
001100* LEAVEVT checks                                                  000021
001150     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"                   000022
001200         ORGANIZATION IS INDEXED                                  000023
001250         ACCESS MODE IS DYNAMIC                                   000024
001300         RECORD KEY IS EMP-ID OF EMPLOYEE-MASTER-RECORD.          000025
001350     SELECT DEPARTMENT-MASTER ASSIGN TO "DEPTMAST"                000026
001400         ORGANIZATION IS INDEXED                                  000027
001450         ACCESS MODE IS DYNAMIC                                   000028
001500         RECORD KEY IS DEPT-CODE OF DEPARTMENT-MASTER-RECORD.     000029
001550     SELECT PAY-GRADE-MASTER ASSIGN TO "PAYGRADE"                 000030
001600         ORGANIZATION IS INDEXED                                  000031
001650         ACCESS MODE IS DYNAMIC                                   000032
001700         RECORD KEY IS PAY-GRADE-CODE OF PAY-GRADE-RECORD.        000033
001750     SELECT STUDENT-MASTER ASSIGN TO "STUMAST"                    000034
001800         ORGANIZATION IS INDEXED                                  000035
001850         ACCESS MODE IS DYNAMIC                                   000036
001900         RECORD KEY IS STU-MAST-ID OF STUDENT-MASTER-RECORD.      000037
001950     SELECT COURSE-CATALOG ASSIGN TO "CRSMAST"                    000038
002000         ORGANIZATION IS INDEXED                                  000039
002050         ACCESS MODE IS DYNAMIC                                   000040
002100         RECORD KEY IS COURSE-CODE OF COURSE-CATALOG-RECORD.      000041
002150     SELECT TERM-MASTER ASSIGN TO "TERMMAST"                      000042
002200         ORGANIZATION IS INDEXED                                  000043
002250         ACCESS MODE IS DYNAMIC                                   000044
002300         RECORD KEY IS TERM-CODE OF TERM-MASTER-RECORD.           000045
002350* Enrollment master - swept for its own checks, then read by      000046
002400* key for each grade-history row                                  000047
002450     SELECT ENROLLMENT-MASTER ASSIGN TO "ENRLMAST"                000048
002500         ORGANIZATION IS INDEXED                                  000049
002550         ACCESS MODE IS DYNAMIC                                   000050
002600         RECORD KEY IS ENRL-KEY OF ENROLLMENT-MASTER-RECORD.      000051
002650     SELECT GRADE-HISTORY ASSIGN TO "GRDHIST"                     000052
002700         ORGANIZATION IS INDEXED                                  000053
002750         ACCESS MODE IS SEQUENTIAL                                000054
002800         RECORD KEY IS HIST-KEY OF GRADE-HISTORY-REC.             000055
002850* Employee-to-student cross-reference and leave events.           000056
002900* Optional so a shop without either yet still runs                000057
002950     SELECT OPTIONAL EMP-STU-XREF ASSIGN TO "EMPSTUX"             000058
003000         ORGANIZATION IS INDEXED                                  000059
003050         ACCESS MODE IS SEQUENTIAL                                000060
003100         RECORD KEY IS XREF-EMP-ID OF EMP-STU-XREF-RECORD.        000061
003150     SELECT OPTIONAL LEAVE-EVENTS ASSIGN TO "LEAVEVT"             000062
003200         ORGANIZATION IS INDEXED                                  000063
003250         ACCESS MODE IS SEQUENTIAL                                000064
003300         RECORD KEY IS LEV-KEY OF LEAVE-EVENT-RECORD.             000065
003350* Severity overrides - one check code and H/M/L per line.         000066
003400* Optional; a check with no line keeps its default severity       000067
003450     SELECT OPTIONAL SEVERITY-CARD ASSIGN TO "INTGSEV"            000068
003500         ORGANIZATION IS LINE SEQUENTIAL.                         000069
003550* Printed integrity-sweep report                                  000070
003600     SELECT INTEG-REPORT ASSIGN TO "MSTINTR"                      000071
003650         ORGANIZATION IS LINE SEQUENTIAL.                         000072
003700* Run-level control-total log - every batch program appends its   000073
003750* records-read/written counts here for nightly reconciliation     000074
003800     SELECT RUN-LOG ASSIGN TO "RUNLOG"                            000075
003850         ORGANIZATION IS LINE SEQUENTIAL                          000076
003900         FILE STATUS IS WS-RUNLOG-STATUS.                         000077
003950* Processing calendar - bank holidays and per-step run            000078
004000* frequencies. Optional; without one every step runs nightly      000079
004050     SELECT OPTIONAL PROCESS-CALENDAR ASSIGN TO "PROCCAL"         000080
004100         ORGANIZATION IS LINE SEQUENTIAL.                         000081
004150* Batch run-control file - each step records started/completed    000082
004200* status for tonight's run so a resubmitted job skips the         000083
004250* steps that already completed                                    000084
004300     SELECT OPTIONAL RUN-CONTROL-IN ASSIGN TO "RUNCTL"            000085
004350         ORGANIZATION IS LINE SEQUENTIAL.                         000086
004400     SELECT RUN-CONTROL ASSIGN TO "RUNCTL"                        000087
004450         ORGANIZATION IS LINE SEQUENTIAL                          000088
004500         FILE STATUS IS WS-RUNCTL-STATUS.                         000089
004550 DATA DIVISION.                                                   000090
004600 FILE SECTION.                                                    000091
004650 FD  EMPLOYEE-MASTER.                                             000092
004700 01  EMPLOYEE-MASTER-RECORD.                                      000093
004750     COPY EMPREC.                                                 000094
004800 FD  DEPARTMENT-MASTER.                                           000095
004850 01  DEPARTMENT-MASTER-RECORD.                                    000096
004900     COPY DEPTREC.                                                000097
004950 FD  PAY-GRADE-MASTER.                                            000098
005000 01  PAY-GRADE-RECORD.                                            000099
005050     COPY PGRDREC.                                                000100
005100 FD  STUDENT-MASTER.                                              000101
005150 01  STUDENT-MASTER-RECORD.                                       000102
005200     COPY STUREC.                                                 000103
005250 FD  COURSE-CATALOG.                                              000104
005300 01  COURSE-CATALOG-RECORD.                                       000105
005350     COPY CRSREC.                                                 000106
005400 FD  TERM-MASTER.                                                 000107
005450 01  TERM-MASTER-RECORD.                                          000108
005500     COPY TERMREC.                                                000109
005550 FD  ENROLLMENT-MASTER.                                           000110
005600 01  ENROLLMENT-MASTER-RECORD.                                    000111
005650     COPY ENRLREC.                                                000112
005700 FD  GRADE-HISTORY.                                               000113
005750 01  GRADE-HISTORY-REC.                                           000114
005800     COPY GRDHISTREC.                                             000115
005850 FD  EMP-STU-XREF.                                                000116
005900 01  EMP-STU-XREF-RECORD.                                         000117
005950     COPY XREFREC.                                                000118
006000 FD  LEAVE-EVENTS.                                                000119
006050 01  LEAVE-EVENT-RECORD.                                          000120
006100     COPY LEAVEREC.                                               000121
006150 FD  SEVERITY-CARD.                                               000122
006200 01  SEVERITY-CARD-REC.                                           000123
006250     05  CTL-CHECK-CODE  PIC X(8).                                000124
006300     05  CTL-SEVERITY    PIC X.                                   000125
006350 FD  INTEG-REPORT.                                                000126
006400 01  INTEG-REPORT-LINE  PIC X(80).                                000127
006450 FD  RUN-LOG.                                                     000128
006500 01  RUN-LOG-RECORD.                                              000129
006550     COPY RUNLOGREC.                                              000130
006600 FD  PROCESS-CALENDAR.                                            000131
006650 01  PROCESS-CALENDAR-REC.                                        000132
006700     COPY CALREC.                                                 000133
006750 FD  RUN-CONTROL-IN.                                              000134
006800 01  RUN-CONTROL-IN-REC.                                          000135
006850     COPY RUNCTLREC.                                              000136
006900 FD  RUN-CONTROL.                                                 000137
006950 01  RUN-CONTROL-REC.                                             000138
007000     COPY RUNCTLREC.                                              000139
007050 WORKING-STORAGE SECTION.                                         000140
007100* Run-control state - tonight's run date and whether this         000141
007150* step already completed for it                                   000142
007200 01  WS-RUNCTL-STATUS  PIC XX.                                    000143
007250 01  WS-RUN-DATE-CTL   PIC 9(8).                                  000144
007300 01  WS-RCTL-EOF-SW    PIC X VALUE "N".                           000145
007350     88  WS-RCTL-EOF   VALUE "Y".                                 000146
007400 01  WS-STEP-DONE-SW   PIC X VALUE "N".                           000147
007450     88  WS-STEP-DONE  VALUE "Y".                                 000148
007500     COPY RCSEVTAB.                                               000149
007550* Processing-calendar state for tonight's run                     000150
007600 01  WS-CAL-SKIP-SW    PIC X.                                     000151
007650     88  WS-CAL-SKIP   VALUE "Y".                                 000152
007700 01  WS-CAL-EOF-SW     PIC X.                                     000153
007750     88  WS-CAL-EOF    VALUE "Y".                                 000154
007800 01  WS-CAL-FREQ       PIC X.                                     000155
007850 01  WS-CAL-DAY        PIC 99.                                    000156
007900 01  WS-CAL-DAY-X REDEFINES WS-CAL-DAY PIC XX.                    000157
007950 01  WS-CAL-INT-DATE   PIC 9(8).                                  000158
008000 01  WS-CAL-DOW        PIC 9.                                     000159
008050 01  WS-CAL-NEXT-DATE  PIC 9(8).                                  000160
008100 01  WS-RUNLOG-STATUS  PIC XX.                                    000161
008150 01  WS-EOF-SW         PIC X VALUE "N".                           000162
008200     88  WS-AT-EOF     VALUE "Y".                                 000163
008250 01  WS-READ-CNT       PIC 9(7) VALUE ZERO.                       000164
008300 01  WS-FINDING-CNT    PIC 9(7) VALUE ZERO.                       000165
008350 01  WS-HIGH-CNT       PIC 9(7) VALUE ZERO.                       000166
008400 01  WS-MEDIUM-CNT     PIC 9(7) VALUE ZERO.                       000167
008450 01  WS-FOUND-SW       PIC X.                                     000168
008500     88  WS-FOUND      VALUE "Y".                                 000169
008550* The checks - code, default severity and description - with      000170
008600* a finding count kept alongside each                             000171
008650 78  WS-CHECK-MAX      VALUE 10.                                  000172
008700 01  WS-CHECK-DEFS.                                               000173
008750     05  FILLER        PIC X(9)  VALUE "EMPDEPT H".               000174
008800     05  FILLER        PIC X(36)                                  000175
008850             VALUE "EMP-DEPT NOT ON DEPTMAST".                    000176
008900     05  FILLER        PIC X(9)  VALUE "EMPGRADEM".               000177
008950     05  FILLER        PIC X(36)                                  000178
009000             VALUE "EMP-PAY-GRADE NOT ON PAYGRADE".               000179
009050     05  FILLER        PIC X(9)  VALUE "XREFEMP H".               000180
009100     05  FILLER        PIC X(36)                                  000181
009150             VALUE "EMPSTUX EMP-ID NOT ON EMPMAST".               000182
009200     05  FILLER        PIC X(9)  VALUE "XREFSTU H".               000183
009250     05  FILLER        PIC X(36)                                  000184
009300             VALUE "EMPSTUX STU-ID NOT ON STUMAST".               000185
009350     05  FILLER        PIC X(9)  VALUE "ENRLSTU H".               000186
009400     05  FILLER        PIC X(36)                                  000187
009450             VALUE "ENRLMAST STUDENT NOT ON STUMAST".             000188
009500     05  FILLER        PIC X(9)  VALUE "ENRLCRS H".               000189
009550     05  FILLER        PIC X(36)                                  000190
009600             VALUE "ENRLMAST COURSE NOT ON CRSMAST".              000191
009650     05  FILLER        PIC X(9)  VALUE "ENRLTERMM".               000192
009700     05  FILLER        PIC X(36)                                  000193
009750             VALUE "ENRLMAST TERM NOT ON TERMMAST".               000194
009800     05  FILLER        PIC X(9)  VALUE "GRDNOENRM".               000195
009850     05  FILLER        PIC X(36)                                  000196
009900             VALUE "GRDHIST ROW WITH NO ENROLLMENT".              000197
009950     05  FILLER        PIC X(9)  VALUE "LEVNOEMPH".               000198
010000     05  FILLER        PIC X(36)                                  000199
010050             VALUE "LEAVEVT EMPLOYEE NOT ON EMPMAST".             000200
010100     05  FILLER        PIC X(9)  VALUE "LEVNOTL M".               000201
010150     05  FILLER        PIC X(36)                                  000202
010200             VALUE "OPEN LEAVE, EMPLOYEE NOT STATUS L".           000203
010250 01  WS-CHECK-TABLE REDEFINES WS-CHECK-DEFS.                      000204
010300     05  CHECK-ENTRY OCCURS 10 TIMES.                             000205
010350         10  CHK-CODE      PIC X(8).                              000206
010400         10  CHK-SEVERITY  PIC X.                                 000207
010450         10  CHK-DESC      PIC X(36).                             000208
010500 01  WS-CHECK-COUNTS.                                             000209
010550     05  CHK-COUNT OCCURS 10 TIMES PIC 9(7).                      000210
010600 01  WS-CHK-IDX        PIC 99.                                    000211
010650 01  WS-SEV-EOF-SW     PIC X VALUE "N".                           000212
010700     88  WS-SEV-EOF    VALUE "Y".                                 000213
010750* Check numbers, in the order of the table above                  000214
010800 78  CHK-EMPDEPT       VALUE 1.                                   000215
010850 78  CHK-EMPGRADE      VALUE 2.                                   000216
010900 78  CHK-XREFEMP       VALUE 3.                                   000217
010950 78  CHK-XREFSTU       VALUE 4.                                   000218
011000 78  CHK-ENRLSTU       VALUE 5.                                   000219
011050 78  CHK-ENRLCRS       VALUE 6.                                   000220
011100 78  CHK-ENRLTERM      VALUE 7.                                   000221
011150 78  CHK-GRDNOENR      VALUE 8.                                   000222
011200 78  CHK-LEVNOEMP      VALUE 9.                                   000223
011250 78  CHK-LEVNOTL       VALUE 10.                                  000224
011300* The offending row's key and value for the finding line          000225
011350 01  WS-FIND-KEY       PIC X(23).                                 000226
011400 01  WS-FIND-VALUE     PIC X(10).                                 000227
011450* Report heading, detail and summary lines                        000228
011500 01  WS-HDG-1.                                                    000229
011550     05  FILLER        PIC X(38)                                  000230
011600             VALUE "MASTER FILE REFERENTIAL INTEGRITY -".         000231
011650     05  HDG-RUN-DATE  PIC 9(8).                                  000232
011700 01  WS-HDG-2.                                                    000233
011750     05  FILLER        PIC X(10) VALUE "CHECK".                   000234
011800     05  FILLER        PIC X(5)  VALUE "SEV".                     000235
011850     05  FILLER        PIC X(25) VALUE "KEY".                     000236
011900     05  FILLER        PIC X(10) VALUE "VALUE".                   000237
011950 01  WS-DETAIL-LINE.                                              000238
012000     05  DTL-CODE      PIC X(8).                                  000239
012050     05  FILLER        PIC X(2) VALUE SPACES.                     000240
012100     05  DTL-SEVERITY  PIC X.                                     000241
012150     05  FILLER        PIC X(4) VALUE SPACES.                     000242
012200     05  DTL-KEY       PIC X(23).                                 000243
012250     05  FILLER        PIC X(2) VALUE SPACES.                     000244
012300     05  DTL-VALUE     PIC X(10).                                 000245
012350 01  WS-SUMMARY-HDG.                                              000246
012400     05  FILLER        PIC X(10) VALUE "CHECK".                   000247
012450     05  FILLER        PIC X(5)  VALUE "SEV".                     000248
012500     05  FILLER        PIC X(38) VALUE "DESCRIPTION".             000249
012550     05  FILLER        PIC X(8)  VALUE "   COUNT".                000250
012600 01  WS-SUMMARY-LINE.                                             000251
012650     05  SUM-CODE      PIC X(8).                                  000252
012700     05  FILLER        PIC X(2) VALUE SPACES.                     000253
012750     05  SUM-SEVERITY  PIC X.                                     000254
012800     05  FILLER        PIC X(4) VALUE SPACES.                     000255
012850     05  SUM-DESC      PIC X(36).                                 000256
012900     05  FILLER        PIC X(2) VALUE SPACES.                     000257
012950     05  SUM-COUNT     PIC ZZZZZZ9.                               000258
013000 01  WS-FTR-LINE.                                                 000259
013050     05  FTR-TEXT      PIC X(30).                                 000260
013100     05  FTR-COUNT     PIC ZZZZZZ9.                               000261
013150 PROCEDURE DIVISION.                                              000262
013200 0000-MAIN.                                                       000263
013250     PERFORM 0100-CHECK-RUN-CONTROL.                              000264
013300     IF WS-STEP-DONE                                              000265
013350         DISPLAY "MSTINTEG step already completed for"            000266
013400             " tonight's run - skipping."                         000267
013450         STOP RUN                                                 000268
013500     END-IF.                                                      000269
013550     PERFORM 0180-CHECK-PROCESS-CALENDAR.                         000270
013600     IF WS-CAL-SKIP                                               000271
013650         STOP RUN                                                 000272
013700     END-IF.                                                      000273
013750     PERFORM 0200-MARK-STEP-STARTED.                              000274
013800     PERFORM 0700-LOAD-SEVERITIES.                                000275
013850     OPEN OUTPUT INTEG-REPORT.                                    000276
013900     MOVE WS-RUN-DATE-CTL TO HDG-RUN-DATE.                        000277
013950     WRITE INTEG-REPORT-LINE FROM WS-HDG-1.                       000278
014000     WRITE INTEG-REPORT-LINE FROM SPACES.                         000279
014050     WRITE INTEG-REPORT-LINE FROM WS-HDG-2.                       000280
014100     WRITE INTEG-REPORT-LINE FROM SPACES.                         000281
014150     OPEN INPUT EMPLOYEE-MASTER.                                  000282
014200     OPEN INPUT DEPARTMENT-MASTER.                                000283
014250     OPEN INPUT PAY-GRADE-MASTER.                                 000284
014300     OPEN INPUT STUDENT-MASTER.                                   000285
014350     OPEN INPUT COURSE-CATALOG.                                   000286
014400     OPEN INPUT TERM-MASTER.                                      000287
014450     OPEN INPUT ENROLLMENT-MASTER.                                000288
014500     PERFORM 1000-SWEEP-EMPLOYEES.                                000289
014550     PERFORM 2000-SWEEP-XREF.                                     000290
014600     PERFORM 3000-SWEEP-ENROLLMENTS.                              000291
014650     PERFORM 4000-SWEEP-GRADE-HISTORY.                            000292
014700     PERFORM 5000-SWEEP-LEAVE-EVENTS.                             000293
014750     CLOSE EMPLOYEE-MASTER.                                       000294
014800     CLOSE DEPARTMENT-MASTER.                                     000295
014850     CLOSE PAY-GRADE-MASTER.                                      000296
014900     CLOSE STUDENT-MASTER.                                        000297
014950     CLOSE COURSE-CATALOG.                                        000298
015000     CLOSE TERM-MASTER.                                           000299
015050     CLOSE ENROLLMENT-MASTER.                                     000300
015100     PERFORM 7000-PRINT-SUMMARY.                                  000301
015150     CLOSE INTEG-REPORT.                                          000302
015200     PERFORM 8000-WRITE-RUN-LOG.                                  000303
015250     DISPLAY "MASTER FILE REFERENTIAL INTEGRITY".                 000304
015300     DISPLAY "Records read:         " WS-READ-CNT.                000305
015350     DISPLAY "High-severity:        " WS-HIGH-CNT.                000306
015400     DISPLAY "Medium-severity:      " WS-MEDIUM-CNT.              000307
015450     DISPLAY "Total findings:       " WS-FINDING-CNT.             000308
015500     IF WS-HIGH-CNT > ZERO                                        000309
015550         MOVE "DATAERR" TO WS-STEP-REASON                         000310
015600     ELSE                                                         000311
015650     IF WS-MEDIUM-CNT > ZERO                                      000312
015700         MOVE "EXCEPT" TO WS-STEP-REASON                          000313
015750     END-IF                                                       000314
015800     END-IF.                                                      000315
015850     PERFORM 8900-MARK-STEP-COMPLETE.                             000316
015900     STOP RUN.                                                    000317
015950* Apply the INTGSEV overrides to the default severities - an      000318
016000* unknown check code or a severity other than H/M/L is ignored    000319
016050 0700-LOAD-SEVERITIES.                                            000320
016100     MOVE ZERO TO WS-CHECK-COUNTS.                                000321
016150     OPEN INPUT SEVERITY-CARD.                                    000322
016200     PERFORM UNTIL WS-SEV-EOF                                     000323
016250         READ SEVERITY-CARD                                       000324
016300             AT END                                               000325
016350                 SET WS-SEV-EOF TO TRUE                           000326
016400             NOT AT END                                           000327
016450                 IF CTL-SEVERITY = "H" OR CTL-SEVERITY = "M"      000328
016500                         OR CTL-SEVERITY = "L"                    000329
016550                     PERFORM VARYING WS-CHK-IDX FROM 1 BY 1       000330
016600                             UNTIL WS-CHK-IDX > WS-CHECK-MAX      000331
016650                         IF CHK-CODE (WS-CHK-IDX) =               000332
016700                                 CTL-CHECK-CODE                   000333
016750                             MOVE CTL-SEVERITY                    000334
016800                                 TO CHK-SEVERITY (WS-CHK-IDX)     000335
016850                         END-IF                                   000336
016900                     END-PERFORM                                  000337
016950                 END-IF                                           000338
017000         END-READ                                                 000339
017050     END-PERFORM.                                                 000340
017100     CLOSE SEVERITY-CARD.                                         000341
017150* Every employee's department must be on DEPTMAST, and a pay      000342
017200* grade, once assigned, on PAYGRADE                               000343
017250 1000-SWEEP-EMPLOYEES.                                            000344
017300     MOVE "N" TO WS-EOF-SW.                                       000345
017350     PERFORM UNTIL WS-AT-EOF                                      000346
017400         READ EMPLOYEE-MASTER NEXT RECORD                         000347
017450             AT END                                               000348
017500                 SET WS-AT-EOF TO TRUE                            000349
017550             NOT AT END                                           000350
017600                 ADD 1 TO WS-READ-CNT                             000351
017650                 PERFORM 1100-CHECK-EMPLOYEE                      000352
017700         END-READ                                                 000353
017750     END-PERFORM.                                                 000354
017800 1100-CHECK-EMPLOYEE.                                             000355
017850     MOVE EMP-ID OF EMPLOYEE-MASTER-RECORD TO WS-FIND-KEY.        000356
017900     MOVE EMP-DEPT OF EMPLOYEE-MASTER-RECORD                      000357
017950         TO DEPT-CODE OF DEPARTMENT-MASTER-RECORD.                000358
018000     READ DEPARTMENT-MASTER                                       000359
018050         INVALID KEY                                              000360
018100             MOVE EMP-DEPT OF EMPLOYEE-MASTER-RECORD              000361
018150                 TO WS-FIND-VALUE                                 000362
018200             MOVE CHK-EMPDEPT TO WS-CHK-IDX                       000363
018250             PERFORM 6500-WRITE-FINDING                           000364
018300     END-READ.                                                    000365
018350     IF EMP-PAY-GRADE OF EMPLOYEE-MASTER-RECORD NOT = SPACES      000366
018400         MOVE EMP-PAY-GRADE OF EMPLOYEE-MASTER-RECORD             000367
018450             TO PAY-GRADE-CODE OF PAY-GRADE-RECORD                000368
018500         READ PAY-GRADE-MASTER                                    000369
018550             INVALID KEY                                          000370
018600                 MOVE EMP-PAY-GRADE OF EMPLOYEE-MASTER-RECORD     000371
018650                     TO WS-FIND-VALUE                             000372
018700                 MOVE CHK-EMPGRADE TO WS-CHK-IDX                  000373
018750                 PERFORM 6500-WRITE-FINDING                       000374
018800         END-READ                                                 000375
018850     END-IF.                                                      000376
018900* Both ends of every cross-reference row must exist               000377
018950 2000-SWEEP-XREF.                                                 000378
019000     MOVE "N" TO WS-EOF-SW.                                       000379
019050     OPEN INPUT EMP-STU-XREF.                                     000380
019100     PERFORM UNTIL WS-AT-EOF                                      000381
019150         READ EMP-STU-XREF NEXT RECORD                            000382
019200             AT END                                               000383
019250                 SET WS-AT-EOF TO TRUE                            000384
019300             NOT AT END                                           000385
019350                 ADD 1 TO WS-READ-CNT                             000386
019400                 PERFORM 2100-CHECK-XREF                          000387
019450         END-READ                                                 000388
019500     END-PERFORM.                                                 000389
019550     CLOSE EMP-STU-XREF.                                          000390
019600 2100-CHECK-XREF.                                                 000391
019650     MOVE SPACES TO WS-FIND-KEY.                                  000392
019700     STRING XREF-EMP-ID OF EMP-STU-XREF-RECORD " / "              000393
019750             XREF-STU-ID OF EMP-STU-XREF-RECORD                   000394
019800         DELIMITED BY SIZE INTO WS-FIND-KEY.                      000395
019850     MOVE XREF-EMP-ID OF EMP-STU-XREF-RECORD                      000396
019900         TO EMP-ID OF EMPLOYEE-MASTER-RECORD.                     000397
019950     READ EMPLOYEE-MASTER                                         000398
020000         INVALID KEY                                              000399
020050             MOVE XREF-EMP-ID OF EMP-STU-XREF-RECORD              000400
020100                 TO WS-FIND-VALUE                                 000401
020150             MOVE CHK-XREFEMP TO WS-CHK-IDX                       000402
020200             PERFORM 6500-WRITE-FINDING                           000403
020250     END-READ.                                                    000404
020300     MOVE XREF-STU-ID OF EMP-STU-XREF-RECORD                      000405
020350         TO STU-MAST-ID OF STUDENT-MASTER-RECORD.                 000406
020400     READ STUDENT-MASTER                                          000407
020450         INVALID KEY                                              000408
020500             MOVE XREF-STU-ID OF EMP-STU-XREF-RECORD              000409
020550                 TO WS-FIND-VALUE                                 000410
020600             MOVE CHK-XREFSTU TO WS-CHK-IDX                       000411
020650             PERFORM 6500-WRITE-FINDING                           000412
020700     END-READ.                                                    000413
020750* Every enrollment's student, course and term must exist          000414
020800 3000-SWEEP-ENROLLMENTS.                                          000415
020850     MOVE "N" TO WS-EOF-SW.                                       000416
020900     MOVE LOW-VALUES TO ENRL-KEY OF ENROLLMENT-MASTER-RECORD.     000417
020950     START ENROLLMENT-MASTER                                      000418
021000         KEY >= ENRL-KEY OF ENROLLMENT-MASTER-RECORD              000419
021050         INVALID KEY                                              000420
021100             SET WS-AT-EOF TO TRUE                                000421
021150     END-START.                                                   000422
021200     PERFORM UNTIL WS-AT-EOF                                      000423
021250         READ ENROLLMENT-MASTER NEXT RECORD                       000424
021300             AT END                                               000425
021350                 SET WS-AT-EOF TO TRUE                            000426
021400             NOT AT END                                           000427
021450                 ADD 1 TO WS-READ-CNT                             000428
021500                 PERFORM 3100-CHECK-ENROLLMENT                    000429
021550         END-READ                                                 000430
021600     END-PERFORM.                                                 000431
021650 3100-CHECK-ENROLLMENT.                                           000432
021700     MOVE SPACES TO WS-FIND-KEY.                                  000433
021750     STRING ENRL-STU-ID OF ENROLLMENT-MASTER-RECORD " "           000434
021800             ENRL-TERM OF ENROLLMENT-MASTER-RECORD " "            000435
021850             ENRL-COURSE OF ENROLLMENT-MASTER-RECORD              000436
021900         DELIMITED BY SIZE INTO WS-FIND-KEY.                      000437
021950     MOVE ENRL-STU-ID OF ENROLLMENT-MASTER-RECORD                 000438
022000         TO STU-MAST-ID OF STUDENT-MASTER-RECORD.                 000439
022050     READ STUDENT-MASTER                                          000440
022100         INVALID KEY                                              000441
022150             MOVE ENRL-STU-ID OF ENROLLMENT-MASTER-RECORD         000442
022200                 TO WS-FIND-VALUE                                 000443
022250             MOVE CHK-ENRLSTU TO WS-CHK-IDX                       000444
022300             PERFORM 6500-WRITE-FINDING                           000445
022350     END-READ.                                                    000446
022400     MOVE ENRL-COURSE OF ENROLLMENT-MASTER-RECORD                 000447
022450         TO COURSE-CODE OF COURSE-CATALOG-RECORD.                 000448
022500     READ COURSE-CATALOG                                          000449
022550         INVALID KEY                                              000450
022600             MOVE ENRL-COURSE OF ENROLLMENT-MASTER-RECORD         000451
022650                 TO WS-FIND-VALUE                                 000452
022700             MOVE CHK-ENRLCRS TO WS-CHK-IDX                       000453
022750             PERFORM 6500-WRITE-FINDING                           000454
022800     END-READ.                                                    000455
022850     MOVE ENRL-TERM OF ENROLLMENT-MASTER-RECORD                   000456
022900         TO TERM-CODE OF TERM-MASTER-RECORD.                      000457
022950     READ TERM-MASTER                                             000458
023000         INVALID KEY                                              000459
023050             MOVE ENRL-TERM OF ENROLLMENT-MASTER-RECORD           000460
023100                 TO WS-FIND-VALUE                                 000461
023150             MOVE CHK-ENRLTERM TO WS-CHK-IDX                      000462
023200             PERFORM 6500-WRITE-FINDING                           000463
023250     END-READ.                                                    000464
023300* Every graded course must have the enrollment it was graded      000465
023350* on - the history and enrollment keys are the same shape         000466
023400 4000-SWEEP-GRADE-HISTORY.                                        000467
023450     MOVE "N" TO WS-EOF-SW.                                       000468
023500     OPEN INPUT GRADE-HISTORY.                                    000469
023550     PERFORM UNTIL WS-AT-EOF                                      000470
023600         READ GRADE-HISTORY                                       000471
023650             AT END                                               000472
023700                 SET WS-AT-EOF TO TRUE                            000473
023750             NOT AT END                                           000474
023800                 ADD 1 TO WS-READ-CNT                             000475
023850                 MOVE HIST-KEY OF GRADE-HISTORY-REC               000476
023900                     TO ENRL-KEY OF ENROLLMENT-MASTER-RECORD      000477
023950                 READ ENROLLMENT-MASTER                           000478
024000                     INVALID KEY                                  000479
024050                         MOVE SPACES TO WS-FIND-KEY               000480
024100                         STRING HIST-STU-ID " " HIST-TERM " "     000481
024150                                 HIST-COURSE                      000482
024200                             DELIMITED BY SIZE INTO WS-FIND-KEY   000483
024250                         MOVE HIST-LETTER TO WS-FIND-VALUE        000484
024300                         MOVE CHK-GRDNOENR TO WS-CHK-IDX          000485
024350                         PERFORM 6500-WRITE-FINDING               000486
024400                 END-READ                                         000487
024450         END-READ                                                 000488
024500     END-PERFORM.                                                 000489
024550     CLOSE GRADE-HISTORY.                                         000490
024600* A leave event's employee must exist, and one still open         000491
024650* means the employee should be in status L                        000492
024700 5000-SWEEP-LEAVE-EVENTS.                                         000493
024750     MOVE "N" TO WS-EOF-SW.                                       000494
024800     OPEN INPUT LEAVE-EVENTS.                                     000495
024850     PERFORM UNTIL WS-AT-EOF                                      000496
024900         READ LEAVE-EVENTS                                        000497
024950             AT END                                               000498
025000                 SET WS-AT-EOF TO TRUE                            000499
025050             NOT AT END                                           000500
025100                 ADD 1 TO WS-READ-CNT                             000501
025150                 PERFORM 5100-CHECK-LEAVE-EVENT                   000502
025200         END-READ                                                 000503
025250     END-PERFORM.                                                 000504
025300     CLOSE LEAVE-EVENTS.                                          000505
025350 5100-CHECK-LEAVE-EVENT.                                          000506
025400     MOVE SPACES TO WS-FIND-KEY.                                  000507
025450     STRING LEV-EMP-ID " " LEV-START-DATE                         000508
025500         DELIMITED BY SIZE INTO WS-FIND-KEY.                      000509
025550     MOVE LEV-EMP-ID TO EMP-ID OF EMPLOYEE-MASTER-RECORD.         000510
025600     MOVE "Y" TO WS-FOUND-SW.                                     000511
025650     READ EMPLOYEE-MASTER                                         000512
025700         INVALID KEY                                              000513
025750             MOVE "N" TO WS-FOUND-SW                              000514
025800             MOVE LEV-EMP-ID TO WS-FIND-VALUE                     000515
025850             MOVE CHK-LEVNOEMP TO WS-CHK-IDX                      000516
025900             PERFORM 6500-WRITE-FINDING                           000517
025950     END-READ.                                                    000518
026000     IF WS-FOUND AND LEV-STATUS = "O" AND                         000519
026050             EMP-STATUS OF EMPLOYEE-MASTER-RECORD NOT = "L"       000520
026100         MOVE SPACES TO WS-FIND-VALUE                             000521
026150         MOVE "STATUS" TO WS-FIND-VALUE (1:6)                     000522
026200         MOVE EMP-STATUS OF EMPLOYEE-MASTER-RECORD                000523
026250             TO WS-FIND-VALUE (8:1)                               000524
026300         MOVE CHK-LEVNOTL TO WS-CHK-IDX                           000525
026350         PERFORM 6500-WRITE-FINDING                               000526
026400     END-IF.                                                      000527
026450* List one finding under its check and count it by severity       000528
026500 6500-WRITE-FINDING.                                              000529
026550     ADD 1 TO CHK-COUNT (WS-CHK-IDX).                             000530
026600     ADD 1 TO WS-FINDING-CNT.                                     000531
026650     EVALUATE CHK-SEVERITY (WS-CHK-IDX)                           000532
026700         WHEN "H"                                                 000533
026750             ADD 1 TO WS-HIGH-CNT                                 000534
026800         WHEN "M"                                                 000535
026850             ADD 1 TO WS-MEDIUM-CNT                               000536
026900         WHEN OTHER                                               000537
026950             CONTINUE                                             000538
027000     END-EVALUATE.                                                000539
027050     MOVE CHK-CODE (WS-CHK-IDX) TO DTL-CODE.                      000540
027100     MOVE CHK-SEVERITY (WS-CHK-IDX) TO DTL-SEVERITY.              000541
027150     MOVE WS-FIND-KEY TO DTL-KEY.                                 000542
027200     MOVE WS-FIND-VALUE TO DTL-VALUE.                             000543
027250     WRITE INTEG-REPORT-LINE FROM WS-DETAIL-LINE.                 000544
027300* Every check with its severity and count, then the totals        000545
027350 7000-PRINT-SUMMARY.                                              000546
027400     WRITE INTEG-REPORT-LINE FROM SPACES.                         000547
027450     WRITE INTEG-REPORT-LINE FROM WS-SUMMARY-HDG.                 000548
027500     PERFORM VARYING WS-CHK-IDX FROM 1 BY 1                       000549
027550             UNTIL WS-CHK-IDX > WS-CHECK-MAX                      000550
027600         MOVE CHK-CODE (WS-CHK-IDX) TO SUM-CODE                   000551
027650         MOVE CHK-SEVERITY (WS-CHK-IDX) TO SUM-SEVERITY           000552
027700         MOVE CHK-DESC (WS-CHK-IDX) TO SUM-DESC                   000553
027750         MOVE CHK-COUNT (WS-CHK-IDX) TO SUM-COUNT                 000554
027800         WRITE INTEG-REPORT-LINE FROM WS-SUMMARY-LINE             000555
027850     END-PERFORM.                                                 000556
027900     WRITE INTEG-REPORT-LINE FROM SPACES.                         000557
027950     MOVE "HIGH-SEVERITY FINDINGS:" TO FTR-TEXT.                  000558
028000     MOVE WS-HIGH-CNT TO FTR-COUNT.                               000559
028050     WRITE INTEG-REPORT-LINE FROM WS-FTR-LINE.                    000560
028100     MOVE "MEDIUM-SEVERITY FINDINGS:" TO FTR-TEXT.                000561
028150     MOVE WS-MEDIUM-CNT TO FTR-COUNT.                             000562
028200     WRITE INTEG-REPORT-LINE FROM WS-FTR-LINE.                    000563
028250     MOVE "TOTAL FINDINGS:" TO FTR-TEXT.                          000564
028300     MOVE WS-FINDING-CNT TO FTR-COUNT.                            000565
028350     WRITE INTEG-REPORT-LINE FROM WS-FTR-LINE.                    000566
028400* Append this run's records-read/records-written to the shared    000567
028450* run-log for the nightly batch-window reconciliation             000568
028500 8000-WRITE-RUN-LOG.                                              000569
028550     OPEN EXTEND RUN-LOG.                                         000570
028600     IF WS-RUNLOG-STATUS = "35"                                   000571
028650         OPEN OUTPUT RUN-LOG                                      000572
028700     END-IF.                                                      000573
028750     MOVE "MSTINTEG" TO RUNLOG-PROGRAM.                           000574
028800     MOVE FUNCTION CURRENT-DATE (1:14) TO RUNLOG-TIMESTAMP.       000575
028850     MOVE WS-READ-CNT TO RUNLOG-RECORDS-READ.                     000576
028900     MOVE WS-FINDING-CNT TO RUNLOG-RECORDS-WRITTEN.               000577
028950     WRITE RUN-LOG-RECORD.                                        000578
029000     CLOSE RUN-LOG.                                               000579
029050* Ask the processing calendar whether this step runs tonight -    000580
029100* a holiday date skips it, and a weekly/monthly/month-end         000581
029150* frequency skips the nights between. A skipped step writes a     000582
029200* K run-control record so the status report and the restart       000583
029250* logic still account for it. No calendar file, or no             000584
029300* frequency record for this step, means run nightly as before     000585
029350 0180-CHECK-PROCESS-CALENDAR.                                     000586
029400     MOVE "N" TO WS-CAL-SKIP-SW.                                  000587
029450     MOVE "N" TO WS-CAL-EOF-SW.                                   000588
029500     MOVE "D" TO WS-CAL-FREQ.                                     000589
029550     MOVE ZERO TO WS-CAL-DAY.                                     000590
029600     OPEN INPUT PROCESS-CALENDAR.                                 000591
029650     PERFORM UNTIL WS-CAL-EOF                                     000592
029700         READ PROCESS-CALENDAR                                    000593
029750             AT END                                               000594
029800                 SET WS-CAL-EOF TO TRUE                           000595
029850             NOT AT END                                           000596
029900                 IF CAL-REC-TYPE = "H" AND                        000597
029950                         CAL-DATE = WS-RUN-DATE-CTL               000598
030000                     SET WS-CAL-SKIP TO TRUE                      000599
030050                 END-IF                                           000600
030100                 IF CAL-REC-TYPE = "F" AND                        000601
030150                         CAL-STEP = "MSTINTEG"                    000602
030200                     MOVE CAL-FREQ TO WS-CAL-FREQ                 000603
030250                     MOVE CAL-DAY TO WS-CAL-DAY                   000604
030300                 END-IF                                           000605
030350         END-READ                                                 000606
030400     END-PERFORM.                                                 000607
030450     CLOSE PROCESS-CALENDAR.                                      000608
030500     IF NOT WS-CAL-SKIP                                           000609
030550         PERFORM 0190-TEST-STEP-FREQUENCY                         000610
030600     END-IF.                                                      000611
030650     IF WS-CAL-SKIP                                               000612
030700         MOVE "CALSKIP" TO WS-STEP-REASON                         000613
030750         PERFORM 8960-SET-RETURN-CODE                             000614
030800         MOVE "K" TO RC-STATUS OF RUN-CONTROL-REC                 000615
030850         PERFORM 8950-WRITE-RUN-CONTROL                           000616
030900         DISPLAY "MSTINTEG skipped per processing calendar."      000617
030950     END-IF.                                                      000618
031000* Does the step's frequency land on tonight - weekly runs on      000619
031050* its day of week, monthly on its day of month, month-end         000620
031100* when tomorrow is a new month                                    000621
031150 0190-TEST-STEP-FREQUENCY.                                        000622
031200     COMPUTE WS-CAL-INT-DATE =                                    000623
031250         FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-CTL).              000624
031300     EVALUATE WS-CAL-FREQ                                         000625
031350         WHEN "W"                                                 000626
031400             COMPUTE WS-CAL-DOW = FUNCTION MOD                    000627
031450                 (WS-CAL-INT-DATE - 1, 7) + 1                     000628
031500             IF WS-CAL-DOW NOT = WS-CAL-DAY                       000629
031550                 SET WS-CAL-SKIP TO TRUE                          000630
031600             END-IF                                               000631
031650         WHEN "M"                                                 000632
031700             IF WS-RUN-DATE-CTL (7:2) NOT = WS-CAL-DAY-X          000633
031750                 SET WS-CAL-SKIP TO TRUE                          000634
031800             END-IF                                               000635
031850         WHEN "E"                                                 000636
031900             COMPUTE WS-CAL-NEXT-DATE =                           000637
031950                 FUNCTION DATE-OF-INTEGER                         000638
032000                 (WS-CAL-INT-DATE + 1)                            000639
032050             IF WS-CAL-NEXT-DATE (5:2) =                          000640
032100                     WS-RUN-DATE-CTL (5:2)                        000641
032150                 SET WS-CAL-SKIP TO TRUE                          000642
032200             END-IF                                               000643
032250         WHEN OTHER                                               000644
032300             CONTINUE                                             000645
032350     END-EVALUATE.                                                000646
032400* See whether this step already completed for tonight's run       000647
032450 0100-CHECK-RUN-CONTROL.                                          000648
032500     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE-CTL.         000649
032550     OPEN INPUT RUN-CONTROL-IN.                                   000650
032600     PERFORM UNTIL WS-RCTL-EOF                                    000651
032650         READ RUN-CONTROL-IN                                      000652
032700             AT END                                               000653
032750                 SET WS-RCTL-EOF TO TRUE                          000654
032800             NOT AT END                                           000655
032850                 IF RC-RUN-DATE OF RUN-CONTROL-IN-REC             000656
032900                         = WS-RUN-DATE-CTL AND                    000657
032950                         RC-STEP-NAME OF RUN-CONTROL-IN-REC       000658
033000                         = "MSTINTEG" AND                         000659
033050                         RC-STATUS OF RUN-CONTROL-IN-REC = "C"    000660
033100                     SET WS-STEP-DONE TO TRUE                     000661
033150                 END-IF                                           000662
033200         END-READ                                                 000663
033250     END-PERFORM.                                                 000664
033300     CLOSE RUN-CONTROL-IN.                                        000665
033350* Record this step as started for tonight's run                   000666
033400 0200-MARK-STEP-STARTED.                                          000667
033450     MOVE "S" TO RC-STATUS OF RUN-CONTROL-REC.                    000668
033500     PERFORM 8950-WRITE-RUN-CONTROL.                              000669
033550* Record how this step ended for tonight's run - a C record       000670
033600* when its return code is below 8 (clean or warning), an F        000671
033650* record for a failure so a resubmitted night runs it again       000672
033700 8900-MARK-STEP-COMPLETE.                                         000673
033750     PERFORM 8960-SET-RETURN-CODE.                                000674
033800     IF WS-STEP-RC < 8                                            000675
033850         MOVE "C" TO RC-STATUS OF RUN-CONTROL-REC                 000676
033900     ELSE                                                         000677
033950         MOVE "F" TO RC-STATUS OF RUN-CONTROL-REC                 000678
034000     END-IF.                                                      000679
034050     PERFORM 8950-WRITE-RUN-CONTROL.                              000680
034100* Stamp and append one run-control record                         000681
034150 8950-WRITE-RUN-CONTROL.                                          000682
034200     OPEN EXTEND RUN-CONTROL.                                     000683
034250     IF WS-RUNCTL-STATUS = "35"                                   000684
034300         OPEN OUTPUT RUN-CONTROL                                  000685
034350     END-IF.                                                      000686
034400     MOVE WS-RUN-DATE-CTL                                         000687
034450         TO RC-RUN-DATE OF RUN-CONTROL-REC.                       000688
034500     MOVE "MSTINTEG" TO RC-STEP-NAME OF RUN-CONTROL-REC.          000689
034550     MOVE WS-STEP-RC TO RC-RETURN-CODE OF RUN-CONTROL-REC.        000690
034600     MOVE WS-STEP-REASON TO RC-REASON OF RUN-CONTROL-REC.         000691
034650     MOVE FUNCTION CURRENT-DATE (1:14)                            000692
034700         TO RC-TIMESTAMP OF RUN-CONTROL-REC.                      000693
034750     WRITE RUN-CONTROL-REC.                                       000694
034800     CLOSE RUN-CONTROL.                                           000695
034850* Classify this step's reason through the shared severity         000696
034900* table and pass the standard return code back to the job         000697
034950* step. No reason set means a clean run; a reason missing         000698
035000* from the table is treated as abend-worthy                       000699
035050 8960-SET-RETURN-CODE.                                            000700
035100     IF WS-STEP-REASON = SPACES                                   000701
035150         MOVE "CLEAN" TO WS-STEP-REASON                           000702
035200     END-IF.                                                      000703
035250     MOVE 12 TO WS-STEP-RC.                                       000704
035300     PERFORM VARYING WS-SEV-IDX FROM 1 BY 1                       000705
035350             UNTIL WS-SEV-IDX > WS-SEV-MAX                        000706
035400         IF SEV-REASON (WS-SEV-IDX) = WS-STEP-REASON              000707
035450             MOVE SEV-RC (WS-SEV-IDX) TO WS-STEP-RC               000708
035500         END-IF                                                   000709
035550     END-PERFORM.                                                 000710
035600     MOVE WS-STEP-RC TO RETURN-CODE.                              000711
