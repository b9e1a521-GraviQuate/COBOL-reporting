000100 IDENTIFICATION DIVISION.                                         000001
000150 PROGRAM-ID. EMP-GEN-COMPARE.                                     000002
000200* Unaudited-change detection - compares last night's EMPBKUP      000003
000250* generation with tonight's field by field and matches every      000004
000300* difference to the EMPAUDIT records written between the two      000005
000350* unloads. A changed field is accounted for when the latest       000006
000400* audit record for that employee and field in the window          000007
000450* carries the after value; an added row when the window holds     000008
000500* the employee's add record (EMP-NAME from spaces, the rule       000009
000550* AUD-DELTA uses); a deleted row when the window holds any        000010
000600* audit record for the employee; an effective-date change when    000011
000650* the window holds any audit record for the employee, since       000012
000700* every audited write restamps it. Anything else is listed with   000013
000750* the EMP-ID, field and before and after values. The window       000014
000800* runs from the completion of the unload that wrote the prior     000015
000850* generation to the completion of tonight's, taken from RUNCTL;   000016
000900* the GENCMPP card overrides either end. RC 4 when any change     000017
000950* is unaudited                                                    000018
001000 ENVIRONMENT DIVISION.                                            000019
001050 INPUT-OUTPUT SECTION.                                            000020
001100 FILE-CONTROL.                                                    000021
001150* The two backup generations EMP-UNLOAD wrote - the prior one     000022
001200* and tonight's - both in key order                               000023
001250     SELECT PRIOR-BACKUP ASSIGN TO "EMPBKUPP"                     000024
001300         ORGANIZATION IS LINE SEQUENTIAL.                         000025
001350     SELECT CURRENT-BACKUP ASSIGN TO "EMPBKUPC"                   000026
001400         ORGANIZATION IS LINE SEQUENTIAL.                         000027
001450     SELECT EMP-AUDIT-LOG ASSIGN TO "EMPAUDIT"                    000028
001500         ORGANIZATION IS LINE SEQUENTIAL.                         000029
001550* Sort work file and its sorted output - audits grouped by        000030
001600* employee, oldest change first within the group                  000031
001650     SELECT GCMP-SORT-WORK ASSIGN TO "GCMPSWK".                   000032
001700     SELECT SORTED-AUDIT ASSIGN TO "GCMPSRT"                      000033
001750         ORGANIZATION IS LINE SEQUENTIAL.                         000034
001800* Audit-window override - from and to timestamps. Optional;       000035
001850* a zero or missing timestamp keeps the RUNCTL value              000036
001900     SELECT OPTIONAL WINDOW-CARD ASSIGN TO "GENCMPP"              000037
001950         ORGANIZATION IS LINE SEQUENTIAL.                         000038
002000* Printed unaudited-change report                                 000039
002050     SELECT GCMP-REPORT ASSIGN TO "GENCMPR"                       000040
002100         ORGANIZATION IS LINE SEQUENTIAL.                         000041
002150* Run-level control-total log - every batch program appends its   000042
002200* records-read/written counts here for nightly reconciliation     000043
002250     SELECT RUN-LOG ASSIGN TO "RUNLOG"                            000044
002300         ORGANIZATION IS LINE SEQUENTIAL                          000045
002350         FILE STATUS IS WS-RUNLOG-STATUS.                         000046
002400* Processing calendar - bank holidays and per-step run            000047
002450* frequencies. Optional; without one every step runs nightly      000048
002500     SELECT OPTIONAL PROCESS-CALENDAR ASSIGN TO "PROCCAL"         000049
002550         ORGANIZATION IS LINE SEQUENTIAL.                         000050
002600* Batch run-control file - each step records started/completed    000051
002650* status for tonight's run so a resubmitted job skips the         000052
002700* steps that already completed                                    000053
002750     SELECT OPTIONAL RUN-CONTROL-IN ASSIGN TO "RUNCTL"            000054
002800         ORGANIZATION IS LINE SEQUENTIAL.                         000055
002850     SELECT RUN-CONTROL ASSIGN TO "RUNCTL"                        000056
002900         ORGANIZATION IS LINE SEQUENTIAL                          000057
002950         FILE STATUS IS WS-RUNCTL-STATUS.                         000058
003000 DATA DIVISION.                                                   000059
003050 FILE SECTION.                                                    000060
003100 FD  PRIOR-BACKUP.                                                000061
003150 01  PRIOR-BACKUP-RECORD.                                         000062
003200     COPY EMPREC.                                                 000063
003250 FD  CURRENT-BACKUP.                                              000064
003300 01  CURRENT-BACKUP-RECORD.                                       000065
003350     COPY EMPREC.                                                 000066
003400 FD  EMP-AUDIT-LOG.                                               000067
003450 01  EMP-AUDIT-RECORD.                                            000068
003500     COPY AUDITREC.                                               000069
003550 SD  GCMP-SORT-WORK.                                              000070
003600 01  GCMP-SORT-RECORD.                                            000071
003650     COPY AUDITREC.                                               000072
003700 FD  SORTED-AUDIT.                                                000073
003750 01  SORTED-AUDIT-REC.                                            000074
003800     COPY AUDITREC.                                               000075
003850 FD  WINDOW-CARD.                                                 000076
003900 01  WINDOW-CARD-REC.                                             000077
003950     05  CTL-FROM-TS     PIC 9(14).                               000078
004000     05  CTL-TO-TS       PIC 9(14).                               000079
004050 FD  GCMP-REPORT.                                                 000080
004100 01  GCMP-REPORT-LINE  PIC X(80).                                 000081
004150 FD  RUN-LOG.                                                     000082
004200 01  RUN-LOG-RECORD.                                              000083
004250     COPY RUNLOGREC.                                              000084
004300 FD  PROCESS-CALENDAR.                                            000085
004350 01  PROCESS-CALENDAR-REC.                                        000086
004400     COPY CALREC.                                                 000087
004450 FD  RUN-CONTROL-IN.                                              000088
004500 01  RUN-CONTROL-IN-REC.                                          000089
004550     COPY RUNCTLREC.                                              000090
004600 FD  RUN-CONTROL.                                                 000091
004650 01  RUN-CONTROL-REC.                                             000092
004700     COPY RUNCTLREC.                                              000093
004750 WORKING-STORAGE SECTION.                                         000094
004800* Run-control state - tonight's run date and whether this         000095
004850* step already completed for it                                   000096
004900 01  WS-RUNCTL-STATUS  PIC XX.                                    000097
004950 01  WS-RUN-DATE-CTL   PIC 9(8).                                  000098
005000 01  WS-RCTL-EOF-SW    PIC X VALUE "N".                           000099
005050     88  WS-RCTL-EOF   VALUE "Y".                                 000100
005100 01  WS-STEP-DONE-SW   PIC X VALUE "N".                           000101
005150     88  WS-STEP-DONE  VALUE "Y".                                 000102
005200     COPY RCSEVTAB.                                               000103
005250* Processing-calendar state for tonight's run                     000104
005300 01  WS-CAL-SKIP-SW    PIC X.                                     000105
005350     88  WS-CAL-SKIP   VALUE "Y".                                 000106
005400 01  WS-CAL-EOF-SW     PIC X.                                     000107
005450     88  WS-CAL-EOF    VALUE "Y".                                 000108
005500 01  WS-CAL-FREQ       PIC X.                                     000109
005550 01  WS-CAL-DAY        PIC 99.                                    000110
005600 01  WS-CAL-DAY-X REDEFINES WS-CAL-DAY PIC XX.                    000111
005650 01  WS-CAL-INT-DATE   PIC 9(8).                                  000112
005700 01  WS-CAL-DOW        PIC 9.                                     000113
005750 01  WS-CAL-NEXT-DATE  PIC 9(8).                                  000114
005800 01  WS-RUNLOG-STATUS  PIC XX.                                    000115
005850 01  WS-PRIOR-EOF-SW   PIC X VALUE "N".                           000116
005900     88  WS-PRIOR-EOF  VALUE "Y".                                 000117
005950 01  WS-CURR-EOF-SW    PIC X VALUE "N".                           000118
006000     88  WS-CURR-EOF   VALUE "Y".                                 000119
006050 01  WS-AUD-EOF-SW     PIC X VALUE "N".                           000120
006100     88  WS-AUD-EOF    VALUE "Y".                                 000121
006150 01  WS-WIN-EOF-SW     PIC X VALUE "N".                           000122
006200     88  WS-WIN-EOF    VALUE "Y".                                 000123
006250* Match keys - HIGH-VALUES once a file is exhausted               000124
006300 01  WS-PRIOR-KEY      PIC X(5).                                  000125
006350 01  WS-CURR-KEY       PIC X(5).                                  000126
006400 01  WS-AUD-KEY        PIC X(5).                                  000127
006450* Audit window - exclusive from, inclusive to                     000128
006500 01  WS-FROM-TS        PIC 9(14) VALUE ZERO.                      000129
006550 01  WS-TO-TS          PIC 9(14) VALUE ZERO.                      000130
006600 01  WS-LAST-UNLD-TS   PIC 9(14) VALUE ZERO.                      000131
006650 01  WS-PREV-UNLD-TS   PIC 9(14) VALUE ZERO.                      000132
006700 01  WS-PRIOR-CNT      PIC 9(7) VALUE ZERO.                       000133
006750 01  WS-CURR-CNT       PIC 9(7) VALUE ZERO.                       000134
006800 01  WS-WINDOW-CNT     PIC 9(7) VALUE ZERO.                       000135
006850 01  WS-CHANGE-CNT     PIC 9(7) VALUE ZERO.                       000136
006900 01  WS-UNAUD-CNT      PIC 9(7) VALUE ZERO.                       000137
006950 01  WS-ADD-CNT        PIC 9(7) VALUE ZERO.                       000138
007000 01  WS-DEL-CNT        PIC 9(7) VALUE ZERO.                       000139
007050 01  WS-OVERFLOW-CNT   PIC 9(7) VALUE ZERO.                       000140
007100* One employee's audit records inside the window, oldest first    000141
007150 78  WS-MAX-AUDITS     VALUE 200.                                 000142
007200 01  WS-AT-CNT         PIC 999 VALUE ZERO.                        000143
007250 01  WS-AUD-TABLE.                                                000144
007300     05  AT-ENTRY OCCURS 0 TO WS-MAX-AUDITS TIMES                 000145
007350             DEPENDING ON WS-AT-CNT.                              000146
007400         10  AT-FIELD      PIC X(10).                             000147
007450         10  AT-OLD-VALUE  PIC X(10).                             000148
007500         10  AT-NEW-VALUE  PIC X(10).                             000149
007550 01  WS-AT-IDX         PIC 999.                                   000150
007600* The field under comparison - audit field name, the before       000151
007650* and after values in the audit-record format, and how many       000152
007700* leading positions of the value are significant                  000153
007750 01  WS-CMP-EMP-ID     PIC X(5).                                  000154
007800 01  WS-CMP-FIELD      PIC X(10).                                 000155
007850 01  WS-CMP-BEFORE     PIC X(10).                                 000156
007900 01  WS-CMP-AFTER      PIC X(10).                                 000157
007950 01  WS-CMP-LEN        PIC 99.                                    000158
008000 01  WS-CMP-NOTE       PIC X(20).                                 000159
008050 01  WS-LATEST-SW      PIC X.                                     000160
008100     88  WS-LATEST-FOUND VALUE "Y".                               000161
008150 01  WS-LATEST-VALUE   PIC X(10).                                 000162
008200 01  WS-FOUND-SW       PIC X.                                     000163
008250     88  WS-FOUND      VALUE "Y".                                 000164
008300 01  WS-AGE-DISP       PIC 99.                                    000165
008350 01  WS-DATE-DISP      PIC 9(8).                                  000166
008400 01  WS-SALARY-DISP    PIC 9(7).99.                               000167
008450* Report heading, detail and footer lines                         000168
008500 01  WS-HDG-1.                                                    000169
008550     05  FILLER        PIC X(38)                                  000170
008600             VALUE "UNAUDITED EMPLOYEE MASTER CHANGES -".         000171
008650     05  HDG-RUN-DATE  PIC 9(8).                                  000172
008700 01  WS-HDG-2.                                                    000173
008750     05  FILLER        PIC X(13) VALUE "AUDIT WINDOW ".           000174
008800     05  HDG-FROM-TS   PIC 9(14).                                 000175
008850     05  FILLER        PIC X(4)  VALUE " TO ".                    000176
008900     05  HDG-TO-TS     PIC 9(14).                                 000177
008950 01  WS-HDG-3.                                                    000178
009000     05  FILLER        PIC X(7)  VALUE "EMP-ID".                  000179
009050     05  FILLER        PIC X(12) VALUE "FIELD".                   000180
009100     05  FILLER        PIC X(12) VALUE "BEFORE".                  000181
009150     05  FILLER        PIC X(12) VALUE "AFTER".                   000182
009200     05  FILLER        PIC X(20) VALUE "REASON".                  000183
009250 01  WS-DETAIL-LINE.                                              000184
009300     05  DTL-EMP-ID    PIC X(5).                                  000185
009350     05  FILLER        PIC X(2) VALUE SPACES.                     000186
009400     05  DTL-FIELD     PIC X(10).                                 000187
009450     05  FILLER        PIC X(2) VALUE SPACES.                     000188
009500     05  DTL-BEFORE    PIC X(10).                                 000189
009550     05  FILLER        PIC X(2) VALUE SPACES.                     000190
009600     05  DTL-AFTER     PIC X(10).                                 000191
009650     05  FILLER        PIC X(2) VALUE SPACES.                     000192
009700     05  DTL-NOTE      PIC X(20).                                 000193
009750 01  WS-FTR-LINE.                                                 000194
009800     05  FTR-TEXT      PIC X(30).                                 000195
009850     05  FTR-COUNT     PIC ZZZZZZ9.                               000196
009900 PROCEDURE DIVISION.                                              000197
009950 0000-MAIN.                                                       000198
010000     PERFORM 0100-CHECK-RUN-CONTROL.                              000199
010050     IF WS-STEP-DONE                                              000200
010100         DISPLAY "EMPGCMP step already completed for"             000201
010150             " tonight's run - skipping."                         000202
010200         STOP RUN                                                 000203
010250     END-IF.                                                      000204
010300     PERFORM 0180-CHECK-PROCESS-CALENDAR.                         000205
010350     IF WS-CAL-SKIP                                               000206
010400         STOP RUN                                                 000207
010450     END-IF.                                                      000208
010500     PERFORM 0200-MARK-STEP-STARTED.                              000209
010550     PERFORM 0500-SET-AUDIT-WINDOW.                               000210
010600     SORT GCMP-SORT-WORK                                          000211
010650         ON ASCENDING KEY AUD-EMP-ID OF GCMP-SORT-RECORD          000212
010700         ON ASCENDING KEY AUD-TIMESTAMP OF GCMP-SORT-RECORD       000213
010750         USING EMP-AUDIT-LOG                                      000214
010800         GIVING SORTED-AUDIT.                                     000215
010850     OPEN INPUT PRIOR-BACKUP.                                     000216
010900     OPEN INPUT CURRENT-BACKUP.                                   000217
010950     OPEN INPUT SORTED-AUDIT.                                     000218
011000     OPEN OUTPUT GCMP-REPORT.                                     000219
011050     MOVE WS-RUN-DATE-CTL TO HDG-RUN-DATE.                        000220
011100     MOVE WS-FROM-TS TO HDG-FROM-TS.                              000221
011150     MOVE WS-TO-TS TO HDG-TO-TS.                                  000222
011200     WRITE GCMP-REPORT-LINE FROM WS-HDG-1.                        000223
011250     WRITE GCMP-REPORT-LINE FROM WS-HDG-2.                        000224
011300     WRITE GCMP-REPORT-LINE FROM SPACES.                          000225
011350     WRITE GCMP-REPORT-LINE FROM WS-HDG-3.                        000226
011400     WRITE GCMP-REPORT-LINE FROM SPACES.                          000227
011450     PERFORM 1100-READ-PRIOR.                                     000228
011500     PERFORM 1200-READ-CURRENT.                                   000229
011550     PERFORM 1300-READ-AUDIT.                                     000230
011600     PERFORM UNTIL WS-PRIOR-EOF AND WS-CURR-EOF                   000231
011650         IF WS-PRIOR-KEY = WS-CURR-KEY                            000232
011700             MOVE WS-CURR-KEY TO WS-CMP-EMP-ID                    000233
011750             PERFORM 1500-LOAD-EMPLOYEE-AUDITS                    000234
011800             PERFORM 2000-COMPARE-ROWS                            000235
011850             PERFORM 1100-READ-PRIOR                              000236
011900             PERFORM 1200-READ-CURRENT                            000237
011950         ELSE                                                     000238
012000         IF WS-PRIOR-KEY < WS-CURR-KEY                            000239
012050             MOVE WS-PRIOR-KEY TO WS-CMP-EMP-ID                   000240
012100             PERFORM 1500-LOAD-EMPLOYEE-AUDITS                    000241
012150             PERFORM 2200-CHECK-DELETED-ROW                       000242
012200             PERFORM 1100-READ-PRIOR                              000243
012250         ELSE                                                     000244
012300             MOVE WS-CURR-KEY TO WS-CMP-EMP-ID                    000245
012350             PERFORM 1500-LOAD-EMPLOYEE-AUDITS                    000246
012400             PERFORM 2100-CHECK-ADDED-ROW                         000247
012450             PERFORM 1200-READ-CURRENT                            000248
012500         END-IF                                                   000249
012550         END-IF                                                   000250
012600     END-PERFORM.                                                 000251
012650     CLOSE PRIOR-BACKUP.                                          000252
012700     CLOSE CURRENT-BACKUP.                                        000253
012750     CLOSE SORTED-AUDIT.                                          000254
012800     PERFORM 7000-PRINT-FOOTER.                                   000255
012850     CLOSE GCMP-REPORT.                                           000256
012900     PERFORM 8000-WRITE-RUN-LOG.                                  000257
012950     DISPLAY "UNAUDITED EMPLOYEE MASTER CHANGES".                 000258
013000     DISPLAY "Prior generation rows:   " WS-PRIOR-CNT.            000259
013050     DISPLAY "Current generation rows: " WS-CURR-CNT.             000260
013100     DISPLAY "Audits in window:        " WS-WINDOW-CNT.           000261
013150     DISPLAY "Differences found:       " WS-CHANGE-CNT.           000262
013200     DISPLAY "Unaudited differences:   " WS-UNAUD-CNT.            000263
013250     IF WS-OVERFLOW-CNT > ZERO                                    000264
013300         DISPLAY "Audits beyond table:     " WS-OVERFLOW-CNT      000265
013350     END-IF.                                                      000266
013400     IF WS-UNAUD-CNT > ZERO                                       000267
013450         MOVE "EXCEPT" TO WS-STEP-REASON                          000268
013500     END-IF.                                                      000269
013550     PERFORM 8900-MARK-STEP-COMPLETE.                             000270
013600     STOP RUN.                                                    000271
013650* The audit window - from the completion of the unload before     000272
013700* tonight's to the completion of tonight's, the two newest        000273
013750* EMPUNLD completions on RUNCTL. With no earlier completion       000274
013800* the window opens at the start of the trail. Either end can      000275
013850* be overridden on the GENCMPP card                               000276
013900 0500-SET-AUDIT-WINDOW.                                           000277
013950     OPEN INPUT RUN-CONTROL-IN.                                   000278
014000     PERFORM UNTIL WS-WIN-EOF                                     000279
014050         READ RUN-CONTROL-IN                                      000280
014100             AT END                                               000281
014150                 SET WS-WIN-EOF TO TRUE                           000282
014200             NOT AT END                                           000283
014250                 IF RC-STEP-NAME OF RUN-CONTROL-IN-REC            000284
014300                         = "EMPUNLD" AND                          000285
014350                         RC-STATUS OF RUN-CONTROL-IN-REC = "C"    000286
014400                     PERFORM 0550-NOTE-UNLOAD-COMPLETION          000287
014450                 END-IF                                           000288
014500         END-READ                                                 000289
014550     END-PERFORM.                                                 000290
014600     CLOSE RUN-CONTROL-IN.                                        000291
014650     MOVE WS-PREV-UNLD-TS TO WS-FROM-TS.                          000292
014700     IF WS-LAST-UNLD-TS > ZERO                                    000293
014750         MOVE WS-LAST-UNLD-TS TO WS-TO-TS                         000294
014800     ELSE                                                         000295
014850         MOVE FUNCTION CURRENT-DATE (1:14) TO WS-TO-TS            000296
014900     END-IF.                                                      000297
014950     OPEN INPUT WINDOW-CARD.                                      000298
015000     READ WINDOW-CARD                                             000299
015050         AT END                                                   000300
015100             CONTINUE                                             000301
015150         NOT AT END                                               000302
015200             IF CTL-FROM-TS IS NUMERIC AND                        000303
015250                     CTL-FROM-TS > ZERO                           000304
015300                 MOVE CTL-FROM-TS TO WS-FROM-TS                   000305
015350             END-IF                                               000306
015400             IF CTL-TO-TS IS NUMERIC AND                          000307
015450                     CTL-TO-TS > ZERO                             000308
015500                 MOVE CTL-TO-TS TO WS-TO-TS                       000309
015550             END-IF                                               000310
015600     END-READ.                                                    000311
015650     CLOSE WINDOW-CARD.                                           000312
015700* Keep the two newest unload completion timestamps                000313
015750 0550-NOTE-UNLOAD-COMPLETION.                                     000314
015800     IF RC-TIMESTAMP OF RUN-CONTROL-IN-REC > WS-LAST-UNLD-TS      000315
015850         MOVE WS-LAST-UNLD-TS TO WS-PREV-UNLD-TS                  000316
015900         MOVE RC-TIMESTAMP OF RUN-CONTROL-IN-REC                  000317
015950             TO WS-LAST-UNLD-TS                                   000318
016000     ELSE                                                         000319
016050     IF RC-TIMESTAMP OF RUN-CONTROL-IN-REC > WS-PREV-UNLD-TS      000320
016100         MOVE RC-TIMESTAMP OF RUN-CONTROL-IN-REC                  000321
016150             TO WS-PREV-UNLD-TS                                   000322
016200     END-IF                                                       000323
016250     END-IF.                                                      000324
016300* Read the next row of each generation and of the sorted          000325
016350* audit trail, setting its match key                              000326
016400 1100-READ-PRIOR.                                                 000327
016450     READ PRIOR-BACKUP                                            000328
016500         AT END                                                   000329
016550             SET WS-PRIOR-EOF TO TRUE                             000330
016600             MOVE HIGH-VALUES TO WS-PRIOR-KEY                     000331
016650         NOT AT END                                               000332
016700             ADD 1 TO WS-PRIOR-CNT                                000333
016750             MOVE EMP-ID OF PRIOR-BACKUP-RECORD                   000334
016800                 TO WS-PRIOR-KEY                                  000335
016850     END-READ.                                                    000336
016900 1200-READ-CURRENT.                                               000337
016950     READ CURRENT-BACKUP                                          000338
017000         AT END                                                   000339
017050             SET WS-CURR-EOF TO TRUE                              000340
017100             MOVE HIGH-VALUES TO WS-CURR-KEY                      000341
017150         NOT AT END                                               000342
017200             ADD 1 TO WS-CURR-CNT                                 000343
017250             MOVE EMP-ID OF CURRENT-BACKUP-RECORD                 000344
017300                 TO WS-CURR-KEY                                   000345
017350     END-READ.                                                    000346
017400 1300-READ-AUDIT.                                                 000347
017450     READ SORTED-AUDIT                                            000348
017500         AT END                                                   000349
017550             SET WS-AUD-EOF TO TRUE                               000350
017600             MOVE HIGH-VALUES TO WS-AUD-KEY                       000351
017650         NOT AT END                                               000352
017700             MOVE AUD-EMP-ID OF SORTED-AUDIT-REC TO WS-AUD-KEY    000353
017750     END-READ.                                                    000354
017800* Gather the employee's audit records that fall inside the        000355
017850* window, passing over those of employees on neither              000356
017900* generation                                                      000357
017950 1500-LOAD-EMPLOYEE-AUDITS.                                       000358
018000     MOVE ZERO TO WS-AT-CNT.                                      000359
018050     PERFORM UNTIL WS-AUD-KEY >= WS-CMP-EMP-ID                    000360
018100         PERFORM 1300-READ-AUDIT                                  000361
018150     END-PERFORM.                                                 000362
018200     PERFORM UNTIL WS-AUD-KEY NOT = WS-CMP-EMP-ID                 000363
018250         IF AUD-TIMESTAMP OF SORTED-AUDIT-REC > WS-FROM-TS AND    000364
018300                 AUD-TIMESTAMP OF SORTED-AUDIT-REC <= WS-TO-TS    000365
018350             ADD 1 TO WS-WINDOW-CNT                               000366
018400             IF WS-AT-CNT < WS-MAX-AUDITS                         000367
018450                 ADD 1 TO WS-AT-CNT                               000368
018500                 MOVE AUD-FIELD OF SORTED-AUDIT-REC               000369
018550                     TO AT-FIELD (WS-AT-CNT)                      000370
018600                 MOVE AUD-OLD-VALUE OF SORTED-AUDIT-REC           000371
018650                     TO AT-OLD-VALUE (WS-AT-CNT)                  000372
018700                 MOVE AUD-NEW-VALUE OF SORTED-AUDIT-REC           000373
018750                     TO AT-NEW-VALUE (WS-AT-CNT)                  000374
018800             ELSE                                                 000375
018850                 ADD 1 TO WS-OVERFLOW-CNT                         000376
018900             END-IF                                               000377
018950         END-IF                                                   000378
019000         PERFORM 1300-READ-AUDIT                                  000379
019050     END-PERFORM.                                                 000380
019100* An employee on both generations - test each field in turn,      000381
019150* putting before and after into the audit-record format           000382
019200 2000-COMPARE-ROWS.                                               000383
019250     IF EMP-NAME OF PRIOR-BACKUP-RECORD NOT =                     000384
019300             EMP-NAME OF CURRENT-BACKUP-RECORD                    000385
019350         MOVE "EMP-NAME" TO WS-CMP-FIELD                          000386
019400         MOVE EMP-NAME OF PRIOR-BACKUP-RECORD TO WS-CMP-BEFORE    000387
019450         MOVE EMP-NAME OF CURRENT-BACKUP-RECORD TO WS-CMP-AFTER   000388
019500         MOVE 10 TO WS-CMP-LEN                                    000389
019550         PERFORM 3000-CHECK-FIELD                                 000390
019600     END-IF.                                                      000391
019650     IF EMP-AGE OF PRIOR-BACKUP-RECORD NOT =                      000392
019700             EMP-AGE OF CURRENT-BACKUP-RECORD                     000393
019750         MOVE "EMP-AGE" TO WS-CMP-FIELD                           000394
019800         MOVE EMP-AGE OF PRIOR-BACKUP-RECORD TO WS-AGE-DISP       000395
019850         MOVE WS-AGE-DISP TO WS-CMP-BEFORE                        000396
019900         MOVE EMP-AGE OF CURRENT-BACKUP-RECORD TO WS-AGE-DISP     000397
019950         MOVE WS-AGE-DISP TO WS-CMP-AFTER                         000398
020000         MOVE 2 TO WS-CMP-LEN                                     000399
020050         PERFORM 3000-CHECK-FIELD                                 000400
020100     END-IF.                                                      000401
020150     IF EMP-BIRTH-DATE OF PRIOR-BACKUP-RECORD NOT =               000402
020200             EMP-BIRTH-DATE OF CURRENT-BACKUP-RECORD              000403
020250         MOVE "EMP-BIRTH" TO WS-CMP-FIELD                         000404
020300         MOVE EMP-BIRTH-DATE OF PRIOR-BACKUP-RECORD               000405
020350             TO WS-DATE-DISP                                      000406
020400         MOVE WS-DATE-DISP TO WS-CMP-BEFORE                       000407
020450         MOVE EMP-BIRTH-DATE OF CURRENT-BACKUP-RECORD             000408
020500             TO WS-DATE-DISP                                      000409
020550         MOVE WS-DATE-DISP TO WS-CMP-AFTER                        000410
020600         MOVE 8 TO WS-CMP-LEN                                     000411
020650         PERFORM 3000-CHECK-FIELD                                 000412
020700     END-IF.                                                      000413
020750     IF EMP-DEPT OF PRIOR-BACKUP-RECORD NOT =                     000414
020800             EMP-DEPT OF CURRENT-BACKUP-RECORD                    000415
020850         MOVE "EMP-DEPT" TO WS-CMP-FIELD                          000416
020900         MOVE EMP-DEPT OF PRIOR-BACKUP-RECORD TO WS-CMP-BEFORE    000417
020950         MOVE EMP-DEPT OF CURRENT-BACKUP-RECORD TO WS-CMP-AFTER   000418
021000         MOVE 3 TO WS-CMP-LEN                                     000419
021050         PERFORM 3000-CHECK-FIELD                                 000420
021100     END-IF.                                                      000421
021150     IF EMP-STATUS OF PRIOR-BACKUP-RECORD NOT =                   000422
021200             EMP-STATUS OF CURRENT-BACKUP-RECORD                  000423
021250         MOVE "EMP-STATUS" TO WS-CMP-FIELD                        000424
021300         MOVE EMP-STATUS OF PRIOR-BACKUP-RECORD                   000425
021350             TO WS-CMP-BEFORE                                     000426
021400         MOVE EMP-STATUS OF CURRENT-BACKUP-RECORD                 000427
021450             TO WS-CMP-AFTER                                      000428
021500         MOVE 1 TO WS-CMP-LEN                                     000429
021550         PERFORM 3000-CHECK-FIELD                                 000430
021600     END-IF.                                                      000431
021650     IF EMP-SALARY OF PRIOR-BACKUP-RECORD NOT =                   000432
021700             EMP-SALARY OF CURRENT-BACKUP-RECORD                  000433
021750         MOVE "EMP-SALARY" TO WS-CMP-FIELD                        000434
021800         MOVE EMP-SALARY OF PRIOR-BACKUP-RECORD                   000435
021850             TO WS-SALARY-DISP                                    000436
021900         MOVE WS-SALARY-DISP TO WS-CMP-BEFORE                     000437
021950         MOVE EMP-SALARY OF CURRENT-BACKUP-RECORD                 000438
022000             TO WS-SALARY-DISP                                    000439
022050         MOVE WS-SALARY-DISP TO WS-CMP-AFTER                      000440
022100         MOVE 10 TO WS-CMP-LEN                                    000441
022150         PERFORM 3000-CHECK-FIELD                                 000442
022200     END-IF.                                                      000443
022250     IF EMP-PAY-GRADE OF PRIOR-BACKUP-RECORD NOT =                000444
022300             EMP-PAY-GRADE OF CURRENT-BACKUP-RECORD               000445
022350         MOVE "EMP-GRADE" TO WS-CMP-FIELD                         000446
022400         MOVE EMP-PAY-GRADE OF PRIOR-BACKUP-RECORD                000447
022450             TO WS-CMP-BEFORE                                     000448
022500         MOVE EMP-PAY-GRADE OF CURRENT-BACKUP-RECORD              000449
022550             TO WS-CMP-AFTER                                      000450
022600         MOVE 2 TO WS-CMP-LEN                                     000451
022650         PERFORM 3000-CHECK-FIELD                                 000452
022700     END-IF.                                                      000453
022750     IF EMP-SUPERVISOR OF PRIOR-BACKUP-RECORD NOT =               000454
022800             EMP-SUPERVISOR OF CURRENT-BACKUP-RECORD              000455
022850         MOVE "EMP-SUPV" TO WS-CMP-FIELD                          000456
022900         MOVE EMP-SUPERVISOR OF PRIOR-BACKUP-RECORD               000457
022950             TO WS-CMP-BEFORE                                     000458
023000         MOVE EMP-SUPERVISOR OF CURRENT-BACKUP-RECORD             000459
023050             TO WS-CMP-AFTER                                      000460
023100         MOVE 5 TO WS-CMP-LEN                                     000461
023150         PERFORM 3000-CHECK-FIELD                                 000462
023200     END-IF.                                                      000463
023250     IF EMP-EFF-DATE OF PRIOR-BACKUP-RECORD NOT =                 000464
023300             EMP-EFF-DATE OF CURRENT-BACKUP-RECORD                000465
023350         ADD 1 TO WS-CHANGE-CNT                                   000466
023400         IF WS-AT-CNT = ZERO                                      000467
023450             MOVE "EMP-EFFDT" TO WS-CMP-FIELD                     000468
023500             MOVE EMP-EFF-DATE OF PRIOR-BACKUP-RECORD             000469
023550                 TO WS-DATE-DISP                                  000470
023600             MOVE WS-DATE-DISP TO WS-CMP-BEFORE                   000471
023650             MOVE EMP-EFF-DATE OF CURRENT-BACKUP-RECORD           000472
023700                 TO WS-DATE-DISP                                  000473
023750             MOVE WS-DATE-DISP TO WS-CMP-AFTER                    000474
023800             MOVE "NO AUDIT RECORD" TO WS-CMP-NOTE                000475
023850             PERFORM 6000-WRITE-FINDING                           000476
023900         END-IF                                                   000477
023950     END-IF.                                                      000478
024000* An employee only on tonight's generation - the window must      000479
024050* hold the add record                                             000480
024100 2100-CHECK-ADDED-ROW.                                            000481
024150     ADD 1 TO WS-ADD-CNT.                                         000482
024200     ADD 1 TO WS-CHANGE-CNT.                                      000483
024250     MOVE "N" TO WS-FOUND-SW.                                     000484
024300     PERFORM VARYING WS-AT-IDX FROM 1 BY 1                        000485
024350             UNTIL WS-AT-IDX > WS-AT-CNT                          000486
024400         IF AT-FIELD (WS-AT-IDX) = "EMP-NAME" AND                 000487
024450                 AT-OLD-VALUE (WS-AT-IDX) = SPACES                000488
024500             SET WS-FOUND TO TRUE                                 000489
024550             EXIT PERFORM                                         000490
024600         END-IF                                                   000491
024650     END-PERFORM.                                                 000492
024700     IF NOT WS-FOUND                                              000493
024750         MOVE "*ADDED*" TO WS-CMP-FIELD                           000494
024800         MOVE SPACES TO WS-CMP-BEFORE                             000495
024850         MOVE EMP-NAME OF CURRENT-BACKUP-RECORD TO WS-CMP-AFTER   000496
024900         MOVE "NO ADD AUDIT RECORD" TO WS-CMP-NOTE                000497
024950         PERFORM 6000-WRITE-FINDING                               000498
025000     END-IF.                                                      000499
025050* An employee only on last night's generation - the window        000500
025100* must hold some audit activity for the employee                  000501
025150 2200-CHECK-DELETED-ROW.                                          000502
025200     ADD 1 TO WS-DEL-CNT.                                         000503
025250     ADD 1 TO WS-CHANGE-CNT.                                      000504
025300     IF WS-AT-CNT = ZERO                                          000505
025350         MOVE "*DELETED*" TO WS-CMP-FIELD                         000506
025400         MOVE EMP-NAME OF PRIOR-BACKUP-RECORD TO WS-CMP-BEFORE    000507
025450         MOVE SPACES TO WS-CMP-AFTER                              000508
025500         MOVE "NO AUDIT RECORD" TO WS-CMP-NOTE                    000509
025550         PERFORM 6000-WRITE-FINDING                               000510
025600     END-IF.                                                      000511
025650* A changed field is accounted for when the latest audit          000512
025700* record for it in the window carries the after value             000513
025750 3000-CHECK-FIELD.                                                000514
025800     ADD 1 TO WS-CHANGE-CNT.                                      000515
025850     MOVE "N" TO WS-LATEST-SW.                                    000516
025900     PERFORM VARYING WS-AT-IDX FROM 1 BY 1                        000517
025950             UNTIL WS-AT-IDX > WS-AT-CNT                          000518
026000         IF AT-FIELD (WS-AT-IDX) = WS-CMP-FIELD                   000519
026050             SET WS-LATEST-FOUND TO TRUE                          000520
026100             MOVE AT-NEW-VALUE (WS-AT-IDX) TO WS-LATEST-VALUE     000521
026150         END-IF                                                   000522
026200     END-PERFORM.                                                 000523
026250     IF NOT WS-LATEST-FOUND                                       000524
026300         MOVE "NO AUDIT RECORD" TO WS-CMP-NOTE                    000525
026350         PERFORM 6000-WRITE-FINDING                               000526
026400     ELSE                                                         000527
026450     IF WS-LATEST-VALUE (1:WS-CMP-LEN) NOT =                      000528
026500             WS-CMP-AFTER (1:WS-CMP-LEN)                          000529
026550         MOVE "AUDIT VALUE DIFFERS" TO WS-CMP-NOTE                000530
026600         PERFORM 6000-WRITE-FINDING                               000531
026650     END-IF                                                       000532
026700     END-IF.                                                      000533
026750* List one unaudited difference                                   000534
026800 6000-WRITE-FINDING.                                              000535
026850     ADD 1 TO WS-UNAUD-CNT.                                       000536
026900     MOVE WS-CMP-EMP-ID TO DTL-EMP-ID.                            000537
026950     MOVE WS-CMP-FIELD TO DTL-FIELD.                              000538
027000     MOVE WS-CMP-BEFORE TO DTL-BEFORE.                            000539
027050     MOVE WS-CMP-AFTER TO DTL-AFTER.                              000540
027100     MOVE WS-CMP-NOTE TO DTL-NOTE.                                000541
027150     WRITE GCMP-REPORT-LINE FROM WS-DETAIL-LINE.                  000542
027200* Control totals at the foot of the report                        000543
027250 7000-PRINT-FOOTER.                                               000544
027300     IF WS-UNAUD-CNT = ZERO                                       000545
027350         MOVE "NO UNAUDITED CHANGES" TO GCMP-REPORT-LINE          000546
027400         WRITE GCMP-REPORT-LINE                                   000547
027450     END-IF.                                                      000548
027500     WRITE GCMP-REPORT-LINE FROM SPACES.                          000549
027550     MOVE "PRIOR GENERATION ROWS:" TO FTR-TEXT.                   000550
027600     MOVE WS-PRIOR-CNT TO FTR-COUNT.                              000551
027650     WRITE GCMP-REPORT-LINE FROM WS-FTR-LINE.                     000552
027700     MOVE "CURRENT GENERATION ROWS:" TO FTR-TEXT.                 000553
027750     MOVE WS-CURR-CNT TO FTR-COUNT.                               000554
027800     WRITE GCMP-REPORT-LINE FROM WS-FTR-LINE.                     000555
027850     MOVE "ROWS ADDED:" TO FTR-TEXT.                              000556
027900     MOVE WS-ADD-CNT TO FTR-COUNT.                                000557
027950     WRITE GCMP-REPORT-LINE FROM WS-FTR-LINE.                     000558
028000     MOVE "ROWS DELETED:" TO FTR-TEXT.                            000559
028050     MOVE WS-DEL-CNT TO FTR-COUNT.                                000560
028100     WRITE GCMP-REPORT-LINE FROM WS-FTR-LINE.                     000561
028150     MOVE "AUDIT RECORDS IN WINDOW:" TO FTR-TEXT.                 000562
028200     MOVE WS-WINDOW-CNT TO FTR-COUNT.                             000563
028250     WRITE GCMP-REPORT-LINE FROM WS-FTR-LINE.                     000564
028300     MOVE "DIFFERENCES FOUND:" TO FTR-TEXT.                       000565
028350     MOVE WS-CHANGE-CNT TO FTR-COUNT.                             000566
028400     WRITE GCMP-REPORT-LINE FROM WS-FTR-LINE.                     000567
028450     MOVE "UNAUDITED DIFFERENCES:" TO FTR-TEXT.                   000568
028500     MOVE WS-UNAUD-CNT TO FTR-COUNT.                              000569
028550     WRITE GCMP-REPORT-LINE FROM WS-FTR-LINE.                     000570
028600* Append this run's records-read/records-written to the shared    000571
028650* run-log for the nightly batch-window reconciliation             000572
028700 8000-WRITE-RUN-LOG.                                              000573
028750     OPEN EXTEND RUN-LOG.                                         000574
028800     IF WS-RUNLOG-STATUS = "35"                                   000575
028850         OPEN OUTPUT RUN-LOG                                      000576
028900     END-IF.                                                      000577
028950     MOVE "EMPGCMP" TO RUNLOG-PROGRAM.                            000578
029000     MOVE FUNCTION CURRENT-DATE (1:14) TO RUNLOG-TIMESTAMP.       000579
029050     COMPUTE RUNLOG-RECORDS-READ = WS-PRIOR-CNT + WS-CURR-CNT.    000580
029100     MOVE WS-UNAUD-CNT TO RUNLOG-RECORDS-WRITTEN.                 000581
029150     WRITE RUN-LOG-RECORD.                                        000582
029200     CLOSE RUN-LOG.                                               000583
029250* Ask the processing calendar whether this step runs tonight -    000584
029300* a holiday date skips it, and a weekly/monthly/month-end         000585
029350* frequency skips the nights between. A skipped step writes a     000586
029400* K run-control record so the status report and the restart       000587
029450* logic still account for it. No calendar file, or no             000588
029500* frequency record for this step, means run nightly as before     000589
029550 0180-CHECK-PROCESS-CALENDAR.                                     000590
029600     MOVE "N" TO WS-CAL-SKIP-SW.                                  000591
029650     MOVE "N" TO WS-CAL-EOF-SW.                                   000592
029700     MOVE "D" TO WS-CAL-FREQ.                                     000593
029750     MOVE ZERO TO WS-CAL-DAY.                                     000594
029800     OPEN INPUT PROCESS-CALENDAR.                                 000595
029850     PERFORM UNTIL WS-CAL-EOF                                     000596
029900         READ PROCESS-CALENDAR                                    000597
029950             AT END                                               000598
030000                 SET WS-CAL-EOF TO TRUE                           000599
030050             NOT AT END                                           000600
030100                 IF CAL-REC-TYPE = "H" AND                        000601
030150                         CAL-DATE = WS-RUN-DATE-CTL               000602
030200                     SET WS-CAL-SKIP TO TRUE                      000603
030250                 END-IF                                           000604
030300                 IF CAL-REC-TYPE = "F" AND                        000605
030350                         CAL-STEP = "EMPGCMP"                     000606
030400                     MOVE CAL-FREQ TO WS-CAL-FREQ                 000607
030450                     MOVE CAL-DAY TO WS-CAL-DAY                   000608
030500                 END-IF                                           000609
030550         END-READ                                                 000610
030600     END-PERFORM.                                                 000611
030650     CLOSE PROCESS-CALENDAR.                                      000612
030700     IF NOT WS-CAL-SKIP                                           000613
030750         PERFORM 0190-TEST-STEP-FREQUENCY                         000614
030800     END-IF.                                                      000615
030850     IF WS-CAL-SKIP                                               000616
030900         MOVE "CALSKIP" TO WS-STEP-REASON                         000617
030950         PERFORM 8960-SET-RETURN-CODE                             000618
031000         MOVE "K" TO RC-STATUS OF RUN-CONTROL-REC                 000619
031050         PERFORM 8950-WRITE-RUN-CONTROL                           000620
031100         DISPLAY "EMPGCMP skipped per processing calendar."       000621
031150     END-IF.                                                      000622
031200* Does the step's frequency land on tonight - weekly runs on      000623
031250* its day of week, monthly on its day of month, month-end         000624
031300* when tomorrow is a new month                                    000625
031350 0190-TEST-STEP-FREQUENCY.                                        000626
031400     COMPUTE WS-CAL-INT-DATE =                                    000627
031450         FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-CTL).              000628
031500     EVALUATE WS-CAL-FREQ                                         000629
031550         WHEN "W"                                                 000630
031600             COMPUTE WS-CAL-DOW = FUNCTION MOD                    000631
031650                 (WS-CAL-INT-DATE - 1, 7) + 1                     000632
031700             IF WS-CAL-DOW NOT = WS-CAL-DAY                       000633
031750                 SET WS-CAL-SKIP TO TRUE                          000634
031800             END-IF                                               000635
031850         WHEN "M"                                                 000636
031900             IF WS-RUN-DATE-CTL (7:2) NOT = WS-CAL-DAY-X          000637
031950                 SET WS-CAL-SKIP TO TRUE                          000638
032000             END-IF                                               000639
032050         WHEN "E"                                                 000640
032100             COMPUTE WS-CAL-NEXT-DATE =                           000641
032150                 FUNCTION DATE-OF-INTEGER                         000642
032200                 (WS-CAL-INT-DATE + 1)                            000643
032250             IF WS-CAL-NEXT-DATE (5:2) =                          000644
032300                     WS-RUN-DATE-CTL (5:2)                        000645
032350                 SET WS-CAL-SKIP TO TRUE                          000646
032400             END-IF                                               000647
032450         WHEN OTHER                                               000648
032500             CONTINUE                                             000649
032550     END-EVALUATE.                                                000650
032600* See whether this step already completed for tonight's run       000651
032650 0100-CHECK-RUN-CONTROL.                                          000652
032700     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE-CTL.         000653
032750     OPEN INPUT RUN-CONTROL-IN.                                   000654
032800     PERFORM UNTIL WS-RCTL-EOF                                    000655
032850         READ RUN-CONTROL-IN                                      000656
032900             AT END                                               000657
032950                 SET WS-RCTL-EOF TO TRUE                          000658
033000             NOT AT END                                           000659
033050                 IF RC-RUN-DATE OF RUN-CONTROL-IN-REC             000660
033100                         = WS-RUN-DATE-CTL AND                    000661
033150                         RC-STEP-NAME OF RUN-CONTROL-IN-REC       000662
033200                         = "EMPGCMP" AND                          000663
033250                         RC-STATUS OF RUN-CONTROL-IN-REC = "C"    000664
033300                     SET WS-STEP-DONE TO TRUE                     000665
033350                 END-IF                                           000666
033400         END-READ                                                 000667
033450     END-PERFORM.                                                 000668
033500     CLOSE RUN-CONTROL-IN.                                        000669
033550* Record this step as started for tonight's run                   000670
033600 0200-MARK-STEP-STARTED.                                          000671
033650     MOVE "S" TO RC-STATUS OF RUN-CONTROL-REC.                    000672
033700     PERFORM 8950-WRITE-RUN-CONTROL.                              000673
033750* Record how this step ended for tonight's run - a C record       000674
033800* when its return code is below 8 (clean or warning), an F        000675
033850* record for a failure so a resubmitted night runs it again       000676
033900 8900-MARK-STEP-COMPLETE.                                         000677
033950     PERFORM 8960-SET-RETURN-CODE.                                000678
034000     IF WS-STEP-RC < 8                                            000679
034050         MOVE "C" TO RC-STATUS OF RUN-CONTROL-REC                 000680
034100     ELSE                                                         000681
034150         MOVE "F" TO RC-STATUS OF RUN-CONTROL-REC                 000682
034200     END-IF.                                                      000683
034250     PERFORM 8950-WRITE-RUN-CONTROL.                              000684
034300* Stamp and append one run-control record                         000685
034350 8950-WRITE-RUN-CONTROL.                                          000686
034400     OPEN EXTEND RUN-CONTROL.                                     000687
034450     IF WS-RUNCTL-STATUS = "35"                                   000688
034500         OPEN OUTPUT RUN-CONTROL                                  000689
034550     END-IF.                                                      000690
034600     MOVE WS-RUN-DATE-CTL                                         000691
034650         TO RC-RUN-DATE OF RUN-CONTROL-REC.                       000692
034700     MOVE "EMPGCMP" TO RC-STEP-NAME OF RUN-CONTROL-REC.           000693
034750     MOVE WS-STEP-RC TO RC-RETURN-CODE OF RUN-CONTROL-REC.        000694
034800     MOVE WS-STEP-REASON TO RC-REASON OF RUN-CONTROL-REC.         000695
034850     MOVE FUNCTION CURRENT-DATE (1:14)                            000696
034900         TO RC-TIMESTAMP OF RUN-CONTROL-REC.                      000697
034950     WRITE RUN-CONTROL-REC.                                       000698
035000     CLOSE RUN-CONTROL.                                           000699
035050* Classify this step's reason through the shared severity         000700
035100* table and pass the standard return code back to the job         000701
035150* step. No reason set means a clean run; a reason missing         000702
035200* from the table is treated as abend-worthy                       000703
035250 8960-SET-RETURN-CODE.                                            000704
035300     IF WS-STEP-REASON = SPACES                                   000705
035350         MOVE "CLEAN" TO WS-STEP-REASON                           000706
035400     END-IF.                                                      000707
035450     MOVE 12 TO WS-STEP-RC.                                       000708
035500     PERFORM VARYING WS-SEV-IDX FROM 1 BY 1                       000709
035550             UNTIL WS-SEV-IDX > WS-SEV-MAX                        000710
035600         IF SEV-REASON (WS-SEV-IDX) = WS-STEP-REASON              000711
035650             MOVE SEV-RC (WS-SEV-IDX) TO WS-STEP-RC               000712
035700         END-IF                                                   000713
035750     END-PERFORM.                                                 000714
035800     MOVE WS-STEP-RC TO RETURN-CODE.                              000715
