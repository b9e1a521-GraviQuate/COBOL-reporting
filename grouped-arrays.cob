001850* Duplicate EMP-ID exceptions found while loading the master      000036
001900     SELECT EMP-EXCEPTIONS-RPT ASSIGN TO "EMPEXC"                 000037
001950         ORGANIZATION IS LINE SEQUENTIAL.                         000038
002000* CSV extract of EMP-TABLE, written alongside the roster report.  000039
002050* Birth date, pay grade and salary go out masked unless the run   000040
002100* is authorized for the full extract - see 0060                   000041
002150     SELECT EMP-CSV-EXTRACT ASSIGN TO "EMPCSV"                    000042
002200         ORGANIZATION IS LINE SEQUENTIAL.                         000043
002250* Roster options control card - "I" includes inactive             000044
002300* employees; the default roster reports active staff only.        000045
002350* Optional so a shop without one gets the default                 000046
002400     SELECT OPTIONAL ROSTER-OPTIONS ASSIGN TO "ROSTOPT"           000047
002450         ORGANIZATION IS LINE SEQUENTIAL.                         000048
002500* Full-extract authorization card - the userid asking for the     000049
002550* unmasked CSV and the run date it is good for, so one card       000050
002600* authorizes one night's run and no more                          000051
002650     SELECT OPTIONAL CSV-AUTH-CARD ASSIGN TO "CSVAUTH"            000052
002700         ORGANIZATION IS LINE SEQUENTIAL.                         000053
002750* Authorized-credential list - the card's userid must be on it,   000054
002800* and its role decides which fields come out in the clear         000055
002850     SELECT OPTIONAL AUTH-LIST ASSIGN TO "AUTHLIST"               000056
002900         ORGANIZATION IS LINE SEQUENTIAL.                         000057
002950* Sign-on lockout list - a userid locked by SEC-ADMIN or by the   000058
003000* dormant-account recertification cannot authorize the extract    000059
003050     SELECT OPTIONAL AUTH-LOCKOUT ASSIGN TO "AUTHLOCK"            000060
003100         ORGANIZATION IS LINE SEQUENTIAL                          000061
003150         FILE STATUS IS WS-LOCK-STATUS.                           000062
003200* Field-sensitivity policy - which restricted fields each         000063
003250* sign-on role may see in the clear. Optional; see 0550           000064
003300     SELECT OPTIONAL FIELD-POLICY ASSIGN TO "FLDPOL"              000065
003350         ORGANIZATION IS LINE SEQUENTIAL.                         000066
003400* Inquiry access log - an unmasked extract is logged here as      000067
003450* a view of every employee by the authorizing userid              000068
003500     SELECT INQUIRY-LOG ASSIGN TO "INQLOG"                        000069
003550         ORGANIZATION IS LINE SEQUENTIAL                          000070
003600         FILE STATUS IS WS-INQLOG-STATUS.                         000071
003650* Run-level control-total log - every batch program appends its   000072
003700* records-read/written counts here for nightly reconciliation     000073
003750     SELECT RUN-LOG ASSIGN TO "RUNLOG"                            000074
003800         ORGANIZATION IS LINE SEQUENTIAL                          000075
003850         FILE STATUS IS WS-RUNLOG-STATUS.                         000076
003900* Processing calendar - bank holidays and per-step run            000077
003950* frequencies. Optional; without one every step runs nightly      000078
004000     SELECT OPTIONAL PROCESS-CALENDAR ASSIGN TO "PROCCAL"         000079
004050         ORGANIZATION IS LINE SEQUENTIAL.                         000080
004100* Batch run-control file - each step records started/completed    000081
004150* status for tonight's run so a resubmitted job skips the         000082
004200* steps that already completed                                    000083
004250     SELECT OPTIONAL RUN-CONTROL-IN ASSIGN TO "RUNCTL"            000084
004300         ORGANIZATION IS LINE SEQUENTIAL.                         000085
004350     SELECT RUN-CONTROL ASSIGN TO "RUNCTL"                        000086
004400         ORGANIZATION IS LINE SEQUENTIAL                          000087
004450         FILE STATUS IS WS-RUNCTL-STATUS.                         000088
004500 DATA DIVISION.                                                   000089
004550 FILE SECTION.                                                    000090
004600 FD  EMPLOYEE-MASTER.                                             000091
004650 01  EMPLOYEE-MASTER-RECORD.                                      000092
004700     COPY EMPREC.                                                 000093
004750 FD  DEPARTMENT-MASTER.                                           000094
004800 01  DEPARTMENT-MASTER-RECORD.                                    000095
004850     COPY DEPTREC.                                                000096
004900 SD  SORT-WORK.                                                   000097
004950 01  SORT-WORK-RECORD.                                            000098
005000     COPY EMPREC.                                                 000099
005050 FD  SORTED-MASTER.                                               000100
005100 01  SORTED-MASTER-RECORD.                                        000101
005150     COPY EMPREC.                                                 000102
005200 FD  EMP-ROSTER-RPT.                                              000103
005250 01  EMP-ROSTER-LINE   PIC X(80).                                 000104
005300 FD  REPORT-REPOSITORY.                                           000105
005350 01  REPORT-REPOSITORY-REC.                                       000106
005400     COPY REPOREC.                                                000107
005450 FD  REPORT-INDEX.                                                000108
005500 01  REPORT-INDEX-REC.                                            000109
005550     COPY RPTIDXREC.                                              000110
005600 FD  EMP-EXCEPTIONS-RPT.                                          000111
005650 01  EMP-EXCEPTIONS-LINE PIC X(80).                               000112
005700 FD  EMP-CSV-EXTRACT.                                             000113
005750 01  EMP-CSV-LINE      PIC X(60).                                 000114
005800 FD  ROSTER-OPTIONS.                                              000115
005850 01  ROSTER-OPTIONS-REC.                                          000116
005900     05  CTL-ROSTER-OPT  PIC X.                                   000117
005950 FD  CSV-AUTH-CARD.                                               000118
006000 01  CSV-AUTH-CARD-REC.                                           000119
006050     05  CTL-AUTH-USERID PIC X(8).                                000120
006100     05  CTL-AUTH-DATE   PIC 9(8).                                000121
006150 FD  AUTH-LIST.                                                   000122
006200 01  AUTH-LIST-REC.                                               000123
006250     COPY AUTHREC.                                                000124
006300 FD  AUTH-LOCKOUT.                                                000125
006350 01  AUTH-LOCKOUT-REC.                                            000126
006400     05  LOCK-USERID   PIC X(8).                                  000127
006450 FD  FIELD-POLICY.                                                000128
006500 01  FIELD-POLICY-REC.                                            000129
006550     COPY FLDPOLREC.                                              000130
006600 FD  INQUIRY-LOG.                                                 000131
006650 01  INQUIRY-LOG-REC.                                             000132
006700     05  INQ-VIEWER     PIC X(8).                                 000133
006750     05  INQ-EMP-ID     PIC X(5).                                 000134
006800     05  INQ-TIMESTAMP  PIC 9(14).                                000135
006850     05  INQ-UNMASKED   PIC X.                                    000136
006900     05  INQ-SHOWN-SALARY PIC X.                                  000137
006950     05  INQ-SHOWN-GRADE  PIC X.                                  000138
007000     05  INQ-SHOWN-BIRTH  PIC X.                                  000139
007050 FD  RUN-LOG.                                                     000140
007100 01  RUN-LOG-RECORD.                                              000141
007150     COPY RUNLOGREC.                                              000142
007200 FD  RUN-CONTROL-IN.                                              000143
007250 01  RUN-CONTROL-IN-REC.                                          000144
007300     COPY RUNCTLREC.                                              000145
007350 FD  RUN-CONTROL.                                                 000146
007400 01  RUN-CONTROL-REC.                                             000147
007450     COPY RUNCTLREC.                                              000148
007500 FD  PROCESS-CALENDAR.                                            000149
007550 01  PROCESS-CALENDAR-REC.                                        000150
007600     COPY CALREC.                                                 000151
007650 WORKING-STORAGE SECTION.                                         000152
007700* Report-repository state - tonight's report date, the line       000153
007750* sequence within it, and the page count for the index row        000154
007800 01  WS-REPO-STATUS    PIC XX.                                    000155
007850 01  WS-IDX-STATUS     PIC XX.                                    000156
007900 01  WS-RPT-DATE       PIC 9(8).                                  000157
007950 01  WS-REPO-SEQ       PIC 9(6) VALUE ZERO.                       000158
008000 01  WS-REPO-PAGES     PIC 9(5) VALUE 1.                          000159
008050 01  WS-RPT-LINE       PIC X(80).                                 000160
008100* Department of the lines being printed, carried onto each        000161
008150* repository line so the night's report can be burst by           000162
008200* department; spaces while printing company-level lines           000163
008250 01  WS-RPT-DEPT       PIC X(3) VALUE SPACES.                     000164
008300* Run-control state - tonight's run date and whether this         000165
008350* step already completed for it                                   000166
008400 01  WS-RUNCTL-STATUS  PIC XX.                                    000167
008450 01  WS-RUN-DATE-CTL   PIC 9(8).                                  000168
008500 01  WS-RCTL-EOF-SW    PIC X VALUE "N".                           000169
008550     88  WS-RCTL-EOF   VALUE "Y".                                 000170
008600 01  WS-STEP-DONE-SW   PIC X VALUE "N".                           000171
008650     88  WS-STEP-DONE  VALUE "Y".                                 000172
008700     COPY RCSEVTAB.                                               000173
008750* Processing-calendar state for tonight's run                     000174
008800 01  WS-CAL-SKIP-SW    PIC X.                                     000175
008850     88  WS-CAL-SKIP   VALUE "Y".                                 000176
008900 01  WS-CAL-EOF-SW     PIC X.                                     000177
008950     88  WS-CAL-EOF    VALUE "Y".                                 000178
009000 01  WS-CAL-FREQ       PIC X.                                     000179
009050 01  WS-CAL-DAY        PIC 99.                                    000180
009100 01  WS-CAL-DAY-X REDEFINES WS-CAL-DAY PIC XX.                    000181
009150 01  WS-CAL-INT-DATE   PIC 9(8).                                  000182
009200 01  WS-CAL-DOW        PIC 9.                                     000183
009250 01  WS-CAL-NEXT-DATE  PIC 9(8).                                  000184
009300 01  WS-RUNLOG-STATUS  PIC XX.                                    000185
009350 01  WS-READ-CNT       PIC 9(7) VALUE ZERO.                       000186
009400 01  WS-WRITE-CNT      PIC 9(7) VALUE ZERO.                       000187
009450 01  WS-EOF-SW         PIC X VALUE "N".                           000188
009500     88  END-OF-MASTER VALUE "Y".                                 000189
009550* WS-EMP-COUNT drives EMP-TABLE's OCCURS DEPENDING ON - it is the 000190
009600* number of rows actually on the master file, not a fixed limit   000191
009650 01  WS-EMP-COUNT      PIC 9(4) VALUE ZERO.                       000192
009700 01  WS-IDX            PIC 9(4).                                  000193
009750* Array of employees - id, name, age - sized to the master file   000194
009800* to whatever is on the master file, up to WS-MAX-EMPLOYEES rows  000195
009850 78  WS-MAX-EMPLOYEES  VALUE 9999.                                000196
009900 01  EMP-TABLE.                                                   000197
009950     05  EMPLOYEE OCCURS 0 TO WS-MAX-EMPLOYEES TIMES              000198
010000             DEPENDING ON WS-EMP-COUNT.                           000199
010050         COPY EMPREC.                                             000200
010100* Department table loaded from DEPTMAST so the control-break      000201
010150* headings can show each department's name                        000202
010200 01  WS-DEPT-EOF-SW    PIC X VALUE "N".                           000203
010250     88  WS-DEPT-EOF   VALUE "Y".                                 000204
010300 78  WS-MAX-DEPTS      VALUE 50.                                  000205
010350 01  WS-DEPT-CNT       PIC 99 VALUE ZERO.                         000206
010400 01  WS-DEPT-TABLE.                                               000207
010450     05  DEPT-ENTRY OCCURS 0 TO WS-MAX-DEPTS TIMES                000208
010500             DEPENDING ON WS-DEPT-CNT.                            000209
010550         COPY DEPTREC.                                            000210
010600 01  WS-DEPT-IDX       PIC 99.                                    000211
010650* Department control break worked by 2000-PRINT-ROSTER-REPORT     000212
010700 01  WS-CURR-DEPT      PIC X(3).                                  000213
010750 01  WS-DEPT-STARTED-SW PIC X VALUE "N".                          000214
010800     88  WS-DEPT-STARTED VALUE "Y".                               000215
010850 01  WS-DEPT-COUNT     PIC 9(4) VALUE ZERO.                       000216
010900 01  WS-DEPT-HDG-LINE.                                            000217
010950     05  FILLER        PIC X(12) VALUE "DEPARTMENT: ".            000218
011000     05  DEPTHDG-CODE  PIC X(3).                                  000219
011050     05  FILLER        PIC X(2) VALUE SPACES.                     000220
011100     05  DEPTHDG-NAME  PIC X(20).                                 000221
011150 01  WS-DEPT-SUBTOTAL-LINE.                                       000222
011200     05  FILLER        PIC X(17) VALUE "DEPT HEADCOUNT:".         000223
011250     05  SUBTTL-DEPT-CNT PIC ZZZZ9.                               000224
011300* Report control fields - 50 detail lines per page before a break 000225
011350 78  WS-LINES-PER-PAGE VALUE 50.                                  000226
011400 01  WS-PAGE-NUM       PIC 9(4) VALUE ZERO.                       000227
011450 01  WS-LINE-CNT       PIC 9(4) VALUE ZERO.                       000228
011500 01  WS-RUN-DATE-NUM   PIC 9(8).                                  000229
011550 01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE-NUM.                     000230
011600     05  WS-RUN-YYYY   PIC 9(4).                                  000231
011650     05  WS-RUN-MM     PIC 99.                                    000232
011700     05  WS-RUN-DD     PIC 99.                                    000233
011750* Current-age computation as of the run date - rows without a     000234
011800* converted birth date fall back to their stored age              000235
011850 01  WS-CALC-BIRTH     PIC 9(8).                                  000236
011900 01  WS-FALLBACK-AGE   PIC 99.                                    000237
011950 01  WS-CURRENT-AGE    PIC 999.                                   000238
012000* Report active staff only unless the ROSTOPT card says to        000239
012050* include inactive employees too                                  000240
012100 01  WS-INCL-INACT-SW  PIC X VALUE "N".                           000241
012150     88  WS-INCL-INACT VALUE "Y".                                 000242
012200 01  WS-INACTIVE-CNT   PIC 9(4) VALUE ZERO.                       000243
012250* Full-extract authorization - the CSVAUTH userid, found on       000244
012300* AUTHLIST with the card dated for tonight, and its role          000245
012350 01  WS-INQLOG-STATUS  PIC XX.                                    000246
012400 01  WS-AUTH-EOF-SW    PIC X VALUE "N".                           000247
012450     88  WS-AUTH-EOF   VALUE "Y".                                 000248
012500 01  WS-CSV-USERID     PIC X(8) VALUE SPACES.                     000249
012550 01  WS-CSV-AUTH-SW    PIC X VALUE "N".                           000250
012600     88  WS-CSV-AUTHORIZED VALUE "Y".                             000251
012650 01  WS-LOCK-STATUS    PIC XX.                                    000252
012700 01  WS-LOCK-EOF-SW    PIC X.                                     000253
012750     88  WS-LOCK-EOF   VALUE "Y".                                 000254
012800 01  WS-LOCKED-SW      PIC X VALUE "N".                           000255
012850     88  WS-LOCKED     VALUE "Y".                                 000256
012900* Field-sensitivity policy loaded from FLDPOL, and the            000257
012950* clearance it gives the role in hand                             000258
013000 01  WS-POL-EOF-SW     PIC X VALUE "N".                           000259
013050     88  WS-POL-EOF    VALUE "Y".                                 000260
013100 78  WS-MAX-POLICY     VALUE 50.                                  000261
013150 01  WS-POL-CNT        PIC 99 VALUE ZERO.                         000262
013200 01  WS-POL-TABLE.                                                000263
013250     05  POL-ENTRY OCCURS 0 TO WS-MAX-POLICY TIMES                000264
013300             DEPENDING ON WS-POL-CNT.                             000265
013350         10  POLT-ROLE     PIC X.                                 000266
013400         10  POLT-FIELD    PIC X(10).                             000267
013450 01  WS-POL-IDX        PIC 99.                                    000268
013500 01  WS-POL-ROLE       PIC X.                                     000269
013550 01  WS-SEE-SALARY-SW  PIC X VALUE "N".                           000270
013600     88  WS-SEE-SALARY VALUE "Y".                                 000271
013650 01  WS-SEE-GRADE-SW   PIC X VALUE "N".                           000272
013700     88  WS-SEE-GRADE  VALUE "Y".                                 000273
013750 01  WS-SEE-BIRTH-SW   PIC X VALUE "N".                           000274
013800     88  WS-SEE-BIRTH  VALUE "Y".                                 000275
013850* Report heading and detail lines                                 000276
013900 01  WS-HDG-1.                                                    000277
013950     05  FILLER        PIC X(23) VALUE "EMPLOYEE ROSTER REPORT".  000278
014000     05  FILLER        PIC X(10) VALUE "RUN DATE:".               000279
014050     05  HDG-RUN-MM    PIC 99.                                    000280
014100     05  FILLER        PIC X VALUE "/".                           000281
014150     05  HDG-RUN-DD    PIC 99.                                    000282
014200     05  FILLER        PIC X VALUE "/".                           000283
014250     05  HDG-RUN-YYYY  PIC 9(4).                                  000284
014300     05  FILLER        PIC X(6) VALUE SPACES.                     000285
014350     05  FILLER        PIC X(5) VALUE "PAGE ".                    000286
014400     05  HDG-PAGE-NUM  PIC ZZZ9.                                  000287
014450 01  WS-HDG-2.                                                    000288
014500     05  FILLER        PIC X(10) VALUE "EMP ID".                  000289
014550     05  FILLER        PIC X(14) VALUE "EMPLOYEE NAME".           000290
014600     05  FILLER        PIC X(5)  VALUE "AGE".                     000291
014650     05  FILLER        PIC X(12) VALUE "EFF DATE".                000292
014700     05  FILLER        PIC X(6)  VALUE "ST".                      000293
014750 01  WS-DETAIL-LINE.                                              000294
014800     05  DTL-EMP-ID    PIC X(9).                                  000295
014850     05  DTL-EMP-NAME  PIC X(14).                                 000296
014900     05  DTL-EMP-AGE   PIC ZZ9.                                   000297
014950     05  FILLER        PIC X(3) VALUE SPACES.                     000298
015000     05  DTL-EMP-EFF-DATE PIC 9(8).                               000299
015050     05  FILLER        PIC X(4) VALUE SPACES.                     000300
015100     05  DTL-EMP-STATUS PIC X.                                    000301
015150 01  WS-FOOTER-LINE.                                              000302
015200     05  FILLER    PIC X(20) VALUE "TOTAL EMPLOYEES:".            000303
015250     05  FILLER    PIC X VALUE SPACE.                             000304
015300     05  FTR-EMP-COUNT PIC ZZZZ9.                                 000305
015350 01  WS-INACT-FOOTER-LINE.                                        000306
015400     05  FILLER    PIC X(20) VALUE "INACTIVE NOT SHOWN:".         000307
015450     05  FILLER    PIC X VALUE SPACE.                             000308
015500     05  FTR-INACT-COUNT PIC ZZZZ9.                               000309
015550* One comma-separated EMP-ID,EMP-NAME,EMP-AGE,EMP-EFF-DATE,       000310
015600* EMP-DEPT,EMP-STATUS,birth date,pay grade,salary line per        000311
015650* employee - the last three asterisked when masked                000312
015700 01  WS-CSV-DETAIL.                                               000313
015750     05  CSV-EMP-ID    PIC X(5).                                  000314
015800     05  FILLER        PIC X VALUE ",".                           000315
015850     05  CSV-EMP-NAME  PIC X(10).                                 000316
015900     05  FILLER        PIC X VALUE ",".                           000317
015950     05  CSV-EMP-AGE   PIC 99.                                    000318
016000     05  FILLER        PIC X VALUE ",".                           000319
016050     05  CSV-EMP-EFF-DATE PIC 9(8).                               000320
016100     05  FILLER        PIC X VALUE ",".                           000321
016150     05  CSV-EMP-DEPT  PIC X(3).                                  000322
016200     05  FILLER        PIC X VALUE ",".                           000323
016250     05  CSV-EMP-STATUS PIC X.                                    000324
016300     05  FILLER        PIC X VALUE ",".                           000325
016350     05  CSV-EMP-BIRTH PIC X(8).                                  000326
016400     05  FILLER        PIC X VALUE ",".                           000327
016450     05  CSV-EMP-GRADE PIC X(2).                                  000328
016500     05  FILLER        PIC X VALUE ",".                           000329
016550     05  CSV-EMP-SALARY PIC X(10).                                000330
016600 01  WS-CSV-SALARY     PIC 9(7).99.                               000331
016650* Duplicate-EMP-ID detection worked by 1000-SORT-AND-LOAD-MASTER  000332
016700 01  WS-DUP-SW         PIC X VALUE "N".                           000333
016750     88  WS-DUP-FOUND  VALUE "Y".                                 000334
016800 01  WS-DUP-IDX        PIC 9(4).                                  000335
016850 01  WS-DUP-CNT        PIC 9(4) VALUE ZERO.                       000336
016900 01  WS-EXCEPTION-LINE.                                           000337
016950     05  FILLER        PIC X(18) VALUE "DUPLICATE EMP-ID: ".      000338
017000     05  EXC-EMP-ID    PIC X(9).                                  000339
017050     05  FILLER        PIC X(24)                                  000340
017100             VALUE "- record ignored".                            000341
017150 PROCEDURE DIVISION.                                              000342
017200 0000-MAIN.                                                       000343
017250     PERFORM 0050-LOAD-ROSTER-OPTIONS.                            000344
017300     PERFORM 0100-CHECK-RUN-CONTROL.                              000345
017350     IF WS-STEP-DONE                                              000346
017400         DISPLAY "GRPARRS step already completed for"             000347
017450             " tonight's run - skipping."                         000348
017500         STOP RUN                                                 000349
017550     END-IF.                                                      000350
017600     PERFORM 0180-CHECK-PROCESS-CALENDAR.                         000351
017650     IF WS-CAL-SKIP                                               000352
017700         STOP RUN                                                 000353
017750     END-IF.                                                      000354
017800     PERFORM 0200-MARK-STEP-STARTED.                              000355
017850     PERFORM 0060-CHECK-CSV-AUTHORITY.                            000356
017900     PERFORM 0500-LOAD-DEPARTMENTS.                               000357
017950     PERFORM 1000-SORT-AND-LOAD-MASTER.                           000358
018000     PERFORM 2000-PRINT-ROSTER-REPORT.                            000359
018050     PERFORM 8000-WRITE-RUN-LOG.                                  000360
018100     IF WS-DUP-CNT > 0                                            000361
018150         MOVE "EXCEPT" TO WS-STEP-REASON                          000362
018200     END-IF.                                                      000363
018250     PERFORM 8900-MARK-STEP-COMPLETE.                             000364
018300     STOP RUN.                                                    000365
018350* Read the roster-options card - an "I" reports inactive          000366
018400* employees alongside the active staff                            000367
018450 0050-LOAD-ROSTER-OPTIONS.                                        000368
018500     OPEN INPUT ROSTER-OPTIONS.                                   000369
018550     READ ROSTER-OPTIONS                                          000370
018600         AT END                                                   000371
018650             CONTINUE                                             000372
018700         NOT AT END                                               000373
018750             IF CTL-ROSTER-OPT = "I" OR CTL-ROSTER-OPT = "i"      000374
018800                 SET WS-INCL-INACT TO TRUE                        000375
018850             END-IF                                               000376
018900     END-READ.                                                    000377
018950     CLOSE ROSTER-OPTIONS.                                        000378
019000* Decide how much of the CSV goes out in the clear. Only a        000379
019050* CSVAUTH card dated for tonight naming a userid on AUTHLIST      000380
019100* and not on the AUTHLOCK lockout list authorizes the full        000381
019150* extract, and then only for the fields                           000382
019200* FLDPOL clears that userid's role to see; every other run        000383
019250* writes the masked extract. An extract with anything in the      000384
019300* clear is logged on INQLOG as an unmasked view of all staff      000385
019350 0060-CHECK-CSV-AUTHORITY.                                        000386
019400     MOVE SPACE TO WS-POL-ROLE.                                   000387
019450     OPEN INPUT CSV-AUTH-CARD.                                    000388
019500     READ CSV-AUTH-CARD                                           000389
019550         AT END                                                   000390
019600             CONTINUE                                             000391
019650         NOT AT END                                               000392
019700             IF CTL-AUTH-DATE = WS-RUN-DATE-CTL                   000393
019750                 MOVE CTL-AUTH-USERID TO WS-CSV-USERID            000394
019800             END-IF                                               000395
019850     END-READ.                                                    000396
019900     CLOSE CSV-AUTH-CARD.                                         000397
019950     IF WS-CSV-USERID NOT = SPACES                                000398
020000         OPEN INPUT AUTH-LIST                                     000399
020050         PERFORM UNTIL WS-AUTH-EOF OR WS-CSV-AUTHORIZED           000400
020100             READ AUTH-LIST                                       000401
020150                 AT END                                           000402
020200                     SET WS-AUTH-EOF TO TRUE                      000403
020250                 NOT AT END                                       000404
020300                     IF AUTH-USERID = WS-CSV-USERID               000405
020350                         SET WS-CSV-AUTHORIZED TO TRUE            000406
020400                         MOVE AUTH-ROLE TO WS-POL-ROLE            000407
020450                     END-IF                                       000408
020500             END-READ                                             000409
020550         END-PERFORM                                              000410
020600         CLOSE AUTH-LIST                                          000411
020650     END-IF.                                                      000412
020700     IF WS-CSV-AUTHORIZED                                         000413
020750         PERFORM 0070-CHECK-CSV-LOCKOUT                           000414
020800         IF WS-LOCKED                                             000415
020850             MOVE "N" TO WS-CSV-AUTH-SW                           000416
020900             MOVE SPACE TO WS-POL-ROLE                            000417
020950             DISPLAY "GRPARRS full CSV extract refused - "        000418
021000                 WS-CSV-USERID " is locked out"                   000419
021050         END-IF                                                   000420
021100     END-IF.                                                      000421
021150     IF WS-CSV-AUTHORIZED                                         000422
021200         PERFORM 0550-LOAD-FIELD-POLICY                           000423
021250     END-IF.                                                      000424
021300     IF WS-SEE-SALARY OR WS-SEE-GRADE OR WS-SEE-BIRTH             000425
021350         OPEN EXTEND INQUIRY-LOG                                  000426
021400         IF WS-INQLOG-STATUS = "35"                               000427
021450             OPEN OUTPUT INQUIRY-LOG                              000428
021500         END-IF                                                   000429
021550         MOVE WS-CSV-USERID TO INQ-VIEWER                         000430
021600         MOVE "*ALL*" TO INQ-EMP-ID                               000431
021650         MOVE FUNCTION CURRENT-DATE (1:14) TO INQ-TIMESTAMP       000432
021700         MOVE "Y" TO INQ-UNMASKED                                 000433
021750         MOVE WS-SEE-SALARY-SW TO INQ-SHOWN-SALARY                000434
021800         MOVE WS-SEE-GRADE-SW TO INQ-SHOWN-GRADE                  000435
021850         MOVE WS-SEE-BIRTH-SW TO INQ-SHOWN-BIRTH                  000436
021900         WRITE INQUIRY-LOG-REC                                    000437
021950         CLOSE INQUIRY-LOG                                        000438
022000         DISPLAY "GRPARRS full CSV extract authorized for "       000439
022050             WS-CSV-USERID                                        000440
022100     END-IF.                                                      000441
022150* Is the authorizing userid on the lockout list                   000442
022200 0070-CHECK-CSV-LOCKOUT.                                          000443
022250     MOVE "N" TO WS-LOCKED-SW.                                    000444
022300     MOVE "N" TO WS-LOCK-EOF-SW.                                  000445
022350     OPEN INPUT AUTH-LOCKOUT.                                     000446
022400     IF WS-LOCK-STATUS = "35"                                     000447
022450         MOVE "Y" TO WS-LOCK-EOF-SW                               000448
022500     END-IF.                                                      000449
022550     PERFORM UNTIL WS-LOCK-EOF                                    000450
022600         READ AUTH-LOCKOUT                                        000451
022650             AT END                                               000452
022700                 SET WS-LOCK-EOF TO TRUE                          000453
022750             NOT AT END                                           000454
022800                 IF LOCK-USERID = WS-CSV-USERID                   000455
022850                     SET WS-LOCKED TO TRUE                        000456
022900                 END-IF                                           000457
022950         END-READ                                                 000458
023000     END-PERFORM.                                                 000459
023050     CLOSE AUTH-LOCKOUT.                                          000460
023100* Load the field-sensitivity policy and set the clearance of      000461
023150* the role in WS-POL-ROLE. With no FLDPOL file an administrator   000462
023200* or update role sees every field and an inquiry role none        000463
023250 0550-LOAD-FIELD-POLICY.                                          000464
023300     OPEN INPUT FIELD-POLICY.                                     000465
023350     PERFORM UNTIL WS-POL-EOF                                     000466
023400             OR WS-POL-CNT = WS-MAX-POLICY                        000467
023450         READ FIELD-POLICY                                        000468
023500             AT END                                               000469
023550                 SET WS-POL-EOF TO TRUE                           000470
023600             NOT AT END                                           000471
023650                 ADD 1 TO WS-POL-CNT                              000472
023700                 MOVE POL-ROLE TO POLT-ROLE (WS-POL-CNT)          000473
023750                 MOVE POL-FIELD TO POLT-FIELD (WS-POL-CNT)        000474
023800         END-READ                                                 000475
023850     END-PERFORM.                                                 000476
023900     CLOSE FIELD-POLICY.                                          000477
023950     MOVE "N" TO WS-SEE-SALARY-SW.                                000478
024000     MOVE "N" TO WS-SEE-GRADE-SW.                                 000479
024050     MOVE "N" TO WS-SEE-BIRTH-SW.                                 000480
024100     IF WS-POL-CNT = ZERO                                         000481
024150         IF WS-POL-ROLE = "A" OR WS-POL-ROLE = "U"                000482
024200             SET WS-SEE-SALARY TO TRUE                            000483
024250             SET WS-SEE-GRADE TO TRUE                             000484
024300             SET WS-SEE-BIRTH TO TRUE                             000485
024350         END-IF                                                   000486
024400     ELSE                                                         000487
024450         PERFORM VARYING WS-POL-IDX FROM 1 BY 1                   000488
024500                 UNTIL WS-POL-IDX > WS-POL-CNT                    000489
024550             IF POLT-ROLE (WS-POL-IDX) = WS-POL-ROLE              000490
024600                 EVALUATE POLT-FIELD (WS-POL-IDX)                 000491
024650                     WHEN "EMP-SALARY"                            000492
024700                         SET WS-SEE-SALARY TO TRUE                000493
024750                     WHEN "EMP-GRADE"                             000494
024800                         SET WS-SEE-GRADE TO TRUE                 000495
024850                     WHEN "EMP-BIRTH"                             000496
024900                         SET WS-SEE-BIRTH TO TRUE                 000497
024950                     WHEN OTHER                                   000498
025000                         CONTINUE                                 000499
025050                 END-EVALUATE                                     000500
025100             END-IF                                               000501
025150         END-PERFORM                                              000502
025200     END-IF.                                                      000503
025250* Read the department master into WS-DEPT-TABLE so group          000504
025300* headings can be labelled with the department name               000505
025350 0500-LOAD-DEPARTMENTS.                                           000506
025400     OPEN INPUT DEPARTMENT-MASTER.                                000507
025450     PERFORM UNTIL WS-DEPT-EOF                                    000508
025500             OR WS-DEPT-CNT = WS-MAX-DEPTS                        000509
025550         READ DEPARTMENT-MASTER                                   000510
025600             AT END                                               000511
025650                 SET WS-DEPT-EOF TO TRUE                          000512
025700             NOT AT END                                           000513
025750                 ADD 1 TO WS-DEPT-CNT                             000514
025800                 MOVE DEPARTMENT-MASTER-RECORD                    000515
025850                     TO DEPT-ENTRY (WS-DEPT-CNT)                  000516
025900         END-READ                                                 000517
025950     END-PERFORM.                                                 000518
026000     CLOSE DEPARTMENT-MASTER.                                     000519
026050* Sort EMPLOYEE-MASTER by department, then name ascending /       000520
026100* age descending, then load the sorted rows into the EMP-TABLE    000521
026150* array, flagging any duplicate EMP-ID onto the exceptions        000522
026200* report before it is used                                        000523
026250 1000-SORT-AND-LOAD-MASTER.                                       000524
026300     SORT SORT-WORK                                               000525
026350         ON ASCENDING KEY EMP-DEPT OF SORT-WORK-RECORD            000526
026400         ON ASCENDING KEY EMP-NAME OF SORT-WORK-RECORD            000527
026450         ON DESCENDING KEY EMP-AGE OF SORT-WORK-RECORD            000528
026500         USING EMPLOYEE-MASTER                                    000529
026550         GIVING SORTED-MASTER.                                    000530
026600     OPEN OUTPUT EMP-EXCEPTIONS-RPT.                              000531
026650     OPEN INPUT SORTED-MASTER.                                    000532
026700     PERFORM UNTIL END-OF-MASTER                                  000533
026750             OR WS-EMP-COUNT = WS-MAX-EMPLOYEES                   000534
026800         READ SORTED-MASTER                                       000535
026850             AT END                                               000536
026900                 SET END-OF-MASTER TO TRUE                        000537
026950             NOT AT END                                           000538
027000                 ADD 1 TO WS-READ-CNT                             000539
027050                 PERFORM 1100-CHECK-DUPLICATE-ID                  000540
027100                 IF NOT WS-DUP-FOUND AND NOT WS-INCL-INACT        000541
027150                         AND (EMP-STATUS OF                       000542
027200                         SORTED-MASTER-RECORD = "T" OR            000543
027250                         EMP-STATUS OF SORTED-MASTER-RECORD       000544
027300                         = "L")                                   000545
027350                     ADD 1 TO WS-INACTIVE-CNT                     000546
027400                 ELSE                                             000547
027450                 IF WS-DUP-FOUND                                  000548
027500                     ADD 1 TO WS-DUP-CNT                          000549
027550                     MOVE EMP-ID OF SORTED-MASTER-RECORD          000550
027600                         TO EXC-EMP-ID                            000551
027650                     WRITE EMP-EXCEPTIONS-LINE                    000552
027700                         FROM WS-EXCEPTION-LINE                   000553
027750                 ELSE                                             000554
027800                     ADD 1 TO WS-EMP-COUNT                        000555
027850                     MOVE EMP-ID OF SORTED-MASTER-RECORD          000556
027900                         TO EMP-ID OF EMPLOYEE (WS-EMP-COUNT)     000557
027950                     MOVE EMP-NAME OF SORTED-MASTER-RECORD        000558
028000                         TO EMP-NAME OF EMPLOYEE (WS-EMP-COUNT)   000559
028050                     MOVE EMP-AGE OF SORTED-MASTER-RECORD         000560
028100                         TO EMP-AGE OF EMPLOYEE (WS-EMP-COUNT)    000561
028150                     MOVE EMP-EFF-DATE OF SORTED-MASTER-RECORD    000562
028200                         TO EMP-EFF-DATE OF                       000563
028250                             EMPLOYEE (WS-EMP-COUNT)              000564
028300                     MOVE EMP-DEPT OF SORTED-MASTER-RECORD        000565
028350                         TO EMP-DEPT OF EMPLOYEE (WS-EMP-COUNT)   000566
028400                     MOVE EMP-BIRTH-DATE OF                       000567
028450                         SORTED-MASTER-RECORD                     000568
028500                         TO EMP-BIRTH-DATE OF                     000569
028550                             EMPLOYEE (WS-EMP-COUNT)              000570
028600                     MOVE EMP-STATUS OF SORTED-MASTER-RECORD      000571
028650                         TO EMP-STATUS OF                         000572
028700                             EMPLOYEE (WS-EMP-COUNT)              000573
028750                     MOVE EMP-SALARY OF SORTED-MASTER-RECORD      000574
028800                         TO EMP-SALARY OF                         000575
028850                             EMPLOYEE (WS-EMP-COUNT)              000576
028900                     MOVE EMP-PAY-GRADE OF                        000577
028950                         SORTED-MASTER-RECORD                     000578
029000                         TO EMP-PAY-GRADE OF                      000579
029050                             EMPLOYEE (WS-EMP-COUNT)              000580
029100                 END-IF                                           000581
029150                 END-IF                                           000582
029200         END-READ                                                 000583
029250     END-PERFORM.                                                 000584
029300     CLOSE SORTED-MASTER.                                         000585
029350     CLOSE EMP-EXCEPTIONS-RPT.                                    000586
029400* See if the EMP-ID just read already exists in EMP-TABLE         000587
029450 1100-CHECK-DUPLICATE-ID.                                         000588
029500     MOVE "N" TO WS-DUP-SW.                                       000589
029550     PERFORM VARYING WS-DUP-IDX FROM 1 BY 1                       000590
029600             UNTIL WS-DUP-IDX > WS-EMP-COUNT                      000591
029650         IF EMP-ID OF SORTED-MASTER-RECORD                        000592
029700                 = EMP-ID OF EMPLOYEE (WS-DUP-IDX)                000593
029750             SET WS-DUP-FOUND TO TRUE                             000594
029800         END-IF                                                   000595
029850     END-PERFORM.                                                 000596
029900* Print a paginated roster; re-print headings every page          000597
029950 2000-PRINT-ROSTER-REPORT.                                        000598
030000     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE-NUM.         000599
030050     OPEN OUTPUT EMP-ROSTER-RPT.                                  000600
030100     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RPT-DATE.             000601
030150     OPEN EXTEND REPORT-REPOSITORY.                               000602
030200     IF WS-REPO-STATUS = "35"                                     000603
030250         OPEN OUTPUT REPORT-REPOSITORY                            000604
030300     END-IF.                                                      000605
030350     OPEN EXTEND REPORT-INDEX.                                    000606
030400     IF WS-IDX-STATUS = "35"                                      000607
030450         OPEN OUTPUT REPORT-INDEX                                 000608
030500     END-IF.                                                      000609
030550     OPEN OUTPUT EMP-CSV-EXTRACT.                                 000610
030600     PERFORM 2100-PRINT-HEADINGS.                                 000611
030650     PERFORM VARYING WS-IDX FROM 1 BY 1                           000612
030700             UNTIL WS-IDX > WS-EMP-COUNT                          000613
030750         IF NOT WS-DEPT-STARTED OR                                000614
030800                 EMP-DEPT OF EMPLOYEE (WS-IDX)                    000615
030850                 NOT = WS-CURR-DEPT                               000616
030900             PERFORM 2200-START-DEPT-GROUP                        000617
030950         END-IF                                                   000618
031000         IF WS-LINE-CNT >= WS-LINES-PER-PAGE                      000619
031050             PERFORM 2100-PRINT-HEADINGS                          000620
031100         END-IF                                                   000621
031150         MOVE EMP-BIRTH-DATE OF EMPLOYEE (WS-IDX)                 000622
031200             TO WS-CALC-BIRTH                                     000623
031250         MOVE EMP-AGE OF EMPLOYEE (WS-IDX)                        000624
031300             TO WS-FALLBACK-AGE                                   000625
031350         PERFORM 2500-COMPUTE-CURRENT-AGE                         000626
031400         MOVE EMP-ID OF EMPLOYEE (WS-IDX)   TO DTL-EMP-ID         000627
031450         MOVE EMP-NAME OF EMPLOYEE (WS-IDX) TO DTL-EMP-NAME       000628
031500         MOVE WS-CURRENT-AGE                TO DTL-EMP-AGE        000629
031550         MOVE EMP-EFF-DATE OF EMPLOYEE (WS-IDX)                   000630
031600             TO DTL-EMP-EFF-DATE                                  000631
031650         IF EMP-STATUS OF EMPLOYEE (WS-IDX) = SPACE               000632
031700             MOVE "A" TO DTL-EMP-STATUS                           000633
031750         ELSE                                                     000634
031800             MOVE EMP-STATUS OF EMPLOYEE (WS-IDX)                 000635
031850                 TO DTL-EMP-STATUS                                000636
031900         END-IF                                                   000637
031950         WRITE EMP-ROSTER-LINE FROM WS-DETAIL-LINE                000638
032000         MOVE WS-DETAIL-LINE TO WS-RPT-LINE                       000639
032050         PERFORM 6900-COPY-LINE-TO-REPO                           000640
032100         ADD 1 TO WS-LINE-CNT                                     000641
032150         ADD 1 TO WS-WRITE-CNT                                    000642
032200         ADD 1 TO WS-DEPT-COUNT                                   000643
032250         MOVE EMP-ID OF EMPLOYEE (WS-IDX)   TO CSV-EMP-ID         000644
032300         MOVE EMP-NAME OF EMPLOYEE (WS-IDX) TO CSV-EMP-NAME       000645
032350         MOVE WS-CURRENT-AGE                TO CSV-EMP-AGE        000646
032400         MOVE EMP-EFF-DATE OF EMPLOYEE (WS-IDX)                   000647
032450             TO CSV-EMP-EFF-DATE                                  000648
032500         MOVE EMP-DEPT OF EMPLOYEE (WS-IDX) TO CSV-EMP-DEPT       000649
032550         MOVE DTL-EMP-STATUS TO CSV-EMP-STATUS                    000650
032600         IF WS-SEE-BIRTH                                          000651
032650             MOVE EMP-BIRTH-DATE OF EMPLOYEE (WS-IDX)             000652
032700                 TO CSV-EMP-BIRTH                                 000653
032750         ELSE                                                     000654
032800             MOVE ALL "*" TO CSV-EMP-BIRTH                        000655
032850         END-IF                                                   000656
032900         IF WS-SEE-GRADE                                          000657
032950             MOVE EMP-PAY-GRADE OF EMPLOYEE (WS-IDX)              000658
033000                 TO CSV-EMP-GRADE                                 000659
033050         ELSE                                                     000660
033100             MOVE ALL "*" TO CSV-EMP-GRADE                        000661
033150         END-IF                                                   000662
033200         IF WS-SEE-SALARY                                         000663
033250             MOVE EMP-SALARY OF EMPLOYEE (WS-IDX)                 000664
033300                 TO WS-CSV-SALARY                                 000665
033350             MOVE WS-CSV-SALARY TO CSV-EMP-SALARY                 000666
033400         ELSE                                                     000667
033450             MOVE ALL "*" TO CSV-EMP-SALARY                       000668
033500         END-IF                                                   000669
033550         WRITE EMP-CSV-LINE FROM WS-CSV-DETAIL                    000670
033600         ADD 1 TO WS-WRITE-CNT                                    000671
033650     END-PERFORM.                                                 000672
033700     IF WS-DEPT-STARTED                                           000673
033750         PERFORM 2300-PRINT-DEPT-SUBTOTAL                         000674
033800     END-IF.                                                      000675
033850     MOVE SPACES TO WS-RPT-DEPT.                                  000676
033900     MOVE WS-EMP-COUNT TO FTR-EMP-COUNT.                          000677
033950     WRITE EMP-ROSTER-LINE FROM SPACES                            000678
034000     MOVE SPACES TO WS-RPT-LINE                                   000679
034050     PERFORM 6900-COPY-LINE-TO-REPO.                              000680
034100     WRITE EMP-ROSTER-LINE FROM WS-FOOTER-LINE                    000681
034150     MOVE WS-FOOTER-LINE TO WS-RPT-LINE                           000682
034200     PERFORM 6900-COPY-LINE-TO-REPO.                              000683
034250     ADD 1 TO WS-WRITE-CNT.                                       000684
034300     IF NOT WS-INCL-INACT                                         000685
034350         MOVE WS-INACTIVE-CNT TO FTR-INACT-COUNT                  000686
034400         WRITE EMP-ROSTER-LINE FROM WS-INACT-FOOTER-LINE          000687
034450         MOVE WS-INACT-FOOTER-LINE TO WS-RPT-LINE                 000688
034500         PERFORM 6900-COPY-LINE-TO-REPO                           000689
034550     END-IF.                                                      000690
034600     PERFORM 6990-WRITE-REPORT-INDEX.                             000691
034650     CLOSE REPORT-REPOSITORY.                                     000692
034700     CLOSE REPORT-INDEX.                                          000693
034750     CLOSE EMP-ROSTER-RPT.                                        000694
034800     CLOSE EMP-CSV-EXTRACT.                                       000695
034850* Close out the prior department's group, then start the next     000696
034900* one with its department heading                                 000697
034950 2200-START-DEPT-GROUP.                                           000698
035000     IF WS-DEPT-STARTED                                           000699
035050         PERFORM 2300-PRINT-DEPT-SUBTOTAL                         000700
035100     END-IF.                                                      000701
035150     MOVE EMP-DEPT OF EMPLOYEE (WS-IDX) TO WS-CURR-DEPT.          000702
035200     MOVE WS-CURR-DEPT TO WS-RPT-DEPT.                            000703
035250     SET WS-DEPT-STARTED TO TRUE.                                 000704
035300     MOVE ZERO TO WS-DEPT-COUNT.                                  000705
035350     PERFORM 2400-FIND-DEPT-NAME.                                 000706
035400     MOVE WS-CURR-DEPT TO DEPTHDG-CODE.                           000707
035450     WRITE EMP-ROSTER-LINE FROM SPACES                            000708
035500     MOVE SPACES TO WS-RPT-LINE                                   000709
035550     PERFORM 6900-COPY-LINE-TO-REPO.                              000710
035600     WRITE EMP-ROSTER-LINE FROM WS-DEPT-HDG-LINE                  000711
035650     MOVE WS-DEPT-HDG-LINE TO WS-RPT-LINE                         000712
035700     PERFORM 6900-COPY-LINE-TO-REPO.                              000713
035750     WRITE EMP-ROSTER-LINE FROM SPACES                            000714
035800     MOVE SPACES TO WS-RPT-LINE                                   000715
035850     PERFORM 6900-COPY-LINE-TO-REPO.                              000716
035900     ADD 3 TO WS-LINE-CNT.                                        000717
035950* Print the department headcount subtotal under its group         000718
036000 2300-PRINT-DEPT-SUBTOTAL.                                        000719
036050     MOVE WS-DEPT-COUNT TO SUBTTL-DEPT-CNT.                       000720
036100     WRITE EMP-ROSTER-LINE FROM SPACES                            000721
036150     MOVE SPACES TO WS-RPT-LINE                                   000722
036200     PERFORM 6900-COPY-LINE-TO-REPO.                              000723
036250     WRITE EMP-ROSTER-LINE FROM WS-DEPT-SUBTOTAL-LINE             000724
036300     MOVE WS-DEPT-SUBTOTAL-LINE TO WS-RPT-LINE                    000725
036350     PERFORM 6900-COPY-LINE-TO-REPO.                              000726
036400     ADD 2 TO WS-LINE-CNT.                                        000727
036450* Look the current department code up in WS-DEPT-TABLE for its    000728
036500* name, labelling codes missing from the department master        000729
036550 2400-FIND-DEPT-NAME.                                             000730
036600     MOVE "(NOT ON DEPT MASTER)" TO DEPTHDG-NAME.                 000731
036650     PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1                      000732
036700             UNTIL WS-DEPT-IDX > WS-DEPT-CNT                      000733
036750         IF DEPT-CODE OF DEPT-ENTRY (WS-DEPT-IDX)                 000734
036800                 = WS-CURR-DEPT                                   000735
036850             MOVE DEPT-NAME OF DEPT-ENTRY (WS-DEPT-IDX)           000736
036900                 TO DEPTHDG-NAME                                  000737
036950         END-IF                                                   000738
037000     END-PERFORM.                                                 000739
037050* Current age as of the run date from the birth date, falling     000740
037100* back to the stored age for rows not yet converted               000741
037150 2500-COMPUTE-CURRENT-AGE.                                        000742
037200     IF WS-CALC-BIRTH IS NUMERIC AND WS-CALC-BIRTH > ZERO         000743
037250         COMPUTE WS-CURRENT-AGE =                                 000744
037300             (WS-RUN-DATE-NUM - WS-CALC-BIRTH) / 10000            000745
037350     ELSE                                                         000746
037400         MOVE WS-FALLBACK-AGE TO WS-CURRENT-AGE                   000747
037450     END-IF.                                                      000748
037500* Print the run-date heading and column headers, advance the page 000749
037550 2100-PRINT-HEADINGS.                                             000750
037600     ADD 1 TO WS-PAGE-NUM.                                        000751
037650     MOVE WS-RUN-MM   TO HDG-RUN-MM.                              000752
037700     MOVE WS-RUN-DD   TO HDG-RUN-DD.                              000753
037750     MOVE WS-RUN-YYYY TO HDG-RUN-YYYY.                            000754
037800     MOVE WS-PAGE-NUM TO HDG-PAGE-NUM.                            000755
037850     IF WS-PAGE-NUM > 1                                           000756
037900         WRITE EMP-ROSTER-LINE FROM SPACES                        000757
037950             AFTER ADVANCING PAGE                                 000758
038000         ADD 1 TO WS-REPO-PAGES                                   000759
038050         MOVE SPACES TO WS-RPT-LINE                               000760
038100         PERFORM 6900-COPY-LINE-TO-REPO                           000761
038150     END-IF.                                                      000762
038200     WRITE EMP-ROSTER-LINE FROM WS-HDG-1                          000763
038250     MOVE WS-HDG-1 TO WS-RPT-LINE                                 000764
038300     PERFORM 6900-COPY-LINE-TO-REPO.                              000765
038350     WRITE EMP-ROSTER-LINE FROM WS-HDG-2                          000766
038400     MOVE WS-HDG-2 TO WS-RPT-LINE                                 000767
038450     PERFORM 6900-COPY-LINE-TO-REPO.                              000768
038500     WRITE EMP-ROSTER-LINE FROM SPACES                            000769
038550     MOVE SPACES TO WS-RPT-LINE                                   000770
038600     PERFORM 6900-COPY-LINE-TO-REPO.                              000771
038650     MOVE ZERO TO WS-LINE-CNT.                                    000772
038700* Append this run's records-read/records-written to the shared    000773
038750* run-log for the nightly batch-window reconciliation             000774
038800 8000-WRITE-RUN-LOG.                                              000775
038850     OPEN EXTEND RUN-LOG.                                         000776
038900     IF WS-RUNLOG-STATUS = "35"                                   000777
038950         OPEN OUTPUT RUN-LOG                                      000778
039000     END-IF.                                                      000779
039050     MOVE "GRPARRS" TO RUNLOG-PROGRAM.                            000780
039100     MOVE FUNCTION CURRENT-DATE (1:14) TO RUNLOG-TIMESTAMP.       000781
039150     MOVE WS-READ-CNT TO RUNLOG-RECORDS-READ.                     000782
039200     MOVE WS-WRITE-CNT TO RUNLOG-RECORDS-WRITTEN.                 000783
039250     WRITE RUN-LOG-RECORD.                                        000784
039300     CLOSE RUN-LOG.                                               000785
039350* Ask the processing calendar whether this step runs tonight -    000786
039400* a holiday date skips it, and a weekly/monthly/month-end         000787
039450* frequency skips the nights between. A skipped step writes a     000788
039500* K run-control record so the status report and the restart       000789
039550* logic still account for it. No calendar file, or no             000790
039600* frequency record for this step, means run nightly as before     000791
039650 0180-CHECK-PROCESS-CALENDAR.                                     000792
039700     MOVE "N" TO WS-CAL-SKIP-SW.                                  000793
039750     MOVE "N" TO WS-CAL-EOF-SW.                                   000794
039800     MOVE "D" TO WS-CAL-FREQ.                                     000795
039850     MOVE ZERO TO WS-CAL-DAY.                                     000796
039900     OPEN INPUT PROCESS-CALENDAR.                                 000797
039950     PERFORM UNTIL WS-CAL-EOF                                     000798
040000         READ PROCESS-CALENDAR                                    000799
040050             AT END                                               000800
040100                 SET WS-CAL-EOF TO TRUE                           000801
040150             NOT AT END                                           000802
040200                 IF CAL-REC-TYPE = "H" AND                        000803
040250                         CAL-DATE = WS-RUN-DATE-CTL               000804
040300                     SET WS-CAL-SKIP TO TRUE                      000805
040350                 END-IF                                           000806
040400                 IF CAL-REC-TYPE = "F" AND                        000807
040450                         CAL-STEP = "GRPARRS"                     000808
040500                     MOVE CAL-FREQ TO WS-CAL-FREQ                 000809
040550                     MOVE CAL-DAY TO WS-CAL-DAY                   000810
040600                 END-IF                                           000811
040650         END-READ                                                 000812
040700     END-PERFORM.                                                 000813
040750     CLOSE PROCESS-CALENDAR.                                      000814
040800     IF NOT WS-CAL-SKIP                                           000815
040850         PERFORM 0190-TEST-STEP-FREQUENCY                         000816
040900     END-IF.                                                      000817
040950     IF WS-CAL-SKIP                                               000818
041000         MOVE "CALSKIP" TO WS-STEP-REASON                         000819
041050         PERFORM 8960-SET-RETURN-CODE                             000820
041100         MOVE "K" TO RC-STATUS OF RUN-CONTROL-REC                 000821
041150         PERFORM 8950-WRITE-RUN-CONTROL                           000822
041200         DISPLAY "GRPARRS skipped per processing calendar."       000823
041250     END-IF.                                                      000824
041300* Does the step's frequency land on tonight - weekly runs on      000825
041350* its day of week, monthly on its day of month, month-end         000826
041400* when tomorrow is a new month                                    000827
041450 0190-TEST-STEP-FREQUENCY.                                        000828
041500     COMPUTE WS-CAL-INT-DATE =                                    000829
041550         FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-CTL).              000830
041600     EVALUATE WS-CAL-FREQ                                         000831
041650         WHEN "W"                                                 000832
041700             COMPUTE WS-CAL-DOW = FUNCTION MOD                    000833
041750                 (WS-CAL-INT-DATE - 1, 7) + 1                     000834
041800             IF WS-CAL-DOW NOT = WS-CAL-DAY                       000835
041850                 SET WS-CAL-SKIP TO TRUE                          000836
041900             END-IF                                               000837
041950         WHEN "M"                                                 000838
042000             IF WS-RUN-DATE-CTL (7:2) NOT = WS-CAL-DAY-X          000839
042050                 SET WS-CAL-SKIP TO TRUE                          000840
042100             END-IF                                               000841
042150         WHEN "E"                                                 000842
042200             COMPUTE WS-CAL-NEXT-DATE =                           000843
042250                 FUNCTION DATE-OF-INTEGER                         000844
042300                 (WS-CAL-INT-DATE + 1)                            000845
042350             IF WS-CAL-NEXT-DATE (5:2) =                          000846
042400                     WS-RUN-DATE-CTL (5:2)                        000847
042450                 SET WS-CAL-SKIP TO TRUE                          000848
042500             END-IF                                               000849
042550         WHEN OTHER                                               000850
042600             CONTINUE                                             000851
042650     END-EVALUATE.                                                000852
042700* See whether this step already completed for tonight's run       000853
042750 0100-CHECK-RUN-CONTROL.                                          000854
042800     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE-CTL.         000855
042850     OPEN INPUT RUN-CONTROL-IN.                                   000856
042900     PERFORM UNTIL WS-RCTL-EOF                                    000857
042950         READ RUN-CONTROL-IN                                      000858
043000             AT END                                               000859
043050                 SET WS-RCTL-EOF TO TRUE                          000860
043100             NOT AT END                                           000861
043150                 IF RC-RUN-DATE OF RUN-CONTROL-IN-REC             000862
043200                         = WS-RUN-DATE-CTL AND                    000863
043250                         RC-STEP-NAME OF RUN-CONTROL-IN-REC       000864
043300                         = "GRPARRS" AND                          000865
043350                         RC-STATUS OF RUN-CONTROL-IN-REC = "C"    000866
043400                     SET WS-STEP-DONE TO TRUE                     000867
043450                 END-IF                                           000868
043500         END-READ                                                 000869
043550     END-PERFORM.                                                 000870
043600     CLOSE RUN-CONTROL-IN.                                        000871
043650* Record this step as started for tonight's run                   000872
043700 0200-MARK-STEP-STARTED.                                          000873
043750     MOVE "S" TO RC-STATUS OF RUN-CONTROL-REC.                    000874
043800     PERFORM 8950-WRITE-RUN-CONTROL.                              000875
043850* Record how this step ended for tonight's run - a C record       000876
043900* when its return code is below 8 (clean or warning), an F        000877
043950* record for a failure so a resubmitted night runs it again       000878
044000 8900-MARK-STEP-COMPLETE.                                         000879
044050     PERFORM 8960-SET-RETURN-CODE.                                000880
044100     IF WS-STEP-RC < 8                                            000881
044150         MOVE "C" TO RC-STATUS OF RUN-CONTROL-REC                 000882
044200     ELSE                                                         000883
044250         MOVE "F" TO RC-STATUS OF RUN-CONTROL-REC                 000884
044300     END-IF.                                                      000885
044350     PERFORM 8950-WRITE-RUN-CONTROL.                              000886
044400* Stamp and append one run-control record                         000887
044450 8950-WRITE-RUN-CONTROL.                                          000888
044500     OPEN EXTEND RUN-CONTROL.                                     000889
044550     IF WS-RUNCTL-STATUS = "35"                                   000890
044600         OPEN OUTPUT RUN-CONTROL                                  000891
044650     END-IF.                                                      000892
044700     MOVE WS-RUN-DATE-CTL                                         000893
044750         TO RC-RUN-DATE OF RUN-CONTROL-REC.                       000894
044800     MOVE "GRPARRS" TO RC-STEP-NAME OF RUN-CONTROL-REC.           000895
044850     MOVE WS-STEP-RC TO RC-RETURN-CODE OF RUN-CONTROL-REC.        000896
044900     MOVE WS-STEP-REASON TO RC-REASON OF RUN-CONTROL-REC.         000897
044950     MOVE FUNCTION CURRENT-DATE (1:14)                            000898
045000         TO RC-TIMESTAMP OF RUN-CONTROL-REC.                      000899
045050     WRITE RUN-CONTROL-REC.                                       000900
045100     CLOSE RUN-CONTROL.                                           000901
045150* Classify this step's reason through the shared severity         000902
045200* table and pass the standard return code back to the job         000903
045250* step. No reason set means a clean run; a reason missing         000904
045300* from the table is treated as abend-worthy                       000905
045350 8960-SET-RETURN-CODE.                                            000906
045400     IF WS-STEP-REASON = SPACES                                   000907
045450         MOVE "CLEAN" TO WS-STEP-REASON                           000908
045500     END-IF.                                                      000909
045550     MOVE 12 TO WS-STEP-RC.                                       000910
045600     PERFORM VARYING WS-SEV-IDX FROM 1 BY 1                       000911
045650             UNTIL WS-SEV-IDX > WS-SEV-MAX                        000912
045700         IF SEV-REASON (WS-SEV-IDX) = WS-STEP-REASON              000913
045750             MOVE SEV-RC (WS-SEV-IDX) TO WS-STEP-RC               000914
045800         END-IF                                                   000915
045850     END-PERFORM.                                                 000916
045900     MOVE WS-STEP-RC TO RETURN-CODE.                              000917
045950                                                                  000918
046000* Mirror the report line just printed into tonight's entry on     000919
046050* the report repository                                           000920
046100 6900-COPY-LINE-TO-REPO.                                          000921
046150     ADD 1 TO WS-REPO-SEQ.                                        000922
046200     MOVE "GRPARRS" TO REPO-PROGRAM.                              000923
046250     MOVE WS-RPT-DATE TO REPO-DATE.                               000924
046300     MOVE WS-REPO-SEQ TO REPO-SEQ.                                000925
046350     MOVE WS-RPT-LINE TO REPO-LINE.                               000926
046400     MOVE WS-RPT-DEPT TO REPO-DEPT.                               000927
046450     WRITE REPORT-REPOSITORY-REC.                                 000928
046500* One index row per held report - program, date, pages and        000929
046550* lines - so the reprint facility can list what is held           000930
046600 6990-WRITE-REPORT-INDEX.                                         000931
046650     MOVE "GRPARRS" TO IDX-PROGRAM.                               000932
046700     MOVE WS-RPT-DATE TO IDX-DATE.                                000933
046750     MOVE FUNCTION CURRENT-DATE (1:14) TO IDX-TIMESTAMP.          000934
046800     MOVE WS-REPO-PAGES TO IDX-PAGE-CNT.                          000935
046850     MOVE WS-REPO-SEQ TO IDX-LINE-CNT.                            000936
046900     WRITE REPORT-INDEX-REC.                                      000937
