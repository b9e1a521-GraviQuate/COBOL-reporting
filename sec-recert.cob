000100 IDENTIFICATION DIVISION.                                         000001
000150 PROGRAM-ID. SEC-RECERT.                                          000002
000200* Quarterly user-access recertification report - every AUTHLIST   000003
000250* userid with its role, password age, and latest successful and   000004
000300* failed sign-on from LOGONAUD, grouped under the reviewer who    000005
000350* signs off its access (REVWMAP), so audit has proof that access  000006
000400* was reviewed. A userid with no successful sign-on for the       000007
000450* dormant threshold on the RECERTP card - counted from the date   000008
000500* its password was set when it has never signed on - is listed    000009
000550* as dormant, and when the card asks for it is locked on          000010
000600* AUTHLOCK with a SECAUDIT record for each lock. RC 4 when any    000011
000650* dormant account is found                                        000012
000700 ENVIRONMENT DIVISION.                                            000013
000750 INPUT-OUTPUT SECTION.                                            000014
000800 FILE-CONTROL.                                                    000015
000850* Authorized-credential list - the userids under review           000016
000900     SELECT OPTIONAL AUTH-LIST ASSIGN TO "AUTHLIST"               000017
000950         ORGANIZATION IS LINE SEQUENTIAL.                         000018
001000* Sign-on security files - the lockout list and the               000019
001050* logon-audit trail of every successful and failed attempt        000020
001100     SELECT OPTIONAL AUTH-LOCKOUT ASSIGN TO "AUTHLOCK"            000021
001150         ORGANIZATION IS LINE SEQUENTIAL                          000022
001200         FILE STATUS IS WS-LOCK-STATUS.                           000023
001250     SELECT OPTIONAL LOGON-AUDIT ASSIGN TO "LOGONAUD"             000024
001300         ORGANIZATION IS LINE SEQUENTIAL.                         000025
001350* Reviewer map - the reviewer for a userid, or for every          000026
001400* userid of a role when the userid column holds "*" and the       000027
001450* role. Optional; an unmapped userid goes under UNASSIGN          000028
001500     SELECT OPTIONAL REVIEWER-MAP ASSIGN TO "REVWMAP"             000029
001550         ORGANIZATION IS LINE SEQUENTIAL.                         000030
001600* Recertification parameter card - dormant threshold in days      000031
001650* and "L" to lock dormant accounts. Optional; the default is      000032
001700* 90 days, report only                                            000033
001750     SELECT OPTIONAL RECERT-PARM ASSIGN TO "RECERTP"              000034
001800         ORGANIZATION IS LINE SEQUENTIAL.                         000035
001850* Security-administration audit trail - one record per lock       000036
001900* this run applies                                                000037
001950     SELECT SEC-AUDIT ASSIGN TO "SECAUDIT"                        000038
002000         ORGANIZATION IS LINE SEQUENTIAL                          000039
002050         FILE STATUS IS WS-SEC-STATUS.                            000040
002100* Recertification work file, the sort work file and the           000041
002150* sorted output - reviewer and userid order for the report        000042
002200     SELECT RECERT-WORK ASSIGN TO "RCRTUNS"                       000043
002250         ORGANIZATION IS LINE SEQUENTIAL.                         000044
002300     SELECT RECERT-SORT-WORK ASSIGN TO "RCRTSWK".                 000045
002350     SELECT SORTED-RECERT ASSIGN TO "RCRTSRT"                     000046
002400         ORGANIZATION IS LINE SEQUENTIAL.                         000047
002450* Printed recertification report                                  000048
002500     SELECT RECERT-REPORT ASSIGN TO "RECERTR"                     000049
002550         ORGANIZATION IS LINE SEQUENTIAL.                         000050
002600* Run-level control-total log - every batch program appends its   000051
002650* records-read/written counts here for nightly reconciliation     000052
002700     SELECT RUN-LOG ASSIGN TO "RUNLOG"                            000053
002750         ORGANIZATION IS LINE SEQUENTIAL                          000054
002800         FILE STATUS IS WS-RUNLOG-STATUS.                         000055
002850 DATA DIVISION.                                                   000056
002900 FILE SECTION.                                                    000057
002950 FD  AUTH-LIST.                                                   000058
003000 01  AUTH-LIST-REC.                                               000059
003050     COPY AUTHREC.                                                000060
003100 FD  AUTH-LOCKOUT.                                                000061
003150 01  AUTH-LOCKOUT-REC.                                            000062
003200     05  LOCK-USERID   PIC X(8).                                  000063
003250 FD  LOGON-AUDIT.                                                 000064
003300 01  LOGON-AUDIT-REC.                                             000065
003350     05  LOGON-USERID    PIC X(8).                                000066
003400     05  LOGON-RESULT    PIC X.                                   000067
003450     05  LOGON-PROGRAM   PIC X(8).                                000068
003500     05  LOGON-TIMESTAMP PIC 9(14).                               000069
003550 FD  REVIEWER-MAP.                                                000070
003600 01  REVIEWER-MAP-REC.                                            000071
003650     05  RVW-USERID      PIC X(8).                                000072
003700     05  RVW-REVIEWER    PIC X(8).                                000073
003750 FD  RECERT-PARM.                                                 000074
003800 01  RECERT-PARM-REC.                                             000075
003850     05  CTL-DORMANT-DAYS PIC 9(3).                               000076
003900     05  CTL-LOCK-OPT     PIC X.                                  000077
003950 FD  SEC-AUDIT.                                                   000078
004000 01  SEC-AUDIT-REC.                                               000079
004050     05  SEC-ADMIN-ID    PIC X(8).                                000080
004100     05  SEC-ACTION      PIC X(8).                                000081
004150     05  SEC-TARGET      PIC X(8).                                000082
004200     05  SEC-TIMESTAMP   PIC 9(14).                               000083
004250 FD  RECERT-WORK.                                                 000084
004300 01  RECERT-WORK-REC.                                             000085
004350     COPY RECERTREC.                                              000086
004400 SD  RECERT-SORT-WORK.                                            000087
004450 01  RECERT-SORT-REC.                                             000088
004500     COPY RECERTREC.                                              000089
004550 FD  SORTED-RECERT.                                               000090
004600 01  SORTED-RECERT-REC.                                           000091
004650     COPY RECERTREC.                                              000092
004700 FD  RECERT-REPORT.                                               000093
004750 01  RECERT-REPORT-LINE  PIC X(80).                               000094
004800 FD  RUN-LOG.                                                     000095
004850 01  RUN-LOG-RECORD.                                              000096
004900     COPY RUNLOGREC.                                              000097
004950 WORKING-STORAGE SECTION.                                         000098
005000 01  WS-RUNLOG-STATUS  PIC XX.                                    000099
005050 01  WS-LOCK-STATUS    PIC XX.                                    000100
005100 01  WS-SEC-STATUS     PIC XX.                                    000101
005150 01  WS-EOF-SW         PIC X VALUE "N".                           000102
005200     88  WS-AT-EOF     VALUE "Y".                                 000103
005250 01  WS-READ-CNT       PIC 9(7) VALUE ZERO.                       000104
005300 01  WS-WRITE-CNT      PIC 9(7) VALUE ZERO.                       000105
005350 01  WS-RUN-DATE       PIC 9(8).                                  000106
005400 01  WS-RUN-INT-DATE   PIC 9(8).                                  000107
005450* Dormant threshold and lock option from the RECERTP card         000108
005500 01  WS-DORMANT-DAYS   PIC 9(3) VALUE 90.                         000109
005550 01  WS-LOCK-OPT-SW    PIC X VALUE "N".                           000110
005600     88  WS-LOCK-DORMANT VALUE "Y".                               000111
005650* Userids under review, loaded from AUTHLIST, with the sign-on    000112
005700* history gathered for each from LOGONAUD                         000113
005750 01  WS-AUTH-EOF-SW    PIC X VALUE "N".                           000114
005800     88  WS-AUTH-EOF   VALUE "Y".                                 000115
005850 78  WS-MAX-AUTH-USERS VALUE 50.                                  000116
005900 01  WS-AUTH-CNT       PIC 99 VALUE ZERO.                         000117
005950 01  WS-AUTH-TABLE.                                               000118
006000     05  AUTH-ENTRY OCCURS 0 TO WS-MAX-AUTH-USERS TIMES           000119
006050             DEPENDING ON WS-AUTH-CNT.                            000120
006100         10  AUTH-TAB-USERID   PIC X(8).                          000121
006150         10  AUTH-TAB-ROLE     PIC X.                             000122
006200         10  AUTH-TAB-PWD-DATE PIC 9(8).                          000123
006250         10  AUTH-TAB-LAST-OK  PIC 9(14).                         000124
006300         10  AUTH-TAB-LAST-FAIL PIC 9(14).                        000125
006350 01  WS-AUTH-IDX       PIC 99.                                    000126
006400* Reviewer map loaded from REVWMAP                                000127
006450 01  WS-RVW-EOF-SW     PIC X VALUE "N".                           000128
006500     88  WS-RVW-EOF    VALUE "Y".                                 000129
006550 78  WS-MAX-REVIEWERS  VALUE 50.                                  000130
006600 01  WS-RVW-CNT        PIC 99 VALUE ZERO.                         000131
006650 01  WS-RVW-TABLE.                                                000132
006700     05  RVW-ENTRY OCCURS 0 TO WS-MAX-REVIEWERS TIMES             000133
006750             DEPENDING ON WS-RVW-CNT.                             000134
006800         10  RVW-TAB-USERID    PIC X(8).                          000135
006850         10  RVW-TAB-REVIEWER  PIC X(8).                          000136
006900 01  WS-RVW-IDX        PIC 99.                                    000137
006950 01  WS-ROLE-KEY.                                                 000138
007000     05  FILLER        PIC X VALUE "*".                           000139
007050     05  WS-ROLE-KEY-ROLE PIC X.                                  000140
007100     05  FILLER        PIC X(6) VALUE SPACES.                     000141
007150 01  WS-ROLE-REVIEWER  PIC X(8).                                  000142
007200* Userids already locked out, loaded from AUTHLOCK                000143
007250 01  WS-LOCK-EOF-SW    PIC X VALUE "N".                           000144
007300     88  WS-LOCK-EOF   VALUE "Y".                                 000145
007350 78  WS-MAX-LOCKS      VALUE 50.                                  000146
007400 01  WS-LOCK-CNT       PIC 99 VALUE ZERO.                         000147
007450 01  WS-LOCK-TABLE.                                               000148
007500     05  LOCK-ENTRY OCCURS 0 TO WS-MAX-LOCKS TIMES                000149
007550             DEPENDING ON WS-LOCK-CNT.                            000150
007600         10  LOCK-TAB-USERID  PIC X(8).                           000151
007650 01  WS-LOCK-IDX       PIC 99.                                    000152
007700* Idle-day computation for one userid                             000153
007750 01  WS-IDLE-FROM      PIC 9(8).                                  000154
007800 01  WS-IDLE-DAYS      PIC 9(5).                                  000155
007850 01  WS-TEST-DATE      PIC 9(8).                                  000156
007900 01  WS-TEST-DATE-X REDEFINES WS-TEST-DATE.                       000157
007950     05  WS-TEST-YYYY  PIC 9(4).                                  000158
008000     05  WS-TEST-MM    PIC 99.                                    000159
008050     05  WS-TEST-DD    PIC 99.                                    000160
008100 01  WS-MONTH-DAYS     PIC 99.                                    000161
008150 01  WS-LEAP-REM       PIC 9(4).                                  000162
008200 01  WS-DATE-VALID-SW  PIC X.                                     000163
008250     88  WS-DATE-VALID VALUE "Y".                                 000164
008300* Counts for the footer and the console                           000165
008350 01  WS-DORMANT-CNT    PIC 9(5) VALUE ZERO.                       000166
008400 01  WS-LOCKED-CNT     PIC 9(5) VALUE ZERO.                       000167
008450 01  WS-RVW-USER-CNT   PIC 9(5) VALUE ZERO.                       000168
008500 01  WS-RVW-DORM-CNT   PIC 9(5) VALUE ZERO.                       000169
008550* Reviewer control break                                          000170
008600 01  WS-CUR-REVIEWER   PIC X(8) VALUE SPACES.                     000171
008650 01  WS-FIRST-RVW-SW   PIC X VALUE "Y".                           000172
008700     88  WS-FIRST-RVW  VALUE "Y".                                 000173
008750* Report heading, reviewer, detail and footer lines               000174
008800 01  WS-HDG-1.                                                    000175
008850     05  FILLER        PIC X(37)                                  000176
008900             VALUE "USER-ACCESS RECERTIFICATION REPORT -".        000177
008950     05  HDG-RUN-DATE  PIC 9(8).                                  000178
009000 01  WS-HDG-2.                                                    000179
009050     05  FILLER        PIC X(26)                                  000180
009100             VALUE "DORMANT AFTER (DAYS):".                       000181
009150     05  HDG-DORMANT-DAYS PIC ZZ9.                                000182
009200     05  FILLER        PIC X(18) VALUE "   DORMANT LOCKS: ".      000183
009250     05  HDG-LOCK-OPT  PIC X(3).                                  000184
009300 01  WS-HDG-3.                                                    000185
009350     05  FILLER        PIC X(10) VALUE "USERID".                  000186
009400     05  FILLER        PIC X(5)  VALUE "ROLE".                    000187
009450     05  FILLER        PIC X(8)  VALUE "PWD AGE".                 000188
009500     05  FILLER        PIC X(16) VALUE "LAST SIGN-ON".            000189
009550     05  FILLER        PIC X(16) VALUE "LAST FAILURE".            000190
009600     05  FILLER        PIC X(6)  VALUE " IDLE".                   000191
009650     05  FILLER        PIC X(10) VALUE "  STATUS".                000192
009700 01  WS-REVIEWER-LINE.                                            000193
009750     05  FILLER        PIC X(10) VALUE "REVIEWER: ".              000194
009800     05  RVL-REVIEWER  PIC X(8).                                  000195
009850 01  WS-DETAIL-LINE.                                              000196
009900     05  DTL-USERID    PIC X(8).                                  000197
009950     05  FILLER        PIC X(2) VALUE SPACES.                     000198
010000     05  DTL-ROLE      PIC X.                                     000199
010050     05  FILLER        PIC X(4) VALUE SPACES.                     000200
010100     05  DTL-PWD-AGE   PIC X(5).                                  000201
010150     05  FILLER        PIC X(3) VALUE SPACES.                     000202
010200     05  DTL-LAST-OK   PIC X(14).                                 000203
010250     05  FILLER        PIC X(2) VALUE SPACES.                     000204
010300     05  DTL-LAST-FAIL PIC X(14).                                 000205
010350     05  FILLER        PIC X(2) VALUE SPACES.                     000206
010400     05  DTL-IDLE      PIC ZZZZ9.                                 000207
010450     05  FILLER        PIC X(3) VALUE SPACES.                     000208
010500     05  DTL-STATUS    PIC X(10).                                 000209
010550 01  WS-AGE-EDIT       PIC ZZZZ9.                                 000210
010600 01  WS-REVIEWER-FOOTER-1.                                        000211
010650     05  FILLER        PIC X(12) VALUE "  USERIDS   ".            000212
010700     05  RFT-USER-CNT  PIC ZZZZ9.                                 000213
010750     05  FILLER        PIC X(12) VALUE "   DORMANT  ".            000214
010800     05  RFT-DORM-CNT  PIC ZZZZ9.                                 000215
010850 01  WS-REVIEWER-FOOTER-2.                                        000216
010900     05  FILLER        PIC X(40)                                  000217
010950             VALUE "  ACCESS REVIEWED AND CONFIRMED BY:".         000218
011000     05  FILLER        PIC X(20) VALUE ALL "_".                   000219
011050 01  WS-REVIEWER-FOOTER-3.                                        000220
011100     05  FILLER        PIC X(40)                                  000221
011150             VALUE "  DATE:".                                     000222
011200     05  FILLER        PIC X(20) VALUE ALL "_".                   000223
011250 01  WS-FOOTER-1.                                                 000224
011300     05  FILLER        PIC X(30) VALUE "USERIDS REVIEWED:".       000225
011350     05  FTR-USER-CNT  PIC ZZZZ9.                                 000226
011400 01  WS-FOOTER-2.                                                 000227
011450     05  FILLER        PIC X(30) VALUE "DORMANT ACCOUNTS:".       000228
011500     05  FTR-DORM-CNT  PIC ZZZZ9.                                 000229
011550 01  WS-FOOTER-3.                                                 000230
011600     05  FILLER        PIC X(30) VALUE "LOCKED BY THIS RUN:".     000231
011650     05  FTR-LOCK-CNT  PIC ZZZZ9.                                 000232
011700 PROCEDURE DIVISION.                                              000233
011750 0000-MAIN.                                                       000234
011800     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.             000235
011850     COMPUTE WS-RUN-INT-DATE =                                    000236
011900         FUNCTION INTEGER-OF-DATE (WS-RUN-DATE).                  000237
011950     PERFORM 0100-LOAD-PARAMETERS.                                000238
012000     PERFORM 0200-LOAD-AUTH-LIST.                                 000239
012050     PERFORM 0300-LOAD-REVIEWER-MAP.                              000240
012100     PERFORM 0400-LOAD-LOCKOUTS.                                  000241
012150     PERFORM 1000-SCAN-LOGON-AUDIT.                               000242
012200     PERFORM 2000-BUILD-RECERT-WORK.                              000243
012250     SORT RECERT-SORT-WORK                                        000244
012300         ON ASCENDING KEY RCR-REVIEWER OF RECERT-SORT-REC         000245
012350         ON ASCENDING KEY RCR-USERID OF RECERT-SORT-REC           000246
012400         USING RECERT-WORK                                        000247
012450         GIVING SORTED-RECERT.                                    000248
012500     PERFORM 3000-PRINT-REPORT.                                   000249
012550     PERFORM 8000-WRITE-RUN-LOG.                                  000250
012600     IF WS-DORMANT-CNT > ZERO                                     000251
012650         MOVE 4 TO RETURN-CODE                                    000252
012700     END-IF.                                                      000253
012750     DISPLAY "USER-ACCESS RECERTIFICATION".                       000254
012800     DISPLAY "Userids reviewed:     " WS-AUTH-CNT.                000255
012850     DISPLAY "Dormant accounts:     " WS-DORMANT-CNT.             000256
012900     DISPLAY "Locked by this run:   " WS-LOCKED-CNT.              000257
012950     STOP RUN.                                                    000258
013000* Dormant threshold and lock option from the RECERTP card -       000259
013050* a zero or non-numeric threshold keeps the 90-day default        000260
013100 0100-LOAD-PARAMETERS.                                            000261
013150     OPEN INPUT RECERT-PARM.                                      000262
013200     READ RECERT-PARM                                             000263
013250         AT END                                                   000264
013300             CONTINUE                                             000265
013350         NOT AT END                                               000266
013400             IF CTL-DORMANT-DAYS IS NUMERIC AND                   000267
013450                     CTL-DORMANT-DAYS > ZERO                      000268
013500                 MOVE CTL-DORMANT-DAYS TO WS-DORMANT-DAYS         000269
013550             END-IF                                               000270
013600             IF CTL-LOCK-OPT = "L" OR CTL-LOCK-OPT = "l"          000271
013650                 SET WS-LOCK-DORMANT TO TRUE                      000272
013700             END-IF                                               000273
013750     END-READ.                                                    000274
013800     CLOSE RECERT-PARM.                                           000275
013850* Load the userids under review from AUTHLIST                     000276
013900 0200-LOAD-AUTH-LIST.                                             000277
013950     OPEN INPUT AUTH-LIST.                                        000278
014000     PERFORM UNTIL WS-AUTH-EOF                                    000279
014050             OR WS-AUTH-CNT = WS-MAX-AUTH-USERS                   000280
014100         READ AUTH-LIST                                           000281
014150             AT END                                               000282
014200                 SET WS-AUTH-EOF TO TRUE                          000283
014250             NOT AT END                                           000284
014300                 ADD 1 TO WS-READ-CNT                             000285
014350                 ADD 1 TO WS-AUTH-CNT                             000286
014400                 MOVE AUTH-USERID                                 000287
014450                     TO AUTH-TAB-USERID (WS-AUTH-CNT)             000288
014500                 MOVE AUTH-ROLE                                   000289
014550                     TO AUTH-TAB-ROLE (WS-AUTH-CNT)               000290
014600                 MOVE AUTH-PWD-DATE                               000291
014650                     TO AUTH-TAB-PWD-DATE (WS-AUTH-CNT)           000292
014700                 MOVE ZERO TO AUTH-TAB-LAST-OK (WS-AUTH-CNT)      000293
014750                 MOVE ZERO TO AUTH-TAB-LAST-FAIL (WS-AUTH-CNT)    000294
014800         END-READ                                                 000295
014850     END-PERFORM.                                                 000296
014900     CLOSE AUTH-LIST.                                             000297
014950* Load the reviewer map                                           000298
015000 0300-LOAD-REVIEWER-MAP.                                          000299
015050     OPEN INPUT REVIEWER-MAP.                                     000300
015100     PERFORM UNTIL WS-RVW-EOF                                     000301
015150             OR WS-RVW-CNT = WS-MAX-REVIEWERS                     000302
015200         READ REVIEWER-MAP                                        000303
015250             AT END                                               000304
015300                 SET WS-RVW-EOF TO TRUE                           000305
015350             NOT AT END                                           000306
015400                 ADD 1 TO WS-RVW-CNT                              000307
015450                 MOVE RVW-USERID TO RVW-TAB-USERID (WS-RVW-CNT)   000308
015500                 MOVE RVW-REVIEWER                                000309
015550                     TO RVW-TAB-REVIEWER (WS-RVW-CNT)             000310
015600         END-READ                                                 000311
015650     END-PERFORM.                                                 000312
015700     CLOSE REVIEWER-MAP.                                          000313
015750* Load the userids already on the lockout list, so a dormant      000314
015800* account that is already locked is not locked again              000315
015850 0400-LOAD-LOCKOUTS.                                              000316
015900     OPEN INPUT AUTH-LOCKOUT.                                     000317
015950     IF WS-LOCK-STATUS = "35"                                     000318
016000         SET WS-LOCK-EOF TO TRUE                                  000319
016050     END-IF.                                                      000320
016100     PERFORM UNTIL WS-LOCK-EOF                                    000321
016150             OR WS-LOCK-CNT = WS-MAX-LOCKS                        000322
016200         READ AUTH-LOCKOUT                                        000323
016250             AT END                                               000324
016300                 SET WS-LOCK-EOF TO TRUE                          000325
016350             NOT AT END                                           000326
016400                 ADD 1 TO WS-LOCK-CNT                             000327
016450                 MOVE LOCK-USERID                                 000328
016500                     TO LOCK-TAB-USERID (WS-LOCK-CNT)             000329
016550         END-READ                                                 000330
016600     END-PERFORM.                                                 000331
016650     CLOSE AUTH-LOCKOUT.                                          000332
016700* One pass of the logon-audit trail keeps the latest              000333
016750* successful and failed sign-on for each userid under review      000334
016800 1000-SCAN-LOGON-AUDIT.                                           000335
016850     MOVE "N" TO WS-EOF-SW.                                       000336
016900     OPEN INPUT LOGON-AUDIT.                                      000337
016950     PERFORM UNTIL WS-AT-EOF                                      000338
017000         READ LOGON-AUDIT                                         000339
017050             AT END                                               000340
017100                 SET WS-AT-EOF TO TRUE                            000341
017150             NOT AT END                                           000342
017200                 ADD 1 TO WS-READ-CNT                             000343
017250                 PERFORM 1100-APPLY-LOGON-RECORD                  000344
017300         END-READ                                                 000345
017350     END-PERFORM.                                                 000346
017400     CLOSE LOGON-AUDIT.                                           000347
017450 1100-APPLY-LOGON-RECORD.                                         000348
017500     PERFORM VARYING WS-AUTH-IDX FROM 1 BY 1                      000349
017550             UNTIL WS-AUTH-IDX > WS-AUTH-CNT                      000350
017600         IF AUTH-TAB-USERID (WS-AUTH-IDX) = LOGON-USERID          000351
017650             IF LOGON-RESULT = "S" AND LOGON-TIMESTAMP >          000352
017700                     AUTH-TAB-LAST-OK (WS-AUTH-IDX)               000353
017750                 MOVE LOGON-TIMESTAMP                             000354
017800                     TO AUTH-TAB-LAST-OK (WS-AUTH-IDX)            000355
017850             END-IF                                               000356
017900             IF LOGON-RESULT = "F" AND LOGON-TIMESTAMP >          000357
017950                     AUTH-TAB-LAST-FAIL (WS-AUTH-IDX)             000358
018000                 MOVE LOGON-TIMESTAMP                             000359
018050                     TO AUTH-TAB-LAST-FAIL (WS-AUTH-IDX)          000360
018100             END-IF                                               000361
018150             EXIT PERFORM                                         000362
018200         END-IF                                                   000363
018250     END-PERFORM.                                                 000364
018300* One work record per userid - its reviewer, idle days and        000365
018350* dormant/lock state - locking dormant accounts when asked        000366
018400 2000-BUILD-RECERT-WORK.                                          000367
018450     OPEN OUTPUT RECERT-WORK.                                     000368
018500     PERFORM VARYING WS-AUTH-IDX FROM 1 BY 1                      000369
018550             UNTIL WS-AUTH-IDX > WS-AUTH-CNT                      000370
018600         MOVE AUTH-TAB-USERID (WS-AUTH-IDX)                       000371
018650             TO RCR-USERID OF RECERT-WORK-REC                     000372
018700         MOVE AUTH-TAB-ROLE (WS-AUTH-IDX)                         000373
018750             TO RCR-ROLE OF RECERT-WORK-REC                       000374
018800         MOVE AUTH-TAB-PWD-DATE (WS-AUTH-IDX)                     000375
018850             TO RCR-PWD-DATE OF RECERT-WORK-REC                   000376
018900         MOVE AUTH-TAB-LAST-OK (WS-AUTH-IDX)                      000377
018950             TO RCR-LAST-OK OF RECERT-WORK-REC                    000378
019000         MOVE AUTH-TAB-LAST-FAIL (WS-AUTH-IDX)                    000379
019050             TO RCR-LAST-FAIL OF RECERT-WORK-REC                  000380
019100         PERFORM 2100-FIND-REVIEWER                               000381
019150         PERFORM 2200-COMPUTE-IDLE-DAYS                           000382
019200         MOVE WS-IDLE-DAYS TO RCR-IDLE-DAYS OF RECERT-WORK-REC    000383
019250         MOVE SPACE TO RCR-DORMANT OF RECERT-WORK-REC             000384
019300         MOVE SPACE TO RCR-LOCKED OF RECERT-WORK-REC              000385
019350         PERFORM VARYING WS-LOCK-IDX FROM 1 BY 1                  000386
019400                 UNTIL WS-LOCK-IDX > WS-LOCK-CNT                  000387
019450             IF LOCK-TAB-USERID (WS-LOCK-IDX) =                   000388
019500                     AUTH-TAB-USERID (WS-AUTH-IDX)                000389
019550                 MOVE "Y" TO RCR-LOCKED OF RECERT-WORK-REC        000390
019600                 EXIT PERFORM                                     000391
019650             END-IF                                               000392
019700         END-PERFORM                                              000393
019750         IF WS-IDLE-DAYS >= WS-DORMANT-DAYS                       000394
019800             MOVE "D" TO RCR-DORMANT OF RECERT-WORK-REC           000395
019850             ADD 1 TO WS-DORMANT-CNT                              000396
019900             IF WS-LOCK-DORMANT AND                               000397
019950                     RCR-LOCKED OF RECERT-WORK-REC = SPACE        000398
020000                 PERFORM 2300-LOCK-DORMANT-ACCOUNT                000399
020050             END-IF                                               000400
020100         END-IF                                                   000401
020150         WRITE RECERT-WORK-REC                                    000402
020200     END-PERFORM.                                                 000403
020250     CLOSE RECERT-WORK.                                           000404
020300* The userid's own reviewer line wins; otherwise its role's       000405
020350* "*" line; otherwise UNASSIGN                                    000406
020400 2100-FIND-REVIEWER.                                              000407
020450     MOVE "UNASSIGN" TO RCR-REVIEWER OF RECERT-WORK-REC.          000408
020500     MOVE SPACES TO WS-ROLE-REVIEWER.                             000409
020550     MOVE AUTH-TAB-ROLE (WS-AUTH-IDX) TO WS-ROLE-KEY-ROLE.        000410
020600     PERFORM VARYING WS-RVW-IDX FROM 1 BY 1                       000411
020650             UNTIL WS-RVW-IDX > WS-RVW-CNT                        000412
020700         IF RVW-TAB-USERID (WS-RVW-IDX) = WS-ROLE-KEY             000413
020750             MOVE RVW-TAB-REVIEWER (WS-RVW-IDX)                   000414
020800                 TO WS-ROLE-REVIEWER                              000415
020850         END-IF                                                   000416
020900     END-PERFORM.                                                 000417
020950     IF WS-ROLE-REVIEWER NOT = SPACES                             000418
021000         MOVE WS-ROLE-REVIEWER TO RCR-REVIEWER OF RECERT-WORK-REC 000419
021050     END-IF.                                                      000420
021100     PERFORM VARYING WS-RVW-IDX FROM 1 BY 1                       000421
021150             UNTIL WS-RVW-IDX > WS-RVW-CNT                        000422
021200         IF RVW-TAB-USERID (WS-RVW-IDX) =                         000423
021250                 AUTH-TAB-USERID (WS-AUTH-IDX)                    000424
021300             MOVE RVW-TAB-REVIEWER (WS-RVW-IDX)                   000425
021350                 TO RCR-REVIEWER OF RECERT-WORK-REC               000426
021400             EXIT PERFORM                                         000427
021450         END-IF                                                   000428
021500     END-PERFORM.                                                 000429
021550* Days since the last successful sign-on, or since the password   000430
021600* was set for a userid that has never signed on. A userid with    000431
021650* neither on record counts as idle past any threshold             000432
021700 2200-COMPUTE-IDLE-DAYS.                                          000433
021750     IF AUTH-TAB-LAST-OK (WS-AUTH-IDX) > ZERO                     000434
021800         MOVE AUTH-TAB-LAST-OK (WS-AUTH-IDX) (1:8)                000435
021850             TO WS-IDLE-FROM                                      000436
021900     ELSE                                                         000437
021950         MOVE AUTH-TAB-PWD-DATE (WS-AUTH-IDX) TO WS-IDLE-FROM     000438
022000     END-IF.                                                      000439
022050     MOVE 99999 TO WS-IDLE-DAYS.                                  000440
022100     IF WS-IDLE-FROM IS NUMERIC AND WS-IDLE-FROM > ZERO           000441
022150         MOVE WS-IDLE-FROM TO WS-TEST-DATE                        000442
022200         PERFORM 0860-VALIDATE-DATE                               000443
022250         IF WS-DATE-VALID AND WS-IDLE-FROM <= WS-RUN-DATE         000444
022300             COMPUTE WS-IDLE-DAYS = WS-RUN-INT-DATE -             000445
022350                 FUNCTION INTEGER-OF-DATE (WS-IDLE-FROM)          000446
022400         END-IF                                                   000447
022450     END-IF.                                                      000448
022500* Append the dormant userid to the lockout list and record the    000449
022550* lock on the security-administration audit trail                 000450
022600 2300-LOCK-DORMANT-ACCOUNT.                                       000451
022650     OPEN EXTEND AUTH-LOCKOUT.                                    000452
022700     IF WS-LOCK-STATUS = "35"                                     000453
022750         OPEN OUTPUT AUTH-LOCKOUT                                 000454
022800     END-IF.                                                      000455
022850     MOVE AUTH-TAB-USERID (WS-AUTH-IDX) TO LOCK-USERID.           000456
022900     WRITE AUTH-LOCKOUT-REC.                                      000457
022950     CLOSE AUTH-LOCKOUT.                                          000458
023000     OPEN EXTEND SEC-AUDIT.                                       000459
023050     IF WS-SEC-STATUS = "35"                                      000460
023100         OPEN OUTPUT SEC-AUDIT                                    000461
023150     END-IF.                                                      000462
023200     MOVE "SECRECRT" TO SEC-ADMIN-ID.                             000463
023250     MOVE "DORMLOCK" TO SEC-ACTION.                               000464
023300     MOVE AUTH-TAB-USERID (WS-AUTH-IDX) TO SEC-TARGET.            000465
023350     MOVE FUNCTION CURRENT-DATE (1:14) TO SEC-TIMESTAMP.          000466
023400     WRITE SEC-AUDIT-REC.                                         000467
023450     CLOSE SEC-AUDIT.                                             000468
023500     MOVE "L" TO RCR-LOCKED OF RECERT-WORK-REC.                   000469
023550     ADD 1 TO WS-LOCKED-CNT.                                      000470
023600* Print the sorted userids under their reviewers, each group      000471
023650* closed with its counts and a sign-off block                     000472
023700 3000-PRINT-REPORT.                                               000473
023750     OPEN INPUT SORTED-RECERT.                                    000474
023800     OPEN OUTPUT RECERT-REPORT.                                   000475
023850     MOVE WS-RUN-DATE TO HDG-RUN-DATE.                            000476
023900     MOVE WS-DORMANT-DAYS TO HDG-DORMANT-DAYS.                    000477
023950     IF WS-LOCK-DORMANT                                           000478
024000         MOVE "YES" TO HDG-LOCK-OPT                               000479
024050     ELSE                                                         000480
024100         MOVE "NO" TO HDG-LOCK-OPT                                000481
024150     END-IF.                                                      000482
024200     WRITE RECERT-REPORT-LINE FROM WS-HDG-1.                      000483
024250     WRITE RECERT-REPORT-LINE FROM WS-HDG-2.                      000484
024300     WRITE RECERT-REPORT-LINE FROM SPACES.                        000485
024350     WRITE RECERT-REPORT-LINE FROM WS-HDG-3.                      000486
024400     MOVE "N" TO WS-EOF-SW.                                       000487
024450     PERFORM UNTIL WS-AT-EOF                                      000488
024500         READ SORTED-RECERT                                       000489
024550             AT END                                               000490
024600                 SET WS-AT-EOF TO TRUE                            000491
024650             NOT AT END                                           000492
024700                 IF WS-FIRST-RVW OR                               000493
024750                         RCR-REVIEWER OF SORTED-RECERT-REC        000494
024800                         NOT = WS-CUR-REVIEWER                    000495
024850                     IF NOT WS-FIRST-RVW                          000496
024900                         PERFORM 3200-PRINT-REVIEWER-TOTALS       000497
024950                     END-IF                                       000498
025000                     PERFORM 3100-START-REVIEWER                  000499
025050                 END-IF                                           000500
025100                 PERFORM 3300-PRINT-USERID                        000501
025150         END-READ                                                 000502
025200     END-PERFORM.                                                 000503
025250     IF NOT WS-FIRST-RVW                                          000504
025300         PERFORM 3200-PRINT-REVIEWER-TOTALS                       000505
025350     END-IF.                                                      000506
025400     MOVE WS-AUTH-CNT TO FTR-USER-CNT.                            000507
025450     MOVE WS-DORMANT-CNT TO FTR-DORM-CNT.                         000508
025500     MOVE WS-LOCKED-CNT TO FTR-LOCK-CNT.                          000509
025550     WRITE RECERT-REPORT-LINE FROM SPACES.                        000510
025600     WRITE RECERT-REPORT-LINE FROM WS-FOOTER-1.                   000511
025650     WRITE RECERT-REPORT-LINE FROM WS-FOOTER-2.                   000512
025700     WRITE RECERT-REPORT-LINE FROM WS-FOOTER-3.                   000513
025750     CLOSE SORTED-RECERT.                                         000514
025800     CLOSE RECERT-REPORT.                                         000515
025850 3100-START-REVIEWER.                                             000516
025900     MOVE "N" TO WS-FIRST-RVW-SW.                                 000517
025950     MOVE RCR-REVIEWER OF SORTED-RECERT-REC TO WS-CUR-REVIEWER.   000518
026000     MOVE ZERO TO WS-RVW-USER-CNT.                                000519
026050     MOVE ZERO TO WS-RVW-DORM-CNT.                                000520
026100     MOVE WS-CUR-REVIEWER TO RVL-REVIEWER.                        000521
026150     WRITE RECERT-REPORT-LINE FROM SPACES.                        000522
026200     WRITE RECERT-REPORT-LINE FROM WS-REVIEWER-LINE.              000523
026250 3200-PRINT-REVIEWER-TOTALS.                                      000524
026300     MOVE WS-RVW-USER-CNT TO RFT-USER-CNT.                        000525
026350     MOVE WS-RVW-DORM-CNT TO RFT-DORM-CNT.                        000526
026400     WRITE RECERT-REPORT-LINE FROM WS-REVIEWER-FOOTER-1.          000527
026450     WRITE RECERT-REPORT-LINE FROM SPACES.                        000528
026500     WRITE RECERT-REPORT-LINE FROM WS-REVIEWER-FOOTER-2.          000529
026550     WRITE RECERT-REPORT-LINE FROM WS-REVIEWER-FOOTER-3.          000530
026600* One userid's line - password age in days ("N/A" when no         000531
026650* date is held), both sign-on stamps ("NEVER" when none) and      000532
026700* its dormant/locked status                                       000533
026750 3300-PRINT-USERID.                                               000534
026800     ADD 1 TO WS-RVW-USER-CNT.                                    000535
026850     ADD 1 TO WS-WRITE-CNT.                                       000536
026900     MOVE RCR-USERID OF SORTED-RECERT-REC TO DTL-USERID.          000537
026950     MOVE RCR-ROLE OF SORTED-RECERT-REC TO DTL-ROLE.              000538
027000     MOVE "  N/A" TO DTL-PWD-AGE.                                 000539
027050     MOVE RCR-PWD-DATE OF SORTED-RECERT-REC TO WS-TEST-DATE.      000540
027100     IF WS-TEST-DATE IS NUMERIC AND WS-TEST-DATE > ZERO           000541
027150         PERFORM 0860-VALIDATE-DATE                               000542
027200         IF WS-DATE-VALID AND WS-TEST-DATE <= WS-RUN-DATE         000543
027250             COMPUTE WS-AGE-EDIT = WS-RUN-INT-DATE -              000544
027300                 FUNCTION INTEGER-OF-DATE (WS-TEST-DATE)          000545
027350             MOVE WS-AGE-EDIT TO DTL-PWD-AGE                      000546
027400         END-IF                                                   000547
027450     END-IF.                                                      000548
027500     IF RCR-LAST-OK OF SORTED-RECERT-REC = ZERO                   000549
027550         MOVE "NEVER" TO DTL-LAST-OK                              000550
027600     ELSE                                                         000551
027650         MOVE RCR-LAST-OK OF SORTED-RECERT-REC TO DTL-LAST-OK     000552
027700     END-IF.                                                      000553
027750     IF RCR-LAST-FAIL OF SORTED-RECERT-REC = ZERO                 000554
027800         MOVE "NEVER" TO DTL-LAST-FAIL                            000555
027850     ELSE                                                         000556
027900         MOVE RCR-LAST-FAIL OF SORTED-RECERT-REC                  000557
027950             TO DTL-LAST-FAIL                                     000558
028000     END-IF.                                                      000559
028050     MOVE RCR-IDLE-DAYS OF SORTED-RECERT-REC TO DTL-IDLE.         000560
028100     EVALUATE TRUE                                                000561
028150         WHEN RCR-DORMANT OF SORTED-RECERT-REC = "D" AND          000562
028200                 RCR-LOCKED OF SORTED-RECERT-REC = "L"            000563
028250             MOVE "DORM-LOCKD" TO DTL-STATUS                      000564
028300         WHEN RCR-DORMANT OF SORTED-RECERT-REC = "D"              000565
028350             MOVE "DORMANT" TO DTL-STATUS                         000566
028400         WHEN RCR-LOCKED OF SORTED-RECERT-REC = "Y"               000567
028450             MOVE "LOCKED" TO DTL-STATUS                          000568
028500         WHEN OTHER                                               000569
028550             MOVE "ACTIVE" TO DTL-STATUS                          000570
028600     END-EVALUATE.                                                000571
028650     IF RCR-DORMANT OF SORTED-RECERT-REC = "D"                    000572
028700         ADD 1 TO WS-RVW-DORM-CNT                                 000573
028750     END-IF.                                                      000574
028800     WRITE RECERT-REPORT-LINE FROM WS-DETAIL-LINE.                000575
028850* Validate WS-TEST-DATE as a real YYYYMMDD calendar date,         000576
028900* February 29 allowed only in leap years                          000577
028950 0860-VALIDATE-DATE.                                              000578
029000     MOVE "N" TO WS-DATE-VALID-SW.                                000579
029050     IF WS-TEST-YYYY < 1 OR                                       000580
029100             WS-TEST-MM < 1 OR WS-TEST-MM > 12                    000581
029150         CONTINUE                                                 000582
029200     ELSE                                                         000583
029250         EVALUATE WS-TEST-MM                                      000584
029300             WHEN 01 WHEN 03 WHEN 05 WHEN 07                      000585
029350             WHEN 08 WHEN 10 WHEN 12                              000586
029400                 MOVE 31 TO WS-MONTH-DAYS                         000587
029450             WHEN 04 WHEN 06 WHEN 09 WHEN 11                      000588
029500                 MOVE 30 TO WS-MONTH-DAYS                         000589
029550             WHEN 02                                              000590
029600                 MOVE 28 TO WS-MONTH-DAYS                         000591
029650                 MOVE FUNCTION MOD (WS-TEST-YYYY, 4)              000592
029700                     TO WS-LEAP-REM                               000593
029750                 IF WS-LEAP-REM = ZERO                            000594
029800                     MOVE FUNCTION MOD (WS-TEST-YYYY, 100)        000595
029850                         TO WS-LEAP-REM                           000596
029900                     IF WS-LEAP-REM NOT = ZERO                    000597
029950                         MOVE 29 TO WS-MONTH-DAYS                 000598
030000                     ELSE                                         000599
030050                         MOVE FUNCTION MOD (WS-TEST-YYYY, 400)    000600
030100                             TO WS-LEAP-REM                       000601
030150                         IF WS-LEAP-REM = ZERO                    000602
030200                             MOVE 29 TO WS-MONTH-DAYS             000603
030250                         END-IF                                   000604
030300                     END-IF                                       000605
030350                 END-IF                                           000606
030400         END-EVALUATE                                             000607
030450         IF WS-TEST-DD >= 1 AND WS-TEST-DD <= WS-MONTH-DAYS       000608
030500             SET WS-DATE-VALID TO TRUE                            000609
030550         END-IF                                                   000610
030600     END-IF.                                                      000611
030650* Append this run's records-read/records-written to the shared    000612
030700* run-log for the nightly batch-window reconciliation             000613
030750 8000-WRITE-RUN-LOG.                                              000614
030800     OPEN EXTEND RUN-LOG.                                         000615
030850     IF WS-RUNLOG-STATUS = "35"                                   000616
030900         OPEN OUTPUT RUN-LOG                                      000617
030950     END-IF.                                                      000618
031000     MOVE "SECRECRT" TO RUNLOG-PROGRAM.                           000619
031050     MOVE FUNCTION CURRENT-DATE (1:14) TO RUNLOG-TIMESTAMP.       000620
031100     MOVE WS-READ-CNT TO RUNLOG-RECORDS-READ.                     000621
031150     MOVE WS-WRITE-CNT TO RUNLOG-RECORDS-WRITTEN.                 000622
031200     WRITE RUN-LOG-RECORD.                                        000623
031250     CLOSE RUN-LOG.                                               000624
