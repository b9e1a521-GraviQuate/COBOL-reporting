000100 IDENTIFICATION DIVISION.                                         000001
000150 PROGRAM-ID. PREREQ-MAINT.                                        000002
000200* Menu-driven course-prerequisite maintenance - add, change,      000003
000250* delete or list the required courses and minimum letter grade    000004
000300* for a COURSE-CODE on PREREQ-MASTER, maintained the same way     000005
000350* COURSE-MAINT maintains the course catalog, so ENROLL-MAINT can  000006
000400* refuse a registration when a prerequisite is missing or was     000007
000450* not passed                                                      000008
000500 ENVIRONMENT DIVISION.                                            000009
000550 INPUT-OUTPUT SECTION.                                            000010
000600 FILE-CONTROL.                                                    000011
000650     SELECT PREREQ-MASTER ASSIGN TO "PRQMAST"                     000012
000700         ORGANIZATION IS INDEXED                                  000013
000750         ACCESS MODE IS DYNAMIC                                   000014
000800         RECORD KEY IS PRQ-KEY OF PREREQ-MASTER-RECORD            000015
000850         FILE STATUS IS WS-PRQ-STATUS.                            000016
000900* Course catalog - keyed reads validate both the course and the   000017
000950* required course                                                 000018
001000     SELECT COURSE-CATALOG ASSIGN TO "CRSMAST"                    000019
001050         ORGANIZATION IS INDEXED                                  000020
001100         ACCESS MODE IS DYNAMIC                                   000021
001150         RECORD KEY IS COURSE-CODE OF COURSE-CATALOG-RECORD.      000022
001200* Letter-grade band cutoffs - optional, defaults to a standard    000023
001250* A/B/C/D/F scale when the parameter file is absent. The minimum  000024
001300* letter must be one of the letters on the scale                  000025
001350     SELECT OPTIONAL GRADE-PARAMETERS ASSIGN TO "GRDPARM"         000026
001400         ORGANIZATION IS LINE SEQUENTIAL.                         000027
001450* Authorized-credential list - one userid/password/role per       000028
001500* line. Optional so a shop without one still gets a default       000029
001550     SELECT OPTIONAL AUTH-LIST ASSIGN TO "AUTHLIST"               000030
001600         ORGANIZATION IS LINE SEQUENTIAL.                         000031
001650* Sign-on security files - the lockout list and the               000032
001700* logon-audit trail of every successful and failed attempt        000033
001750     SELECT OPTIONAL AUTH-LOCKOUT ASSIGN TO "AUTHLOCK"            000034
001800         ORGANIZATION IS LINE SEQUENTIAL                          000035
001850         FILE STATUS IS WS-LOCK-STATUS.                           000036
001900     SELECT LOGON-AUDIT ASSIGN TO "LOGONAUD"                      000037
001950         ORGANIZATION IS LINE SEQUENTIAL                          000038
002000         FILE STATUS IS WS-LOGON-STATUS.                          000039
002050 DATA DIVISION.                                                   000040
002100 FILE SECTION.                                                    000041
002150 FD  PREREQ-MASTER.                                               000042
002200 01  PREREQ-MASTER-RECORD.                                        000043
002250     COPY PRQREC.                                                 000044
002300 FD  COURSE-CATALOG.                                              000045
002350 01  COURSE-CATALOG-RECORD.                                       000046
002400     COPY CRSREC.                                                 000047
002450 FD  GRADE-PARAMETERS.                                            000048
002500 01  GRADE-PARAMETER-REC.                                         000049
002550     COPY GRDBAND.                                                000050
002600 FD  AUTH-LIST.                                                   000051
002650 01  AUTH-LIST-REC.                                               000052
002700     COPY AUTHREC.                                                000053
002750 FD  AUTH-LOCKOUT.                                                000054
002800 01  AUTH-LOCKOUT-REC.                                            000055
002850     05  LOCK-USERID   PIC X(8).                                  000056
002900 FD  LOGON-AUDIT.                                                 000057
002950 01  LOGON-AUDIT-REC.                                             000058
003000     05  LOGON-USERID    PIC X(8).                                000059
003050     05  LOGON-RESULT    PIC X.                                   000060
003100     05  LOGON-PROGRAM   PIC X(8).                                000061
003150     05  LOGON-TIMESTAMP PIC 9(14).                               000062
003200 WORKING-STORAGE SECTION.                                         000063
003250 01  WS-EOF-SW         PIC X VALUE "N".                           000064
003300     88  WS-DONE       VALUE "Y".                                 000065
003350 01  WS-FUNCTION       PIC X.                                     000066
003400     88  WS-FN-ADD     VALUE "A" "a".                             000067
003450     88  WS-FN-CHANGE  VALUE "C" "c".                             000068
003500     88  WS-FN-DELETE  VALUE "D" "d".                             000069
003550     88  WS-FN-LIST    VALUE "L" "l".                             000070
003600     88  WS-FN-QUIT    VALUE "Q" "q".                             000071
003650 01  WS-PRQ-STATUS     PIC XX.                                    000072
003700 01  WS-KEY-COURSE     PIC X(6).                                  000073
003750 01  WS-KEY-REQ-COURSE PIC X(6).                                  000074
003800 01  WS-NEW-LETTER     PIC X.                                     000075
003850 01  WS-LETTER-OK-SW   PIC X.                                     000076
003900     88  WS-LETTER-OK  VALUE "Y".                                 000077
003950 01  WS-CRS-VALID-SW   PIC X.                                     000078
004000     88  WS-CRS-VALID  VALUE "Y".                                 000079
004050 01  WS-SCAN-EOF-SW    PIC X.                                     000080
004100     88  WS-SCAN-EOF   VALUE "Y".                                 000081
004150 01  WS-LIST-CNT       PIC 99.                                    000082
004200* Letter-grade bands, highest cutoff first - only the letters     000083
004250* are used here, to validate the minimum letter keyed             000084
004300 78  WS-MAX-BANDS       VALUE 10.                                 000085
004350 01  WS-BAND-CNT        PIC 99 VALUE ZERO.                        000086
004400 01  GRD-BAND-TABLE.                                              000087
004450     05  GRD-BAND OCCURS 1 TO WS-MAX-BANDS TIMES                  000088
004500             DEPENDING ON WS-BAND-CNT.                            000089
004550         COPY GRDBAND.                                            000090
004600 01  WS-BAND-IDX        PIC 99.                                   000091
004650* The logged-on userid is validated against WS-AUTH-TABLE         000092
004700* before any update is allowed                                    000093
004750 01  WS-USERID         PIC X(8).                                  000094
004800* Authorized-userid table, loaded once at start-up from AUTHLIST  000095
004850 01  WS-AUTH-EOF-SW    PIC X VALUE "N".                           000096
004900     88  WS-AUTH-EOF   VALUE "Y".                                 000097
004950 78  WS-MAX-AUTH-USERS VALUE 50.                                  000098
005000 01  WS-AUTH-CNT       PIC 99 VALUE ZERO.                         000099
005050 01  WS-AUTH-TABLE.                                               000100
005100     05  AUTH-ENTRY OCCURS 1 TO 50 TIMES                          000101
005150             DEPENDING ON WS-AUTH-CNT.                            000102
005200         10  AUTH-TAB-USERID   PIC X(8).                          000103
005250         10  AUTH-TAB-PASSWORD PIC X(8).                          000104
005300         10  AUTH-TAB-ROLE     PIC X.                             000105
005350 01  WS-AUTH-IDX       PIC 99.                                    000106
005400 01  WS-SIGNED-ON-SW   PIC X VALUE "N".                           000107
005450     88  WS-SIGNED-ON  VALUE "Y".                                 000108
005500* Sign-on working fields - keyed password, granted role,          000109
005550* straight-failure counting and the lockout switch                000110
005600 01  WS-PASSWORD       PIC X(8).                                  000111
005650 01  WS-USER-ROLE      PIC X.                                     000112
005700     88  WS-ROLE-INQUIRY VALUE "I".                               000113
005750     88  WS-ROLE-UPDATE  VALUE "U".                               000114
005800     88  WS-ROLE-ADMIN   VALUE "A".                               000115
005850 78  WS-MAX-ATTEMPTS   VALUE 3.                                   000116
005900 01  WS-ATTEMPT-CNT    PIC 9 VALUE ZERO.                          000117
005950 01  WS-FAIL-USERID    PIC X(8) VALUE SPACES.                     000118
006000 01  WS-FAIL-CNT       PIC 9 VALUE ZERO.                          000119
006050 01  WS-LOCKED-SW      PIC X.                                     000120
006100     88  WS-LOCKED     VALUE "Y".                                 000121
006150 01  WS-LOCK-EOF-SW    PIC X.                                     000122
006200     88  WS-LOCK-EOF   VALUE "Y".                                 000123
006250 01  WS-LOGON-STATUS   PIC XX.                                    000124
006300 01  WS-LOCK-STATUS    PIC XX.                                    000125
006350 PROCEDURE DIVISION.                                              000126
006400 0000-MAIN.                                                       000127
006450     PERFORM 0500-LOAD-AUTH-LIST.                                 000128
006500     PERFORM 0600-CAPTURE-LOGON.                                  000129
006550     IF WS-SIGNED-ON AND WS-ROLE-INQUIRY                          000130
006600         DISPLAY "Inquiry-only userids cannot use prerequisite"   000131
006650             " maintenance."                                      000132
006700         MOVE "N" TO WS-SIGNED-ON-SW                              000133
006750     END-IF.                                                      000134
006800     IF WS-SIGNED-ON                                              000135
006850         PERFORM 0700-LOAD-GRADE-BANDS                            000136
006900         OPEN I-O PREREQ-MASTER                                   000137
006950         IF WS-PRQ-STATUS = "35"                                  000138
007000             OPEN OUTPUT PREREQ-MASTER                            000139
007050             CLOSE PREREQ-MASTER                                  000140
007100             OPEN I-O PREREQ-MASTER                               000141
007150         END-IF                                                   000142
007200         OPEN INPUT COURSE-CATALOG                                000143
007250         PERFORM UNTIL WS-DONE                                    000144
007300             PERFORM 1000-SHOW-MENU                               000145
007350             PERFORM 2000-PROCESS-FUNCTION                        000146
007400         END-PERFORM                                              000147
007450         CLOSE PREREQ-MASTER                                      000148
007500         CLOSE COURSE-CATALOG                                     000149
007550     END-IF.                                                      000150
007600     STOP RUN.                                                    000151
007650* Load the credential table from AUTHLIST. If the file is         000152
007700* absent default to a single built-in administrator so the        000153
007750* transaction still works in a shop that hasn't set one up yet    000154
007800 0500-LOAD-AUTH-LIST.                                             000155
007850     OPEN INPUT AUTH-LIST.                                        000156
007900     PERFORM UNTIL WS-AUTH-EOF                                    000157
007950             OR WS-AUTH-CNT = WS-MAX-AUTH-USERS                   000158
008000         READ AUTH-LIST                                           000159
008050             AT END                                               000160
008100                 SET WS-AUTH-EOF TO TRUE                          000161
008150             NOT AT END                                           000162
008200                 ADD 1 TO WS-AUTH-CNT                             000163
008250                 MOVE AUTH-USERID                                 000164
008300                     TO AUTH-TAB-USERID (WS-AUTH-CNT)             000165
008350                 MOVE AUTH-PASSWORD                               000166
008400                     TO AUTH-TAB-PASSWORD (WS-AUTH-CNT)           000167
008450                 MOVE AUTH-ROLE                                   000168
008500                     TO AUTH-TAB-ROLE (WS-AUTH-CNT)               000169
008550         END-READ                                                 000170
008600     END-PERFORM.                                                 000171
008650     CLOSE AUTH-LIST.                                             000172
008700     IF WS-AUTH-CNT = ZERO                                        000173
008750         MOVE 1 TO WS-AUTH-CNT                                    000174
008800         MOVE "ADMIN" TO AUTH-TAB-USERID (1)                      000175
008850         MOVE "ADMIN" TO AUTH-TAB-PASSWORD (1)                    000176
008900         MOVE "A"     TO AUTH-TAB-ROLE (1)                        000177
008950     END-IF.                                                      000178
009000* Prompt for userid and password, checking the lockout list       000179
009050* and the credential table; every attempt is written to the       000180
009100* logon-audit file, and three straight failures for the same      000181
009150* userid lock it out                                              000182
009200 0600-CAPTURE-LOGON.                                              000183
009250     PERFORM UNTIL WS-SIGNED-ON                                   000184
009300             OR WS-ATTEMPT-CNT >= WS-MAX-ATTEMPTS                 000185
009350         ADD 1 TO WS-ATTEMPT-CNT                                  000186
009400         DISPLAY "Userid: " WITH NO ADVANCING                     000187
009450         ACCEPT WS-USERID                                         000188
009500         DISPLAY "Password: " WITH NO ADVANCING                   000189
009550         ACCEPT WS-PASSWORD                                       000190
009600         PERFORM 0610-CHECK-LOCKOUT                               000191
009650         IF WS-LOCKED                                             000192
009700             DISPLAY "Userid " WS-USERID " is locked out"         000193
009750                 " - see the security administrator."             000194
009800         ELSE                                                     000195
009850             PERFORM 0620-MATCH-CREDENTIALS                       000196
009900         END-IF                                                   000197
009950         PERFORM 0630-AUDIT-LOGON-ATTEMPT                         000198
010000         IF NOT WS-SIGNED-ON                                      000199
010050             PERFORM 0640-COUNT-FAILURE                           000200
010100         END-IF                                                   000201
010150     END-PERFORM.                                                 000202
010200     IF NOT WS-SIGNED-ON                                          000203
010250         DISPLAY "Sign-on failed."                                000204
010300     END-IF.                                                      000205
010350* Is this userid on the lockout list                              000206
010400 0610-CHECK-LOCKOUT.                                              000207
010450     MOVE "N" TO WS-LOCKED-SW.                                    000208
010500     MOVE "N" TO WS-LOCK-EOF-SW.                                  000209
010550     OPEN INPUT AUTH-LOCKOUT.                                     000210
010600     IF WS-LOCK-STATUS = "35"                                     000211
010650         MOVE "Y" TO WS-LOCK-EOF-SW                               000212
010700     END-IF.                                                      000213
010750     PERFORM UNTIL WS-LOCK-EOF                                    000214
010800         READ AUTH-LOCKOUT                                        000215
010850             AT END                                               000216
010900                 SET WS-LOCK-EOF TO TRUE                          000217
010950             NOT AT END                                           000218
011000                 IF LOCK-USERID = WS-USERID                       000219
011050                     SET WS-LOCKED TO TRUE                        000220
011100                 END-IF                                           000221
011150         END-READ                                                 000222
011200     END-PERFORM.                                                 000223
011250     CLOSE AUTH-LOCKOUT.                                          000224
011300* Userid and password must both match one credential entry;       000225
011350* a match carries the entry's role into the session               000226
011400 0620-MATCH-CREDENTIALS.                                          000227
011450     PERFORM VARYING WS-AUTH-IDX FROM 1 BY 1                      000228
011500             UNTIL WS-AUTH-IDX > WS-AUTH-CNT                      000229
011550         IF WS-USERID = AUTH-TAB-USERID (WS-AUTH-IDX) AND         000230
011600                 WS-PASSWORD =                                    000231
011650                 AUTH-TAB-PASSWORD (WS-AUTH-IDX)                  000232
011700             MOVE AUTH-TAB-ROLE (WS-AUTH-IDX)                     000233
011750                 TO WS-USER-ROLE                                  000234
011800             SET WS-SIGNED-ON TO TRUE                             000235
011850             EXIT PERFORM                                         000236
011900         END-IF                                                   000237
011950     END-PERFORM.                                                 000238
012000     IF NOT WS-SIGNED-ON                                          000239
012050         DISPLAY "Userid or password incorrect."                  000240
012100     END-IF.                                                      000241
012150* Record this attempt, successful or failed, on the logon         000242
012200* audit trail                                                     000243
012250 0630-AUDIT-LOGON-ATTEMPT.                                        000244
012300     OPEN EXTEND LOGON-AUDIT.                                     000245
012350     IF WS-LOGON-STATUS = "35"                                    000246
012400         OPEN OUTPUT LOGON-AUDIT                                  000247
012450     END-IF.                                                      000248
012500     MOVE WS-USERID TO LOGON-USERID.                              000249
012550     IF WS-SIGNED-ON                                              000250
012600         MOVE "S" TO LOGON-RESULT                                 000251
012650     ELSE                                                         000252
012700         MOVE "F" TO LOGON-RESULT                                 000253
012750     END-IF.                                                      000254
012800     MOVE "PRQMAINT" TO LOGON-PROGRAM.                            000255
012850     MOVE FUNCTION CURRENT-DATE (1:14) TO LOGON-TIMESTAMP.        000256
012900     WRITE LOGON-AUDIT-REC.                                       000257
012950     CLOSE LOGON-AUDIT.                                           000258
013000* Three straight failures for one userid put it on the            000259
013050* lockout list until the security administrator clears it         000260
013100 0640-COUNT-FAILURE.                                              000261
013150     IF WS-USERID = WS-FAIL-USERID                                000262
013200         ADD 1 TO WS-FAIL-CNT                                     000263
013250     ELSE                                                         000264
013300         MOVE WS-USERID TO WS-FAIL-USERID                         000265
013350         MOVE 1 TO WS-FAIL-CNT                                    000266
013400     END-IF.                                                      000267
013450     IF WS-FAIL-CNT >= WS-MAX-ATTEMPTS                            000268
013500         OPEN EXTEND AUTH-LOCKOUT                                 000269
013550         IF WS-LOCK-STATUS = "35"                                 000270
013600             OPEN OUTPUT AUTH-LOCKOUT                             000271
013650         END-IF                                                   000272
013700         MOVE WS-USERID TO LOCK-USERID                            000273
013750         WRITE AUTH-LOCKOUT-REC                                   000274
013800         CLOSE AUTH-LOCKOUT                                       000275
013850         DISPLAY "Userid " WS-USERID " is now locked out."        000276
013900     END-IF.                                                      000277
013950* Read the band cutoffs from GRDPARM, highest cutoff first; fall  000278
014000* back to a standard A/B/C/D/F 90/80/70/60/0 scale when the       000279
014050* parameter file is missing or empty                              000280
014100 0700-LOAD-GRADE-BANDS.                                           000281
014150     OPEN INPUT GRADE-PARAMETERS.                                 000282
014200     PERFORM UNTIL WS-BAND-CNT = WS-MAX-BANDS                     000283
014250         READ GRADE-PARAMETERS                                    000284
014300             AT END                                               000285
014350                 EXIT PERFORM                                     000286
014400             NOT AT END                                           000287
014450                 ADD 1 TO WS-BAND-CNT                             000288
014500                 MOVE GRADE-PARAMETER-REC                         000289
014550                     TO GRD-BAND (WS-BAND-CNT)                    000290
014600         END-READ                                                 000291
014650     END-PERFORM.                                                 000292
014700     CLOSE GRADE-PARAMETERS.                                      000293
014750     IF WS-BAND-CNT = 0                                           000294
014800         MOVE 5 TO WS-BAND-CNT                                    000295
014850         MOVE "A" TO GRD-LETTER OF GRD-BAND (1)                   000296
014900         MOVE 090 TO GRD-MIN-SCORE OF GRD-BAND (1)                000297
014950         MOVE "B" TO GRD-LETTER OF GRD-BAND (2)                   000298
015000         MOVE 080 TO GRD-MIN-SCORE OF GRD-BAND (2)                000299
015050         MOVE "C" TO GRD-LETTER OF GRD-BAND (3)                   000300
015100         MOVE 070 TO GRD-MIN-SCORE OF GRD-BAND (3)                000301
015150         MOVE "D" TO GRD-LETTER OF GRD-BAND (4)                   000302
015200         MOVE 060 TO GRD-MIN-SCORE OF GRD-BAND (4)                000303
015250         MOVE "F" TO GRD-LETTER OF GRD-BAND (5)                   000304
015300         MOVE 000 TO GRD-MIN-SCORE OF GRD-BAND (5)                000305
015350     END-IF.                                                      000306
015400* Prompt for the course and required-course pair that keys a      000307
015450* prerequisite row                                                000308
015500 0800-GET-PREREQ-KEY.                                             000309
015550     DISPLAY "COURSE-CODE (6 chars): " WITH NO ADVANCING.         000310
015600     ACCEPT WS-KEY-COURSE.                                        000311
015650     DISPLAY "Required course (6 chars): " WITH NO ADVANCING.     000312
015700     ACCEPT WS-KEY-REQ-COURSE.                                    000313
015750     MOVE WS-KEY-COURSE     TO PRQ-COURSE OF PREREQ-MASTER-RECORD.000314
015800     MOVE WS-KEY-REQ-COURSE                                       000315
015850         TO PRQ-REQ-COURSE OF PREREQ-MASTER-RECORD.               000316
015900* Both courses must be on the catalog, and a course cannot be     000317
015950* its own prerequisite                                            000318
016000 0850-EDIT-COURSES.                                               000319
016050     MOVE "N" TO WS-CRS-VALID-SW.                                 000320
016100     IF WS-KEY-COURSE = WS-KEY-REQ-COURSE                         000321
016150         DISPLAY "A course cannot be its own prerequisite."       000322
016200     ELSE                                                         000323
016250         MOVE WS-KEY-COURSE                                       000324
016300             TO COURSE-CODE OF COURSE-CATALOG-RECORD              000325
016350         READ COURSE-CATALOG                                      000326
016400             INVALID KEY                                          000327
016450                 DISPLAY "Course " WS-KEY-COURSE                  000328
016500                     " is not on the course catalog."             000329
016550             NOT INVALID KEY                                      000330
016600                 SET WS-CRS-VALID TO TRUE                         000331
016650         END-READ                                                 000332
016700     END-IF.                                                      000333
016750     IF WS-CRS-VALID                                              000334
016800         MOVE "N" TO WS-CRS-VALID-SW                              000335
016850         MOVE WS-KEY-REQ-COURSE                                   000336
016900             TO COURSE-CODE OF COURSE-CATALOG-RECORD              000337
016950         READ COURSE-CATALOG                                      000338
017000             INVALID KEY                                          000339
017050                 DISPLAY "Course " WS-KEY-REQ-COURSE              000340
017100                     " is not on the course catalog."             000341
017150             NOT INVALID KEY                                      000342
017200                 SET WS-CRS-VALID TO TRUE                         000343
017250         END-READ                                                 000344
017300     END-IF.                                                      000345
017350* Prompt for and accept the minimum letter grade, re-prompting    000346
017400* until it is a letter on the GRDPARM scale                       000347
017450 0900-GET-VALID-LETTER.                                           000348
017500     MOVE "N" TO WS-LETTER-OK-SW.                                 000349
017550     PERFORM UNTIL WS-LETTER-OK                                   000350
017600         DISPLAY "Minimum letter grade: " WITH NO ADVANCING       000351
017650         ACCEPT WS-NEW-LETTER                                     000352
017700         PERFORM VARYING WS-BAND-IDX FROM 1 BY 1                  000353
017750                 UNTIL WS-BAND-IDX > WS-BAND-CNT                  000354
017800             IF GRD-LETTER OF GRD-BAND (WS-BAND-IDX)              000355
017850                     = WS-NEW-LETTER                              000356
017900                 SET WS-LETTER-OK TO TRUE                         000357
017950                 EXIT PERFORM                                     000358
018000             END-IF                                               000359
018050         END-PERFORM                                              000360
018100         IF NOT WS-LETTER-OK                                      000361
018150             DISPLAY "Letter is not on the grading scale - try"   000362
018200                 " again."                                        000363
018250         END-IF                                                   000364
018300     END-PERFORM.                                                 000365
018350* Prompt for and accept the maintenance function for this pass    000366
018400 1000-SHOW-MENU.                                                  000367
018450     DISPLAY " ".                                                 000368
018500     DISPLAY "PREREQUISITE MAINTENANCE - (A)dd (C)hange (D)elete" 000369
018550         " (L)ist (Q)uit".                                        000370
018600     DISPLAY "Function: " WITH NO ADVANCING.                      000371
018650     ACCEPT WS-FUNCTION.                                          000372
018700* Dispatch to the requested add/change/delete/list paragraph      000373
018750 2000-PROCESS-FUNCTION.                                           000374
018800     EVALUATE TRUE                                                000375
018850         WHEN WS-FN-ADD                                           000376
018900             PERFORM 3000-ADD-PREREQ                              000377
018950         WHEN WS-FN-CHANGE                                        000378
019000             PERFORM 4000-CHANGE-PREREQ                           000379
019050         WHEN WS-FN-DELETE                                        000380
019100             IF WS-ROLE-ADMIN                                     000381
019150                 PERFORM 5000-DELETE-PREREQ                       000382
019200             ELSE                                                 000383
019250                 DISPLAY "Delete requires administrator"          000384
019300                     " authority."                                000385
019350             END-IF                                               000386
019400         WHEN WS-FN-LIST                                          000387
019450             PERFORM 6000-LIST-PREREQS                            000388
019500         WHEN WS-FN-QUIT                                          000389
019550             SET WS-DONE TO TRUE                                  000390
019600         WHEN OTHER                                               000391
019650             DISPLAY "Invalid function - try again."              000392
019700     END-EVALUATE.                                                000393
019750* Add a new prerequisite row for a course                         000394
019800 3000-ADD-PREREQ.                                                 000395
019850     PERFORM 0800-GET-PREREQ-KEY.                                 000396
019900     PERFORM 0850-EDIT-COURSES.                                   000397
019950     IF WS-CRS-VALID                                              000398
020000         PERFORM 0900-GET-VALID-LETTER                            000399
020050         MOVE WS-KEY-COURSE TO PRQ-COURSE OF PREREQ-MASTER-RECORD 000400
020100         MOVE WS-KEY-REQ-COURSE                                   000401
020150             TO PRQ-REQ-COURSE OF PREREQ-MASTER-RECORD            000402
020200         MOVE WS-NEW-LETTER                                       000403
020250             TO PRQ-MIN-LETTER OF PREREQ-MASTER-RECORD            000404
020300         WRITE PREREQ-MASTER-RECORD                               000405
020350             INVALID KEY                                          000406
020400                 DISPLAY "Prerequisite " WS-KEY-REQ-COURSE        000407
020450                     " for " WS-KEY-COURSE " already exists."     000408
020500             NOT INVALID KEY                                      000409
020550                 DISPLAY "Prerequisite " WS-KEY-REQ-COURSE        000410
020600                     " added for " WS-KEY-COURSE "."              000411
020650         END-WRITE                                                000412
020700     END-IF.                                                      000413
020750* Change the minimum letter grade on an existing prerequisite     000414
020800 4000-CHANGE-PREREQ.                                              000415
020850     PERFORM 0800-GET-PREREQ-KEY.                                 000416
020900     READ PREREQ-MASTER                                           000417
020950         INVALID KEY                                              000418
021000             DISPLAY "Prerequisite " WS-KEY-REQ-COURSE            000419
021050                 " for " WS-KEY-COURSE " not found."              000420
021100         NOT INVALID KEY                                          000421
021150             DISPLAY "Current minimum letter: "                   000422
021200                 PRQ-MIN-LETTER OF PREREQ-MASTER-RECORD           000423
021250             PERFORM 0900-GET-VALID-LETTER                        000424
021300             MOVE WS-NEW-LETTER                                   000425
021350                 TO PRQ-MIN-LETTER OF PREREQ-MASTER-RECORD        000426
021400             REWRITE PREREQ-MASTER-RECORD                         000427
021450                 INVALID KEY                                      000428
021500                     DISPLAY "Unable to rewrite the prerequisite."000429
021550                 NOT INVALID KEY                                  000430
021600                     DISPLAY "Prerequisite " WS-KEY-REQ-COURSE    000431
021650                         " for " WS-KEY-COURSE " changed."        000432
021700             END-REWRITE                                          000433
021750     END-READ.                                                    000434
021800* Delete an existing prerequisite row by its full key             000435
021850 5000-DELETE-PREREQ.                                              000436
021900     PERFORM 0800-GET-PREREQ-KEY.                                 000437
021950     READ PREREQ-MASTER                                           000438
022000         INVALID KEY                                              000439
022050             DISPLAY "Prerequisite " WS-KEY-REQ-COURSE            000440
022100                 " for " WS-KEY-COURSE " not found."              000441
022150         NOT INVALID KEY                                          000442
022200             DELETE PREREQ-MASTER                                 000443
022250                 INVALID KEY                                      000444
022300                     DISPLAY "Unable to delete the prerequisite." 000445
022350                 NOT INVALID KEY                                  000446
022400                     DISPLAY "Prerequisite " WS-KEY-REQ-COURSE    000447
022450                         " for " WS-KEY-COURSE " deleted."        000448
022500             END-DELETE                                           000449
022550     END-READ.                                                    000450
022600* Every prerequisite row for one course, read with a keyed start  000451
022650* at the course's first row                                       000452
022700 6000-LIST-PREREQS.                                               000453
022750     DISPLAY "COURSE-CODE to list: " WITH NO ADVANCING.           000454
022800     ACCEPT WS-KEY-COURSE.                                        000455
022850     MOVE ZERO TO WS-LIST-CNT.                                    000456
022900     MOVE "N" TO WS-SCAN-EOF-SW.                                  000457
022950     MOVE WS-KEY-COURSE TO PRQ-COURSE OF PREREQ-MASTER-RECORD.    000458
023000     MOVE LOW-VALUES TO PRQ-REQ-COURSE OF PREREQ-MASTER-RECORD.   000459
023050     START PREREQ-MASTER                                          000460
023100         KEY >= PRQ-KEY OF PREREQ-MASTER-RECORD                   000461
023150         INVALID KEY                                              000462
023200             SET WS-SCAN-EOF TO TRUE                              000463
023250     END-START.                                                   000464
023300     PERFORM UNTIL WS-SCAN-EOF                                    000465
023350         READ PREREQ-MASTER NEXT RECORD                           000466
023400             AT END                                               000467
023450                 SET WS-SCAN-EOF TO TRUE                          000468
023500             NOT AT END                                           000469
023550                 IF PRQ-COURSE OF PREREQ-MASTER-RECORD            000470
023600                         NOT = WS-KEY-COURSE                      000471
023650                     SET WS-SCAN-EOF TO TRUE                      000472
023700                 ELSE                                             000473
023750                     ADD 1 TO WS-LIST-CNT                         000474
023800                     DISPLAY "  REQUIRES "                        000475
023850                         PRQ-REQ-COURSE OF PREREQ-MASTER-RECORD   000476
023900                         "  MINIMUM LETTER "                      000477
023950                         PRQ-MIN-LETTER OF PREREQ-MASTER-RECORD   000478
024000                 END-IF                                           000479
024050         END-READ                                                 000480
024100     END-PERFORM.                                                 000481
024150     IF WS-LIST-CNT = ZERO                                        000482
024200         DISPLAY "No prerequisites on file for " WS-KEY-COURSE "."000483
024250     END-IF.                                                      000484
