000100 IDENTIFICATION DIVISION.                                         000001
000150 PROGRAM-ID. HOLD-MAINT.                                          000002
000200* Menu-driven student-hold maintenance - places and releases the  000003
000250* financial, disciplinary and records-missing holds on            000004
000300* HOLD-MASTER that stop ENROLL-MAINT registering a student and    000005
000350* TRANSCRIPT releasing the student's official transcript, and     000006
000400* lists a student's holds. Behind the same sign-on the other      000007
000450* online programs use: update userids place holds, releasing      000008
000500* one needs administrator authority, and every place and          000009
000550* release is written to the HOLDAUD audit trail                   000010
000600 ENVIRONMENT DIVISION.                                            000011
000650 INPUT-OUTPUT SECTION.                                            000012
000700 FILE-CONTROL.                                                    000013
000750     SELECT HOLD-MASTER ASSIGN TO "HOLDMAST"                      000014
000800         ORGANIZATION IS INDEXED                                  000015
000850         ACCESS MODE IS DYNAMIC                                   000016
000900         RECORD KEY IS HOLD-KEY OF HOLD-MASTER-RECORD             000017
000950         FILE STATUS IS WS-HOLD-STATUS.                           000018
001000* Student master - a hold needs a student on file                 000019
001050     SELECT STUDENT-MASTER ASSIGN TO "STUMAST"                    000020
001100         ORGANIZATION IS INDEXED                                  000021
001150         ACCESS MODE IS DYNAMIC                                   000022
001200         RECORD KEY IS STU-MAST-ID OF STUDENT-MASTER-RECORD.      000023
001250* Hold audit trail - one record per hold placed or released       000024
001300     SELECT HOLD-AUDIT ASSIGN TO "HOLDAUD"                        000025
001350         ORGANIZATION IS LINE SEQUENTIAL                          000026
001400         FILE STATUS IS WS-HAUD-STATUS.                           000027
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
002150 FD  HOLD-MASTER.                                                 000042
002200 01  HOLD-MASTER-RECORD.                                          000043
002250     COPY HOLDREC.                                                000044
002300 FD  STUDENT-MASTER.                                              000045
002350 01  STUDENT-MASTER-RECORD.                                       000046
002400     COPY STUREC.                                                 000047
002450 FD  HOLD-AUDIT.                                                  000048
002500 01  HOLD-AUDIT-REC.                                              000049
002550     05  HAUD-USERID     PIC X(8).                                000050
002600     05  HAUD-ACTION     PIC X(8).                                000051
002650     05  HAUD-STU-ID     PIC X(9).                                000052
002700     05  HAUD-HOLD-TYPE  PIC X.                                   000053
002750     05  HAUD-PLACED-TS  PIC 9(14).                               000054
002800     05  HAUD-REASON     PIC X(30).                               000055
002850     05  HAUD-TIMESTAMP  PIC 9(14).                               000056
002900 FD  AUTH-LIST.                                                   000057
002950 01  AUTH-LIST-REC.                                               000058
003000     COPY AUTHREC.                                                000059
003050 FD  AUTH-LOCKOUT.                                                000060
003100 01  AUTH-LOCKOUT-REC.                                            000061
003150     05  LOCK-USERID   PIC X(8).                                  000062
003200 FD  LOGON-AUDIT.                                                 000063
003250 01  LOGON-AUDIT-REC.                                             000064
003300     05  LOGON-USERID    PIC X(8).                                000065
003350     05  LOGON-RESULT    PIC X.                                   000066
003400     05  LOGON-PROGRAM   PIC X(8).                                000067
003450     05  LOGON-TIMESTAMP PIC 9(14).                               000068
003500 WORKING-STORAGE SECTION.                                         000069
003550 01  WS-EOF-SW         PIC X VALUE "N".                           000070
003600     88  WS-DONE       VALUE "Y".                                 000071
003650 01  WS-FUNCTION       PIC X.                                     000072
003700     88  WS-FN-PLACE   VALUE "P" "p".                             000073
003750     88  WS-FN-RELEASE VALUE "R" "r".                             000074
003800     88  WS-FN-LIST    VALUE "L" "l".                             000075
003850     88  WS-FN-QUIT    VALUE "Q" "q".                             000076
003900 01  WS-HOLD-STATUS    PIC XX.                                    000077
003950 01  WS-HAUD-STATUS    PIC XX.                                    000078
004000 01  WS-KEY-STU-ID     PIC X(9).                                  000079
004050 01  WS-STU-VALID-SW   PIC X.                                     000080
004100     88  WS-STU-VALID  VALUE "Y".                                 000081
004150 01  WS-NEW-TYPE       PIC X.                                     000082
004200     88  WS-TYPE-VALID VALUE "F" "D" "R".                         000083
004250 01  WS-NEW-REASON     PIC X(30).                                 000084
004300 01  WS-TYPE-DESC      PIC X(13).                                 000085
004350 01  WS-SCAN-EOF-SW    PIC X.                                     000086
004400     88  WS-SCAN-EOF   VALUE "Y".                                 000087
004450 01  WS-DUP-TYPE-SW    PIC X.                                     000088
004500     88  WS-DUP-TYPE   VALUE "Y".                                 000089
004550* The student's active holds, numbered for the release pick       000090
004600 78  WS-MAX-PICKS      VALUE 20.                                  000091
004650 01  WS-PICK-CNT       PIC 99 VALUE ZERO.                         000092
004700 01  WS-PICK-TABLE.                                               000093
004750     05  PICK-ENTRY OCCURS 0 TO WS-MAX-PICKS TIMES                000094
004800             DEPENDING ON WS-PICK-CNT.                            000095
004850         10  PICK-PLACED-TS  PIC 9(14).                           000096
004900 01  WS-PICK           PIC 99.                                    000097
004950 01  WS-LIST-CNT       PIC 9(4).                                  000098
005000* The logged-on userid is validated against WS-AUTH-TABLE         000099
005050* before any update is allowed                                    000100
005100 01  WS-USERID         PIC X(8).                                  000101
005150* Authorized-userid table, loaded once at start-up from AUTHLIST  000102
005200 01  WS-AUTH-EOF-SW    PIC X VALUE "N".                           000103
005250     88  WS-AUTH-EOF   VALUE "Y".                                 000104
005300 78  WS-MAX-AUTH-USERS VALUE 50.                                  000105
005350 01  WS-AUTH-CNT       PIC 99 VALUE ZERO.                         000106
005400 01  WS-AUTH-TABLE.                                               000107
005450     05  AUTH-ENTRY OCCURS 1 TO 50 TIMES                          000108
005500             DEPENDING ON WS-AUTH-CNT.                            000109
005550         10  AUTH-TAB-USERID   PIC X(8).                          000110
005600         10  AUTH-TAB-PASSWORD PIC X(8).                          000111
005650         10  AUTH-TAB-ROLE     PIC X.                             000112
005700 01  WS-AUTH-IDX       PIC 99.                                    000113
005750 01  WS-SIGNED-ON-SW   PIC X VALUE "N".                           000114
005800     88  WS-SIGNED-ON  VALUE "Y".                                 000115
005850* Sign-on working fields - keyed password, granted role,          000116
005900* straight-failure counting and the lockout switch                000117
005950 01  WS-PASSWORD       PIC X(8).                                  000118
006000 01  WS-USER-ROLE      PIC X.                                     000119
006050     88  WS-ROLE-INQUIRY VALUE "I".                               000120
006100     88  WS-ROLE-UPDATE  VALUE "U".                               000121
006150     88  WS-ROLE-ADMIN   VALUE "A".                               000122
006200 78  WS-MAX-ATTEMPTS   VALUE 3.                                   000123
006250 01  WS-ATTEMPT-CNT    PIC 9 VALUE ZERO.                          000124
006300 01  WS-FAIL-USERID    PIC X(8) VALUE SPACES.                     000125
006350 01  WS-FAIL-CNT       PIC 9 VALUE ZERO.                          000126
006400 01  WS-LOCKED-SW      PIC X.                                     000127
006450     88  WS-LOCKED     VALUE "Y".                                 000128
006500 01  WS-LOCK-EOF-SW    PIC X.                                     000129
006550     88  WS-LOCK-EOF   VALUE "Y".                                 000130
006600 01  WS-LOGON-STATUS   PIC XX.                                    000131
006650 01  WS-LOCK-STATUS    PIC XX.                                    000132
006700 PROCEDURE DIVISION.                                              000133
006750 0000-MAIN.                                                       000134
006800     PERFORM 0500-LOAD-AUTH-LIST.                                 000135
006850     PERFORM 0600-CAPTURE-LOGON.                                  000136
006900     IF WS-SIGNED-ON AND WS-ROLE-INQUIRY                          000137
006950         DISPLAY "Inquiry-only userids cannot use hold"           000138
007000             " maintenance."                                      000139
007050         MOVE "N" TO WS-SIGNED-ON-SW                              000140
007100     END-IF.                                                      000141
007150     IF WS-SIGNED-ON                                              000142
007200         OPEN I-O HOLD-MASTER                                     000143
007250         IF WS-HOLD-STATUS = "35"                                 000144
007300             OPEN OUTPUT HOLD-MASTER                              000145
007350             CLOSE HOLD-MASTER                                    000146
007400             OPEN I-O HOLD-MASTER                                 000147
007450         END-IF                                                   000148
007500         OPEN INPUT STUDENT-MASTER                                000149
007550         PERFORM UNTIL WS-DONE                                    000150
007600             PERFORM 1000-SHOW-MENU                               000151
007650             PERFORM 2000-PROCESS-FUNCTION                        000152
007700         END-PERFORM                                              000153
007750         CLOSE HOLD-MASTER                                        000154
007800         CLOSE STUDENT-MASTER                                     000155
007850     END-IF.                                                      000156
007900     STOP RUN.                                                    000157
007950* Load the credential table from AUTHLIST. If the file is         000158
008000* absent default to a single built-in administrator so the        000159
008050* transaction still works in a shop that hasn't set one up yet    000160
008100 0500-LOAD-AUTH-LIST.                                             000161
008150     OPEN INPUT AUTH-LIST.                                        000162
008200     PERFORM UNTIL WS-AUTH-EOF                                    000163
008250             OR WS-AUTH-CNT = WS-MAX-AUTH-USERS                   000164
008300         READ AUTH-LIST                                           000165
008350             AT END                                               000166
008400                 SET WS-AUTH-EOF TO TRUE                          000167
008450             NOT AT END                                           000168
008500                 ADD 1 TO WS-AUTH-CNT                             000169
008550                 MOVE AUTH-USERID                                 000170
008600                     TO AUTH-TAB-USERID (WS-AUTH-CNT)             000171
008650                 MOVE AUTH-PASSWORD                               000172
008700                     TO AUTH-TAB-PASSWORD (WS-AUTH-CNT)           000173
008750                 MOVE AUTH-ROLE                                   000174
008800                     TO AUTH-TAB-ROLE (WS-AUTH-CNT)               000175
008850         END-READ                                                 000176
008900     END-PERFORM.                                                 000177
008950     CLOSE AUTH-LIST.                                             000178
009000     IF WS-AUTH-CNT = ZERO                                        000179
009050         MOVE 1 TO WS-AUTH-CNT                                    000180
009100         MOVE "ADMIN" TO AUTH-TAB-USERID (1)                      000181
009150         MOVE "ADMIN" TO AUTH-TAB-PASSWORD (1)                    000182
009200         MOVE "A"     TO AUTH-TAB-ROLE (1)                        000183
009250     END-IF.                                                      000184
009300* Prompt for userid and password, checking the lockout list       000185
009350* and the credential table; every attempt is written to the       000186
009400* logon-audit file, and three straight failures for the same      000187
009450* userid lock it out                                              000188
009500 0600-CAPTURE-LOGON.                                              000189
009550     PERFORM UNTIL WS-SIGNED-ON                                   000190
009600             OR WS-ATTEMPT-CNT >= WS-MAX-ATTEMPTS                 000191
009650         ADD 1 TO WS-ATTEMPT-CNT                                  000192
009700         DISPLAY "Userid: " WITH NO ADVANCING                     000193
009750         ACCEPT WS-USERID                                         000194
009800         DISPLAY "Password: " WITH NO ADVANCING                   000195
009850         ACCEPT WS-PASSWORD                                       000196
009900         PERFORM 0610-CHECK-LOCKOUT                               000197
009950         IF WS-LOCKED                                             000198
010000             DISPLAY "Userid " WS-USERID " is locked out"         000199
010050                 " - see the security administrator."             000200
010100         ELSE                                                     000201
010150             PERFORM 0620-MATCH-CREDENTIALS                       000202
010200         END-IF                                                   000203
010250         PERFORM 0630-AUDIT-LOGON-ATTEMPT                         000204
010300         IF NOT WS-SIGNED-ON                                      000205
010350             PERFORM 0640-COUNT-FAILURE                           000206
010400         END-IF                                                   000207
010450     END-PERFORM.                                                 000208
010500     IF NOT WS-SIGNED-ON                                          000209
010550         DISPLAY "Sign-on failed."                                000210
010600     END-IF.                                                      000211
010650* Is this userid on the lockout list                              000212
010700 0610-CHECK-LOCKOUT.                                              000213
010750     MOVE "N" TO WS-LOCKED-SW.                                    000214
010800     MOVE "N" TO WS-LOCK-EOF-SW.                                  000215
010850     OPEN INPUT AUTH-LOCKOUT.                                     000216
010900     IF WS-LOCK-STATUS = "35"                                     000217
010950         MOVE "Y" TO WS-LOCK-EOF-SW                               000218
011000     END-IF.                                                      000219
011050     PERFORM UNTIL WS-LOCK-EOF                                    000220
011100         READ AUTH-LOCKOUT                                        000221
011150             AT END                                               000222
011200                 SET WS-LOCK-EOF TO TRUE                          000223
011250             NOT AT END                                           000224
011300                 IF LOCK-USERID = WS-USERID                       000225
011350                     SET WS-LOCKED TO TRUE                        000226
011400                 END-IF                                           000227
011450         END-READ                                                 000228
011500     END-PERFORM.                                                 000229
011550     CLOSE AUTH-LOCKOUT.                                          000230
011600* Userid and password must both match one credential entry;       000231
011650* a match carries the entry's role into the session               000232
011700 0620-MATCH-CREDENTIALS.                                          000233
011750     PERFORM VARYING WS-AUTH-IDX FROM 1 BY 1                      000234
011800             UNTIL WS-AUTH-IDX > WS-AUTH-CNT                      000235
011850         IF WS-USERID = AUTH-TAB-USERID (WS-AUTH-IDX) AND         000236
011900                 WS-PASSWORD =                                    000237
011950                 AUTH-TAB-PASSWORD (WS-AUTH-IDX)                  000238
012000             MOVE AUTH-TAB-ROLE (WS-AUTH-IDX)                     000239
012050                 TO WS-USER-ROLE                                  000240
012100             SET WS-SIGNED-ON TO TRUE                             000241
012150             EXIT PERFORM                                         000242
012200         END-IF                                                   000243
012250     END-PERFORM.                                                 000244
012300     IF NOT WS-SIGNED-ON                                          000245
012350         DISPLAY "Userid or password incorrect."                  000246
012400     END-IF.                                                      000247
012450* Record this attempt, successful or failed, on the logon         000248
012500* audit trail                                                     000249
012550 0630-AUDIT-LOGON-ATTEMPT.                                        000250
012600     OPEN EXTEND LOGON-AUDIT.                                     000251
012650     IF WS-LOGON-STATUS = "35"                                    000252
012700         OPEN OUTPUT LOGON-AUDIT                                  000253
012750     END-IF.                                                      000254
012800     MOVE WS-USERID TO LOGON-USERID.                              000255
012850     IF WS-SIGNED-ON                                              000256
012900         MOVE "S" TO LOGON-RESULT                                 000257
012950     ELSE                                                         000258
013000         MOVE "F" TO LOGON-RESULT                                 000259
013050     END-IF.                                                      000260
013100     MOVE "HOLDMNT" TO LOGON-PROGRAM.                             000261
013150     MOVE FUNCTION CURRENT-DATE (1:14) TO LOGON-TIMESTAMP.        000262
013200     WRITE LOGON-AUDIT-REC.                                       000263
013250     CLOSE LOGON-AUDIT.                                           000264
013300* Three straight failures for one userid put it on the            000265
013350* lockout list until the security administrator clears it         000266
013400 0640-COUNT-FAILURE.                                              000267
013450     IF WS-USERID = WS-FAIL-USERID                                000268
013500         ADD 1 TO WS-FAIL-CNT                                     000269
013550     ELSE                                                         000270
013600         MOVE WS-USERID TO WS-FAIL-USERID                         000271
013650         MOVE 1 TO WS-FAIL-CNT                                    000272
013700     END-IF.                                                      000273
013750     IF WS-FAIL-CNT >= WS-MAX-ATTEMPTS                            000274
013800         OPEN EXTEND AUTH-LOCKOUT                                 000275
013850         IF WS-LOCK-STATUS = "35"                                 000276
013900             OPEN OUTPUT AUTH-LOCKOUT                             000277
013950         END-IF                                                   000278
014000         MOVE WS-USERID TO LOCK-USERID                            000279
014050         WRITE AUTH-LOCKOUT-REC                                   000280
014100         CLOSE AUTH-LOCKOUT                                       000281
014150         DISPLAY "Userid " WS-USERID " is now locked out."        000282
014200     END-IF.                                                      000283
014250* Prompt for the student and check the id is on the student       000284
014300* master                                                          000285
014350 0800-GET-STUDENT.                                                000286
014400     MOVE "N" TO WS-STU-VALID-SW.                                 000287
014450     DISPLAY "Student id (9 chars): " WITH NO ADVANCING.          000288
014500     ACCEPT WS-KEY-STU-ID.                                        000289
014550     MOVE WS-KEY-STU-ID TO STU-MAST-ID OF STUDENT-MASTER-RECORD.  000290
014600     READ STUDENT-MASTER                                          000291
014650         INVALID KEY                                              000292
014700             DISPLAY "Student " WS-KEY-STU-ID                     000293
014750                 " is not on the student master."                 000294
014800         NOT INVALID KEY                                          000295
014850             SET WS-STU-VALID TO TRUE                             000296
014900     END-READ.                                                    000297
014950* Prompt for and accept a hold type, re-prompting until it is     000298
015000* F, D or R                                                       000299
015050 0900-GET-VALID-TYPE.                                             000300
015100     MOVE SPACE TO WS-NEW-TYPE.                                   000301
015150     PERFORM UNTIL WS-TYPE-VALID                                  000302
015200         DISPLAY "Hold type - (F)inancial (D)isciplinary"         000303
015250             " (R)ecords missing: " WITH NO ADVANCING             000304
015300         ACCEPT WS-NEW-TYPE                                       000305
015350         IF NOT WS-TYPE-VALID                                     000306
015400             DISPLAY "Hold type must be F, D or R - try again."   000307
015450         END-IF                                                   000308
015500     END-PERFORM.                                                 000309
015550* Prompt for and accept a reason, re-prompting until one is       000310
015600* given                                                           000311
015650 0950-GET-VALID-REASON.                                           000312
015700     MOVE SPACES TO WS-NEW-REASON.                                000313
015750     PERFORM UNTIL WS-NEW-REASON NOT = SPACES                     000314
015800         DISPLAY "Reason (30 chars): " WITH NO ADVANCING          000315
015850         ACCEPT WS-NEW-REASON                                     000316
015900         IF WS-NEW-REASON = SPACES                                000317
015950             DISPLAY "A reason is required - try again."          000318
016000         END-IF                                                   000319
016050     END-PERFORM.                                                 000320
016100* Spell out the hold type in the current hold row                 000321
016150 0980-DESCRIBE-TYPE.                                              000322
016200     EVALUATE HOLD-TYPE OF HOLD-MASTER-RECORD                     000323
016250         WHEN "F"                                                 000324
016300             MOVE "FINANCIAL" TO WS-TYPE-DESC                     000325
016350         WHEN "D"                                                 000326
016400             MOVE "DISCIPLINARY" TO WS-TYPE-DESC                  000327
016450         WHEN "R"                                                 000328
016500             MOVE "RECORDS" TO WS-TYPE-DESC                       000329
016550         WHEN OTHER                                               000330
016600             MOVE HOLD-TYPE OF HOLD-MASTER-RECORD TO WS-TYPE-DESC 000331
016650     END-EVALUATE.                                                000332
016700* Prompt for and accept the maintenance function for this pass    000333
016750 1000-SHOW-MENU.                                                  000334
016800     DISPLAY " ".                                                 000335
016850     DISPLAY "STUDENT HOLDS - (P)lace (R)elease (L)ist (Q)uit".   000336
016900     DISPLAY "Function: " WITH NO ADVANCING.                      000337
016950     ACCEPT WS-FUNCTION.                                          000338
017000* Dispatch to the requested place/release/list paragraph          000339
017050 2000-PROCESS-FUNCTION.                                           000340
017100     EVALUATE TRUE                                                000341
017150         WHEN WS-FN-PLACE                                         000342
017200             PERFORM 3000-PLACE-HOLD                              000343
017250         WHEN WS-FN-RELEASE                                       000344
017300             IF WS-ROLE-ADMIN                                     000345
017350                 PERFORM 4000-RELEASE-HOLD                        000346
017400             ELSE                                                 000347
017450                 DISPLAY "Release requires administrator"         000348
017500                     " authority."                                000349
017550             END-IF                                               000350
017600         WHEN WS-FN-LIST                                          000351
017650             PERFORM 6000-LIST-STUDENT-HOLDS                      000352
017700         WHEN WS-FN-QUIT                                          000353
017750             SET WS-DONE TO TRUE                                  000354
017800         WHEN OTHER                                               000355
017850             DISPLAY "Invalid function - try again."              000356
017900     END-EVALUATE.                                                000357
017950* Place a new active hold - refused while the student already     000358
018000* has an active hold of the same type                             000359
018050 3000-PLACE-HOLD.                                                 000360
018100     PERFORM 0800-GET-STUDENT.                                    000361
018150     IF WS-STU-VALID                                              000362
018200         PERFORM 0900-GET-VALID-TYPE                              000363
018250         PERFORM 3100-CHECK-DUPLICATE-TYPE                        000364
018300         IF WS-DUP-TYPE                                           000365
018350             DISPLAY "Student " WS-KEY-STU-ID                     000366
018400                 " already has an active hold of that type."      000367
018450         ELSE                                                     000368
018500             PERFORM 0950-GET-VALID-REASON                        000369
018550             PERFORM 3200-WRITE-HOLD                              000370
018600         END-IF                                                   000371
018650     END-IF.                                                      000372
018700* Walk the student's holds looking for an active one of the       000373
018750* type being placed                                               000374
018800 3100-CHECK-DUPLICATE-TYPE.                                       000375
018850     MOVE "N" TO WS-DUP-TYPE-SW.                                  000376
018900     PERFORM 5500-START-STUDENT-HOLDS.                            000377
018950     PERFORM UNTIL WS-SCAN-EOF                                    000378
019000         READ HOLD-MASTER NEXT RECORD                             000379
019050             AT END                                               000380
019100                 SET WS-SCAN-EOF TO TRUE                          000381
019150             NOT AT END                                           000382
019200                 IF HOLD-STU-ID OF HOLD-MASTER-RECORD             000383
019250                         NOT = WS-KEY-STU-ID                      000384
019300                     SET WS-SCAN-EOF TO TRUE                      000385
019350                 ELSE                                             000386
019400                     IF HOLD-STATUS OF HOLD-MASTER-RECORD = "A"   000387
019450                             AND HOLD-TYPE OF HOLD-MASTER-RECORD  000388
019500                             = WS-NEW-TYPE                        000389
019550                         SET WS-DUP-TYPE TO TRUE                  000390
019600                     END-IF                                       000391
019650                 END-IF                                           000392
019700         END-READ                                                 000393
019750     END-PERFORM.                                                 000394
019800* Write the hold row stamped with this userid and moment, and     000395
019850* audit it                                                        000396
019900 3200-WRITE-HOLD.                                                 000397
019950     MOVE WS-KEY-STU-ID TO HOLD-STU-ID OF HOLD-MASTER-RECORD.     000398
020000     MOVE FUNCTION CURRENT-DATE (1:14)                            000399
020050         TO HOLD-PLACED-TS OF HOLD-MASTER-RECORD.                 000400
020100     MOVE WS-NEW-TYPE TO HOLD-TYPE OF HOLD-MASTER-RECORD.         000401
020150     MOVE WS-NEW-REASON TO HOLD-REASON OF HOLD-MASTER-RECORD.     000402
020200     MOVE WS-USERID TO HOLD-PLACED-BY OF HOLD-MASTER-RECORD.      000403
020250     MOVE "A" TO HOLD-STATUS OF HOLD-MASTER-RECORD.               000404
020300     MOVE SPACES TO HOLD-RELEASED-BY OF HOLD-MASTER-RECORD.       000405
020350     MOVE ZERO TO HOLD-RELEASED-TS OF HOLD-MASTER-RECORD.         000406
020400     WRITE HOLD-MASTER-RECORD                                     000407
020450         INVALID KEY                                              000408
020500             DISPLAY "Unable to write the hold - try again."      000409
020550         NOT INVALID KEY                                          000410
020600             DISPLAY "Hold placed on student " WS-KEY-STU-ID "."  000411
020650             MOVE "PLACE" TO HAUD-ACTION                          000412
020700             PERFORM 8000-WRITE-HOLD-AUDIT                        000413
020750     END-WRITE.                                                   000414
020800* Release one of the student's active holds, picked by its        000415
020850* number on the list shown                                        000416
020900 4000-RELEASE-HOLD.                                               000417
020950     PERFORM 0800-GET-STUDENT.                                    000418
021000     IF WS-STU-VALID                                              000419
021050         PERFORM 4100-LIST-ACTIVE-HOLDS                           000420
021100         IF WS-PICK-CNT = ZERO                                    000421
021150             DISPLAY "Student " WS-KEY-STU-ID                     000422
021200                 " has no active holds."                          000423
021250         ELSE                                                     000424
021300             DISPLAY "Hold number to release: "                   000425
021350                 WITH NO ADVANCING                                000426
021400             ACCEPT WS-PICK                                       000427
021450             IF WS-PICK IS NUMERIC AND WS-PICK >= 1 AND           000428
021500                     WS-PICK <= WS-PICK-CNT                       000429
021550                 PERFORM 4200-RELEASE-PICKED-HOLD                 000430
021600             ELSE                                                 000431
021650                 DISPLAY "No such hold - nothing released."       000432
021700             END-IF                                               000433
021750         END-IF                                                   000434
021800     END-IF.                                                      000435
021850* Number and show the student's active holds                      000436
021900 4100-LIST-ACTIVE-HOLDS.                                          000437
021950     MOVE ZERO TO WS-PICK-CNT.                                    000438
022000     PERFORM 5500-START-STUDENT-HOLDS.                            000439
022050     PERFORM UNTIL WS-SCAN-EOF                                    000440
022100         READ HOLD-MASTER NEXT RECORD                             000441
022150             AT END                                               000442
022200                 SET WS-SCAN-EOF TO TRUE                          000443
022250             NOT AT END                                           000444
022300                 IF HOLD-STU-ID OF HOLD-MASTER-RECORD             000445
022350                         NOT = WS-KEY-STU-ID                      000446
022400                     SET WS-SCAN-EOF TO TRUE                      000447
022450                 ELSE                                             000448
022500                     IF HOLD-STATUS OF HOLD-MASTER-RECORD = "A"   000449
022550                             AND WS-PICK-CNT < WS-MAX-PICKS       000450
022600                         ADD 1 TO WS-PICK-CNT                     000451
022650                         MOVE HOLD-PLACED-TS OF HOLD-MASTER-RECORD000452
022700                             TO PICK-PLACED-TS (WS-PICK-CNT)      000453
022750                         PERFORM 0980-DESCRIBE-TYPE               000454
022800                         DISPLAY "  " WS-PICK-CNT "  "            000455
022850                             WS-TYPE-DESC " "                     000456
022900                             HOLD-REASON OF HOLD-MASTER-RECORD    000457
022950                     END-IF                                       000458
023000                 END-IF                                           000459
023050         END-READ                                                 000460
023100     END-PERFORM.                                                 000461
023150* Mark the picked hold released by this userid, and audit it      000462
023200 4200-RELEASE-PICKED-HOLD.                                        000463
023250     MOVE WS-KEY-STU-ID TO HOLD-STU-ID OF HOLD-MASTER-RECORD.     000464
023300     MOVE PICK-PLACED-TS (WS-PICK)                                000465
023350         TO HOLD-PLACED-TS OF HOLD-MASTER-RECORD.                 000466
023400     READ HOLD-MASTER                                             000467
023450         INVALID KEY                                              000468
023500             DISPLAY "Hold no longer on file."                    000469
023550         NOT INVALID KEY                                          000470
023600             MOVE "R" TO HOLD-STATUS OF HOLD-MASTER-RECORD        000471
023650             MOVE WS-USERID                                       000472
023700                 TO HOLD-RELEASED-BY OF HOLD-MASTER-RECORD        000473
023750             MOVE FUNCTION CURRENT-DATE (1:14)                    000474
023800                 TO HOLD-RELEASED-TS OF HOLD-MASTER-RECORD        000475
023850             REWRITE HOLD-MASTER-RECORD                           000476
023900                 INVALID KEY                                      000477
023950                     DISPLAY "Unable to release the hold."        000478
024000                 NOT INVALID KEY                                  000479
024050                     DISPLAY "Hold released for student "         000480
024100                         WS-KEY-STU-ID "."                        000481
024150                     MOVE "RELEASE" TO HAUD-ACTION                000482
024200                     PERFORM 8000-WRITE-HOLD-AUDIT                000483
024250             END-REWRITE                                          000484
024300     END-READ.                                                    000485
024350* Position the hold file at the student's first row               000486
024400 5500-START-STUDENT-HOLDS.                                        000487
024450     MOVE "N" TO WS-SCAN-EOF-SW.                                  000488
024500     MOVE WS-KEY-STU-ID TO HOLD-STU-ID OF HOLD-MASTER-RECORD.     000489
024550     MOVE ZERO TO HOLD-PLACED-TS OF HOLD-MASTER-RECORD.           000490
024600     START HOLD-MASTER                                            000491
024650         KEY >= HOLD-KEY OF HOLD-MASTER-RECORD                    000492
024700         INVALID KEY                                              000493
024750             SET WS-SCAN-EOF TO TRUE                              000494
024800     END-START.                                                   000495
024850* Every hold on file for one student, active and released         000496
024900 6000-LIST-STUDENT-HOLDS.                                         000497
024950     DISPLAY "Student id (9 chars): " WITH NO ADVANCING.          000498
025000     ACCEPT WS-KEY-STU-ID.                                        000499
025050     MOVE ZERO TO WS-LIST-CNT.                                    000500
025100     PERFORM 5500-START-STUDENT-HOLDS.                            000501
025150     PERFORM UNTIL WS-SCAN-EOF                                    000502
025200         READ HOLD-MASTER NEXT RECORD                             000503
025250             AT END                                               000504
025300                 SET WS-SCAN-EOF TO TRUE                          000505
025350             NOT AT END                                           000506
025400                 IF HOLD-STU-ID OF HOLD-MASTER-RECORD             000507
025450                         NOT = WS-KEY-STU-ID                      000508
025500                     SET WS-SCAN-EOF TO TRUE                      000509
025550                 ELSE                                             000510
025600                     ADD 1 TO WS-LIST-CNT                         000511
025650                     PERFORM 6100-SHOW-ONE-HOLD                   000512
025700                 END-IF                                           000513
025750         END-READ                                                 000514
025800     END-PERFORM.                                                 000515
025850     IF WS-LIST-CNT = ZERO                                        000516
025900         DISPLAY "No holds on file for " WS-KEY-STU-ID "."        000517
025950     END-IF.                                                      000518
026000* One hold - type, reason, who placed it and when, and its        000519
026050* release when released                                           000520
026100 6100-SHOW-ONE-HOLD.                                              000521
026150     PERFORM 0980-DESCRIBE-TYPE.                                  000522
026200     DISPLAY "  " WS-TYPE-DESC " "                                000523
026250         HOLD-REASON OF HOLD-MASTER-RECORD.                       000524
026300     DISPLAY "      PLACED "                                      000525
026350         HOLD-PLACED-TS OF HOLD-MASTER-RECORD (1:8)               000526
026400         " BY " HOLD-PLACED-BY OF HOLD-MASTER-RECORD.             000527
026450     IF HOLD-STATUS OF HOLD-MASTER-RECORD = "A"                   000528
026500         DISPLAY "      ACTIVE"                                   000529
026550     ELSE                                                         000530
026600         DISPLAY "      RELEASED "                                000531
026650             HOLD-RELEASED-TS OF HOLD-MASTER-RECORD (1:8)         000532
026700             " BY " HOLD-RELEASED-BY OF HOLD-MASTER-RECORD        000533
026750     END-IF.                                                      000534
026800* Stamp and append one hold audit record from the hold row        000535
026850 8000-WRITE-HOLD-AUDIT.                                           000536
026900     OPEN EXTEND HOLD-AUDIT.                                      000537
026950     IF WS-HAUD-STATUS = "35"                                     000538
027000         OPEN OUTPUT HOLD-AUDIT                                   000539
027050     END-IF.                                                      000540
027100     MOVE WS-USERID TO HAUD-USERID.                               000541
027150     MOVE HOLD-STU-ID OF HOLD-MASTER-RECORD TO HAUD-STU-ID.       000542
027200     MOVE HOLD-TYPE OF HOLD-MASTER-RECORD TO HAUD-HOLD-TYPE.      000543
027250     MOVE HOLD-PLACED-TS OF HOLD-MASTER-RECORD TO HAUD-PLACED-TS. 000544
027300     MOVE HOLD-REASON OF HOLD-MASTER-RECORD TO HAUD-REASON.       000545
027350     MOVE FUNCTION CURRENT-DATE (1:14) TO HAUD-TIMESTAMP.         000546
027400     WRITE HOLD-AUDIT-REC.                                        000547
027450     CLOSE HOLD-AUDIT.                                            000548
