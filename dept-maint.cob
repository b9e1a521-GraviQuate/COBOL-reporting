000150 PROGRAM-ID. DEPT-MAINT.                                          000002
000200* Menu-driven department maintenance - add, change or delete a    000003
000250* row on DEPARTMENT-MASTER by DEPT-CODE, maintained the same      000004
000300* way EMP-MAINT maintains the employee master. Each row           000005
000350* carries the department's authorized headcount and annual        000006
000400* salary budget that employee maintenance is held to              000007
000450 ENVIRONMENT DIVISION.                                            000008
000500 INPUT-OUTPUT SECTION.                                            000009
000550 FILE-CONTROL.                                                    000010
000600     SELECT DEPARTMENT-MASTER ASSIGN TO "DEPTMAST"                000011
000650         ORGANIZATION IS INDEXED                                  000012
000700         ACCESS MODE IS DYNAMIC                                   000013
000750         RECORD KEY IS DEPT-CODE OF DEPARTMENT-MASTER-RECORD.     000014
000800* Authorized-credential list - one userid/password/role per       000015
000850* line. Optional so a shop without one still gets a default       000016
000900     SELECT OPTIONAL AUTH-LIST ASSIGN TO "AUTHLIST"               000017
000950         ORGANIZATION IS LINE SEQUENTIAL.                         000018
001000* Sign-on security files - the lockout list and the               000019
001050* logon-audit trail of every successful and failed attempt        000020
001100     SELECT OPTIONAL AUTH-LOCKOUT ASSIGN TO "AUTHLOCK"            000021
001150         ORGANIZATION IS LINE SEQUENTIAL                          000022
001200         FILE STATUS IS WS-LOCK-STATUS.                           000023
001250     SELECT LOGON-AUDIT ASSIGN TO "LOGONAUD"                      000024
001300         ORGANIZATION IS LINE SEQUENTIAL                          000025
001350         FILE STATUS IS WS-LOGON-STATUS.                          000026
001400 DATA DIVISION.                                                   000027
001450 FILE SECTION.                                                    000028
001500 FD  DEPARTMENT-MASTER.                                           000029
001550 01  DEPARTMENT-MASTER-RECORD.                                    000030
001600     COPY DEPTREC.                                                000031
001650 FD  AUTH-LIST.                                                   000032
001700 01  AUTH-LIST-REC.                                               000033
001750     COPY AUTHREC.                                                000034
001800 FD  AUTH-LOCKOUT.                                                000035
001850 01  AUTH-LOCKOUT-REC.                                            000036
001900     05  LOCK-USERID   PIC X(8).                                  000037
001950 FD  LOGON-AUDIT.                                                 000038
002000 01  LOGON-AUDIT-REC.                                             000039
002050     05  LOGON-USERID    PIC X(8).                                000040
002100     05  LOGON-RESULT    PIC X.                                   000041
002150     05  LOGON-PROGRAM   PIC X(8).                                000042
002200     05  LOGON-TIMESTAMP PIC 9(14).                               000043
002250 WORKING-STORAGE SECTION.                                         000044
002300 01  WS-EOF-SW         PIC X VALUE "N".                           000045
002350     88  WS-DONE       VALUE "Y".                                 000046
002400 01  WS-FUNCTION       PIC X.                                     000047
002450     88  WS-FN-ADD     VALUE "A" "a".                             000048
002500     88  WS-FN-CHANGE  VALUE "C" "c".                             000049
002550     88  WS-FN-DELETE  VALUE "D" "d".                             000050
002600     88  WS-FN-PASSWD  VALUE "P" "p".                             000051
002650     88  WS-FN-QUIT    VALUE "Q" "q".                             000052
002700 01  WS-KEY-CODE       PIC X(3).                                  000053
002750 01  WS-NEW-NAME       PIC X(20).                                 000054
002800* Position-control figures keyed for an add or change - zero      000055
002850* leaves the department without that limit                        000056
002900 01  WS-NEW-HEADCOUNT  PIC 9(5).                                  000057
002950 01  WS-NEW-BUDGET     PIC 9(9)V99.                               000058
003000 01  WS-BUDGET-DISP    PIC ZZZZZZZZ9.99.                          000059
003050* The logged-on userid is validated against WS-AUTH-TABLE         000060
003100* before any update is allowed                                    000061
003150 01  WS-USERID         PIC X(8).                                  000062
003200* Authorized-userid table, loaded once at start-up from AUTHLIST  000063
003250 01  WS-AUTH-EOF-SW    PIC X VALUE "N".                           000064
003300     88  WS-AUTH-EOF   VALUE "Y".                                 000065
003350 01  WS-AUTH-OVER-SW   PIC X VALUE "N".                           000066
003400     88  WS-AUTH-OVER  VALUE "Y".                                 000067
003450 78  WS-MAX-AUTH-USERS VALUE 50.                                  000068
003500 01  WS-AUTH-CNT       PIC 99 VALUE ZERO.                         000069
003550 01  WS-AUTH-TABLE.                                               000070
003600     05  AUTH-ENTRY OCCURS 1 TO 50 TIMES                          000071
003650             DEPENDING ON WS-AUTH-CNT.                            000072
003700         10  AUTH-TAB-USERID   PIC X(8).                          000073
003750         10  AUTH-TAB-PASSWORD PIC X(8).                          000074
003800         10  AUTH-TAB-ROLE     PIC X.                             000075
003850         10  AUTH-TAB-PWD-DATE PIC 9(8).                          000076
003900         10  AUTH-TAB-EXPIRE   PIC 9(3).                          000077
003950         10  AUTH-TAB-PREV-1   PIC X(8).                          000078
004000         10  AUTH-TAB-PREV-2   PIC X(8).                          000079
004050 01  WS-AUTH-IDX       PIC 99.                                    000080
004100 01  WS-SIGNED-ON-SW   PIC X VALUE "N".                           000081
004150     88  WS-SIGNED-ON  VALUE "Y".                                 000082
004200* Sign-on working fields - keyed password, granted role,          000083
004250* straight-failure counting and the lockout switch                000084
004300 01  WS-PASSWORD       PIC X(8).                                  000085
004350 01  WS-USER-ROLE      PIC X.                                     000086
004400     88  WS-ROLE-INQUIRY VALUE "I".                               000087
004450     88  WS-ROLE-UPDATE  VALUE "U".                               000088
004500     88  WS-ROLE-ADMIN   VALUE "A".                               000089
004550 78  WS-MAX-ATTEMPTS   VALUE 3.                                   000090
004600 01  WS-ATTEMPT-CNT    PIC 9 VALUE ZERO.                          000091
004650 01  WS-FAIL-USERID    PIC X(8) VALUE SPACES.                     000092
004700 01  WS-FAIL-CNT       PIC 9 VALUE ZERO.                          000093
004750 01  WS-LOCKED-SW      PIC X.                                     000094
004800     88  WS-LOCKED     VALUE "Y".                                 000095
004850 01  WS-LOCK-EOF-SW    PIC X.                                     000096
004900     88  WS-LOCK-EOF   VALUE "Y".                                 000097
004950 01  WS-LOGON-STATUS   PIC XX.                                    000098
005000 01  WS-LOCK-STATUS    PIC XX.                                    000099
005050* Password-expiry working fields - the matched credential         000100
005100* entry, the password's age in days, and the keyed                000101
005150* replacement password                                            000102
005200 01  WS-CRED-IDX       PIC 99 VALUE ZERO.                         000103
005250 01  WS-TODAY-NUM      PIC 9(8).                                  000104
005300 01  WS-PWD-AGE-DAYS   PIC S9(7).                                 000105
005350 01  WS-NEW-PWD        PIC X(8).                                  000106
005400 01  WS-PWD-OK-SW      PIC X.                                     000107
005450     88  WS-PWD-OK     VALUE "Y".                                 000108
005500 PROCEDURE DIVISION.                                              000109
005550 0000-MAIN.                                                       000110
005600     PERFORM 0500-LOAD-AUTH-LIST.                                 000111
005650     PERFORM 0600-CAPTURE-LOGON.                                  000112
005700     IF WS-SIGNED-ON AND WS-ROLE-INQUIRY                          000113
005750         DISPLAY "Inquiry-only userids cannot use department"     000114
005800             " maintenance."                                      000115
005850         MOVE "N" TO WS-SIGNED-ON-SW                              000116
005900     END-IF.                                                      000117
005950     IF WS-SIGNED-ON                                              000118
006000         OPEN I-O DEPARTMENT-MASTER                               000119
006050         PERFORM UNTIL WS-DONE                                    000120
006100             PERFORM 1000-SHOW-MENU                               000121
006150             PERFORM 2000-PROCESS-FUNCTION                        000122
006200         END-PERFORM                                              000123
006250         CLOSE DEPARTMENT-MASTER                                  000124
006300     END-IF.                                                      000125
006350     STOP RUN.                                                    000126
006400* Load the credential table from AUTHLIST. If the file is         000127
006450* absent default to a single built-in administrator so the        000128
006500* transaction still works in a shop that hasn't set one up yet    000129
006550 0500-LOAD-AUTH-LIST.                                             000130
006600     OPEN INPUT AUTH-LIST.                                        000131
006650     PERFORM UNTIL WS-AUTH-EOF                                    000132
006700             OR WS-AUTH-CNT = WS-MAX-AUTH-USERS                   000133
006750         READ AUTH-LIST                                           000134
006800             AT END                                               000135
006850                 SET WS-AUTH-EOF TO TRUE                          000136
006900             NOT AT END                                           000137
006950                 ADD 1 TO WS-AUTH-CNT                             000138
007000                 MOVE AUTH-USERID                                 000139
007050                     TO AUTH-TAB-USERID (WS-AUTH-CNT)             000140
007100                 MOVE AUTH-PASSWORD                               000141
007150                     TO AUTH-TAB-PASSWORD (WS-AUTH-CNT)           000142
007200                 MOVE AUTH-ROLE                                   000143
007250                     TO AUTH-TAB-ROLE (WS-AUTH-CNT)               000144
007300                 MOVE AUTH-PWD-DATE                               000145
007350                     TO AUTH-TAB-PWD-DATE (WS-AUTH-CNT)           000146
007400                 MOVE AUTH-PWD-EXPIRE                             000147
007450                     TO AUTH-TAB-EXPIRE (WS-AUTH-CNT)             000148
007500                 MOVE AUTH-PREV-PWD-1                             000149
007550                     TO AUTH-TAB-PREV-1 (WS-AUTH-CNT)             000150
007600                 MOVE AUTH-PREV-PWD-2                             000151
007650                     TO AUTH-TAB-PREV-2 (WS-AUTH-CNT)             000152
007700         END-READ                                                 000153
007750     END-PERFORM.                                                 000154
007800* A read still succeeding once the table is full means the        000155
007850* list is longer than a session can hold - flag it so no          000156
007900* rewrite can truncate the file to the first 50 entries           000157
007950     IF NOT WS-AUTH-EOF AND WS-AUTH-CNT = WS-MAX-AUTH-USERS       000158
008000         READ AUTH-LIST                                           000159
008050             AT END                                               000160
008100                 SET WS-AUTH-EOF TO TRUE                          000161
008150             NOT AT END                                           000162
008200                 SET WS-AUTH-OVER TO TRUE                         000163
008250         END-READ                                                 000164
008300     END-IF.                                                      000165
008350     CLOSE AUTH-LIST.                                             000166
008400     IF WS-AUTH-CNT = ZERO                                        000167
008450         MOVE 1 TO WS-AUTH-CNT                                    000168
008500         MOVE "ADMIN" TO AUTH-TAB-USERID (1)                      000169
008550         MOVE "ADMIN" TO AUTH-TAB-PASSWORD (1)                    000170
008600         MOVE "A"     TO AUTH-TAB-ROLE (1)                        000171
008650         MOVE ZERO   TO AUTH-TAB-PWD-DATE (1)                     000172
008700         MOVE ZERO   TO AUTH-TAB-EXPIRE (1)                       000173
008750         MOVE SPACES TO AUTH-TAB-PREV-1 (1)                       000174
008800         MOVE SPACES TO AUTH-TAB-PREV-2 (1)                       000175
008850     END-IF.                                                      000176
008900* Prompt for userid and password, checking the lockout list       000177
008950* and the credential table; every attempt is written to the       000178
009000* logon-audit file, and three straight failures for the same      000179
009050* userid lock it out                                              000180
009100 0600-CAPTURE-LOGON.                                              000181
009150     PERFORM UNTIL WS-SIGNED-ON                                   000182
009200             OR WS-ATTEMPT-CNT >= WS-MAX-ATTEMPTS                 000183
009250         ADD 1 TO WS-ATTEMPT-CNT                                  000184
009300         DISPLAY "Userid: " WITH NO ADVANCING                     000185
009350         ACCEPT WS-USERID                                         000186
009400         DISPLAY "Password: " WITH NO ADVANCING                   000187
009450         ACCEPT WS-PASSWORD                                       000188
009500         PERFORM 0610-CHECK-LOCKOUT                               000189
009550         IF WS-LOCKED                                             000190
009600             DISPLAY "Userid " WS-USERID " is locked out"         000191
009650                 " - see the security administrator."             000192
009700         ELSE                                                     000193
009750             PERFORM 0620-MATCH-CREDENTIALS                       000194
009800         END-IF                                                   000195
009850         PERFORM 0630-AUDIT-LOGON-ATTEMPT                         000196
009900         IF WS-SIGNED-ON                                          000197
009950             PERFORM 0680-CHECK-PASSWORD-EXPIRY                   000198
010000         END-IF                                                   000199
010050         IF NOT WS-SIGNED-ON                                      000200
010100             PERFORM 0640-COUNT-FAILURE                           000201
010150         END-IF                                                   000202
010200     END-PERFORM.                                                 000203
010250     IF NOT WS-SIGNED-ON                                          000204
010300         DISPLAY "Sign-on failed."                                000205
010350     END-IF.                                                      000206
010400* Is this userid on the lockout list                              000207
010450 0610-CHECK-LOCKOUT.                                              000208
010500     MOVE "N" TO WS-LOCKED-SW.                                    000209
010550     MOVE "N" TO WS-LOCK-EOF-SW.                                  000210
010600     OPEN INPUT AUTH-LOCKOUT.                                     000211
010650     IF WS-LOCK-STATUS = "35"                                     000212
010700         MOVE "Y" TO WS-LOCK-EOF-SW                               000213
010750     END-IF.                                                      000214
010800     PERFORM UNTIL WS-LOCK-EOF                                    000215
010850         READ AUTH-LOCKOUT                                        000216
010900             AT END                                               000217
010950                 SET WS-LOCK-EOF TO TRUE                          000218
011000             NOT AT END                                           000219
011050                 IF LOCK-USERID = WS-USERID                       000220
011100                     SET WS-LOCKED TO TRUE                        000221
011150                 END-IF                                           000222
011200         END-READ                                                 000223
011250     END-PERFORM.                                                 000224
011300     CLOSE AUTH-LOCKOUT.                                          000225
011350* Userid and password must both match one credential entry;       000226
011400* a match carries the entry's role into the session               000227
011450 0620-MATCH-CREDENTIALS.                                          000228
011500     PERFORM VARYING WS-AUTH-IDX FROM 1 BY 1                      000229
011550             UNTIL WS-AUTH-IDX > WS-AUTH-CNT                      000230
011600         IF WS-USERID = AUTH-TAB-USERID (WS-AUTH-IDX) AND         000231
011650                 WS-PASSWORD =                                    000232
011700                 AUTH-TAB-PASSWORD (WS-AUTH-IDX)                  000233
011750             MOVE AUTH-TAB-ROLE (WS-AUTH-IDX)                     000234
011800                 TO WS-USER-ROLE                                  000235
011850             SET WS-SIGNED-ON TO TRUE                             000236
011900             MOVE WS-AUTH-IDX TO WS-CRED-IDX                      000237
011950             EXIT PERFORM                                         000238
012000         END-IF                                                   000239
012050     END-PERFORM.                                                 000240
012100     IF NOT WS-SIGNED-ON                                          000241
012150         DISPLAY "Userid or password incorrect."                  000242
012200     END-IF.                                                      000243
012250* Record this attempt, successful or failed, on the logon         000244
012300* audit trail                                                     000245
012350 0630-AUDIT-LOGON-ATTEMPT.                                        000246
012400     OPEN EXTEND LOGON-AUDIT.                                     000247
012450     IF WS-LOGON-STATUS = "35"                                    000248
012500         OPEN OUTPUT LOGON-AUDIT                                  000249
012550     END-IF.                                                      000250
012600     MOVE WS-USERID TO LOGON-USERID.                              000251
012650     IF WS-SIGNED-ON                                              000252
012700         MOVE "S" TO LOGON-RESULT                                 000253
012750     ELSE                                                         000254
012800         MOVE "F" TO LOGON-RESULT                                 000255
012850     END-IF.                                                      000256
012900     MOVE "DEPTMNT" TO LOGON-PROGRAM.                             000257
012950     MOVE FUNCTION CURRENT-DATE (1:14) TO LOGON-TIMESTAMP.        000258
013000     WRITE LOGON-AUDIT-REC.                                       000259
013050     CLOSE LOGON-AUDIT.                                           000260
013100* Three straight failures for one userid put it on the            000261
013150* lockout list until the security administrator clears it         000262
013200 0640-COUNT-FAILURE.                                              000263
013250     IF WS-USERID = WS-FAIL-USERID                                000264
013300         ADD 1 TO WS-FAIL-CNT                                     000265
013350     ELSE                                                         000266
013400         MOVE WS-USERID TO WS-FAIL-USERID                         000267
013450         MOVE 1 TO WS-FAIL-CNT                                    000268
013500     END-IF.                                                      000269
013550     IF WS-FAIL-CNT >= WS-MAX-ATTEMPTS                            000270
013600         OPEN EXTEND AUTH-LOCKOUT                                 000271
013650         IF WS-LOCK-STATUS = "35"                                 000272
013700             OPEN OUTPUT AUTH-LOCKOUT                             000273
013750         END-IF                                                   000274
013800         MOVE WS-USERID TO LOCK-USERID                            000275
013850         WRITE AUTH-LOCKOUT-REC                                   000276
013900         CLOSE AUTH-LOCKOUT                                       000277
013950         DISPLAY "Userid " WS-USERID " is now locked out."        000278
014000     END-IF.                                                      000279
014050* An expired password must be changed before the session          000280
014100* continues - a zero date or zero interval means no expiry,       000281
014150* so entries from before the expiry fields existed still work     000282
014200 0680-CHECK-PASSWORD-EXPIRY.                                      000283
014250     IF AUTH-TAB-PWD-DATE (WS-CRED-IDX) = ZERO OR                 000284
014300             AUTH-TAB-EXPIRE (WS-CRED-IDX) = ZERO                 000285
014350         CONTINUE                                                 000286
014400     ELSE                                                         000287
014450         MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-NUM         000288
014500         COMPUTE WS-PWD-AGE-DAYS =                                000289
014550             FUNCTION INTEGER-OF-DATE (WS-TODAY-NUM) -            000290
014600             FUNCTION INTEGER-OF-DATE                             000291
014650                 (AUTH-TAB-PWD-DATE (WS-CRED-IDX))                000292
014700         IF WS-PWD-AGE-DAYS >=                                    000293
014750                 AUTH-TAB-EXPIRE (WS-CRED-IDX)                    000294
014800             DISPLAY "Password has expired and must be"           000295
014850                 " changed."                                      000296
014900             PERFORM 0690-CHANGE-PASSWORD                         000297
014950         END-IF                                                   000298
015000     END-IF.                                                      000299
015050* Change the signed-on userid's password - the replacement may    000300
015100* not repeat the current password or either of the two before     000301
015150* it, and the credential list is rewritten with the change        000302
015200 0690-CHANGE-PASSWORD.                                            000303
015250     IF WS-CRED-IDX = ZERO                                        000304
015300         DISPLAY "Sign on before changing the password."          000305
015350     ELSE                                                         000306
015400     IF WS-AUTH-OVER                                              000307
015450         DISPLAY "Credential list exceeds the supported 50"       000308
015500             " entries - password not changed."                   000309
015550     ELSE                                                         000310
015600         MOVE "N" TO WS-PWD-OK-SW                                 000311
015650         PERFORM UNTIL WS-PWD-OK                                  000312
015700             DISPLAY "New password: " WITH NO ADVANCING           000313
015750             ACCEPT WS-NEW-PWD                                    000314
015800             IF WS-NEW-PWD = SPACES OR                            000315
015850                     WS-NEW-PWD =                                 000316
015900                     AUTH-TAB-PASSWORD (WS-CRED-IDX) OR           000317
015950                     WS-NEW-PWD =                                 000318
016000                     AUTH-TAB-PREV-1 (WS-CRED-IDX) OR             000319
016050                     WS-NEW-PWD =                                 000320
016100                     AUTH-TAB-PREV-2 (WS-CRED-IDX)                000321
016150                 DISPLAY "Password is blank or was used"          000322
016200                     " recently - pick another."                  000323
016250             ELSE                                                 000324
016300                 SET WS-PWD-OK TO TRUE                            000325
016350             END-IF                                               000326
016400         END-PERFORM                                              000327
016450         MOVE AUTH-TAB-PREV-1 (WS-CRED-IDX)                       000328
016500             TO AUTH-TAB-PREV-2 (WS-CRED-IDX)                     000329
016550         MOVE AUTH-TAB-PASSWORD (WS-CRED-IDX)                     000330
016600             TO AUTH-TAB-PREV-1 (WS-CRED-IDX)                     000331
016650         MOVE WS-NEW-PWD                                          000332
016700             TO AUTH-TAB-PASSWORD (WS-CRED-IDX)                   000333
016750         MOVE FUNCTION CURRENT-DATE (1:8)                         000334
016800             TO AUTH-TAB-PWD-DATE (WS-CRED-IDX)                   000335
016850         PERFORM 0695-REWRITE-AUTH-LIST                           000336
016900         DISPLAY "Password changed."                              000337
016950     END-IF                                                       000338
017000     END-IF.                                                      000339
017050* Rewrite the whole credential list from the table                000340
017100 0695-REWRITE-AUTH-LIST.                                          000341
017150     OPEN OUTPUT AUTH-LIST.                                       000342
017200     PERFORM VARYING WS-AUTH-IDX FROM 1 BY 1                      000343
017250             UNTIL WS-AUTH-IDX > WS-AUTH-CNT                      000344
017300         MOVE AUTH-TAB-USERID (WS-AUTH-IDX) TO AUTH-USERID        000345
017350         MOVE AUTH-TAB-PASSWORD (WS-AUTH-IDX)                     000346
017400             TO AUTH-PASSWORD                                     000347
017450         MOVE AUTH-TAB-ROLE (WS-AUTH-IDX) TO AUTH-ROLE            000348
017500         MOVE AUTH-TAB-PWD-DATE (WS-AUTH-IDX)                     000349
017550             TO AUTH-PWD-DATE                                     000350
017600         MOVE AUTH-TAB-EXPIRE (WS-AUTH-IDX)                       000351
017650             TO AUTH-PWD-EXPIRE                                   000352
017700         MOVE AUTH-TAB-PREV-1 (WS-AUTH-IDX)                       000353
017750             TO AUTH-PREV-PWD-1                                   000354
017800         MOVE AUTH-TAB-PREV-2 (WS-AUTH-IDX)                       000355
017850             TO AUTH-PREV-PWD-2                                   000356
017900         WRITE AUTH-LIST-REC                                      000357
017950     END-PERFORM.                                                 000358
018000     CLOSE AUTH-LIST.                                             000359
018050* Prompt for and accept the maintenance function for this pass    000360
018100 1000-SHOW-MENU.                                                  000361
018150     DISPLAY " ".                                                 000362
018200     DISPLAY "DEPT MAINTENANCE - (A)dd (C)hange (D)elete"         000363
018250         " (P)assword (Q)uit".                                    000364
018300     DISPLAY "Function: " WITH NO ADVANCING.                      000365
018350     ACCEPT WS-FUNCTION.                                          000366
018400* Dispatch to the requested add/change/delete paragraph           000367
018450 2000-PROCESS-FUNCTION.                                           000368
018500     EVALUATE TRUE                                                000369
018550         WHEN WS-FN-ADD                                           000370
018600             PERFORM 3000-ADD-DEPARTMENT                          000371
018650         WHEN WS-FN-CHANGE                                        000372
018700             PERFORM 4000-CHANGE-DEPARTMENT                       000373
018750         WHEN WS-FN-DELETE                                        000374
018800             IF WS-ROLE-ADMIN                                     000375
018850                 PERFORM 5000-DELETE-DEPARTMENT                   000376
018900             ELSE                                                 000377
018950                 DISPLAY "Delete requires administrator"          000378
019000                     " authority."                                000379
019050             END-IF                                               000380
019100         WHEN WS-FN-QUIT                                          000381
019150             SET WS-DONE TO TRUE                                  000382
019200         WHEN WS-FN-PASSWD                                        000383
019250             PERFORM 0690-CHANGE-PASSWORD                         000384
019300         WHEN OTHER                                               000385
019350             DISPLAY "Invalid function - try again."              000386
019400     END-EVALUATE.                                                000387
019450* Add a new department row keyed by DEPT-CODE                     000388
019500 3000-ADD-DEPARTMENT.                                             000389
019550     DISPLAY "New DEPT-CODE (3 chars): " WITH NO ADVANCING.       000390
019600     ACCEPT WS-KEY-CODE.                                          000391
019650     DISPLAY "Department name: " WITH NO ADVANCING.               000392
019700     ACCEPT WS-NEW-NAME.                                          000393
019750     MOVE WS-KEY-CODE TO DEPT-CODE OF DEPARTMENT-MASTER-RECORD.   000394
019800     MOVE WS-NEW-NAME TO DEPT-NAME OF DEPARTMENT-MASTER-RECORD.   000395
019850     PERFORM 3500-GET-POSITION-FIGURES.                           000396
019900     MOVE WS-NEW-HEADCOUNT                                        000397
019950         TO DEPT-AUTH-HEADCOUNT OF DEPARTMENT-MASTER-RECORD.      000398
020000     MOVE WS-NEW-BUDGET                                           000399
020050         TO DEPT-SALARY-BUDGET OF DEPARTMENT-MASTER-RECORD.       000400
020100     WRITE DEPARTMENT-MASTER-RECORD                               000401
020150         INVALID KEY                                              000402
020200             DISPLAY "DEPT-CODE " WS-KEY-CODE " already exists."  000403
020250         NOT INVALID KEY                                          000404
020300             DISPLAY "Department " WS-KEY-CODE " added."          000405
020350     END-WRITE.                                                   000406
020400* Prompt for the authorized headcount and the annual salary       000407
020450* budget, re-prompting until each is numeric                      000408
020500 3500-GET-POSITION-FIGURES.                                       000409
020550     MOVE ZERO TO WS-NEW-HEADCOUNT.                               000410
020600     DISPLAY "Authorized headcount (0 = no limit): "              000411
020650         WITH NO ADVANCING.                                       000412
020700     ACCEPT WS-NEW-HEADCOUNT.                                     000413
020750     PERFORM UNTIL WS-NEW-HEADCOUNT IS NUMERIC                    000414
020800         DISPLAY "Headcount must be numeric - try again: "        000415
020850             WITH NO ADVANCING                                    000416
020900         ACCEPT WS-NEW-HEADCOUNT                                  000417
020950     END-PERFORM.                                                 000418
021000     DISPLAY "Annual salary budget (0 = no limit): "              000419
021050         WITH NO ADVANCING.                                       000420
021100     ACCEPT WS-NEW-BUDGET.                                        000421
021150     PERFORM UNTIL WS-NEW-BUDGET IS NUMERIC                       000422
021200         DISPLAY "Budget must be numeric - try again: "           000423
021250             WITH NO ADVANCING                                    000424
021300         ACCEPT WS-NEW-BUDGET                                     000425
021350     END-PERFORM.                                                 000426
021400* Change DEPT-NAME, headcount and budget on an existing row       000427
021450 4000-CHANGE-DEPARTMENT.                                          000428
021500     DISPLAY "DEPT-CODE to change: " WITH NO ADVANCING.           000429
021550     ACCEPT WS-KEY-CODE.                                          000430
021600     MOVE WS-KEY-CODE TO DEPT-CODE OF DEPARTMENT-MASTER-RECORD.   000431
021650     READ DEPARTMENT-MASTER                                       000432
021700         INVALID KEY                                              000433
021750             DISPLAY "DEPT-CODE " WS-KEY-CODE " not found."       000434
021800         NOT INVALID KEY                                          000435
021850             DISPLAY "New department name: " WITH NO ADVANCING    000436
021900             ACCEPT WS-NEW-NAME                                   000437
021950             MOVE WS-NEW-NAME TO DEPT-NAME OF                     000438
022000                 DEPARTMENT-MASTER-RECORD                         000439
022050             MOVE DEPT-SALARY-BUDGET OF DEPARTMENT-MASTER-RECORD  000440
022100                 TO WS-BUDGET-DISP                                000441
022150             DISPLAY "Current headcount "                         000442
022200                 DEPT-AUTH-HEADCOUNT OF DEPARTMENT-MASTER-RECORD  000443
022250                 " budget " WS-BUDGET-DISP                        000444
022300             PERFORM 3500-GET-POSITION-FIGURES                    000445
022350             MOVE WS-NEW-HEADCOUNT TO DEPT-AUTH-HEADCOUNT OF      000446
022400                 DEPARTMENT-MASTER-RECORD                         000447
022450             MOVE WS-NEW-BUDGET TO DEPT-SALARY-BUDGET OF          000448
022500                 DEPARTMENT-MASTER-RECORD                         000449
022550             REWRITE DEPARTMENT-MASTER-RECORD                     000450
022600                 INVALID KEY                                      000451
022650                     DISPLAY "Unable to rewrite " WS-KEY-CODE     000452
022700                 NOT INVALID KEY                                  000453
022750                     DISPLAY "Department " WS-KEY-CODE            000454
022800                         " changed."                              000455
022850             END-REWRITE                                          000456
022900     END-READ.                                                    000457
022950* Delete an existing department row by DEPT-CODE                  000458
023000 5000-DELETE-DEPARTMENT.                                          000459
023050     DISPLAY "DEPT-CODE to delete: " WITH NO ADVANCING.           000460
023100     ACCEPT WS-KEY-CODE.                                          000461
023150     MOVE WS-KEY-CODE TO DEPT-CODE OF DEPARTMENT-MASTER-RECORD.   000462
023200     READ DEPARTMENT-MASTER                                       000463
023250         INVALID KEY                                              000464
023300             DISPLAY "DEPT-CODE " WS-KEY-CODE " not found."       000465
023350         NOT INVALID KEY                                          000466
023400             DELETE DEPARTMENT-MASTER                             000467
023450                 INVALID KEY                                      000468
023500                     DISPLAY "Unable to delete " WS-KEY-CODE      000469
023550                 NOT INVALID KEY                                  000470
023600                     DISPLAY "Department " WS-KEY-CODE            000471
023650                         " deleted."                              000472
023700             END-DELETE                                           000473
023750     END-READ.                                                    000474
