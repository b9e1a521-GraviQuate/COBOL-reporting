000200* Menu-driven student maintenance - add, change or delete a row   000003
000250* on STUDENT-MASTER by STU-MAST-ID, maintained the same way       000004
000300* EMP-MAINT maintains the employee master, so the grade reports   000005
000350* can resolve student ids to names. The declared program must be  000006
000400* on PROGREQ, and a student is set graduated only on a cleared    000007
000450* DEGREE-AUDIT result for that program                            000008
000500 ENVIRONMENT DIVISION.                                            000009
000550 INPUT-OUTPUT SECTION.                                            000010
000600 FILE-CONTROL.                                                    000011
000650     SELECT STUDENT-MASTER ASSIGN TO "STUMAST"                    000012
000700         ORGANIZATION IS INDEXED                                  000013
000750         ACCESS MODE IS DYNAMIC                                   000014
000800         RECORD KEY IS STU-MAST-ID OF STUDENT-MASTER-RECORD.      000015
000850* Degree-program requirements - the program codes a student       000016
000900* may declare                                                     000017
000950     SELECT OPTIONAL PROGRAM-REQUIREMENTS ASSIGN TO "PROGREQ"     000018
001000         ORGANIZATION IS LINE SEQUENTIAL.                         000019
001050* Degree-audit results - graduating a student needs a cleared     000020
001100* row for the student's program                                   000021
001150     SELECT OPTIONAL DEGREE-RESULTS ASSIGN TO "DEGRSLT"           000022
001200         ORGANIZATION IS INDEXED                                  000023
001250         ACCESS MODE IS DYNAMIC                                   000024
001300         RECORD KEY IS DEG-STU-ID OF DEGREE-RESULT-RECORD         000025
001350         FILE STATUS IS WS-DEG-STATUS.                            000026
001400* Authorized-credential list - one userid/password/role per       000027
001450* line. Optional so a shop without one still gets a default       000028
001500     SELECT OPTIONAL AUTH-LIST ASSIGN TO "AUTHLIST"               000029
001550         ORGANIZATION IS LINE SEQUENTIAL.                         000030
001600* Sign-on security files - the lockout list and the               000031
001650* logon-audit trail of every successful and failed attempt        000032
001700     SELECT OPTIONAL AUTH-LOCKOUT ASSIGN TO "AUTHLOCK"            000033
001750         ORGANIZATION IS LINE SEQUENTIAL                          000034
001800         FILE STATUS IS WS-LOCK-STATUS.                           000035
001850     SELECT LOGON-AUDIT ASSIGN TO "LOGONAUD"                      000036
001900         ORGANIZATION IS LINE SEQUENTIAL                          000037
001950         FILE STATUS IS WS-LOGON-STATUS.                          000038
002000 DATA DIVISION.                                                   000039
002050 FILE SECTION.                                                    000040
002100 FD  STUDENT-MASTER.                                              000041
002150 01  STUDENT-MASTER-RECORD.                                       000042
002200     COPY STUREC.                                                 000043
002250 FD  PROGRAM-REQUIREMENTS.                                        000044
002300 01  PROGRAM-REQUIREMENT-REC.                                     000045
002350     COPY PROGREC.                                                000046
002400 FD  DEGREE-RESULTS.                                              000047
002450 01  DEGREE-RESULT-RECORD.                                        000048
002500     COPY DEGREC.                                                 000049
002550 FD  AUTH-LIST.                                                   000050
002600 01  AUTH-LIST-REC.                                               000051
002650     COPY AUTHREC.                                                000052
002700 FD  AUTH-LOCKOUT.                                                000053
002750 01  AUTH-LOCKOUT-REC.                                            000054
002800     05  LOCK-USERID   PIC X(8).                                  000055
002850 FD  LOGON-AUDIT.                                                 000056
002900 01  LOGON-AUDIT-REC.                                             000057
002950     05  LOGON-USERID    PIC X(8).                                000058
003000     05  LOGON-RESULT    PIC X.                                   000059
003050     05  LOGON-PROGRAM   PIC X(8).                                000060
003100     05  LOGON-TIMESTAMP PIC 9(14).                               000061
003150 WORKING-STORAGE SECTION.                                         000062
003200 01  WS-EOF-SW         PIC X VALUE "N".                           000063
003250     88  WS-DONE       VALUE "Y".                                 000064
003300 01  WS-FUNCTION       PIC X.                                     000065
003350     88  WS-FN-ADD     VALUE "A" "a".                             000066
003400     88  WS-FN-CHANGE  VALUE "C" "c".                             000067
003450     88  WS-FN-DELETE  VALUE "D" "d".                             000068
003500     88  WS-FN-PASSWD  VALUE "P" "p".                             000069
003550     88  WS-FN-QUIT    VALUE "Q" "q".                             000070
003600 01  WS-KEY-ID         PIC X(9).                                  000071
003650 01  WS-NEW-NAME       PIC X(20).                                 000072
003700 01  WS-NEW-STATUS     PIC X.                                     000073
003750     88  WS-STATUS-OK  VALUE "E" "W" "G".                         000074
003800* Declared program keyed for the student and its PROGREQ check    000075
003850 01  WS-NEW-PROGRAM    PIC X(6).                                  000076
003900 01  WS-PGM-FOUND-SW   PIC X.                                     000077
003950     88  WS-PGM-FOUND  VALUE "Y".                                 000078
004000 01  WS-PROG-EOF-SW    PIC X.                                     000079
004050     88  WS-PROG-EOF   VALUE "Y".                                 000080
004100* Degree-audit check before a student is set graduated            000081
004150 01  WS-DEG-STATUS     PIC XX.                                    000082
004200 01  WS-GRAD-OK-SW     PIC X.                                     000083
004250     88  WS-GRAD-OK    VALUE "Y".                                 000084
004300* The logged-on userid is validated against WS-AUTH-TABLE         000085
004350* before any update is allowed                                    000086
004400 01  WS-USERID         PIC X(8).                                  000087
004450* Authorized-userid table, loaded once at start-up from AUTHLIST  000088
004500 01  WS-AUTH-EOF-SW    PIC X VALUE "N".                           000089
004550     88  WS-AUTH-EOF   VALUE "Y".                                 000090
004600 01  WS-AUTH-OVER-SW   PIC X VALUE "N".                           000091
004650     88  WS-AUTH-OVER  VALUE "Y".                                 000092
004700 78  WS-MAX-AUTH-USERS VALUE 50.                                  000093
004750 01  WS-AUTH-CNT       PIC 99 VALUE ZERO.                         000094
004800 01  WS-AUTH-TABLE.                                               000095
004850     05  AUTH-ENTRY OCCURS 1 TO 50 TIMES                          000096
004900             DEPENDING ON WS-AUTH-CNT.                            000097
004950         10  AUTH-TAB-USERID   PIC X(8).                          000098
005000         10  AUTH-TAB-PASSWORD PIC X(8).                          000099
005050         10  AUTH-TAB-ROLE     PIC X.                             000100
005100         10  AUTH-TAB-PWD-DATE PIC 9(8).                          000101
005150         10  AUTH-TAB-EXPIRE   PIC 9(3).                          000102
005200         10  AUTH-TAB-PREV-1   PIC X(8).                          000103
005250         10  AUTH-TAB-PREV-2   PIC X(8).                          000104
005300 01  WS-AUTH-IDX       PIC 99.                                    000105
005350 01  WS-SIGNED-ON-SW   PIC X VALUE "N".                           000106
005400     88  WS-SIGNED-ON  VALUE "Y".                                 000107
005450* Sign-on working fields - keyed password, granted role,          000108
005500* straight-failure counting and the lockout switch                000109
005550 01  WS-PASSWORD       PIC X(8).                                  000110
005600 01  WS-USER-ROLE      PIC X.                                     000111
005650     88  WS-ROLE-INQUIRY VALUE "I".                               000112
005700     88  WS-ROLE-UPDATE  VALUE "U".                               000113
005750     88  WS-ROLE-ADMIN   VALUE "A".                               000114
005800 78  WS-MAX-ATTEMPTS   VALUE 3.                                   000115
005850 01  WS-ATTEMPT-CNT    PIC 9 VALUE ZERO.                          000116
005900 01  WS-FAIL-USERID    PIC X(8) VALUE SPACES.                     000117
005950 01  WS-FAIL-CNT       PIC 9 VALUE ZERO.                          000118
006000 01  WS-LOCKED-SW      PIC X.                                     000119
006050     88  WS-LOCKED     VALUE "Y".                                 000120
006100 01  WS-LOCK-EOF-SW    PIC X.                                     000121
006150     88  WS-LOCK-EOF   VALUE "Y".                                 000122
006200 01  WS-LOGON-STATUS   PIC XX.                                    000123
006250 01  WS-LOCK-STATUS    PIC XX.                                    000124
006300* Password-expiry working fields - the matched credential         000125
006350* entry, the password's age in days, and the keyed                000126
006400* replacement password                                            000127
006450 01  WS-CRED-IDX       PIC 99 VALUE ZERO.                         000128
006500 01  WS-TODAY-NUM      PIC 9(8).                                  000129
006550 01  WS-PWD-AGE-DAYS   PIC S9(7).                                 000130
006600 01  WS-NEW-PWD        PIC X(8).                                  000131
006650 01  WS-PWD-OK-SW      PIC X.                                     000132
006700     88  WS-PWD-OK     VALUE "Y".                                 000133
006750 PROCEDURE DIVISION.                                              000134
006800 0000-MAIN.                                                       000135
006850     PERFORM 0500-LOAD-AUTH-LIST.                                 000136
006900     PERFORM 0600-CAPTURE-LOGON.                                  000137
006950     IF WS-SIGNED-ON AND WS-ROLE-INQUIRY                          000138
007000         DISPLAY "Inquiry-only userids cannot use student"        000139
007050             " maintenance."                                      000140
007100         MOVE "N" TO WS-SIGNED-ON-SW                              000141
007150     END-IF.                                                      000142
007200     IF WS-SIGNED-ON                                              000143
007250         OPEN I-O STUDENT-MASTER                                  000144
007300         PERFORM UNTIL WS-DONE                                    000145
007350             PERFORM 1000-SHOW-MENU                               000146
007400             PERFORM 2000-PROCESS-FUNCTION                        000147
007450         END-PERFORM                                              000148
007500         CLOSE STUDENT-MASTER                                     000149
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
008550                 MOVE AUTH-PWD-DATE                               000170
008600                     TO AUTH-TAB-PWD-DATE (WS-AUTH-CNT)           000171
008650                 MOVE AUTH-PWD-EXPIRE                             000172
008700                     TO AUTH-TAB-EXPIRE (WS-AUTH-CNT)             000173
008750                 MOVE AUTH-PREV-PWD-1                             000174
008800                     TO AUTH-TAB-PREV-1 (WS-AUTH-CNT)             000175
008850                 MOVE AUTH-PREV-PWD-2                             000176
008900                     TO AUTH-TAB-PREV-2 (WS-AUTH-CNT)             000177
008950         END-READ                                                 000178
009000     END-PERFORM.                                                 000179
009050* A read still succeeding once the table is full means the        000180
009100* list is longer than a session can hold - flag it so no          000181
009150* rewrite can truncate the file to the first 50 entries           000182
009200     IF NOT WS-AUTH-EOF AND WS-AUTH-CNT = WS-MAX-AUTH-USERS       000183
009250         READ AUTH-LIST                                           000184
009300             AT END                                               000185
009350                 SET WS-AUTH-EOF TO TRUE                          000186
009400             NOT AT END                                           000187
009450                 SET WS-AUTH-OVER TO TRUE                         000188
009500         END-READ                                                 000189
009550     END-IF.                                                      000190
009600     CLOSE AUTH-LIST.                                             000191
009650     IF WS-AUTH-CNT = ZERO                                        000192
009700         MOVE 1 TO WS-AUTH-CNT                                    000193
009750         MOVE "ADMIN" TO AUTH-TAB-USERID (1)                      000194
009800         MOVE "ADMIN" TO AUTH-TAB-PASSWORD (1)                    000195
009850         MOVE "A"     TO AUTH-TAB-ROLE (1)                        000196
009900         MOVE ZERO   TO AUTH-TAB-PWD-DATE (1)                     000197
009950         MOVE ZERO   TO AUTH-TAB-EXPIRE (1)                       000198
010000         MOVE SPACES TO AUTH-TAB-PREV-1 (1)                       000199
010050         MOVE SPACES TO AUTH-TAB-PREV-2 (1)                       000200
010100     END-IF.                                                      000201
010150* Prompt for userid and password, checking the lockout list       000202
010200* and the credential table; every attempt is written to the       000203
010250* logon-audit file, and three straight failures for the same      000204
010300* userid lock it out                                              000205
010350 0600-CAPTURE-LOGON.                                              000206
010400     PERFORM UNTIL WS-SIGNED-ON                                   000207
010450             OR WS-ATTEMPT-CNT >= WS-MAX-ATTEMPTS                 000208
010500         ADD 1 TO WS-ATTEMPT-CNT                                  000209
010550         DISPLAY "Userid: " WITH NO ADVANCING                     000210
010600         ACCEPT WS-USERID                                         000211
010650         DISPLAY "Password: " WITH NO ADVANCING                   000212
010700         ACCEPT WS-PASSWORD                                       000213
010750         PERFORM 0610-CHECK-LOCKOUT                               000214
010800         IF WS-LOCKED                                             000215
010850             DISPLAY "Userid " WS-USERID " is locked out"         000216
010900                 " - see the security administrator."             000217
010950         ELSE                                                     000218
011000             PERFORM 0620-MATCH-CREDENTIALS                       000219
011050         END-IF                                                   000220
011100         PERFORM 0630-AUDIT-LOGON-ATTEMPT                         000221
011150         IF WS-SIGNED-ON                                          000222
011200             PERFORM 0680-CHECK-PASSWORD-EXPIRY                   000223
011250         END-IF                                                   000224
011300         IF NOT WS-SIGNED-ON                                      000225
011350             PERFORM 0640-COUNT-FAILURE                           000226
011400         END-IF                                                   000227
011450     END-PERFORM.                                                 000228
011500     IF NOT WS-SIGNED-ON                                          000229
011550         DISPLAY "Sign-on failed."                                000230
011600     END-IF.                                                      000231
011650* Is this userid on the lockout list                              000232
011700 0610-CHECK-LOCKOUT.                                              000233
011750     MOVE "N" TO WS-LOCKED-SW.                                    000234
011800     MOVE "N" TO WS-LOCK-EOF-SW.                                  000235
011850     OPEN INPUT AUTH-LOCKOUT.                                     000236
011900     IF WS-LOCK-STATUS = "35"                                     000237
011950         MOVE "Y" TO WS-LOCK-EOF-SW                               000238
012000     END-IF.                                                      000239
012050     PERFORM UNTIL WS-LOCK-EOF                                    000240
012100         READ AUTH-LOCKOUT                                        000241
012150             AT END                                               000242
012200                 SET WS-LOCK-EOF TO TRUE                          000243
012250             NOT AT END                                           000244
012300                 IF LOCK-USERID = WS-USERID                       000245
012350                     SET WS-LOCKED TO TRUE                        000246
012400                 END-IF                                           000247
012450         END-READ                                                 000248
012500     END-PERFORM.                                                 000249
012550     CLOSE AUTH-LOCKOUT.                                          000250
012600* Userid and password must both match one credential entry;       000251
012650* a match carries the entry's role into the session               000252
012700 0620-MATCH-CREDENTIALS.                                          000253
012750     PERFORM VARYING WS-AUTH-IDX FROM 1 BY 1                      000254
012800             UNTIL WS-AUTH-IDX > WS-AUTH-CNT                      000255
012850         IF WS-USERID = AUTH-TAB-USERID (WS-AUTH-IDX) AND         000256
012900                 WS-PASSWORD =                                    000257
012950                 AUTH-TAB-PASSWORD (WS-AUTH-IDX)                  000258
013000             MOVE AUTH-TAB-ROLE (WS-AUTH-IDX)                     000259
013050                 TO WS-USER-ROLE                                  000260
013100             SET WS-SIGNED-ON TO TRUE                             000261
013150             MOVE WS-AUTH-IDX TO WS-CRED-IDX                      000262
013200             EXIT PERFORM                                         000263
013250         END-IF                                                   000264
013300     END-PERFORM.                                                 000265
013350     IF NOT WS-SIGNED-ON                                          000266
013400         DISPLAY "Userid or password incorrect."                  000267
013450     END-IF.                                                      000268
013500* Record this attempt, successful or failed, on the logon         000269
013550* audit trail                                                     000270
013600 0630-AUDIT-LOGON-ATTEMPT.                                        000271
013650     OPEN EXTEND LOGON-AUDIT.                                     000272
013700     IF WS-LOGON-STATUS = "35"                                    000273
013750         OPEN OUTPUT LOGON-AUDIT                                  000274
013800     END-IF.                                                      000275
013850     MOVE WS-USERID TO LOGON-USERID.                              000276
013900     IF WS-SIGNED-ON                                              000277
013950         MOVE "S" TO LOGON-RESULT                                 000278
014000     ELSE                                                         000279
014050         MOVE "F" TO LOGON-RESULT                                 000280
014100     END-IF.                                                      000281
014150     MOVE "STUMAINT" TO LOGON-PROGRAM.                            000282
014200     MOVE FUNCTION CURRENT-DATE (1:14) TO LOGON-TIMESTAMP.        000283
014250     WRITE LOGON-AUDIT-REC.                                       000284
014300     CLOSE LOGON-AUDIT.                                           000285
014350* Three straight failures for one userid put it on the            000286
014400* lockout list until the security administrator clears it         000287
014450 0640-COUNT-FAILURE.                                              000288
014500     IF WS-USERID = WS-FAIL-USERID                                000289
014550         ADD 1 TO WS-FAIL-CNT                                     000290
014600     ELSE                                                         000291
014650         MOVE WS-USERID TO WS-FAIL-USERID                         000292
014700         MOVE 1 TO WS-FAIL-CNT                                    000293
014750     END-IF.                                                      000294
014800     IF WS-FAIL-CNT >= WS-MAX-ATTEMPTS                            000295
014850         OPEN EXTEND AUTH-LOCKOUT                                 000296
014900         IF WS-LOCK-STATUS = "35"                                 000297
014950             OPEN OUTPUT AUTH-LOCKOUT                             000298
015000         END-IF                                                   000299
015050         MOVE WS-USERID TO LOCK-USERID                            000300
015100         WRITE AUTH-LOCKOUT-REC                                   000301
015150         CLOSE AUTH-LOCKOUT                                       000302
015200         DISPLAY "Userid " WS-USERID " is now locked out."        000303
015250     END-IF.                                                      000304
015300* An expired password must be changed before the session          000305
015350* continues - a zero date or zero interval means no expiry,       000306
015400* so entries from before the expiry fields existed still work     000307
015450 0680-CHECK-PASSWORD-EXPIRY.                                      000308
015500     IF AUTH-TAB-PWD-DATE (WS-CRED-IDX) = ZERO OR                 000309
015550             AUTH-TAB-EXPIRE (WS-CRED-IDX) = ZERO                 000310
015600         CONTINUE                                                 000311
015650     ELSE                                                         000312
015700         MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-NUM         000313
015750         COMPUTE WS-PWD-AGE-DAYS =                                000314
015800             FUNCTION INTEGER-OF-DATE (WS-TODAY-NUM) -            000315
015850             FUNCTION INTEGER-OF-DATE                             000316
015900                 (AUTH-TAB-PWD-DATE (WS-CRED-IDX))                000317
015950         IF WS-PWD-AGE-DAYS >=                                    000318
016000                 AUTH-TAB-EXPIRE (WS-CRED-IDX)                    000319
016050             DISPLAY "Password has expired and must be"           000320
016100                 " changed."                                      000321
016150             PERFORM 0690-CHANGE-PASSWORD                         000322
016200         END-IF                                                   000323
016250     END-IF.                                                      000324
016300* Change the signed-on userid's password - the replacement may    000325
016350* not repeat the current password or either of the two before     000326
016400* it, and the credential list is rewritten with the change        000327
016450 0690-CHANGE-PASSWORD.                                            000328
016500     IF WS-CRED-IDX = ZERO                                        000329
016550         DISPLAY "Sign on before changing the password."          000330
016600     ELSE                                                         000331
016650     IF WS-AUTH-OVER                                              000332
016700         DISPLAY "Credential list exceeds the supported 50"       000333
016750             " entries - password not changed."                   000334
016800     ELSE                                                         000335
016850         MOVE "N" TO WS-PWD-OK-SW                                 000336
016900         PERFORM UNTIL WS-PWD-OK                                  000337
016950             DISPLAY "New password: " WITH NO ADVANCING           000338
017000             ACCEPT WS-NEW-PWD                                    000339
017050             IF WS-NEW-PWD = SPACES OR                            000340
017100                     WS-NEW-PWD =                                 000341
017150                     AUTH-TAB-PASSWORD (WS-CRED-IDX) OR           000342
017200                     WS-NEW-PWD =                                 000343
017250                     AUTH-TAB-PREV-1 (WS-CRED-IDX) OR             000344
017300                     WS-NEW-PWD =                                 000345
017350                     AUTH-TAB-PREV-2 (WS-CRED-IDX)                000346
017400                 DISPLAY "Password is blank or was used"          000347
017450                     " recently - pick another."                  000348
017500             ELSE                                                 000349
017550                 SET WS-PWD-OK TO TRUE                            000350
017600             END-IF                                               000351
017650         END-PERFORM                                              000352
017700         MOVE AUTH-TAB-PREV-1 (WS-CRED-IDX)                       000353
017750             TO AUTH-TAB-PREV-2 (WS-CRED-IDX)                     000354
017800         MOVE AUTH-TAB-PASSWORD (WS-CRED-IDX)                     000355
017850             TO AUTH-TAB-PREV-1 (WS-CRED-IDX)                     000356
017900         MOVE WS-NEW-PWD                                          000357
017950             TO AUTH-TAB-PASSWORD (WS-CRED-IDX)                   000358
018000         MOVE FUNCTION CURRENT-DATE (1:8)                         000359
018050             TO AUTH-TAB-PWD-DATE (WS-CRED-IDX)                   000360
018100         PERFORM 0695-REWRITE-AUTH-LIST                           000361
018150         DISPLAY "Password changed."                              000362
018200     END-IF                                                       000363
018250     END-IF.                                                      000364
018300* Rewrite the whole credential list from the table                000365
018350 0695-REWRITE-AUTH-LIST.                                          000366
018400     OPEN OUTPUT AUTH-LIST.                                       000367
018450     PERFORM VARYING WS-AUTH-IDX FROM 1 BY 1                      000368
018500             UNTIL WS-AUTH-IDX > WS-AUTH-CNT                      000369
018550         MOVE AUTH-TAB-USERID (WS-AUTH-IDX) TO AUTH-USERID        000370
018600         MOVE AUTH-TAB-PASSWORD (WS-AUTH-IDX)                     000371
018650             TO AUTH-PASSWORD                                     000372
018700         MOVE AUTH-TAB-ROLE (WS-AUTH-IDX) TO AUTH-ROLE            000373
018750         MOVE AUTH-TAB-PWD-DATE (WS-AUTH-IDX)                     000374
018800             TO AUTH-PWD-DATE                                     000375
018850         MOVE AUTH-TAB-EXPIRE (WS-AUTH-IDX)                       000376
018900             TO AUTH-PWD-EXPIRE                                   000377
018950         MOVE AUTH-TAB-PREV-1 (WS-AUTH-IDX)                       000378
019000             TO AUTH-PREV-PWD-1                                   000379
019050         MOVE AUTH-TAB-PREV-2 (WS-AUTH-IDX)                       000380
019100             TO AUTH-PREV-PWD-2                                   000381
019150         WRITE AUTH-LIST-REC                                      000382
019200     END-PERFORM.                                                 000383
019250     CLOSE AUTH-LIST.                                             000384
019300* Prompt for and accept an enrollment status, re-prompting        000385
019350* until it is one of the allowed codes                            000386
019400 0800-GET-VALID-STATUS.                                           000387
019450     MOVE SPACE TO WS-NEW-STATUS.                                 000388
019500     PERFORM UNTIL WS-STATUS-OK                                   000389
019550         DISPLAY "Status (E)nrolled (W)ithdrawn (G)raduated: "    000390
019600             WITH NO ADVANCING                                    000391
019650         ACCEPT WS-NEW-STATUS                                     000392
019700         IF NOT WS-STATUS-OK                                      000393
019750             DISPLAY "Status must be E, W or G - try again."      000394
019800         END-IF                                                   000395
019850     END-PERFORM.                                                 000396
019900* Prompt for and accept a declared program, re-prompting until    000397
019950* it is blank or a program on PROGREQ. On a change a blank entry  000398
020000* keeps the student's current program                             000399
020050 0850-GET-VALID-PROGRAM.                                          000400
020100     MOVE "N" TO WS-PGM-FOUND-SW.                                 000401
020150     PERFORM UNTIL WS-PGM-FOUND                                   000402
020200         DISPLAY "Declared program (6 chars, blank if none): "    000403
020250             WITH NO ADVANCING                                    000404
020300         ACCEPT WS-NEW-PROGRAM                                    000405
020350         IF WS-NEW-PROGRAM = SPACES                               000406
020400             SET WS-PGM-FOUND TO TRUE                             000407
020450         ELSE                                                     000408
020500             PERFORM 0860-FIND-PROGRAM                            000409
020550             IF NOT WS-PGM-FOUND                                  000410
020600                 DISPLAY "Program " WS-NEW-PROGRAM                000411
020650                     " is not on PROGREQ - try again."            000412
020700             END-IF                                               000413
020750         END-IF                                                   000414
020800     END-PERFORM.                                                 000415
020850* Look for the keyed program among the PROGREQ program records    000416
020900 0860-FIND-PROGRAM.                                               000417
020950     MOVE "N" TO WS-PROG-EOF-SW.                                  000418
021000     OPEN INPUT PROGRAM-REQUIREMENTS.                             000419
021050     PERFORM UNTIL WS-PROG-EOF OR WS-PGM-FOUND                    000420
021100         READ PROGRAM-REQUIREMENTS                                000421
021150             AT END                                               000422
021200                 SET WS-PROG-EOF TO TRUE                          000423
021250             NOT AT END                                           000424
021300                 IF PROG-REC-TYPE = "P" AND                       000425
021350                         PROG-CODE = WS-NEW-PROGRAM               000426
021400                     SET WS-PGM-FOUND TO TRUE                     000427
021450                 END-IF                                           000428
021500         END-READ                                                 000429
021550     END-PERFORM.                                                 000430
021600     CLOSE PROGRAM-REQUIREMENTS.                                  000431
021650* A student may be set graduated only on a cleared degree-audit   000432
021700* row for the program in STU-MAST-PROGRAM                         000433
021750 0880-CHECK-DEGREE-AUDIT.                                         000434
021800     MOVE "N" TO WS-GRAD-OK-SW.                                   000435
021850     IF STU-MAST-PROGRAM OF STUDENT-MASTER-RECORD = SPACES        000436
021900         DISPLAY "No declared program - cannot graduate."         000437
021950     ELSE                                                         000438
022000         OPEN INPUT DEGREE-RESULTS                                000439
022050         IF WS-DEG-STATUS NOT = "00" AND                          000440
022100                 WS-DEG-STATUS NOT = "05"                         000441
022150             DISPLAY "No degree audit on file - cannot graduate." 000442
022200         ELSE                                                     000443
022250             MOVE STU-MAST-ID OF STUDENT-MASTER-RECORD            000444
022300                 TO DEG-STU-ID OF DEGREE-RESULT-RECORD            000445
022350             READ DEGREE-RESULTS                                  000446
022400                 INVALID KEY                                      000447
022450                     DISPLAY "No degree audit on file - cannot"   000448
022500                         " graduate."                             000449
022550                 NOT INVALID KEY                                  000450
022600                     PERFORM 0890-JUDGE-DEGREE-RESULT             000451
022650             END-READ                                             000452
022700         END-IF                                                   000453
022750         CLOSE DEGREE-RESULTS                                     000454
022800     END-IF.                                                      000455
022850* The audit row must be for the current program and cleared       000456
022900 0890-JUDGE-DEGREE-RESULT.                                        000457
022950     IF DEG-PROGRAM OF DEGREE-RESULT-RECORD NOT =                 000458
023000             STU-MAST-PROGRAM OF STUDENT-MASTER-RECORD            000459
023050         DISPLAY "Degree audit is for another program -"          000460
023100             " cannot graduate."                                  000461
023150     ELSE                                                         000462
023200         IF DEG-CLEARED OF DEGREE-RESULT-RECORD = "Y"             000463
023250             SET WS-GRAD-OK TO TRUE                               000464
023300         ELSE                                                     000465
023350             DISPLAY "Degree audit not cleared - cannot"          000466
023400                 " graduate."                                     000467
023450         END-IF                                                   000468
023500     END-IF.                                                      000469
023550* Prompt for and accept the maintenance function for this pass    000470
023600 1000-SHOW-MENU.                                                  000471
023650     DISPLAY " ".                                                 000472
023700     DISPLAY "STU MAINTENANCE - (A)dd (C)hange (D)elete"          000473
023750         " (P)assword (Q)uit".                                    000474
023800     DISPLAY "Function: " WITH NO ADVANCING.                      000475
023850     ACCEPT WS-FUNCTION.                                          000476
023900* Dispatch to the requested add/change/delete paragraph           000477
023950 2000-PROCESS-FUNCTION.                                           000478
024000     EVALUATE TRUE                                                000479
024050         WHEN WS-FN-ADD                                           000480
024100             PERFORM 3000-ADD-STUDENT                             000481
024150         WHEN WS-FN-CHANGE                                        000482
024200             PERFORM 4000-CHANGE-STUDENT                          000483
024250         WHEN WS-FN-DELETE                                        000484
024300             IF WS-ROLE-ADMIN                                     000485
024350                 PERFORM 5000-DELETE-STUDENT                      000486
024400             ELSE                                                 000487
024450                 DISPLAY "Delete requires administrator"          000488
024500                     " authority."                                000489
024550             END-IF                                               000490
024600         WHEN WS-FN-QUIT                                          000491
024650             SET WS-DONE TO TRUE                                  000492
024700         WHEN WS-FN-PASSWD                                        000493
024750             PERFORM 0690-CHANGE-PASSWORD                         000494
024800         WHEN OTHER                                               000495
024850             DISPLAY "Invalid function - try again."              000496
024900     END-EVALUATE.                                                000497
024950* Add a new student row keyed by STU-MAST-ID                      000498
025000 3000-ADD-STUDENT.                                                000499
025050     DISPLAY "New STU-ID (9 chars): " WITH NO ADVANCING.          000500
025100     ACCEPT WS-KEY-ID.                                            000501
025150     DISPLAY "Student name: " WITH NO ADVANCING.                  000502
025200     ACCEPT WS-NEW-NAME.                                          000503
025250     PERFORM 0800-GET-VALID-STATUS.                               000504
025300     PERFORM 0850-GET-VALID-PROGRAM.                              000505
025350     MOVE WS-KEY-ID     TO STU-MAST-ID                            000506
025400         OF STUDENT-MASTER-RECORD.                                000507
025450     MOVE WS-NEW-NAME   TO STU-MAST-NAME                          000508
025500         OF STUDENT-MASTER-RECORD.                                000509
025550     MOVE WS-NEW-STATUS TO STU-MAST-STATUS                        000510
025600         OF STUDENT-MASTER-RECORD.                                000511
025650     MOVE WS-NEW-PROGRAM TO STU-MAST-PROGRAM                      000512
025700         OF STUDENT-MASTER-RECORD.                                000513
025750     MOVE "Y" TO WS-GRAD-OK-SW.                                   000514
025800     IF WS-NEW-STATUS = "G"                                       000515
025850         PERFORM 0880-CHECK-DEGREE-AUDIT                          000516
025900     END-IF.                                                      000517
025950     IF WS-GRAD-OK                                                000518
026000         WRITE STUDENT-MASTER-RECORD                              000519
026050             INVALID KEY                                          000520
026100                 DISPLAY "STU-ID " WS-KEY-ID " already exists."   000521
026150             NOT INVALID KEY                                      000522
026200                 DISPLAY "Student " WS-KEY-ID " added."           000523
026250         END-WRITE                                                000524
026300     END-IF.                                                      000525
026350* Change name/status/program on an existing student row. Moving   000526
026400* a student to graduated needs a cleared degree audit             000527
026450 4000-CHANGE-STUDENT.                                             000528
026500     DISPLAY "STU-ID to change: " WITH NO ADVANCING.              000529
026550     ACCEPT WS-KEY-ID.                                            000530
026600     MOVE WS-KEY-ID TO STU-MAST-ID OF STUDENT-MASTER-RECORD.      000531
026650     READ STUDENT-MASTER                                          000532
026700         INVALID KEY                                              000533
026750             DISPLAY "STU-ID " WS-KEY-ID " not found."            000534
026800         NOT INVALID KEY                                          000535
026850             DISPLAY "New student name: " WITH NO ADVANCING       000536
026900             ACCEPT WS-NEW-NAME                                   000537
026950             PERFORM 0800-GET-VALID-STATUS                        000538
027000             PERFORM 0850-GET-VALID-PROGRAM                       000539
027050             MOVE "Y" TO WS-GRAD-OK-SW                            000540
027100             IF WS-NEW-PROGRAM NOT = SPACES                       000541
027150                 MOVE WS-NEW-PROGRAM TO STU-MAST-PROGRAM OF       000542
027200                     STUDENT-MASTER-RECORD                        000543
027250             END-IF                                               000544
027300             IF WS-NEW-STATUS = "G" AND                           000545
027350                     STU-MAST-STATUS OF STUDENT-MASTER-RECORD     000546
027400                     NOT = "G"                                    000547
027450                 PERFORM 0880-CHECK-DEGREE-AUDIT                  000548
027500             END-IF                                               000549
027550             MOVE WS-NEW-NAME TO STU-MAST-NAME OF                 000550
027600                 STUDENT-MASTER-RECORD                            000551
027650             MOVE WS-NEW-STATUS TO STU-MAST-STATUS OF             000552
027700                 STUDENT-MASTER-RECORD                            000553
027750             IF WS-GRAD-OK                                        000554
027800                 REWRITE STUDENT-MASTER-RECORD                    000555
027850                     INVALID KEY                                  000556
027900                         DISPLAY "Unable to rewrite " WS-KEY-ID   000557
027950                     NOT INVALID KEY                              000558
028000                         DISPLAY "Student " WS-KEY-ID " changed." 000559
028050                 END-REWRITE                                      000560
028100             END-IF                                               000561
028150     END-READ.                                                    000562
028200* Delete an existing student row by STU-MAST-ID                   000563
028250 5000-DELETE-STUDENT.                                             000564
028300     DISPLAY "STU-ID to delete: " WITH NO ADVANCING.              000565
028350     ACCEPT WS-KEY-ID.                                            000566
028400     MOVE WS-KEY-ID TO STU-MAST-ID OF STUDENT-MASTER-RECORD.      000567
028450     READ STUDENT-MASTER                                          000568
028500         INVALID KEY                                              000569
028550             DISPLAY "STU-ID " WS-KEY-ID " not found."            000570
028600         NOT INVALID KEY                                          000571
028650             DELETE STUDENT-MASTER                                000572
028700                 INVALID KEY                                      000573
028750                     DISPLAY "Unable to delete " WS-KEY-ID        000574
028800                 NOT INVALID KEY                                  000575
028850                     DISPLAY "Student " WS-KEY-ID " deleted."     000576
028900             END-DELETE                                           000577
028950     END-READ.                                                    000578
