000200* Menu-driven pay-grade maintenance - add, change or delete a     000003
000250* row on PAYGRADE by PAY-GRADE-CODE, maintained the same way      000004
000300* DEPT-MAINT maintains the department master, so the salary       000005
000350* edit in EMP-MAINT has a range to hold every keyed salary to.    000006
000400* A range change first previews its effect - how many of the      000007
000450* grade's employees sit below the minimum or above the maximum    000008
000500* now, and how many would under the new range - and is only       000009
000550* written once the administrator confirms it                      000010
000600 ENVIRONMENT DIVISION.                                            000011
000650 INPUT-OUTPUT SECTION.                                            000012
000700 FILE-CONTROL.                                                    000013
000750     SELECT PAY-GRADE-MASTER ASSIGN TO "PAYGRADE"                 000014
000800         ORGANIZATION IS INDEXED                                  000015
000850         ACCESS MODE IS DYNAMIC                                   000016
000900         RECORD KEY IS PAY-GRADE-CODE OF PAY-GRADE-RECORD.        000017
000950* Employee master - read through for the range-change preview     000018
001000     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"                   000019
001050         ORGANIZATION IS INDEXED                                  000020
001100         ACCESS MODE IS SEQUENTIAL                                000021
001150         RECORD KEY IS EMP-ID OF EMPLOYEE-MASTER-RECORD.          000022
001200* Authorized-credential list - one userid/password/role per       000023
001250* line. Optional so a shop without one still gets a default       000024
001300     SELECT OPTIONAL AUTH-LIST ASSIGN TO "AUTHLIST"               000025
001350         ORGANIZATION IS LINE SEQUENTIAL.                         000026
001400* Sign-on security files - the lockout list and the               000027
001450* logon-audit trail of every successful and failed attempt        000028
001500     SELECT OPTIONAL AUTH-LOCKOUT ASSIGN TO "AUTHLOCK"            000029
001550         ORGANIZATION IS LINE SEQUENTIAL                          000030
001600         FILE STATUS IS WS-LOCK-STATUS.                           000031
001650     SELECT LOGON-AUDIT ASSIGN TO "LOGONAUD"                      000032
001700         ORGANIZATION IS LINE SEQUENTIAL                          000033
001750         FILE STATUS IS WS-LOGON-STATUS.                          000034
001800 DATA DIVISION.                                                   000035
001850 FILE SECTION.                                                    000036
001900 FD  PAY-GRADE-MASTER.                                            000037
001950 01  PAY-GRADE-RECORD.                                            000038
002000     COPY PGRDREC.                                                000039
002050 FD  EMPLOYEE-MASTER.                                             000040
002100 01  EMPLOYEE-MASTER-RECORD.                                      000041
002150     COPY EMPREC.                                                 000042
002200 FD  AUTH-LIST.                                                   000043
002250 01  AUTH-LIST-REC.                                               000044
002300     COPY AUTHREC.                                                000045
002350 FD  AUTH-LOCKOUT.                                                000046
002400 01  AUTH-LOCKOUT-REC.                                            000047
002450     05  LOCK-USERID   PIC X(8).                                  000048
002500 FD  LOGON-AUDIT.                                                 000049
002550 01  LOGON-AUDIT-REC.                                             000050
002600     05  LOGON-USERID    PIC X(8).                                000051
002650     05  LOGON-RESULT    PIC X.                                   000052
002700     05  LOGON-PROGRAM   PIC X(8).                                000053
002750     05  LOGON-TIMESTAMP PIC 9(14).                               000054
002800 WORKING-STORAGE SECTION.                                         000055
002850 01  WS-EOF-SW         PIC X VALUE "N".                           000056
002900     88  WS-DONE       VALUE "Y".                                 000057
002950 01  WS-FUNCTION       PIC X.                                     000058
003000     88  WS-FN-ADD     VALUE "A" "a".                             000059
003050     88  WS-FN-CHANGE  VALUE "C" "c".                             000060
003100     88  WS-FN-DELETE  VALUE "D" "d".                             000061
003150     88  WS-FN-QUIT    VALUE "Q" "q".                             000062
003200 01  WS-KEY-GRADE      PIC X(2).                                  000063
003250 01  WS-NEW-MIN        PIC 9(7)V99.                               000064
003300 01  WS-NEW-MAX        PIC 9(7)V99.                               000065
003350 01  WS-RANGE-OK-SW    PIC X.                                     000066
003400     88  WS-RANGE-OK   VALUE "Y".                                 000067
003450* Range-change preview - the grade's current employees counted    000068
003500* against the range on file and the range just keyed              000069
003550 01  WS-EMP-EOF-SW     PIC X.                                     000070
003600     88  WS-EMP-EOF    VALUE "Y".                                 000071
003650 01  WS-GRADE-EMP-CNT  PIC 9(5).                                  000072
003700 01  WS-NOW-BELOW-CNT  PIC 9(5).                                  000073
003750 01  WS-NOW-ABOVE-CNT  PIC 9(5).                                  000074
003800 01  WS-NEW-BELOW-CNT  PIC 9(5).                                  000075
003850 01  WS-NEW-ABOVE-CNT  PIC 9(5).                                  000076
003900 01  WS-CONFIRM-REPLY  PIC X.                                     000077
003950     88  WS-CONFIRMED  VALUE "Y" "y".                             000078
004000* The logged-on userid is validated against WS-AUTH-TABLE         000079
004050* before any update is allowed                                    000080
004100 01  WS-USERID         PIC X(8).                                  000081
004150* Authorized-userid table, loaded once at start-up from AUTHLIST  000082
004200 01  WS-AUTH-EOF-SW    PIC X VALUE "N".                           000083
004250     88  WS-AUTH-EOF   VALUE "Y".                                 000084
004300 78  WS-MAX-AUTH-USERS VALUE 50.                                  000085
004350 01  WS-AUTH-CNT       PIC 99 VALUE ZERO.                         000086
004400 01  WS-AUTH-TABLE.                                               000087
004450     05  AUTH-ENTRY OCCURS 1 TO 50 TIMES                          000088
004500             DEPENDING ON WS-AUTH-CNT.                            000089
004550         10  AUTH-TAB-USERID   PIC X(8).                          000090
004600         10  AUTH-TAB-PASSWORD PIC X(8).                          000091
004650         10  AUTH-TAB-ROLE     PIC X.                             000092
004700 01  WS-AUTH-IDX       PIC 99.                                    000093
004750 01  WS-SIGNED-ON-SW   PIC X VALUE "N".                           000094
004800     88  WS-SIGNED-ON  VALUE "Y".                                 000095
004850* Sign-on working fields - keyed password, granted role,          000096
004900* straight-failure counting and the lockout switch                000097
004950 01  WS-PASSWORD       PIC X(8).                                  000098
005000 01  WS-USER-ROLE      PIC X.                                     000099
005050     88  WS-ROLE-INQUIRY VALUE "I".                               000100
005100     88  WS-ROLE-UPDATE  VALUE "U".                               000101
005150     88  WS-ROLE-ADMIN   VALUE "A".                               000102
005200 78  WS-MAX-ATTEMPTS   VALUE 3.                                   000103
005250 01  WS-ATTEMPT-CNT    PIC 9 VALUE ZERO.                          000104
005300 01  WS-FAIL-USERID    PIC X(8) VALUE SPACES.                     000105
005350 01  WS-FAIL-CNT       PIC 9 VALUE ZERO.                          000106
005400 01  WS-LOCKED-SW      PIC X.                                     000107
005450     88  WS-LOCKED     VALUE "Y".                                 000108
005500 01  WS-LOCK-EOF-SW    PIC X.                                     000109
005550     88  WS-LOCK-EOF   VALUE "Y".                                 000110
005600 01  WS-LOGON-STATUS   PIC XX.                                    000111
005650 01  WS-LOCK-STATUS    PIC XX.                                    000112
005700 PROCEDURE DIVISION.                                              000113
005750 0000-MAIN.                                                       000114
005800     PERFORM 0500-LOAD-AUTH-LIST.                                 000115
005850     PERFORM 0600-CAPTURE-LOGON.                                  000116
005900     IF WS-SIGNED-ON AND NOT WS-ROLE-ADMIN                        000117
005950         DISPLAY "Pay-grade maintenance requires"                 000118
006000             " administrator authority."                          000119
006050         MOVE "N" TO WS-SIGNED-ON-SW                              000120
006100     END-IF.                                                      000121
006150     IF WS-SIGNED-ON                                              000122
006200         OPEN I-O PAY-GRADE-MASTER                                000123
006250         PERFORM UNTIL WS-DONE                                    000124
006300             PERFORM 1000-SHOW-MENU                               000125
006350             PERFORM 2000-PROCESS-FUNCTION                        000126
006400         END-PERFORM                                              000127
006450         CLOSE PAY-GRADE-MASTER                                   000128
006500     END-IF.                                                      000129
006550     STOP RUN.                                                    000130
006600* Load the credential table from AUTHLIST. If the file is         000131
006650* absent default to a single built-in administrator so the        000132
006700* transaction still works in a shop that hasn't set one up yet    000133
006750 0500-LOAD-AUTH-LIST.                                             000134
006800     OPEN INPUT AUTH-LIST.                                        000135
006850     PERFORM UNTIL WS-AUTH-EOF                                    000136
006900             OR WS-AUTH-CNT = WS-MAX-AUTH-USERS                   000137
006950         READ AUTH-LIST                                           000138
007000             AT END                                               000139
007050                 SET WS-AUTH-EOF TO TRUE                          000140
007100             NOT AT END                                           000141
007150                 ADD 1 TO WS-AUTH-CNT                             000142
007200                 MOVE AUTH-USERID                                 000143
007250                     TO AUTH-TAB-USERID (WS-AUTH-CNT)             000144
007300                 MOVE AUTH-PASSWORD                               000145
007350                     TO AUTH-TAB-PASSWORD (WS-AUTH-CNT)           000146
007400                 MOVE AUTH-ROLE                                   000147
007450                     TO AUTH-TAB-ROLE (WS-AUTH-CNT)               000148
007500         END-READ                                                 000149
007550     END-PERFORM.                                                 000150
007600     CLOSE AUTH-LIST.                                             000151
007650     IF WS-AUTH-CNT = ZERO                                        000152
007700         MOVE 1 TO WS-AUTH-CNT                                    000153
007750         MOVE "ADMIN" TO AUTH-TAB-USERID (1)                      000154
007800         MOVE "ADMIN" TO AUTH-TAB-PASSWORD (1)                    000155
007850         MOVE "A"     TO AUTH-TAB-ROLE (1)                        000156
007900     END-IF.                                                      000157
007950* Prompt for userid and password, checking the lockout list       000158
008000* and the credential table; every attempt is written to the       000159
008050* logon-audit file, and three straight failures for the same      000160
008100* userid lock it out                                              000161
008150 0600-CAPTURE-LOGON.                                              000162
008200     PERFORM UNTIL WS-SIGNED-ON                                   000163
008250             OR WS-ATTEMPT-CNT >= WS-MAX-ATTEMPTS                 000164
008300         ADD 1 TO WS-ATTEMPT-CNT                                  000165
008350         DISPLAY "Userid: " WITH NO ADVANCING                     000166
008400         ACCEPT WS-USERID                                         000167
008450         DISPLAY "Password: " WITH NO ADVANCING                   000168
008500         ACCEPT WS-PASSWORD                                       000169
008550         PERFORM 0610-CHECK-LOCKOUT                               000170
008600         IF WS-LOCKED                                             000171
008650             DISPLAY "Userid " WS-USERID " is locked out"         000172
008700                 " - see the security administrator."             000173
008750         ELSE                                                     000174
008800             PERFORM 0620-MATCH-CREDENTIALS                       000175
008850         END-IF                                                   000176
008900         PERFORM 0630-AUDIT-LOGON-ATTEMPT                         000177
008950         IF NOT WS-SIGNED-ON                                      000178
009000             PERFORM 0640-COUNT-FAILURE                           000179
009050         END-IF                                                   000180
009100     END-PERFORM.                                                 000181
009150     IF NOT WS-SIGNED-ON                                          000182
009200         DISPLAY "Sign-on failed."                                000183
009250     END-IF.                                                      000184
009300* Is this userid on the lockout list                              000185
009350 0610-CHECK-LOCKOUT.                                              000186
009400     MOVE "N" TO WS-LOCKED-SW.                                    000187
009450     MOVE "N" TO WS-LOCK-EOF-SW.                                  000188
009500     OPEN INPUT AUTH-LOCKOUT.                                     000189
009550     IF WS-LOCK-STATUS = "35"                                     000190
009600         MOVE "Y" TO WS-LOCK-EOF-SW                               000191
009650     END-IF.                                                      000192
009700     PERFORM UNTIL WS-LOCK-EOF                                    000193
009750         READ AUTH-LOCKOUT                                        000194
009800             AT END                                               000195
009850                 SET WS-LOCK-EOF TO TRUE                          000196
009900             NOT AT END                                           000197
009950                 IF LOCK-USERID = WS-USERID                       000198
010000                     SET WS-LOCKED TO TRUE                        000199
010050                 END-IF                                           000200
010100         END-READ                                                 000201
010150     END-PERFORM.                                                 000202
010200     CLOSE AUTH-LOCKOUT.                                          000203
010250* Userid and password must both match one credential entry;       000204
010300* a match carries the entry's role into the session               000205
010350 0620-MATCH-CREDENTIALS.                                          000206
010400     PERFORM VARYING WS-AUTH-IDX FROM 1 BY 1                      000207
010450             UNTIL WS-AUTH-IDX > WS-AUTH-CNT                      000208
010500         IF WS-USERID = AUTH-TAB-USERID (WS-AUTH-IDX) AND         000209
010550                 WS-PASSWORD =                                    000210
010600                 AUTH-TAB-PASSWORD (WS-AUTH-IDX)                  000211
010650             MOVE AUTH-TAB-ROLE (WS-AUTH-IDX)                     000212
010700                 TO WS-USER-ROLE                                  000213
010750             SET WS-SIGNED-ON TO TRUE                             000214
010800             EXIT PERFORM                                         000215
010850         END-IF                                                   000216
010900     END-PERFORM.                                                 000217
010950     IF NOT WS-SIGNED-ON                                          000218
011000         DISPLAY "Userid or password incorrect."                  000219
011050     END-IF.                                                      000220
011100* Record this attempt, successful or failed, on the logon         000221
011150* audit trail                                                     000222
011200 0630-AUDIT-LOGON-ATTEMPT.                                        000223
011250     OPEN EXTEND LOGON-AUDIT.                                     000224
011300     IF WS-LOGON-STATUS = "35"                                    000225
011350         OPEN OUTPUT LOGON-AUDIT                                  000226
011400     END-IF.                                                      000227
011450     MOVE WS-USERID TO LOGON-USERID.                              000228
011500     IF WS-SIGNED-ON                                              000229
011550         MOVE "S" TO LOGON-RESULT                                 000230
011600     ELSE                                                         000231
011650         MOVE "F" TO LOGON-RESULT                                 000232
011700     END-IF.                                                      000233
011750     MOVE "PAYMAINT" TO LOGON-PROGRAM.                            000234
011800     MOVE FUNCTION CURRENT-DATE (1:14) TO LOGON-TIMESTAMP.        000235
011850     WRITE LOGON-AUDIT-REC.                                       000236
011900     CLOSE LOGON-AUDIT.                                           000237
011950* Three straight failures for one userid put it on the            000238
012000* lockout list until the security administrator clears it         000239
012050 0640-COUNT-FAILURE.                                              000240
012100     IF WS-USERID = WS-FAIL-USERID                                000241
012150         ADD 1 TO WS-FAIL-CNT                                     000242
012200     ELSE                                                         000243
012250         MOVE WS-USERID TO WS-FAIL-USERID                         000244
012300         MOVE 1 TO WS-FAIL-CNT                                    000245
012350     END-IF.                                                      000246
012400     IF WS-FAIL-CNT >= WS-MAX-ATTEMPTS                            000247
012450         OPEN EXTEND AUTH-LOCKOUT                                 000248
012500         IF WS-LOCK-STATUS = "35"                                 000249
012550             OPEN OUTPUT AUTH-LOCKOUT                             000250
012600         END-IF                                                   000251
012650         MOVE WS-USERID TO LOCK-USERID                            000252
012700         WRITE AUTH-LOCKOUT-REC                                   000253
012750         CLOSE AUTH-LOCKOUT                                       000254
012800         DISPLAY "Userid " WS-USERID " is now locked out."        000255
012850     END-IF.                                                      000256
012900* Prompt for the grade's salary range, re-prompting until the     000257
012950* maximum is not below the minimum                                000258
013000 0800-GET-VALID-RANGE.                                            000259
013050     MOVE "N" TO WS-RANGE-OK-SW.                                  000260
013100     PERFORM UNTIL WS-RANGE-OK                                    000261
013150         DISPLAY "Minimum salary (9999999.99): "                  000262
013200             WITH NO ADVANCING                                    000263
013250         ACCEPT WS-NEW-MIN                                        000264
013300         DISPLAY "Maximum salary (9999999.99): "                  000265
013350             WITH NO ADVANCING                                    000266
013400         ACCEPT WS-NEW-MAX                                        000267
013450         IF WS-NEW-MAX >= WS-NEW-MIN AND WS-NEW-MAX > ZERO        000268
013500             SET WS-RANGE-OK TO TRUE                              000269
013550         ELSE                                                     000270
013600             DISPLAY "Maximum must be at least the minimum"       000271
013650                 " and above zero - try again."                   000272
013700         END-IF                                                   000273
013750     END-PERFORM.                                                 000274
013800* Prompt for and accept the maintenance function for this pass    000275
013850 1000-SHOW-MENU.                                                  000276
013900     DISPLAY " ".                                                 000277
013950     DISPLAY "PAY-GRADE MAINTENANCE - (A)dd (C)hange (D)elete"    000278
014000         " (Q)uit".                                               000279
014050     DISPLAY "Function: " WITH NO ADVANCING.                      000280
014100     ACCEPT WS-FUNCTION.                                          000281
014150* Dispatch to the requested add/change/delete paragraph           000282
014200 2000-PROCESS-FUNCTION.                                           000283
014250     EVALUATE TRUE                                                000284
014300         WHEN WS-FN-ADD                                           000285
014350             PERFORM 3000-ADD-PAY-GRADE                           000286
014400         WHEN WS-FN-CHANGE                                        000287
014450             PERFORM 4000-CHANGE-PAY-GRADE                        000288
014500         WHEN WS-FN-DELETE                                        000289
014550             PERFORM 5000-DELETE-PAY-GRADE                        000290
014600         WHEN WS-FN-QUIT                                          000291
014650             SET WS-DONE TO TRUE                                  000292
014700         WHEN OTHER                                               000293
014750             DISPLAY "Invalid function - try again."              000294
014800     END-EVALUATE.                                                000295
014850* Add a new pay-grade row keyed by PAY-GRADE-CODE                 000296
014900 3000-ADD-PAY-GRADE.                                              000297
014950     DISPLAY "New grade code (2 chars): " WITH NO ADVANCING.      000298
015000     ACCEPT WS-KEY-GRADE.                                         000299
015050     PERFORM 0800-GET-VALID-RANGE.                                000300
015100     MOVE WS-KEY-GRADE                                            000301
015150         TO PAY-GRADE-CODE OF PAY-GRADE-RECORD.                   000302
015200     MOVE WS-NEW-MIN TO PAY-MIN-SALARY OF PAY-GRADE-RECORD.       000303
015250     MOVE WS-NEW-MAX TO PAY-MAX-SALARY OF PAY-GRADE-RECORD.       000304
015300     WRITE PAY-GRADE-RECORD                                       000305
015350         INVALID KEY                                              000306
015400             DISPLAY "Grade " WS-KEY-GRADE " already exists."     000307
015450         NOT INVALID KEY                                          000308
015500             DISPLAY "Grade " WS-KEY-GRADE " added."              000309
015550     END-WRITE.                                                   000310
015600* Change the salary range on an existing pay-grade row            000311
015650 4000-CHANGE-PAY-GRADE.                                           000312
015700     DISPLAY "Grade code to change: " WITH NO ADVANCING.          000313
015750     ACCEPT WS-KEY-GRADE.                                         000314
015800     MOVE WS-KEY-GRADE                                            000315
015850         TO PAY-GRADE-CODE OF PAY-GRADE-RECORD.                   000316
015900     READ PAY-GRADE-MASTER                                        000317
015950         INVALID KEY                                              000318
016000             DISPLAY "Grade " WS-KEY-GRADE " not found."          000319
016050         NOT INVALID KEY                                          000320
016100             PERFORM 0800-GET-VALID-RANGE                         000321
016150             PERFORM 4100-PREVIEW-RANGE-CHANGE                    000322
016200             DISPLAY "Apply the new range (Y/N): "                000323
016250                 WITH NO ADVANCING                                000324
016300             ACCEPT WS-CONFIRM-REPLY                              000325
016350             IF WS-CONFIRMED                                      000326
016400                 MOVE WS-NEW-MIN TO PAY-MIN-SALARY OF             000327
016450                     PAY-GRADE-RECORD                             000328
016500                 MOVE WS-NEW-MAX TO PAY-MAX-SALARY OF             000329
016550                     PAY-GRADE-RECORD                             000330
016600                 REWRITE PAY-GRADE-RECORD                         000331
016650                     INVALID KEY                                  000332
016700                         DISPLAY "Unable to rewrite "             000333
016750                             WS-KEY-GRADE                         000334
016800                     NOT INVALID KEY                              000335
016850                         DISPLAY "Grade " WS-KEY-GRADE            000336
016900                             " changed."                          000337
016950                 END-REWRITE                                      000338
017000             ELSE                                                 000339
017050                 DISPLAY "Grade " WS-KEY-GRADE " not changed."    000340
017100             END-IF                                               000341
017150     END-READ.                                                    000342
017200* Count the grade's employees - everyone but the terminated -     000343
017250* outside the range on file and outside the range just keyed,     000344
017300* so the administrator sees who a change strands before it is     000345
017350* written                                                         000346
017400 4100-PREVIEW-RANGE-CHANGE.                                       000347
017450     MOVE ZERO TO WS-GRADE-EMP-CNT.                               000348
017500     MOVE ZERO TO WS-NOW-BELOW-CNT.                               000349
017550     MOVE ZERO TO WS-NOW-ABOVE-CNT.                               000350
017600     MOVE ZERO TO WS-NEW-BELOW-CNT.                               000351
017650     MOVE ZERO TO WS-NEW-ABOVE-CNT.                               000352
017700     MOVE "N" TO WS-EMP-EOF-SW.                                   000353
017750     OPEN INPUT EMPLOYEE-MASTER.                                  000354
017800     PERFORM UNTIL WS-EMP-EOF                                     000355
017850         READ EMPLOYEE-MASTER NEXT RECORD                         000356
017900             AT END                                               000357
017950                 SET WS-EMP-EOF TO TRUE                           000358
018000             NOT AT END                                           000359
018050                 IF EMP-PAY-GRADE OF EMPLOYEE-MASTER-RECORD       000360
018100                         = WS-KEY-GRADE AND                       000361
018150                         EMP-STATUS OF EMPLOYEE-MASTER-RECORD     000362
018200                         NOT = "T"                                000363
018250                     PERFORM 4200-COUNT-PREVIEW-EMPLOYEE          000364
018300                 END-IF                                           000365
018350         END-READ                                                 000366
018400     END-PERFORM.                                                 000367
018450     CLOSE EMPLOYEE-MASTER.                                       000368
018500     DISPLAY "Range change preview for grade " WS-KEY-GRADE       000369
018550         " - " WS-GRADE-EMP-CNT " employees in the grade".        000370
018600     DISPLAY "  Current range: " WS-NOW-BELOW-CNT                 000371
018650         " below minimum, " WS-NOW-ABOVE-CNT " above maximum".    000372
018700     DISPLAY "  New range:     " WS-NEW-BELOW-CNT                 000373
018750         " below minimum, " WS-NEW-ABOVE-CNT " above maximum".    000374
018800 4200-COUNT-PREVIEW-EMPLOYEE.                                     000375
018850     ADD 1 TO WS-GRADE-EMP-CNT.                                   000376
018900     IF EMP-SALARY OF EMPLOYEE-MASTER-RECORD <                    000377
018950             PAY-MIN-SALARY OF PAY-GRADE-RECORD                   000378
019000         ADD 1 TO WS-NOW-BELOW-CNT                                000379
019050     END-IF.                                                      000380
019100     IF EMP-SALARY OF EMPLOYEE-MASTER-RECORD >                    000381
019150             PAY-MAX-SALARY OF PAY-GRADE-RECORD                   000382
019200         ADD 1 TO WS-NOW-ABOVE-CNT                                000383
019250     END-IF.                                                      000384
019300     IF EMP-SALARY OF EMPLOYEE-MASTER-RECORD < WS-NEW-MIN         000385
019350         ADD 1 TO WS-NEW-BELOW-CNT                                000386
019400     END-IF.                                                      000387
019450     IF EMP-SALARY OF EMPLOYEE-MASTER-RECORD > WS-NEW-MAX         000388
019500         ADD 1 TO WS-NEW-ABOVE-CNT                                000389
019550     END-IF.                                                      000390
019600* Delete an existing pay-grade row by PAY-GRADE-CODE              000391
019650 5000-DELETE-PAY-GRADE.                                           000392
019700     DISPLAY "Grade code to delete: " WITH NO ADVANCING.          000393
019750     ACCEPT WS-KEY-GRADE.                                         000394
019800     MOVE WS-KEY-GRADE                                            000395
019850         TO PAY-GRADE-CODE OF PAY-GRADE-RECORD.                   000396
019900     READ PAY-GRADE-MASTER                                        000397
019950         INVALID KEY                                              000398
020000             DISPLAY "Grade " WS-KEY-GRADE " not found."          000399
020050         NOT INVALID KEY                                          000400
020100             DELETE PAY-GRADE-MASTER                              000401
020150                 INVALID KEY                                      000402
020200                     DISPLAY "Unable to delete " WS-KEY-GRADE     000403
020250                 NOT INVALID KEY                                  000404
020300                     DISPLAY "Grade " WS-KEY-GRADE                000405
020350                         " deleted."                              000406
020400             END-DELETE                                           000407
020450     END-READ.                                                    000408
