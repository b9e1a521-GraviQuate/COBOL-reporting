000300* and shows a full profile: every EMPREC field, the employee's    000005
000350* recent EMPAUDIT change history, and the latest GRDHIST          000006
000400* term/grade/letter, so one screen answers what used to take      000007
000450* three separate lookups. Salary, pay grade and birth date are    000008
000500* restricted fields - the FLDPOL field-sensitivity policy names   000009
000550* the sign-on roles cleared to see each one, every other role     000010
000600* sees it masked, and a profile that shows any of them in the     000011
000650* clear is flagged as an unmasked view on the inquiry log         000012
000700 ENVIRONMENT DIVISION.                                            000013
000750 INPUT-OUTPUT SECTION.                                            000014
000800 FILE-CONTROL.                                                    000015
000850     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"                   000016
000900         ORGANIZATION IS INDEXED                                  000017
000950         ACCESS MODE IS DYNAMIC                                   000018
001000         RECORD KEY IS EMP-ID OF EMPLOYEE-MASTER-RECORD.          000019
001050* Change-audit log - read per profile for the employee's          000020
001100* recent change history. Optional so a fresh shop still works     000021
001150     SELECT OPTIONAL EMP-AUDIT-LOG ASSIGN TO "EMPAUDIT"           000022
001200         ORGANIZATION IS LINE SEQUENTIAL.                         000023
001250* Grade history - read per profile for the latest graded          000024
001300* term of the student the xref maps this employee to.             000025
001350* Optional so a fresh shop still works                            000026
001400     SELECT OPTIONAL GRADE-HISTORY ASSIGN TO "GRDHIST"            000027
001450         ORGANIZATION IS INDEXED                                  000028
001500         ACCESS MODE IS DYNAMIC                                   000029
001550         RECORD KEY IS HIST-KEY OF GRADE-HISTORY-REC              000030
001600         FILE STATUS IS WS-HIST-STATUS.                           000031
001650* Employee-to-student cross-reference master - a keyed read       000032
001700* resolves the employee to their student id for the grade         000033
001750* panel. Optional so a shop without links yet still works         000034
001800     SELECT OPTIONAL EMP-STU-XREF ASSIGN TO "EMPSTUX"             000035
001850         ORGANIZATION IS INDEXED                                  000036
001900         ACCESS MODE IS DYNAMIC                                   000037
001950         RECORD KEY IS XREF-EMP-ID OF EMP-STU-XREF-RECORD         000038
002000         FILE STATUS IS WS-XREF-STATUS.                           000039
002050* Authorized-credential list - one userid/password/role per       000040
002100* line. Optional so a shop without one still gets a default       000041
002150     SELECT OPTIONAL AUTH-LIST ASSIGN TO "AUTHLIST"               000042
002200         ORGANIZATION IS LINE SEQUENTIAL.                         000043
002250* Sign-on security files - the lockout list and the               000044
002300* logon-audit trail of every successful and failed attempt        000045
002350     SELECT OPTIONAL AUTH-LOCKOUT ASSIGN TO "AUTHLOCK"            000046
002400         ORGANIZATION IS LINE SEQUENTIAL                          000047
002450         FILE STATUS IS WS-LOCK-STATUS.                           000048
002500     SELECT LOGON-AUDIT ASSIGN TO "LOGONAUD"                      000049
002550         ORGANIZATION IS LINE SEQUENTIAL                          000050
002600         FILE STATUS IS WS-LOGON-STATUS.                          000051
002650* Inquiry access log - one record per profile displayed, so       000052
002700* the privacy review can answer who looked at whose record        000053
002750* the way EMPAUDIT answers who changed it                         000054
002800     SELECT INQUIRY-LOG ASSIGN TO "INQLOG"                        000055
002850         ORGANIZATION IS LINE SEQUENTIAL                          000056
002900         FILE STATUS IS WS-INQLOG-STATUS.                         000057
002950* Field-sensitivity policy - which restricted fields each         000058
003000* sign-on role may see in the clear. Optional; see 0550           000059
003050     SELECT OPTIONAL FIELD-POLICY ASSIGN TO "FLDPOL"              000060
003100         ORGANIZATION IS LINE SEQUENTIAL.                         000061
003150 DATA DIVISION.                                                   000062
003200 FILE SECTION.                                                    000063
003250 FD  EMPLOYEE-MASTER.                                             000064
003300 01  EMPLOYEE-MASTER-RECORD.                                      000065
003350     COPY EMPREC.                                                 000066
003400 FD  EMP-AUDIT-LOG.                                               000067
003450 01  EMP-AUDIT-RECORD.                                            000068
003500     COPY AUDITREC.                                               000069
003550 FD  GRADE-HISTORY.                                               000070
003600 01  GRADE-HISTORY-REC.                                           000071
003650     COPY GRDHISTREC.                                             000072
003700 FD  EMP-STU-XREF.                                                000073
003750 01  EMP-STU-XREF-RECORD.                                         000074
003800     COPY XREFREC.                                                000075
003850 FD  AUTH-LIST.                                                   000076
003900 01  AUTH-LIST-REC.                                               000077
003950     COPY AUTHREC.                                                000078
004000 FD  AUTH-LOCKOUT.                                                000079
004050 01  AUTH-LOCKOUT-REC.                                            000080
004100     05  LOCK-USERID   PIC X(8).                                  000081
004150 FD  LOGON-AUDIT.                                                 000082
004200 01  LOGON-AUDIT-REC.                                             000083
004250     05  LOGON-USERID    PIC X(8).                                000084
004300     05  LOGON-RESULT    PIC X.                                   000085
004350     05  LOGON-PROGRAM   PIC X(8).                                000086
004400     05  LOGON-TIMESTAMP PIC 9(14).                               000087
004450 FD  INQUIRY-LOG.                                                 000088
004500 01  INQUIRY-LOG-REC.                                             000089
004550     05  INQ-VIEWER     PIC X(8).                                 000090
004600     05  INQ-EMP-ID     PIC X(5).                                 000091
004650     05  INQ-TIMESTAMP  PIC 9(14).                                000092
004700* Unmasked-view flag - Y when the profile showed any restricted   000093
004750* field in the clear, with a Y against each one that was shown    000094
004800     05  INQ-UNMASKED   PIC X.                                    000095
004850     05  INQ-SHOWN-SALARY PIC X.                                  000096
004900     05  INQ-SHOWN-GRADE  PIC X.                                  000097
004950     05  INQ-SHOWN-BIRTH  PIC X.                                  000098
005000 FD  FIELD-POLICY.                                                000099
005050 01  FIELD-POLICY-REC.                                            000100
005100     COPY FLDPOLREC.                                              000101
005150 WORKING-STORAGE SECTION.                                         000102
005200 01  WS-EOF-SW         PIC X VALUE "N".                           000103
005250     88  WS-DONE       VALUE "Y".                                 000104
005300 01  WS-FUNCTION       PIC X.                                     000105
005350     88  WS-FN-ID      VALUE "I" "i".                             000106
005400     88  WS-FN-NAME    VALUE "N" "n".                             000107
005450     88  WS-FN-PASSWD  VALUE "P" "p".                             000108
005500     88  WS-FN-QUIT    VALUE "Q" "q".                             000109
005550 01  WS-KEY-ID         PIC XXXXX.                                 000110
005600* The logged-on userid, validated with its password against       000111
005650* the credential table before any lookup is allowed               000112
005700 01  WS-USERID         PIC X(8).                                  000113
005750* Authorized-credential table, loaded once at start-up from       000114
005800* AUTHLIST - userid, password and role per entry                  000115
005850 01  WS-AUTH-EOF-SW    PIC X VALUE "N".                           000116
005900     88  WS-AUTH-EOF   VALUE "Y".                                 000117
005950 01  WS-AUTH-OVER-SW   PIC X VALUE "N".                           000118
006000     88  WS-AUTH-OVER  VALUE "Y".                                 000119
006050 78  WS-MAX-AUTH-USERS VALUE 50.                                  000120
006100 01  WS-AUTH-CNT       PIC 99 VALUE ZERO.                         000121
006150 01  WS-AUTH-TABLE.                                               000122
006200     05  AUTH-ENTRY OCCURS 1 TO 50 TIMES                          000123
006250             DEPENDING ON WS-AUTH-CNT.                            000124
006300         10  AUTH-TAB-USERID   PIC X(8).                          000125
006350         10  AUTH-TAB-PASSWORD PIC X(8).                          000126
006400         10  AUTH-TAB-ROLE     PIC X.                             000127
006450         10  AUTH-TAB-PWD-DATE PIC 9(8).                          000128
006500         10  AUTH-TAB-EXPIRE   PIC 9(3).                          000129
006550         10  AUTH-TAB-PREV-1   PIC X(8).                          000130
006600         10  AUTH-TAB-PREV-2   PIC X(8).                          000131
006650 01  WS-AUTH-IDX       PIC 99.                                    000132
006700 01  WS-SIGNED-ON-SW   PIC X VALUE "N".                           000133
006750     88  WS-SIGNED-ON  VALUE "Y".                                 000134
006800* Sign-on working fields - keyed password, granted role,          000135
006850* straight-failure counting and the lockout switch                000136
006900 01  WS-PASSWORD       PIC X(8).                                  000137
006950 01  WS-USER-ROLE      PIC X.                                     000138
007000     88  WS-ROLE-INQUIRY VALUE "I".                               000139
007050     88  WS-ROLE-UPDATE  VALUE "U".                               000140
007100     88  WS-ROLE-ADMIN   VALUE "A".                               000141
007150 78  WS-MAX-ATTEMPTS   VALUE 3.                                   000142
007200 01  WS-ATTEMPT-CNT    PIC 9 VALUE ZERO.                          000143
007250 01  WS-FAIL-USERID    PIC X(8) VALUE SPACES.                     000144
007300 01  WS-FAIL-CNT       PIC 9 VALUE ZERO.                          000145
007350 01  WS-LOCKED-SW      PIC X.                                     000146
007400     88  WS-LOCKED     VALUE "Y".                                 000147
007450 01  WS-LOCK-EOF-SW    PIC X.                                     000148
007500     88  WS-LOCK-EOF   VALUE "Y".                                 000149
007550 01  WS-LOGON-STATUS   PIC XX.                                    000150
007600 01  WS-LOCK-STATUS    PIC XX.                                    000151
007650* Password-expiry working fields - the matched credential         000152
007700* entry, the password's age in days, and the keyed                000153
007750* replacement password                                            000154
007800 01  WS-CRED-IDX       PIC 99 VALUE ZERO.                         000155
007850 01  WS-TODAY-NUM      PIC 9(8).                                  000156
007900 01  WS-PWD-AGE-DAYS   PIC S9(7).                                 000157
007950 01  WS-NEW-PWD        PIC X(8).                                  000158
008000 01  WS-PWD-OK-SW      PIC X.                                     000159
008050     88  WS-PWD-OK     VALUE "Y".                                 000160
008100* Partial-name search fields - the keyed search string, its       000161
008150* trimmed length, and the scan position within a master name      000162
008200 01  WS-SEARCH-NAME    PIC X(10).                                 000163
008250 01  WS-SEARCH-LEN     PIC 99.                                    000164
008300 01  WS-SCAN-IDX       PIC 99.                                    000165
008350 01  WS-NAME-HIT-SW    PIC X.                                     000166
008400     88  WS-NAME-HIT   VALUE "Y".                                 000167
008450 01  WS-SCAN-EOF-SW    PIC X.                                     000168
008500     88  WS-SCAN-EOF   VALUE "Y".                                 000169
008550* Pick-list of matching employees for the name search             000170
008600 78  WS-MAX-MATCHES    VALUE 20.                                  000171
008650 01  WS-MATCH-CNT      PIC 99 VALUE ZERO.                         000172
008700 01  WS-MATCH-TABLE.                                              000173
008750     05  MATCH-ENTRY OCCURS 0 TO WS-MAX-MATCHES TIMES             000174
008800             DEPENDING ON WS-MATCH-CNT.                           000175
008850         10  MATCH-ID    PIC X(5).                                000176
008900         10  MATCH-NAME  PIC X(10).                               000177
008950 01  WS-MATCH-IDX      PIC 99.                                    000178
009000 01  WS-PICK           PIC 99.                                    000179
009050* Recent-change display - the last few audit records for the      000180
009100* employee, newest kept when more than the table holds            000181
009150 78  WS-MAX-RECENT     VALUE 5.                                   000182
009200 01  WS-RECENT-CNT     PIC 99 VALUE ZERO.                         000183
009250 01  WS-RECENT-TABLE.                                             000184
009300     05  RECENT-ENTRY OCCURS 0 TO WS-MAX-RECENT TIMES             000185
009350             DEPENDING ON WS-RECENT-CNT.                          000186
009400         10  RCT-FIELD     PIC X(10).                             000187
009450         10  RCT-OLD-VALUE PIC X(10).                             000188
009500         10  RCT-NEW-VALUE PIC X(10).                             000189
009550         10  RCT-USERID    PIC X(8).                              000190
009600         10  RCT-TIMESTAMP PIC 9(14).                             000191
009650 01  WS-RECENT-IDX     PIC 99.                                    000192
009700* Latest graded term for the employee                             000193
009750 01  WS-GRADE-FOUND-SW PIC X.                                     000194
009800     88  WS-GRADE-FOUND VALUE "Y".                                000195
009850 01  WS-XREF-STATUS    PIC XX.                                    000196
009900 01  WS-HIST-STATUS    PIC XX.                                    000197
009950 01  WS-INQLOG-STATUS  PIC XX.                                    000198
010000 01  WS-XREF-FOUND-SW  PIC X.                                     000199
010050     88  WS-XREF-FOUND VALUE "Y".                                 000200
010100 01  WS-XREF-STU-ID    PIC X(9).                                  000201
010150 01  WS-BEST-TS        PIC 9(14).                                 000202
010200 01  WS-BEST-TERM      PIC X(6).                                  000203
010250 01  WS-BEST-GRADE     PIC 999.                                   000204
010300 01  WS-BEST-LETTER    PIC X.                                     000205
010350 01  WS-RUN-DATE-NUM   PIC 9(8).                                  000206
010400* Current-age computation as of the run date - rows without a     000207
010450* converted birth date fall back to their stored age              000208
010500 01  WS-CALC-BIRTH     PIC 9(8).                                  000209
010550 01  WS-FALLBACK-AGE   PIC 99.                                    000210
010600 01  WS-CURRENT-AGE    PIC 999.                                   000211
010650* Field-sensitivity policy loaded from FLDPOL, and the            000212
010700* clearance it gives the role in hand                             000213
010750 01  WS-POL-EOF-SW     PIC X VALUE "N".                           000214
010800     88  WS-POL-EOF    VALUE "Y".                                 000215
010850 78  WS-MAX-POLICY     VALUE 50.                                  000216
010900 01  WS-POL-CNT        PIC 99 VALUE ZERO.                         000217
010950 01  WS-POL-TABLE.                                                000218
011000     05  POL-ENTRY OCCURS 0 TO WS-MAX-POLICY TIMES                000219
011050             DEPENDING ON WS-POL-CNT.                             000220
011100         10  POLT-ROLE     PIC X.                                 000221
011150         10  POLT-FIELD    PIC X(10).                             000222
011200 01  WS-POL-IDX        PIC 99.                                    000223
011250 01  WS-POL-ROLE       PIC X.                                     000224
011300 01  WS-SEE-SALARY-SW  PIC X VALUE "N".                           000225
011350     88  WS-SEE-SALARY VALUE "Y".                                 000226
011400 01  WS-SEE-GRADE-SW   PIC X VALUE "N".                           000227
011450     88  WS-SEE-GRADE  VALUE "Y".                                 000228
011500 01  WS-SEE-BIRTH-SW   PIC X VALUE "N".                           000229
011550     88  WS-SEE-BIRTH  VALUE "Y".                                 000230
011600 01  WS-SALARY-EDIT    PIC Z(6)9.99.                              000231
011650 PROCEDURE DIVISION.                                              000232
011700 0000-MAIN.                                                       000233
011750     PERFORM 0500-LOAD-AUTH-LIST.                                 000234
011800     PERFORM 0600-CAPTURE-LOGON.                                  000235
011850     IF WS-SIGNED-ON                                              000236
011900         MOVE WS-USER-ROLE TO WS-POL-ROLE                         000237
011950         PERFORM 0550-LOAD-FIELD-POLICY                           000238
012000         MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE-NUM      000239
012050         OPEN INPUT EMPLOYEE-MASTER                               000240
012100         PERFORM UNTIL WS-DONE                                    000241
012150             PERFORM 1000-SHOW-MENU                               000242
012200             PERFORM 2000-PROCESS-FUNCTION                        000243
012250         END-PERFORM                                              000244
012300         CLOSE EMPLOYEE-MASTER                                    000245
012350     END-IF.                                                      000246
012400     STOP RUN.                                                    000247
012450* Prompt for and accept the lookup function for this pass         000248
012500 1000-SHOW-MENU.                                                  000249
012550     DISPLAY " ".                                                 000250
012600     DISPLAY "EMP INQUIRY - (I)d lookup (N)ame search"            000251
012650         " (P)assword (Q)uit".                                    000252
012700     DISPLAY "Function: " WITH NO ADVANCING.                      000253
012750     ACCEPT WS-FUNCTION.                                          000254
012800* Dispatch to the requested lookup paragraph                      000255
012850 2000-PROCESS-FUNCTION.                                           000256
012900     EVALUATE TRUE                                                000257
012950         WHEN WS-FN-ID                                            000258
013000             PERFORM 3000-LOOKUP-BY-ID                            000259
013050         WHEN WS-FN-NAME                                          000260
013100             PERFORM 4000-SEARCH-BY-NAME                          000261
013150         WHEN WS-FN-PASSWD                                        000262
013200             PERFORM 0690-CHANGE-PASSWORD                         000263
013250         WHEN WS-FN-QUIT                                          000264
013300             SET WS-DONE TO TRUE                                  000265
013350         WHEN OTHER                                               000266
013400             DISPLAY "Invalid function - try again."              000267
013450     END-EVALUATE.                                                000268
013500* Exact-key lookup straight to the full profile                   000269
013550 3000-LOOKUP-BY-ID.                                               000270
013600     DISPLAY "EMP-ID to look up: " WITH NO ADVANCING.             000271
013650     ACCEPT WS-KEY-ID.                                            000272
013700     MOVE WS-KEY-ID TO EMP-ID OF EMPLOYEE-MASTER-RECORD.          000273
013750     READ EMPLOYEE-MASTER                                         000274
013800         INVALID KEY                                              000275
013850             DISPLAY "EMP-ID " WS-KEY-ID " not found."            000276
013900         NOT INVALID KEY                                          000277
013950             PERFORM 6000-DISPLAY-PROFILE                         000278
014000     END-READ.                                                    000279
014050* Scan the whole master for names carrying the search string,     000280
014100* offering a pick-list when more than one matches                 000281
014150 4000-SEARCH-BY-NAME.                                             000282
014200     DISPLAY "Name (or part) to search: " WITH NO ADVANCING.      000283
014250     ACCEPT WS-SEARCH-NAME.                                       000284
014300     MOVE ZERO TO WS-SEARCH-LEN.                                  000285
014350     PERFORM VARYING WS-SCAN-IDX FROM 10 BY -1                    000286
014400             UNTIL WS-SCAN-IDX < 1                                000287
014450         IF WS-SEARCH-NAME (WS-SCAN-IDX:1) NOT = SPACE            000288
014500             MOVE WS-SCAN-IDX TO WS-SEARCH-LEN                    000289
014550             EXIT PERFORM                                         000290
014600         END-IF                                                   000291
014650     END-PERFORM.                                                 000292
014700     IF WS-SEARCH-LEN = ZERO                                      000293
014750         DISPLAY "Nothing to search for."                         000294
014800     ELSE                                                         000295
014850         PERFORM 4100-BUILD-PICK-LIST                             000296
014900         EVALUATE TRUE                                            000297
014950             WHEN WS-MATCH-CNT = ZERO                             000298
015000                 DISPLAY "No employee name matches."              000299
015050             WHEN WS-MATCH-CNT = 1                                000300
015100                 MOVE MATCH-ID (1) TO WS-KEY-ID                   000301
015150                 PERFORM 5000-FETCH-AND-DISPLAY                   000302
015200             WHEN OTHER                                           000303
015250                 PERFORM 4500-OFFER-PICK-LIST                     000304
015300         END-EVALUATE                                             000305
015350     END-IF.                                                      000306
015400* Walk the master in key order collecting every employee whose    000307
015450* name contains the search string                                 000308
015500 4100-BUILD-PICK-LIST.                                            000309
015550     MOVE ZERO TO WS-MATCH-CNT.                                   000310
015600     MOVE "N" TO WS-SCAN-EOF-SW.                                  000311
015650     MOVE LOW-VALUES TO EMP-ID OF EMPLOYEE-MASTER-RECORD.         000312
015700     START EMPLOYEE-MASTER                                        000313
015750         KEY >= EMP-ID OF EMPLOYEE-MASTER-RECORD                  000314
015800         INVALID KEY                                              000315
015850             SET WS-SCAN-EOF TO TRUE                              000316
015900     END-START.                                                   000317
015950     PERFORM UNTIL WS-SCAN-EOF                                    000318
016000             OR WS-MATCH-CNT = WS-MAX-MATCHES                     000319
016050         READ EMPLOYEE-MASTER NEXT RECORD                         000320
016100             AT END                                               000321
016150                 SET WS-SCAN-EOF TO TRUE                          000322
016200             NOT AT END                                           000323
016250                 PERFORM 4200-TEST-NAME-MATCH                     000324
016300                 IF WS-NAME-HIT                                   000325
016350                     ADD 1 TO WS-MATCH-CNT                        000326
016400                     MOVE EMP-ID OF EMPLOYEE-MASTER-RECORD        000327
016450                         TO MATCH-ID (WS-MATCH-CNT)               000328
016500                     MOVE EMP-NAME OF EMPLOYEE-MASTER-RECORD      000329
016550                         TO MATCH-NAME (WS-MATCH-CNT)             000330
016600                 END-IF                                           000331
016650         END-READ                                                 000332
016700     END-PERFORM.                                                 000333
016750* Does the search string appear anywhere in this name             000334
016800 4200-TEST-NAME-MATCH.                                            000335
016850     MOVE "N" TO WS-NAME-HIT-SW.                                  000336
016900     PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1                      000337
016950             UNTIL WS-SCAN-IDX > 11 - WS-SEARCH-LEN               000338
017000             OR WS-NAME-HIT                                       000339
017050         IF EMP-NAME OF EMPLOYEE-MASTER-RECORD                    000340
017100                 (WS-SCAN-IDX:WS-SEARCH-LEN)                      000341
017150                 = WS-SEARCH-NAME (1:WS-SEARCH-LEN)               000342
017200             SET WS-NAME-HIT TO TRUE                              000343
017250         END-IF                                                   000344
017300     END-PERFORM.                                                 000345
017350* Number the matches, accept a pick and show that profile         000346
017400 4500-OFFER-PICK-LIST.                                            000347
017450     DISPLAY "Matching employees:".                               000348
017500     PERFORM VARYING WS-MATCH-IDX FROM 1 BY 1                     000349
017550             UNTIL WS-MATCH-IDX > WS-MATCH-CNT                    000350
017600         DISPLAY "  " WS-MATCH-IDX ") "                           000351
017650             MATCH-ID (WS-MATCH-IDX) " "                          000352
017700             MATCH-NAME (WS-MATCH-IDX)                            000353
017750     END-PERFORM.                                                 000354
017800     DISPLAY "Pick (number, 0 to cancel): " WITH NO ADVANCING.    000355
017850     ACCEPT WS-PICK.                                              000356
017900     IF WS-PICK >= 1 AND WS-PICK <= WS-MATCH-CNT                  000357
017950         MOVE MATCH-ID (WS-PICK) TO WS-KEY-ID                     000358
018000         PERFORM 5000-FETCH-AND-DISPLAY                           000359
018050     END-IF.                                                      000360
018100* Re-read the picked employee by key and show the profile         000361
018150 5000-FETCH-AND-DISPLAY.                                          000362
018200     MOVE WS-KEY-ID TO EMP-ID OF EMPLOYEE-MASTER-RECORD.          000363
018250     READ EMPLOYEE-MASTER                                         000364
018300         INVALID KEY                                              000365
018350             DISPLAY "EMP-ID " WS-KEY-ID " not found."            000366
018400         NOT INVALID KEY                                          000367
018450             PERFORM 6000-DISPLAY-PROFILE                         000368
018500     END-READ.                                                    000369
018550* The full profile - every master field, the latest graded        000370
018600* term and the most recent audit-trail changes. Every display,    000371
018650* exact-id hit or pick-list selection, lands on the inquiry       000372
018700* access log first                                                000373
018750 6000-DISPLAY-PROFILE.                                            000374
018800     PERFORM 6900-LOG-PROFILE-VIEW.                               000375
018850     DISPLAY " ".                                                 000376
018900     DISPLAY "EMP-ID:    " EMP-ID OF EMPLOYEE-MASTER-RECORD.      000377
018950     DISPLAY "NAME:      " EMP-NAME OF EMPLOYEE-MASTER-RECORD.    000378
019000     MOVE EMP-BIRTH-DATE OF EMPLOYEE-MASTER-RECORD                000379
019050         TO WS-CALC-BIRTH.                                        000380
019100     MOVE EMP-AGE OF EMPLOYEE-MASTER-RECORD                       000381
019150         TO WS-FALLBACK-AGE.                                      000382
019200     PERFORM 6800-COMPUTE-CURRENT-AGE.                            000383
019250     IF WS-SEE-BIRTH                                              000384
019300         DISPLAY "BIRTH:     "                                    000385
019350             EMP-BIRTH-DATE OF EMPLOYEE-MASTER-RECORD             000386
019400     ELSE                                                         000387
019450         DISPLAY "BIRTH:     ********"                            000388
019500     END-IF.                                                      000389
019550     DISPLAY "AGE:       " WS-CURRENT-AGE.                        000390
019600     DISPLAY "EFF DATE:  "                                        000391
019650         EMP-EFF-DATE OF EMPLOYEE-MASTER-RECORD.                  000392
019700     DISPLAY "DEPT:      " EMP-DEPT OF EMPLOYEE-MASTER-RECORD.    000393
019750     IF WS-SEE-GRADE                                              000394
019800         DISPLAY "GRADE:     "                                    000395
019850             EMP-PAY-GRADE OF EMPLOYEE-MASTER-RECORD              000396
019900     ELSE                                                         000397
019950         DISPLAY "GRADE:     **"                                  000398
020000     END-IF.                                                      000399
020050     IF WS-SEE-SALARY                                             000400
020100         MOVE EMP-SALARY OF EMPLOYEE-MASTER-RECORD                000401
020150             TO WS-SALARY-EDIT                                    000402
020200         DISPLAY "SALARY:    " WS-SALARY-EDIT                     000403
020250     ELSE                                                         000404
020300         DISPLAY "SALARY:    **********"                          000405
020350     END-IF.                                                      000406
020400     EVALUATE EMP-STATUS OF EMPLOYEE-MASTER-RECORD                000407
020450         WHEN "T"                                                 000408
020500             DISPLAY "STATUS:    TERMINATED"                      000409
020550         WHEN "L"                                                 000410
020600             DISPLAY "STATUS:    ON LEAVE"                        000411
020650         WHEN OTHER                                               000412
020700             DISPLAY "STATUS:    ACTIVE"                          000413
020750     END-EVALUATE.                                                000414
020800     PERFORM 6500-SHOW-LATEST-GRADE.                              000415
020850     PERFORM 7000-SHOW-RECENT-CHANGES.                            000416
020900* Current age as of the run date from the birth date, falling     000417
020950* back to the stored age for rows not yet converted               000418
021000 6800-COMPUTE-CURRENT-AGE.                                        000419
021050     IF WS-CALC-BIRTH IS NUMERIC AND WS-CALC-BIRTH > ZERO         000420
021100         COMPUTE WS-CURRENT-AGE =                                 000421
021150             (WS-RUN-DATE-NUM - WS-CALC-BIRTH) / 10000            000422
021200     ELSE                                                         000423
021250         MOVE WS-FALLBACK-AGE TO WS-CURRENT-AGE                   000424
021300     END-IF.                                                      000425
021350* Latest grade-history record for the student the xref maps       000426
021400* this employee to, the way PERF-REPORT joins the two files -     000427
021450* an employee with no xref row shows no grade panel instead       000428
021500* of a leading-characters guess                                   000429
021550 6500-SHOW-LATEST-GRADE.                                          000430
021600     PERFORM 6600-FETCH-XREF-STUDENT.                             000431
021650     IF NOT WS-XREF-FOUND                                         000432
021700         DISPLAY "LAST TERM: (no student link on file)"           000433
021750     ELSE                                                         000434
021800         MOVE "N" TO WS-GRADE-FOUND-SW                            000435
021850         MOVE ZERO TO WS-BEST-TS                                  000436
021900         MOVE "N" TO WS-SCAN-EOF-SW                               000437
021950         OPEN INPUT GRADE-HISTORY                                 000438
022000         IF WS-HIST-STATUS NOT = "00" AND                         000439
022050                 WS-HIST-STATUS NOT = "05"                        000440
022100             MOVE "Y" TO WS-SCAN-EOF-SW                           000441
022150         END-IF                                                   000442
022200* Keyed start at the student's first history record - only        000443
022250* that student's records are read instead of the whole file       000444
022300         IF NOT WS-SCAN-EOF                                       000445
022350             MOVE WS-XREF-STU-ID                                  000446
022400                 TO HIST-STU-ID OF GRADE-HISTORY-REC              000447
022450             MOVE LOW-VALUES                                      000448
022500                 TO HIST-TERM OF GRADE-HISTORY-REC                000449
022550             MOVE LOW-VALUES                                      000450
022600                 TO HIST-COURSE OF GRADE-HISTORY-REC              000451
022650             START GRADE-HISTORY                                  000452
022700                 KEY >= HIST-KEY OF GRADE-HISTORY-REC             000453
022750                 INVALID KEY                                      000454
022800                     SET WS-SCAN-EOF TO TRUE                      000455
022850             END-START                                            000456
022900         END-IF                                                   000457
022950         PERFORM UNTIL WS-SCAN-EOF                                000458
023000             READ GRADE-HISTORY NEXT RECORD                       000459
023050                 AT END                                           000460
023100                     SET WS-SCAN-EOF TO TRUE                      000461
023150                 NOT AT END                                       000462
023200                     IF HIST-STU-ID NOT = WS-XREF-STU-ID          000463
023250                         SET WS-SCAN-EOF TO TRUE                  000464
023300                     ELSE                                         000465
023350                         IF HIST-TIMESTAMP > WS-BEST-TS           000466
023400                             MOVE HIST-TIMESTAMP                  000467
023450                                 TO WS-BEST-TS                    000468
023500                             MOVE HIST-TERM TO WS-BEST-TERM       000469
023550                             MOVE HIST-GRADE                      000470
023600                                 TO WS-BEST-GRADE                 000471
023650                             MOVE HIST-LETTER                     000472
023700                                 TO WS-BEST-LETTER                000473
023750                             SET WS-GRADE-FOUND TO TRUE           000474
023800                         END-IF                                   000475
023850                     END-IF                                       000476
023900             END-READ                                             000477
023950         END-PERFORM                                              000478
024000         CLOSE GRADE-HISTORY                                      000479
024050         IF WS-GRADE-FOUND                                        000480
024100             DISPLAY "LAST TERM: " WS-BEST-TERM                   000481
024150                 "  GRADE: " WS-BEST-GRADE                        000482
024200                 "  LETTER: " WS-BEST-LETTER                      000483
024250         ELSE                                                     000484
024300             DISPLAY "LAST TERM: (no grade history)"              000485
024350         END-IF                                                   000486
024400     END-IF.                                                      000487
024450* Resolve this employee to their student id through the           000488
024500* cross-reference master                                          000489
024550 6600-FETCH-XREF-STUDENT.                                         000490
024600     MOVE "N" TO WS-XREF-FOUND-SW.                                000491
024650     OPEN INPUT EMP-STU-XREF.                                     000492
024700     IF WS-XREF-STATUS = "00" OR "05"                             000493
024750         MOVE EMP-ID OF EMPLOYEE-MASTER-RECORD                    000494
024800             TO XREF-EMP-ID OF EMP-STU-XREF-RECORD                000495
024850         READ EMP-STU-XREF                                        000496
024900             INVALID KEY                                          000497
024950                 CONTINUE                                         000498
025000             NOT INVALID KEY                                      000499
025050                 MOVE XREF-STU-ID OF EMP-STU-XREF-RECORD          000500
025100                     TO WS-XREF-STU-ID                            000501
025150                 SET WS-XREF-FOUND TO TRUE                        000502
025200         END-READ                                                 000503
025250     END-IF.                                                      000504
025300     CLOSE EMP-STU-XREF.                                          000505
025350* The employee's most recent audit changes - the oldest entry     000506
025400* drops off when more have been made than the display holds       000507
025450 7000-SHOW-RECENT-CHANGES.                                        000508
025500     MOVE ZERO TO WS-RECENT-CNT.                                  000509
025550     MOVE "N" TO WS-SCAN-EOF-SW.                                  000510
025600     OPEN INPUT EMP-AUDIT-LOG.                                    000511
025650     PERFORM UNTIL WS-SCAN-EOF                                    000512
025700         READ EMP-AUDIT-LOG                                       000513
025750             AT END                                               000514
025800                 SET WS-SCAN-EOF TO TRUE                          000515
025850             NOT AT END                                           000516
025900                 IF AUD-EMP-ID =                                  000517
025950                         EMP-ID OF EMPLOYEE-MASTER-RECORD         000518
026000                     PERFORM 7100-KEEP-RECENT-CHANGE              000519
026050                 END-IF                                           000520
026100         END-READ                                                 000521
026150     END-PERFORM.                                                 000522
026200     CLOSE EMP-AUDIT-LOG.                                         000523
026250     IF WS-RECENT-CNT = ZERO                                      000524
026300         DISPLAY "CHANGES:   (no audit history)"                  000525
026350     ELSE                                                         000526
026400         DISPLAY "RECENT CHANGES:"                                000527
026450         PERFORM VARYING WS-RECENT-IDX FROM 1 BY 1                000528
026500                 UNTIL WS-RECENT-IDX > WS-RECENT-CNT              000529
026550             DISPLAY "  " RCT-FIELD (WS-RECENT-IDX)               000530
026600                 " " RCT-OLD-VALUE (WS-RECENT-IDX)                000531
026650                 " -> " RCT-NEW-VALUE (WS-RECENT-IDX)             000532
026700                 " BY " RCT-USERID (WS-RECENT-IDX)                000533
026750                 " AT " RCT-TIMESTAMP (WS-RECENT-IDX)             000534
026800         END-PERFORM                                              000535
026850     END-IF.                                                      000536
026900* Keep this change, sliding the table up when it is full so       000537
026950* the newest few survive (the log is in time order)               000538
027000 7100-KEEP-RECENT-CHANGE.                                         000539
027050     IF WS-RECENT-CNT = WS-MAX-RECENT                             000540
027100         PERFORM VARYING WS-RECENT-IDX FROM 1 BY 1                000541
027150                 UNTIL WS-RECENT-IDX >= WS-MAX-RECENT             000542
027200             MOVE RECENT-ENTRY (WS-RECENT-IDX + 1)                000543
027250                 TO RECENT-ENTRY (WS-RECENT-IDX)                  000544
027300         END-PERFORM                                              000545
027350     ELSE                                                         000546
027400         ADD 1 TO WS-RECENT-CNT                                   000547
027450     END-IF.                                                      000548
027500     MOVE AUD-FIELD     TO RCT-FIELD (WS-RECENT-CNT).             000549
027550     MOVE AUD-OLD-VALUE TO RCT-OLD-VALUE (WS-RECENT-CNT).         000550
027600     MOVE AUD-NEW-VALUE TO RCT-NEW-VALUE (WS-RECENT-CNT).         000551
027650     MOVE AUD-USERID    TO RCT-USERID (WS-RECENT-CNT).            000552
027700     MOVE AUD-TIMESTAMP TO RCT-TIMESTAMP (WS-RECENT-CNT).         000553
027750* A change to a restricted field keeps its name but shows its     000554
027800* values masked unless the role is cleared for that field         000555
027850     EVALUATE TRUE                                                000556
027900         WHEN (AUD-FIELD = "EMP-SALARY"                           000557
027950                 OR AUD-FIELD = "EMP-PAYEFF")                     000558
028000                 AND NOT WS-SEE-SALARY                            000559
028050             MOVE ALL "*" TO RCT-OLD-VALUE (WS-RECENT-CNT)        000560
028100             MOVE ALL "*" TO RCT-NEW-VALUE (WS-RECENT-CNT)        000561
028150         WHEN AUD-FIELD = "EMP-GRADE" AND NOT WS-SEE-GRADE        000562
028200             MOVE ALL "*" TO RCT-OLD-VALUE (WS-RECENT-CNT)        000563
028250             MOVE ALL "*" TO RCT-NEW-VALUE (WS-RECENT-CNT)        000564
028300         WHEN AUD-FIELD = "EMP-BIRTH" AND NOT WS-SEE-BIRTH        000565
028350             MOVE ALL "*" TO RCT-OLD-VALUE (WS-RECENT-CNT)        000566
028400             MOVE ALL "*" TO RCT-NEW-VALUE (WS-RECENT-CNT)        000567
028450         WHEN OTHER                                               000568
028500             CONTINUE                                             000569
028550     END-EVALUATE.                                                000570
028600* Record who viewed whose profile, and when, flagging a view      000571
028650* that showed any restricted field in the clear                   000572
028700 6900-LOG-PROFILE-VIEW.                                           000573
028750     OPEN EXTEND INQUIRY-LOG.                                     000574
028800     IF WS-INQLOG-STATUS = "35"                                   000575
028850         OPEN OUTPUT INQUIRY-LOG                                  000576
028900     END-IF.                                                      000577
028950     MOVE WS-USERID TO INQ-VIEWER.                                000578
029000     MOVE EMP-ID OF EMPLOYEE-MASTER-RECORD TO INQ-EMP-ID.         000579
029050     MOVE FUNCTION CURRENT-DATE (1:14) TO INQ-TIMESTAMP.          000580
029100     MOVE WS-SEE-SALARY-SW TO INQ-SHOWN-SALARY.                   000581
029150     MOVE WS-SEE-GRADE-SW TO INQ-SHOWN-GRADE.                     000582
029200     MOVE WS-SEE-BIRTH-SW TO INQ-SHOWN-BIRTH.                     000583
029250     IF WS-SEE-SALARY OR WS-SEE-GRADE OR WS-SEE-BIRTH             000584
029300         MOVE "Y" TO INQ-UNMASKED                                 000585
029350     ELSE                                                         000586
029400         MOVE "N" TO INQ-UNMASKED                                 000587
029450     END-IF.                                                      000588
029500     WRITE INQUIRY-LOG-REC.                                       000589
029550     CLOSE INQUIRY-LOG.                                           000590
029600* Load the field-sensitivity policy and set the clearance of      000591
029650* the role in WS-POL-ROLE. With no FLDPOL file an administrator   000592
029700* or update role sees every field and an inquiry role none        000593
029750 0550-LOAD-FIELD-POLICY.                                          000594
029800     OPEN INPUT FIELD-POLICY.                                     000595
029850     PERFORM UNTIL WS-POL-EOF                                     000596
029900             OR WS-POL-CNT = WS-MAX-POLICY                        000597
029950         READ FIELD-POLICY                                        000598
030000             AT END                                               000599
030050                 SET WS-POL-EOF TO TRUE                           000600
030100             NOT AT END                                           000601
030150                 ADD 1 TO WS-POL-CNT                              000602
030200                 MOVE POL-ROLE TO POLT-ROLE (WS-POL-CNT)          000603
030250                 MOVE POL-FIELD TO POLT-FIELD (WS-POL-CNT)        000604
030300         END-READ                                                 000605
030350     END-PERFORM.                                                 000606
030400     CLOSE FIELD-POLICY.                                          000607
030450     MOVE "N" TO WS-SEE-SALARY-SW.                                000608
030500     MOVE "N" TO WS-SEE-GRADE-SW.                                 000609
030550     MOVE "N" TO WS-SEE-BIRTH-SW.                                 000610
030600     IF WS-POL-CNT = ZERO                                         000611
030650         IF WS-POL-ROLE = "A" OR WS-POL-ROLE = "U"                000612
030700             SET WS-SEE-SALARY TO TRUE                            000613
030750             SET WS-SEE-GRADE TO TRUE                             000614
030800             SET WS-SEE-BIRTH TO TRUE                             000615
030850         END-IF                                                   000616
030900     ELSE                                                         000617
030950         PERFORM VARYING WS-POL-IDX FROM 1 BY 1                   000618
031000                 UNTIL WS-POL-IDX > WS-POL-CNT                    000619
031050             IF POLT-ROLE (WS-POL-IDX) = WS-POL-ROLE              000620
031100                 EVALUATE POLT-FIELD (WS-POL-IDX)                 000621
031150                     WHEN "EMP-SALARY"                            000622
031200                         SET WS-SEE-SALARY TO TRUE                000623
031250                     WHEN "EMP-GRADE"                             000624
031300                         SET WS-SEE-GRADE TO TRUE                 000625
031350                     WHEN "EMP-BIRTH"                             000626
031400                         SET WS-SEE-BIRTH TO TRUE                 000627
031450                     WHEN OTHER                                   000628
031500                         CONTINUE                                 000629
031550                 END-EVALUATE                                     000630
031600             END-IF                                               000631
031650         END-PERFORM                                              000632
031700     END-IF.                                                      000633
031750* Load the credential table from AUTHLIST. If the file is         000634
031800* absent default to a single built-in administrator so the        000635
031850* transaction still works in a shop that hasn't set one up yet    000636
031900 0500-LOAD-AUTH-LIST.                                             000637
031950     OPEN INPUT AUTH-LIST.                                        000638
032000     PERFORM UNTIL WS-AUTH-EOF                                    000639
032050             OR WS-AUTH-CNT = WS-MAX-AUTH-USERS                   000640
032100         READ AUTH-LIST                                           000641
032150             AT END                                               000642
032200                 SET WS-AUTH-EOF TO TRUE                          000643
032250             NOT AT END                                           000644
032300                 ADD 1 TO WS-AUTH-CNT                             000645
032350                 MOVE AUTH-USERID                                 000646
032400                     TO AUTH-TAB-USERID (WS-AUTH-CNT)             000647
032450                 MOVE AUTH-PASSWORD                               000648
032500                     TO AUTH-TAB-PASSWORD (WS-AUTH-CNT)           000649
032550                 MOVE AUTH-ROLE                                   000650
032600                     TO AUTH-TAB-ROLE (WS-AUTH-CNT)               000651
032650                 MOVE AUTH-PWD-DATE                               000652
032700                     TO AUTH-TAB-PWD-DATE (WS-AUTH-CNT)           000653
032750                 MOVE AUTH-PWD-EXPIRE                             000654
032800                     TO AUTH-TAB-EXPIRE (WS-AUTH-CNT)             000655
032850                 MOVE AUTH-PREV-PWD-1                             000656
032900                     TO AUTH-TAB-PREV-1 (WS-AUTH-CNT)             000657
032950                 MOVE AUTH-PREV-PWD-2                             000658
033000                     TO AUTH-TAB-PREV-2 (WS-AUTH-CNT)             000659
033050         END-READ                                                 000660
033100     END-PERFORM.                                                 000661
033150* A read still succeeding once the table is full means the        000662
033200* list is longer than a session can hold - flag it so no          000663
033250* rewrite can truncate the file to the first 50 entries           000664
033300     IF NOT WS-AUTH-EOF AND WS-AUTH-CNT = WS-MAX-AUTH-USERS       000665
033350         READ AUTH-LIST                                           000666
033400             AT END                                               000667
033450                 SET WS-AUTH-EOF TO TRUE                          000668
033500             NOT AT END                                           000669
033550                 SET WS-AUTH-OVER TO TRUE                         000670
033600         END-READ                                                 000671
033650     END-IF.                                                      000672
033700     CLOSE AUTH-LIST.                                             000673
033750     IF WS-AUTH-CNT = ZERO                                        000674
033800         MOVE 1 TO WS-AUTH-CNT                                    000675
033850         MOVE "ADMIN" TO AUTH-TAB-USERID (1)                      000676
033900         MOVE "ADMIN" TO AUTH-TAB-PASSWORD (1)                    000677
033950         MOVE "A"     TO AUTH-TAB-ROLE (1)                        000678
034000         MOVE ZERO   TO AUTH-TAB-PWD-DATE (1)                     000679
034050         MOVE ZERO   TO AUTH-TAB-EXPIRE (1)                       000680
034100         MOVE SPACES TO AUTH-TAB-PREV-1 (1)                       000681
034150         MOVE SPACES TO AUTH-TAB-PREV-2 (1)                       000682
034200     END-IF.                                                      000683
034250* Prompt for userid and password, checking the lockout list       000684
034300* and the credential table; every attempt is written to the       000685
034350* logon-audit file, and three straight failures for the same      000686
034400* userid lock it out                                              000687
034450 0600-CAPTURE-LOGON.                                              000688
034500     PERFORM UNTIL WS-SIGNED-ON                                   000689
034550             OR WS-ATTEMPT-CNT >= WS-MAX-ATTEMPTS                 000690
034600         ADD 1 TO WS-ATTEMPT-CNT                                  000691
034650         DISPLAY "Userid: " WITH NO ADVANCING                     000692
034700         ACCEPT WS-USERID                                         000693
034750         DISPLAY "Password: " WITH NO ADVANCING                   000694
034800         ACCEPT WS-PASSWORD                                       000695
034850         PERFORM 0610-CHECK-LOCKOUT                               000696
034900         IF WS-LOCKED                                             000697
034950             DISPLAY "Userid " WS-USERID " is locked out"         000698
035000                 " - see the security administrator."             000699
035050         ELSE                                                     000700
035100             PERFORM 0620-MATCH-CREDENTIALS                       000701
035150         END-IF                                                   000702
035200         PERFORM 0630-AUDIT-LOGON-ATTEMPT                         000703
035250         IF WS-SIGNED-ON                                          000704
035300             PERFORM 0680-CHECK-PASSWORD-EXPIRY                   000705
035350         END-IF                                                   000706
035400         IF NOT WS-SIGNED-ON                                      000707
035450             PERFORM 0640-COUNT-FAILURE                           000708
035500         END-IF                                                   000709
035550     END-PERFORM.                                                 000710
035600     IF NOT WS-SIGNED-ON                                          000711
035650         DISPLAY "Sign-on failed."                                000712
035700     END-IF.                                                      000713
035750* Is this userid on the lockout list                              000714
035800 0610-CHECK-LOCKOUT.                                              000715
035850     MOVE "N" TO WS-LOCKED-SW.                                    000716
035900     MOVE "N" TO WS-LOCK-EOF-SW.                                  000717
035950     OPEN INPUT AUTH-LOCKOUT.                                     000718
036000     IF WS-LOCK-STATUS = "35"                                     000719
036050         MOVE "Y" TO WS-LOCK-EOF-SW                               000720
036100     END-IF.                                                      000721
036150     PERFORM UNTIL WS-LOCK-EOF                                    000722
036200         READ AUTH-LOCKOUT                                        000723
036250             AT END                                               000724
036300                 SET WS-LOCK-EOF TO TRUE                          000725
036350             NOT AT END                                           000726
036400                 IF LOCK-USERID = WS-USERID                       000727
036450                     SET WS-LOCKED TO TRUE                        000728
036500                 END-IF                                           000729
036550         END-READ                                                 000730
036600     END-PERFORM.                                                 000731
036650     CLOSE AUTH-LOCKOUT.                                          000732
036700* Userid and password must both match one credential entry;       000733
036750* a match carries the entry's role into the session               000734
036800 0620-MATCH-CREDENTIALS.                                          000735
036850     PERFORM VARYING WS-AUTH-IDX FROM 1 BY 1                      000736
036900             UNTIL WS-AUTH-IDX > WS-AUTH-CNT                      000737
036950         IF WS-USERID = AUTH-TAB-USERID (WS-AUTH-IDX) AND         000738
037000                 WS-PASSWORD =                                    000739
037050                 AUTH-TAB-PASSWORD (WS-AUTH-IDX)                  000740
037100             MOVE AUTH-TAB-ROLE (WS-AUTH-IDX)                     000741
037150                 TO WS-USER-ROLE                                  000742
037200             SET WS-SIGNED-ON TO TRUE                             000743
037250             MOVE WS-AUTH-IDX TO WS-CRED-IDX                      000744
037300             EXIT PERFORM                                         000745
037350         END-IF                                                   000746
037400     END-PERFORM.                                                 000747
037450     IF NOT WS-SIGNED-ON                                          000748
037500         DISPLAY "Userid or password incorrect."                  000749
037550     END-IF.                                                      000750
037600* Record this attempt, successful or failed, on the logon         000751
037650* audit trail                                                     000752
037700 0630-AUDIT-LOGON-ATTEMPT.                                        000753
037750     OPEN EXTEND LOGON-AUDIT.                                     000754
037800     IF WS-LOGON-STATUS = "35"                                    000755
037850         OPEN OUTPUT LOGON-AUDIT                                  000756
037900     END-IF.                                                      000757
037950     MOVE WS-USERID TO LOGON-USERID.                              000758
038000     IF WS-SIGNED-ON                                              000759
038050         MOVE "S" TO LOGON-RESULT                                 000760
038100     ELSE                                                         000761
038150         MOVE "F" TO LOGON-RESULT                                 000762
038200     END-IF.                                                      000763
038250     MOVE "EMPINQ" TO LOGON-PROGRAM.                              000764
038300     MOVE FUNCTION CURRENT-DATE (1:14) TO LOGON-TIMESTAMP.        000765
038350     WRITE LOGON-AUDIT-REC.                                       000766
038400     CLOSE LOGON-AUDIT.                                           000767
038450* Three straight failures for one userid put it on the            000768
038500* lockout list until the security administrator clears it         000769
038550 0640-COUNT-FAILURE.                                              000770
038600     IF WS-USERID = WS-FAIL-USERID                                000771
038650         ADD 1 TO WS-FAIL-CNT                                     000772
038700     ELSE                                                         000773
038750         MOVE WS-USERID TO WS-FAIL-USERID                         000774
038800         MOVE 1 TO WS-FAIL-CNT                                    000775
038850     END-IF.                                                      000776
038900     IF WS-FAIL-CNT >= WS-MAX-ATTEMPTS                            000777
038950         OPEN EXTEND AUTH-LOCKOUT                                 000778
039000         IF WS-LOCK-STATUS = "35"                                 000779
039050             OPEN OUTPUT AUTH-LOCKOUT                             000780
039100         END-IF                                                   000781
039150         MOVE WS-USERID TO LOCK-USERID                            000782
039200         WRITE AUTH-LOCKOUT-REC                                   000783
039250         CLOSE AUTH-LOCKOUT                                       000784
039300         DISPLAY "Userid " WS-USERID " is now locked out."        000785
039350     END-IF.                                                      000786
039400* An expired password must be changed before the session          000787
039450* continues - a zero date or zero interval means no expiry,       000788
039500* so entries from before the expiry fields existed still work     000789
039550 0680-CHECK-PASSWORD-EXPIRY.                                      000790
039600     IF AUTH-TAB-PWD-DATE (WS-CRED-IDX) = ZERO OR                 000791
039650             AUTH-TAB-EXPIRE (WS-CRED-IDX) = ZERO                 000792
039700         CONTINUE                                                 000793
039750     ELSE                                                         000794
039800         MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-NUM         000795
039850         COMPUTE WS-PWD-AGE-DAYS =                                000796
039900             FUNCTION INTEGER-OF-DATE (WS-TODAY-NUM) -            000797
039950             FUNCTION INTEGER-OF-DATE                             000798
040000                 (AUTH-TAB-PWD-DATE (WS-CRED-IDX))                000799
040050         IF WS-PWD-AGE-DAYS >=                                    000800
040100                 AUTH-TAB-EXPIRE (WS-CRED-IDX)                    000801
040150             DISPLAY "Password has expired and must be"           000802
040200                 " changed."                                      000803
040250             PERFORM 0690-CHANGE-PASSWORD                         000804
040300         END-IF                                                   000805
040350     END-IF.                                                      000806
040400* Change the signed-on userid's password - the replacement may    000807
040450* not repeat the current password or either of the two before     000808
040500* it, and the credential list is rewritten with the change        000809
040550 0690-CHANGE-PASSWORD.                                            000810
040600     IF WS-CRED-IDX = ZERO                                        000811
040650         DISPLAY "Sign on before changing the password."          000812
040700     ELSE                                                         000813
040750     IF WS-AUTH-OVER                                              000814
040800         DISPLAY "Credential list exceeds the supported 50"       000815
040850             " entries - password not changed."                   000816
040900     ELSE                                                         000817
040950         MOVE "N" TO WS-PWD-OK-SW                                 000818
041000         PERFORM UNTIL WS-PWD-OK                                  000819
041050             DISPLAY "New password: " WITH NO ADVANCING           000820
041100             ACCEPT WS-NEW-PWD                                    000821
041150             IF WS-NEW-PWD = SPACES OR                            000822
041200                     WS-NEW-PWD =                                 000823
041250                     AUTH-TAB-PASSWORD (WS-CRED-IDX) OR           000824
041300                     WS-NEW-PWD =                                 000825
041350                     AUTH-TAB-PREV-1 (WS-CRED-IDX) OR             000826
041400                     WS-NEW-PWD =                                 000827
041450                     AUTH-TAB-PREV-2 (WS-CRED-IDX)                000828
041500                 DISPLAY "Password is blank or was used"          000829
041550                     " recently - pick another."                  000830
041600             ELSE                                                 000831
041650                 SET WS-PWD-OK TO TRUE                            000832
041700             END-IF                                               000833
041750         END-PERFORM                                              000834
041800         MOVE AUTH-TAB-PREV-1 (WS-CRED-IDX)                       000835
041850             TO AUTH-TAB-PREV-2 (WS-CRED-IDX)                     000836
041900         MOVE AUTH-TAB-PASSWORD (WS-CRED-IDX)                     000837
041950             TO AUTH-TAB-PREV-1 (WS-CRED-IDX)                     000838
042000         MOVE WS-NEW-PWD                                          000839
042050             TO AUTH-TAB-PASSWORD (WS-CRED-IDX)                   000840
042100         MOVE FUNCTION CURRENT-DATE (1:8)                         000841
042150             TO AUTH-TAB-PWD-DATE (WS-CRED-IDX)                   000842
042200         PERFORM 0695-REWRITE-AUTH-LIST                           000843
042250         DISPLAY "Password changed."                              000844
042300     END-IF                                                       000845
042350     END-IF.                                                      000846
042400* Rewrite the whole credential list from the table                000847
042450 0695-REWRITE-AUTH-LIST.                                          000848
042500     OPEN OUTPUT AUTH-LIST.                                       000849
042550     PERFORM VARYING WS-AUTH-IDX FROM 1 BY 1                      000850
042600             UNTIL WS-AUTH-IDX > WS-AUTH-CNT                      000851
042650         MOVE AUTH-TAB-USERID (WS-AUTH-IDX) TO AUTH-USERID        000852
042700         MOVE AUTH-TAB-PASSWORD (WS-AUTH-IDX)                     000853
042750             TO AUTH-PASSWORD                                     000854
042800         MOVE AUTH-TAB-ROLE (WS-AUTH-IDX) TO AUTH-ROLE            000855
042850         MOVE AUTH-TAB-PWD-DATE (WS-AUTH-IDX)                     000856
042900             TO AUTH-PWD-DATE                                     000857
042950         MOVE AUTH-TAB-EXPIRE (WS-AUTH-IDX)                       000858
043000             TO AUTH-PWD-EXPIRE                                   000859
043050         MOVE AUTH-TAB-PREV-1 (WS-AUTH-IDX)                       000860
043100             TO AUTH-PREV-PWD-1                                   000861
043150         MOVE AUTH-TAB-PREV-2 (WS-AUTH-IDX)                       000862
043200             TO AUTH-PREV-PWD-2                                   000863
043250         WRITE AUTH-LIST-REC                                      000864
043300     END-PERFORM.                                                 000865
043350     CLOSE AUTH-LIST.                                             000866
