000100 IDENTIFICATION DIVISION.                                         000001
000150 PROGRAM-ID. ACCT-STMT.                                           000002
000200* Student account statement - one page per student listing every  000003
000250* STUDENT-LEDGER posting in sequence with its debit or credit and 000004
000300* the running balance, ending with the balance due. A STMTCARD    000005
000350* naming one STU-MAST-ID prints that student's statement only;    000006
000400* without one every account carrying a balance is printed         000007
000450 ENVIRONMENT DIVISION.                                            000008
000500 INPUT-OUTPUT SECTION.                                            000009
000550 FILE-CONTROL.                                                    000010
000600     SELECT STUDENT-ACCOUNT ASSIGN TO "ACCTMAST"                  000011
000650         ORGANIZATION IS INDEXED                                  000012
000700         ACCESS MODE IS DYNAMIC                                   000013
000750         RECORD KEY IS ACCT-STU-ID OF STUDENT-ACCOUNT-RECORD      000014
000800         FILE STATUS IS WS-ACCT-STATUS.                           000015
000850     SELECT STUDENT-LEDGER ASSIGN TO "STULEDG"                    000016
000900         ORGANIZATION IS INDEXED                                  000017
000950         ACCESS MODE IS DYNAMIC                                   000018
001000         RECORD KEY IS LDG-KEY OF STUDENT-LEDGER-RECORD           000019
001050         FILE STATUS IS WS-LDG-STATUS.                            000020
001100* Student master - keyed reads put the name on the statement      000021
001150     SELECT STUDENT-MASTER ASSIGN TO "STUMAST"                    000022
001200         ORGANIZATION IS INDEXED                                  000023
001250         ACCESS MODE IS DYNAMIC                                   000024
001300         RECORD KEY IS STU-MAST-ID OF STUDENT-MASTER-RECORD.      000025
001350* Requested student - optional                                    000026
001400     SELECT OPTIONAL STATEMENT-CARD ASSIGN TO "STMTCARD"          000027
001450         ORGANIZATION IS LINE SEQUENTIAL.                         000028
001500* Printed statements                                              000029
001550     SELECT STATEMENT-REPORT ASSIGN TO "ACCTSTMT"                 000030
001600         ORGANIZATION IS LINE SEQUENTIAL.                         000031
001650* Run-level control-total log - every batch program appends its   000032
001700* records-read/written counts here for nightly reconciliation     000033
001750     SELECT RUN-LOG ASSIGN TO "RUNLOG"                            000034
001800         ORGANIZATION IS LINE SEQUENTIAL                          000035
001850         FILE STATUS IS WS-RUNLOG-STATUS.                         000036
001900 DATA DIVISION.                                                   000037
001950 FILE SECTION.                                                    000038
002000 FD  STUDENT-ACCOUNT.                                             000039
002050 01  STUDENT-ACCOUNT-RECORD.                                      000040
002100     COPY ACCTREC.                                                000041
002150 FD  STUDENT-LEDGER.                                              000042
002200 01  STUDENT-LEDGER-RECORD.                                       000043
002250     COPY LEDGREC.                                                000044
002300 FD  STUDENT-MASTER.                                              000045
002350 01  STUDENT-MASTER-RECORD.                                       000046
002400     COPY STUREC.                                                 000047
002450 FD  STATEMENT-CARD.                                              000048
002500 01  STATEMENT-CARD-REC.                                          000049
002550     05  CTL-STMT-STU-ID  PIC X(9).                               000050
002600 FD  STATEMENT-REPORT.                                            000051
002650 01  STATEMENT-REPORT-LINE  PIC X(80).                            000052
002700 FD  RUN-LOG.                                                     000053
002750 01  RUN-LOG-RECORD.                                              000054
002800     COPY RUNLOGREC.                                              000055
002850 WORKING-STORAGE SECTION.                                         000056
002900 01  WS-RUNLOG-STATUS   PIC XX.                                   000057
002950 01  WS-ACCT-STATUS     PIC XX.                                   000058
003000 01  WS-LDG-STATUS      PIC XX.                                   000059
003050 01  WS-EOF-SW          PIC X VALUE "N".                          000060
003100     88  WS-AT-EOF      VALUE "Y".                                000061
003150 01  WS-LDG-EOF-SW      PIC X.                                    000062
003200     88  WS-LDG-EOF     VALUE "Y".                                000063
003250 01  WS-READ-CNT        PIC 9(7) VALUE ZERO.                      000064
003300 01  WS-STMT-CNT        PIC 9(7) VALUE ZERO.                      000065
003350 01  WS-RUN-DATE        PIC 9(8).                                 000066
003400* The one student requested on the card, if any                   000067
003450 01  WS-STMT-STU-ID     PIC X(9) VALUE SPACES.                    000068
003500 01  WS-RUNNING-BAL     PIC S9(9)V99.                             000069
003550* Statement heading, detail and footer lines                      000070
003600 01  WS-HDG-1.                                                    000071
003650     05  FILLER         PIC X(40)                                 000072
003700             VALUE "STUDENT ACCOUNT STATEMENT - DATE: ".          000073
003750     05  HDG-RUN-DATE   PIC 9(8).                                 000074
003800 01  WS-HDG-2.                                                    000075
003850     05  FILLER         PIC X(9)  VALUE "STUDENT: ".              000076
003900     05  HDG-STU-ID     PIC X(9).                                 000077
003950     05  FILLER         PIC X(2)  VALUE SPACES.                   000078
004000     05  HDG-STU-NAME   PIC X(20).                                000079
004050 01  WS-HDG-3.                                                    000080
004100     05  FILLER         PIC X(10) VALUE "DATE".                   000081
004150     05  FILLER         PIC X(11) VALUE "POSTING".                000082
004200     05  FILLER         PIC X(7)  VALUE "TERM".                   000083
004250     05  FILLER         PIC X(7)  VALUE "COURSE".                 000084
004300     05  FILLER         PIC X(11) VALUE "REFERENCE".              000085
004350     05  FILLER         PIC X(11) VALUE "     DEBIT".             000086
004400     05  FILLER         PIC X(11) VALUE "    CREDIT".             000087
004450     05  FILLER         PIC X(11) VALUE "    BALANCE".            000088
004500 01  WS-DETAIL-LINE.                                              000089
004550     05  DTL-DATE       PIC 9(8).                                 000090
004600     05  FILLER         PIC X(2) VALUE SPACES.                    000091
004650     05  DTL-POSTING    PIC X(10).                                000092
004700     05  FILLER         PIC X VALUE SPACE.                        000093
004750     05  DTL-TERM       PIC X(6).                                 000094
004800     05  FILLER         PIC X VALUE SPACE.                        000095
004850     05  DTL-COURSE     PIC X(6).                                 000096
004900     05  FILLER         PIC X VALUE SPACE.                        000097
004950     05  DTL-REFERENCE  PIC X(10).                                000098
005000     05  FILLER         PIC X VALUE SPACE.                        000099
005050     05  DTL-DEBIT      PIC ZZZZZZ9.99 BLANK WHEN ZERO.           000100
005100     05  FILLER         PIC X VALUE SPACE.                        000101
005150     05  DTL-CREDIT     PIC ZZZZZZ9.99 BLANK WHEN ZERO.           000102
005200     05  FILLER         PIC X VALUE SPACE.                        000103
005250     05  DTL-BALANCE    PIC -ZZZZZZ9.99.                          000104
005300 01  WS-FOOTER-1.                                                 000105
005350     05  FILLER         PIC X(68) VALUE "BALANCE DUE:".           000106
005400     05  FTR-BALANCE    PIC -ZZZZZZ9.99.                          000107
005450 PROCEDURE DIVISION.                                              000108
005500 0000-MAIN.                                                       000109
005550     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.             000110
005600     PERFORM 1000-GET-STATEMENT-CARD.                             000111
005650     OPEN INPUT STUDENT-ACCOUNT.                                  000112
005700     IF WS-ACCT-STATUS NOT = "00"                                 000113
005750         SET WS-AT-EOF TO TRUE                                    000114
005800     END-IF.                                                      000115
005850     OPEN INPUT STUDENT-LEDGER.                                   000116
005900     OPEN INPUT STUDENT-MASTER.                                   000117
005950     OPEN OUTPUT STATEMENT-REPORT.                                000118
006000     IF WS-STMT-STU-ID NOT = SPACES AND NOT WS-AT-EOF             000119
006050         MOVE WS-STMT-STU-ID                                      000120
006100             TO ACCT-STU-ID OF STUDENT-ACCOUNT-RECORD             000121
006150         READ STUDENT-ACCOUNT                                     000122
006200             INVALID KEY                                          000123
006250                 DISPLAY "ACCTSTMT no account on file for "       000124
006300                     WS-STMT-STU-ID                               000125
006350             NOT INVALID KEY                                      000126
006400                 ADD 1 TO WS-READ-CNT                             000127
006450                 PERFORM 2000-PRINT-STATEMENT                     000128
006500         END-READ                                                 000129
006550     ELSE                                                         000130
006600         PERFORM UNTIL WS-AT-EOF                                  000131
006650             READ STUDENT-ACCOUNT NEXT RECORD                     000132
006700                 AT END                                           000133
006750                     SET WS-AT-EOF TO TRUE                        000134
006800                 NOT AT END                                       000135
006850                     ADD 1 TO WS-READ-CNT                         000136
006900                     IF ACCT-BALANCE OF STUDENT-ACCOUNT-RECORD    000137
006950                             NOT = ZERO                           000138
007000                         PERFORM 2000-PRINT-STATEMENT             000139
007050                     END-IF                                       000140
007100             END-READ                                             000141
007150         END-PERFORM                                              000142
007200     END-IF.                                                      000143
007250     CLOSE STUDENT-ACCOUNT.                                       000144
007300     CLOSE STUDENT-LEDGER.                                        000145
007350     CLOSE STUDENT-MASTER.                                        000146
007400     CLOSE STATEMENT-REPORT.                                      000147
007450     PERFORM 8000-WRITE-RUN-LOG.                                  000148
007500     STOP RUN.                                                    000149
007550* The requested student comes from STMTCARD when one is present   000150
007600 1000-GET-STATEMENT-CARD.                                         000151
007650     OPEN INPUT STATEMENT-CARD.                                   000152
007700     READ STATEMENT-CARD                                          000153
007750         AT END                                                   000154
007800             CONTINUE                                             000155
007850         NOT AT END                                               000156
007900             MOVE CTL-STMT-STU-ID TO WS-STMT-STU-ID               000157
007950     END-READ.                                                    000158
008000     CLOSE STATEMENT-CARD.                                        000159
008050* One statement page - heading, every ledger row for the          000160
008100* student in sequence with the running balance, balance due       000161
008150 2000-PRINT-STATEMENT.                                            000162
008200     ADD 1 TO WS-STMT-CNT.                                        000163
008250     MOVE WS-RUN-DATE TO HDG-RUN-DATE.                            000164
008300     MOVE ACCT-STU-ID OF STUDENT-ACCOUNT-RECORD TO HDG-STU-ID.    000165
008350     MOVE ACCT-STU-ID OF STUDENT-ACCOUNT-RECORD                   000166
008400         TO STU-MAST-ID OF STUDENT-MASTER-RECORD.                 000167
008450     READ STUDENT-MASTER                                          000168
008500         INVALID KEY                                              000169
008550             MOVE "(NOT ON STU MASTER)" TO HDG-STU-NAME           000170
008600         NOT INVALID KEY                                          000171
008650             MOVE STU-MAST-NAME OF STUDENT-MASTER-RECORD          000172
008700                 TO HDG-STU-NAME                                  000173
008750     END-READ.                                                    000174
008800     IF WS-STMT-CNT > 1                                           000175
008850         WRITE STATEMENT-REPORT-LINE FROM SPACES                  000176
008900             AFTER ADVANCING PAGE                                 000177
008950     END-IF.                                                      000178
009000     WRITE STATEMENT-REPORT-LINE FROM WS-HDG-1.                   000179
009050     WRITE STATEMENT-REPORT-LINE FROM WS-HDG-2.                   000180
009100     WRITE STATEMENT-REPORT-LINE FROM SPACES.                     000181
009150     WRITE STATEMENT-REPORT-LINE FROM WS-HDG-3.                   000182
009200     WRITE STATEMENT-REPORT-LINE FROM SPACES.                     000183
009250     MOVE ZERO TO WS-RUNNING-BAL.                                 000184
009300     MOVE "N" TO WS-LDG-EOF-SW.                                   000185
009350     MOVE ACCT-STU-ID OF STUDENT-ACCOUNT-RECORD                   000186
009400         TO LDG-STU-ID OF STUDENT-LEDGER-RECORD.                  000187
009450     MOVE ZERO TO LDG-SEQ OF STUDENT-LEDGER-RECORD.               000188
009500     START STUDENT-LEDGER                                         000189
009550         KEY >= LDG-KEY OF STUDENT-LEDGER-RECORD                  000190
009600         INVALID KEY                                              000191
009650             SET WS-LDG-EOF TO TRUE                               000192
009700     END-START.                                                   000193
009750     PERFORM UNTIL WS-LDG-EOF                                     000194
009800         READ STUDENT-LEDGER NEXT RECORD                          000195
009850             AT END                                               000196
009900                 SET WS-LDG-EOF TO TRUE                           000197
009950             NOT AT END                                           000198
010000                 IF LDG-STU-ID OF STUDENT-LEDGER-RECORD NOT =     000199
010050                         ACCT-STU-ID OF STUDENT-ACCOUNT-RECORD    000200
010100                     SET WS-LDG-EOF TO TRUE                       000201
010150                 ELSE                                             000202
010200                     PERFORM 2100-PRINT-LEDGER-LINE               000203
010250                 END-IF                                           000204
010300         END-READ                                                 000205
010350     END-PERFORM.                                                 000206
010400     MOVE WS-RUNNING-BAL TO FTR-BALANCE.                          000207
010450     WRITE STATEMENT-REPORT-LINE FROM SPACES.                     000208
010500     WRITE STATEMENT-REPORT-LINE FROM WS-FOOTER-1.                000209
010550* One ledger row with its debit or credit and the balance after   000210
010600 2100-PRINT-LEDGER-LINE.                                          000211
010650     MOVE LDG-DATE OF STUDENT-LEDGER-RECORD TO DTL-DATE.          000212
010700     EVALUATE LDG-TYPE OF STUDENT-LEDGER-RECORD                   000213
010750         WHEN "C"                                                 000214
010800             MOVE "TUITION" TO DTL-POSTING                        000215
010850         WHEN "R"                                                 000216
010900             MOVE "DROP CREDIT" TO DTL-POSTING                    000217
010950         WHEN "P"                                                 000218
011000             MOVE "PAYMENT" TO DTL-POSTING                        000219
011050         WHEN "A"                                                 000220
011100             MOVE "ADJUSTMENT" TO DTL-POSTING                     000221
011150         WHEN OTHER                                               000222
011200             MOVE LDG-TYPE OF STUDENT-LEDGER-RECORD               000223
011250                 TO DTL-POSTING                                   000224
011300     END-EVALUATE.                                                000225
011350     MOVE LDG-TERM OF STUDENT-LEDGER-RECORD TO DTL-TERM.          000226
011400     MOVE LDG-COURSE OF STUDENT-LEDGER-RECORD TO DTL-COURSE.      000227
011450     MOVE LDG-REFERENCE OF STUDENT-LEDGER-RECORD                  000228
011500         TO DTL-REFERENCE.                                        000229
011550     IF LDG-DR-CR OF STUDENT-LEDGER-RECORD = "D"                  000230
011600         MOVE LDG-AMOUNT OF STUDENT-LEDGER-RECORD TO DTL-DEBIT    000231
011650         MOVE ZERO TO DTL-CREDIT                                  000232
011700         ADD LDG-AMOUNT OF STUDENT-LEDGER-RECORD                  000233
011750             TO WS-RUNNING-BAL                                    000234
011800     ELSE                                                         000235
011850         MOVE ZERO TO DTL-DEBIT                                   000236
011900         MOVE LDG-AMOUNT OF STUDENT-LEDGER-RECORD TO DTL-CREDIT   000237
011950         SUBTRACT LDG-AMOUNT OF STUDENT-LEDGER-RECORD             000238
012000             FROM WS-RUNNING-BAL                                  000239
012050     END-IF.                                                      000240
012100     MOVE WS-RUNNING-BAL TO DTL-BALANCE.                          000241
012150     WRITE STATEMENT-REPORT-LINE FROM WS-DETAIL-LINE.             000242
012200* Append this run's records-read/records-written to the shared    000243
012250* run-log for the nightly batch-window reconciliation             000244
012300 8000-WRITE-RUN-LOG.                                              000245
012350     OPEN EXTEND RUN-LOG.                                         000246
012400     IF WS-RUNLOG-STATUS = "35"                                   000247
012450         OPEN OUTPUT RUN-LOG                                      000248
012500     END-IF.                                                      000249
012550     MOVE "ACCTSTMT" TO RUNLOG-PROGRAM.                           000250
012600     MOVE FUNCTION CURRENT-DATE (1:14) TO RUNLOG-TIMESTAMP.       000251
012650     MOVE WS-READ-CNT TO RUNLOG-RECORDS-READ.                     000252
012700     MOVE WS-STMT-CNT TO RUNLOG-RECORDS-WRITTEN.                  000253
012750     WRITE RUN-LOG-RECORD.                                        000254
012800     CLOSE RUN-LOG.                                               000255
