000300* viewing userid (VIEWSEL card), by subject employee (SUBJSEL     000005
000350* card), or unselected for the whole log, so the privacy          000006
000400* review can answer "who looked at this person's record" the      000007
000450* way EMP-AUDIT-RPT answers who changed it. A view that showed    000008
000500* salary, pay grade or birth date in the clear is flagged in its  000009
000550* own column and counted separately in the footer                 000010
000600 ENVIRONMENT DIVISION.                                            000011
000650 INPUT-OUTPUT SECTION.                                            000012
000700 FILE-CONTROL.                                                    000013
000750     SELECT OPTIONAL INQUIRY-LOG ASSIGN TO "INQLOG"               000014
000800         ORGANIZATION IS LINE SEQUENTIAL.                         000015
000850* Selection cards - a viewing userid and/or a subject             000016
000900* employee id. Optional; absent or blank means no selection       000017
000950* on that side                                                    000018
001000     SELECT OPTIONAL VIEWER-SELECT ASSIGN TO "VIEWSEL"            000019
001050         ORGANIZATION IS LINE SEQUENTIAL.                         000020
001100     SELECT OPTIONAL SUBJECT-SELECT ASSIGN TO "SUBJSEL"           000021
001150         ORGANIZATION IS LINE SEQUENTIAL.                         000022
001200* Printed access-log report                                       000023
001250     SELECT INQLOG-REPORT ASSIGN TO "INQLOGR"                     000024
001300         ORGANIZATION IS LINE SEQUENTIAL.                         000025
001350* Run-level control-total log - every batch program appends its   000026
001400* records-read/written counts here for nightly reconciliation     000027
001450     SELECT RUN-LOG ASSIGN TO "RUNLOG"                            000028
001500         ORGANIZATION IS LINE SEQUENTIAL                          000029
001550         FILE STATUS IS WS-RUNLOG-STATUS.                         000030
001600 DATA DIVISION.                                                   000031
001650 FILE SECTION.                                                    000032
001700 FD  INQUIRY-LOG.                                                 000033
001750 01  INQUIRY-LOG-REC.                                             000034
001800     05  INQ-VIEWER     PIC X(8).                                 000035
001850     05  INQ-EMP-ID     PIC X(5).                                 000036
001900     05  INQ-TIMESTAMP  PIC 9(14).                                000037
001950     05  INQ-UNMASKED   PIC X.                                    000038
002000     05  INQ-SHOWN-SALARY PIC X.                                  000039
002050     05  INQ-SHOWN-GRADE  PIC X.                                  000040
002100     05  INQ-SHOWN-BIRTH  PIC X.                                  000041
002150 FD  VIEWER-SELECT.                                               000042
002200 01  VIEWER-SELECT-REC.                                           000043
002250     05  CTL-VIEWER     PIC X(8).                                 000044
002300 FD  SUBJECT-SELECT.                                              000045
002350 01  SUBJECT-SELECT-REC.                                          000046
002400     05  CTL-SUBJECT    PIC X(5).                                 000047
002450 FD  INQLOG-REPORT.                                               000048
002500 01  INQLOG-REPORT-LINE  PIC X(80).                               000049
002550 FD  RUN-LOG.                                                     000050
002600 01  RUN-LOG-RECORD.                                              000051
002650     COPY RUNLOGREC.                                              000052
002700 WORKING-STORAGE SECTION.                                         000053
002750 01  WS-RUNLOG-STATUS  PIC XX.                                    000054
002800 01  WS-EOF-SW         PIC X VALUE "N".                           000055
002850     88  WS-AT-EOF     VALUE "Y".                                 000056
002900 01  WS-READ-CNT       PIC 9(7) VALUE ZERO.                       000057
002950 01  WS-PRINT-CNT      PIC 9(7) VALUE ZERO.                       000058
003000 01  WS-UNMASKED-CNT   PIC 9(7) VALUE ZERO.                       000059
003050* Selections in force for this run - spaces means that side       000060
003100* is unselected                                                   000061
003150 01  WS-SEL-VIEWER     PIC X(8) VALUE SPACES.                     000062
003200 01  WS-SEL-SUBJECT    PIC X(5) VALUE SPACES.                     000063
003250* Report heading, detail and footer lines                         000064
003300 01  WS-HDG-1.                                                    000065
003350     05  FILLER        PIC X(27)                                  000066
003400             VALUE "INQUIRY ACCESS-LOG REPORT".                   000067
003450 01  WS-HDG-2.                                                    000068
003500     05  FILLER        PIC X(10) VALUE "VIEWED BY:".              000069
003550     05  HDG-VIEWER    PIC X(8).                                  000070
003600     05  FILLER        PIC X(11) VALUE "  SUBJECT:".              000071
003650     05  HDG-SUBJECT   PIC X(5).                                  000072
003700 01  WS-HDG-3.                                                    000073
003750     05  FILLER        PIC X(10) VALUE "VIEWER".                  000074
003800     05  FILLER        PIC X(8)  VALUE "EMP ID".                  000075
003850     05  FILLER        PIC X(17) VALUE "VIEWED AT".               000076
003900     05  FILLER        PIC X(12) VALUE "UNMASKED".                000077
003950 01  WS-DETAIL-LINE.                                              000078
004000     05  DTL-VIEWER    PIC X(8).                                  000079
004050     05  FILLER        PIC X(2) VALUE SPACES.                     000080
004100     05  DTL-EMP-ID    PIC X(5).                                  000081
004150     05  FILLER        PIC X(3) VALUE SPACES.                     000082
004200     05  DTL-TIMESTAMP PIC 9(14).                                 000083
004250     05  FILLER        PIC X(3) VALUE SPACES.                     000084
004300     05  DTL-SHOWN-SALARY PIC X(4).                               000085
004350     05  DTL-SHOWN-GRADE  PIC X(4).                               000086
004400     05  DTL-SHOWN-BIRTH  PIC X(3).                               000087
004450 01  WS-FOOTER-1.                                                 000088
004500     05  FILLER        PIC X(22) VALUE "LOG RECORDS READ:".       000089
004550     05  FTR-READ-CNT  PIC ZZZZZZ9.                               000090
004600 01  WS-FOOTER-2.                                                 000091
004650     05  FILLER        PIC X(22) VALUE "RECORDS REPORTED:".       000092
004700     05  FTR-PRINT-CNT PIC ZZZZZZ9.                               000093
004750 01  WS-FOOTER-3.                                                 000094
004800     05  FILLER        PIC X(22) VALUE "UNMASKED VIEWS:".         000095
004850     05  FTR-UNMASKED-CNT PIC ZZZZZZ9.                            000096
004900 PROCEDURE DIVISION.                                              000097
004950 0000-MAIN.                                                       000098
005000     PERFORM 0500-LOAD-SELECTIONS.                                000099
005050     OPEN INPUT INQUIRY-LOG.                                      000100
005100     OPEN OUTPUT INQLOG-REPORT.                                   000101
005150     WRITE INQLOG-REPORT-LINE FROM WS-HDG-1.                      000102
005200     WRITE INQLOG-REPORT-LINE FROM SPACES.                        000103
005250     IF WS-SEL-VIEWER = SPACES                                    000104
005300         MOVE "(ALL)" TO HDG-VIEWER                               000105
005350     ELSE                                                         000106
005400         MOVE WS-SEL-VIEWER TO HDG-VIEWER                         000107
005450     END-IF.                                                      000108
005500     IF WS-SEL-SUBJECT = SPACES                                   000109
005550         MOVE "(ALL)" TO HDG-SUBJECT                              000110
005600     ELSE                                                         000111
005650         MOVE WS-SEL-SUBJECT TO HDG-SUBJECT                       000112
005700     END-IF.                                                      000113
005750     WRITE INQLOG-REPORT-LINE FROM WS-HDG-2.                      000114
005800     WRITE INQLOG-REPORT-LINE FROM SPACES.                        000115
005850     WRITE INQLOG-REPORT-LINE FROM WS-HDG-3.                      000116
005900     WRITE INQLOG-REPORT-LINE FROM SPACES.                        000117
005950     PERFORM UNTIL WS-AT-EOF                                      000118
006000         READ INQUIRY-LOG                                         000119
006050             AT END                                               000120
006100                 SET WS-AT-EOF TO TRUE                            000121
006150             NOT AT END                                           000122
006200                 ADD 1 TO WS-READ-CNT                             000123
006250                 PERFORM 2000-SELECT-AND-PRINT                    000124
006300         END-READ                                                 000125
006350     END-PERFORM.                                                 000126
006400     MOVE WS-READ-CNT  TO FTR-READ-CNT.                           000127
006450     MOVE WS-PRINT-CNT TO FTR-PRINT-CNT.                          000128
006500     WRITE INQLOG-REPORT-LINE FROM SPACES.                        000129
006550     WRITE INQLOG-REPORT-LINE FROM WS-FOOTER-1.                   000130
006600     WRITE INQLOG-REPORT-LINE FROM WS-FOOTER-2.                   000131
006650     MOVE WS-UNMASKED-CNT TO FTR-UNMASKED-CNT.                    000132
006700     WRITE INQLOG-REPORT-LINE FROM WS-FOOTER-3.                   000133
006750     CLOSE INQUIRY-LOG.                                           000134
006800     CLOSE INQLOG-REPORT.                                         000135
006850     PERFORM 8000-WRITE-RUN-LOG.                                  000136
006900     STOP RUN.                                                    000137
006950* Load the viewer and subject selections from their cards         000138
007000 0500-LOAD-SELECTIONS.                                            000139
007050     OPEN INPUT VIEWER-SELECT.                                    000140
007100     READ VIEWER-SELECT                                           000141
007150         AT END                                                   000142
007200             CONTINUE                                             000143
007250         NOT AT END                                               000144
007300             IF CTL-VIEWER NOT = SPACES                           000145
007350                 MOVE CTL-VIEWER TO WS-SEL-VIEWER                 000146
007400             END-IF                                               000147
007450     END-READ.                                                    000148
007500     CLOSE VIEWER-SELECT.                                         000149
007550     OPEN INPUT SUBJECT-SELECT.                                   000150
007600     READ SUBJECT-SELECT                                          000151
007650         AT END                                                   000152
007700             CONTINUE                                             000153
007750         NOT AT END                                               000154
007800             IF CTL-SUBJECT NOT = SPACES                          000155
007850                 MOVE CTL-SUBJECT TO WS-SEL-SUBJECT               000156
007900             END-IF                                               000157
007950     END-READ.                                                    000158
008000     CLOSE SUBJECT-SELECT.                                        000159
008050* Print the record when it clears both selections                 000160
008100 2000-SELECT-AND-PRINT.                                           000161
008150     IF WS-SEL-VIEWER NOT = SPACES AND                            000162
008200             INQ-VIEWER NOT = WS-SEL-VIEWER                       000163
008250         CONTINUE                                                 000164
008300     ELSE                                                         000165
008350         IF WS-SEL-SUBJECT NOT = SPACES AND                       000166
008400                 INQ-EMP-ID NOT = WS-SEL-SUBJECT                  000167
008450             CONTINUE                                             000168
008500         ELSE                                                     000169
008550             ADD 1 TO WS-PRINT-CNT                                000170
008600             MOVE INQ-VIEWER    TO DTL-VIEWER                     000171
008650             MOVE INQ-EMP-ID    TO DTL-EMP-ID                     000172
008700             MOVE INQ-TIMESTAMP TO DTL-TIMESTAMP                  000173
008750             PERFORM 2100-SHOW-UNMASKED-FIELDS                    000174
008800             WRITE INQLOG-REPORT-LINE FROM WS-DETAIL-LINE         000175
008850         END-IF                                                   000176
008900     END-IF.                                                      000177
008950* Name the restricted fields the view showed in the clear and     000178
009000* count it as an unmasked view                                    000179
009050 2100-SHOW-UNMASKED-FIELDS.                                       000180
009100     MOVE SPACES TO DTL-SHOWN-SALARY.                             000181
009150     MOVE SPACES TO DTL-SHOWN-GRADE.                              000182
009200     MOVE SPACES TO DTL-SHOWN-BIRTH.                              000183
009250     IF INQ-UNMASKED = "Y"                                        000184
009300         ADD 1 TO WS-UNMASKED-CNT                                 000185
009350         IF INQ-SHOWN-SALARY = "Y"                                000186
009400             MOVE "SAL" TO DTL-SHOWN-SALARY                       000187
009450         END-IF                                                   000188
009500         IF INQ-SHOWN-GRADE = "Y"                                 000189
009550             MOVE "GRD" TO DTL-SHOWN-GRADE                        000190
009600         END-IF                                                   000191
009650         IF INQ-SHOWN-BIRTH = "Y"                                 000192
009700             MOVE "BTH" TO DTL-SHOWN-BIRTH                        000193
009750         END-IF                                                   000194
009800     END-IF.                                                      000195
009850* Append this run's records-read/records-written to the shared    000196
009900* run-log for the nightly batch-window reconciliation             000197
009950 8000-WRITE-RUN-LOG.                                              000198
010000     OPEN EXTEND RUN-LOG.                                         000199
010050     IF WS-RUNLOG-STATUS = "35"                                   000200
010100         OPEN OUTPUT RUN-LOG                                      000201
010150     END-IF.                                                      000202
010200     MOVE "INQLOGR" TO RUNLOG-PROGRAM.                            000203
010250     MOVE FUNCTION CURRENT-DATE (1:14) TO RUNLOG-TIMESTAMP.       000204
010300     MOVE WS-READ-CNT TO RUNLOG-RECORDS-READ.                     000205
010350     MOVE WS-PRINT-CNT TO RUNLOG-RECORDS-WRITTEN.                 000206
010400     WRITE RUN-LOG-RECORD.                                        000207
010450     CLOSE RUN-LOG.                                               000208
