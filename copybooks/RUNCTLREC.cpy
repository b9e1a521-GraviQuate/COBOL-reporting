000250* so a resubmitted job can skip the steps already completed       000004
000300    10  RC-RUN-DATE   PIC 9(8).                                   000005
000350    10  RC-STEP-NAME  PIC X(8).                                   000006
000400* S = step started, C = step completed (RC below 8), F = step     000007
000450* failed (RC 8 or more - a resubmitted night runs it again),      000008
000500* K = skipped per the processing calendar                         000009
000550    10  RC-STATUS     PIC X.                                      000010
000600    10  RC-TIMESTAMP  PIC 9(14).                                  000011
000650* Return code the step ended with and its RCSEVTAB reason - on    000012
000700* C, F and K records; zero and spaces on an S record              000013
000750    10  RC-RETURN-CODE PIC 99.                                    000014
000800    10  RC-REASON      PIC X(8).                                  000015
