000400    10  REPO-DATE     PIC 9(8).                                   000007
000450    10  REPO-SEQ      PIC 9(6).                                   000008
000500    10  REPO-LINE     PIC X(80).                                  000009
000550* Department the line belongs to on a report printed by           000010
000600* department - spaces for a company-level line such as the        000011
000650* report title or the grand totals. The burst run and a           000012
000700* department reprint split the report on it                       000013
000750    10  REPO-DEPT     PIC X(3).                                   000014
