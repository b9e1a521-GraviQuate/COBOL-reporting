020950     MOVE WS-RPT-DATE TO REPO-DATE.                               000418
021000     MOVE WS-REPO-SEQ TO REPO-SEQ.                                000419
021050     MOVE WS-RPT-LINE TO REPO-LINE.                               000420
021100     MOVE SPACES TO REPO-DEPT.                                    000421
021150     WRITE REPORT-REPOSITORY-REC.                                 000422
021200* One index row per held report - program, date, pages and        000423
021250* lines - so the reprint facility can list what is held           000424
021300 6990-WRITE-REPORT-INDEX.                                         000425
021350     MOVE "GRDSTATS" TO IDX-PROGRAM.                              000426
021400     MOVE WS-RPT-DATE TO IDX-DATE.                                000427
021450     MOVE FUNCTION CURRENT-DATE (1:14) TO IDX-TIMESTAMP.          000428
021500     MOVE WS-REPO-PAGES TO IDX-PAGE-CNT.                          000429
021550     MOVE WS-REPO-SEQ TO IDX-LINE-CNT.                            000430
021600     WRITE REPORT-INDEX-REC.                                      000431
