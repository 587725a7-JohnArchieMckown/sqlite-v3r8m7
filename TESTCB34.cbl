003700* proving anything; an image without an ' AMT=' portion is        00003700
003800* counted as unparsable on the report, since a proof over         00003800
003900* amounts it cannot see is no proof.                              00003900
003910*                                                                 00003910
003920* Statements run through TESTCOB3 are logged to AUDIT_LOG under   00003920
003930* TABLE_NAME '*ADHOC-SQL*' with their ticket, row count, and      00003930
003940* text. They carry no ' AMT=' image, so the proof cannot net      00003940
003950* them; on an out-of-balance run they are listed under the        00003950
003960* discrepancy so it can be traced to its change record.           00003960
004000*                                                                 00004000
004100* PARM value is 2 positional comma delimited fields:              00004100
004200*     DBPATH,TABLENAME                                            00004200
017500        VALUE IS ZERO.                                            00017500
017600 77  WS-OTHER-COUNT          PIC S9(9) COMP-5                     00017600
017700        VALUE IS ZERO.                                            00017700
017730 77  WS-ADHOC-COUNT          PIC S9(9) COMP-5                     00017730
017760        VALUE IS ZERO.                                            00017760
017800 77  WS-COL-VALUE            PIC X(255).                          00017800
017900 77  WS-COL-VALUE-LEN        PIC S9(4) COMP-5.                    00017900
018000*                                                                 00018000
073300     MOVE '*** ADVANCED, PENDING INVESTIGATION.'                  00073300
073400        TO WS-REPORT-LINE                                         00073400
073500     PERFORM WRITE-PROOF-LINE                                     00073500
073550     PERFORM LIST-ADHOC-CHANGES                                   00073550
073600     DISPLAY 'ROLL-FORWARD PROOF OUT OF BALANCE.'                 00073600
073700        UPON SYSOUT                                               00073700
073800     IF RETURN-CODE IS LESS THAN +8 THEN                          00073800
080800     END-CALL                                                     00080800
080900     GO TO SHUTDOWN                                               00080900
081000     .                                                            00081000
081001*                                                                 00081001
081002* The ad-hoc SQL TESTCOB3 logged since the prior mark: the job,   00081002
081003* verb, ticket, and row count, then the statement text. These     00081003
081004* changes are outside the AMT= imaging, so they are the first     00081004
081005* place to look for the discrepancy above.                        00081005
081006*                                                                 00081006
081007 LIST-ADHOC-CHANGES.                                              00081007
081008     MOVE 1 TO WS-SQL-PTR                                         00081008
081009     STRING 'SELECT JOB_NAME,OPERATION,BEFORE_VALUE,'             00081009
081010         DELIMITED BY SIZE                                        00081010
081011         'AFTER_VALUE FROM AUDIT_LOG WHERE RTRIM(TABLE_NAME) = '  00081011
081012         DELIMITED BY SIZE                                        00081012
081013         '''*ADHOC-SQL*'' AND LOG_TIME > ? ORDER BY LOG_TIME'     00081013
081014         DELIMITED BY SIZE                                        00081014
081015         INTO SQL-ZCHAR                                           00081015
081016         WITH POINTER WS-SQL-PTR                                  00081016
081017     END-STRING                                                   00081017
081018     MOVE LOW-VALUES TO SQL-ZCHAR(WS-SQL-PTR:1)                   00081018
081019     MOVE 'ADHOC SELECT' TO WS-PREP-LABEL                         00081019
081020     PERFORM PREPARE-ONE-STATEMENT                                00081020
081021     SET LS-WORK-STMT TO LS-PREPARED-STMT                         00081021
081022     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-DOUBLE         00081022
081023         BY VALUE LS-WORK-STMT                                    00081023
081024         BY VALUE LS-ONE                                          00081024
081025         BY VALUE LS-HWM-BFP                                      00081025
081026         RETURNING LS-SQL-RC                                      00081026
081027     END-CALL                                                     00081027
081028     MOVE SPACES TO WS-REPORT-LINE                                00081028
081029     PERFORM WRITE-PROOF-LINE                                     00081029
081030     MOVE 'AD-HOC SQL (TESTCOB3) SINCE THE PRIOR MARK:'           00081030
081031        TO WS-REPORT-LINE                                         00081031
081032     PERFORM WRITE-PROOF-LINE                                     00081032
081033     MOVE +0 TO LS-SQL-RC                                         00081033
081034     PERFORM UNTIL LS-SQL-RC IS NOT EQUAL TO ZERO                 00081034
081035       CALL SQLITE3A USING                                        00081035
081036           BY REFERENCE SQLITE3-STEP                              00081036
081037           BY VALUE LS-WORK-STMT                                  00081037
081038           RETURNING LS-SQL-RC                                    00081038
081039       END-CALL                                                   00081039
081040       EVALUATE LS-SQL-RC                                         00081040
081041       WHEN SQLITE-ROW                                            00081041
081042            ADD 1 TO WS-ADHOC-COUNT                               00081042
081043            PERFORM LIST-ONE-ADHOC-CHANGE                         00081043
081044            MOVE +0 TO LS-SQL-RC                                  00081044
081045       WHEN SQLITE-DONE                                           00081045
081046            MOVE +4 TO LS-SQL-RC                                  00081046
081047       WHEN OTHER                                                 00081047
081048            DISPLAY 'ADHOC SELECT STEP FAILED. RC='               00081048
081049               LS-SQL-RC UPON SYSOUT                              00081049
081050            PERFORM DISPLAY-SQL-ERROR                             00081050
081051            MOVE +16 TO RETURN-CODE                               00081051
081052            MOVE -2 TO LS-SQL-RC                                  00081052
081053       END-EVALUATE                                               00081053
081054     END-PERFORM                                                  00081054
081055     CALL SQLITE3A USING BY REFERENCE SQLITE3-FINALIZE            00081055
081056         BY VALUE LS-WORK-STMT                                    00081056
081057         RETURNING LS-SQL-RC                                      00081057
081058     END-CALL                                                     00081058
081059     IF WS-ADHOC-COUNT IS EQUAL TO ZERO THEN                      00081059
081060        MOVE '    NONE.' TO WS-REPORT-LINE                        00081060
081061        PERFORM WRITE-PROOF-LINE                                  00081061
081062     END-IF                                                       00081062
081063     .                                                            00081063
081064 LIST-ONE-ADHOC-CHANGE.                                           00081064
081065     MOVE 5 TO WS-RPT-PTR                                         00081065
081066     MOVE +0 TO LS-COLUMN-NUMBER                                  00081066
081067     PERFORM GET-COLUMN-TEXT                                      00081067
081068     STRING WS-COL-VALUE(1:8) DELIMITED BY SIZE                   00081068
081069         ' ' DELIMITED BY SIZE                                    00081069
081070         INTO WS-REPORT-LINE                                      00081070
081071         WITH POINTER WS-RPT-PTR                                  00081071
081072     END-STRING                                                   00081072
081073     MOVE +1 TO LS-COLUMN-NUMBER                                  00081073
081074     PERFORM GET-COLUMN-TEXT                                      00081074
081075     STRING WS-COL-VALUE(1:10) DELIMITED BY SIZE                  00081075
081076         ' ' DELIMITED BY SIZE                                    00081076
081077         INTO WS-REPORT-LINE                                      00081077
081078         WITH POINTER WS-RPT-PTR                                  00081078
081079     END-STRING                                                   00081079
081080     MOVE +2 TO LS-COLUMN-NUMBER                                  00081080
081081     PERFORM GET-COLUMN-TEXT                                      00081081
081082     STRING WS-COL-VALUE(1:75) DELIMITED BY SIZE                  00081082
081083         INTO WS-REPORT-LINE                                      00081083
081084         WITH POINTER WS-RPT-PTR                                  00081084
081085     END-STRING                                                   00081085
081086     PERFORM WRITE-PROOF-LINE                                     00081086
081087     MOVE +3 TO LS-COLUMN-NUMBER                                  00081087
081088     PERFORM GET-COLUMN-TEXT                                      00081088
081089     MOVE 1 TO WS-RPT-PTR                                         00081089
081090     STRING '      ' DELIMITED BY SIZE                            00081090
081091         WS-COL-VALUE(1:80) DELIMITED BY SIZE                     00081091
081092         INTO WS-REPORT-LINE                                      00081092
081093         WITH POINTER WS-RPT-PTR                                  00081093
081094     END-STRING                                                   00081094
081095     PERFORM WRITE-PROOF-LINE                                     00081095
081096     .                                                            00081096
081100 WRITE-PROOF-LINE.                                                00081100
081200     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE THEN                   00081200
081300        PERFORM WRITE-REPORT-HEADING                              00081300
