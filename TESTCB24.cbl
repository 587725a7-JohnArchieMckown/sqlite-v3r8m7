002200* PARM value is 3 positional comma delimited fields:              00002200
002300*     DBPATH,FUNCTION,OPERAND                                     00002300
002400* FUNCTION is one of:                                             00002400
002450*   EXPIRE - mark CURRENT catalog rows whose RUN_DATE is          00002450
002500*            more than OPERAND business days old (default         00002500
002550*            30) as EXPIRED, so retention is applied from         00002550
002600*            the catalog instead of from memory. Business         00002600
002650*            days are counted on the BUSINESS_CALENDAR            00002650
002700*            table TESTCB36 maintains; a data base whose          00002700
002750*            calendar does not reach back that far falls          00002750
002800*            back to calendar days with an RC=4 warning;          00002800
002900*   REPORT - print the catalog inventory on REPORT1 in the        00002900
003000*            paginated TESTCOB6 heading convention;               00003000
003100*   SELECT - answer 'newest verified archive on or before         00003100
009400        VALUE IS -1.                                              00009400
009500 77  LS-ONE                  PIC S9(9) COMP-5                     00009500
009600        VALUE IS 1.                                               00009600
009630 77  LS-TWO                  PIC S9(9) COMP-5                     00009630
009660        VALUE IS 2.                                               00009660
009700 77  LS-I                    PIC S9(9) COMP-5.                    00009700
009800 77  LS-OPEN-FLAGS           PIC S9(9) COMP-5.                    00009800
009900 77  LS-NULL                 POINTER VALUE IS NULL.               00009900
012100        VALUE IS 30.                                              00012100
012200 77  WS-ASOF-DATE            PIC X(8).                            00012200
012300 77  WS-CUTOFF-DATE          PIC X(8).                            00012300
012350 77  WS-CAL-OFFSET           PIC S9(9) COMP-5.                    00012350
012400*                                                                 00012400
012500* The CEEGMT Lilian day anchors the retention cutoff, which       00012500
012600* CEEDATE formats back to a calendar date the way TESTCB16        00012600
035700     END-IF                                                       00035700
035800     .                                                            00035800
035900*                                                                 00035900
035970* EXPIRE: CURRENT rows whose RUN_DATE is more than the            00035970
036040* retention count of business days old become EXPIRED.            00036040
036110* The archives                                                    00036110
036200* themselves are untouched -- scratching the data sets stays      00036200
036300* an operations action -- but the catalog stops offering them     00036300
036400* as restore candidates.                                          00036400
036500*                                                                 00036500
036600 EXPIRE-ARCHIVES.                                                 00036600
036630     MOVE SPACES TO WS-CUTOFF-DATE                                00036630
036660     IF WS-RET-DAYS IS GREATER THAN ZERO THEN                     00036660
036690        PERFORM FIND-BUSINESS-CUTOFF                              00036690
036720     END-IF                                                       00036720
036750     IF WS-CUTOFF-DATE IS EQUAL TO SPACES THEN                    00036750
036780        IF WS-RET-DAYS IS GREATER THAN ZERO THEN                  00036780
036810           DISPLAY 'BUSINESS_CALENDAR DOES NOT COVER THE '        00036810
036840              'RETENTION PERIOD. COUNTING CALENDAR DAYS.'         00036840
036870              UPON SYSOUT                                         00036870
036900           MOVE +4 TO RETURN-CODE                                 00036900
036930        END-IF                                                    00036930
036960        COMPUTE WS-CUTOFF-LILIAN = LS-LILIAN - WS-RET-DAYS        00036960
036990        MOVE SPACES TO WS-DATE-OUTPUT                             00036990
037020        CALL 'CEEDATE' USING WS-CUTOFF-LILIAN,                    00037020
037050             WS-DATE-PICTURE, WS-DATE-OUTPUT, LE-FC               00037050
037080        MOVE WS-DATE-OUTPUT(1:8) TO WS-CUTOFF-DATE                00037080
037110     END-IF                                                       00037110
037200     DISPLAY 'EXPIRING ARCHIVES TAKEN BEFORE '                    00037200
037300        WS-CUTOFF-DATE UPON SYSOUT                                00037300
037400     MOVE 1 TO WS-SQL-PTR                                         00037400
041600     DISPLAY 'ARCHIVES EXPIRED=' WS-COUNT-DISPLAY UPON SYSOUT     00041600
041700     GO TO SHUTDOWN                                               00041700
041800     .                                                            00041800
041801*                                                                 00041801
041802* The retention cutoff in business days: the WS-RET-DAYS'th       00041802
041803* BUSINESS day before the run date on BUSINESS_CALENDAR. No       00041803
041804* calendar table, or one that does not reach back that far,       00041804
041805* leaves WS-CUTOFF-DATE spaces for the calendar-day fallback.     00041805
041806*                                                                 00041806
041807 FIND-BUSINESS-CUTOFF.                                            00041807
041808     MOVE 1 TO WS-SQL-PTR                                         00041808
041809     STRING 'SELECT CAL_DATE FROM BUSINESS_CALENDAR WHERE '       00041809
041810         DELIMITED BY SIZE                                        00041810
041811         'DAY_TYPE = ' DELIMITED BY SIZE                          00041811
041812         '''BUSINESS''' DELIMITED BY SIZE                         00041812
041813         ' AND CAL_DATE < ? ORDER BY CAL_DATE DESC '              00041813
041814         DELIMITED BY SIZE                                        00041814
041815         'LIMIT 1 OFFSET ?' DELIMITED BY SIZE                     00041815
041816         INTO SQL-ZCHAR                                           00041816
041817         WITH POINTER WS-SQL-PTR                                  00041817
041818     END-STRING                                                   00041818
041819     MOVE LOW-VALUES TO SQL-ZCHAR(WS-SQL-PTR:1)                   00041819
041820     CALL SQLITE3A USING BY REFERENCE SQLITE3-PREPARE-V2          00041820
041821         BY VALUE LS-DB                                           00041821
041822         BY REFERENCE SQL-ZCHAR                                   00041822
041823         BY VALUE LS-MINUS-ONE                                    00041823
041824         BY REFERENCE LS-WORK-STMT                                00041824
041825         BY VALUE LS-ZERO                                         00041825
041826         RETURNING LS-SQL-RC                                      00041826
041827     END-CALL                                                     00041827
041828     IF LS-SQL-RC IS EQUAL TO SQLITE-OK OR                        00041828
041829        LS-SQL-RC IS EQUAL TO SQLITE-DONE THEN                    00041829
041830        COMPUTE WS-CAL-OFFSET = WS-RET-DAYS - 1                   00041830
041831        CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT        00041831
041832            BY VALUE LS-WORK-STMT                                 00041832
041833            BY VALUE LS-ONE                                       00041833
041834            BY REFERENCE WS-RUN-DATE                              00041834
041835            BY VALUE 8                                            00041835
041836            BY VALUE SQLITE-TRANSIENT                             00041836
041837            RETURNING LS-SQL-RC                                   00041837
041838        END-CALL                                                  00041838
041839        CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-INT         00041839
041840            BY VALUE LS-WORK-STMT                                 00041840
041841            BY VALUE LS-TWO                                       00041841
041842            BY VALUE WS-CAL-OFFSET                                00041842
041843            RETURNING LS-SQL-RC                                   00041843
041844        END-CALL                                                  00041844
041845        CALL SQLITE3A USING BY REFERENCE SQLITE3-STEP             00041845
041846            BY VALUE LS-WORK-STMT                                 00041846
041847            RETURNING LS-SQL-RC                                   00041847
041848        END-CALL                                                  00041848
041849        IF LS-SQL-RC IS EQUAL TO SQLITE-ROW THEN                  00041849
041850           MOVE +0 TO LS-COLUMN-NUMBER                            00041850
041851           PERFORM GET-COLUMN-TEXT                                00041851
041852           MOVE WS-COL-VALUE(1:8) TO WS-CUTOFF-DATE               00041852
041853        END-IF                                                    00041853
041854        CALL SQLITE3A USING BY REFERENCE SQLITE3-FINALIZE         00041854
041855            BY VALUE LS-WORK-STMT                                 00041855
041856            RETURNING LS-SQL-RC                                   00041856
041857        END-CALL                                                  00041857
041858     END-IF                                                       00041858
041859     .                                                            00041859
041900*                                                                 00041900
042000* REPORT: the whole catalog, newest last, on REPORT1.             00042000
042100*                                                                 00042100
