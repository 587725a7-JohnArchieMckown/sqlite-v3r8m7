002500* fields still accepted as overrides. Changing a threshold        00002500
002600* is one audited transaction here instead of a JCL                00002600
002700* promotion through every job that carries it.                    00002700
002710*                                                                 00002710
002720* Two more keywords maintain SQL_AUTHORITY, the list of jobs      00002720
002730* TESTCOB3 will open a data base READWRITE for:                   00002730
002740*     SQLGRANT=JOBNAME     SQLREVOKE=JOBNAME                      00002740
002750* Each is audited against SQL_AUTHORITY in the same way, so       00002750
002760* who was given update rights, when, and by which job is on       00002760
002770* the audit trail alongside the changes they made.                00002770
002800*                                                                 00002800
002900* SYSIN cards are one KEYWORD=VALUE per card ('*' in column       00002900
003000* one is a comment, a blank card is ignored). Every change        00003000
015400        VALUE IS 8.                                               00015400
015500 77  LS-JPI-RETLEN           PIC S9(9) COMP-5.                    00015500
015600 77  WS-JOB-NAME             PIC X(8).                            00015600
015610*                                                                 00015610
015620* The SQL_AUTHORITY grant and revoke statements and the job       00015620
015630* named on the card.                                              00015630
015640*                                                                 00015640
015650 77  LS-GRANT-STMT           USAGE IS POINTER.                    00015650
015660 77  LS-REVOKE-STMT          USAGE IS POINTER.                    00015660
015670 77  LS-CHANGES              PIC S9(9) COMP-5.                    00015670
015680 77  WS-AUTH-JOB             PIC X(8).                            00015680
015700 LINKAGE SECTION.                                                 00015700
015800 01  MVS-PARM.                                                    00015800
015900     05 MVS-PARM-LENGTH      PIC S9(4) COMP-5.                    00015900
029600        GOBACK                                                    00029600
029700     END-IF                                                       00029700
029800     .                                                            00029800
029803 CREATE-AUTHORITY-TABLE.                                          00029803
029806     MOVE 1 TO WS-SQL-PTR                                         00029806
029809     STRING 'CREATE TABLE IF NOT EXISTS SQL_AUTHORITY ('          00029809
029812         DELIMITED BY SIZE                                        00029812
029815         'JOB_NAME TEXT PRIMARY KEY, GRANTED_DATE TEXT, '         00029815
029818         DELIMITED BY SIZE                                        00029818
029821         'GRANTED_JOB TEXT)' DELIMITED BY SIZE                    00029821
029824         INTO SQL-ZCHAR                                           00029824
029827         WITH POINTER WS-SQL-PTR                                  00029827
029830     END-STRING                                                   00029830
029833     MOVE LOW-VALUES TO SQL-ZCHAR(WS-SQL-PTR:1)                   00029833
029836     CALL SQLITE3A USING BY REFERENCE SQLITE3-EXEC                00029836
029839         BY VALUE LS-DB                                           00029839
029842         BY REFERENCE SQL-ZCHAR                                   00029842
029845         BY VALUE LS-ZERO                                         00029845
029848         BY VALUE LS-ZERO                                         00029848
029851         BY VALUE LS-ZERO                                         00029851
029854         RETURNING LS-SQL-RC                                      00029854
029857     END-CALL                                                     00029857
029860     IF LS-SQL-RC IS NOT EQUAL TO SQLITE-OK AND                   00029860
029863        LS-SQL-RC IS NOT EQUAL TO SQLITE-DONE THEN                00029863
029866        DISPLAY 'CREATE SQL_AUTHORITY TABLE FAILED. RC='          00029866
029869           LS-SQL-RC UPON SYSOUT                                  00029869
029872        PERFORM DISPLAY-SQL-ERROR                                 00029872
029875        MOVE +16 TO RETURN-CODE                                   00029875
029878        GOBACK                                                    00029878
029881     END-IF                                                       00029881
029884     .                                                            00029884
029900 PREPARE-STATEMENTS.                                              00029900
030000     MOVE 1 TO WS-SQL-PTR                                         00030000
030100     STRING 'SELECT PARM_VALUE FROM SYSTEM_PARMS WHERE '          00030100
033500     MOVE 'AUDIT INSERT' TO WS-PREP-LABEL                         00033500
033600     PERFORM PREPARE-ONE-STATEMENT                                00033600
033700     SET LS-AUDIT-STMT TO LS-PREPARED-STMT                        00033700
033705     MOVE 1 TO WS-SQL-PTR                                         00033705
033710     STRING 'INSERT OR REPLACE INTO SQL_AUTHORITY('               00033710
033715         DELIMITED BY SIZE                                        00033715
033720         'JOB_NAME,GRANTED_DATE,GRANTED_JOB) VALUES(?,?,?)'       00033720
033725         DELIMITED BY SIZE                                        00033725
033730         INTO SQL-ZCHAR                                           00033730
033735         WITH POINTER WS-SQL-PTR                                  00033735
033740     END-STRING                                                   00033740
033745     MOVE LOW-VALUES TO SQL-ZCHAR(WS-SQL-PTR:1)                   00033745
033750     MOVE 'SQL GRANT' TO WS-PREP-LABEL                            00033750
033755     PERFORM PREPARE-ONE-STATEMENT                                00033755
033760     SET LS-GRANT-STMT TO LS-PREPARED-STMT                        00033760
033765     MOVE Z'DELETE FROM SQL_AUTHORITY WHERE JOB_NAME = ?'         00033765
033770        TO SQL-ZCHAR                                              00033770
033775     MOVE 'SQL REVOKE' TO WS-PREP-LABEL                           00033775
033780     PERFORM PREPARE-ONE-STATEMENT                                00033780
033785     SET LS-REVOKE-STMT TO LS-PREPARED-STMT                       00033785
033800     MOVE Z'BEGIN TRANSACTION' TO SQL-ZCHAR                       00033800
033900     CALL SQLITE3A USING BY REFERENCE SQLITE3-EXEC                00033900
034000         BY VALUE LS-DB                                           00034000
047000            DELIMITED BY '='                                      00047000
047100             INTO WS-CARD-KEYWORD, WS-CARD-VALUE                  00047100
047200        END-UNSTRING                                              00047200
047260        EVALUATE TRUE                                             00047260
047320        WHEN WS-CARD-KEYWORD IS EQUAL TO SPACES                   00047320
047380        WHEN WS-CARD-VALUE IS EQUAL TO SPACES                     00047380
047440             DISPLAY 'INVALID PARM CARD IGNORED: '                00047440
047500                SYSIN-RECORD UPON SYSOUT                          00047500
047560        WHEN WS-CARD-KEYWORD IS EQUAL TO 'SQLGRANT'               00047560
047620        WHEN WS-CARD-KEYWORD IS EQUAL TO 'SQLREVOKE'              00047620
047680             PERFORM APPLY-SQL-AUTHORITY THRU                     00047680
047740                APPLY-SQL-AUTHORITY-EXIT                          00047740
047800        WHEN OTHER                                                00047800
047860             PERFORM APPLY-ONE-PARM                               00047860
047920        END-EVALUATE                                              00047920
048000     END-IF                                                       00048000
048100     .                                                            00048100
048110*                                                                 00048110
048120* SQLGRANT=/SQLREVOKE= cards: add or drop one job on              00048120
048130* SQL_AUTHORITY. The job name is kept blank-padded to 8, the      00048130
048140* same form every program writes JOB_NAME in.                     00048140
048150*                                                                 00048150
048160 APPLY-SQL-AUTHORITY.                                             00048160
048170     MOVE ZERO TO WS-VALUE-LEN                                    00048170
048180     INSPECT WS-CARD-VALUE TALLYING WS-VALUE-LEN                  00048180
048190             FOR CHARACTERS BEFORE INITIAL SPACE                  00048190
048200     IF WS-VALUE-LEN IS GREATER THAN 8 THEN                       00048200
048210        DISPLAY 'INVALID JOB NAME, CARD IGNORED: '                00048210
048220           SYSIN-RECORD UPON SYSOUT                               00048220
048230        GO TO APPLY-SQL-AUTHORITY-EXIT                            00048230
048240     END-IF                                                       00048240
048250     MOVE WS-CARD-VALUE(1:8) TO WS-AUTH-JOB                       00048250
048260     MOVE 'SQL_AUTHORITY' TO WS-AUDIT-TABLE                       00048260
048270     MOVE SPACES TO WS-AUDIT-BEFORE                               00048270
048280     MOVE SPACES TO WS-AUDIT-AFTER                                00048280
048290     IF WS-CARD-KEYWORD IS EQUAL TO 'SQLREVOKE' THEN              00048290
048300        GO TO REVOKE-SQL-AUTHORITY                                00048300
048310     END-IF                                                       00048310
048320     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           00048320
048330         BY VALUE LS-GRANT-STMT                                   00048330
048340         BY VALUE LS-ONE                                          00048340
048350         BY REFERENCE WS-AUTH-JOB                                 00048350
048360         BY VALUE 8                                               00048360
048370         BY VALUE SQLITE-TRANSIENT                                00048370
048380         RETURNING LS-SQL-RC                                      00048380
048390     END-CALL                                                     00048390
048400     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           00048400
048410         BY VALUE LS-GRANT-STMT                                   00048410
048420         BY VALUE LS-TWO                                          00048420
048430         BY REFERENCE WS-RUN-DATE                                 00048430
048440         BY VALUE 8                                               00048440
048450         BY VALUE SQLITE-TRANSIENT                                00048450
048460         RETURNING LS-SQL-RC                                      00048460
048470     END-CALL                                                     00048470
048480     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           00048480
048490         BY VALUE LS-GRANT-STMT                                   00048490
048500         BY VALUE LS-THREE                                        00048500
048510         BY REFERENCE WS-JOB-NAME                                 00048510
048520         BY VALUE 8                                               00048520
048530         BY VALUE SQLITE-TRANSIENT                                00048530
048540         RETURNING LS-SQL-RC                                      00048540
048550     END-CALL                                                     00048550
048560     CALL SQLITE3A USING BY REFERENCE SQLITE3-STEP                00048560
048570         BY VALUE LS-GRANT-STMT                                   00048570
048580         RETURNING LS-SQL-RC                                      00048580
048590     END-CALL                                                     00048590
048600     IF LS-SQL-RC IS NOT EQUAL TO SQLITE-OK AND                   00048600
048610        LS-SQL-RC IS NOT EQUAL TO SQLITE-DONE THEN                00048610
048620        DISPLAY 'SQL GRANT FAILED. RC='                           00048620
048630           LS-SQL-RC UPON SYSOUT                                  00048630
048640        PERFORM DISPLAY-SQL-ERROR                                 00048640
048650        MOVE +16 TO RETURN-CODE                                   00048650
048660     ELSE                                                         00048660
048670        ADD 1 TO WS-APPLIED-COUNT                                 00048670
048680        MOVE 'INSERT' TO WS-AUDIT-OP                              00048680
048690        STRING 'JOB=' DELIMITED BY SIZE                           00048690
048700            WS-AUTH-JOB DELIMITED BY SIZE                         00048700
048710            ' GRANTED=' DELIMITED BY SIZE                         00048710
048720            WS-RUN-DATE DELIMITED BY SIZE                         00048720
048730            INTO WS-AUDIT-AFTER                                   00048730
048740        END-STRING                                                00048740
048750        PERFORM WRITE-AUDIT-LOG                                   00048750
048760        DISPLAY 'SQL UPDATE GRANTED TO JOB ' WS-AUTH-JOB          00048760
048770           UPON SYSOUT                                            00048770
048780     END-IF                                                       00048780
048790     CALL SQLITE3A USING BY REFERENCE SQLITE3-RESET               00048790
048800         BY VALUE LS-GRANT-STMT                                   00048800
048810         RETURNING LS-SQL-RC                                      00048810
048820     END-CALL                                                     00048820
048830     GO TO APPLY-SQL-AUTHORITY-EXIT                               00048830
048840     .                                                            00048840
048850 REVOKE-SQL-AUTHORITY.                                            00048850
048860     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           00048860
048870         BY VALUE LS-REVOKE-STMT                                  00048870
048880         BY VALUE LS-ONE                                          00048880
048890         BY REFERENCE WS-AUTH-JOB                                 00048890
048900         BY VALUE 8                                               00048900
048910         BY VALUE SQLITE-TRANSIENT                                00048910
048920         RETURNING LS-SQL-RC                                      00048920
048930     END-CALL                                                     00048930
048940     CALL SQLITE3A USING BY REFERENCE SQLITE3-STEP                00048940
048950         BY VALUE LS-REVOKE-STMT                                  00048950
048960         RETURNING LS-SQL-RC                                      00048960
048970     END-CALL                                                     00048970
048980     IF LS-SQL-RC IS NOT EQUAL TO SQLITE-OK AND                   00048980
048990        LS-SQL-RC IS NOT EQUAL TO SQLITE-DONE THEN                00048990
049000        DISPLAY 'SQL REVOKE FAILED. RC='                          00049000
049010           LS-SQL-RC UPON SYSOUT                                  00049010
049020        PERFORM DISPLAY-SQL-ERROR                                 00049020
049030        MOVE +16 TO RETURN-CODE                                   00049030
049040     ELSE                                                         00049040
049050        CALL SQLITE3A USING BY REFERENCE SQLITE3-CHANGES          00049050
049060            BY VALUE LS-DB                                        00049060
049070            RETURNING LS-CHANGES                                  00049070
049080        END-CALL                                                  00049080
049090        IF LS-CHANGES IS EQUAL TO ZERO THEN                       00049090
049100           DISPLAY 'JOB ' WS-AUTH-JOB                             00049100
049110              ' WAS NOT ON SQL_AUTHORITY.' UPON SYSOUT            00049110
049120        ELSE                                                      00049120
049130           ADD 1 TO WS-APPLIED-COUNT                              00049130
049140           MOVE 'DELETE' TO WS-AUDIT-OP                           00049140
049150           STRING 'JOB=' DELIMITED BY SIZE                        00049150
049160               WS-AUTH-JOB DELIMITED BY SIZE                      00049160
049170               INTO WS-AUDIT-BEFORE                               00049170
049180           END-STRING                                             00049180
049190           PERFORM WRITE-AUDIT-LOG                                00049190
049200           DISPLAY 'SQL UPDATE REVOKED FROM JOB ' WS-AUTH-JOB     00049200
049210              UPON SYSOUT                                         00049210
049220        END-IF                                                    00049220
049230     END-IF                                                       00049230
049240     CALL SQLITE3A USING BY REFERENCE SQLITE3-RESET               00049240
049250         BY VALUE LS-REVOKE-STMT                                  00049250
049260         RETURNING LS-SQL-RC                                      00049260
049270     END-CALL                                                     00049270
049280     .                                                            00049280
049290 APPLY-SQL-AUTHORITY-EXIT.                                        00049290
049300     EXIT.                                                        00049300
049310 APPLY-ONE-PARM.                                                  00049310
049320     MOVE ZERO TO WS-KEYWORD-LEN                                  00049320
049330     INSPECT WS-CARD-KEYWORD TALLYING WS-KEYWORD-LEN              00049330
049340             FOR CHARACTERS BEFORE INITIAL SPACE                  00049340
049350     MOVE ZERO TO WS-VALUE-LEN                                    00049350
049360     INSPECT WS-CARD-VALUE TALLYING WS-VALUE-LEN                  00049360
049370             FOR CHARACTERS BEFORE INITIAL SPACE                  00049370
049380     PERFORM LOOKUP-OLD-VALUE                                     00049380
049390     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           00049390
049400         BY VALUE LS-REPLACE-STMT                                 00049400
049410         BY VALUE LS-ONE                                          00049410
049420         BY REFERENCE WS-CARD-KEYWORD                             00049420
049430         BY VALUE WS-KEYWORD-LEN                                  00049430
049500         BY VALUE SQLITE-TRANSIENT                                00049500
049600         RETURNING LS-SQL-RC                                      00049600
049700     END-CALL                                                     00049700
065000         BY VALUE LS-AUDIT-STMT                                   00065000
065100         RETURNING LS-SQL-RC                                      00065100
065200     END-CALL                                                     00065200
065210     CALL SQLITE3A USING BY REFERENCE SQLITE3-FINALIZE            00065210
065220         BY VALUE LS-GRANT-STMT                                   00065220
065230         RETURNING LS-SQL-RC                                      00065230
065240     END-CALL                                                     00065240
065250     CALL SQLITE3A USING BY REFERENCE SQLITE3-FINALIZE            00065250
065260         BY VALUE LS-REVOKE-STMT                                  00065260
065270         RETURNING LS-SQL-RC                                      00065270
065280     END-CALL                                                     00065280
065300     MOVE WS-APPLIED-COUNT TO WS-COUNT-DISPLAY                    00065300
065400     DISPLAY 'PARM CARDS APPLIED=' WS-COUNT-DISPLAY               00065400
065500        UPON SYSOUT                                               00065500
