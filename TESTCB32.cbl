002800*                  (default the comma)                            00002800
002900*   COLUMN=name    one card per column wanted, in output          00002900
003000*                  order (up to 20)                               00003000
003020*   DORMANT=opt    INCLUDE (the default) exports every row,       00003020
003040*                  EXCLUDE leaves out the rows TESTCB50 has       00003040
003060*                  flagged dormant, ONLY exports just those       00003060
003100* The column names and declared types are verified against        00003100
003200* the same PRAGMA table_info() walk TESTCOB6 uses; a card         00003200
003300* naming a column the table does not have ends the job            00003300
010300 77  LS-ZERO                 PIC S9(9) COMP-5                     00010300
010400                             VALUE IS ZERO.                       00010400
010500 77  LS-SQL-RC               PIC S9(9) COMP-5.                    00010500
010600 77  SQL-ZCHAR               PIC X(1024).                         00010600
010700 77  LS-MINUS-ONE            PIC S9(9) COMP-5                     00010700
010800        VALUE IS -1.                                              00010800
010900 77  LS-OPEN-FLAGS           PIC S9(9) COMP-5.                    00010900
014100 77  WS-CARD-VALUE           PIC X(40).                           00014100
014200 77  WS-DELIMITER            PIC X                                00014200
014300        VALUE IS ','.                                             00014300
014310 77  WS-DORMANT-OPTION       PIC X(8)                             00014310
014320        VALUE IS 'INCLUDE'.                                       00014320
014330     88  WS-DORMANT-INCLUDE  VALUE IS 'INCLUDE'.                  00014330
014340     88  WS-DORMANT-EXCLUDE  VALUE IS 'EXCLUDE'.                  00014340
014350     88  WS-DORMANT-ONLY     VALUE IS 'ONLY'.                     00014350
014360 77  WS-DORMANT-SWITCH       PIC X                                00014360
014370        VALUE IS 'N'.                                             00014370
014380     88  WS-DORMANT-FOUND    VALUE IS 'Y'.                        00014380
014400 77  WS-EXP-MAX              PIC S9(4) COMP-5                     00014400
014500        VALUE IS 20.                                              00014500
014600 01  WS-EXPORT-COLUMNS.                                           00014600
028900                FOR CHARACTERS BEFORE INITIAL SPACE               00028900
029000             MOVE 'N' TO WS-EXP-NUMERIC(WS-EXP-USED)              00029000
029100             MOVE 'N' TO WS-EXP-FOUND(WS-EXP-USED)                00029100
029110        WHEN 'DORMANT'                                            00029110
029120             IF WS-CARD-VALUE IS EQUAL TO 'INCLUDE' OR            00029120
029130                WS-CARD-VALUE IS EQUAL TO 'EXCLUDE' OR            00029130
029140                WS-CARD-VALUE IS EQUAL TO 'ONLY' THEN             00029140
029150                MOVE WS-CARD-VALUE TO WS-DORMANT-OPTION           00029150
029160             ELSE                                                 00029160
029170                DISPLAY 'INVALID DORMANT CARD IGNORED: '          00029170
029180                   SYSIN-RECORD UPON SYSOUT                       00029180
029190             END-IF                                               00029190
029200        WHEN OTHER                                                00029200
029300             DISPLAY 'INVALID SELECTION CARD IGNORED: '           00029300
029400                SYSIN-RECORD UPON SYSOUT                          00029400
038800     IF RETURN-CODE IS EQUAL TO +16 THEN                          00038800
038900        GOBACK                                                    00038900
039000     END-IF                                                       00039000
039100     GO TO CHECK-DORMANT-TABLE                                    00039100
039200     .                                                            00039200
039300 MATCH-ONE-COLUMN.                                                00039300
039400     MOVE +1 TO LS-COLUMN-NUMBER                                  00039400
044800        END-IF                                                    00044800
044900     END-IF                                                       00044900
045000     .                                                            00045000
045003*                                                                 00045003
045006* DORMANT=EXCLUDE or ONLY needs the DORMANT status table          00045006
045009* TESTCB50 keeps; a data base it has never run against has no     00045009
045012* dormant rows.                                                   00045012
045015*                                                                 00045015
045018 CHECK-DORMANT-TABLE.                                             00045018
045021     IF WS-DORMANT-INCLUDE THEN                                   00045021
045024        GO TO PREPARE-EXPORT-SELECT                               00045024
045027     END-IF                                                       00045027
045030     MOVE Z'SELECT COUNT(*) FROM DORMANT' TO SQL-ZCHAR            00045030
045033     CALL SQLITE3A USING BY REFERENCE SQLITE3-PREPARE-V2          00045033
045036         BY VALUE LS-DB                                           00045036
045039         BY REFERENCE SQL-ZCHAR                                   00045039
045042         BY VALUE LS-MINUS-ONE                                    00045042
045045         BY REFERENCE LS-SELECT-STMT                              00045045
045048         BY VALUE LS-ZERO                                         00045048
045051         RETURNING LS-SQL-RC                                      00045051
045054     END-CALL                                                     00045054
045057     IF LS-SQL-RC IS EQUAL TO SQLITE-OK OR                        00045057
045060        LS-SQL-RC IS EQUAL TO SQLITE-DONE THEN                    00045060
045063        MOVE 'Y' TO WS-DORMANT-SWITCH                             00045063
045066        CALL SQLITE3A USING BY REFERENCE SQLITE3-FINALIZE         00045066
045069            BY VALUE LS-SELECT-STMT                               00045069
045072            RETURNING LS-SQL-RC                                   00045072
045075        END-CALL                                                  00045075
045078     ELSE                                                         00045078
045081        DISPLAY 'NO DORMANT TABLE FOUND. NO ROW IS DORMANT.'      00045081
045084           UPON SYSOUT                                            00045084
045087     END-IF                                                       00045087
045090     .                                                            00045090
045100 PREPARE-EXPORT-SELECT.                                           00045100
045200     MOVE 1 TO WS-SQL-PTR                                         00045200
045300     STRING 'SELECT ' DELIMITED BY SIZE                           00045300
047500         INTO SQL-ZCHAR                                           00047500
047600         WITH POINTER WS-SQL-PTR                                  00047600
047700     END-STRING                                                   00047700
047703     IF WS-DORMANT-FOUND THEN                                     00047703
047706        IF WS-DORMANT-EXCLUDE THEN                                00047706
047709           STRING ' WHERE NOT EXISTS' DELIMITED BY SIZE           00047709
047712               INTO SQL-ZCHAR                                     00047712
047715               WITH POINTER WS-SQL-PTR                            00047715
047718           END-STRING                                             00047718
047721        ELSE                                                      00047721
047724           STRING ' WHERE EXISTS' DELIMITED BY SIZE               00047724
047727               INTO SQL-ZCHAR                                     00047727
047730               WITH POINTER WS-SQL-PTR                            00047730
047733           END-STRING                                             00047733
047736        END-IF                                                    00047736
047739        STRING ' (SELECT 1 FROM DORMANT D WHERE '                 00047739
047742            DELIMITED BY SIZE                                     00047742
047745            'D.TABLE_NAME = ''' DELIMITED BY SIZE                 00047745
047748            WS-TABLE-NAME(1:WS-TABLE-NAME-LEN)                    00047748
047751            DELIMITED BY SIZE                                     00047751
047754            ''' AND D.ID = ' DELIMITED BY SIZE                    00047754
047757            WS-TABLE-NAME(1:WS-TABLE-NAME-LEN)                    00047757
047760            DELIMITED BY SIZE                                     00047760
047763            '.ID AND D.STATUS = ''DORMANT'')' DELIMITED BY SIZE   00047763
047766            INTO SQL-ZCHAR                                        00047766
047769            WITH POINTER WS-SQL-PTR                               00047769
047772        END-STRING                                                00047772
047775     ELSE                                                         00047775
047778        IF WS-DORMANT-ONLY THEN                                   00047778
047781           STRING ' WHERE 0' DELIMITED BY SIZE                    00047781
047784               INTO SQL-ZCHAR                                     00047784
047787               WITH POINTER WS-SQL-PTR                            00047787
047790           END-STRING                                             00047790
047793        END-IF                                                    00047793
047796     END-IF                                                       00047796
047800     MOVE LOW-VALUES TO SQL-ZCHAR(WS-SQL-PTR:1)                   00047800
047900     CALL SQLITE3A USING BY REFERENCE SQLITE3-PREPARE-V2          00047900
048000         BY VALUE LS-DB                                           00048000
