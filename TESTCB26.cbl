004300* must match the EXPECTCOUNT/EXPECTTOTAL figures from the         00004300
004400* prior SIMULATE report or the whole run is rolled back           00004400
004500* RC=8, so what was approved is exactly what is applied.          00004500
004509*                                                                 00004509
004518* Dual control: when SYSTEM_PARMS carries an APPROVALAMT          00004518
004527* threshold, a row whose adjustment moves AMOUNT by more than     00004527
004536* the threshold is flagged PENDING APPROVAL on the report. In     00004536
004545* APPLY mode that row is not updated; it is parked in the         00004545
004554* PENDING_CHANGE table (audited as a PEND against                 00004554
004563* PENDING_CHANGE under this job's name as maker) for TESTCB37     00004563
004572* to approve or reject from a second job name. Parked rows        00004572
004581* still count toward EXPECTCOUNT/EXPECTTOTAL, so the balance      00004581
004590* against the SIMULATE report is unchanged.                       00004590
004600*                                                                 00004600
004700 ENVIRONMENT DIVISION.                                            00004700
004800 CONFIGURATION SECTION.                                           00004800
010700 77  LS-ZERO                 PIC S9(9) COMP-5                     00010700
010800                             VALUE IS ZERO.                       00010800
010900 77  LS-SQL-RC               PIC S9(9) COMP-5.                    00010900
011000 77  SQL-ZCHAR               PIC X(320).                          00011000
011100 77  LS-MINUS-ONE            PIC S9(9) COMP-5                     00011100
011200        VALUE IS -1.                                              00011200
011300 77  LS-ONE                  PIC S9(9) COMP-5                     00011300
012200        VALUE IS 5.                                               00012200
012300 77  LS-SIX                  PIC S9(9) COMP-5                     00012300
012400        VALUE IS 6.                                               00012400
012420 77  LS-SEVEN                PIC S9(9) COMP-5                     00012420
012440        VALUE IS 7.                                               00012440
012460 77  LS-EIGHT                PIC S9(9) COMP-5                     00012460
012480        VALUE IS 8.                                               00012480
012500 77  LS-I                    PIC S9(9) COMP-5.                    00012500
012600 77  LS-DOUBLE-BFP           USAGE COMP-2.                        00012600
012700 77  LS-DOUBLE-HFP           USAGE COMP-2.                        00012700
015200 77  WS-APPLY-SWITCH         PIC X                                00015200
015300                             VALUE IS 'N'.                        00015300
015400     88  WS-APPLY-MODE       VALUE IS 'Y'.                        00015400
015403*                                                                 00015403
015406* The SYSTEM_PARMS lookup: the APPROVALAMT dual-control           00015406
015409* threshold comes from the central configuration table            00015409
015412* (maintained by TESTCB33); a data base without the table or      00015412
015415* the keyword applies every adjustment, as before.                00015415
015418*                                                                 00015418
015421 77  LS-SYSPARM-STMT         USAGE IS POINTER.                    00015421
015424 77  WS-SYSPARM-KEY          PIC X(20).                           00015424
015427 77  WS-SYSPARM-KEY-LEN      PIC S9(4) COMP-5.                    00015427
015430 77  WS-SYSPARM-VAL-LEN      PIC S9(4) COMP-5.                    00015430
015433 77  WS-SYSPARM-VALUE        PIC X(40).                           00015433
015436 77  WS-SYSPARM-FOUND-SWITCH PIC X.                               00015436
015439     88  WS-SYSPARM-FOUND    VALUE IS 'Y'.                        00015439
015442*                                                                 00015442
015445* Fields supporting the dual-control parking of large             00015445
015448* adjustments in PENDING_CHANGE for a second job to approve.      00015448
015451*                                                                 00015451
015454 77  LS-PENDING-STMT         USAGE IS POINTER.                    00015454
015457 77  LS-CHANGE-ID            PIC S9(18) COMP-5.                   00015457
015460 77  WS-CHANGE-ID-DISPLAY    PIC 9(9).                            00015460
015463 77  WS-APPROVAL-AMOUNT      PIC S9(7)V99                         00015463
015466        VALUE IS ZERO.                                            00015466
015469 77  WS-DUAL-CONTROL-SWITCH  PIC X                                00015469
015472                             VALUE IS 'N'.                        00015472
015475     88  WS-DUAL-CONTROL     VALUE IS 'Y'.                        00015475
015478 77  WS-APPROVAL-SWITCH      PIC X.                               00015478
015481     88  WS-NEEDS-APPROVAL   VALUE IS 'Y'.                        00015481
015484 77  WS-CHANGE-AMOUNT        PIC S9(8)V99.                        00015484
015487 77  WS-ROWS-PARKED          PIC S9(9) COMP-5                     00015487
015490        VALUE IS ZERO.                                            00015490
015500*                                                                 00015500
015600* The SYSIN selection/adjustment criteria.                        00015600
015700*                                                                 00015700
026600     05  WS-ADJ-AFTER        PIC 9(7).99.                         00026600
026700     05  FILLER              PIC X(2).                            00026700
026800     05  WS-ADJ-CHANGE       PIC -(9)9.99.                        00026800
026830     05  FILLER              PIC X(2).                            00026830
026860     05  WS-ADJ-FLAG         PIC X(16).                           00026860
026900 01  WS-ADJ-HEADER.                                               00026900
027000     05  FILLER              PIC X(9)                             00027000
027100         VALUE IS '  LOAD-ID'.                                    00027100
048200         RETURNING LS-SQL-RC                                      00048200
048300     END-CALL                                                     00048300
048400     .                                                            00048400
048405*                                                                 00048405
048410* Large adjustments need a second person: the APPROVALAMT         00048410
048415* threshold comes from SYSTEM_PARMS, in SIMULATE mode as well,    00048415
048420* so the preview flags exactly the rows APPLY will park.          00048420
048425*                                                                 00048425
048430 READ-APPROVAL-LIMIT.                                             00048430
048435     MOVE 'APPROVALAMT' TO WS-SYSPARM-KEY                         00048435
048440     PERFORM GET-SYSTEM-PARM                                      00048440
048445     IF WS-SYSPARM-FOUND THEN                                     00048445
048450        COMPUTE WS-APPROVAL-AMOUNT =                              00048450
048455                FUNCTION NUMVAL(WS-SYSPARM-VALUE)                 00048455
048460        IF WS-APPROVAL-AMOUNT IS GREATER THAN ZERO THEN           00048460
048465           MOVE 'Y' TO WS-DUAL-CONTROL-SWITCH                     00048465
048470        END-IF                                                    00048470
048475     END-IF                                                       00048475
048480     .                                                            00048480
048500 PREPARE-STATEMENTS.                                              00048500
048600     MOVE 1 TO WS-SQL-PTR                                         00048600
048700     STRING 'SELECT ID,NAME,AMOUNT FROM ' DELIMITED BY SIZE       00048700
057000     MOVE 'AUDIT INSERT' TO WS-PREP-LABEL                         00057000
057100     PERFORM PREPARE-ONE-STATEMENT                                00057100
057200     SET LS-AUDIT-STMT TO LS-PREPARED-STMT                        00057200
057204     IF WS-DUAL-CONTROL THEN                                      00057204
057208        PERFORM CREATE-PENDING-CHANGE-TABLE                       00057208
057212        MOVE 1 TO WS-SQL-PTR                                      00057212
057216        STRING 'INSERT INTO PENDING_CHANGE(TABLE_NAME,'           00057216
057220            DELIMITED BY SIZE                                     00057220
057224            'SOURCE_PGM,ACTION,ROW_ID,NEW_NAME,NEW_AMOUNT,'       00057224
057228            DELIMITED BY SIZE                                     00057228
057232            'OLD_NAME,OLD_AMOUNT,STATUS,MAKER_JOB,MAKER_TIME) '   00057232
057236            DELIMITED BY SIZE                                     00057236
057240            'VALUES(?,''TESTCB26'',''U'',?,?,?,?,?,''PENDING'','  00057240
057244            DELIMITED BY SIZE                                     00057244
057248            '?,?)' DELIMITED BY SIZE                              00057248
057252            INTO SQL-ZCHAR                                        00057252
057256            WITH POINTER WS-SQL-PTR                               00057256
057260        END-STRING                                                00057260
057264        MOVE LOW-VALUES TO SQL-ZCHAR(WS-SQL-PTR:1)                00057264
057268        MOVE 'PENDING INSERT' TO WS-PREP-LABEL                    00057268
057272        PERFORM PREPARE-ONE-STATEMENT                             00057272
057276        SET LS-PENDING-STMT TO LS-PREPARED-STMT                   00057276
057280     END-IF                                                       00057280
057300     MOVE Z'BEGIN TRANSACTION' TO SQL-ZCHAR                       00057300
057400     CALL SQLITE3A USING BY REFERENCE SQLITE3-EXEC                00057400
057500         BY VALUE LS-DB                                           00057500
080200        PERFORM WRITE-REPORT-LINE-OUT                             00080200
080300     ELSE                                                         00080300
080400        ADD 1 TO WS-ROWS-SELECTED                                 00080400
080450        PERFORM CHECK-APPROVAL-LIMIT                              00080450
080500        ADD WS-OLD-AMOUNT TO WS-TOTAL-BEFORE                      00080500
080600        ADD WS-NEW-AMOUNT TO WS-TOTAL-AFTER                       00080600
080700        COMPUTE WS-TOTAL-CHANGE =                                 00080700
081400        MOVE WS-NEW-AMOUNT TO WS-ADJ-AFTER                        00081400
081500        COMPUTE WS-ADJ-CHANGE =                                   00081500
081600                WS-NEW-AMOUNT - WS-OLD-AMOUNT                     00081600
081620        IF WS-NEEDS-APPROVAL THEN                                 00081620
081640           MOVE 'PENDING APPROVAL' TO WS-ADJ-FLAG                 00081640
081660        END-IF                                                    00081660
081700        IF WS-LINE-COUNT >= WS-LINES-PER-PAGE THEN                00081700
081800           PERFORM WRITE-REPORT-HEADING                           00081800
081900        END-IF                                                    00081900
082100        WRITE REPORT1-RECORD AFTER ADVANCING 1 LINE               00082100
082200        ADD 1 TO WS-LINE-COUNT                                    00082200
082300        IF WS-APPLY-MODE THEN                                     00082300
082330           IF WS-NEEDS-APPROVAL THEN                              00082330
082360              PERFORM PARK-PENDING-CHANGE                         00082360
082390           ELSE                                                   00082390
082420              PERFORM APPLY-ONE-UPDATE                            00082420
082450           END-IF                                                 00082450
082500        END-IF                                                    00082500
082600     END-IF                                                       00082600
082700     .                                                            00082700
082705*                                                                 00082705
082710* Dual control: an adjustment that moves AMOUNT by more than      00082710
082715* the APPROVALAMT threshold must be approved by a second job.     00082715
082720*                                                                 00082720
082725 CHECK-APPROVAL-LIMIT.                                            00082725
082730     MOVE 'N' TO WS-APPROVAL-SWITCH                               00082730
082735     IF WS-DUAL-CONTROL THEN                                      00082735
082740        COMPUTE WS-CHANGE-AMOUNT =                                00082740
082745                WS-NEW-AMOUNT - WS-OLD-AMOUNT                     00082745
082750        IF WS-CHANGE-AMOUNT IS LESS THAN ZERO THEN                00082750
082755           COMPUTE WS-CHANGE-AMOUNT = 0 - WS-CHANGE-AMOUNT        00082755
082760        END-IF                                                    00082760
082765        IF WS-CHANGE-AMOUNT IS GREATER THAN                       00082765
082770           WS-APPROVAL-AMOUNT THEN                                00082770
082775           MOVE 'Y' TO WS-APPROVAL-SWITCH                         00082775
082780           ADD 1 TO WS-ROWS-PARKED                                00082780
082785        END-IF                                                    00082785
082790     END-IF                                                       00082790
082795     .                                                            00082795
082800 APPLY-ONE-UPDATE.                                                00082800
082900     COMPUTE LS-DOUBLE-HFP = WS-NEW-AMOUNT                        00082900
083000     CALL SQLITE3A USING                                          00083000
091800         WITH POINTER WS-RPT-PTR                                  00091800
091900     END-STRING                                                   00091900
092000     PERFORM WRITE-REPORT-LINE-OUT                                00092000
092008     IF WS-DUAL-CONTROL THEN                                      00092008
092016        MOVE WS-ROWS-PARKED TO WS-COUNT-DISPLAY                   00092016
092024        MOVE 1 TO WS-RPT-PTR                                      00092024
092032        STRING 'ROWS FOR APPROVAL   : ' DELIMITED BY SIZE         00092032
092040            WS-COUNT-DISPLAY DELIMITED BY SIZE                    00092040
092048            ' (INCLUDED IN ROWS ADJUSTED)' DELIMITED BY SIZE      00092048
092056            INTO WS-REPORT-LINE                                   00092056
092064            WITH POINTER WS-RPT-PTR                               00092064
092072        END-STRING                                                00092072
092080        PERFORM WRITE-REPORT-LINE-OUT                             00092080
092088     END-IF                                                       00092088
092100     MOVE WS-TOTAL-BEFORE TO WS-TOTAL-DISPLAY                     00092100
092200     MOVE 1 TO WS-RPT-PTR                                         00092200
092300     STRING 'AMOUNT TOTAL BEFORE : ' DELIMITED BY SIZE            00092300
097800           PERFORM WRITE-REPORT-LINE-OUT                          00097800
097900           DISPLAY 'ADJUSTMENTS APPLIED AND COMMITTED.'           00097900
098000              UPON SYSOUT                                         00098000
098006          IF WS-ROWS-PARKED IS GREATER THAN ZERO THEN             00098006
098012             MOVE WS-ROWS-PARKED TO WS-COUNT-DISPLAY              00098012
098018             MOVE 1 TO WS-RPT-PTR                                 00098018
098024             STRING WS-COUNT-DISPLAY DELIMITED BY SIZE            00098024
098030                 ' OF THEM PARKED IN PENDING_CHANGE FOR '         00098030
098036                 DELIMITED BY SIZE                                00098036
098042                 'TESTCB37 APPROVAL' DELIMITED BY SIZE            00098042
098048                 INTO WS-REPORT-LINE                              00098048
098054                 WITH POINTER WS-RPT-PTR                          00098054
098060             END-STRING                                           00098060
098066             PERFORM WRITE-REPORT-LINE-OUT                        00098066
098072             DISPLAY 'PENDING CHANGES AWAIT TESTCB37 APPROVAL.'   00098072
098078                UPON SYSOUT                                       00098078
098084          END-IF                                                  00098084
098100        END-IF                                                    00098100
098200     ELSE                                                         00098200
098300        MOVE Z'ROLLBACK TRANSACTION' TO SQL-ZCHAR                 00098300
100900         BY VALUE LS-AUDIT-STMT                                   00100900
101000         RETURNING LS-SQL-RC                                      00101000
101100     END-CALL                                                     00101100
101110     IF WS-DUAL-CONTROL THEN                                      00101110
101120        CALL SQLITE3A USING BY REFERENCE SQLITE3-FINALIZE         00101120
101130            BY VALUE LS-PENDING-STMT                              00101130
101140            RETURNING LS-SQL-RC                                   00101140
101150        END-CALL                                                  00101150
101160     END-IF                                                       00101160
101200     GO TO SHUTDOWN                                               00101200
101300     .                                                            00101300
101400 WRITE-REPORT-LINE-OUT.                                           00101400
106000     GOBACK                                                       00106000
106100     .                                                            00106100
106200                                                                  00106200
106300*                                                                 00106300
106400* Read one SYSTEM_PARMS value: the caller names the keyword       00106400
106500* in WS-SYSPARM-KEY; the value comes back in                      00106500
106600* WS-SYSPARM-VALUE with WS-SYSPARM-FOUND on. A data base          00106600
106700* with no SYSTEM_PARMS table (TESTCB33 has never run              00106700
106800* against it) simply leaves the switch off.                       00106800
106900*                                                                 00106900
107000 GET-SYSTEM-PARM.                                                 00107000
107100     MOVE 'N' TO WS-SYSPARM-FOUND-SWITCH                          00107100
107200     MOVE SPACES TO WS-SYSPARM-VALUE                              00107200
107300     MOVE ZERO TO WS-SYSPARM-KEY-LEN                              00107300
107400     INSPECT WS-SYSPARM-KEY TALLYING WS-SYSPARM-KEY-LEN           00107400
107500             FOR CHARACTERS BEFORE INITIAL SPACE                  00107500
107600     MOVE 1 TO WS-SQL-PTR                                         00107600
107700     STRING 'SELECT PARM_VALUE FROM SYSTEM_PARMS WHERE '          00107700
107800         DELIMITED BY SIZE                                        00107800
107900         'PARM_KEYWORD = ''' DELIMITED BY SIZE                    00107900
108000         WS-SYSPARM-KEY(1:WS-SYSPARM-KEY-LEN)                     00108000
108100         DELIMITED BY SIZE                                        00108100
108200         '''' DELIMITED BY SIZE                                   00108200
108300         INTO SQL-ZCHAR                                           00108300
108400         WITH POINTER WS-SQL-PTR                                  00108400
108500     END-STRING                                                   00108500
108600     MOVE LOW-VALUES TO SQL-ZCHAR(WS-SQL-PTR:1)                   00108600
108700     CALL SQLITE3A USING BY REFERENCE SQLITE3-PREPARE-V2          00108700
108800         BY VALUE LS-DB                                           00108800
108900         BY REFERENCE SQL-ZCHAR                                   00108900
109000         BY VALUE LS-MINUS-ONE                                    00109000
109100         BY REFERENCE LS-SYSPARM-STMT                             00109100
109200         BY VALUE LS-ZERO                                         00109200
109300         RETURNING LS-SQL-RC                                      00109300
109400     END-CALL                                                     00109400
109500     IF LS-SQL-RC IS NOT EQUAL TO SQLITE-OK AND                   00109500
109600        LS-SQL-RC IS NOT EQUAL TO SQLITE-DONE THEN                00109600
109700        DISPLAY 'NO SYSTEM_PARMS VALUE FOR '                      00109700
109800           WS-SYSPARM-KEY UPON SYSOUT                             00109800
109900     ELSE                                                         00109900
110000        CALL SQLITE3A USING BY REFERENCE SQLITE3-STEP             00110000
110100            BY VALUE LS-SYSPARM-STMT                              00110100
110200            RETURNING LS-SQL-RC                                   00110200
110300        END-CALL                                                  00110300
110400        IF LS-SQL-RC IS EQUAL TO SQLITE-ROW THEN                  00110400
110500           CALL SQLITE3A USING                                    00110500
110600               BY REFERENCE SQLITE3-COLUMN-TEXT                   00110600
110700               BY VALUE LS-SYSPARM-STMT                           00110700
110800               BY VALUE LS-ZERO                                   00110800
110900               RETURNING LS-COLUMN-POINTER                        00110900
111000           END-CALL                                               00111000
111100           IF LS-COLUMN-POINTER IS NOT EQUAL TO NULL THEN         00111100
111200              SET ADDRESS OF LINKAGE-COLUMN-TEXT TO               00111200
111300                  LS-COLUMN-POINTER                               00111300
111400              MOVE ZERO TO WS-SYSPARM-VAL-LEN                     00111400
111500              INSPECT LINKAGE-COLUMN-TEXT                         00111500
111600                 TALLYING WS-SYSPARM-VAL-LEN                      00111600
111700                 FOR CHARACTERS BEFORE INITIAL LOW-VALUE          00111700
111800              IF WS-SYSPARM-VAL-LEN IS GREATER THAN ZERO          00111800
111900                 THEN                                             00111900
112000                 MOVE LINKAGE-COLUMN-TEXT                         00112000
112100                    (1:WS-SYSPARM-VAL-LEN)                        00112100
112200                    TO WS-SYSPARM-VALUE                           00112200
112300                 MOVE 'Y' TO WS-SYSPARM-FOUND-SWITCH              00112300
112400                 DISPLAY 'SYSTEM PARM ' WS-SYSPARM-KEY            00112400
112500                    '= ' WS-SYSPARM-VALUE UPON SYSOUT             00112500
112600              END-IF                                              00112600
112700           END-IF                                                 00112700
112800        END-IF                                                    00112800
112900        CALL SQLITE3A USING BY REFERENCE SQLITE3-FINALIZE         00112900
113000            BY VALUE LS-SYSPARM-STMT                              00113000
113100            RETURNING LS-SQL-RC                                   00113100
113200        END-CALL                                                  00113200
113300     END-IF                                                       00113300
113400     .                                                            00113400
113500*                                                                 00113500
113600* PENDING_CHANGE holds the changes parked for a second job's      00113600
113700* approval, the same layout TESTCOB8 and TESTCB37 create.         00113700
113800*                                                                 00113800
113900 CREATE-PENDING-CHANGE-TABLE.                                     00113900
114000     MOVE 1 TO WS-SQL-PTR                                         00114000
114100     STRING 'CREATE TABLE IF NOT EXISTS PENDING_CHANGE ('         00114100
114200         DELIMITED BY SIZE                                        00114200
114300         'CHANGE_ID INTEGER PRIMARY KEY, TABLE_NAME TEXT, '       00114300
114400         DELIMITED BY SIZE                                        00114400
114500         'SOURCE_PGM TEXT, ACTION TEXT, ROW_ID INTEGER, '         00114500
114600         DELIMITED BY SIZE                                        00114600
114700         'NEW_NAME TEXT, NEW_AMOUNT REAL, OLD_NAME TEXT, '        00114700
114800         DELIMITED BY SIZE                                        00114800
114900         'OLD_AMOUNT REAL, STATUS TEXT, MAKER_JOB TEXT, '         00114900
115000         DELIMITED BY SIZE                                        00115000
115100         'MAKER_TIME REAL, CHECKER_JOB TEXT, '                    00115100
115200         DELIMITED BY SIZE                                        00115200
115300         'CHECKER_TIME REAL)' DELIMITED BY SIZE                   00115300
115400         INTO SQL-ZCHAR                                           00115400
115500         WITH POINTER WS-SQL-PTR                                  00115500
115600     END-STRING                                                   00115600
115700     MOVE LOW-VALUES TO SQL-ZCHAR(WS-SQL-PTR:1)                   00115700
115800     CALL SQLITE3A USING BY REFERENCE SQLITE3-EXEC                00115800
115900         BY VALUE LS-DB                                           00115900
116000         BY REFERENCE SQL-ZCHAR                                   00116000
116100         BY VALUE LS-ZERO                                         00116100
116200         BY VALUE LS-ZERO                                         00116200
116300         BY VALUE LS-ZERO                                         00116300
116400         RETURNING LS-SQL-RC                                      00116400
116500     END-CALL                                                     00116500
116600     IF LS-SQL-RC IS NOT EQUAL TO SQLITE-OK AND                   00116600
116700        LS-SQL-RC IS NOT EQUAL TO SQLITE-DONE THEN                00116700
116800        DISPLAY 'CREATE PENDING_CHANGE TABLE FAILED. RC='         00116800
116900           LS-SQL-RC UPON SYSOUT                                  00116900
117000        PERFORM DISPLAY-SQL-ERROR                                 00117000
117100        MOVE +16 TO RETURN-CODE                                   00117100
117200        CLOSE REPORT1-FD                                          00117200
117300        GOBACK                                                    00117300
117400     END-IF                                                       00117400
117500     .                                                            00117500
117600*                                                                 00117600
117700* Park an over-threshold adjustment in PENDING_CHANGE instead of  00117700
117800* updating the row: the repriced amount, the row as it stands     00117800
117900* now, and this job as the maker. The parking is audited against  00117900
118000* PENDING_CHANGE; the business table's own trail only ever shows  00118000
118100* what was actually applied. A failure here is treated like a     00118100
118200* failed UPDATE: the run is rolled back RC=16.                    00118200
118300*                                                                 00118300
118400 PARK-PENDING-CHANGE.                                             00118400
118500     CALL 'CEEGMT' USING LS-LILIAN, LS-AUDIT-GMT-SECS, LE-FC      00118500
118600     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           00118600
118700         BY VALUE LS-PENDING-STMT                                 00118700
118800         BY VALUE LS-ONE                                          00118800
118900         BY REFERENCE WS-TABLE-NAME                               00118900
119000         BY VALUE 30                                              00119000
119100         BY VALUE SQLITE-TRANSIENT                                00119100
119200         RETURNING LS-SQL-RC                                      00119200
119300     END-CALL                                                     00119300
119400     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-INT            00119400
119500         BY VALUE LS-PENDING-STMT                                 00119500
119600         BY VALUE LS-TWO                                          00119600
119700         BY VALUE WS-ROW-ID                                       00119700
119800         RETURNING LS-SQL-RC                                      00119800
119900     END-CALL                                                     00119900
120000     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           00120000
120100         BY VALUE LS-PENDING-STMT                                 00120100
120200         BY VALUE LS-THREE                                        00120200
120300         BY REFERENCE WS-ROW-NAME                                 00120300
120400         BY VALUE 40                                              00120400
120500         BY VALUE SQLITE-TRANSIENT                                00120500
120600         RETURNING LS-SQL-RC                                      00120600
120700     END-CALL                                                     00120700
120800     COMPUTE LS-DOUBLE-HFP = WS-NEW-AMOUNT                        00120800
120900     CALL SQLITE3A USING                                          00120900
121000         BY REFERENCE CONVERT-HFP-TO-BFP                          00121000
121100         BY VALUE LS-DOUBLE-HFP                                   00121100
121200         BY REFERENCE LS-DOUBLE-BFP                               00121200
121300     END-CALL                                                     00121300
121400     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-DOUBLE         00121400
121500         BY VALUE LS-PENDING-STMT                                 00121500
121600         BY VALUE LS-FOUR                                         00121600
121700         BY VALUE LS-DOUBLE-BFP                                   00121700
121800         RETURNING LS-SQL-RC                                      00121800
121900     END-CALL                                                     00121900
122000     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           00122000
122100         BY VALUE LS-PENDING-STMT                                 00122100
122200         BY VALUE LS-FIVE                                         00122200
122300         BY REFERENCE WS-ROW-NAME                                 00122300
122400         BY VALUE 40                                              00122400
122500         BY VALUE SQLITE-TRANSIENT                                00122500
122600         RETURNING LS-SQL-RC                                      00122600
122700     END-CALL                                                     00122700
122800     COMPUTE LS-DOUBLE-HFP = WS-OLD-AMOUNT                        00122800
122900     CALL SQLITE3A USING                                          00122900
123000         BY REFERENCE CONVERT-HFP-TO-BFP                          00123000
123100         BY VALUE LS-DOUBLE-HFP                                   00123100
123200         BY REFERENCE LS-DOUBLE-BFP                               00123200
123300     END-CALL                                                     00123300
123400     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-DOUBLE         00123400
123500         BY VALUE LS-PENDING-STMT                                 00123500
123600         BY VALUE LS-SIX                                          00123600
123700         BY VALUE LS-DOUBLE-BFP                                   00123700
123800         RETURNING LS-SQL-RC                                      00123800
123900     END-CALL                                                     00123900
124000     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           00124000
124100         BY VALUE LS-PENDING-STMT                                 00124100
124200         BY VALUE LS-SEVEN                                        00124200
124300         BY REFERENCE WS-JOB-NAME                                 00124300
124400         BY VALUE 8                                               00124400
124500         BY VALUE SQLITE-TRANSIENT                                00124500
124600         RETURNING LS-SQL-RC                                      00124600
124700     END-CALL                                                     00124700
124800     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-DOUBLE         00124800
124900         BY VALUE LS-PENDING-STMT                                 00124900
125000         BY VALUE LS-EIGHT                                        00125000
125100         BY VALUE LS-AUDIT-GMT-SECS                               00125100
125200         RETURNING LS-SQL-RC                                      00125200
125300     END-CALL                                                     00125300
125400     CALL SQLITE3A USING BY REFERENCE SQLITE3-STEP                00125400
125500         BY VALUE LS-PENDING-STMT                                 00125500
125600         RETURNING LS-SQL-RC                                      00125600
125700     END-CALL                                                     00125700
125800     IF LS-SQL-RC IS NOT EQUAL TO SQLITE-OK AND                   00125800
125900        LS-SQL-RC IS NOT EQUAL TO SQLITE-DONE THEN                00125900
126000        DISPLAY 'PENDING INSERT FAILED. RC='                      00126000
126100           LS-SQL-RC UPON SYSOUT                                  00126100
126200        PERFORM DISPLAY-SQL-ERROR                                 00126200
126300        MOVE +16 TO RETURN-CODE                                   00126300
126400     ELSE                                                         00126400
126500        CALL SQLITE3A USING                                       00126500
126600            BY REFERENCE SQLITE3-LAST-INSERT-ROWID                00126600
126700            BY REFERENCE LS-CHANGE-ID                             00126700
126800            BY VALUE LS-DB                                        00126800
126900        END-CALL                                                  00126900
127000        MOVE LS-CHANGE-ID TO WS-CHANGE-ID-DISPLAY                 00127000
127100        MOVE 'PENDING_CHANGE' TO WS-AUDIT-TABLE                   00127100
127200        MOVE 'PEND' TO WS-AUDIT-OP                                00127200
127300        MOVE SPACES TO WS-AUDIT-BEFORE                            00127300
127400        MOVE SPACES TO WS-AUDIT-AFTER                             00127400
127500        STRING 'CHANGE=' DELIMITED BY SIZE                        00127500
127600            WS-CHANGE-ID-DISPLAY DELIMITED BY SIZE                00127600
127700            ' ACTION=U TABLE=' DELIMITED BY SIZE                  00127700
127800            WS-TABLE-NAME DELIMITED BY SIZE                       00127800
127900            INTO WS-AUDIT-BEFORE                                  00127900
128000        END-STRING                                                00128000
128100        MOVE WS-ROW-ID TO WS-ID-DISPLAY                           00128100
128200        MOVE WS-NEW-AMOUNT TO WS-AMT-DISPLAY                      00128200
128300        STRING 'ID=' DELIMITED BY SIZE                            00128300
128400            WS-ID-DISPLAY DELIMITED BY SIZE                       00128400
128500            ' NAME=' DELIMITED BY SIZE                            00128500
128600            WS-ROW-NAME DELIMITED BY SIZE                         00128600
128700            ' AMT=' DELIMITED BY SIZE                             00128700
128800            WS-AMT-DISPLAY DELIMITED BY SIZE                      00128800
128900            INTO WS-AUDIT-AFTER                                   00128900
129000        END-STRING                                                00129000
129100        PERFORM WRITE-AUDIT-LOG                                   00129100
129200     END-IF                                                       00129200
129300     CALL SQLITE3A USING BY REFERENCE SQLITE3-RESET               00129300
129400         BY VALUE LS-PENDING-STMT                                 00129400
129500         RETURNING LS-SQL-RC                                      00129500
129600     END-CALL                                                     00129600
129700     .                                                            00129700
129800 DISPLAY-SQL-ERROR.                                               00129800
129900     CALL SQLITE3A USING BY REFERENCE SQLITE3-ERRCODE             00129900
130000         BY VALUE LS-DB                                           00130000
130100         RETURNING LS-SQL-ERRCODE                                 00130100
130200     END-CALL                                                     00130200
130300     CALL SQLITE3A USING BY REFERENCE SQLITE3-ERRMSG              00130300
130400         BY VALUE LS-DB                                           00130400
130500         RETURNING LS-ERRMSG-POINTER                              00130500
130600     END-CALL                                                     00130600
130700     MOVE SPACES TO WS-ERRMSG-TEXT                                00130700
130800     MOVE ZERO TO WS-ERRMSG-LEN                                   00130800
130900     IF LS-ERRMSG-POINTER IS NOT EQUAL TO NULL THEN               00130900
131000        SET ADDRESS OF LINKAGE-COLUMN-TEXT                        00131000
131100           TO LS-ERRMSG-POINTER                                   00131100
131200        INSPECT LINKAGE-COLUMN-TEXT                               00131200
131300           TALLYING WS-ERRMSG-LEN                                 00131300
131400           FOR CHARACTERS BEFORE INITIAL LOW-VALUE                00131400
131500        MOVE LINKAGE-COLUMN-TEXT(1:WS-ERRMSG-LEN)                 00131500
131600           TO WS-ERRMSG-TEXT                                      00131600
131700     END-IF                                                       00131700
131800     DISPLAY '  SQLITE ERRCODE=' LS-SQL-ERRCODE                   00131800
131900         ' ERRMSG=' WS-ERRMSG-TEXT(1:WS-ERRMSG-LEN)               00131900
132000         UPON SYSOUT                                              00132000
132100     .                                                            00132100
132200 END PROGRAM 'TESTCB26'.                                          00132200
