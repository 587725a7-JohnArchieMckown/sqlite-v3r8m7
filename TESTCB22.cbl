005600* the SUSPENSE report instead of looping forever. RC=4 when       00005600
005700* any record re-rejected, RC=8 when any record was                00005700
005800* suspended.                                                      00005800
005807*                                                                 00005807
005814* Every recycle is also kept in REJECT_HISTORY for the TESTCB47   00005814
005821* reject-rate report. The origin (feed date and source) the       00005821
005828* loaders stamp in bytes 61-76 of the detail rides along into     00005828
005835* LOADOUT. A corrected record marks its open history rows with    00005835
005842* the LOAD-ID it goes back under, so TESTCOB4 resolves them when  00005842
005849* it loads; a re-reject is recorded as a new TESTCB22 row; a      00005849
005856* suspension marks the open rows SUSPENDED. A reject with no      00005856
005863* origin (written before the loaders stamped one) is recycled     00005863
005870* as before with no history kept.                                 00005870
005877*                                                                 00005877
005884* PARM value is 1 optional field: DBPATH, the data base holding   00005884
005891* REJECT_HISTORY (default /tmp/testcob4.sqlite3).                 00005891
005900*                                                                 00005900
006000 ENVIRONMENT DIVISION.                                            00006000
006100 CONFIGURATION SECTION.                                           00006100
011000     05  OUT-LOAD-NAME       PIC X(40).                           00011000
011100     05  OUT-LOAD-AMOUNT     PIC 9(7)V99.                         00011100
011200     05  OUT-RECYCLE-COUNT   PIC 9(2).                            00011200
011250     05  OUT-ORIGIN-DATE     PIC X(8).                            00011250
011300     05  OUT-ORIGIN-SOURCE   PIC X(8).                            00011300
011350     05  FILLER              PIC X(4).                            00011350
011400 01  LOADOUT-FEED-RECORD.                                         00011400
011500     COPY LOADHDTR .                                              00011500
011600 FD  REJECT-FILE                                                  00011600
012300 01  SUSPENSE-RECORD            PIC X(132).                       00012300
012400*                                                                 00012400
012500 WORKING-STORAGE SECTION.                                         00012500
012506 COPY COBSQLTE .                                                  00012506
012512 01  LE-FC.                                                       00012512
012518     02  CONDITION-TOKEN-VALUE.                                   00012518
012524     COPY  CEEIGZCT.                                              00012524
012530         03  CASE-1-CONDITION-ID.                                 00012530
012536             04  SEVERITY    PIC S9(4) BINARY.                    00012536
012542             04  MSG-NO      PIC S9(4) BINARY.                    00012542
012548         03  CASE-2-CONDITION-ID                                  00012548
012554                   REDEFINES CASE-1-CONDITION-ID.                 00012554
012560             04  CLASS-CODE  PIC S9(4) BINARY.                    00012560
012566             04  CAUSE-CODE  PIC S9(4) BINARY.                    00012566
012572         03  CASE-SEV-CTL    PIC X.                               00012572
012578         03  FACILITY-ID     PIC XXX.                             00012578
012584     02  I-S-INFO            PIC S9(9) BINARY.                    00012584
012600*                                                                 00012600
012700* The correction cards, held for matching against every           00012700
012800* reject record. More cards than the table holds fails the        00012800
015200* The recycle count rides in the first two bytes of the           00015200
015300* LOADREC FILLER area of the detail, never in anything            00015300
015400* else.                                                           00015400
015450* The reject's origin feed date and source follow it.             00015450
015500*                                                                 00015500
015600 01  WS-WORK-DETAIL.                                              00015600
015700     05  WRK-LOAD-ID         PIC 9(9).                            00015700
016000     05  WRK-RECYCLE-X       PIC XX.                              00016000
016100     05  WRK-RECYCLE-9 REDEFINES WRK-RECYCLE-X                    00016100
016200                             PIC 9(2).                            00016200
016250     05  WRK-ORIGIN-DATE     PIC X(8).                            00016250
016300     05  WRK-ORIGIN-SOURCE   PIC X(8).                            00016300
016350     05  FILLER              PIC X(4).                            00016350
016400 77  WS-FROM-MAINT-SWITCH    PIC X.                               00016400
016500     88  WS-FROM-MAINT       VALUE IS 'Y'.                        00016500
016600 77  WS-REJ-ACTION           PIC X.                               00016600
019700        VALUE IS ZERO.                                            00019700
019800 77  WS-COUNT-DISPLAY        PIC Z(8)9.                           00019800
019900*                                                                 00019900
019902*                                                                 00019902
019904* Fields supporting REJECT_HISTORY: the data base from the        00019904
019906* PARM, the statements that mark a recycled or suspended          00019906
019908* reject's open rows and record a re-reject or suspension, the    00019908
019910* LOAD-ID the reject arrived under (before any ID correction),    00019910
019912* and when (CEEGMT) and under which job (CEE3JPI) it ran.         00019912
019914*                                                                 00019914
019916 77  LS-DB                   USAGE IS POINTER.                    00019916
019918 77  LS-NULL                 POINTER VALUE IS NULL.               00019918
019920 77  LS-RECYCLE-STMT         USAGE IS POINTER.                    00019920
019922 77  LS-SUSPEND-STMT         USAGE IS POINTER.                    00019922
019924 77  LS-HISTORY-STMT         USAGE IS POINTER.                    00019924
019926 77  LS-PREPARED-STMT        USAGE IS POINTER.                    00019926
019928 77  LS-ERRMSG-POINTER       USAGE IS POINTER.                    00019928
019930 77  LS-SQL-RC               PIC S9(9) COMP-5.                    00019930
019932 77  LS-SQL-ERRCODE          PIC S9(9) COMP-5.                    00019932
019934 77  LS-OPEN-FLAGS           PIC S9(9) COMP-5.                    00019934
019936 77  LS-ZERO                 PIC S9(9) COMP-5                     00019936
019938        VALUE IS ZERO.                                            00019938
019940 77  LS-MINUS-ONE            PIC S9(9) COMP-5                     00019940
019942        VALUE IS -1.                                              00019942
019944 77  LS-ONE                  PIC S9(9) COMP-5                     00019944
019946        VALUE IS 1.                                               00019946
019948 77  LS-TWO                  PIC S9(9) COMP-5                     00019948
019950        VALUE IS 2.                                               00019950
019952 77  LS-THREE                PIC S9(9) COMP-5                     00019952
019954        VALUE IS 3.                                               00019954
019956 77  LS-FOUR                 PIC S9(9) COMP-5                     00019956
019958        VALUE IS 4.                                               00019958
019960 77  LS-FIVE                 PIC S9(9) COMP-5                     00019960
019962        VALUE IS 5.                                               00019962
019964 77  LS-SIX                  PIC S9(9) COMP-5                     00019964
019966        VALUE IS 6.                                               00019966
019968 77  LS-SEVEN                PIC S9(9) COMP-5                     00019968
019970        VALUE IS 7.                                               00019970
019972 77  LS-EIGHT                PIC S9(9) COMP-5                     00019972
019974        VALUE IS 8.                                               00019974
019976 77  LS-BUSY-TIMEOUT-MS      PIC S9(9) COMP-5                     00019976
019978        VALUE IS 5000.                                            00019978
019980 77  LS-LILIAN               PIC S9(9) COMP-5.                    00019980
019982 77  LS-GMT-SECS             USAGE COMP-2.                        00019982
019984 77  LS-TIME-BFP             USAGE COMP-2.                        00019984
019986 77  LS-JPI-FUNC             PIC S9(9) COMP-5                     00019986
019988        VALUE IS 1.                                               00019988
019990 77  LS-JPI-BUFLEN           PIC S9(9) COMP-5                     00019990
019992        VALUE IS 8.                                               00019992
019994 77  LS-JPI-RETLEN           PIC S9(9) COMP-5.                    00019994
019996 77  WS-JOB-NAME             PIC X(8).                            00019996
019998 77  SQL-ZCHAR               PIC X(320).                          00019998
020000 77  WS-SQL-PTR              PIC S9(4) COMP-5.                    00020000
020002 77  WS-PREP-LABEL           PIC X(20).                           00020002
020004 77  WS-PARM-DBPATH          PIC X(255).                          00020004
020006 77  WS-PARM-LEN             PIC S9(4) COMP-5.                    00020006
020008 77  WS-ERRMSG-TEXT          PIC X(255).                          00020008
020010 77  WS-ERRMSG-LEN           PIC S9(4) COMP-5.                    00020010
020012 77  WS-ORIGINAL-ID          PIC X(9).                            00020012
020014 77  WS-HISTORY-STATUS       PIC X(9).                            00020014
020015 77  WS-HISTORY-STATUS-LEN   PIC S9(4) COMP-5.                    00020015
020016 77  WS-HISTORY-COUNT        PIC S9(9) COMP-5.                    00020016
020018 LINKAGE SECTION.                                                 00020018
020020 01  MVS-PARM.                                                    00020020
020022     05 MVS-PARM-LENGTH      PIC S9(4) COMP-5.                    00020022
020024     05 MVS-PARM-VALUE       PIC X(32760).                        00020024
020026 77  LINKAGE-ERRMSG-TEXT     PIC X(1024).                         00020026
020028*  MVS-PARM-VALUE LENGTH IS REALLY ONLY THE NUMBER OF CHARACTERS  00020028
020030*  CONTAINED IN MVS-PARM-LENGTH. YOU NEED TO USE REFERENCE        00020030
020032*  MODIFICATION TO MAKE SURE YOU DON'T EXCEED THE ACTUAL LENGTH   00020032
020034*  PASSED TO THIS PROGRAM.                                        00020034
020036*                                                                 00020036
020038 PROCEDURE DIVISION USING MVS-PARM.                               00020038
020100 START-UP.                                                        00020100
020200     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE               00020200
020207     CALL SQLITE3A USING SQLITE3-INITIALIZE                       00020207
020214     RETURNING LS-SQL-RC                                          00020214
020221     END-CALL                                                     00020221
020228     IF LS-SQL-RC NOT = SQLITE-OK THEN                            00020228
020235        DISPLAY 'SQLITE-INITIALIZE FAILED. RC='                   00020235
020242            LS-SQL-RC                                             00020242
020249            UPON SYSOUT                                           00020249
020256        MOVE +16 TO RETURN-CODE                                   00020256
020263        GOBACK                                                    00020263
020270     END-IF                                                       00020270
020277     MOVE SPACES TO WS-JOB-NAME                                   00020277
020284     CALL 'CEE3JPI' USING LS-JPI-FUNC, WS-JOB-NAME,               00020284
020291             LS-JPI-BUFLEN, LS-JPI-RETLEN, LE-FC                  00020291
020300     .                                                            00020300
020310 INITIALIZE-SQLITE.                                               00020310
020320     MOVE SPACES TO WS-PARM-DBPATH                                00020320
020330     IF MVS-PARM-LENGTH IS GREATER THAN ZERO THEN                 00020330
020340        UNSTRING MVS-PARM-VALUE(1:MVS-PARM-LENGTH)                00020340
020350            DELIMITED BY ','                                      00020350
020360             INTO WS-PARM-DBPATH                                  00020360
020370        END-UNSTRING                                              00020370
020380     END-IF                                                       00020380
020390     MOVE ZERO TO WS-PARM-LEN                                     00020390
020400     INSPECT WS-PARM-DBPATH TALLYING WS-PARM-LEN                  00020400
020410             FOR CHARACTERS BEFORE INITIAL SPACE                  00020410
020420     IF WS-PARM-LEN IS GREATER THAN ZERO THEN                     00020420
020430        MOVE WS-PARM-DBPATH(1:WS-PARM-LEN) TO SQL-ZCHAR           00020430
020440        MOVE LOW-VALUES TO SQL-ZCHAR(WS-PARM-LEN + 1:1)           00020440
020450     ELSE                                                         00020450
020460        MOVE Z'/tmp/testcob4.sqlite3' TO SQL-ZCHAR                00020460
020470     END-IF                                                       00020470
020480* The rejects being recycled came out of an existing data base,   00020480
020490* so the open is READWRITE without CREATE, the same as TESTCOB8.  00020490
020500     MOVE SQLITE-OPEN-READWRITE TO LS-OPEN-FLAGS                  00020500
020510     CALL SQLITE3A USING BY REFERENCE SQLITE3-OPEN-V2             00020510
020520         BY REFERENCE SQL-ZCHAR                                   00020520
020530         BY REFERENCE LS-DB                                       00020530
020540         BY VALUE LS-OPEN-FLAGS                                   00020540
020550         BY VALUE LS-NULL                                         00020550
020560         RETURNING LS-SQL-RC                                      00020560
020570     END-CALL                                                     00020570
020580     IF LS-SQL-RC IS NOT EQUAL TO SQLITE-OK AND                   00020580
020590        LS-SQL-RC IS NOT EQUAL TO SQLITE-DONE THEN                00020590
020600        DISPLAY 'SQLITE3-OPEN FAILED. RC='                        00020600
020610           LS-SQL-RC UPON SYSOUT                                  00020610
020620        PERFORM DISPLAY-SQL-ERROR                                 00020620
020630        MOVE +16 TO RETURN-CODE                                   00020630
020640        GOBACK                                                    00020640
020650     END-IF                                                       00020650
020660     CALL SQLITE3A USING BY REFERENCE SQLITE3-BUSY-TIMEOUT        00020660
020670         BY VALUE LS-DB                                           00020670
020680         BY VALUE LS-BUSY-TIMEOUT-MS                              00020680
020690         RETURNING LS-SQL-RC                                      00020690
020700     END-CALL                                                     00020700
020710     .                                                            00020710
020720 CREATE-REJECT-HISTORY-TABLE.                                     00020720
020730     MOVE 1 TO WS-SQL-PTR                                         00020730
020740     STRING 'CREATE TABLE IF NOT EXISTS REJECT_HISTORY ('         00020740
020750         DELIMITED BY SIZE                                        00020750
020760         'FEED_DATE TEXT, FEED_SOURCE TEXT, REASON TEXT, '        00020760
020770         DELIMITED BY SIZE                                        00020770
020780         'LOAD_ID TEXT, REJECT_PROGRAM TEXT, '                    00020780
020790         DELIMITED BY SIZE                                        00020790
020800         'RECYCLE_COUNT INTEGER, RECYCLE_ID TEXT, '               00020800
020810         DELIMITED BY SIZE                                        00020810
020820         'STATUS TEXT, REJECT_TIME REAL, JOB_NAME TEXT, '         00020820
020830         DELIMITED BY SIZE                                        00020830
020840         'RESOLVED_DATE TEXT)' DELIMITED BY SIZE                  00020840
020850         INTO SQL-ZCHAR                                           00020850
020860         WITH POINTER WS-SQL-PTR                                  00020860
020870     END-STRING                                                   00020870
020880     MOVE LOW-VALUES TO SQL-ZCHAR(WS-SQL-PTR:1)                   00020880
020890     CALL SQLITE3A USING BY REFERENCE SQLITE3-EXEC                00020890
020900         BY VALUE LS-DB                                           00020900
020910         BY REFERENCE SQL-ZCHAR                                   00020910
020920         BY VALUE LS-ZERO                                         00020920
020930         BY VALUE LS-ZERO                                         00020930
020940         BY VALUE LS-ZERO                                         00020940
020950         RETURNING LS-SQL-RC                                      00020950
020960     END-CALL                                                     00020960
020970     IF LS-SQL-RC IS NOT EQUAL TO SQLITE-OK AND                   00020970
020980        LS-SQL-RC IS NOT EQUAL TO SQLITE-DONE THEN                00020980
020990        DISPLAY 'CREATE REJECT_HISTORY TABLE FAILED. RC='         00020990
021000           LS-SQL-RC UPON SYSOUT                                  00021000
021010        PERFORM DISPLAY-SQL-ERROR                                 00021010
021020        MOVE +16 TO RETURN-CODE                                   00021020
021030        GOBACK                                                    00021030
021040     END-IF                                                       00021040
021050     MOVE 1 TO WS-SQL-PTR                                         00021050
021060     STRING 'CREATE INDEX IF NOT EXISTS REJECT_HISTORY_KEY '      00021060
021070         DELIMITED BY SIZE                                        00021070
021080         'ON REJECT_HISTORY(FEED_DATE,FEED_SOURCE,REASON,'        00021080
021090         DELIMITED BY SIZE                                        00021090
021100         'LOAD_ID)' DELIMITED BY SIZE                             00021100
021110         INTO SQL-ZCHAR                                           00021110
021120         WITH POINTER WS-SQL-PTR                                  00021120
021130     END-STRING                                                   00021130
021140     MOVE LOW-VALUES TO SQL-ZCHAR(WS-SQL-PTR:1)                   00021140
021150     CALL SQLITE3A USING BY REFERENCE SQLITE3-EXEC                00021150
021160         BY VALUE LS-DB                                           00021160
021170         BY REFERENCE SQL-ZCHAR                                   00021170
021180         BY VALUE LS-ZERO                                         00021180
021190         BY VALUE LS-ZERO                                         00021190
021200         BY VALUE LS-ZERO                                         00021200
021210         RETURNING LS-SQL-RC                                      00021210
021220     END-CALL                                                     00021220
021230     IF LS-SQL-RC IS NOT EQUAL TO SQLITE-OK AND                   00021230
021240        LS-SQL-RC IS NOT EQUAL TO SQLITE-DONE THEN                00021240
021250        DISPLAY 'CREATE REJECT_HISTORY INDEX FAILED. RC='         00021250
021260           LS-SQL-RC UPON SYSOUT                                  00021260
021270        PERFORM DISPLAY-SQL-ERROR                                 00021270
021280        MOVE +16 TO RETURN-CODE                                   00021280
021290        GOBACK                                                    00021290
021300     END-IF                                                       00021300
021310     .                                                            00021310
021320*                                                                 00021320
021330* The history statements, prepared once. The whole run's          00021330
021340* history changes are one transaction, committed at SHUTDOWN      00021340
021350* after the LOADOUT, REJECT, and SUSPENSE files are closed.       00021350
021360*                                                                 00021360
021370 PREPARE-HISTORY-STATEMENTS.                                      00021370
021380     MOVE 1 TO WS-SQL-PTR                                         00021380
021390     STRING 'UPDATE REJECT_HISTORY SET RECYCLE_ID = ?4 '          00021390
021400         DELIMITED BY SIZE                                        00021400
021410         'WHERE FEED_DATE = ?1 AND FEED_SOURCE = ?2 AND '         00021410
021420         DELIMITED BY SIZE                                        00021420
021430         'STATUS = ''OPEN'' AND '                                 00021430
021440         DELIMITED BY SIZE                                        00021440
021450         '(LOAD_ID = ?3 OR RECYCLE_ID = ?3)' DELIMITED BY SIZE    00021450
021460         INTO SQL-ZCHAR                                           00021460
021470         WITH POINTER WS-SQL-PTR                                  00021470
021480     END-STRING                                                   00021480
021490     MOVE LOW-VALUES TO SQL-ZCHAR(WS-SQL-PTR:1)                   00021490
021500     MOVE 'HISTORY RECYCLE' TO WS-PREP-LABEL                      00021500
021510     PERFORM PREPARE-ONE-STATEMENT                                00021510
021520     SET LS-RECYCLE-STMT TO LS-PREPARED-STMT                      00021520
021530     MOVE 1 TO WS-SQL-PTR                                         00021530
021540     STRING 'UPDATE REJECT_HISTORY SET STATUS = ''SUSPENDED'' '   00021540
021550         DELIMITED BY SIZE                                        00021550
021560         'WHERE FEED_DATE = ?1 AND FEED_SOURCE = ?2 AND '         00021560
021570         DELIMITED BY SIZE                                        00021570
021580         'STATUS = ''OPEN'' AND '                                 00021580
021590         DELIMITED BY SIZE                                        00021590
021600         '(LOAD_ID = ?3 OR RECYCLE_ID = ?3)' DELIMITED BY SIZE    00021600
021610         INTO SQL-ZCHAR                                           00021610
021620         WITH POINTER WS-SQL-PTR                                  00021620
021630     END-STRING                                                   00021630
021640     MOVE LOW-VALUES TO SQL-ZCHAR(WS-SQL-PTR:1)                   00021640
021650     MOVE 'HISTORY SUSPEND' TO WS-PREP-LABEL                      00021650
021660     PERFORM PREPARE-ONE-STATEMENT                                00021660
021670     SET LS-SUSPEND-STMT TO LS-PREPARED-STMT                      00021670
021680     MOVE 1 TO WS-SQL-PTR                                         00021680
021690     STRING 'INSERT INTO REJECT_HISTORY(FEED_DATE,FEED_SOURCE,'   00021690
021700         DELIMITED BY SIZE                                        00021700
021710         'REASON,LOAD_ID,REJECT_PROGRAM,RECYCLE_COUNT,'           00021710
021720         DELIMITED BY SIZE                                        00021720
021730         'STATUS,REJECT_TIME,JOB_NAME) ' DELIMITED BY SIZE        00021730
021740         'VALUES(?,?,?,?,''TESTCB22'',?,?,?,?)'                   00021740
021750         DELIMITED BY SIZE                                        00021750
021760         INTO SQL-ZCHAR                                           00021760
021770         WITH POINTER WS-SQL-PTR                                  00021770
021780     END-STRING                                                   00021780
021790     MOVE LOW-VALUES TO SQL-ZCHAR(WS-SQL-PTR:1)                   00021790
021800     MOVE 'HISTORY INSERT' TO WS-PREP-LABEL                       00021800
021810     PERFORM PREPARE-ONE-STATEMENT                                00021810
021820     SET LS-HISTORY-STMT TO LS-PREPARED-STMT                      00021820
021830     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           00021830
021840         BY VALUE LS-HISTORY-STMT                                 00021840
021850         BY VALUE LS-EIGHT                                        00021850
021860         BY REFERENCE WS-JOB-NAME                                 00021860
021870         BY VALUE 8                                               00021870
021880         BY VALUE SQLITE-TRANSIENT                                00021880
021890         RETURNING LS-SQL-RC                                      00021890
021900     END-CALL                                                     00021900
021910     MOVE Z'BEGIN TRANSACTION' TO SQL-ZCHAR                       00021910
021920     CALL SQLITE3A USING BY REFERENCE SQLITE3-EXEC                00021920
021930         BY VALUE LS-DB                                           00021930
021940         BY REFERENCE SQL-ZCHAR                                   00021940
021950         BY VALUE LS-ZERO                                         00021950
021960         BY VALUE LS-ZERO                                         00021960
021970         BY VALUE LS-ZERO                                         00021970
021980         RETURNING LS-SQL-RC                                      00021980
021990     END-CALL                                                     00021990
022000     IF LS-SQL-RC IS NOT EQUAL TO SQLITE-OK AND                   00022000
022010        LS-SQL-RC IS NOT EQUAL TO SQLITE-DONE THEN                00022010
022020        DISPLAY 'BEGIN TRANSACTION FAILED. RC='                   00022020
022030           LS-SQL-RC UPON SYSOUT                                  00022030
022040        PERFORM DISPLAY-SQL-ERROR                                 00022040
022050        MOVE +16 TO RETURN-CODE                                   00022050
022060        GOBACK                                                    00022060
022070     END-IF                                                       00022070
022080     .                                                            00022080
022090 READ-CORRECTION-CARDS.                                           00022090
022100     OPEN INPUT SYSIN-FILE                                        00022100
022110     MOVE 'N' TO WS-EOF-SWITCH                                    00022110
022120     PERFORM UNTIL WS-EOF                                         00022120
022130        READ SYSIN-FILE                                           00022130
022140           AT END                                                 00022140
022150              MOVE 'Y' TO WS-EOF-SWITCH                           00022150
022160           NOT AT END                                             00022160
022170              PERFORM PARSE-ONE-CARD                              00022170
022180        END-READ                                                  00022180
022190     END-PERFORM                                                  00022190
022200     CLOSE SYSIN-FILE                                             00022200
022210     MOVE WS-COR-COUNT TO WS-COUNT-DISPLAY                        00022210
022220     DISPLAY 'CORRECTION CARDS LOADED=' WS-COUNT-DISPLAY          00022220
022230        UPON SYSOUT                                               00022230
022240     GO TO PROCESS-REJECTS                                        00022240
022250     .                                                            00022250
022260 PARSE-ONE-CARD.                                                  00022260
022270     IF SYSIN-RECORD(1:1) IS EQUAL TO '*' OR                      00022270
022300        SYSIN-RECORD IS EQUAL TO SPACES THEN                      00022300
022400        CONTINUE                                                  00022400
022500     ELSE                                                         00022500
032900* to the reject file.                                             00032900
033000*                                                                 00033000
033100 RECYCLE-WORK-DETAIL.                                             00033100
033150     MOVE WS-WORK-DETAIL(1:9) TO WS-ORIGINAL-ID                   00033150
033200     IF WRK-RECYCLE-X IS NUMERIC THEN                             00033200
033300        MOVE WRK-RECYCLE-9 TO WS-RECYCLE-COUNT                    00033300
033400     ELSE                                                         00033400
033800     IF WS-RECYCLE-COUNT IS GREATER THAN WS-RECYCLE-LIMIT         00033800
033900        THEN                                                      00033900
034000        PERFORM WRITE-SUSPENSE                                    00034000
034050        PERFORM SUSPEND-REJECT-HISTORY                            00034050
034100     ELSE                                                         00034100
034200        PERFORM APPLY-CORRECTIONS                                 00034200
034300        PERFORM VALIDATE-RECORD                                   00034300
034350        PERFORM MARK-RECYCLED-HISTORY                             00034350
034400        IF WS-REJECT-REASON IS EQUAL TO SPACES THEN               00034400
034500           PERFORM WRITE-CORRECTED-RECORD                         00034500
034600        ELSE                                                      00034600
034700           PERFORM WRITE-REREJECT                                 00034700
034730           MOVE 'OPEN' TO WS-HISTORY-STATUS                       00034730
034760           PERFORM WRITE-REJECT-HISTORY                           00034760
034800        END-IF                                                    00034800
034900     END-IF                                                       00034900
035000     .                                                            00035000
039700     MOVE WRK-LOAD-ID TO OUT-LOAD-ID                              00039700
039800     MOVE WRK-LOAD-NAME TO OUT-LOAD-NAME                          00039800
039900     MOVE WRK-LOAD-AMOUNT TO OUT-LOAD-AMOUNT                      00039900
039930     MOVE WRK-ORIGIN-DATE TO OUT-ORIGIN-DATE                      00039930
039960     MOVE WRK-ORIGIN-SOURCE TO OUT-ORIGIN-SOURCE                  00039960
040000     MOVE WS-RECYCLE-COUNT TO OUT-RECYCLE-COUNT                   00040000
040100     WRITE LOADOUT-RECORD                                         00040100
040200     ADD 1 TO WS-WRITE-COUNT                                      00040200
045400     END-IF                                                       00045400
045500     WRITE SUSPENSE-RECORD                                        00045500
045600     .                                                            00045600
045700*                                                                 00045700
045800* The reject's open history rows -- recorded under the LOAD-ID    00045800
045900* it arrived with, or the one an earlier recycle sent it back     00045900
046000* under -- are marked with the LOAD-ID it goes out under now,     00046000
046100* which is what TESTCOB4 resolves them by when it loads. A        00046100
046200* reject with no origin has no history to mark.                   00046200
046300*                                                                 00046300
046400 MARK-RECYCLED-HISTORY.                                           00046400
046500     IF WRK-ORIGIN-DATE IS NOT EQUAL TO SPACES THEN               00046500
046600        SET LS-PREPARED-STMT TO LS-RECYCLE-STMT                   00046600
046700        PERFORM BIND-HISTORY-KEY                                  00046700
046800        CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT        00046800
046900            BY VALUE LS-RECYCLE-STMT                              00046900
047000            BY VALUE LS-FOUR                                      00047000
047100            BY REFERENCE WS-WORK-DETAIL(1:9)                      00047100
047200            BY VALUE 9                                            00047200
047300            BY VALUE SQLITE-TRANSIENT                             00047300
047400            RETURNING LS-SQL-RC                                   00047400
047500        END-CALL                                                  00047500
047600        CALL SQLITE3A USING BY REFERENCE SQLITE3-STEP             00047600
047700            BY VALUE LS-RECYCLE-STMT                              00047700
047800            RETURNING LS-SQL-RC                                   00047800
047900        END-CALL                                                  00047900
048000        IF LS-SQL-RC IS NOT EQUAL TO SQLITE-OK AND                00048000
048100           LS-SQL-RC IS NOT EQUAL TO SQLITE-DONE THEN             00048100
048200           DISPLAY 'REJECT HISTORY RECYCLE FAILED. RC='           00048200
048300              LS-SQL-RC UPON SYSOUT                               00048300
048400           PERFORM DISPLAY-SQL-ERROR                              00048400
048500        END-IF                                                    00048500
048600        CALL SQLITE3A USING BY REFERENCE SQLITE3-RESET            00048600
048700            BY VALUE LS-RECYCLE-STMT                              00048700
048800            RETURNING LS-SQL-RC                                   00048800
048900        END-CALL                                                  00048900
049000     END-IF                                                       00049000
049100     .                                                            00049100
049200*                                                                 00049200
049300* A suspended reject leaves recycling for manual handling: its    00049300
049400* open history rows are marked SUSPENDED and the suspension       00049400
049500* itself is recorded.                                             00049500
049600*                                                                 00049600
049700 SUSPEND-REJECT-HISTORY.                                          00049700
049800     IF WRK-ORIGIN-DATE IS NOT EQUAL TO SPACES THEN               00049800
049900        SET LS-PREPARED-STMT TO LS-SUSPEND-STMT                   00049900
050000        PERFORM BIND-HISTORY-KEY                                  00050000
050100        CALL SQLITE3A USING BY REFERENCE SQLITE3-STEP             00050100
050200            BY VALUE LS-SUSPEND-STMT                              00050200
050300            RETURNING LS-SQL-RC                                   00050300
050400        END-CALL                                                  00050400
050500        IF LS-SQL-RC IS NOT EQUAL TO SQLITE-OK AND                00050500
050600           LS-SQL-RC IS NOT EQUAL TO SQLITE-DONE THEN             00050600
050700           DISPLAY 'REJECT HISTORY SUSPEND FAILED. RC='           00050700
050800              LS-SQL-RC UPON SYSOUT                               00050800
050900           PERFORM DISPLAY-SQL-ERROR                              00050900
051000        END-IF                                                    00051000
051100        CALL SQLITE3A USING BY REFERENCE SQLITE3-RESET            00051100
051200            BY VALUE LS-SUSPEND-STMT                              00051200
051300            RETURNING LS-SQL-RC                                   00051300
051400        END-CALL                                                  00051400
051500        MOVE 'RECYCLE LIMIT REACHED' TO WS-REJECT-REASON          00051500
051600        MOVE 'SUSPENDED' TO WS-HISTORY-STATUS                     00051600
051700        PERFORM WRITE-REJECT-HISTORY                              00051700
051800     END-IF                                                       00051800
051900     .                                                            00051900
052000*                                                                 00052000
052100* The origin feed and the LOAD-ID the reject arrived under,       00052100
052200* bound into whichever statement LS-PREPARED-STMT names.          00052200
052300*                                                                 00052300
052400 BIND-HISTORY-KEY.                                                00052400
052500     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           00052500
052600         BY VALUE LS-PREPARED-STMT                                00052600
052700         BY VALUE LS-ONE                                          00052700
052800         BY REFERENCE WRK-ORIGIN-DATE                             00052800
052900         BY VALUE 8                                               00052900
053000         BY VALUE SQLITE-TRANSIENT                                00053000
053100         RETURNING LS-SQL-RC                                      00053100
053200     END-CALL                                                     00053200
053300     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           00053300
053400         BY VALUE LS-PREPARED-STMT                                00053400
053500         BY VALUE LS-TWO                                          00053500
053600         BY REFERENCE WRK-ORIGIN-SOURCE                           00053600
053700         BY VALUE 8                                               00053700
053800         BY VALUE SQLITE-TRANSIENT                                00053800
053900         RETURNING LS-SQL-RC                                      00053900
054000     END-CALL                                                     00054000
054100     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           00054100
054200         BY VALUE LS-PREPARED-STMT                                00054200
054300         BY VALUE LS-THREE                                        00054300
054400         BY REFERENCE WS-ORIGINAL-ID                              00054400
054500         BY VALUE 9                                               00054500
054600         BY VALUE SQLITE-TRANSIENT                                00054600
054700         RETURNING LS-SQL-RC                                      00054700
054800     END-CALL                                                     00054800
054900     .                                                            00054900
055000*                                                                 00055000
055100* Record a re-reject (status OPEN) or a suspension in             00055100
055200* REJECT_HISTORY under the reject's origin, the LOAD-ID it now    00055200
055300* carries, and its recycle count. Like the loaders' audit         00055300
055400* writes, a failure here is logged but does not GOBACK.           00055400
055500*                                                                 00055500
055600 WRITE-REJECT-HISTORY.                                            00055600
055700     IF WRK-ORIGIN-DATE IS NOT EQUAL TO SPACES THEN               00055700
055800        MOVE WS-RECYCLE-COUNT TO WS-HISTORY-COUNT                 00055800
055900        CALL 'CEEGMT' USING LS-LILIAN, LS-GMT-SECS, LE-FC         00055900
056000        CALL SQLITE3A USING                                       00056000
056100            BY REFERENCE CONVERT-HFP-TO-BFP                       00056100
056200            BY VALUE LS-GMT-SECS                                  00056200
056300            BY REFERENCE LS-TIME-BFP                              00056300
056400        END-CALL                                                  00056400
056500        CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT        00056500
056600            BY VALUE LS-HISTORY-STMT                              00056600
056700            BY VALUE LS-ONE                                       00056700
056800            BY REFERENCE WRK-ORIGIN-DATE                          00056800
056900            BY VALUE 8                                            00056900
057000            BY VALUE SQLITE-TRANSIENT                             00057000
057100            RETURNING LS-SQL-RC                                   00057100
057200        END-CALL                                                  00057200
057300        CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT        00057300
057400            BY VALUE LS-HISTORY-STMT                              00057400
057500            BY VALUE LS-TWO                                       00057500
057600            BY REFERENCE WRK-ORIGIN-SOURCE                        00057600
057700            BY VALUE 8                                            00057700
057800            BY VALUE SQLITE-TRANSIENT                             00057800
057900            RETURNING LS-SQL-RC                                   00057900
058000        END-CALL                                                  00058000
058100        CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT        00058100
058200            BY VALUE LS-HISTORY-STMT                              00058200
058300            BY VALUE LS-THREE                                     00058300
058400            BY REFERENCE WS-REJECT-REASON                         00058400
058500            BY VALUE 40                                           00058500
058600            BY VALUE SQLITE-TRANSIENT                             00058600
058700            RETURNING LS-SQL-RC                                   00058700
058800        END-CALL                                                  00058800
058900        CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT        00058900
059000            BY VALUE LS-HISTORY-STMT                              00059000
059100            BY VALUE LS-FOUR                                      00059100
059200            BY REFERENCE WS-WORK-DETAIL(1:9)                      00059200
059300            BY VALUE 9                                            00059300
059400            BY VALUE SQLITE-TRANSIENT                             00059400
059500            RETURNING LS-SQL-RC                                   00059500
059600        END-CALL                                                  00059600
059700        CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-INT         00059700
059800            BY VALUE LS-HISTORY-STMT                              00059800
059900            BY VALUE LS-FIVE                                      00059900
060000            BY VALUE WS-HISTORY-COUNT                             00060000
060100            RETURNING LS-SQL-RC                                   00060100
060200        END-CALL                                                  00060200
060220        MOVE ZERO TO WS-HISTORY-STATUS-LEN                        00060220
060240        INSPECT WS-HISTORY-STATUS TALLYING WS-HISTORY-STATUS-LEN  00060240
060260                FOR CHARACTERS BEFORE INITIAL SPACE               00060260
060300        CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT        00060300
060400            BY VALUE LS-HISTORY-STMT                              00060400
060500            BY VALUE LS-SIX                                       00060500
060600            BY REFERENCE WS-HISTORY-STATUS                        00060600
060700            BY VALUE WS-HISTORY-STATUS-LEN                        00060700
060800            BY VALUE SQLITE-TRANSIENT                             00060800
060900            RETURNING LS-SQL-RC                                   00060900
061000        END-CALL                                                  00061000
061100        CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-DOUBLE      00061100
061200            BY VALUE LS-HISTORY-STMT                              00061200
061300            BY VALUE LS-SEVEN                                     00061300
061400            BY VALUE LS-TIME-BFP                                  00061400
061500            RETURNING LS-SQL-RC                                   00061500
061600        END-CALL                                                  00061600
061700        CALL SQLITE3A USING BY REFERENCE SQLITE3-STEP             00061700
061800            BY VALUE LS-HISTORY-STMT                              00061800
061900            RETURNING LS-SQL-RC                                   00061900
062000        END-CALL                                                  00062000
062100        IF LS-SQL-RC IS NOT EQUAL TO SQLITE-OK AND                00062100
062200           LS-SQL-RC IS NOT EQUAL TO SQLITE-DONE THEN             00062200
062300           DISPLAY 'REJECT HISTORY INSERT FAILED. RC='            00062300
062400              LS-SQL-RC UPON SYSOUT                               00062400
062500           PERFORM DISPLAY-SQL-ERROR                              00062500
062600        END-IF                                                    00062600
062700        CALL SQLITE3A USING BY REFERENCE SQLITE3-RESET            00062700
062800            BY VALUE LS-HISTORY-STMT                              00062800
062900            RETURNING LS-SQL-RC                                   00062900
063000        END-CALL                                                  00063000
063100     END-IF                                                       00063100
063200     .                                                            00063200
063300 SHUTDOWN.                                                        00063300
063400     MOVE WS-READ-COUNT TO WS-COUNT-DISPLAY                       00063400
063500     DISPLAY 'REJECTS READ      =' WS-COUNT-DISPLAY UPON SYSOUT   00063500
063600     MOVE WS-APPLIED-COUNT TO WS-COUNT-DISPLAY                    00063600
063700     DISPLAY 'CORRECTIONS APPLIED=' WS-COUNT-DISPLAY              00063700
063800        UPON SYSOUT                                               00063800
063900     MOVE WS-WRITE-COUNT TO WS-COUNT-DISPLAY                      00063900
064000     DISPLAY 'RECORDS RECYCLED  =' WS-COUNT-DISPLAY UPON SYSOUT   00064000
064100     MOVE WS-REREJECT-COUNT TO WS-COUNT-DISPLAY                   00064100
064200     DISPLAY 'RECORDS REREJECTED=' WS-COUNT-DISPLAY UPON SYSOUT   00064200
064300     MOVE WS-SUSPENSE-COUNT TO WS-COUNT-DISPLAY                   00064300
064400     DISPLAY 'RECORDS SUSPENDED =' WS-COUNT-DISPLAY UPON SYSOUT   00064400
064500     IF WS-REREJECT-COUNT IS GREATER THAN ZERO THEN               00064500
064600        MOVE +4 TO RETURN-CODE                                    00064600
064700     END-IF                                                       00064700
064800     IF WS-SUSPENSE-COUNT IS GREATER THAN ZERO THEN               00064800
064900        MOVE +8 TO RETURN-CODE                                    00064900
065000     END-IF                                                       00065000
065100     MOVE Z'COMMIT TRANSACTION' TO SQL-ZCHAR                      00065100
065200     CALL SQLITE3A USING BY REFERENCE SQLITE3-EXEC                00065200
065300         BY VALUE LS-DB                                           00065300
065400         BY REFERENCE SQL-ZCHAR                                   00065400
065500         BY VALUE LS-ZERO                                         00065500
065600         BY VALUE LS-ZERO                                         00065600
065700         BY VALUE LS-ZERO                                         00065700
065800         RETURNING LS-SQL-RC                                      00065800
065900     END-CALL                                                     00065900
066000     IF LS-SQL-RC IS NOT EQUAL TO SQLITE-OK AND                   00066000
066100        LS-SQL-RC IS NOT EQUAL TO SQLITE-DONE THEN                00066100
066200        DISPLAY 'COMMIT TRANSACTION FAILED. RC='                  00066200
066300           LS-SQL-RC UPON SYSOUT                                  00066300
066400        DISPLAY 'REJECT HISTORY NOT UPDATED.' UPON SYSOUT         00066400
066500        PERFORM DISPLAY-SQL-ERROR                                 00066500
066600        MOVE +16 TO RETURN-CODE                                   00066600
066700     END-IF                                                       00066700
066800     CALL SQLITE3A USING BY REFERENCE SQLITE3-FINALIZE            00066800
066900         BY VALUE LS-RECYCLE-STMT                                 00066900
067000         RETURNING LS-SQL-RC                                      00067000
067100     END-CALL                                                     00067100
067200     CALL SQLITE3A USING BY REFERENCE SQLITE3-FINALIZE            00067200
067300         BY VALUE LS-SUSPEND-STMT                                 00067300
067400         RETURNING LS-SQL-RC                                      00067400
067500     END-CALL                                                     00067500
067600     CALL SQLITE3A USING BY REFERENCE SQLITE3-FINALIZE            00067600
067700         BY VALUE LS-HISTORY-STMT                                 00067700
067800         RETURNING LS-SQL-RC                                      00067800
067900     END-CALL                                                     00067900
068000     CALL SQLITE3A USING BY REFERENCE SQLITE3-CLOSE               00068000
068100         BY VALUE LS-DB                                           00068100
068200         RETURNING LS-SQL-RC                                      00068200
068300     END-CALL                                                     00068300
068400     CALL SQLITE3A USING SQLITE3-SHUTDOWN                         00068400
068500         RETURNING LS-SQL-RC                                      00068500
068600     END-CALL                                                     00068600
068700     GOBACK                                                       00068700
068800     .                                                            00068800
068900*                                                                 00068900
069000* Reusable prepare paragraph: caller builds the null-terminated   00069000
069100* statement text in SQL-ZCHAR and names it in WS-PREP-LABEL; the  00069100
069200* prepared statement handle is returned in LS-PREPARED-STMT. A    00069200
069300* prepare failure here is fatal, the same as in TESTCOB8.         00069300
069400*                                                                 00069400
069500 PREPARE-ONE-STATEMENT.                                           00069500
069600     CALL SQLITE3A USING BY REFERENCE SQLITE3-PREPARE-V2          00069600
069700         BY VALUE LS-DB                                           00069700
069800         BY REFERENCE SQL-ZCHAR                                   00069800
069900         BY VALUE LS-MINUS-ONE                                    00069900
070000         BY REFERENCE LS-PREPARED-STMT                            00070000
070100         BY VALUE LS-ZERO                                         00070100
070200         RETURNING LS-SQL-RC                                      00070200
070300     END-CALL                                                     00070300
070400     IF LS-SQL-RC IS NOT EQUAL TO SQLITE-OK AND                   00070400
070500        LS-SQL-RC IS NOT EQUAL TO SQLITE-DONE THEN                00070500
070600        DISPLAY 'PREPARE OF ' WS-PREP-LABEL                       00070600
070700           ' FAILED. RC=' LS-SQL-RC UPON SYSOUT                   00070700
070800        PERFORM DISPLAY-SQL-ERROR                                 00070800
070900        MOVE +16 TO RETURN-CODE                                   00070900
071000        GOBACK                                                    00071000
071100     END-IF                                                       00071100
071200     .                                                            00071200
071300 DISPLAY-SQL-ERROR.                                               00071300
071400     CALL SQLITE3A USING BY REFERENCE SQLITE3-ERRCODE             00071400
071500         BY VALUE LS-DB                                           00071500
071600         RETURNING LS-SQL-ERRCODE                                 00071600
071700     END-CALL                                                     00071700
071800     CALL SQLITE3A USING BY REFERENCE SQLITE3-ERRMSG              00071800
071900         BY VALUE LS-DB                                           00071900
072000         RETURNING LS-ERRMSG-POINTER                              00072000
072100     END-CALL                                                     00072100
072200     MOVE SPACES TO WS-ERRMSG-TEXT                                00072200
072300     MOVE ZERO TO WS-ERRMSG-LEN                                   00072300
072400     IF LS-ERRMSG-POINTER IS NOT EQUAL TO NULL THEN               00072400
072500        SET ADDRESS OF LINKAGE-ERRMSG-TEXT                        00072500
072600           TO LS-ERRMSG-POINTER                                   00072600
072700        INSPECT LINKAGE-ERRMSG-TEXT                               00072700
072800           TALLYING WS-ERRMSG-LEN                                 00072800
072900           FOR CHARACTERS BEFORE INITIAL LOW-VALUE                00072900
073000        MOVE LINKAGE-ERRMSG-TEXT(1:WS-ERRMSG-LEN)                 00073000
073100           TO WS-ERRMSG-TEXT                                      00073100
073200     END-IF                                                       00073200
073300     DISPLAY '  SQLITE ERRCODE=' LS-SQL-ERRCODE                   00073300
073400         ' ERRMSG=' WS-ERRMSG-TEXT(1:WS-ERRMSG-LEN)               00073400
073500         UPON SYSOUT                                              00073500
073600     .                                                            00073600
073700 END PROGRAM 'TESTCB22'.                                          00073700
