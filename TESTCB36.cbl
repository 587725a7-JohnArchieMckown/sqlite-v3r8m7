000100 PROCESS DYNAM,NAME,PGMNAME(COMPAT)                               00000100
000200 PROCESS ADV,AWO,NOC(W),FSRT,FLAG(I,I)                            00000200
000300 PROCESS INTDATE(ANSI),LANG(EN),LIB,LIST,MAP                      00000300
000400 PROCESS NONUM,NUMPROC(PFD),OBJ,APOST                             00000400
000500 PROCESS RENT,NOSEQ,SOURCE,NOSSRANGE,                             00000500
000600 PROCESS NOTERM,NOTEST,VBREF,                                     00000600
000700 PROCESS XREF(FULL),ZWB,FASTSRT,AR(E)                             00000700
000800 ID DIVISION.                                                     00000800
000900 PROGRAM-ID. 'TESTCB36'.                                          00000900
001000 AUTHOR. JOHN MCKOWN.                                             00001000
001100 INSTALLATION. CBT Tape.                                          00001100
001200 DATE-WRITTEN.                                                    00001200
001300 DATE-COMPILED.                                                   00001300
001400 SECURITY. NONE.                                                  00001400
001500*                                                                 00001500
001600* This program maintains the BUSINESS_CALENDAR table the          00001600
001700* run-control, retention, and reporting jobs consult so a         00001700
001800* business date skips weekends and holidays instead of            00001800
001900* being whatever day the job happened to run:                     00001900
002000*     CAL_DATE, DAY_OF_WEEK, DAY_TYPE, HOLIDAY_NAME,              00002000
002100*     MONTH_END, YEAR_END                                         00002100
002200* one row per calendar day. DAY_TYPE is BUSINESS, WEEKEND,        00002200
002300* or HOLIDAY; MONTH_END and YEAR_END are 'Y' on the last          00002300
002400* BUSINESS day of the month and of the year, so month-end         00002400
002500* processing follows the real last business day.                  00002500
002600*                                                                 00002600
002700* PARM value is 3 positional comma delimited fields:              00002700
002800*     DBPATH,FUNCTION,BUSDATE                                     00002800
002900* FUNCTION is one of:                                             00002900
003000*   LOAD     - (the default) build one year of the calendar       00003000
003100*              from the SYSIN cards. The year's rows are          00003100
003200*              replaced in one transaction, recorded in           00003200
003300*              AUDIT_LOG the same WRITE-AUDIT-LOG way             00003300
003400*              TESTCB33 records a parameter change; any           00003400
003500*              bad card refuses the whole year RC=16 and          00003500
003600*              the calendar already there is left alone.          00003600
003700*   MONTHEND - answer 'is BUSDATE (default the next BUSINESS      00003700
003730*              day on or after the run date, the date             00003730
003760*              TESTCB17 enrolls the run under)                    00003760
003800*              the month-end business day' as the step            00003800
003900*              return code: RC=0 it is, RC=4 it is not,           00003900
004000*              RC=8 the date is not on the calendar. The          00004000
004100*              TESTCRUN proc runs the TESTCB15 month-end          00004100
004200*              report only behind an RC=0 from this step.         00004200
004300*                                                                 00004300
004400* LOAD cards are one KEYWORD=VALUE per card ('*' in column        00004400
004500* one is a comment, a blank card is ignored):                     00004500
004600*     YEAR=YYYY                  the year being built             00004600
004700*     HOLIDAY=YYYYMMDD,NAME      one card per holiday             00004700
004800* Saturdays and Sundays are WEEKEND days without a card.          00004800
004900*                                                                 00004900
004920* A STEP_METRICS row (calendar days written) is left for the      00004920
004940* TESTCB45 batch-window report.                                   00004940
004960*                                                                 00004960
005000 ENVIRONMENT DIVISION.                                            00005000
005100 CONFIGURATION SECTION.                                           00005100
005200 SOURCE-COMPUTER. IBM-370.                                        00005200
005300 OBJECT-COMPUTER. IBM-370.                                        00005300
005400 SPECIAL-NAMES.                                                   00005400
005500 INPUT-OUTPUT SECTION.                                            00005500
005600 FILE-CONTROL.                                                    00005600
005700     SELECT SYSIN-FILE ASSIGN TO SYSIN                            00005700
005800         ORGANIZATION IS SEQUENTIAL.                              00005800
005900 I-O-CONTROL.                                                     00005900
006000*                                                                 00006000
006100 DATA DIVISION.                                                   00006100
006200 FILE SECTION.                                                    00006200
006300 FD  SYSIN-FILE                                                   00006300
006400     RECORDING MODE IS F                                          00006400
006500     LABEL RECORDS ARE STANDARD.                                  00006500
006600 01  SYSIN-RECORD               PIC X(80).                        00006600
006700*                                                                 00006700
006800 WORKING-STORAGE SECTION.                                         00006800
006900 COPY COBSQLTE .                                                  00006900
007000 01  CEE3DMP-PARAMETERS.                                          00007000
007100     05 CEE3DMP-TITLE              PIC X(80)                      00007100
007200        VALUE 'TEST DUMP'.                                        00007200
007300     05 CEE3DMP-OPTIONS            PIC X(255)                     00007300
007400        VALUE 'NOTRACE NOENTRY'.                                  00007400
007500 01  LE-FC.                                                       00007500
007600     02  CONDITION-TOKEN-VALUE.                                   00007600
007700     COPY  CEEIGZCT.                                              00007700
007800         03  CASE-1-CONDITION-ID.                                 00007800
007900             04  SEVERITY    PIC S9(4) BINARY.                    00007900
008000             04  MSG-NO      PIC S9(4) BINARY.                    00008000
008100         03  CASE-2-CONDITION-ID                                  00008100
008200                   REDEFINES CASE-1-CONDITION-ID.                 00008200
008300             04  CLASS-CODE  PIC S9(4) BINARY.                    00008300
008400             04  CAUSE-CODE  PIC S9(4) BINARY.                    00008400
008500         03  CASE-SEV-CTL    PIC X.                               00008500
008600         03  FACILITY-ID     PIC XXX.                             00008600
008700     02  I-S-INFO            PIC S9(9) BINARY.                    00008700
008800*                                                                 00008800
008900* The holiday cards, held until the year is built. More           00008900
009000* cards than the table holds fails the run rather than            00009000
009100* silently dropping a holiday, the same guard TESTCB22 puts       00009100
009200* on its correction cards.                                        00009200
009300*                                                                 00009300
009400 77  WS-HOL-MAX              PIC S9(4) COMP-5                     00009400
009500        VALUE IS 40.                                              00009500
009600 01  WS-HOLIDAY-TABLE.                                            00009600
009700     05  WS-HOL-ENTRY OCCURS 40 TIMES.                            00009700
009800         10  WS-HOL-DATE     PIC X(8).                            00009800
009900         10  WS-HOL-NAME     PIC X(30).                           00009900
010000 77  WS-HOL-COUNT            PIC S9(4) COMP-5                     00010000
010100        VALUE IS ZERO.                                            00010100
010200 77  WS-HOL-I                PIC S9(4) COMP-5.                    00010200
010300*                                                                 00010300
010400* The year being built, one entry per calendar day in date        00010400
010500* order, so the month-end and year-end flags can be set by        00010500
010600* walking it backwards before anything is written.                00010600
010700*                                                                 00010700
010800 01  WS-CALENDAR-TABLE.                                           00010800
010900     05  WS-CAL-ENTRY OCCURS 366 TIMES.                           00010900
011000         10  WS-CAL-DATE     PIC X(8).                            00011000
011100         10  WS-CAL-DOW      PIC S9(9) COMP-5.                    00011100
011200         10  WS-CAL-TYPE     PIC X(8).                            00011200
011300         10  WS-CAL-NAME     PIC X(30).                           00011300
011400         10  WS-CAL-MONTH-END PIC X.                              00011400
011500         10  WS-CAL-YEAR-END PIC X.                               00011500
011600 77  WS-CAL-COUNT            PIC S9(4) COMP-5                     00011600
011700        VALUE IS ZERO.                                            00011700
011800 77  WS-CAL-I                PIC S9(4) COMP-5.                    00011800
011900 01  WS-DAY-NAME-VALUES      PIC X(21)                            00011900
012000        VALUE IS 'SUNMONTUEWEDTHUFRISAT'.                         00012000
012100 01  WS-DAY-NAME-TABLE REDEFINES WS-DAY-NAME-VALUES.              00012100
012200     05  WS-DAY-NAME         PIC X(3) OCCURS 7 TIMES.             00012200
012300*                                                                 00012300
012400 LOCAL-STORAGE SECTION.                                           00012400
012500 01  LS-FULLWORD-RETURN.                                          00012500
012600     05  LS-LIBVERSION-POINTER   POINTER.                         00012600
012700     05  LS-LIBVERSION-BINVALUE  REDEFINES LS-LIBVERSION-POINTER  00012700
012800                                 PIC S9(9) COMP-5.                00012800
012900 77  LS-LIBVERSION-LENGTH    PIC S9(9) COMP-5                     00012900
013000        VALUE IS 0.                                               00013000
013100 77  LS-DB                   USAGE IS POINTER.                    00013100
013200 77  LS-WORK-STMT            USAGE IS POINTER.                    00013200
013300 77  LS-INSERT-STMT          USAGE IS POINTER.                    00013300
013400 77  LS-AUDIT-STMT           USAGE IS POINTER.                    00013400
013500 77  LS-PREPARED-STMT        USAGE IS POINTER.                    00013500
013600 77  LS-COLUMN-POINTER       USAGE IS POINTER.                    00013600
013700 77  LS-COLUMN-NUMBER        PIC S9(9) COMP-5.                    00013700
013800 77  LS-ZERO                 PIC S9(9) COMP-5                     00013800
013900                             VALUE IS ZERO.                       00013900
014000 77  LS-SQL-RC               PIC S9(9) COMP-5.                    00014000
014100 77  SQL-ZCHAR               PIC X(255).                          00014100
014200 77  LS-MINUS-ONE            PIC S9(9) COMP-5                     00014200
014300        VALUE IS -1.                                              00014300
014400 77  LS-ONE                  PIC S9(9) COMP-5                     00014400
014500        VALUE IS 1.                                               00014500
014600 77  LS-TWO                  PIC S9(9) COMP-5                     00014600
014700        VALUE IS 2.                                               00014700
014800 77  LS-THREE                PIC S9(9) COMP-5                     00014800
014900        VALUE IS 3.                                               00014900
015000 77  LS-FOUR                 PIC S9(9) COMP-5                     00015000
015100        VALUE IS 4.                                               00015100
015200 77  LS-FIVE                 PIC S9(9) COMP-5                     00015200
015300        VALUE IS 5.                                               00015300
015400 77  LS-SIX                  PIC S9(9) COMP-5                     00015400
015500        VALUE IS 6.                                               00015500
015600 77  LS-I                    PIC S9(9) COMP-5.                    00015600
015700 77  LS-OPEN-FLAGS           PIC S9(9) COMP-5.                    00015700
015800 77  LS-NULL                 POINTER VALUE IS NULL.               00015800
015900 77  LS-SQL-ERRCODE          PIC S9(9) COMP-5.                    00015900
016000 77  LS-ERRMSG-POINTER       USAGE IS POINTER.                    00016000
016100 77  WS-ERRMSG-TEXT          PIC X(255).                          00016100
016200 77  WS-ERRMSG-LEN           PIC S9(4) COMP-5.                    00016200
016300*                                                                 00016300
016400* Milliseconds SQLITE3-BUSY-TIMEOUT waits/retries internally      00016400
016500* before returning SQLITE-BUSY, so a transient lock from an       00016500
016600* overlapping batch window does not abend this job outright.      00016600
016700 77  LS-BUSY-TIMEOUT-MS      PIC S9(9) COMP-5                     00016700
016800        VALUE IS 5000.                                            00016800
016900*                                                                 00016900
017000* The PARM fields. Only LOAD changes the calendar, so only        00017000
017100* LOAD opens the data base for update.                            00017100
017200*                                                                 00017200
017300 77  WS-PARM-DBPATH          PIC X(255).                          00017300
017400 77  WS-PARM-FUNC            PIC X(8).                            00017400
017500 77  WS-PARM-BUSDATE         PIC X(8).                            00017500
017600 77  WS-PARM-LEN             PIC S9(4) COMP-5.                    00017600
017700 77  WS-BUS-DATE             PIC X(8).                            00017700
017800 77  WS-RUN-DATE             PIC X(8).                            00017800
017900 77  WS-SQL-PTR              PIC S9(4) COMP-5.                    00017900
018000 77  WS-PREP-LABEL           PIC X(20).                           00018000
018100*                                                                 00018100
018200* The card being edited.                                          00018200
018300*                                                                 00018300
018400 77  WS-EOF-SWITCH           PIC X                                00018400
018500                             VALUE IS 'N'.                        00018500
018600     88  WS-EOF              VALUE IS 'Y'.                        00018600
018700 77  WS-CARD-KEYWORD         PIC X(20).                           00018700
018800 77  WS-CARD-VALUE           PIC X(60).                           00018800
018900 77  WS-CARD-DATE            PIC X(8).                            00018900
019000 77  WS-CARD-NAME            PIC X(30).                           00019000
019100 77  WS-CAL-YEAR             PIC X(4)                             00019100
019200                             VALUE IS SPACES.                     00019200
019300*                                                                 00019300
019400* CEEDAYS turns a YYYYMMDD date into its Lilian day number,       00019400
019500* CEEDATE turns it back, and CEEDYWK gives the day of the         00019500
019600* week (1 is Sunday, 7 is Saturday), the same LE date             00019600
019700* services TESTCB24 and TESTCB16 already use.                     00019700
019800*                                                                 00019800
019900 01  WS-CEEDAYS-INPUT.                                            00019900
020000     05  WS-CEEDAYS-IN-LEN   PIC S9(4) COMP-5                     00020000
020100                             VALUE IS 8.                          00020100
020200     05  WS-CEEDAYS-IN-STR   PIC X(8).                            00020200
020300 01  WS-DATE-PICTURE.                                             00020300
020400     05  WS-DATE-PICT-LEN    PIC S9(4) COMP-5                     00020400
020500                             VALUE IS 8.                          00020500
020600     05  WS-DATE-PICT-STR    PIC X(8)                             00020600
020700                             VALUE IS 'YYYYMMDD'.                 00020700
020800 77  WS-DATE-OUTPUT          PIC X(80).                           00020800
020900 77  LS-FIRST-LILIAN         PIC S9(9) COMP-5.                    00020900
021000 77  LS-LAST-LILIAN          PIC S9(9) COMP-5.                    00021000
021100 77  LS-DAY-LILIAN           PIC S9(9) COMP-5.                    00021100
021200 77  LS-DAY-OF-WEEK          PIC S9(9) COMP-5.                    00021200
021300*                                                                 00021300
021400* Month-end/year-end flagging and the load totals.                00021400
021500*                                                                 00021500
021600 77  WS-FLAG-MONTH           PIC X(2).                            00021600
021700 77  WS-YEAR-END-SWITCH      PIC X.                               00021700
021800     88  WS-YEAR-END-SET     VALUE IS 'Y'.                        00021800
021900 77  WS-BUSINESS-COUNT       PIC S9(9) COMP-5                     00021900
022000        VALUE IS ZERO.                                            00022000
022100 77  WS-REPLACED-COUNT       PIC S9(9) COMP-5                     00022100
022200        VALUE IS ZERO.                                            00022200
022300 77  WS-INSERTED-COUNT       PIC S9(9) COMP-5                     00022300
022400        VALUE IS ZERO.                                            00022400
022500 77  WS-COUNT-DISPLAY        PIC Z(8)9.                           00022500
022600 77  WS-AUDIT-COUNT          PIC 9(3).                            00022600
022700 77  WS-AUDIT-HOLIDAYS       PIC 9(3).                            00022700
022800 77  WS-TYPE-LEN             PIC S9(4) COMP-5.                    00022800
022900 77  WS-NAME-LEN             PIC S9(4) COMP-5.                    00022900
023000*                                                                 00023000
023100* The MONTHEND answer.                                            00023100
023200*                                                                 00023200
023300 77  WS-COL-VALUE            PIC X(255).                          00023300
023400 77  WS-COL-VALUE-LEN        PIC S9(4) COMP-5.                    00023400
023500 77  WS-DAY-TYPE             PIC X(8).                            00023500
023600 77  WS-MONTH-END-FLAG       PIC X.                               00023600
023700 77  WS-YEAR-END-FLAG        PIC X.                               00023700
023800*                                                                 00023800
023900* The AUDIT_LOG trail, the same reusable WRITE-AUDIT-LOG          00023900
024000* convention TESTCOB8 follows.                                    00024000
024100*                                                                 00024100
024200 77  LS-LILIAN               PIC S9(9) COMP-5.                    00024200
024300 77  LS-AUDIT-GMT-SECS       USAGE COMP-2.                        00024300
024400 77  WS-AUDIT-TABLE          PIC X(30).                           00024400
024500 77  WS-AUDIT-OP             PIC X(10).                           00024500
024600 77  WS-AUDIT-BEFORE         PIC X(75).                           00024600
024700 77  WS-AUDIT-AFTER          PIC X(75).                           00024700
024800 77  LS-JPI-FUNC             PIC S9(9) COMP-5                     00024800
024900        VALUE IS 1.                                               00024900
025000 77  LS-JPI-BUFLEN           PIC S9(9) COMP-5                     00025000
025100        VALUE IS 8.                                               00025100
025200 77  LS-JPI-RETLEN           PIC S9(9) COMP-5.                    00025200
025300 77  WS-JOB-NAME             PIC X(8).                            00025300
025302*                                                                 00025302
025304* The STEP_METRICS row this step leaves for the TESTCB45          00025304
025306* batch-window report: the CEEGMT start and end seconds, the      00025306
025308* rows the step processed, its business date and return code,     00025308
025310* and the data base the row goes into (LOW-VALUES when there      00025310
025312* is none, and then no row is written).                           00025312
025314*                                                                 00025314
025316 77  LS-METRICS-DB           USAGE IS POINTER.                    00025316
025318 77  LS-METRICS-STMT         USAGE IS POINTER.                    00025318
025320 77  LS-METRICS-NULL         POINTER VALUE IS NULL.               00025320
025322 77  LS-METRICS-RC           PIC S9(9) COMP-5.                    00025322
025324 77  LS-METRICS-FLAGS        PIC S9(9) COMP-5.                    00025324
025326 77  LS-METRICS-COL          PIC S9(9) COMP-5.                    00025326
025328 77  LS-METRICS-MINUS-ONE    PIC S9(9) COMP-5                     00025328
025330        VALUE IS -1.                                              00025330
025332 77  LS-METRICS-WAIT-MS      PIC S9(9) COMP-5                     00025332
025334        VALUE IS 5000.                                            00025334
025336 77  LS-METRICS-LILIAN       PIC S9(9) COMP-5.                    00025336
025338 77  LS-METRICS-START-SECS   USAGE COMP-2.                        00025338
025340 77  LS-METRICS-END-SECS     USAGE COMP-2.                        00025340
025342 77  LS-METRICS-TIME-BFP     USAGE COMP-2.                        00025342
025344 77  LS-METRICS-ROWS         PIC S9(9) COMP-5                     00025344
025346        VALUE IS ZERO.                                            00025346
025348 77  LS-METRICS-STEP-RC      PIC S9(9) COMP-5.                    00025348
025350 77  LS-METRICS-JPI-FUNC     PIC S9(9) COMP-5                     00025350
025352        VALUE IS 1.                                               00025352
025354 77  LS-METRICS-JPI-BUFLEN   PIC S9(9) COMP-5                     00025354
025356        VALUE IS 8.                                               00025356
025358 77  LS-METRICS-JPI-RETLEN   PIC S9(9) COMP-5.                    00025358
025360 77  WS-METRICS-JOB          PIC X(8).                            00025360
025362 77  WS-METRICS-STEP         PIC X(8)                             00025362
025364        VALUE IS 'TESTCB36'.                                      00025364
025366 77  WS-METRICS-DATE         PIC X(8)                             00025366
025368        VALUE IS SPACES.                                          00025368
025370 77  WS-METRICS-DBPATH       PIC X(320)                           00025370
025372        VALUE IS LOW-VALUES.                                      00025372
025374 77  WS-METRICS-SQL          PIC X(255).                          00025374
025376 77  WS-METRICS-PTR          PIC S9(4) COMP-5.                    00025376
025400 LINKAGE SECTION.                                                 00025400
025500 01  MVS-PARM.                                                    00025500
025600     05 MVS-PARM-LENGTH      PIC S9(4) COMP-5.                    00025600
025700     05 MVS-PARM-VALUE       PIC X(32760).                        00025700
025800 77  LINKAGE-LIBVERSION      PIC X(101).                          00025800
025900 77  LINKAGE-COLUMN-TEXT     PIC X(1024).                         00025900
026000*  MVS-PARM-VALUE LENGTH IS REALLY ONLY THE NUMBER OF CHARACTERS  00026000
026100*  CONTAINED IN MVS-PARM-LENGTH. YOU NEED TO USE REFERENCE        00026100
026200*  MODIFICATION TO MAKE SURE YOU DON'T EXCEED THE ACTUAL LENGTH   00026200
026300*  PASSED TO THIS PROGRAM.                                        00026300
026400*                                                                 00026400
026500 PROCEDURE DIVISION USING MVS-PARM.                               00026500
026600 START-UP.                                                        00026600
026630     CALL 'CEEGMT' USING LS-METRICS-LILIAN,                       00026630
026660          LS-METRICS-START-SECS, LE-FC                            00026660
026700     CALL SQLITE3A USING SQLITE3-LIBVERSION                       00026700
026800          RETURNING LS-LIBVERSION-POINTER                         00026800
026900     END-CALL                                                     00026900
027000     IF LS-LIBVERSION-POINTER NOT EQUAL TO NULL THEN              00027000
027100        SET ADDRESS OF LINKAGE-LIBVERSION TO                      00027100
027200            LS-LIBVERSION-POINTER                                 00027200
027300        MOVE ZERO TO LS-LIBVERSION-LENGTH                         00027300
027400        INSPECT LINKAGE-LIBVERSION                                00027400
027500                TALLYING LS-LIBVERSION-LENGTH                     00027500
027600                FOR CHARACTERS BEFORE INITIAL LOW-VALUE           00027600
027700        DISPLAY 'Sqlite version is '                              00027700
027800                LINKAGE-LIBVERSION(1:LS-LIBVERSION-LENGTH)        00027800
027900                UPON SYSOUT                                       00027900
028000     END-IF                                                       00028000
028100     CALL SQLITE3A USING SQLITE3-INITIALIZE                       00028100
028200     RETURNING LS-SQL-RC                                          00028200
028300     END-CALL                                                     00028300
028400     IF LS-SQL-RC NOT = SQLITE-OK THEN                            00028400
028500        DISPLAY 'SQLITE-INITIALIZE FAILED. RC='                   00028500
028600            LS-SQL-RC                                             00028600
028700            UPON SYSOUT                                           00028700
028800        MOVE +16 TO RETURN-CODE                                   00028800
028900        GOBACK                                                    00028900
029000     END-IF                                                       00029000
029100     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE               00029100
029200     MOVE SPACES TO WS-JOB-NAME                                   00029200
029300     CALL 'CEE3JPI' USING LS-JPI-FUNC, WS-JOB-NAME,               00029300
029400             LS-JPI-BUFLEN, LS-JPI-RETLEN, LE-FC                  00029400
029500     .                                                            00029500
029600 PARSE-PARM.                                                      00029600
029700     MOVE SPACES TO WS-PARM-DBPATH                                00029700
029800     MOVE SPACES TO WS-PARM-FUNC                                  00029800
029900     MOVE SPACES TO WS-PARM-BUSDATE                               00029900
030000     IF MVS-PARM-LENGTH IS GREATER THAN ZERO THEN                 00030000
030100        UNSTRING MVS-PARM-VALUE(1:MVS-PARM-LENGTH)                00030100
030200            DELIMITED BY ','                                      00030200
030300             INTO WS-PARM-DBPATH, WS-PARM-FUNC,                   00030300
030400                  WS-PARM-BUSDATE                                 00030400
030500        END-UNSTRING                                              00030500
030600     END-IF                                                       00030600
030700     MOVE ZERO TO WS-PARM-LEN                                     00030700
030800     INSPECT WS-PARM-DBPATH TALLYING WS-PARM-LEN                  00030800
030900             FOR CHARACTERS BEFORE INITIAL SPACE                  00030900
031000     IF WS-PARM-LEN IS GREATER THAN ZERO THEN                     00031000
031100        MOVE WS-PARM-DBPATH(1:WS-PARM-LEN) TO SQL-ZCHAR           00031100
031200        MOVE LOW-VALUES TO SQL-ZCHAR(WS-PARM-LEN + 1:1)           00031200
031300     ELSE                                                         00031300
031400        MOVE Z'/tmp/testcob1.sqlite3' TO SQL-ZCHAR                00031400
031500     END-IF                                                       00031500
031600     IF WS-PARM-FUNC IS EQUAL TO SPACES THEN                      00031600
031700        MOVE 'LOAD' TO WS-PARM-FUNC                               00031700
031800     END-IF                                                       00031800
031900     IF WS-PARM-FUNC IS NOT EQUAL TO 'LOAD' AND                   00031900
032000        WS-PARM-FUNC IS NOT EQUAL TO 'MONTHEND' THEN              00032000
032100        DISPLAY 'CALENDAR FUNCTION MUST BE LOAD OR MONTHEND.'     00032100
032200           UPON SYSOUT                                            00032200
032300        MOVE +16 TO RETURN-CODE                                   00032300
032400        GOBACK                                                    00032400
032500     END-IF                                                       00032500
032600     IF WS-PARM-BUSDATE IS NOT EQUAL TO SPACES THEN               00032600
032700        MOVE WS-PARM-BUSDATE TO WS-BUS-DATE                       00032700
032800     ELSE                                                         00032800
032900        MOVE WS-RUN-DATE TO WS-BUS-DATE                           00032900
033000     END-IF                                                       00033000
033100     .                                                            00033100
033200 INITIALIZE-SQLITE.                                               00033200
033300     IF WS-PARM-FUNC IS EQUAL TO 'LOAD' THEN                      00033300
033400        MOVE SQLITE-OPEN-READWRITE TO LS-OPEN-FLAGS               00033400
033500        ADD SQLITE-OPEN-CREATE TO LS-OPEN-FLAGS                   00033500
033600     ELSE                                                         00033600
033700        MOVE SQLITE-OPEN-READONLY TO LS-OPEN-FLAGS                00033700
033800     END-IF                                                       00033800
033850     MOVE SQL-ZCHAR TO WS-METRICS-DBPATH                          00033850
033900     CALL SQLITE3A USING BY REFERENCE SQLITE3-OPEN-V2             00033900
034000         BY REFERENCE SQL-ZCHAR                                   00034000
034100         BY REFERENCE LS-DB                                       00034100
034200         BY VALUE LS-OPEN-FLAGS                                   00034200
034300         BY VALUE LS-NULL                                         00034300
034400         RETURNING LS-SQL-RC                                      00034400
034500     END-CALL                                                     00034500
034600     IF LS-SQL-RC IS NOT EQUAL TO SQLITE-OK AND                   00034600
034700        LS-SQL-RC IS NOT EQUAL TO SQLITE-DONE THEN                00034700
034800        DISPLAY 'SQLITE3-OPEN FAILED. RC='                        00034800
034900           LS-SQL-RC UPON SYSOUT                                  00034900
035000        PERFORM DISPLAY-SQL-ERROR                                 00035000
035100        MOVE +16 TO RETURN-CODE                                   00035100
035200        GOBACK                                                    00035200
035300     END-IF                                                       00035300
035400     CALL SQLITE3A USING BY REFERENCE SQLITE3-BUSY-TIMEOUT        00035400
035500         BY VALUE LS-DB                                           00035500
035600         BY VALUE LS-BUSY-TIMEOUT-MS                              00035600
035700         RETURNING LS-SQL-RC                                      00035700
035800     END-CALL                                                     00035800
035900     IF WS-PARM-FUNC IS EQUAL TO 'MONTHEND' THEN                  00035900
036000        GO TO CHECK-MONTH-END                                     00036000
036100     END-IF                                                       00036100
036200     .                                                            00036200
036300*                                                                 00036300
036400* LOAD: edit every card before anything is built, so a bad        00036400
036500* card never leaves half a year on the calendar.                  00036500
036600*                                                                 00036600
036700 READ-CALENDAR-CARDS.                                             00036700
036800     OPEN INPUT SYSIN-FILE                                        00036800
036900     MOVE 'N' TO WS-EOF-SWITCH                                    00036900
037000     PERFORM UNTIL WS-EOF                                         00037000
037100        READ SYSIN-FILE                                           00037100
037200           AT END                                                 00037200
037300              MOVE 'Y' TO WS-EOF-SWITCH                           00037300
037400           NOT AT END                                             00037400
037500              PERFORM EDIT-ONE-CARD                               00037500
037600        END-READ                                                  00037600
037700     END-PERFORM                                                  00037700
037800     CLOSE SYSIN-FILE                                             00037800
037900     IF WS-CAL-YEAR IS EQUAL TO SPACES THEN                       00037900
038000        DISPLAY 'A YEAR= CARD IS REQUIRED.' UPON SYSOUT           00038000
038100        MOVE +16 TO RETURN-CODE                                   00038100
038200     END-IF                                                       00038200
038300     PERFORM VARYING WS-HOL-I FROM 1 BY 1                         00038300
038400        UNTIL WS-HOL-I > WS-HOL-COUNT                             00038400
038500        IF WS-HOL-DATE(WS-HOL-I)(1:4) IS NOT EQUAL TO             00038500
038600           WS-CAL-YEAR THEN                                       00038600
038700           DISPLAY 'HOLIDAY ' WS-HOL-DATE(WS-HOL-I)               00038700
038800              ' IS NOT IN YEAR ' WS-CAL-YEAR UPON SYSOUT          00038800
038900           MOVE +16 TO RETURN-CODE                                00038900
039000        END-IF                                                    00039000
039100     END-PERFORM                                                  00039100
039200     IF RETURN-CODE IS EQUAL TO +16 THEN                          00039200
039300        DISPLAY 'CALENDAR NOT LOADED.' UPON SYSOUT                00039300
039400        GO TO SHUTDOWN                                            00039400
039500     END-IF                                                       00039500
039600     .                                                            00039600
039700*                                                                 00039700
039800* Build every day of the year in the working table, then          00039800
039900* flag the last business day of each month (and of the            00039900
040000* year) by walking the table backwards.                           00040000
040100*                                                                 00040100
040200 BUILD-CALENDAR-YEAR.                                             00040200
040300     MOVE SPACES TO WS-CEEDAYS-IN-STR                             00040300
040400     STRING WS-CAL-YEAR DELIMITED BY SIZE                         00040400
040500         '0101' DELIMITED BY SIZE                                 00040500
040600         INTO WS-CEEDAYS-IN-STR                                   00040600
040700     END-STRING                                                   00040700
040800     CALL 'CEEDAYS' USING WS-CEEDAYS-INPUT,                       00040800
040900          WS-DATE-PICTURE, LS-FIRST-LILIAN, LE-FC                 00040900
041000     MOVE SPACES TO WS-CEEDAYS-IN-STR                             00041000
041100     STRING WS-CAL-YEAR DELIMITED BY SIZE                         00041100
041200         '1231' DELIMITED BY SIZE                                 00041200
041300         INTO WS-CEEDAYS-IN-STR                                   00041300
041400     END-STRING                                                   00041400
041500     CALL 'CEEDAYS' USING WS-CEEDAYS-INPUT,                       00041500
041600          WS-DATE-PICTURE, LS-LAST-LILIAN, LE-FC                  00041600
041700     MOVE ZERO TO WS-CAL-COUNT                                    00041700
041800     PERFORM VARYING LS-DAY-LILIAN FROM LS-FIRST-LILIAN BY 1      00041800
041900        UNTIL LS-DAY-LILIAN > LS-LAST-LILIAN                      00041900
042000        PERFORM BUILD-ONE-DAY                                     00042000
042100     END-PERFORM                                                  00042100
042200     MOVE SPACES TO WS-FLAG-MONTH                                 00042200
042300     MOVE 'N' TO WS-YEAR-END-SWITCH                               00042300
042400     PERFORM VARYING WS-CAL-I FROM WS-CAL-COUNT BY -1             00042400
042500        UNTIL WS-CAL-I < 1                                        00042500
042600        IF WS-CAL-TYPE(WS-CAL-I) IS EQUAL TO 'BUSINESS' AND       00042600
042700           WS-CAL-DATE(WS-CAL-I)(5:2) IS NOT EQUAL TO             00042700
042800           WS-FLAG-MONTH THEN                                     00042800
042900           MOVE 'Y' TO WS-CAL-MONTH-END(WS-CAL-I)                 00042900
043000           MOVE WS-CAL-DATE(WS-CAL-I)(5:2) TO WS-FLAG-MONTH       00043000
043100           IF NOT WS-YEAR-END-SET THEN                            00043100
043200              MOVE 'Y' TO WS-CAL-YEAR-END(WS-CAL-I)               00043200
043300              MOVE 'Y' TO WS-YEAR-END-SWITCH                      00043300
043400           END-IF                                                 00043400
043500        END-IF                                                    00043500
043600     END-PERFORM                                                  00043600
043700     GO TO CREATE-CALENDAR-TABLE                                  00043700
043800     .                                                            00043800
043900 BUILD-ONE-DAY.                                                   00043900
044000     ADD 1 TO WS-CAL-COUNT                                        00044000
044100     MOVE SPACES TO WS-DATE-OUTPUT                                00044100
044200     CALL 'CEEDATE' USING LS-DAY-LILIAN,                          00044200
044300          WS-DATE-PICTURE, WS-DATE-OUTPUT, LE-FC                  00044300
044400     MOVE WS-DATE-OUTPUT(1:8) TO WS-CAL-DATE(WS-CAL-COUNT)        00044400
044500     CALL 'CEEDYWK' USING LS-DAY-LILIAN, LS-DAY-OF-WEEK,          00044500
044600          LE-FC                                                   00044600
044700     MOVE LS-DAY-OF-WEEK TO WS-CAL-DOW(WS-CAL-COUNT)              00044700
044800     MOVE SPACES TO WS-CAL-NAME(WS-CAL-COUNT)                     00044800
044900     MOVE 'N' TO WS-CAL-MONTH-END(WS-CAL-COUNT)                   00044900
045000     MOVE 'N' TO WS-CAL-YEAR-END(WS-CAL-COUNT)                    00045000
045100     IF LS-DAY-OF-WEEK IS EQUAL TO 1 OR                           00045100
045200        LS-DAY-OF-WEEK IS EQUAL TO 7 THEN                         00045200
045300        MOVE 'WEEKEND' TO WS-CAL-TYPE(WS-CAL-COUNT)               00045300
045400     ELSE                                                         00045400
045500        MOVE 'BUSINESS' TO WS-CAL-TYPE(WS-CAL-COUNT)              00045500
045600     END-IF                                                       00045600
045700     PERFORM VARYING WS-HOL-I FROM 1 BY 1                         00045700
045800        UNTIL WS-HOL-I > WS-HOL-COUNT                             00045800
045900        IF WS-HOL-DATE(WS-HOL-I) IS EQUAL TO                      00045900
046000           WS-CAL-DATE(WS-CAL-COUNT) THEN                         00046000
046100           MOVE 'HOLIDAY' TO WS-CAL-TYPE(WS-CAL-COUNT)            00046100
046200           MOVE WS-HOL-NAME(WS-HOL-I)                             00046200
046300              TO WS-CAL-NAME(WS-CAL-COUNT)                        00046300
046400        END-IF                                                    00046400
046500     END-PERFORM                                                  00046500
046600     IF WS-CAL-TYPE(WS-CAL-COUNT) IS EQUAL TO 'BUSINESS' THEN     00046600
046700        ADD 1 TO WS-BUSINESS-COUNT                                00046700
046800     END-IF                                                       00046800
046900     .                                                            00046900
047000 CREATE-CALENDAR-TABLE.                                           00047000
047100     MOVE 1 TO WS-SQL-PTR                                         00047100
047200     STRING 'CREATE TABLE IF NOT EXISTS BUSINESS_CALENDAR ('      00047200
047300         DELIMITED BY SIZE                                        00047300
047400         'CAL_DATE TEXT PRIMARY KEY, DAY_OF_WEEK INTEGER, '       00047400
047500         DELIMITED BY SIZE                                        00047500
047600         'DAY_TYPE TEXT, HOLIDAY_NAME TEXT, '                     00047600
047700         DELIMITED BY SIZE                                        00047700
047800         'MONTH_END TEXT, YEAR_END TEXT)' DELIMITED BY SIZE       00047800
047900         INTO SQL-ZCHAR                                           00047900
048000         WITH POINTER WS-SQL-PTR                                  00048000
048100     END-STRING                                                   00048100
048200     MOVE LOW-VALUES TO SQL-ZCHAR(WS-SQL-PTR:1)                   00048200
048300     CALL SQLITE3A USING BY REFERENCE SQLITE3-EXEC                00048300
048400         BY VALUE LS-DB                                           00048400
048500         BY REFERENCE SQL-ZCHAR                                   00048500
048600         BY VALUE LS-ZERO                                         00048600
048700         BY VALUE LS-ZERO                                         00048700
048800         BY VALUE LS-ZERO                                         00048800
048900         RETURNING LS-SQL-RC                                      00048900
049000     END-CALL                                                     00049000
049100     IF LS-SQL-RC IS NOT EQUAL TO SQLITE-OK AND                   00049100
049200        LS-SQL-RC IS NOT EQUAL TO SQLITE-DONE THEN                00049200
049300        DISPLAY 'CREATE BUSINESS_CALENDAR TABLE FAILED. RC='      00049300
049400           LS-SQL-RC UPON SYSOUT                                  00049400
049500        PERFORM DISPLAY-SQL-ERROR                                 00049500
049600        MOVE +16 TO RETURN-CODE                                   00049600
049700        GOBACK                                                    00049700
049800     END-IF                                                       00049800
049900     .                                                            00049900
050000 CREATE-AUDIT-LOG-TABLE.                                          00050000
050100     MOVE 1 TO WS-SQL-PTR                                         00050100
050200     STRING 'CREATE TABLE IF NOT EXISTS AUDIT_LOG ('              00050200
050300         DELIMITED BY SIZE                                        00050300
050400         'TABLE_NAME TEXT, OPERATION TEXT, '                      00050400
050500         DELIMITED BY SIZE                                        00050500
050600         'BEFORE_VALUE TEXT, AFTER_VALUE TEXT, '                  00050600
050700         DELIMITED BY SIZE                                        00050700
050800         'LOG_TIME REAL, JOB_NAME TEXT)' DELIMITED BY SIZE        00050800
050900         INTO SQL-ZCHAR                                           00050900
051000         WITH POINTER WS-SQL-PTR                                  00051000
051100     END-STRING                                                   00051100
051200     MOVE LOW-VALUES TO SQL-ZCHAR(WS-SQL-PTR:1)                   00051200
051300     CALL SQLITE3A USING BY REFERENCE SQLITE3-EXEC                00051300
051400         BY VALUE LS-DB                                           00051400
051500         BY REFERENCE SQL-ZCHAR                                   00051500
051600         BY VALUE LS-ZERO                                         00051600
051700         BY VALUE LS-ZERO                                         00051700
051800         BY VALUE LS-ZERO                                         00051800
051900         RETURNING LS-SQL-RC                                      00051900
052000     END-CALL                                                     00052000
052100     IF LS-SQL-RC IS NOT EQUAL TO SQLITE-OK AND                   00052100
052200        LS-SQL-RC IS NOT EQUAL TO SQLITE-DONE THEN                00052200
052300        DISPLAY 'CREATE AUDIT_LOG TABLE FAILED. RC='              00052300
052400           LS-SQL-RC UPON SYSOUT                                  00052400
052500        PERFORM DISPLAY-SQL-ERROR                                 00052500
052600        MOVE +16 TO RETURN-CODE                                   00052600
052700        GOBACK                                                    00052700
052800     END-IF                                                       00052800
052900     .                                                            00052900
053000 PREPARE-STATEMENTS.                                              00053000
053100     MOVE 1 TO WS-SQL-PTR                                         00053100
053200     STRING 'INSERT INTO BUSINESS_CALENDAR(CAL_DATE,'             00053200
053300         DELIMITED BY SIZE                                        00053300
053400         'DAY_OF_WEEK,DAY_TYPE,HOLIDAY_NAME,MONTH_END,'           00053400
053500         DELIMITED BY SIZE                                        00053500
053600         'YEAR_END) VALUES(?,?,?,?,?,?)' DELIMITED BY SIZE        00053600
053700         INTO SQL-ZCHAR                                           00053700
053800         WITH POINTER WS-SQL-PTR                                  00053800
053900     END-STRING                                                   00053900
054000     MOVE LOW-VALUES TO SQL-ZCHAR(WS-SQL-PTR:1)                   00054000
054100     MOVE 'CALENDAR INSERT' TO WS-PREP-LABEL                      00054100
054200     PERFORM PREPARE-ONE-STATEMENT                                00054200
054300     SET LS-INSERT-STMT TO LS-PREPARED-STMT                       00054300
054400     MOVE 1 TO WS-SQL-PTR                                         00054400
054500     STRING 'INSERT INTO AUDIT_LOG(TABLE_NAME,OPERATION,'         00054500
054600         DELIMITED BY SIZE                                        00054600
054700         'BEFORE_VALUE,AFTER_VALUE,LOG_TIME,JOB_NAME) '           00054700
054800         DELIMITED BY SIZE                                        00054800
054900         'VALUES(?,?,?,?,?,?)' DELIMITED BY SIZE                  00054900
055000         INTO SQL-ZCHAR                                           00055000
055100         WITH POINTER WS-SQL-PTR                                  00055100
055200     END-STRING                                                   00055200
055300     MOVE LOW-VALUES TO SQL-ZCHAR(WS-SQL-PTR:1)                   00055300
055400     MOVE 'AUDIT INSERT' TO WS-PREP-LABEL                         00055400
055500     PERFORM PREPARE-ONE-STATEMENT                                00055500
055600     SET LS-AUDIT-STMT TO LS-PREPARED-STMT                        00055600
055700     MOVE Z'BEGIN TRANSACTION' TO SQL-ZCHAR                       00055700
055800     CALL SQLITE3A USING BY REFERENCE SQLITE3-EXEC                00055800
055900         BY VALUE LS-DB                                           00055900
056000         BY REFERENCE SQL-ZCHAR                                   00056000
056100         BY VALUE LS-ZERO                                         00056100
056200         BY VALUE LS-ZERO                                         00056200
056300         BY VALUE LS-ZERO                                         00056300
056400         RETURNING LS-SQL-RC                                      00056400
056500     END-CALL                                                     00056500
056600     IF LS-SQL-RC IS NOT EQUAL TO SQLITE-OK AND                   00056600
056700        LS-SQL-RC IS NOT EQUAL TO SQLITE-DONE THEN                00056700
056800        DISPLAY 'BEGIN TRANSACTION FAILED. RC='                   00056800
056900           LS-SQL-RC UPON SYSOUT                                  00056900
057000        PERFORM DISPLAY-SQL-ERROR                                 00057000
057100        MOVE +16 TO RETURN-CODE                                   00057100
057200        GOBACK                                                    00057200
057300     END-IF                                                       00057300
057400     GO TO REPLACE-CALENDAR-YEAR                                  00057400
057500     .                                                            00057500
057600*                                                                 00057600
057700* Reusable prepare paragraph: caller builds the null-terminated   00057700
057800* statement text in SQL-ZCHAR and names it in WS-PREP-LABEL; the  00057800
057900* prepared statement handle is returned in LS-PREPARED-STMT.      00057900
058000*                                                                 00058000
058100 PREPARE-ONE-STATEMENT.                                           00058100
058200     CALL SQLITE3A USING BY REFERENCE SQLITE3-PREPARE-V2          00058200
058300         BY VALUE LS-DB                                           00058300
058400         BY REFERENCE SQL-ZCHAR                                   00058400
058500         BY VALUE LS-MINUS-ONE                                    00058500
058600         BY REFERENCE LS-PREPARED-STMT                            00058600
058700         BY VALUE LS-ZERO                                         00058700
058800         RETURNING LS-SQL-RC                                      00058800
058900     END-CALL                                                     00058900
059000     IF LS-SQL-RC IS NOT EQUAL TO SQLITE-OK AND                   00059000
059100        LS-SQL-RC IS NOT EQUAL TO SQLITE-DONE THEN                00059100
059200        DISPLAY 'PREPARE OF ' WS-PREP-LABEL                       00059200
059300           ' FAILED. RC=' LS-SQL-RC UPON SYSOUT                   00059300
059400        PERFORM DISPLAY-SQL-ERROR                                 00059400
059500        MOVE +16 TO RETURN-CODE                                   00059500
059600        GOBACK                                                    00059600
059700     END-IF                                                       00059700
059800     .                                                            00059800
059900*                                                                 00059900
060000* Fetch the text of column LS-COLUMN-NUMBER of the current        00060000
060100* LS-WORK-STMT row into WS-COL-VALUE/WS-COL-VALUE-LEN, the        00060100
060200* same null-terminated-pointer handling TESTCOB2 uses.            00060200
060300*                                                                 00060300
060400 GET-COLUMN-TEXT.                                                 00060400
060500     CALL SQLITE3A USING BY REFERENCE SQLITE3-COLUMN-TEXT         00060500
060600         BY VALUE LS-WORK-STMT                                    00060600
060700         BY VALUE LS-COLUMN-NUMBER                                00060700
060800         RETURNING LS-COLUMN-POINTER                              00060800
060900     END-CALL                                                     00060900
061000     MOVE SPACES TO WS-COL-VALUE                                  00061000
061100     MOVE ZERO TO WS-COL-VALUE-LEN                                00061100
061200     IF LS-COLUMN-POINTER IS NOT EQUAL TO NULL THEN               00061200
061300        SET ADDRESS OF LINKAGE-COLUMN-TEXT TO LS-COLUMN-POINTER   00061300
061400        INSPECT LINKAGE-COLUMN-TEXT TALLYING WS-COL-VALUE-LEN     00061400
061500           FOR CHARACTERS BEFORE INITIAL LOW-VALUE                00061500
061600        IF WS-COL-VALUE-LEN IS GREATER THAN ZERO THEN             00061600
061700           MOVE LINKAGE-COLUMN-TEXT(1:WS-COL-VALUE-LEN)           00061700
061800              TO WS-COL-VALUE                                     00061800
061900        END-IF                                                    00061900
062000     END-IF                                                       00062000
062100     .                                                            00062100
062200*                                                                 00062200
062300* Reusable audit paragraph: caller sets WS-AUDIT-TABLE,           00062300
062400* WS-AUDIT-OP, WS-AUDIT-BEFORE, and WS-AUDIT-AFTER, then          00062400
062500* PERFORMs this to record the change in AUDIT_LOG.                00062500
062600*                                                                 00062600
062700 WRITE-AUDIT-LOG.                                                 00062700
062800     CALL 'CEEGMT' USING LS-LILIAN, LS-AUDIT-GMT-SECS, LE-FC      00062800
062900     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           00062900
063000         BY VALUE LS-AUDIT-STMT                                   00063000
063100         BY VALUE LS-ONE                                          00063100
063200         BY REFERENCE WS-AUDIT-TABLE                              00063200
063300         BY VALUE 30                                              00063300
063400         BY VALUE SQLITE-TRANSIENT                                00063400
063500         RETURNING LS-SQL-RC                                      00063500
063600     END-CALL                                                     00063600
063700     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           00063700
063800         BY VALUE LS-AUDIT-STMT                                   00063800
063900         BY VALUE LS-TWO                                          00063900
064000         BY REFERENCE WS-AUDIT-OP                                 00064000
064100         BY VALUE 10                                              00064100
064200         BY VALUE SQLITE-TRANSIENT                                00064200
064300         RETURNING LS-SQL-RC                                      00064300
064400     END-CALL                                                     00064400
064500     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           00064500
064600         BY VALUE LS-AUDIT-STMT                                   00064600
064700         BY VALUE LS-THREE                                        00064700
064800         BY REFERENCE WS-AUDIT-BEFORE                             00064800
064900         BY VALUE 75                                              00064900
065000         BY VALUE SQLITE-TRANSIENT                                00065000
065100         RETURNING LS-SQL-RC                                      00065100
065200     END-CALL                                                     00065200
065300     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           00065300
065400         BY VALUE LS-AUDIT-STMT                                   00065400
065500         BY VALUE LS-FOUR                                         00065500
065600         BY REFERENCE WS-AUDIT-AFTER                              00065600
065700         BY VALUE 75                                              00065700
065800         BY VALUE SQLITE-TRANSIENT                                00065800
065900         RETURNING LS-SQL-RC                                      00065900
066000     END-CALL                                                     00066000
066100     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-DOUBLE         00066100
066200         BY VALUE LS-AUDIT-STMT                                   00066200
066300         BY VALUE LS-FIVE                                         00066300
066400         BY VALUE LS-AUDIT-GMT-SECS                               00066400
066500         RETURNING LS-SQL-RC                                      00066500
066600     END-CALL                                                     00066600
066700     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           00066700
066800         BY VALUE LS-AUDIT-STMT                                   00066800
066900         BY VALUE LS-SIX                                          00066900
067000         BY REFERENCE WS-JOB-NAME                                 00067000
067100         BY VALUE 8                                               00067100
067200         BY VALUE SQLITE-TRANSIENT                                00067200
067300         RETURNING LS-SQL-RC                                      00067300
067400     END-CALL                                                     00067400
067500     CALL SQLITE3A USING BY REFERENCE SQLITE3-STEP                00067500
067600         BY VALUE LS-AUDIT-STMT                                   00067600
067700         RETURNING LS-SQL-RC                                      00067700
067800     END-CALL                                                     00067800
067900     IF LS-SQL-RC IS NOT EQUAL TO SQLITE-OK AND                   00067900
068000        LS-SQL-RC IS NOT EQUAL TO SQLITE-DONE THEN                00068000
068100        DISPLAY 'AUDIT LOG INSERT FAILED. RC='                    00068100
068200           LS-SQL-RC UPON SYSOUT                                  00068200
068300        PERFORM DISPLAY-SQL-ERROR                                 00068300
068400     END-IF                                                       00068400
068500     CALL SQLITE3A USING BY REFERENCE SQLITE3-RESET               00068500
068600         BY VALUE LS-AUDIT-STMT                                   00068600
068700         RETURNING LS-SQL-RC                                      00068700
068800     END-CALL                                                     00068800
068900     .                                                            00068900
069000 EDIT-ONE-CARD.                                                   00069000
069100     IF SYSIN-RECORD(1:1) IS EQUAL TO '*' OR                      00069100
069200        SYSIN-RECORD IS EQUAL TO SPACES THEN                      00069200
069300        CONTINUE                                                  00069300
069400     ELSE                                                         00069400
069500        MOVE SPACES TO WS-CARD-KEYWORD                            00069500
069600        MOVE SPACES TO WS-CARD-VALUE                              00069600
069700        UNSTRING SYSIN-RECORD                                     00069700
069800            DELIMITED BY '='                                      00069800
069900             INTO WS-CARD-KEYWORD, WS-CARD-VALUE                  00069900
070000        END-UNSTRING                                              00070000
070100        EVALUATE WS-CARD-KEYWORD                                  00070100
070200        WHEN 'YEAR'                                               00070200
070300             PERFORM EDIT-YEAR-CARD                               00070300
070400        WHEN 'HOLIDAY'                                            00070400
070500             PERFORM EDIT-HOLIDAY-CARD                            00070500
070600        WHEN OTHER                                                00070600
070700             DISPLAY 'INVALID CALENDAR CARD: '                    00070700
070800                SYSIN-RECORD UPON SYSOUT                          00070800
070900             MOVE +16 TO RETURN-CODE                              00070900
071000        END-EVALUATE                                              00071000
071100     END-IF                                                       00071100
071200     .                                                            00071200
071300 EDIT-YEAR-CARD.                                                  00071300
071400     IF WS-CARD-VALUE(1:4) IS NOT NUMERIC OR                      00071400
071500        WS-CARD-VALUE(5:) IS NOT EQUAL TO SPACES THEN             00071500
071600        DISPLAY 'INVALID YEAR CARD: ' SYSIN-RECORD                00071600
071700           UPON SYSOUT                                            00071700
071800        MOVE +16 TO RETURN-CODE                                   00071800
071900     ELSE                                                         00071900
072000        IF WS-CAL-YEAR IS NOT EQUAL TO SPACES AND                 00072000
072100           WS-CAL-YEAR IS NOT EQUAL TO WS-CARD-VALUE(1:4) THEN    00072100
072200           DISPLAY 'ONLY ONE YEAR= CARD PER RUN: '                00072200
072300              SYSIN-RECORD UPON SYSOUT                            00072300
072400           MOVE +16 TO RETURN-CODE                                00072400
072500        ELSE                                                      00072500
072600           MOVE WS-CARD-VALUE(1:4) TO WS-CAL-YEAR                 00072600
072700        END-IF                                                    00072700
072800     END-IF                                                       00072800
072900     .                                                            00072900
073000*                                                                 00073000
073100* A holiday date must be a real date (CEEDAYS says so with a      00073100
073200* zero severity) and there must be room left in the table.        00073200
073300*                                                                 00073300
073400 EDIT-HOLIDAY-CARD.                                               00073400
073500     MOVE SPACES TO WS-CARD-DATE                                  00073500
073600     MOVE SPACES TO WS-CARD-NAME                                  00073600
073700     UNSTRING WS-CARD-VALUE                                       00073700
073800         DELIMITED BY ','                                         00073800
073900          INTO WS-CARD-DATE, WS-CARD-NAME                         00073900
074000     END-UNSTRING                                                 00074000
074100     IF WS-CARD-DATE IS NOT NUMERIC THEN                          00074100
074200        DISPLAY 'INVALID HOLIDAY CARD: ' SYSIN-RECORD             00074200
074300           UPON SYSOUT                                            00074300
074400        MOVE +16 TO RETURN-CODE                                   00074400
074500     ELSE                                                         00074500
074600        MOVE WS-CARD-DATE TO WS-CEEDAYS-IN-STR                    00074600
074700        CALL 'CEEDAYS' USING WS-CEEDAYS-INPUT,                    00074700
074800             WS-DATE-PICTURE, LS-DAY-LILIAN, LE-FC                00074800
074900        IF SEVERITY IS GREATER THAN ZERO THEN                     00074900
075000           DISPLAY 'INVALID HOLIDAY DATE: ' SYSIN-RECORD          00075000
075100              UPON SYSOUT                                         00075100
075200           MOVE +16 TO RETURN-CODE                                00075200
075300        ELSE                                                      00075300
075400           IF WS-HOL-COUNT IS NOT LESS THAN WS-HOL-MAX THEN       00075400
075500              DISPLAY 'TOO MANY HOLIDAY CARDS: ' SYSIN-RECORD     00075500
075600                 UPON SYSOUT                                      00075600
075700              MOVE +16 TO RETURN-CODE                             00075700
075800           ELSE                                                   00075800
075900              ADD 1 TO WS-HOL-COUNT                               00075900
076000              MOVE WS-CARD-DATE TO WS-HOL-DATE(WS-HOL-COUNT)      00076000
076100              MOVE WS-CARD-NAME TO WS-HOL-NAME(WS-HOL-COUNT)      00076100
076200           END-IF                                                 00076200
076300        END-IF                                                    00076300
076400     END-IF                                                       00076400
076500     .                                                            00076500
076600*                                                                 00076600
076700* Replace the year: its old rows go, the new year goes in,        00076700
076800* and one AUDIT_LOG row records the load, all inside the          00076800
076900* one transaction.                                                00076900
077000*                                                                 00077000
077100 REPLACE-CALENDAR-YEAR.                                           00077100
077200     MOVE 1 TO WS-SQL-PTR                                         00077200
077300     STRING 'DELETE FROM BUSINESS_CALENDAR WHERE '                00077300
077400         DELIMITED BY SIZE                                        00077400
077500         'CAL_DATE BETWEEN ? AND ?' DELIMITED BY SIZE             00077500
077600         INTO SQL-ZCHAR                                           00077600
077700         WITH POINTER WS-SQL-PTR                                  00077700
077800     END-STRING                                                   00077800
077900     MOVE LOW-VALUES TO SQL-ZCHAR(WS-SQL-PTR:1)                   00077900
078000     MOVE 'CALENDAR DELETE' TO WS-PREP-LABEL                      00078000
078100     PERFORM PREPARE-ONE-STATEMENT                                00078100
078200     SET LS-WORK-STMT TO LS-PREPARED-STMT                         00078200
078300     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           00078300
078400         BY VALUE LS-WORK-STMT                                    00078400
078500         BY VALUE LS-ONE                                          00078500
078600         BY REFERENCE WS-CAL-DATE(1)                              00078600
078700         BY VALUE 8                                               00078700
078800         BY VALUE SQLITE-TRANSIENT                                00078800
078900         RETURNING LS-SQL-RC                                      00078900
079000     END-CALL                                                     00079000
079100     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           00079100
079200         BY VALUE LS-WORK-STMT                                    00079200
079300         BY VALUE LS-TWO                                          00079300
079400         BY REFERENCE WS-CAL-DATE(WS-CAL-COUNT)                   00079400
079500         BY VALUE 8                                               00079500
079600         BY VALUE SQLITE-TRANSIENT                                00079600
079700         RETURNING LS-SQL-RC                                      00079700
079800     END-CALL                                                     00079800
079900     CALL SQLITE3A USING BY REFERENCE SQLITE3-STEP                00079900
080000         BY VALUE LS-WORK-STMT                                    00080000
080100         RETURNING LS-SQL-RC                                      00080100
080200     END-CALL                                                     00080200
080300     IF LS-SQL-RC IS NOT EQUAL TO SQLITE-OK AND                   00080300
080400        LS-SQL-RC IS NOT EQUAL TO SQLITE-DONE THEN                00080400
080500        DISPLAY 'CALENDAR DELETE FAILED. RC='                     00080500
080600           LS-SQL-RC UPON SYSOUT                                  00080600
080700        PERFORM DISPLAY-SQL-ERROR                                 00080700
080800        MOVE +16 TO RETURN-CODE                                   00080800
080900     END-IF                                                       00080900
081000     CALL SQLITE3A USING BY REFERENCE SQLITE3-FINALIZE            00081000
081100         BY VALUE LS-WORK-STMT                                    00081100
081200         RETURNING LS-SQL-RC                                      00081200
081300     END-CALL                                                     00081300
081400     CALL SQLITE3A USING BY REFERENCE SQLITE3-CHANGES             00081400
081500         BY VALUE LS-DB                                           00081500
081600         RETURNING WS-REPLACED-COUNT                              00081600
081700     END-CALL                                                     00081700
081800     PERFORM VARYING WS-CAL-I FROM 1 BY 1                         00081800
081900        UNTIL WS-CAL-I > WS-CAL-COUNT                             00081900
082000        PERFORM INSERT-ONE-DAY                                    00082000
082100     END-PERFORM                                                  00082100
082200     MOVE 'BUSINESS_CALENDAR' TO WS-AUDIT-TABLE                   00082200
082300     MOVE SPACES TO WS-AUDIT-BEFORE                               00082300
082400     MOVE SPACES TO WS-AUDIT-AFTER                                00082400
082500     IF WS-REPLACED-COUNT IS GREATER THAN ZERO THEN               00082500
082600        MOVE 'RELOAD' TO WS-AUDIT-OP                              00082600
082700        MOVE WS-REPLACED-COUNT TO WS-AUDIT-COUNT                  00082700
082800        STRING 'YEAR=' DELIMITED BY SIZE                          00082800
082900            WS-CAL-YEAR DELIMITED BY SIZE                         00082900
083000            ' DAYS=' DELIMITED BY SIZE                            00083000
083100            WS-AUDIT-COUNT DELIMITED BY SIZE                      00083100
083200            INTO WS-AUDIT-BEFORE                                  00083200
083300        END-STRING                                                00083300
083400     ELSE                                                         00083400
083500        MOVE 'LOAD' TO WS-AUDIT-OP                                00083500
083600     END-IF                                                       00083600
083700     MOVE WS-BUSINESS-COUNT TO WS-AUDIT-COUNT                     00083700
083800     MOVE WS-HOL-COUNT TO WS-AUDIT-HOLIDAYS                       00083800
083900     STRING 'YEAR=' DELIMITED BY SIZE                             00083900
084000         WS-CAL-YEAR DELIMITED BY SIZE                            00084000
084100         ' BUSINESS DAYS=' DELIMITED BY SIZE                      00084100
084200         WS-AUDIT-COUNT DELIMITED BY SIZE                         00084200
084300         ' HOLIDAYS=' DELIMITED BY SIZE                           00084300
084400         WS-AUDIT-HOLIDAYS DELIMITED BY SIZE                      00084400
084500         INTO WS-AUDIT-AFTER                                      00084500
084600     END-STRING                                                   00084600
084700     PERFORM WRITE-AUDIT-LOG                                      00084700
084800     GO TO COMMIT-TRANSACTION                                     00084800
084900     .                                                            00084900
085000*                                                                 00085000
085100* Insert entry WS-CAL-I; holidays and period ends are also        00085100
085200* listed on SYSOUT so the loaded year can be checked by eye.      00085200
085300*                                                                 00085300
085400 INSERT-ONE-DAY.                                                  00085400
085500     MOVE ZERO TO WS-TYPE-LEN                                     00085500
085600     INSPECT WS-CAL-TYPE(WS-CAL-I) TALLYING WS-TYPE-LEN           00085600
085700             FOR CHARACTERS BEFORE INITIAL SPACE                  00085700
085800     MOVE ZERO TO WS-NAME-LEN                                     00085800
085900     IF WS-CAL-NAME(WS-CAL-I) IS NOT EQUAL TO SPACES THEN         00085900
086000        MOVE 30 TO WS-NAME-LEN                                    00086000
086100     END-IF                                                       00086100
086200     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           00086200
086300         BY VALUE LS-INSERT-STMT                                  00086300
086400         BY VALUE LS-ONE                                          00086400
086500         BY REFERENCE WS-CAL-DATE(WS-CAL-I)                       00086500
086600         BY VALUE 8                                               00086600
086700         BY VALUE SQLITE-TRANSIENT                                00086700
086800         RETURNING LS-SQL-RC                                      00086800
086900     END-CALL                                                     00086900
087000     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-INT            00087000
087100         BY VALUE LS-INSERT-STMT                                  00087100
087200         BY VALUE LS-TWO                                          00087200
087300         BY VALUE WS-CAL-DOW(WS-CAL-I)                            00087300
087400         RETURNING LS-SQL-RC                                      00087400
087500     END-CALL                                                     00087500
087600     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           00087600
087700         BY VALUE LS-INSERT-STMT                                  00087700
087800         BY VALUE LS-THREE                                        00087800
087900         BY REFERENCE WS-CAL-TYPE(WS-CAL-I)                       00087900
088000         BY VALUE WS-TYPE-LEN                                     00088000
088100         BY VALUE SQLITE-TRANSIENT                                00088100
088200         RETURNING LS-SQL-RC                                      00088200
088300     END-CALL                                                     00088300
088400     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           00088400
088500         BY VALUE LS-INSERT-STMT                                  00088500
088600         BY VALUE LS-FOUR                                         00088600
088700         BY REFERENCE WS-CAL-NAME(WS-CAL-I)                       00088700
088800         BY VALUE WS-NAME-LEN                                     00088800
088900         BY VALUE SQLITE-TRANSIENT                                00088900
089000         RETURNING LS-SQL-RC                                      00089000
089100     END-CALL                                                     00089100
089200     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           00089200
089300         BY VALUE LS-INSERT-STMT                                  00089300
089400         BY VALUE LS-FIVE                                         00089400
089500         BY REFERENCE WS-CAL-MONTH-END(WS-CAL-I)                  00089500
089600         BY VALUE 1                                               00089600
089700         BY VALUE SQLITE-TRANSIENT                                00089700
089800         RETURNING LS-SQL-RC                                      00089800
089900     END-CALL                                                     00089900
090000     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           00090000
090100         BY VALUE LS-INSERT-STMT                                  00090100
090200         BY VALUE LS-SIX                                          00090200
090300         BY REFERENCE WS-CAL-YEAR-END(WS-CAL-I)                   00090300
090400         BY VALUE 1                                               00090400
090500         BY VALUE SQLITE-TRANSIENT                                00090500
090600         RETURNING LS-SQL-RC                                      00090600
090700     END-CALL                                                     00090700
090800     CALL SQLITE3A USING BY REFERENCE SQLITE3-STEP                00090800
090900         BY VALUE LS-INSERT-STMT                                  00090900
091000         RETURNING LS-SQL-RC                                      00091000
091100     END-CALL                                                     00091100
091200     IF LS-SQL-RC IS NOT EQUAL TO SQLITE-OK AND                   00091200
091300        LS-SQL-RC IS NOT EQUAL TO SQLITE-DONE THEN                00091300
091400        DISPLAY 'CALENDAR INSERT FAILED FOR '                     00091400
091500           WS-CAL-DATE(WS-CAL-I) ' RC=' LS-SQL-RC UPON SYSOUT     00091500
091600        PERFORM DISPLAY-SQL-ERROR                                 00091600
091700        MOVE +16 TO RETURN-CODE                                   00091700
091800     ELSE                                                         00091800
091900        ADD 1 TO WS-INSERTED-COUNT                                00091900
092000     END-IF                                                       00092000
092100     CALL SQLITE3A USING BY REFERENCE SQLITE3-RESET               00092100
092200         BY VALUE LS-INSERT-STMT                                  00092200
092300         RETURNING LS-SQL-RC                                      00092300
092400     END-CALL                                                     00092400
092500     IF WS-CAL-TYPE(WS-CAL-I) IS EQUAL TO 'HOLIDAY' THEN          00092500
092600        DISPLAY 'HOLIDAY   ' WS-CAL-DATE(WS-CAL-I) ' '            00092600
092700           WS-DAY-NAME(WS-CAL-DOW(WS-CAL-I)) ' '                  00092700
092800           WS-CAL-NAME(WS-CAL-I) UPON SYSOUT                      00092800
092900     END-IF                                                       00092900
093000     IF WS-CAL-YEAR-END(WS-CAL-I) IS EQUAL TO 'Y' THEN            00093000
093100        DISPLAY 'YEAR-END  ' WS-CAL-DATE(WS-CAL-I) ' '            00093100
093200           WS-DAY-NAME(WS-CAL-DOW(WS-CAL-I)) UPON SYSOUT          00093200
093300     ELSE                                                         00093300
093400        IF WS-CAL-MONTH-END(WS-CAL-I) IS EQUAL TO 'Y' THEN        00093400
093500           DISPLAY 'MONTH-END ' WS-CAL-DATE(WS-CAL-I) ' '         00093500
093600              WS-DAY-NAME(WS-CAL-DOW(WS-CAL-I)) UPON SYSOUT       00093600
093700        END-IF                                                    00093700
093800     END-IF                                                       00093800
093900     .                                                            00093900
094000 COMMIT-TRANSACTION.                                              00094000
094100     CALL SQLITE3A USING BY REFERENCE SQLITE3-FINALIZE            00094100
094200         BY VALUE LS-INSERT-STMT                                  00094200
094300         RETURNING LS-SQL-RC                                      00094300
094400     END-CALL                                                     00094400
094500     CALL SQLITE3A USING BY REFERENCE SQLITE3-FINALIZE            00094500
094600         BY VALUE LS-AUDIT-STMT                                   00094600
094700         RETURNING LS-SQL-RC                                      00094700
094800     END-CALL                                                     00094800
094900     IF RETURN-CODE IS EQUAL TO +16 THEN                          00094900
095000        MOVE Z'ROLLBACK TRANSACTION' TO SQL-ZCHAR                 00095000
095100        CALL SQLITE3A USING BY REFERENCE SQLITE3-EXEC             00095100
095200            BY VALUE LS-DB                                        00095200
095300            BY REFERENCE SQL-ZCHAR                                00095300
095400            BY VALUE LS-ZERO                                      00095400
095500            BY VALUE LS-ZERO                                      00095500
095600            BY VALUE LS-ZERO                                      00095600
095700            RETURNING LS-SQL-RC                                   00095700
095800        END-CALL                                                  00095800
095900        DISPLAY 'CALENDAR CHANGES ROLLED BACK.' UPON SYSOUT       00095900
096000        GO TO SHUTDOWN                                            00096000
096100     END-IF                                                       00096100
096200     MOVE Z'COMMIT TRANSACTION' TO SQL-ZCHAR                      00096200
096300     CALL SQLITE3A USING BY REFERENCE SQLITE3-EXEC                00096300
096400         BY VALUE LS-DB                                           00096400
096500         BY REFERENCE SQL-ZCHAR                                   00096500
096600         BY VALUE LS-ZERO                                         00096600
096700         BY VALUE LS-ZERO                                         00096700
096800         BY VALUE LS-ZERO                                         00096800
096900         RETURNING LS-SQL-RC                                      00096900
097000     END-CALL                                                     00097000
097100     IF LS-SQL-RC IS NOT EQUAL TO SQLITE-OK AND                   00097100
097200        LS-SQL-RC IS NOT EQUAL TO SQLITE-DONE THEN                00097200
097300        DISPLAY 'COMMIT TRANSACTION FAILED. RC='                  00097300
097400           LS-SQL-RC UPON SYSOUT                                  00097400
097500        PERFORM DISPLAY-SQL-ERROR                                 00097500
097600        MOVE +16 TO RETURN-CODE                                   00097600
097700        GO TO SHUTDOWN                                            00097700
097800     END-IF                                                       00097800
097900     MOVE WS-INSERTED-COUNT TO WS-COUNT-DISPLAY                   00097900
098000     DISPLAY 'CALENDAR YEAR ' WS-CAL-YEAR ' LOADED. DAYS='        00098000
098100        WS-COUNT-DISPLAY UPON SYSOUT                              00098100
098200     MOVE WS-BUSINESS-COUNT TO WS-COUNT-DISPLAY                   00098200
098300     DISPLAY 'BUSINESS DAYS=' WS-COUNT-DISPLAY UPON SYSOUT        00098300
098400     MOVE WS-HOL-COUNT TO WS-COUNT-DISPLAY                        00098400
098500     DISPLAY 'HOLIDAYS=     ' WS-COUNT-DISPLAY UPON SYSOUT        00098500
098600     GO TO SHUTDOWN                                               00098600
098700     .                                                            00098700
098702*                                                                 00098702
098704* An empty BUSDATE becomes the next BUSINESS day on or after      00098704
098706* the run date, the same date TESTCB17 enrolled the run under;    00098706
098708* the run date stands when the calendar has no such day.          00098708
098710*                                                                 00098710
098712 RESOLVE-BUSINESS-DATE.                                           00098712
098714     MOVE 1 TO WS-SQL-PTR                                         00098714
098716     STRING 'SELECT MIN(CAL_DATE) FROM BUSINESS_CALENDAR '        00098716
098718         DELIMITED BY SIZE                                        00098718
098720         'WHERE CAL_DATE >= ? AND DAY_TYPE = '                    00098720
098722         DELIMITED BY SIZE                                        00098722
098724         '''BUSINESS''' DELIMITED BY SIZE                         00098724
098726         INTO SQL-ZCHAR                                           00098726
098728         WITH POINTER WS-SQL-PTR                                  00098728
098730     END-STRING                                                   00098730
098732     MOVE LOW-VALUES TO SQL-ZCHAR(WS-SQL-PTR:1)                   00098732
098734     MOVE 'NEXT BUSINESS DATE' TO WS-PREP-LABEL                   00098734
098736     PERFORM PREPARE-ONE-STATEMENT                                00098736
098738     SET LS-WORK-STMT TO LS-PREPARED-STMT                         00098738
098740     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           00098740
098742         BY VALUE LS-WORK-STMT                                    00098742
098744         BY VALUE LS-ONE                                          00098744
098746         BY REFERENCE WS-RUN-DATE                                 00098746
098748         BY VALUE 8                                               00098748
098750         BY VALUE SQLITE-TRANSIENT                                00098750
098752         RETURNING LS-SQL-RC                                      00098752
098754     END-CALL                                                     00098754
098756     CALL SQLITE3A USING BY REFERENCE SQLITE3-STEP                00098756
098758         BY VALUE LS-WORK-STMT                                    00098758
098760         RETURNING LS-SQL-RC                                      00098760
098762     END-CALL                                                     00098762
098764     IF LS-SQL-RC IS EQUAL TO SQLITE-ROW THEN                     00098764
098766        MOVE +0 TO LS-COLUMN-NUMBER                               00098766
098768        PERFORM GET-COLUMN-TEXT                                   00098768
098770        IF WS-COL-VALUE-LEN IS GREATER THAN ZERO THEN             00098770
098772           MOVE WS-COL-VALUE(1:8) TO WS-BUS-DATE                  00098772
098774        END-IF                                                    00098774
098776     END-IF                                                       00098776
098778     CALL SQLITE3A USING BY REFERENCE SQLITE3-FINALIZE            00098778
098780         BY VALUE LS-WORK-STMT                                    00098780
098782         RETURNING LS-SQL-RC                                      00098782
098784     END-CALL                                                     00098784
098786     DISPLAY 'BUSDATE NOT CODED. BUSINESS DATE IS '               00098786
098788        WS-BUS-DATE UPON SYSOUT                                   00098788
098790     .                                                            00098790
098800*                                                                 00098800
098900* MONTHEND: look the business date up and answer through the      00098900
099000* return code, so a JCL COND can run the month-end report on      00099000
099100* exactly the last business day of the month.                     00099100
099200*                                                                 00099200
099300 CHECK-MONTH-END.                                                 00099300
099320     IF WS-PARM-BUSDATE IS EQUAL TO SPACES THEN                   00099320
099340        PERFORM RESOLVE-BUSINESS-DATE                             00099340
099360     END-IF                                                       00099360
099400     MOVE 1 TO WS-SQL-PTR                                         00099400
099500     STRING 'SELECT DAY_TYPE,MONTH_END,YEAR_END FROM '            00099500
099600         DELIMITED BY SIZE                                        00099600
099700         'BUSINESS_CALENDAR WHERE CAL_DATE = ?'                   00099700
099800         DELIMITED BY SIZE                                        00099800
099900         INTO SQL-ZCHAR                                           00099900
100000         WITH POINTER WS-SQL-PTR                                  00100000
100100     END-STRING                                                   00100100
100200     MOVE LOW-VALUES TO SQL-ZCHAR(WS-SQL-PTR:1)                   00100200
100300     MOVE 'CALENDAR LOOKUP' TO WS-PREP-LABEL                      00100300
100400     PERFORM PREPARE-ONE-STATEMENT                                00100400
100500     SET LS-WORK-STMT TO LS-PREPARED-STMT                         00100500
100600     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           00100600
100700         BY VALUE LS-WORK-STMT                                    00100700
100800         BY VALUE LS-ONE                                          00100800
100900         BY REFERENCE WS-BUS-DATE                                 00100900
101000         BY VALUE 8                                               00101000
101100         BY VALUE SQLITE-TRANSIENT                                00101100
101200         RETURNING LS-SQL-RC                                      00101200
101300     END-CALL                                                     00101300
101400     CALL SQLITE3A USING BY REFERENCE SQLITE3-STEP                00101400
101500         BY VALUE LS-WORK-STMT                                    00101500
101600         RETURNING LS-SQL-RC                                      00101600
101700     END-CALL                                                     00101700
101800     IF LS-SQL-RC IS NOT EQUAL TO SQLITE-ROW THEN                 00101800
101900        DISPLAY 'BUSINESS DATE ' WS-BUS-DATE                      00101900
102000           ' IS NOT ON THE BUSINESS CALENDAR.' UPON SYSOUT        00102000
102100        MOVE +8 TO RETURN-CODE                                    00102100
102200     ELSE                                                         00102200
102300        MOVE +0 TO LS-COLUMN-NUMBER                               00102300
102400        PERFORM GET-COLUMN-TEXT                                   00102400
102500        MOVE WS-COL-VALUE TO WS-DAY-TYPE                          00102500
102600        MOVE +1 TO LS-COLUMN-NUMBER                               00102600
102700        PERFORM GET-COLUMN-TEXT                                   00102700
102800        MOVE WS-COL-VALUE TO WS-MONTH-END-FLAG                    00102800
102900        MOVE +2 TO LS-COLUMN-NUMBER                               00102900
103000        PERFORM GET-COLUMN-TEXT                                   00103000
103100        MOVE WS-COL-VALUE TO WS-YEAR-END-FLAG                     00103100
103200        IF WS-MONTH-END-FLAG IS EQUAL TO 'Y' THEN                 00103200
103300           DISPLAY 'BUSINESS DATE ' WS-BUS-DATE                   00103300
103400              ' IS THE MONTH-END BUSINESS DAY.' UPON SYSOUT       00103400
103500           IF WS-YEAR-END-FLAG IS EQUAL TO 'Y' THEN               00103500
103600              DISPLAY 'BUSINESS DATE ' WS-BUS-DATE                00103600
103700                 ' IS ALSO THE YEAR-END BUSINESS DAY.'            00103700
103800                 UPON SYSOUT                                      00103800
103900           END-IF                                                 00103900
104000           MOVE +0 TO RETURN-CODE                                 00104000
104100        ELSE                                                      00104100
104200           DISPLAY 'BUSINESS DATE ' WS-BUS-DATE ' IS A '          00104200
104300              WS-DAY-TYPE ' DAY, NOT MONTH-END.' UPON SYSOUT      00104300
104400           MOVE +4 TO RETURN-CODE                                 00104400
104500        END-IF                                                    00104500
104600     END-IF                                                       00104600
104700     CALL SQLITE3A USING BY REFERENCE SQLITE3-FINALIZE            00104700
104800         BY VALUE LS-WORK-STMT                                    00104800
104900         RETURNING LS-SQL-RC                                      00104900
105000     END-CALL                                                     00105000
105100     GO TO SHUTDOWN                                               00105100
105200     .                                                            00105200
105300 SHUTDOWN.                                                        00105300
105400     CALL SQLITE3A USING BY REFERENCE SQLITE3-CLOSE               00105400
105500         BY VALUE LS-DB                                           00105500
105600         RETURNING LS-SQL-RC                                      00105600
105700     END-CALL                                                     00105700
105720     MOVE WS-BUS-DATE TO WS-METRICS-DATE                          00105720
105740     COMPUTE LS-METRICS-ROWS =                                    00105740
105760             WS-INSERTED-COUNT + WS-REPLACED-COUNT                00105760
105780     PERFORM RECORD-STEP-METRICS THRU RECORD-STEP-METRICS-EXIT    00105780
105800     CALL SQLITE3A USING SQLITE3-SHUTDOWN                         00105800
105900         RETURNING LS-SQL-RC                                      00105900
106000     END-CALL                                                     00106000
106100     GOBACK                                                       00106100
106200     .                                                            00106200
106300                                                                  00106300
106400 DISPLAY-SQL-ERROR.                                               00106400
106500     CALL SQLITE3A USING BY REFERENCE SQLITE3-ERRCODE             00106500
106600         BY VALUE LS-DB                                           00106600
106700         RETURNING LS-SQL-ERRCODE                                 00106700
106800     END-CALL                                                     00106800
106900     CALL SQLITE3A USING BY REFERENCE SQLITE3-ERRMSG              00106900
107000         BY VALUE LS-DB                                           00107000
107100         RETURNING LS-ERRMSG-POINTER                              00107100
107200     END-CALL                                                     00107200
107300     MOVE SPACES TO WS-ERRMSG-TEXT                                00107300
107400     MOVE ZERO TO WS-ERRMSG-LEN                                   00107400
107500     IF LS-ERRMSG-POINTER IS NOT EQUAL TO NULL THEN               00107500
107600        SET ADDRESS OF LINKAGE-COLUMN-TEXT                        00107600
107700           TO LS-ERRMSG-POINTER                                   00107700
107800        INSPECT LINKAGE-COLUMN-TEXT                               00107800
107900           TALLYING WS-ERRMSG-LEN                                 00107900
108000           FOR CHARACTERS BEFORE INITIAL LOW-VALUE                00108000
108100        MOVE LINKAGE-COLUMN-TEXT(1:WS-ERRMSG-LEN)                 00108100
108200           TO WS-ERRMSG-TEXT                                      00108200
108300     END-IF                                                       00108300
108400     DISPLAY '  SQLITE ERRCODE=' LS-SQL-ERRCODE                   00108400
108500         ' ERRMSG=' WS-ERRMSG-TEXT(1:WS-ERRMSG-LEN)               00108500
108600         UPON SYSOUT                                              00108600
108700     .                                                            00108700
108800*                                                                 00108800
108900* Leave this step's STEP_METRICS row for the TESTCB45             00108900
109000* batch-window report. The row goes in on a connection of its     00109000
109100* own once the step's own work is finished, so a read-only step   00109100
109200* stays read-only and the row is never part of (or waiting on)    00109200
109300* the step's own transaction. A failure here is reported and      00109300
109400* nothing more: the step keeps the return code its own work       00109400
109500* earned. A data base that does not exist is not created just     00109500
109600* to hold the row.                                                00109600
109700*                                                                 00109700
109800 RECORD-STEP-METRICS.                                             00109800
109900     MOVE RETURN-CODE TO LS-METRICS-STEP-RC                       00109900
110000     IF WS-METRICS-DBPATH(1:1) IS EQUAL TO LOW-VALUE THEN         00110000
110100        GO TO RECORD-STEP-METRICS-EXIT                            00110100
110200     END-IF                                                       00110200
110300     CALL 'CEEGMT' USING LS-METRICS-LILIAN,                       00110300
110400          LS-METRICS-END-SECS, LE-FC                              00110400
110500     MOVE SPACES TO WS-METRICS-JOB                                00110500
110600     CALL 'CEE3JPI' USING LS-METRICS-JPI-FUNC, WS-METRICS-JOB,    00110600
110700          LS-METRICS-JPI-BUFLEN, LS-METRICS-JPI-RETLEN, LE-FC     00110700
110800     MOVE SQLITE-OPEN-READWRITE TO LS-METRICS-FLAGS               00110800
110900     CALL SQLITE3A USING BY REFERENCE SQLITE3-OPEN-V2             00110900
111000         BY REFERENCE WS-METRICS-DBPATH                           00111000
111100         BY REFERENCE LS-METRICS-DB                               00111100
111200         BY VALUE LS-METRICS-FLAGS                                00111200
111300         BY VALUE LS-METRICS-NULL                                 00111300
111400         RETURNING LS-METRICS-RC                                  00111400
111500     END-CALL                                                     00111500
111600     IF LS-METRICS-RC IS NOT EQUAL TO SQLITE-OK THEN              00111600
111700        DISPLAY 'STEP_METRICS NOT RECORDED. OPEN RC='             00111700
111800           LS-METRICS-RC UPON SYSOUT                              00111800
111900        GO TO RECORD-STEP-METRICS-CLOSE                           00111900
112000     END-IF                                                       00112000
112100     CALL SQLITE3A USING BY REFERENCE SQLITE3-BUSY-TIMEOUT        00112100
112200         BY VALUE LS-METRICS-DB                                   00112200
112300         BY VALUE LS-METRICS-WAIT-MS                              00112300
112400         RETURNING LS-METRICS-RC                                  00112400
112500     END-CALL                                                     00112500
112600     MOVE 1 TO WS-METRICS-PTR                                     00112600
112700     STRING 'CREATE TABLE IF NOT EXISTS STEP_METRICS ('           00112700
112800         DELIMITED BY SIZE                                        00112800
112900         'JOB_NAME TEXT, STEP_NAME TEXT, ' DELIMITED BY SIZE      00112900
113000         'BUSINESS_DATE TEXT, START_TIME REAL, '                  00113000
113100         DELIMITED BY SIZE                                        00113100
113200         'END_TIME REAL, ROWS_PROCESSED INTEGER, '                00113200
113300         DELIMITED BY SIZE                                        00113300
113400         'RETURN_CODE INTEGER)' DELIMITED BY SIZE                 00113400
113500         INTO WS-METRICS-SQL                                      00113500
113600         WITH POINTER WS-METRICS-PTR                              00113600
113700     END-STRING                                                   00113700
113800     MOVE LOW-VALUES TO WS-METRICS-SQL(WS-METRICS-PTR:1)          00113800
113900     CALL SQLITE3A USING BY REFERENCE SQLITE3-EXEC                00113900
114000         BY VALUE LS-METRICS-DB                                   00114000
114100         BY REFERENCE WS-METRICS-SQL                              00114100
114200         BY VALUE LS-METRICS-NULL                                 00114200
114300         BY VALUE LS-METRICS-NULL                                 00114300
114400         BY VALUE LS-METRICS-NULL                                 00114400
114500         RETURNING LS-METRICS-RC                                  00114500
114600     END-CALL                                                     00114600
114700     IF LS-METRICS-RC IS NOT EQUAL TO SQLITE-OK THEN              00114700
114800        DISPLAY 'STEP_METRICS NOT RECORDED. CREATE RC='           00114800
114900           LS-METRICS-RC UPON SYSOUT                              00114900
115000        GO TO RECORD-STEP-METRICS-CLOSE                           00115000
115100     END-IF                                                       00115100
115200     MOVE 1 TO WS-METRICS-PTR                                     00115200
115300     STRING 'INSERT INTO STEP_METRICS(JOB_NAME,STEP_NAME,'        00115300
115400         DELIMITED BY SIZE                                        00115400
115500         'BUSINESS_DATE,START_TIME,END_TIME,' DELIMITED BY SIZE   00115500
115600         'ROWS_PROCESSED,RETURN_CODE) ' DELIMITED BY SIZE         00115600
115700         'VALUES(?,?,?,?,?,?,?)' DELIMITED BY SIZE                00115700
115800         INTO WS-METRICS-SQL                                      00115800
115900         WITH POINTER WS-METRICS-PTR                              00115900
116000     END-STRING                                                   00116000
116100     MOVE LOW-VALUES TO WS-METRICS-SQL(WS-METRICS-PTR:1)          00116100
116200     CALL SQLITE3A USING BY REFERENCE SQLITE3-PREPARE-V2          00116200
116300         BY VALUE LS-METRICS-DB                                   00116300
116400         BY REFERENCE WS-METRICS-SQL                              00116400
116500         BY VALUE LS-METRICS-MINUS-ONE                            00116500
116600         BY REFERENCE LS-METRICS-STMT                             00116600
116700         BY VALUE LS-METRICS-NULL                                 00116700
116800         RETURNING LS-METRICS-RC                                  00116800
116900     END-CALL                                                     00116900
117000     IF LS-METRICS-RC IS NOT EQUAL TO SQLITE-OK THEN              00117000
117100        DISPLAY 'STEP_METRICS NOT RECORDED. PREPARE RC='          00117100
117200           LS-METRICS-RC UPON SYSOUT                              00117200
117300        GO TO RECORD-STEP-METRICS-CLOSE                           00117300
117400     END-IF                                                       00117400
117500     MOVE 1 TO LS-METRICS-COL                                     00117500
117600     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           00117600
117700         BY VALUE LS-METRICS-STMT                                 00117700
117800         BY VALUE LS-METRICS-COL                                  00117800
117900         BY REFERENCE WS-METRICS-JOB                              00117900
118000         BY VALUE 8                                               00118000
118100         BY VALUE SQLITE-TRANSIENT                                00118100
118200         RETURNING LS-METRICS-RC                                  00118200
118300     END-CALL                                                     00118300
118400     MOVE 2 TO LS-METRICS-COL                                     00118400
118500     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           00118500
118600         BY VALUE LS-METRICS-STMT                                 00118600
118700         BY VALUE LS-METRICS-COL                                  00118700
118800         BY REFERENCE WS-METRICS-STEP                             00118800
118900         BY VALUE 8                                               00118900
119000         BY VALUE SQLITE-TRANSIENT                                00119000
119100         RETURNING LS-METRICS-RC                                  00119100
119200     END-CALL                                                     00119200
119300     MOVE 3 TO LS-METRICS-COL                                     00119300
119400     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           00119400
119500         BY VALUE LS-METRICS-STMT                                 00119500
119600         BY VALUE LS-METRICS-COL                                  00119600
119700         BY REFERENCE WS-METRICS-DATE                             00119700
119800         BY VALUE 8                                               00119800
119900         BY VALUE SQLITE-TRANSIENT                                00119900
120000         RETURNING LS-METRICS-RC                                  00120000
120100     END-CALL                                                     00120100
120200     CALL SQLITE3A USING                                          00120200
120300         BY REFERENCE CONVERT-HFP-TO-BFP                          00120300
120400         BY VALUE LS-METRICS-START-SECS                           00120400
120500         BY REFERENCE LS-METRICS-TIME-BFP                         00120500
120600     END-CALL                                                     00120600
120700     MOVE 4 TO LS-METRICS-COL                                     00120700
120800     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-DOUBLE         00120800
120900         BY VALUE LS-METRICS-STMT                                 00120900
121000         BY VALUE LS-METRICS-COL                                  00121000
121100         BY VALUE LS-METRICS-TIME-BFP                             00121100
121200         RETURNING LS-METRICS-RC                                  00121200
121300     END-CALL                                                     00121300
121400     CALL SQLITE3A USING                                          00121400
121500         BY REFERENCE CONVERT-HFP-TO-BFP                          00121500
121600         BY VALUE LS-METRICS-END-SECS                             00121600
121700         BY REFERENCE LS-METRICS-TIME-BFP                         00121700
121800     END-CALL                                                     00121800
121900     MOVE 5 TO LS-METRICS-COL                                     00121900
122000     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-DOUBLE         00122000
122100         BY VALUE LS-METRICS-STMT                                 00122100
122200         BY VALUE LS-METRICS-COL                                  00122200
122300         BY VALUE LS-METRICS-TIME-BFP                             00122300
122400         RETURNING LS-METRICS-RC                                  00122400
122500     END-CALL                                                     00122500
122600     MOVE 6 TO LS-METRICS-COL                                     00122600
122700     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-INT            00122700
122800         BY VALUE LS-METRICS-STMT                                 00122800
122900         BY VALUE LS-METRICS-COL                                  00122900
123000         BY VALUE LS-METRICS-ROWS                                 00123000
123100         RETURNING LS-METRICS-RC                                  00123100
123200     END-CALL                                                     00123200
123300     MOVE 7 TO LS-METRICS-COL                                     00123300
123400     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-INT            00123400
123500         BY VALUE LS-METRICS-STMT                                 00123500
123600         BY VALUE LS-METRICS-COL                                  00123600
123700         BY VALUE LS-METRICS-STEP-RC                              00123700
123800         RETURNING LS-METRICS-RC                                  00123800
123900     END-CALL                                                     00123900
124000     CALL SQLITE3A USING BY REFERENCE SQLITE3-STEP                00124000
124100         BY VALUE LS-METRICS-STMT                                 00124100
124200         RETURNING LS-METRICS-RC                                  00124200
124300     END-CALL                                                     00124300
124400     IF LS-METRICS-RC IS NOT EQUAL TO SQLITE-DONE THEN            00124400
124500        DISPLAY 'STEP_METRICS NOT RECORDED. INSERT RC='           00124500
124600           LS-METRICS-RC UPON SYSOUT                              00124600
124700     END-IF                                                       00124700
124800     CALL SQLITE3A USING BY REFERENCE SQLITE3-FINALIZE            00124800
124900         BY VALUE LS-METRICS-STMT                                 00124900
125000         RETURNING LS-METRICS-RC                                  00125000
125100     END-CALL                                                     00125100
125200     .                                                            00125200
125300 RECORD-STEP-METRICS-CLOSE.                                       00125300
125400     CALL SQLITE3A USING BY REFERENCE SQLITE3-CLOSE               00125400
125500         BY VALUE LS-METRICS-DB                                   00125500
125600         RETURNING LS-METRICS-RC                                  00125600
125700     END-CALL                                                     00125700
125800     MOVE LS-METRICS-STEP-RC TO RETURN-CODE                       00125800
125900     .                                                            00125900
126000 RECORD-STEP-METRICS-EXIT.                                        00126000
126100     EXIT                                                         00126100
126200     .                                                            00126200
126300 END PROGRAM 'TESTCB36'.                                          00126300
