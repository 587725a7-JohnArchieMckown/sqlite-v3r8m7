000100 PROCESS DYNAM,NAME,PGMNAME(COMPAT)                               00000100
000200 PROCESS ADV,AWO,NOC(W),FSRT,FLAG(I,I)                            00000200
000300 PROCESS INTDATE(ANSI),LANG(EN),LIB,LIST,MAP                      00000300
000400 PROCESS NONUM,NUMPROC(PFD),OBJ,APOST                             00000400
000500 PROCESS RENT,NOSEQ,SOURCE,NOSSRANGE,                             00000500
000600 PROCESS NOTERM,NOTEST,VBREF,                                     00000600
000700 PROCESS XREF(FULL),ZWB,FASTSRT,AR(E)                             00000700
000800 ID DIVISION.                                                     00000800
000900 PROGRAM-ID. 'TESTCB49'.                                          00000900
001000 AUTHOR. JOHN MCKOWN.                                             00001000
001100 INSTALLATION. CBT Tape.                                          00001100
001200 DATE-WRITTEN.                                                    00001200
001300 DATE-COMPILED.                                                   00001300
001400 SECURITY. NONE.                                                  00001400
001500*                                                                 00001500
001600* This program is the index maintenance and query-plan            00001600
001700* check, run beside the STEP00 health check of the TESTCRUN       00001700
001800* proc. Only TESTCOB1 ever created an index, yet the nightly      00001800
001900* AUDIT_LOG readers (TESTCB10, TESTCOB9, TESTCB25, TESTCB34)      00001900
002000* select by LOG_TIME or TABLE_NAME against a table that           00002000
002100* grows to millions of rows before TESTCB21 purges it; a          00002100
002200* missing index shows up only as a window that runs long.         00002200
002300*                                                                 00002300
002400* The SYSIN deck names what the suite depends on, one entry       00002400
002500* per header card ('*' in column one is a comment):               00002500
002600*     INDEX=name,table(column[,column...])                        00002600
002700*         an index the suite needs; it is created when the        00002700
002800*         data base does not have an index of that name           00002800
002900*     QUERY=label                                                 00002900
003000*         followed by the text of one of the suite's key          00003000
003100*         queries (columns 1-72, any number of cards, the         00003100
003200*         ? parameters left as they are in the program)           00003200
003300* e.g.                                                            00003300
003400*     INDEX=AUDIT_LOG_TIME,AUDIT_LOG(LOG_TIME)                    00003400
003500*     QUERY=TESTCB10 EXTRACT                                      00003500
003600*     SELECT OPERATION,BEFORE_VALUE,AFTER_VALUE,LOG_TIME          00003600
003700*       FROM AUDIT_LOG WHERE TABLE_NAME = ?                       00003700
003800*        AND LOG_TIME > ? ORDER BY LOG_TIME                       00003800
003900* The deck is edited before the data base is opened; a deck       00003900
004000* in error ends RC=16 with nothing changed. An empty deck         00004000
004100* does nothing.                                                   00004100
004200*                                                                 00004200
004300* The missing indexes are created, ANALYZE is run so the          00004300
004400* planner has statistics, and each query is put through           00004400
004500* EXPLAIN QUERY PLAN. REPORT1 lists every index, every plan       00004500
004600* line, and flags each full table scan. The return code:          00004600
004700*   RC=0  every index present and no query scans a table          00004700
004800*         (also: data base does not exist yet, since the          00004800
004900*         loader that follows creates it);                        00004900
005000*   RC=4  a query falls back to a full table scan, or an          00005000
005100*         index or query names a table not on file yet;           00005100
005200*   RC=8  an index could not be created, ANALYZE failed,          00005200
005300*         or a query could not be planned;                        00005300
005400*   RC=16 the deck is in error or the file cannot be              00005400
005500*         processed.                                              00005500
005600*                                                                 00005600
005700* PARM value is the data base path.                               00005700
005800*                                                                 00005800
005900 ENVIRONMENT DIVISION.                                            00005900
006000 CONFIGURATION SECTION.                                           00006000
006100 SOURCE-COMPUTER. IBM-370.                                        00006100
006200 OBJECT-COMPUTER. IBM-370.                                        00006200
006300 SPECIAL-NAMES.                                                   00006300
006400 INPUT-OUTPUT SECTION.                                            00006400
006500 FILE-CONTROL.                                                    00006500
006600     SELECT OPTIONAL SYSIN-FILE ASSIGN TO SYSIN                   00006600
006700         ORGANIZATION IS SEQUENTIAL.                              00006700
006800     SELECT REPORT1-FD ASSIGN TO REPORT1                          00006800
006900         ORGANIZATION IS SEQUENTIAL.                              00006900
007000 I-O-CONTROL.                                                     00007000
007100     APPLY WRITE-ONLY ON REPORT1-FD.                              00007100
007200*                                                                 00007200
007300 DATA DIVISION.                                                   00007300
007400 FILE SECTION.                                                    00007400
007500 FD  SYSIN-FILE                                                   00007500
007600     RECORDING MODE IS F                                          00007600
007700     LABEL RECORDS ARE STANDARD.                                  00007700
007800 01  SYSIN-RECORD               PIC X(80).                        00007800
007900 FD  REPORT1-FD                                                   00007900
008000     RECORDING MODE IS F                                          00008000
008100     LABEL RECORDS ARE STANDARD.                                  00008100
008200 01  REPORT1-RECORD          PIC X(132).                          00008200
008300*                                                                 00008300
008400 WORKING-STORAGE SECTION.                                         00008400
008500 COPY COBSQLTE .                                                  00008500
008600 01  LE-FC.                                                       00008600
008700     02  CONDITION-TOKEN-VALUE.                                   00008700
008800     COPY  CEEIGZCT.                                              00008800
008900         03  CASE-1-CONDITION-ID.                                 00008900
009000             04  SEVERITY    PIC S9(4) BINARY.                    00009000
009100             04  MSG-NO      PIC S9(4) BINARY.                    00009100
009200         03  CASE-2-CONDITION-ID                                  00009200
009300                   REDEFINES CASE-1-CONDITION-ID.                 00009300
009400             04  CLASS-CODE  PIC S9(4) BINARY.                    00009400
009500             04  CAUSE-CODE  PIC S9(4) BINARY.                    00009500
009600         03  CASE-SEV-CTL    PIC X.                               00009600
009700         03  FACILITY-ID     PIC XXX.                             00009700
009800     02  I-S-INFO            PIC S9(9) BINARY.                    00009800
009900*                                                                 00009900
010000* The deck: the indexes and the queries, in deck order.           00010000
010100*                                                                 00010100
010200 77  WS-IDX-MAX              PIC S9(4) COMP-5                     00010200
010300        VALUE IS 50.                                              00010300
010400 01  WS-INDEX-DECK.                                               00010400
010500     05  WS-IDX-ENTRY OCCURS 50 TIMES.                            00010500
010600         10  WS-IDX-NAME     PIC X(30).                           00010600
010700         10  WS-IDX-NAME-LEN PIC S9(4) COMP-5.                    00010700
010800         10  WS-IDX-TABLE    PIC X(30).                           00010800
010900         10  WS-IDX-TABLE-LEN                                     00010900
011000                             PIC S9(4) COMP-5.                    00011000
011100         10  WS-IDX-DEFN     PIC X(72).                           00011100
011200         10  WS-IDX-DEFN-LEN PIC S9(4) COMP-5.                    00011200
011300 77  WS-IDX-COUNT            PIC S9(4) COMP-5                     00011300
011400        VALUE IS ZERO.                                            00011400
011500 77  WS-IDX-I                PIC S9(4) COMP-5.                    00011500
011600 77  WS-QRY-MAX              PIC S9(4) COMP-5                     00011600
011700        VALUE IS 50.                                              00011700
011800 01  WS-QUERY-DECK.                                               00011800
011900     05  WS-QRY-ENTRY OCCURS 50 TIMES.                            00011900
012000         10  WS-QRY-LABEL    PIC X(40).                           00012000
012100         10  WS-QRY-TEXT     PIC X(2000).                         00012100
012200         10  WS-QRY-PTR      PIC S9(4) COMP-5.                    00012200
012300 77  WS-QRY-COUNT            PIC S9(4) COMP-5                     00012300
012400        VALUE IS ZERO.                                            00012400
012500 77  WS-QRY-I                PIC S9(4) COMP-5.                    00012500
012600*                                                                 00012600
012700* One index line and one plan line of REPORT1, and their          00012700
012800* column headings.                                                00012800
012900*                                                                 00012900
013000 01  WS-INDEX-LINE.                                               00013000
013100     05  WS-IL-NAME          PIC X(30).                           00013100
013200     05  FILLER              PIC X(2).                            00013200
013300     05  WS-IL-TABLE         PIC X(30).                           00013300
013400     05  FILLER              PIC X(2).                            00013400
013500     05  WS-IL-STATUS        PIC X(30).                           00013500
013600 01  WS-INDEX-HEADER.                                             00013600
013700     05  FILLER              PIC X(30)                            00013700
013800         VALUE IS 'INDEX'.                                        00013800
013900     05  FILLER              PIC X(2)                             00013900
014000         VALUE IS SPACES.                                         00014000
014100     05  FILLER              PIC X(30)                            00014100
014200         VALUE IS 'TABLE'.                                        00014200
014300     05  FILLER              PIC X(2)                             00014300
014400         VALUE IS SPACES.                                         00014400
014500     05  FILLER              PIC X(30)                            00014500
014600         VALUE IS 'STATUS'.                                       00014600
014700 01  WS-PLAN-LINE.                                                00014700
014800     05  FILLER              PIC X(4).                            00014800
014900     05  WS-PL-DETAIL        PIC X(100).                          00014900
015000     05  FILLER              PIC X(2).                            00015000
015100     05  WS-PL-FLAG          PIC X(20).                           00015100
015200*                                                                 00015200
015300 LOCAL-STORAGE SECTION.                                           00015300
015400 01  LS-FULLWORD-RETURN.                                          00015400
015500     05  LS-LIBVERSION-POINTER   POINTER.                         00015500
015600     05  LS-LIBVERSION-BINVALUE  REDEFINES LS-LIBVERSION-POINTER  00015600
015700                                 PIC S9(9) COMP-5.                00015700
015800 77  LS-LIBVERSION-LENGTH    PIC S9(9) COMP-5                     00015800
015900        VALUE IS 0.                                               00015900
016000 77  LS-DB                   USAGE IS POINTER.                    00016000
016100 77  LS-WORK-STMT            USAGE IS POINTER.                    00016100
016200 77  LS-PREPARED-STMT        USAGE IS POINTER.                    00016200
016300 77  LS-INDEX-STMT           USAGE IS POINTER.                    00016300
016400 77  LS-TABLE-STMT           USAGE IS POINTER.                    00016400
016500 77  LS-COLUMN-POINTER       USAGE IS POINTER.                    00016500
016600 77  LS-COLUMN-NUMBER        PIC S9(9) COMP-5.                    00016600
016700 77  LS-COLUMN-INT           PIC S9(9) COMP-5.                    00016700
016800 77  LS-BIND-LENGTH          PIC S9(9) COMP-5.                    00016800
016900 77  LS-ZERO                 PIC S9(9) COMP-5                     00016900
017000                             VALUE IS ZERO.                       00017000
017100 77  LS-SQL-RC               PIC S9(9) COMP-5.                    00017100
017200 77  SQL-ZCHAR               PIC X(2100).                         00017200
017300 77  LS-MINUS-ONE            PIC S9(9) COMP-5                     00017300
017400        VALUE IS -1.                                              00017400
017500 77  LS-ONE                  PIC S9(9) COMP-5                     00017500
017600        VALUE IS 1.                                               00017600
017700 77  LS-TWO                  PIC S9(9) COMP-5                     00017700
017800        VALUE IS 2.                                               00017800
017900 77  LS-I                    PIC S9(9) COMP-5.                    00017900
018000 77  LS-OPEN-FLAGS           PIC S9(9) COMP-5.                    00018000
018100 77  LS-NULL                 POINTER VALUE IS NULL.               00018100
018200 77  LS-SQL-ERRCODE          PIC S9(9) COMP-5.                    00018200
018300 77  LS-ERRMSG-POINTER       USAGE IS POINTER.                    00018300
018400 77  WS-ERRMSG-TEXT          PIC X(255).                          00018400
018500 77  WS-ERRMSG-LEN           PIC S9(4) COMP-5.                    00018500
018600*                                                                 00018600
018700* Milliseconds SQLITE3-BUSY-TIMEOUT waits/retries internally      00018700
018800* before returning SQLITE-BUSY, so a transient lock from an       00018800
018900* overlapping batch window does not abend this job outright.      00018900
019000 77  LS-BUSY-TIMEOUT-MS      PIC S9(9) COMP-5                     00019000
019100        VALUE IS 5000.                                            00019100
019200*                                                                 00019200
019300 77  WS-SQL-PTR              PIC S9(4) COMP-5.                    00019300
019400 77  WS-PREP-LABEL           PIC X(20).                           00019400
019500 77  WS-COL-VALUE            PIC X(255).                          00019500
019600 77  WS-COL-VALUE-LEN        PIC S9(4) COMP-5.                    00019600
019700*                                                                 00019700
019800* The deck as it is read.                                         00019800
019900*                                                                 00019900
020000 77  WS-EOF-SWITCH           PIC X                                00020000
020100                             VALUE IS 'N'.                        00020100
020200     88  WS-EOF              VALUE IS 'Y'.                        00020200
020300 77  WS-CARD-KIND            PIC X                                00020300
020400                             VALUE IS SPACE.                      00020400
020500     88  WS-CARD-AFTER-INDEX VALUE IS 'I'.                        00020500
020600     88  WS-CARD-AFTER-QUERY VALUE IS 'Q'.                        00020600
020700 77  WS-CARD-REST            PIC X(72).                           00020700
020800 77  WS-CARD-PTR             PIC S9(4) COMP-5.                    00020800
020900 77  WS-CARD-TEXT-LEN        PIC S9(4) COMP-5.                    00020900
021000 77  WS-CARD-ERROR           PIC X(40).                           00021000
021100 77  WS-DECK-ERRORS          PIC S9(9) COMP-5                     00021100
021200                             VALUE IS ZERO.                       00021200
021300 77  WS-PAREN-COUNT          PIC S9(4) COMP-5.                    00021300
021400 77  WS-BLANK-COUNT          PIC S9(4) COMP-5.                    00021400
021500*                                                                 00021500
021600* The outcome: the highest return code any check earned,          00021600
021700* and the counts for the summary.                                 00021700
021800*                                                                 00021800
021900 77  WS-STEP-RC              PIC S9(4) COMP-5                     00021900
022000                             VALUE IS ZERO.                       00022000
022100 77  WS-CHECK-RC             PIC S9(4) COMP-5.                    00022100
022200 77  WS-INDEX-PRESENT        PIC S9(9) COMP-5                     00022200
022300                             VALUE IS ZERO.                       00022300
022400 77  WS-INDEX-CREATED        PIC S9(9) COMP-5                     00022400
022500                             VALUE IS ZERO.                       00022500
022600 77  WS-INDEX-NOT-CREATED    PIC S9(9) COMP-5                     00022600
022700                             VALUE IS ZERO.                       00022700
022800 77  WS-QUERIES-PLANNED      PIC S9(9) COMP-5                     00022800
022900                             VALUE IS ZERO.                       00022900
023000 77  WS-QUERIES-SCANNING     PIC S9(9) COMP-5                     00023000
023100                             VALUE IS ZERO.                       00023100
023200 77  WS-QUERIES-NOT-PLANNED  PIC S9(9) COMP-5                     00023200
023300                             VALUE IS ZERO.                       00023300
023400 77  WS-COUNT-DISPLAY        PIC Z(8)9.                           00023400
023500*                                                                 00023500
023600* One plan line: a SCAN with no index USING is a full table       00023600
023700* scan; a constant row, a subquery, or a virtual table scan       00023700
023800* is not.                                                         00023800
023900*                                                                 00023900
024000 77  WS-SCAN-SWITCH          PIC X.                               00024000
024100     88  WS-QUERY-SCANS      VALUE IS 'Y'.                        00024100
024200 77  WS-PLAN-ROWS            PIC S9(4) COMP-5.                    00024200
024300 77  WS-HIT-COUNT            PIC S9(4) COMP-5.                    00024300
024400*                                                                 00024400
024500* Fields supporting the paginated REPORT1 listing, the same       00024500
024600* heading/page-break convention TESTCB26 uses.                    00024600
024700*                                                                 00024700
024800 77  WS-REPORT-LINE          PIC X(132).                          00024800
024900 77  WS-RPT-PTR              PIC S9(4) COMP-5.                    00024900
025000 77  WS-RUN-DATE             PIC X(8).                            00025000
025100 77  WS-PAGE-COUNT           PIC S9(4) COMP-5                     00025100
025200                         VALUE IS ZERO.                           00025200
025300 77  WS-PAGE-NUM-DISPLAY     PIC Z(4)9.                           00025300
025400 77  WS-LINE-COUNT           PIC S9(4) COMP-5                     00025400
025500                         VALUE IS ZERO.                           00025500
025600 77  WS-LINES-PER-PAGE       PIC S9(4) COMP-5                     00025600
025700                         VALUE IS 60.                             00025700
025800 77  WS-LISTING-SWITCH       PIC X                                00025800
025900                             VALUE IS SPACE.                      00025900
026000     88  WS-LISTING-INDEXES  VALUE IS 'I'.                        00026000
026100     88  WS-LISTING-PLANS    VALUE IS 'P'.                        00026100
026200*                                                                 00026200
026300* The STEP_METRICS row this step leaves for the TESTCB45          00026300
026400* batch-window report: the CEEGMT start and end seconds, the      00026400
026500* rows the step processed, its business date and return code,     00026500
026600* and the data base the row goes into (LOW-VALUES when there      00026600
026700* is none, and then no row is written).                           00026700
026800*                                                                 00026800
026900 77  LS-METRICS-DB           USAGE IS POINTER.                    00026900
027000 77  LS-METRICS-STMT         USAGE IS POINTER.                    00027000
027100 77  LS-METRICS-NULL         POINTER VALUE IS NULL.               00027100
027200 77  LS-METRICS-RC           PIC S9(9) COMP-5.                    00027200
027300 77  LS-METRICS-FLAGS        PIC S9(9) COMP-5.                    00027300
027400 77  LS-METRICS-COL          PIC S9(9) COMP-5.                    00027400
027500 77  LS-METRICS-MINUS-ONE    PIC S9(9) COMP-5                     00027500
027600        VALUE IS -1.                                              00027600
027700 77  LS-METRICS-WAIT-MS      PIC S9(9) COMP-5                     00027700
027800        VALUE IS 5000.                                            00027800
027900 77  LS-METRICS-LILIAN       PIC S9(9) COMP-5.                    00027900
028000 77  LS-METRICS-START-SECS   USAGE COMP-2.                        00028000
028100 77  LS-METRICS-END-SECS     USAGE COMP-2.                        00028100
028200 77  LS-METRICS-TIME-BFP     USAGE COMP-2.                        00028200
028300 77  LS-METRICS-ROWS         PIC S9(9) COMP-5                     00028300
028400        VALUE IS ZERO.                                            00028400
028500 77  LS-METRICS-STEP-RC      PIC S9(9) COMP-5.                    00028500
028600 77  LS-METRICS-JPI-FUNC     PIC S9(9) COMP-5                     00028600
028700        VALUE IS 1.                                               00028700
028800 77  LS-METRICS-JPI-BUFLEN   PIC S9(9) COMP-5                     00028800
028900        VALUE IS 8.                                               00028900
029000 77  LS-METRICS-JPI-RETLEN   PIC S9(9) COMP-5.                    00029000
029100 77  WS-METRICS-JOB          PIC X(8).                            00029100
029200 77  WS-METRICS-STEP         PIC X(8)                             00029200
029300        VALUE IS 'TESTCB49'.                                      00029300
029400 77  WS-METRICS-DATE         PIC X(8)                             00029400
029500        VALUE IS SPACES.                                          00029500
029600 77  WS-METRICS-DBPATH       PIC X(320)                           00029600
029700        VALUE IS LOW-VALUES.                                      00029700
029800 77  WS-METRICS-SQL          PIC X(255).                          00029800
029900 77  WS-METRICS-PTR          PIC S9(4) COMP-5.                    00029900
030000 LINKAGE SECTION.                                                 00030000
030100 01  MVS-PARM.                                                    00030100
030200     05 MVS-PARM-LENGTH      PIC S9(4) COMP-5.                    00030200
030300     05 MVS-PARM-VALUE       PIC X(32760).                        00030300
030400 77  LINKAGE-LIBVERSION      PIC X(101).                          00030400
030500 77  LINKAGE-COLUMN-TEXT     PIC X(1024).                         00030500
030600*  MVS-PARM-VALUE LENGTH IS REALLY ONLY THE NUMBER OF CHARACTERS  00030600
030700*  CONTAINED IN MVS-PARM-LENGTH. YOU NEED TO USE REFERENCE        00030700
030800*  MODIFICATION TO MAKE SURE YOU DON'T EXCEED THE ACTUAL LENGTH   00030800
030900*  PASSED TO THIS PROGRAM.                                        00030900
031000*                                                                 00031000
031100 PROCEDURE DIVISION USING MVS-PARM.                               00031100
031200 START-UP.                                                        00031200
031300     CALL 'CEEGMT' USING LS-METRICS-LILIAN,                       00031300
031400          LS-METRICS-START-SECS, LE-FC                            00031400
031500     CALL SQLITE3A USING SQLITE3-LIBVERSION                       00031500
031600          RETURNING LS-LIBVERSION-POINTER                         00031600
031700     END-CALL                                                     00031700
031800     IF LS-LIBVERSION-POINTER NOT EQUAL TO NULL THEN              00031800
031900        SET ADDRESS OF LINKAGE-LIBVERSION TO                      00031900
032000            LS-LIBVERSION-POINTER                                 00032000
032100        MOVE ZERO TO LS-LIBVERSION-LENGTH                         00032100
032200        INSPECT LINKAGE-LIBVERSION                                00032200
032300                TALLYING LS-LIBVERSION-LENGTH                     00032300
032400                FOR CHARACTERS BEFORE INITIAL LOW-VALUE           00032400
032500        DISPLAY 'Sqlite version is '                              00032500
032600                LINKAGE-LIBVERSION(1:LS-LIBVERSION-LENGTH)        00032600
032700                UPON SYSOUT                                       00032700
032800     END-IF                                                       00032800
032900     CALL SQLITE3A USING SQLITE3-INITIALIZE                       00032900
033000     RETURNING LS-SQL-RC                                          00033000
033100     END-CALL                                                     00033100
033200     IF LS-SQL-RC NOT = SQLITE-OK THEN                            00033200
033300        DISPLAY 'SQLITE-INITIALIZE FAILED. RC='                   00033300
033400            LS-SQL-RC                                             00033400
033500            UPON SYSOUT                                           00033500
033600        MOVE +16 TO RETURN-CODE                                   00033600
033700        GOBACK                                                    00033700
033800     END-IF                                                       00033800
033900     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE               00033900
034000     MOVE SPACES TO WS-REPORT-LINE                                00034000
034100     OPEN OUTPUT REPORT1-FD                                       00034100
034200     .                                                            00034200
034300 PARSE-PARM.                                                      00034300
034400     IF MVS-PARM-LENGTH IS GREATER THAN 254 THEN                  00034400
034500        DISPLAY 'INPUT DATA BASE NAME IS TOO LONG.'               00034500
034600                ' LENGTH=' MVS-PARM-LENGTH                        00034600
034700                UPON SYSOUT                                       00034700
034800        MOVE +16 TO RETURN-CODE                                   00034800
034900        CLOSE REPORT1-FD                                          00034900
035000        GOBACK                                                    00035000
035100     END-IF                                                       00035100
035200     IF MVS-PARM-LENGTH IS EQUAL TO ZERO THEN                     00035200
035300        MOVE Z'/tmp/testcob1.sqlite3' TO SQL-ZCHAR                00035300
035400     ELSE                                                         00035400
035500        MOVE MVS-PARM-VALUE(1:MVS-PARM-LENGTH) TO SQL-ZCHAR       00035500
035600        MOVE LOW-VALUES TO SQL-ZCHAR(MVS-PARM-LENGTH + 1:1)       00035600
035700     END-IF                                                       00035700
035800     .                                                            00035800
035900*                                                                 00035900
036000* The whole deck is read and edited before the data base is       00036000
036100* opened, so a deck in error changes nothing.                     00036100
036200*                                                                 00036200
036300 READ-INDEX-DECK.                                                 00036300
036400     OPEN INPUT SYSIN-FILE                                        00036400
036500     MOVE 'N' TO WS-EOF-SWITCH                                    00036500
036600     PERFORM UNTIL WS-EOF                                         00036600
036700        READ SYSIN-FILE                                           00036700
036800           AT END                                                 00036800
036900              MOVE 'Y' TO WS-EOF-SWITCH                           00036900
037000           NOT AT END                                             00037000
037100              PERFORM EDIT-DECK-CARD                              00037100
037200        END-READ                                                  00037200
037300     END-PERFORM                                                  00037300
037400     CLOSE SYSIN-FILE                                             00037400
037500     MOVE SPACES TO WS-CARD-ERROR                                 00037500
037600     PERFORM CLOSE-QUERY-ENTRY                                    00037600
037700     IF WS-CARD-ERROR IS NOT EQUAL TO SPACES THEN                 00037700
037800        ADD 1 TO WS-DECK-ERRORS                                   00037800
037900        DISPLAY 'THE LAST QUERY IN THE DECK HAS NO TEXT.'         00037900
038000           UPON SYSOUT                                            00038000
038100        MOVE 'THE LAST QUERY IN THE DECK HAS NO TEXT.'            00038100
038200           TO WS-REPORT-LINE                                      00038200
038300        PERFORM WRITE-REPORT-LINE-OUT                             00038300
038400     END-IF                                                       00038400
038500     IF WS-DECK-ERRORS IS GREATER THAN ZERO THEN                  00038500
038600        DISPLAY 'INDEX DECK IN ERROR - NOTHING CHANGED.'          00038600
038700           UPON SYSOUT                                            00038700
038800        MOVE 'INDEX DECK IN ERROR - NOTHING CHANGED.'             00038800
038900           TO WS-REPORT-LINE                                      00038900
039000        PERFORM WRITE-REPORT-LINE-OUT                             00039000
039100        MOVE +16 TO RETURN-CODE                                   00039100
039200        CLOSE REPORT1-FD                                          00039200
039300        GOBACK                                                    00039300
039400     END-IF                                                       00039400
039500     IF WS-IDX-COUNT IS EQUAL TO ZERO AND                         00039500
039600        WS-QRY-COUNT IS EQUAL TO ZERO THEN                        00039600
039700        DISPLAY 'NO INDEX OR QUERY CARDS. NOTHING TO DO.'         00039700
039800           UPON SYSOUT                                            00039800
039900        MOVE 'NO INDEX OR QUERY CARDS. NOTHING TO DO.'            00039900
040000           TO WS-REPORT-LINE                                      00040000
040100        PERFORM WRITE-REPORT-LINE-OUT                             00040100
040200        CALL SQLITE3A USING SQLITE3-SHUTDOWN                      00040200
040300            RETURNING LS-SQL-RC                                   00040300
040400        END-CALL                                                  00040400
040500        CLOSE REPORT1-FD                                          00040500
040600        GOBACK                                                    00040600
040700     END-IF                                                       00040700
040800     .                                                            00040800
040900 INITIALIZE-SQLITE.                                               00040900
041000     MOVE SQLITE-OPEN-READWRITE TO LS-OPEN-FLAGS                  00041000
041100     MOVE SQL-ZCHAR TO WS-METRICS-DBPATH                          00041100
041200     CALL SQLITE3A USING BY REFERENCE SQLITE3-OPEN-V2             00041200
041300          BY REFERENCE SQL-ZCHAR                                  00041300
041400          BY REFERENCE LS-DB                                      00041400
041500          BY VALUE LS-OPEN-FLAGS                                  00041500
041600          BY VALUE LS-NULL                                        00041600
041700          RETURNING LS-SQL-RC                                     00041700
041800     END-CALL                                                     00041800
041900     IF LS-SQL-RC IS EQUAL TO SQLITE-CANTOPEN THEN                00041900
042000*                                                                 00042000
042100* No file yet is not a warning: STEP01's loader creates the       00042100
042200* data base, and its indexes are made on the next run.            00042200
042300*                                                                 00042300
042400        DISPLAY 'DATA BASE DOES NOT EXIST YET. '                  00042400
042500           'NOTHING TO CHECK.' UPON SYSOUT                        00042500
042600        MOVE 'DATA BASE DOES NOT EXIST YET. NOTHING TO CHECK.'    00042600
042700           TO WS-REPORT-LINE                                      00042700
042800        PERFORM WRITE-REPORT-LINE-OUT                             00042800
042900        CALL SQLITE3A USING SQLITE3-SHUTDOWN                      00042900
043000            RETURNING LS-SQL-RC                                   00043000
043100        END-CALL                                                  00043100
043200        CLOSE REPORT1-FD                                          00043200
043300        GOBACK                                                    00043300
043400     END-IF                                                       00043400
043500     IF LS-SQL-RC IS NOT EQUAL TO SQLITE-OK AND                   00043500
043600        LS-SQL-RC IS NOT EQUAL TO SQLITE-DONE THEN                00043600
043700        DISPLAY 'SQLITE3-OPEN FAILED. RC='                        00043700
043800           LS-SQL-RC UPON SYSOUT                                  00043800
043900        PERFORM DISPLAY-SQL-ERROR                                 00043900
044000        MOVE +16 TO RETURN-CODE                                   00044000
044100        CLOSE REPORT1-FD                                          00044100
044200        GOBACK                                                    00044200
044300     END-IF                                                       00044300
044400     CALL SQLITE3A USING BY REFERENCE SQLITE3-BUSY-TIMEOUT        00044400
044500         BY VALUE LS-DB                                           00044500
044600         BY VALUE LS-BUSY-TIMEOUT-MS                              00044600
044700         RETURNING LS-SQL-RC                                      00044700
044800     END-CALL                                                     00044800
044900     .                                                            00044900
045000*                                                                 00045000
045100* Every INDEX= entry: present under its name, or created.         00045100
045200*                                                                 00045200
045300 MAINTAIN-INDEXES.                                                00045300
045400     IF WS-IDX-COUNT IS EQUAL TO ZERO THEN                        00045400
045500        GO TO RUN-ANALYZE                                         00045500
045600     END-IF                                                       00045600
045700     MOVE 1 TO WS-SQL-PTR                                         00045700
045800     STRING 'SELECT tbl_name = ?1 COLLATE NOCASE '                00045800
045900         DELIMITED BY SIZE                                        00045900
046000         'FROM sqlite_master WHERE type = ''index'' '             00046000
046100         DELIMITED BY SIZE                                        00046100
046200         'AND name = ?2 COLLATE NOCASE' DELIMITED BY SIZE         00046200
046300         INTO SQL-ZCHAR                                           00046300
046400         WITH POINTER WS-SQL-PTR                                  00046400
046500     END-STRING                                                   00046500
046600     MOVE LOW-VALUES TO SQL-ZCHAR(WS-SQL-PTR:1)                   00046600
046700     MOVE 'INDEX LOOKUP' TO WS-PREP-LABEL                         00046700
046800     PERFORM PREPARE-ONE-STATEMENT                                00046800
046900     SET LS-INDEX-STMT TO LS-PREPARED-STMT                        00046900
047000     MOVE 1 TO WS-SQL-PTR                                         00047000
047100     STRING 'SELECT COUNT(*) FROM sqlite_master '                 00047100
047200         DELIMITED BY SIZE                                        00047200
047300         'WHERE type = ''table'' ' DELIMITED BY SIZE              00047300
047400         'AND name = ? COLLATE NOCASE' DELIMITED BY SIZE          00047400
047500         INTO SQL-ZCHAR                                           00047500
047600         WITH POINTER WS-SQL-PTR                                  00047600
047700     END-STRING                                                   00047700
047800     MOVE LOW-VALUES TO SQL-ZCHAR(WS-SQL-PTR:1)                   00047800
047900     MOVE 'TABLE LOOKUP' TO WS-PREP-LABEL                         00047900
048000     PERFORM PREPARE-ONE-STATEMENT                                00048000
048100     SET LS-TABLE-STMT TO LS-PREPARED-STMT                        00048100
048200     MOVE 'I' TO WS-LISTING-SWITCH                                00048200
048300     PERFORM WRITE-REPORT-HEADING                                 00048300
048400     PERFORM VARYING WS-IDX-I FROM 1 BY 1                         00048400
048500        UNTIL WS-IDX-I > WS-IDX-COUNT                             00048500
048600        PERFORM CHECK-ONE-INDEX THRU CHECK-ONE-INDEX-EXIT         00048600
048700     END-PERFORM                                                  00048700
048800     CALL SQLITE3A USING BY REFERENCE SQLITE3-FINALIZE            00048800
048900         BY VALUE LS-INDEX-STMT                                   00048900
049000         RETURNING LS-SQL-RC                                      00049000
049100     END-CALL                                                     00049100
049200     CALL SQLITE3A USING BY REFERENCE SQLITE3-FINALIZE            00049200
049300         BY VALUE LS-TABLE-STMT                                   00049300
049400         RETURNING LS-SQL-RC                                      00049400
049500     END-CALL                                                     00049500
049600     .                                                            00049600
049700*                                                                 00049700
049800* ANALYZE refreshes sqlite_stat1 for every table and index,       00049800
049900* the new ones included, before the plans are asked for.          00049900
050000*                                                                 00050000
050100 RUN-ANALYZE.                                                     00050100
050200     MOVE SPACE TO WS-LISTING-SWITCH                              00050200
050300     MOVE SPACES TO WS-REPORT-LINE                                00050300
050400     PERFORM WRITE-REPORT-LINE-OUT                                00050400
050500     MOVE Z'ANALYZE' TO SQL-ZCHAR                                 00050500
050600     CALL SQLITE3A USING BY REFERENCE SQLITE3-EXEC                00050600
050700         BY VALUE LS-DB                                           00050700
050800         BY REFERENCE SQL-ZCHAR                                   00050800
050900         BY VALUE LS-ZERO                                         00050900
051000         BY VALUE LS-ZERO                                         00051000
051100         BY VALUE LS-ZERO                                         00051100
051200         RETURNING LS-SQL-RC                                      00051200
051300     END-CALL                                                     00051300
051400     IF LS-SQL-RC IS NOT EQUAL TO SQLITE-OK AND                   00051400
051500        LS-SQL-RC IS NOT EQUAL TO SQLITE-DONE THEN                00051500
051600        DISPLAY 'ANALYZE FAILED. RC='                             00051600
051700           LS-SQL-RC UPON SYSOUT                                  00051700
051800        PERFORM DISPLAY-SQL-ERROR                                 00051800
051900        MOVE 'ANALYZE FAILED - PLANS USE OLD STATISTICS'          00051900
052000           TO WS-REPORT-LINE                                      00052000
052100        MOVE +8 TO WS-CHECK-RC                                    00052100
052200        PERFORM RAISE-STEP-RC                                     00052200
052300     ELSE                                                         00052300
052400        MOVE 'ANALYZE RUN - PLANNER STATISTICS REFRESHED'         00052400
052500           TO WS-REPORT-LINE                                      00052500
052600     END-IF                                                       00052600
052700     PERFORM WRITE-REPORT-LINE-OUT                                00052700
052800     .                                                            00052800
052900 CHECK-QUERY-PLANS.                                               00052900
053000     IF WS-QRY-COUNT IS EQUAL TO ZERO THEN                        00053000
053100        GO TO PRINT-INDEX-SUMMARY                                 00053100
053200     END-IF                                                       00053200
053300     MOVE 'P' TO WS-LISTING-SWITCH                                00053300
053400     PERFORM WRITE-REPORT-HEADING                                 00053400
053500     PERFORM VARYING WS-QRY-I FROM 1 BY 1                         00053500
053600        UNTIL WS-QRY-I > WS-QRY-COUNT                             00053600
053700        PERFORM EXPLAIN-ONE-QUERY THRU EXPLAIN-ONE-QUERY-EXIT     00053700
053800     END-PERFORM                                                  00053800
053900     .                                                            00053900
054000 PRINT-INDEX-SUMMARY.                                             00054000
054100     MOVE SPACE TO WS-LISTING-SWITCH                              00054100
054200     MOVE SPACES TO WS-REPORT-LINE                                00054200
054300     PERFORM WRITE-REPORT-LINE-OUT                                00054300
054400     MOVE WS-INDEX-PRESENT TO WS-COUNT-DISPLAY                    00054400
054500     STRING 'INDEXES PRESENT     : ' DELIMITED BY SIZE            00054500
054600         WS-COUNT-DISPLAY DELIMITED BY SIZE                       00054600
054700         INTO WS-REPORT-LINE                                      00054700
054800     END-STRING                                                   00054800
054900     DISPLAY WS-REPORT-LINE(1:40) UPON SYSOUT                     00054900
055000     PERFORM WRITE-REPORT-LINE-OUT                                00055000
055100     MOVE WS-INDEX-CREATED TO WS-COUNT-DISPLAY                    00055100
055200     STRING 'INDEXES CREATED     : ' DELIMITED BY SIZE            00055200
055300         WS-COUNT-DISPLAY DELIMITED BY SIZE                       00055300
055400         INTO WS-REPORT-LINE                                      00055400
055500     END-STRING                                                   00055500
055600     DISPLAY WS-REPORT-LINE(1:40) UPON SYSOUT                     00055600
055700     PERFORM WRITE-REPORT-LINE-OUT                                00055700
055800     MOVE WS-INDEX-NOT-CREATED TO WS-COUNT-DISPLAY                00055800
055900     STRING 'INDEXES NOT CREATED : ' DELIMITED BY SIZE            00055900
056000         WS-COUNT-DISPLAY DELIMITED BY SIZE                       00056000
056100         INTO WS-REPORT-LINE                                      00056100
056200     END-STRING                                                   00056200
056300     DISPLAY WS-REPORT-LINE(1:40) UPON SYSOUT                     00056300
056400     PERFORM WRITE-REPORT-LINE-OUT                                00056400
056500     MOVE WS-QUERIES-PLANNED TO WS-COUNT-DISPLAY                  00056500
056600     STRING 'QUERIES PLANNED     : ' DELIMITED BY SIZE            00056600
056700         WS-COUNT-DISPLAY DELIMITED BY SIZE                       00056700
056800         INTO WS-REPORT-LINE                                      00056800
056900     END-STRING                                                   00056900
057000     DISPLAY WS-REPORT-LINE(1:40) UPON SYSOUT                     00057000
057100     PERFORM WRITE-REPORT-LINE-OUT                                00057100
057200     MOVE WS-QUERIES-SCANNING TO WS-COUNT-DISPLAY                 00057200
057300     STRING 'QUERIES SCANNING    : ' DELIMITED BY SIZE            00057300
057400         WS-COUNT-DISPLAY DELIMITED BY SIZE                       00057400
057500         INTO WS-REPORT-LINE                                      00057500
057600     END-STRING                                                   00057600
057700     DISPLAY WS-REPORT-LINE(1:40) UPON SYSOUT                     00057700
057800     PERFORM WRITE-REPORT-LINE-OUT                                00057800
057900     MOVE WS-QUERIES-NOT-PLANNED TO WS-COUNT-DISPLAY              00057900
058000     STRING 'QUERIES NOT PLANNED : ' DELIMITED BY SIZE            00058000
058100         WS-COUNT-DISPLAY DELIMITED BY SIZE                       00058100
058200         INTO WS-REPORT-LINE                                      00058200
058300     END-STRING                                                   00058300
058400     DISPLAY WS-REPORT-LINE(1:40) UPON SYSOUT                     00058400
058500     PERFORM WRITE-REPORT-LINE-OUT                                00058500
058600     IF WS-QUERIES-SCANNING IS GREATER THAN ZERO THEN             00058600
058700        DISPLAY 'A KEY QUERY SCANS A FULL TABLE. '                00058700
058800           'SEE REPORT1.' UPON SYSOUT                             00058800
058900     END-IF                                                       00058900
059000     MOVE WS-STEP-RC TO RETURN-CODE                               00059000
059100     GO TO SHUTDOWN                                               00059100
059200     .                                                            00059200
059300*                                                                 00059300
059400* One card of the deck: an INDEX= card is a whole entry, a        00059400
059500* QUERY= header starts one, and anything else is text for         00059500
059600* the query it follows. Comment ('*') and blank cards are         00059600
059700* passed over.                                                    00059700
059800*                                                                 00059800
059900 EDIT-DECK-CARD.                                                  00059900
060000     IF SYSIN-RECORD(1:1) IS EQUAL TO '*' OR                      00060000
060100        SYSIN-RECORD(1:72) IS EQUAL TO SPACES THEN                00060100
060200        CONTINUE                                                  00060200
060300     ELSE                                                         00060300
060400        MOVE SPACES TO WS-CARD-ERROR                              00060400
060500        EVALUATE TRUE                                             00060500
060600        WHEN SYSIN-RECORD(1:6) IS EQUAL TO 'INDEX='               00060600
060700             PERFORM CLOSE-QUERY-ENTRY                            00060700
060800             IF WS-CARD-ERROR IS EQUAL TO SPACES THEN             00060800
060900                MOVE 'I' TO WS-CARD-KIND                          00060900
061000                MOVE SYSIN-RECORD(7:66) TO WS-CARD-REST           00061000
061100                PERFORM ADD-INDEX-ENTRY                           00061100
061200             END-IF                                               00061200
061300        WHEN SYSIN-RECORD(1:6) IS EQUAL TO 'QUERY='               00061300
061400             PERFORM CLOSE-QUERY-ENTRY                            00061400
061500             IF WS-CARD-ERROR IS EQUAL TO SPACES THEN             00061500
061600                IF WS-QRY-COUNT IS NOT LESS THAN WS-QRY-MAX       00061600
061700                   THEN                                           00061700
061800                   MOVE 'MORE THAN 50 QUERIES IN THE DECK'        00061800
061900                      TO WS-CARD-ERROR                            00061900
062000                ELSE                                              00062000
062100                   MOVE 'Q' TO WS-CARD-KIND                       00062100
062200                   ADD 1 TO WS-QRY-COUNT                          00062200
062300                   MOVE SYSIN-RECORD(7:40)                        00062300
062400                      TO WS-QRY-LABEL(WS-QRY-COUNT)               00062400
062500                   MOVE SPACES TO WS-QRY-TEXT(WS-QRY-COUNT)       00062500
062600                   MOVE 1 TO WS-QRY-PTR(WS-QRY-COUNT)             00062600
062700                END-IF                                            00062700
062800             END-IF                                               00062800
062900        WHEN WS-CARD-AFTER-QUERY                                  00062900
063000             PERFORM ADD-QUERY-CARD                               00063000
063100        WHEN OTHER                                                00063100
063200             MOVE 'QUERY TEXT WITH NO QUERY= CARD BEFORE IT'      00063200
063300                TO WS-CARD-ERROR                                  00063300
063400        END-EVALUATE                                              00063400
063500        IF WS-CARD-ERROR IS NOT EQUAL TO SPACES THEN              00063500
063600           PERFORM REPORT-CARD-ERROR                              00063600
063700        END-IF                                                    00063700
063800     END-IF                                                       00063800
063900     .                                                            00063900
064000*                                                                 00064000
064100* WS-CARD-REST holds 'name,table(columns)' from an INDEX=         00064100
064200* card: the name is one word, and the definition is a table       00064200
064300* name and a column list in parentheses.                          00064300
064400*                                                                 00064400
064500 ADD-INDEX-ENTRY.                                                 00064500
064600     IF WS-IDX-COUNT IS NOT LESS THAN WS-IDX-MAX THEN             00064600
064700        MOVE 'MORE THAN 50 INDEXES IN THE DECK'                   00064700
064800           TO WS-CARD-ERROR                                       00064800
064900        GO TO ADD-INDEX-ENTRY-EXIT                                00064900
065000     END-IF                                                       00065000
065100     ADD 1 TO WS-IDX-COUNT                                        00065100
065200     MOVE SPACES TO WS-IDX-NAME(WS-IDX-COUNT)                     00065200
065300     MOVE SPACES TO WS-IDX-TABLE(WS-IDX-COUNT)                    00065300
065400     MOVE SPACES TO WS-IDX-DEFN(WS-IDX-COUNT)                     00065400
065500     MOVE 1 TO WS-CARD-PTR                                        00065500
065600     UNSTRING WS-CARD-REST DELIMITED BY ','                       00065600
065700         INTO WS-IDX-NAME(WS-IDX-COUNT)                           00065700
065800         WITH POINTER WS-CARD-PTR                                 00065800
065900     END-UNSTRING                                                 00065900
066000     MOVE ZERO TO WS-IDX-NAME-LEN(WS-IDX-COUNT)                   00066000
066100     INSPECT WS-IDX-NAME(WS-IDX-COUNT)                            00066100
066200        TALLYING WS-IDX-NAME-LEN(WS-IDX-COUNT)                    00066200
066300        FOR CHARACTERS BEFORE INITIAL SPACE                       00066300
066400     IF WS-CARD-PTR IS LESS THAN 73 THEN                          00066400
066500        MOVE WS-CARD-REST(WS-CARD-PTR:)                           00066500
066600           TO WS-IDX-DEFN(WS-IDX-COUNT)                           00066600
066700     END-IF                                                       00066700
066800     PERFORM VARYING WS-IDX-DEFN-LEN(WS-IDX-COUNT)                00066800
066900        FROM 72 BY -1                                             00066900
067000        UNTIL WS-IDX-DEFN-LEN(WS-IDX-COUNT) < 1                   00067000
067100        OR WS-IDX-DEFN(WS-IDX-COUNT)                              00067100
067200           (WS-IDX-DEFN-LEN(WS-IDX-COUNT):1)                      00067200
067300           IS NOT EQUAL TO SPACE                                  00067300
067400        CONTINUE                                                  00067400
067500     END-PERFORM                                                  00067500
067600     UNSTRING WS-IDX-DEFN(WS-IDX-COUNT) DELIMITED BY '('          00067600
067700         INTO WS-IDX-TABLE(WS-IDX-COUNT)                          00067700
067800     END-UNSTRING                                                 00067800
067900     MOVE ZERO TO WS-IDX-TABLE-LEN(WS-IDX-COUNT)                  00067900
068000     INSPECT WS-IDX-TABLE(WS-IDX-COUNT)                           00068000
068100        TALLYING WS-IDX-TABLE-LEN(WS-IDX-COUNT)                   00068100
068200        FOR CHARACTERS BEFORE INITIAL SPACE                       00068200
068300     MOVE ZERO TO WS-PAREN-COUNT                                  00068300
068400     INSPECT WS-IDX-DEFN(WS-IDX-COUNT)                            00068400
068500        TALLYING WS-PAREN-COUNT FOR ALL '('                       00068500
068600     MOVE ZERO TO WS-BLANK-COUNT                                  00068600
068700     IF WS-IDX-TABLE-LEN(WS-IDX-COUNT) IS GREATER THAN ZERO       00068700
068800        THEN                                                      00068800
068900        INSPECT WS-IDX-TABLE(WS-IDX-COUNT)                        00068900
069000           (1:WS-IDX-TABLE-LEN(WS-IDX-COUNT))                     00069000
069100           TALLYING WS-BLANK-COUNT FOR ALL SPACE                  00069100
069200     END-IF                                                       00069200
069300     EVALUATE TRUE                                                00069300
069400     WHEN WS-IDX-NAME-LEN(WS-IDX-COUNT) IS EQUAL TO ZERO          00069400
069500          MOVE 'INDEX= NEEDS A NAME' TO WS-CARD-ERROR             00069500
069600     WHEN WS-IDX-NAME(WS-IDX-COUNT)                               00069600
069700          (WS-IDX-NAME-LEN(WS-IDX-COUNT) + 1:) IS NOT             00069700
069800          EQUAL TO SPACES                                         00069800
069900          MOVE 'THE INDEX NAME MUST BE ONE WORD'                  00069900
070000             TO WS-CARD-ERROR                                     00070000
070100     WHEN WS-IDX-TABLE-LEN(WS-IDX-COUNT) IS EQUAL TO ZERO         00070100
070200       OR WS-PAREN-COUNT IS NOT EQUAL TO 1                        00070200
070300       OR WS-IDX-DEFN(WS-IDX-COUNT)                               00070300
070400          (WS-IDX-DEFN-LEN(WS-IDX-COUNT):1) IS NOT EQUAL          00070400
070500          TO ')'                                                  00070500
070600          MOVE 'INDEX= NEEDS table(column,...)'                   00070600
070700             TO WS-CARD-ERROR                                     00070700
070800     WHEN OTHER                                                   00070800
070900          CONTINUE                                                00070900
071000     END-EVALUATE                                                 00071000
071100     IF WS-CARD-ERROR IS NOT EQUAL TO SPACES THEN                 00071100
071200        SUBTRACT 1 FROM WS-IDX-COUNT                              00071200
071300     END-IF                                                       00071300
071400     .                                                            00071400
071500 ADD-INDEX-ENTRY-EXIT.                                            00071500
071600     EXIT.                                                        00071600
071700*                                                                 00071700
071800* The query before a new header (or the end of the deck)          00071800
071900* must have text; its text is null-terminated for the             00071900
072000* prepare.                                                        00072000
072100*                                                                 00072100
072200 CLOSE-QUERY-ENTRY.                                               00072200
072300     IF WS-CARD-AFTER-QUERY THEN                                  00072300
072400        IF WS-QRY-PTR(WS-QRY-COUNT) IS EQUAL TO 1 THEN            00072400
072500           MOVE 'THE QUERY BEFORE THIS HAS NO TEXT'               00072500
072600              TO WS-CARD-ERROR                                    00072600
072700        ELSE                                                      00072700
072800           MOVE LOW-VALUE TO WS-QRY-TEXT(WS-QRY-COUNT)            00072800
072900              (WS-QRY-PTR(WS-QRY-COUNT):1)                        00072900
073000        END-IF                                                    00073000
073100     END-IF                                                       00073100
073200     MOVE SPACE TO WS-CARD-KIND                                   00073200
073300     .                                                            00073300
073400*                                                                 00073400
073500* Columns 1-72 of a query text card, less trailing spaces,        00073500
073600* joined to the query's text with one space between cards.        00073600
073700*                                                                 00073700
073800 ADD-QUERY-CARD.                                                  00073800
073900     PERFORM VARYING WS-CARD-TEXT-LEN FROM 72 BY -1               00073900
074000             UNTIL WS-CARD-TEXT-LEN IS LESS THAN 1                00074000
074100                OR SYSIN-RECORD(WS-CARD-TEXT-LEN:1)               00074100
074200                   IS NOT EQUAL TO SPACE                          00074200
074300        CONTINUE                                                  00074300
074400     END-PERFORM                                                  00074400
074500     STRING SYSIN-RECORD(1:WS-CARD-TEXT-LEN)                      00074500
074600         DELIMITED BY SIZE                                        00074600
074700         ' ' DELIMITED BY SIZE                                    00074700
074800         INTO WS-QRY-TEXT(WS-QRY-COUNT)                           00074800
074900         WITH POINTER WS-QRY-PTR(WS-QRY-COUNT)                    00074900
075000         ON OVERFLOW                                              00075000
075100            MOVE 'QUERY TEXT OVER 2000 BYTES'                     00075100
075200               TO WS-CARD-ERROR                                   00075200
075300     END-STRING                                                   00075300
075400     IF WS-QRY-PTR(WS-QRY-COUNT) IS GREATER THAN 2000             00075400
075500        THEN                                                      00075500
075600        MOVE 'QUERY TEXT OVER 2000 BYTES'                         00075600
075700           TO WS-CARD-ERROR                                       00075700
075800     END-IF                                                       00075800
075900     .                                                            00075900
076000 REPORT-CARD-ERROR.                                               00076000
076100     ADD 1 TO WS-DECK-ERRORS                                      00076100
076200     DISPLAY 'CARD IN ERROR: ' SYSIN-RECORD(1:72)                 00076200
076300        UPON SYSOUT                                               00076300
076400     DISPLAY '  ' WS-CARD-ERROR UPON SYSOUT                       00076400
076500     MOVE 1 TO WS-RPT-PTR                                         00076500
076600     STRING 'CARD IN ERROR: ' DELIMITED BY SIZE                   00076600
076700         SYSIN-RECORD(1:72) DELIMITED BY SIZE                     00076700
076800         INTO WS-REPORT-LINE                                      00076800
076900         WITH POINTER WS-RPT-PTR                                  00076900
077000     END-STRING                                                   00077000
077100     PERFORM WRITE-REPORT-LINE-OUT                                00077100
077200     MOVE 1 TO WS-RPT-PTR                                         00077200
077300     STRING '  ' DELIMITED BY SIZE                                00077300
077400         WS-CARD-ERROR DELIMITED BY SIZE                          00077400
077500         INTO WS-REPORT-LINE                                      00077500
077600         WITH POINTER WS-RPT-PTR                                  00077600
077700     END-STRING                                                   00077700
077800     PERFORM WRITE-REPORT-LINE-OUT                                00077800
077900     .                                                            00077900
078000*                                                                 00078000
078100* One INDEX= entry. An index of that name already on file is      00078100
078200* left as it is (on another table it is a warning, since the      00078200
078300* suite's index is then missing); one whose table is not on       00078300
078400* file yet is left for the run after the loader creates it.       00078400
078500*                                                                 00078500
078600 CHECK-ONE-INDEX.                                                 00078600
078700     MOVE SPACES TO WS-INDEX-LINE                                 00078700
078800     MOVE WS-IDX-NAME(WS-IDX-I) TO WS-IL-NAME                     00078800
078900     MOVE WS-IDX-TABLE(WS-IDX-I) TO WS-IL-TABLE                   00078900
079000     MOVE WS-IDX-TABLE-LEN(WS-IDX-I) TO LS-BIND-LENGTH            00079000
079100     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           00079100
079200         BY VALUE LS-INDEX-STMT                                   00079200
079300         BY VALUE LS-ONE                                          00079300
079400         BY REFERENCE WS-IDX-TABLE(WS-IDX-I)                      00079400
079500         BY VALUE LS-BIND-LENGTH                                  00079500
079600         BY VALUE SQLITE-TRANSIENT                                00079600
079700         RETURNING LS-SQL-RC                                      00079700
079800     END-CALL                                                     00079800
079900     MOVE WS-IDX-NAME-LEN(WS-IDX-I) TO LS-BIND-LENGTH             00079900
080000     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           00080000
080100         BY VALUE LS-INDEX-STMT                                   00080100
080200         BY VALUE LS-TWO                                          00080200
080300         BY REFERENCE WS-IDX-NAME(WS-IDX-I)                       00080300
080400         BY VALUE LS-BIND-LENGTH                                  00080400
080500         BY VALUE SQLITE-TRANSIENT                                00080500
080600         RETURNING LS-SQL-RC                                      00080600
080700     END-CALL                                                     00080700
080800     CALL SQLITE3A USING BY REFERENCE SQLITE3-STEP                00080800
080900         BY VALUE LS-INDEX-STMT                                   00080900
081000         RETURNING LS-SQL-RC                                      00081000
081100     END-CALL                                                     00081100
081200     MOVE -1 TO LS-COLUMN-INT                                     00081200
081300     IF LS-SQL-RC IS EQUAL TO SQLITE-ROW THEN                     00081300
081400        SET LS-WORK-STMT TO LS-INDEX-STMT                         00081400
081500        MOVE ZERO TO LS-COLUMN-NUMBER                             00081500
081600        PERFORM GET-COLUMN-INT                                    00081600
081700     END-IF                                                       00081700
081800     CALL SQLITE3A USING BY REFERENCE SQLITE3-RESET               00081800
081900         BY VALUE LS-INDEX-STMT                                   00081900
082000         RETURNING LS-SQL-RC                                      00082000
082100     END-CALL                                                     00082100
082200     EVALUATE LS-COLUMN-INT                                       00082200
082300     WHEN 1                                                       00082300
082400          ADD 1 TO WS-INDEX-PRESENT                               00082400
082500          MOVE 'PRESENT' TO WS-IL-STATUS                          00082500
082600          GO TO CHECK-ONE-INDEX-LINE                              00082600
082700     WHEN 0                                                       00082700
082800          ADD 1 TO WS-INDEX-NOT-CREATED                           00082800
082900          MOVE 'NAME IN USE ON ANOTHER TABLE'                     00082900
083000             TO WS-IL-STATUS                                      00083000
083100          MOVE +8 TO WS-CHECK-RC                                  00083100
083200          PERFORM RAISE-STEP-RC                                   00083200
083300          GO TO CHECK-ONE-INDEX-LINE                              00083300
083400     WHEN OTHER                                                   00083400
083500          CONTINUE                                                00083500
083600     END-EVALUATE                                                 00083600
083700     MOVE WS-IDX-TABLE-LEN(WS-IDX-I) TO LS-BIND-LENGTH            00083700
083800     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           00083800
083900         BY VALUE LS-TABLE-STMT                                   00083900
084000         BY VALUE LS-ONE                                          00084000
084100         BY REFERENCE WS-IDX-TABLE(WS-IDX-I)                      00084100
084200         BY VALUE LS-BIND-LENGTH                                  00084200
084300         BY VALUE SQLITE-TRANSIENT                                00084300
084400         RETURNING LS-SQL-RC                                      00084400
084500     END-CALL                                                     00084500
084600     CALL SQLITE3A USING BY REFERENCE SQLITE3-STEP                00084600
084700         BY VALUE LS-TABLE-STMT                                   00084700
084800         RETURNING LS-SQL-RC                                      00084800
084900     END-CALL                                                     00084900
085000     MOVE ZERO TO LS-COLUMN-INT                                   00085000
085100     IF LS-SQL-RC IS EQUAL TO SQLITE-ROW THEN                     00085100
085200        SET LS-WORK-STMT TO LS-TABLE-STMT                         00085200
085300        MOVE ZERO TO LS-COLUMN-NUMBER                             00085300
085400        PERFORM GET-COLUMN-INT                                    00085400
085500     END-IF                                                       00085500
085600     CALL SQLITE3A USING BY REFERENCE SQLITE3-RESET               00085600
085700         BY VALUE LS-TABLE-STMT                                   00085700
085800         RETURNING LS-SQL-RC                                      00085800
085900     END-CALL                                                     00085900
086000     IF LS-COLUMN-INT IS EQUAL TO ZERO THEN                       00086000
086100        ADD 1 TO WS-INDEX-NOT-CREATED                             00086100
086200        MOVE 'TABLE NOT ON FILE YET' TO WS-IL-STATUS              00086200
086300        MOVE +4 TO WS-CHECK-RC                                    00086300
086400        PERFORM RAISE-STEP-RC                                     00086400
086500        GO TO CHECK-ONE-INDEX-LINE                                00086500
086600     END-IF                                                       00086600
086700     MOVE 1 TO WS-SQL-PTR                                         00086700
086800     STRING 'CREATE INDEX IF NOT EXISTS ' DELIMITED BY SIZE       00086800
086900         WS-IDX-NAME(WS-IDX-I)(1:WS-IDX-NAME-LEN(WS-IDX-I))       00086900
087000         DELIMITED BY SIZE                                        00087000
087100         ' ON ' DELIMITED BY SIZE                                 00087100
087200         WS-IDX-DEFN(WS-IDX-I)(1:WS-IDX-DEFN-LEN(WS-IDX-I))       00087200
087300         DELIMITED BY SIZE                                        00087300
087400         INTO SQL-ZCHAR                                           00087400
087500         WITH POINTER WS-SQL-PTR                                  00087500
087600     END-STRING                                                   00087600
087700     MOVE LOW-VALUES TO SQL-ZCHAR(WS-SQL-PTR:1)                   00087700
087800     CALL SQLITE3A USING BY REFERENCE SQLITE3-EXEC                00087800
087900         BY VALUE LS-DB                                           00087900
088000         BY REFERENCE SQL-ZCHAR                                   00088000
088100         BY VALUE LS-ZERO                                         00088100
088200         BY VALUE LS-ZERO                                         00088200
088300         BY VALUE LS-ZERO                                         00088300
088400         RETURNING LS-SQL-RC                                      00088400
088500     END-CALL                                                     00088500
088600     IF LS-SQL-RC IS NOT EQUAL TO SQLITE-OK AND                   00088600
088700        LS-SQL-RC IS NOT EQUAL TO SQLITE-DONE THEN                00088700
088800        DISPLAY 'CREATE INDEX '                                   00088800
088900           WS-IDX-NAME(WS-IDX-I)(1:WS-IDX-NAME-LEN(WS-IDX-I))     00088900
089000           ' FAILED. RC=' LS-SQL-RC UPON SYSOUT                   00089000
089100        PERFORM DISPLAY-SQL-ERROR                                 00089100
089200        ADD 1 TO WS-INDEX-NOT-CREATED                             00089200
089300        MOVE 'CREATE FAILED - SEE SYSOUT' TO WS-IL-STATUS         00089300
089400        MOVE +8 TO WS-CHECK-RC                                    00089400
089500        PERFORM RAISE-STEP-RC                                     00089500
089600     ELSE                                                         00089600
089700        ADD 1 TO WS-INDEX-CREATED                                 00089700
089800        MOVE 'CREATED' TO WS-IL-STATUS                            00089800
089900        DISPLAY 'INDEX CREATED: '                                 00089900
090000           WS-IDX-NAME(WS-IDX-I)(1:WS-IDX-NAME-LEN(WS-IDX-I))     00090000
090100           UPON SYSOUT                                            00090100
090200     END-IF                                                       00090200
090300     .                                                            00090300
090400 CHECK-ONE-INDEX-LINE.                                            00090400
090500     MOVE WS-INDEX-LINE TO WS-REPORT-LINE                         00090500
090600     PERFORM WRITE-REPORT-LINE-OUT                                00090600
090700     .                                                            00090700
090800 CHECK-ONE-INDEX-EXIT.                                            00090800
090900     EXIT.                                                        00090900
091000*                                                                 00091000
091100* One QUERY= entry through EXPLAIN QUERY PLAN: every plan         00091100
091200* line is listed, and a full table scan is flagged. A query       00091200
091300* on a table not on file yet is a warning; one that cannot        00091300
091400* be planned otherwise is in error.                               00091400
091500*                                                                 00091500
091600 EXPLAIN-ONE-QUERY.                                               00091600
091700     MOVE SPACES TO WS-REPORT-LINE                                00091700
091800     PERFORM WRITE-REPORT-LINE-OUT                                00091800
091900     MOVE 1 TO WS-RPT-PTR                                         00091900
092000     STRING 'QUERY: ' DELIMITED BY SIZE                           00092000
092100         WS-QRY-LABEL(WS-QRY-I) DELIMITED BY SIZE                 00092100
092200         INTO WS-REPORT-LINE                                      00092200
092300         WITH POINTER WS-RPT-PTR                                  00092300
092400     END-STRING                                                   00092400
092500     PERFORM WRITE-REPORT-LINE-OUT                                00092500
092600     MOVE 1 TO WS-SQL-PTR                                         00092600
092700     STRING 'EXPLAIN QUERY PLAN ' DELIMITED BY SIZE               00092700
092800         WS-QRY-TEXT(WS-QRY-I) DELIMITED BY LOW-VALUE             00092800
092900         INTO SQL-ZCHAR                                           00092900
093000         WITH POINTER WS-SQL-PTR                                  00093000
093100     END-STRING                                                   00093100
093200     MOVE LOW-VALUES TO SQL-ZCHAR(WS-SQL-PTR:1)                   00093200
093300     CALL SQLITE3A USING BY REFERENCE SQLITE3-PREPARE-V2          00093300
093400         BY VALUE LS-DB                                           00093400
093500         BY REFERENCE SQL-ZCHAR                                   00093500
093600         BY VALUE LS-MINUS-ONE                                    00093600
093700         BY REFERENCE LS-WORK-STMT                                00093700
093800         BY VALUE LS-ZERO                                         00093800
093900         RETURNING LS-SQL-RC                                      00093900
094000     END-CALL                                                     00094000
094100     IF LS-SQL-RC IS NOT EQUAL TO SQLITE-OK AND                   00094100
094200        LS-SQL-RC IS NOT EQUAL TO SQLITE-DONE THEN                00094200
094300        DISPLAY 'QUERY NOT PLANNED: ' WS-QRY-LABEL(WS-QRY-I)      00094300
094400           UPON SYSOUT                                            00094400
094500        PERFORM DISPLAY-SQL-ERROR                                 00094500
094600        ADD 1 TO WS-QUERIES-NOT-PLANNED                           00094600
094700        MOVE SPACES TO WS-PLAN-LINE                               00094700
094800        IF WS-ERRMSG-LEN IS GREATER THAN 13 AND                   00094800
094900           WS-ERRMSG-TEXT(1:13) IS EQUAL TO 'no such table'       00094900
095000           THEN                                                   00095000
095100           MOVE 'NOT PLANNED - TABLE NOT ON FILE YET'             00095100
095200              TO WS-PL-DETAIL                                     00095200
095300           MOVE +4 TO WS-CHECK-RC                                 00095300
095400        ELSE                                                      00095400
095500           MOVE WS-ERRMSG-TEXT TO WS-PL-DETAIL                    00095500
095600           MOVE '*** NOT PLANNED' TO WS-PL-FLAG                   00095600
095700           MOVE +8 TO WS-CHECK-RC                                 00095700
095800        END-IF                                                    00095800
095900        PERFORM RAISE-STEP-RC                                     00095900
096000        MOVE WS-PLAN-LINE TO WS-REPORT-LINE                       00096000
096100        PERFORM WRITE-REPORT-LINE-OUT                             00096100
096200        GO TO EXPLAIN-ONE-QUERY-EXIT                              00096200
096300     END-IF                                                       00096300
096400     ADD 1 TO WS-QUERIES-PLANNED                                  00096400
096500     MOVE 'N' TO WS-SCAN-SWITCH                                   00096500
096600     MOVE ZERO TO WS-PLAN-ROWS                                    00096600
096700     MOVE +0 TO LS-SQL-RC                                         00096700
096800     PERFORM UNTIL LS-SQL-RC IS NOT EQUAL TO ZERO                 00096800
096900        CALL SQLITE3A USING                                       00096900
097000            BY REFERENCE SQLITE3-STEP                             00097000
097100            BY VALUE LS-WORK-STMT                                 00097100
097200            RETURNING LS-SQL-RC                                   00097200
097300        END-CALL                                                  00097300
097400        EVALUATE LS-SQL-RC                                        00097400
097500        WHEN SQLITE-ROW                                           00097500
097600             ADD 1 TO WS-PLAN-ROWS                                00097600
097700             PERFORM LIST-ONE-PLAN-LINE                           00097700
097800             MOVE +0 TO LS-SQL-RC                                 00097800
097900        WHEN SQLITE-DONE                                          00097900
098000             MOVE +4 TO LS-SQL-RC                                 00098000
098100        WHEN OTHER                                                00098100
098200             DISPLAY 'EXPLAIN STEP FAILED. RC='                   00098200
098300                LS-SQL-RC UPON SYSOUT                             00098300
098400             PERFORM DISPLAY-SQL-ERROR                            00098400
098500             MOVE +8 TO WS-CHECK-RC                               00098500
098600             PERFORM RAISE-STEP-RC                                00098600
098700             MOVE -2 TO LS-SQL-RC                                 00098700
098800        END-EVALUATE                                              00098800
098900     END-PERFORM                                                  00098900
099000     CALL SQLITE3A USING BY REFERENCE SQLITE3-FINALIZE            00099000
099100         BY VALUE LS-WORK-STMT                                    00099100
099200         RETURNING LS-SQL-RC                                      00099200
099300     END-CALL                                                     00099300
099400     IF WS-QUERY-SCANS THEN                                       00099400
099500        ADD 1 TO WS-QUERIES-SCANNING                              00099500
099600        MOVE +4 TO WS-CHECK-RC                                    00099600
099700        PERFORM RAISE-STEP-RC                                     00099700
099800        DISPLAY 'FULL TABLE SCAN: ' WS-QRY-LABEL(WS-QRY-I)        00099800
099900           UPON SYSOUT                                            00099900
100000     END-IF                                                       00100000
100100     .                                                            00100100
100200 EXPLAIN-ONE-QUERY-EXIT.                                          00100200
100300     EXIT.                                                        00100300
100400*                                                                 00100400
100500* The detail (column 3) of one plan row. SCAN with no USING       00100500
100600* (no index, covering or not) reads the whole table.              00100600
100700*                                                                 00100700
100800 LIST-ONE-PLAN-LINE.                                              00100800
100900     MOVE +3 TO LS-COLUMN-NUMBER                                  00100900
101000     PERFORM GET-COLUMN-TEXT                                      00101000
101100     MOVE SPACES TO WS-PLAN-LINE                                  00101100
101200     MOVE WS-COL-VALUE TO WS-PL-DETAIL                            00101200
101300     IF WS-COL-VALUE(1:5) IS EQUAL TO 'SCAN ' THEN                00101300
101400        MOVE ZERO TO WS-HIT-COUNT                                 00101400
101500        INSPECT WS-COL-VALUE TALLYING WS-HIT-COUNT                00101500
101600           FOR ALL 'USING'                                        00101600
101700        INSPECT WS-COL-VALUE TALLYING WS-HIT-COUNT                00101700
101800           FOR ALL 'CONSTANT ROW'                                 00101800
101900        INSPECT WS-COL-VALUE TALLYING WS-HIT-COUNT                00101900
102000           FOR ALL 'SUBQUERY'                                     00102000
102100        INSPECT WS-COL-VALUE TALLYING WS-HIT-COUNT                00102100
102200           FOR ALL '(subquery'                                    00102200
102300        INSPECT WS-COL-VALUE TALLYING WS-HIT-COUNT                00102300
102400           FOR ALL 'VIRTUAL TABLE'                                00102400
102500        IF WS-HIT-COUNT IS EQUAL TO ZERO THEN                     00102500
102600           MOVE 'Y' TO WS-SCAN-SWITCH                             00102600
102700           MOVE '*** FULL TABLE SCAN' TO WS-PL-FLAG               00102700
102800        END-IF                                                    00102800
102900     END-IF                                                       00102900
103000     MOVE WS-PLAN-LINE TO WS-REPORT-LINE                          00103000
103100     PERFORM WRITE-REPORT-LINE-OUT                                00103100
103200     .                                                            00103200
103300*                                                                 00103300
103400* The step's return code is the worst any check earned.           00103400
103500*                                                                 00103500
103600 RAISE-STEP-RC.                                                   00103600
103700     IF WS-CHECK-RC IS GREATER THAN WS-STEP-RC THEN               00103700
103800        MOVE WS-CHECK-RC TO WS-STEP-RC                            00103800
103900     END-IF                                                       00103900
104000     .                                                            00104000
104100 PREPARE-ONE-STATEMENT.                                           00104100
104200     CALL SQLITE3A USING BY REFERENCE SQLITE3-PREPARE-V2          00104200
104300         BY VALUE LS-DB                                           00104300
104400         BY REFERENCE SQL-ZCHAR                                   00104400
104500         BY VALUE LS-MINUS-ONE                                    00104500
104600         BY REFERENCE LS-PREPARED-STMT                            00104600
104700         BY VALUE LS-ZERO                                         00104700
104800         RETURNING LS-SQL-RC                                      00104800
104900     END-CALL                                                     00104900
105000     IF LS-SQL-RC IS NOT EQUAL TO SQLITE-OK AND                   00105000
105100        LS-SQL-RC IS NOT EQUAL TO SQLITE-DONE THEN                00105100
105200        DISPLAY 'PREPARE OF ' WS-PREP-LABEL                       00105200
105300           ' FAILED. RC=' LS-SQL-RC UPON SYSOUT                   00105300
105400        PERFORM DISPLAY-SQL-ERROR                                 00105400
105500        MOVE +16 TO RETURN-CODE                                   00105500
105600        GO TO SHUTDOWN                                            00105600
105700     END-IF                                                       00105700
105800     .                                                            00105800
105900*                                                                 00105900
106000* Fetch the text of column LS-COLUMN-NUMBER of the current        00106000
106100* LS-WORK-STMT row into WS-COL-VALUE/WS-COL-VALUE-LEN, the        00106100
106200* same null-terminated-pointer handling TESTCOB2 uses.            00106200
106300*                                                                 00106300
106400 GET-COLUMN-TEXT.                                                 00106400
106500     CALL SQLITE3A USING BY REFERENCE SQLITE3-COLUMN-TEXT         00106500
106600         BY VALUE LS-WORK-STMT                                    00106600
106700         BY VALUE LS-COLUMN-NUMBER                                00106700
106800         RETURNING LS-COLUMN-POINTER                              00106800
106900     END-CALL                                                     00106900
107000     MOVE SPACES TO WS-COL-VALUE                                  00107000
107100     MOVE ZERO TO WS-COL-VALUE-LEN                                00107100
107200     IF LS-COLUMN-POINTER IS NOT EQUAL TO NULL THEN               00107200
107300        SET ADDRESS OF LINKAGE-COLUMN-TEXT TO LS-COLUMN-POINTER   00107300
107400        INSPECT LINKAGE-COLUMN-TEXT TALLYING WS-COL-VALUE-LEN     00107400
107500           FOR CHARACTERS BEFORE INITIAL LOW-VALUE                00107500
107600        IF WS-COL-VALUE-LEN IS GREATER THAN 255 THEN              00107600
107700           MOVE 255 TO WS-COL-VALUE-LEN                           00107700
107800        END-IF                                                    00107800
107900        IF WS-COL-VALUE-LEN IS GREATER THAN ZERO THEN             00107900
108000           MOVE LINKAGE-COLUMN-TEXT(1:WS-COL-VALUE-LEN)           00108000
108100              TO WS-COL-VALUE                                     00108100
108200        END-IF                                                    00108200
108300     END-IF                                                       00108300
108400     .                                                            00108400
108500*                                                                 00108500
108600* Column LS-COLUMN-NUMBER of the current LS-WORK-STMT row as      00108600
108700* an integer in LS-COLUMN-INT.                                    00108700
108800*                                                                 00108800
108900 GET-COLUMN-INT.                                                  00108900
109000     CALL SQLITE3A USING BY REFERENCE SQLITE3-COLUMN-INT          00109000
109100         BY VALUE LS-WORK-STMT                                    00109100
109200         BY VALUE LS-COLUMN-NUMBER                                00109200
109300         RETURNING LS-COLUMN-INT                                  00109300
109400     END-CALL                                                     00109400
109500     .                                                            00109500
109600 WRITE-REPORT-LINE-OUT.                                           00109600
109700     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE THEN                   00109700
109800        PERFORM WRITE-REPORT-HEADING                              00109800
109900     END-IF                                                       00109900
110000     MOVE WS-REPORT-LINE TO REPORT1-RECORD                        00110000
110100     WRITE REPORT1-RECORD AFTER ADVANCING 1 LINE                  00110100
110200     ADD 1 TO WS-LINE-COUNT                                       00110200
110300     MOVE SPACES TO WS-REPORT-LINE                                00110300
110400     .                                                            00110400
110500 WRITE-REPORT-HEADING.                                            00110500
110600     ADD 1 TO WS-PAGE-COUNT                                       00110600
110700     MOVE WS-PAGE-COUNT TO WS-PAGE-NUM-DISPLAY                    00110700
110800     MOVE SPACES TO REPORT1-RECORD                                00110800
110900     MOVE 1 TO WS-RPT-PTR                                         00110900
111000     STRING 'TESTCB49' DELIMITED BY SIZE                          00111000
111100         '   RUN DATE: ' DELIMITED BY SIZE                        00111100
111200         WS-RUN-DATE DELIMITED BY SIZE                            00111200
111300         '   PAGE: ' DELIMITED BY SIZE                            00111300
111400         WS-PAGE-NUM-DISPLAY DELIMITED BY SIZE                    00111400
111500         INTO REPORT1-RECORD                                      00111500
111600         WITH POINTER WS-RPT-PTR                                  00111600
111700     END-STRING                                                   00111700
111800     WRITE REPORT1-RECORD AFTER ADVANCING PAGE                    00111800
111900     MOVE SPACES TO REPORT1-RECORD                                00111900
112000     EVALUATE TRUE                                                00112000
112100     WHEN WS-LISTING-INDEXES                                      00112100
112200          MOVE 'INDEXES THE SUITE DEPENDS ON'                     00112200
112300             TO REPORT1-RECORD                                    00112300
112400     WHEN WS-LISTING-PLANS                                        00112400
112500          MOVE 'QUERY PLANS OF THE KEY QUERIES'                   00112500
112600             TO REPORT1-RECORD                                    00112600
112700     WHEN OTHER                                                   00112700
112800          MOVE 'INDEX MAINTENANCE AND QUERY PLAN CHECK'           00112800
112900             TO REPORT1-RECORD                                    00112900
113000     END-EVALUATE                                                 00113000
113100     WRITE REPORT1-RECORD AFTER ADVANCING 1 LINE                  00113100
113200     MOVE 1 TO WS-LINE-COUNT                                      00113200
113300     IF WS-LISTING-INDEXES THEN                                   00113300
113400        MOVE WS-INDEX-HEADER TO REPORT1-RECORD                    00113400
113500        WRITE REPORT1-RECORD AFTER ADVANCING 1 LINE               00113500
113600     END-IF                                                       00113600
113700     .                                                            00113700
113800 SHUTDOWN.                                                        00113800
113900     CALL SQLITE3A USING BY REFERENCE SQLITE3-CLOSE               00113900
114000         BY VALUE LS-DB                                           00114000
114100         RETURNING LS-SQL-RC                                      00114100
114200     END-CALL                                                     00114200
114300     COMPUTE LS-METRICS-ROWS = WS-IDX-COUNT + WS-QRY-COUNT        00114300
114400     IF RETURN-CODE IS LESS THAN +16 THEN                         00114400
114500        PERFORM RECORD-STEP-METRICS                               00114500
114600           THRU RECORD-STEP-METRICS-EXIT                          00114600
114700     END-IF                                                       00114700
114800     CALL SQLITE3A USING SQLITE3-SHUTDOWN                         00114800
114900         RETURNING LS-SQL-RC                                      00114900
115000     END-CALL                                                     00115000
115100     CLOSE REPORT1-FD                                             00115100
115200     GOBACK                                                       00115200
115300     .                                                            00115300
115400                                                                  00115400
115500 DISPLAY-SQL-ERROR.                                               00115500
115600     CALL SQLITE3A USING BY REFERENCE SQLITE3-ERRCODE             00115600
115700         BY VALUE LS-DB                                           00115700
115800         RETURNING LS-SQL-ERRCODE                                 00115800
115900     END-CALL                                                     00115900
116000     CALL SQLITE3A USING BY REFERENCE SQLITE3-ERRMSG              00116000
116100         BY VALUE LS-DB                                           00116100
116200         RETURNING LS-ERRMSG-POINTER                              00116200
116300     END-CALL                                                     00116300
116400     MOVE SPACES TO WS-ERRMSG-TEXT                                00116400
116500     MOVE ZERO TO WS-ERRMSG-LEN                                   00116500
116600     IF LS-ERRMSG-POINTER IS NOT EQUAL TO NULL THEN               00116600
116700        SET ADDRESS OF LINKAGE-COLUMN-TEXT                        00116700
116800           TO LS-ERRMSG-POINTER                                   00116800
116900        INSPECT LINKAGE-COLUMN-TEXT                               00116900
117000           TALLYING WS-ERRMSG-LEN                                 00117000
117100           FOR CHARACTERS BEFORE INITIAL LOW-VALUE                00117100
117200        MOVE LINKAGE-COLUMN-TEXT(1:WS-ERRMSG-LEN)                 00117200
117300           TO WS-ERRMSG-TEXT                                      00117300
117400     END-IF                                                       00117400
117500     DISPLAY '  SQLITE ERRCODE=' LS-SQL-ERRCODE                   00117500
117600         ' ERRMSG=' WS-ERRMSG-TEXT(1:WS-ERRMSG-LEN)               00117600
117700         UPON SYSOUT                                              00117700
117800     .                                                            00117800
117900*                                                                 00117900
118000* Leave this step's STEP_METRICS row for the TESTCB45             00118000
118100* batch-window report. The row goes in on a connection of its     00118100
118200* own once the step's own work is finished, so a read-only step   00118200
118300* stays read-only and the row is never part of (or waiting on)    00118300
118400* the step's own transaction. A failure here is reported and      00118400
118500* nothing more: the step keeps the return code its own work       00118500
118600* earned. A data base that does not exist is not created just     00118600
118700* to hold the row.                                                00118700
118800*                                                                 00118800
118900 RECORD-STEP-METRICS.                                             00118900
119000     MOVE RETURN-CODE TO LS-METRICS-STEP-RC                       00119000
119100     IF WS-METRICS-DBPATH(1:1) IS EQUAL TO LOW-VALUE THEN         00119100
119200        GO TO RECORD-STEP-METRICS-EXIT                            00119200
119300     END-IF                                                       00119300
119400     CALL 'CEEGMT' USING LS-METRICS-LILIAN,                       00119400
119500          LS-METRICS-END-SECS, LE-FC                              00119500
119600     MOVE SPACES TO WS-METRICS-JOB                                00119600
119700     CALL 'CEE3JPI' USING LS-METRICS-JPI-FUNC, WS-METRICS-JOB,    00119700
119800          LS-METRICS-JPI-BUFLEN, LS-METRICS-JPI-RETLEN, LE-FC     00119800
119900     MOVE SQLITE-OPEN-READWRITE TO LS-METRICS-FLAGS               00119900
120000     CALL SQLITE3A USING BY REFERENCE SQLITE3-OPEN-V2             00120000
120100         BY REFERENCE WS-METRICS-DBPATH                           00120100
120200         BY REFERENCE LS-METRICS-DB                               00120200
120300         BY VALUE LS-METRICS-FLAGS                                00120300
120400         BY VALUE LS-METRICS-NULL                                 00120400
120500         RETURNING LS-METRICS-RC                                  00120500
120600     END-CALL                                                     00120600
120700     IF LS-METRICS-RC IS NOT EQUAL TO SQLITE-OK THEN              00120700
120800        DISPLAY 'STEP_METRICS NOT RECORDED. OPEN RC='             00120800
120900           LS-METRICS-RC UPON SYSOUT                              00120900
121000        GO TO RECORD-STEP-METRICS-CLOSE                           00121000
121100     END-IF                                                       00121100
121200     CALL SQLITE3A USING BY REFERENCE SQLITE3-BUSY-TIMEOUT        00121200
121300         BY VALUE LS-METRICS-DB                                   00121300
121400         BY VALUE LS-METRICS-WAIT-MS                              00121400
121500         RETURNING LS-METRICS-RC                                  00121500
121600     END-CALL                                                     00121600
121700     MOVE 1 TO WS-METRICS-PTR                                     00121700
121800     STRING 'CREATE TABLE IF NOT EXISTS STEP_METRICS ('           00121800
121900         DELIMITED BY SIZE                                        00121900
122000         'JOB_NAME TEXT, STEP_NAME TEXT, ' DELIMITED BY SIZE      00122000
122100         'BUSINESS_DATE TEXT, START_TIME REAL, '                  00122100
122200         DELIMITED BY SIZE                                        00122200
122300         'END_TIME REAL, ROWS_PROCESSED INTEGER, '                00122300
122400         DELIMITED BY SIZE                                        00122400
122500         'RETURN_CODE INTEGER)' DELIMITED BY SIZE                 00122500
122600         INTO WS-METRICS-SQL                                      00122600
122700         WITH POINTER WS-METRICS-PTR                              00122700
122800     END-STRING                                                   00122800
122900     MOVE LOW-VALUES TO WS-METRICS-SQL(WS-METRICS-PTR:1)          00122900
123000     CALL SQLITE3A USING BY REFERENCE SQLITE3-EXEC                00123000
123100         BY VALUE LS-METRICS-DB                                   00123100
123200         BY REFERENCE WS-METRICS-SQL                              00123200
123300         BY VALUE LS-METRICS-NULL                                 00123300
123400         BY VALUE LS-METRICS-NULL                                 00123400
123500         BY VALUE LS-METRICS-NULL                                 00123500
123600         RETURNING LS-METRICS-RC                                  00123600
123700     END-CALL                                                     00123700
123800     IF LS-METRICS-RC IS NOT EQUAL TO SQLITE-OK THEN              00123800
123900        DISPLAY 'STEP_METRICS NOT RECORDED. CREATE RC='           00123900
124000           LS-METRICS-RC UPON SYSOUT                              00124000
124100        GO TO RECORD-STEP-METRICS-CLOSE                           00124100
124200     END-IF                                                       00124200
124300     MOVE 1 TO WS-METRICS-PTR                                     00124300
124400     STRING 'INSERT INTO STEP_METRICS(JOB_NAME,STEP_NAME,'        00124400
124500         DELIMITED BY SIZE                                        00124500
124600         'BUSINESS_DATE,START_TIME,END_TIME,' DELIMITED BY SIZE   00124600
124700         'ROWS_PROCESSED,RETURN_CODE) ' DELIMITED BY SIZE         00124700
124800         'VALUES(?,?,?,?,?,?,?)' DELIMITED BY SIZE                00124800
124900         INTO WS-METRICS-SQL                                      00124900
125000         WITH POINTER WS-METRICS-PTR                              00125000
125100     END-STRING                                                   00125100
125200     MOVE LOW-VALUES TO WS-METRICS-SQL(WS-METRICS-PTR:1)          00125200
125300     CALL SQLITE3A USING BY REFERENCE SQLITE3-PREPARE-V2          00125300
125400         BY VALUE LS-METRICS-DB                                   00125400
125500         BY REFERENCE WS-METRICS-SQL                              00125500
125600         BY VALUE LS-METRICS-MINUS-ONE                            00125600
125700         BY REFERENCE LS-METRICS-STMT                             00125700
125800         BY VALUE LS-METRICS-NULL                                 00125800
125900         RETURNING LS-METRICS-RC                                  00125900
126000     END-CALL                                                     00126000
126100     IF LS-METRICS-RC IS NOT EQUAL TO SQLITE-OK THEN              00126100
126200        DISPLAY 'STEP_METRICS NOT RECORDED. PREPARE RC='          00126200
126300           LS-METRICS-RC UPON SYSOUT                              00126300
126400        GO TO RECORD-STEP-METRICS-CLOSE                           00126400
126500     END-IF                                                       00126500
126600     MOVE 1 TO LS-METRICS-COL                                     00126600
126700     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           00126700
126800         BY VALUE LS-METRICS-STMT                                 00126800
126900         BY VALUE LS-METRICS-COL                                  00126900
127000         BY REFERENCE WS-METRICS-JOB                              00127000
127100         BY VALUE 8                                               00127100
127200         BY VALUE SQLITE-TRANSIENT                                00127200
127300         RETURNING LS-METRICS-RC                                  00127300
127400     END-CALL                                                     00127400
127500     MOVE 2 TO LS-METRICS-COL                                     00127500
127600     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           00127600
127700         BY VALUE LS-METRICS-STMT                                 00127700
127800         BY VALUE LS-METRICS-COL                                  00127800
127900         BY REFERENCE WS-METRICS-STEP                             00127900
128000         BY VALUE 8                                               00128000
128100         BY VALUE SQLITE-TRANSIENT                                00128100
128200         RETURNING LS-METRICS-RC                                  00128200
128300     END-CALL                                                     00128300
128400     MOVE 3 TO LS-METRICS-COL                                     00128400
128500     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           00128500
128600         BY VALUE LS-METRICS-STMT                                 00128600
128700         BY VALUE LS-METRICS-COL                                  00128700
128800         BY REFERENCE WS-METRICS-DATE                             00128800
128900         BY VALUE 8                                               00128900
129000         BY VALUE SQLITE-TRANSIENT                                00129000
129100         RETURNING LS-METRICS-RC                                  00129100
129200     END-CALL                                                     00129200
129300     CALL SQLITE3A USING                                          00129300
129400         BY REFERENCE CONVERT-HFP-TO-BFP                          00129400
129500         BY VALUE LS-METRICS-START-SECS                           00129500
129600         BY REFERENCE LS-METRICS-TIME-BFP                         00129600
129700     END-CALL                                                     00129700
129800     MOVE 4 TO LS-METRICS-COL                                     00129800
129900     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-DOUBLE         00129900
130000         BY VALUE LS-METRICS-STMT                                 00130000
130100         BY VALUE LS-METRICS-COL                                  00130100
130200         BY VALUE LS-METRICS-TIME-BFP                             00130200
130300         RETURNING LS-METRICS-RC                                  00130300
130400     END-CALL                                                     00130400
130500     CALL SQLITE3A USING                                          00130500
130600         BY REFERENCE CONVERT-HFP-TO-BFP                          00130600
130700         BY VALUE LS-METRICS-END-SECS                             00130700
130800         BY REFERENCE LS-METRICS-TIME-BFP                         00130800
130900     END-CALL                                                     00130900
131000     MOVE 5 TO LS-METRICS-COL                                     00131000
131100     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-DOUBLE         00131100
131200         BY VALUE LS-METRICS-STMT                                 00131200
131300         BY VALUE LS-METRICS-COL                                  00131300
131400         BY VALUE LS-METRICS-TIME-BFP                             00131400
131500         RETURNING LS-METRICS-RC                                  00131500
131600     END-CALL                                                     00131600
131700     MOVE 6 TO LS-METRICS-COL                                     00131700
131800     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-INT            00131800
131900         BY VALUE LS-METRICS-STMT                                 00131900
132000         BY VALUE LS-METRICS-COL                                  00132000
132100         BY VALUE LS-METRICS-ROWS                                 00132100
132200         RETURNING LS-METRICS-RC                                  00132200
132300     END-CALL                                                     00132300
132400     MOVE 7 TO LS-METRICS-COL                                     00132400
132500     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-INT            00132500
132600         BY VALUE LS-METRICS-STMT                                 00132600
132700         BY VALUE LS-METRICS-COL                                  00132700
132800         BY VALUE LS-METRICS-STEP-RC                              00132800
132900         RETURNING LS-METRICS-RC                                  00132900
133000     END-CALL                                                     00133000
133100     CALL SQLITE3A USING BY REFERENCE SQLITE3-STEP                00133100
133200         BY VALUE LS-METRICS-STMT                                 00133200
133300         RETURNING LS-METRICS-RC                                  00133300
133400     END-CALL                                                     00133400
133500     IF LS-METRICS-RC IS NOT EQUAL TO SQLITE-DONE THEN            00133500
133600        DISPLAY 'STEP_METRICS NOT RECORDED. INSERT RC='           00133600
133700           LS-METRICS-RC UPON SYSOUT                              00133700
133800     END-IF                                                       00133800
133900     CALL SQLITE3A USING BY REFERENCE SQLITE3-FINALIZE            00133900
134000         BY VALUE LS-METRICS-STMT                                 00134000
134100         RETURNING LS-METRICS-RC                                  00134100
134200     END-CALL                                                     00134200
134300     .                                                            00134300
134400 RECORD-STEP-METRICS-CLOSE.                                       00134400
134500     CALL SQLITE3A USING BY REFERENCE SQLITE3-CLOSE               00134500
134600         BY VALUE LS-METRICS-DB                                   00134600
134700         RETURNING LS-METRICS-RC                                  00134700
134800     END-CALL                                                     00134800
134900     MOVE LS-METRICS-STEP-RC TO RETURN-CODE                       00134900
135000     .                                                            00135000
135100 RECORD-STEP-METRICS-EXIT.                                        00135100
135200     EXIT                                                         00135200
135300     .                                                            00135300
135400 END PROGRAM 'TESTCB49'.                                          00135400
