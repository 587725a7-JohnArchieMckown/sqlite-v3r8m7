000100 PROCESS DYNAM,NAME,PGMNAME(COMPAT)                               00000100
000200 PROCESS ADV,AWO,NOC(W),FSRT,FLAG(I,I)                            00000200
000300 PROCESS INTDATE(ANSI),LANG(EN),LIB,LIST,MAP                      00000300
000400 PROCESS NONUM,NUMPROC(PFD),OBJ,APOST                             00000400
000500 PROCESS RENT,NOSEQ,SOURCE,NOSSRANGE,                             00000500
000600 PROCESS NOTERM,NOTEST,VBREF,                                     00000600
000700 PROCESS XREF(FULL),ZWB,FASTSRT,AR(E)                             00000700
000800 ID DIVISION.                                                     00000800
000900 PROGRAM-ID. 'TESTCB44'.                                          00000900
001000 AUTHOR. JOHN MCKOWN.                                             00001000
001100 INSTALLATION. CBT Tape.                                          00001100
001200 DATE-WRITTEN.                                                    00001200
001300 DATE-COMPILED.                                                   00001300
001400 SECURITY. NONE.                                                  00001400
001500*                                                                 00001500
001600* This program is the schema migration runner. Every program      00001600
001700* creates the tables it needs with CREATE TABLE IF NOT EXISTS,    00001700
001800* which never changes a table that is already there, so a data    00001800
001900* base built by an older release keeps its older shape. The       00001900
002000* SCHEMA_VERSION table records the level a data base is at:       00002000
002100*     VERSION, DESCRIPTION, APPLIED_TIME, JOB_NAME, DDL_TEXT      00002100
002200* one row per numbered change applied to it (APPLIED_TIME is      00002200
002300* CEEGMT seconds, as LOG_TIME is). The level of a data base is    00002300
002400* its highest VERSION; one without the table is at level 0.       00002400
002500*                                                                 00002500
002600* The SYSIN deck holds the numbered changes in ascending          00002600
002700* order. Each starts with a header card                           00002700
002800*     VERSION=nnnn,description                                    00002800
002900* followed by the DDL to run (columns 1-72, any number of         00002900
003000* cards, statements separated by ';'), e.g.                       00003000
003100*     VERSION=0002,INDEX ORDERS BY BUSINESS DATE                  00003100
003200*     CREATE INDEX ORDERS_BUSDATE                                 00003200
003300*       ON ORDERS(BUSINESS_DATE);                                 00003300
003400* A change at or below the data base's level is skipped, so       00003400
003500* the whole deck is rerun as it grows and each change is          00003500
003600* applied once. Each change runs in its own transaction with      00003600
003700* its SCHEMA_VERSION row; a change that fails is rolled back      00003700
003800* and the run stops RC=16 with the data base at the level of      00003800
003900* the last change that worked.                                    00003900
004000*                                                                 00004000
004100* A data base built before SCHEMA_VERSION existed, but            00004100
004200* already in the shape of a given level, is marked at that        00004200
004300* level without running anything by a first card of               00004300
004400*     BASELINE=nnnn,description                                   00004400
004500* which is ignored once SCHEMA_VERSION has any row.               00004500
004600*                                                                 00004600
004700* The whole deck is edited before anything is applied: the        00004700
004800* versions must ascend, every VERSION= card needs DDL, and        00004800
004900* BASELINE= may only be the first card. An error ends RC=16       00004900
005000* with nothing changed.                                           00005000
005100*                                                                 00005100
005200* Level 1 is the layout the loaders build: the business table     00005200
005300* (ID, NAME, AMOUNT, BUSINESS_DATE), its _CONTACT table           00005300
005400* (PARENT_ID, ADDRESS, PHONE, BUSINESS_DATE), AUDIT_LOG and       00005400
005500* FEED_REGISTER. TESTCOB4 and TESTCOB8 refuse a data base         00005500
005600* below level 1; TESTCOB4 marks a new data base it builds at      00005600
005700* level 1.                                                        00005700
005800*                                                                 00005800
005900* PARM value is the data base path. The data base must exist.     00005900
006000*                                                                 00006000
006100 ENVIRONMENT DIVISION.                                            00006100
006200 CONFIGURATION SECTION.                                           00006200
006300 SOURCE-COMPUTER. IBM-370.                                        00006300
006400 OBJECT-COMPUTER. IBM-370.                                        00006400
006500 SPECIAL-NAMES.                                                   00006500
006600 INPUT-OUTPUT SECTION.                                            00006600
006700 FILE-CONTROL.                                                    00006700
006800     SELECT OPTIONAL SYSIN-FILE ASSIGN TO SYSIN                   00006800
006900         ORGANIZATION IS SEQUENTIAL.                              00006900
007000     SELECT REPORT1-FD ASSIGN TO REPORT1                          00007000
007100         ORGANIZATION IS SEQUENTIAL.                              00007100
007200 I-O-CONTROL.                                                     00007200
007300     APPLY WRITE-ONLY ON REPORT1-FD.                              00007300
007400*                                                                 00007400
007500 DATA DIVISION.                                                   00007500
007600 FILE SECTION.                                                    00007600
007700 FD  SYSIN-FILE                                                   00007700
007800     RECORDING MODE IS F                                          00007800
007900     LABEL RECORDS ARE STANDARD.                                  00007900
008000 01  SYSIN-RECORD               PIC X(80).                        00008000
008100 FD  REPORT1-FD                                                   00008100
008200     RECORDING MODE IS F                                          00008200
008300     LABEL RECORDS ARE STANDARD.                                  00008300
008400 01  REPORT1-RECORD          PIC X(132).                          00008400
008500*                                                                 00008500
008600 WORKING-STORAGE SECTION.                                         00008600
008700 COPY COBSQLTE .                                                  00008700
008800 01  CEE3DMP-PARAMETERS.                                          00008800
008900     05 CEE3DMP-TITLE              PIC X(80)                      00008900
009000        VALUE 'TEST DUMP'.                                        00009000
009100     05 CEE3DMP-OPTIONS            PIC X(255)                     00009100
009200        VALUE 'NOTRACE NOENTRY'.                                  00009200
009300 01  LE-FC.                                                       00009300
009400     02  CONDITION-TOKEN-VALUE.                                   00009400
009500     COPY  CEEIGZCT.                                              00009500
009600         03  CASE-1-CONDITION-ID.                                 00009600
009700             04  SEVERITY    PIC S9(4) BINARY.                    00009700
009800             04  MSG-NO      PIC S9(4) BINARY.                    00009800
009900         03  CASE-2-CONDITION-ID                                  00009900
010000                   REDEFINES CASE-1-CONDITION-ID.                 00010000
010100             04  CLASS-CODE  PIC S9(4) BINARY.                    00010100
010200             04  CAUSE-CODE  PIC S9(4) BINARY.                    00010200
010300         03  CASE-SEV-CTL    PIC X.                               00010300
010400         03  FACILITY-ID     PIC XXX.                             00010400
010500     02  I-S-INFO            PIC S9(9) BINARY.                    00010500
010600*                                                                 00010600
010700* CEEDATM formats an APPLIED_TIME back for the listing, as        00010700
010800* TESTCOB9 does for LOG_TIME.                                     00010800
010900*                                                                 00010900
011000 01  WS-DATM-PICTURE.                                             00011000
011100     05  WS-DATM-PICT-LEN    PIC S9(4) COMP-5                     00011100
011200                             VALUE IS 17.                         00011200
011300     05  WS-DATM-PICT-STR    PIC X(17)                            00011300
011400                             VALUE IS 'YYYYMMDD HH:MI:SS'.        00011400
011500 77  WS-DATM-OUTPUT          PIC X(80).                           00011500
011600*                                                                 00011600
011700* The deck, edited in full before anything is applied: one        00011700
011800* entry per VERSION= or BASELINE= card with the DDL that          00011800
011900* follows it, null-terminated for SQLITE3-EXEC.                   00011900
012000*                                                                 00012000
012100 01  WS-MIG-TABLE.                                                00012100
012200     05  WS-MIG-ENTRY        OCCURS 100 TIMES.                    00012200
012300         10  WS-MIG-KIND     PIC X.                               00012300
012400             88  WS-MIG-BASELINE VALUE IS 'B'.                    00012400
012500             88  WS-MIG-CHANGE   VALUE IS 'V'.                    00012500
012600         10  WS-MIG-VERSION  PIC S9(9) COMP-5.                    00012600
012700         10  WS-MIG-DESC     PIC X(60).                           00012700
012800         10  WS-MIG-DDL-PTR  PIC S9(4) COMP-5.                    00012800
012900         10  WS-MIG-DDL      PIC X(2001).                         00012900
013000 77  WS-MIG-MAX              PIC S9(4) COMP-5                     00013000
013100                             VALUE IS 100.                        00013100
013200 77  WS-MIG-COUNT            PIC S9(4) COMP-5                     00013200
013300                             VALUE IS ZERO.                       00013300
013400 77  WS-MIG-I                PIC S9(4) COMP-5.                    00013400
013500 77  WS-MIG-DDL-LEN          PIC S9(9) COMP-5.                    00013500
013600*                                                                 00013600
013700* The run's listing of the deck, and of SCHEMA_VERSION after.     00013700
013800*                                                                 00013800
013900 01  WS-MIG-LINE.                                                 00013900
014000     05  WS-ML-VERSION       PIC Z(8)9.                           00014000
014100     05  FILLER              PIC X(2).                            00014100
014200     05  WS-ML-ACTION        PIC X(34).                           00014200
014300     05  FILLER              PIC X(2).                            00014300
014400     05  WS-ML-DESC          PIC X(60).                           00014400
014500 01  WS-MIG-HEADER.                                               00014500
014600     05  FILLER              PIC X(9)                             00014600
014700         VALUE IS '  VERSION'.                                    00014700
014800     05  FILLER              PIC X(2)                             00014800
014900         VALUE IS SPACES.                                         00014900
015000     05  FILLER              PIC X(34)                            00015000
015100         VALUE IS 'ACTION'.                                       00015100
015200     05  FILLER              PIC X(2)                             00015200
015300         VALUE IS SPACES.                                         00015300
015400     05  FILLER              PIC X(60)                            00015400
015500         VALUE IS 'DESCRIPTION'.                                  00015500
015600 01  WS-LEVEL-LINE.                                               00015600
015700     05  WS-LL-VERSION       PIC Z(8)9.                           00015700
015800     05  FILLER              PIC X(2).                            00015800
015900     05  WS-LL-APPLIED       PIC X(17).                           00015900
016000     05  FILLER              PIC X(2).                            00016000
016100     05  WS-LL-JOB           PIC X(8).                            00016100
016200     05  FILLER              PIC X(2).                            00016200
016300     05  WS-LL-DESC          PIC X(60).                           00016300
016400 01  WS-LEVEL-HEADER.                                             00016400
016500     05  FILLER              PIC X(9)                             00016500
016600         VALUE IS '  VERSION'.                                    00016600
016700     05  FILLER              PIC X(2)                             00016700
016800         VALUE IS SPACES.                                         00016800
016900     05  FILLER              PIC X(17)                            00016900
017000         VALUE IS 'APPLIED'.                                      00017000
017100     05  FILLER              PIC X(2)                             00017100
017200         VALUE IS SPACES.                                         00017200
017300     05  FILLER              PIC X(8)                             00017300
017400         VALUE IS 'JOB'.                                          00017400
017500     05  FILLER              PIC X(2)                             00017500
017600         VALUE IS SPACES.                                         00017600
017700     05  FILLER              PIC X(60)                            00017700
017800         VALUE IS 'DESCRIPTION'.                                  00017800
017900*                                                                 00017900
018000 LOCAL-STORAGE SECTION.                                           00018000
018100 01  LS-FULLWORD-RETURN.                                          00018100
018200     05  LS-LIBVERSION-POINTER   POINTER.                         00018200
018300     05  LS-LIBVERSION-BINVALUE  REDEFINES LS-LIBVERSION-POINTER  00018300
018400                                 PIC S9(9) COMP-5.                00018400
018500 77  LS-LIBVERSION-LENGTH    PIC S9(9) COMP-5                     00018500
018600        VALUE IS 0.                                               00018600
018700 77  LS-DB                   USAGE IS POINTER.                    00018700
018800 77  LS-WORK-STMT            USAGE IS POINTER.                    00018800
018900 77  LS-VERSION-STMT         USAGE IS POINTER.                    00018900
019000 77  LS-PREPARED-STMT        USAGE IS POINTER.                    00019000
019100 77  LS-COLUMN-POINTER       USAGE IS POINTER.                    00019100
019200 77  LS-COLUMN-NUMBER        PIC S9(9) COMP-5.                    00019200
019300 77  LS-ZERO                 PIC S9(9) COMP-5                     00019300
019400                             VALUE IS ZERO.                       00019400
019500 77  LS-SQL-RC               PIC S9(9) COMP-5.                    00019500
019600 77  SQL-ZCHAR               PIC X(320).                          00019600
019700 77  LS-MINUS-ONE            PIC S9(9) COMP-5                     00019700
019800        VALUE IS -1.                                              00019800
019900 77  LS-ONE                  PIC S9(9) COMP-5                     00019900
020000        VALUE IS 1.                                               00020000
020100 77  LS-TWO                  PIC S9(9) COMP-5                     00020100
020200        VALUE IS 2.                                               00020200
020300 77  LS-THREE                PIC S9(9) COMP-5                     00020300
020400        VALUE IS 3.                                               00020400
020500 77  LS-FOUR                 PIC S9(9) COMP-5                     00020500
020600        VALUE IS 4.                                               00020600
020700 77  LS-FIVE                 PIC S9(9) COMP-5                     00020700
020800        VALUE IS 5.                                               00020800
020900 77  LS-DOUBLE-BFP           USAGE COMP-2.                        00020900
021000 77  LS-DOUBLE-HFP           USAGE COMP-2.                        00021000
021100 77  LS-OPEN-FLAGS           PIC S9(9) COMP-5.                    00021100
021200 77  LS-NULL                 POINTER VALUE IS NULL.               00021200
021300 77  LS-SQL-ERRCODE          PIC S9(9) COMP-5.                    00021300
021400 77  LS-ERRMSG-POINTER       USAGE IS POINTER.                    00021400
021500 77  WS-ERRMSG-TEXT          PIC X(255).                          00021500
021600 77  WS-ERRMSG-LEN           PIC S9(4) COMP-5.                    00021600
021700*                                                                 00021700
021800* Milliseconds SQLITE3-BUSY-TIMEOUT waits/retries internally      00021800
021900* before returning SQLITE-BUSY, so a transient lock from an       00021900
022000* overlapping batch window does not abend this job outright.      00022000
022100 77  LS-BUSY-TIMEOUT-MS      PIC S9(9) COMP-5                     00022100
022200        VALUE IS 5000.                                            00022200
022300*                                                                 00022300
022400 77  WS-PARM-DBPATH          PIC X(255).                          00022400
022500 77  WS-PARM-LEN             PIC S9(4) COMP-5.                    00022500
022600 77  WS-SQL-PTR              PIC S9(4) COMP-5.                    00022600
022700 77  WS-PREP-LABEL           PIC X(20).                           00022700
022800 77  WS-COL-VALUE            PIC X(80).                           00022800
022900 77  WS-COL-VALUE-LEN        PIC S9(4) COMP-5.                    00022900
023000*                                                                 00023000
023100* The deck as it is read.                                         00023100
023200*                                                                 00023200
023300 77  WS-EOF-SWITCH           PIC X                                00023300
023400                             VALUE IS 'N'.                        00023400
023500     88  WS-EOF              VALUE IS 'Y'.                        00023500
023600 77  WS-CARD-COUNT           PIC S9(9) COMP-5                     00023600
023700                             VALUE IS ZERO.                       00023700
023800 77  WS-CARD-KIND            PIC X.                               00023800
023900 77  WS-CARD-REST            PIC X(72).                           00023900
024000 77  WS-CARD-PTR             PIC S9(4) COMP-5.                    00024000
024100 77  WS-CARD-NUM-TEXT        PIC X(20).                           00024100
024200 77  WS-CARD-NUM-LEN         PIC S9(4) COMP-5.                    00024200
024300 77  WS-CARD-NUMBER          PIC S9(9) COMP-5.                    00024300
024400 77  WS-CARD-TEXT-LEN        PIC S9(4) COMP-5.                    00024400
024500 77  WS-CARD-ERROR           PIC X(40).                           00024500
024600 77  WS-DECK-ERRORS          PIC S9(9) COMP-5                     00024600
024700                             VALUE IS ZERO.                       00024700
024800*                                                                 00024800
024900* The data base's level before and as the run goes.               00024900
025000*                                                                 00025000
025100 77  WS-LEVEL-ROWS           PIC S9(9) COMP-5                     00025100
025200                             VALUE IS ZERO.                       00025200
025300 77  WS-LEVEL-BEFORE         PIC S9(9) COMP-5                     00025300
025400                             VALUE IS ZERO.                       00025400
025500 77  WS-LEVEL-NOW            PIC S9(9) COMP-5                     00025500
025600                             VALUE IS ZERO.                       00025600
025700 77  WS-APPLIED-COUNT        PIC S9(9) COMP-5                     00025700
025800                             VALUE IS ZERO.                       00025800
025900 77  WS-SKIPPED-COUNT        PIC S9(9) COMP-5                     00025900
026000                             VALUE IS ZERO.                       00026000
026100 77  WS-COUNT-DISPLAY        PIC Z(8)9.                           00026100
026200 77  WS-LISTING-SWITCH       PIC X                                00026200
026300                             VALUE IS SPACE.                      00026300
026400     88  WS-LISTING-DECK     VALUE IS 'D'.                        00026400
026500     88  WS-LISTING-LEVELS   VALUE IS 'L'.                        00026500
026600*                                                                 00026600
026700* SCHEMA_VERSION's APPLIED_TIME and JOB_NAME, the same CEEGMT     00026700
026800* and CEE3JPI services the AUDIT_LOG trail uses.                  00026800
026900*                                                                 00026900
027000 77  LS-LILIAN               PIC S9(9) COMP-5.                    00027000
027100 77  LS-GMT-SECS             USAGE COMP-2.                        00027100
027200 77  LS-GMT-SECS-BFP         USAGE COMP-2.                        00027200
027300 77  LS-JPI-FUNC             PIC S9(9) COMP-5                     00027300
027400        VALUE IS 1.                                               00027400
027500 77  LS-JPI-BUFLEN           PIC S9(9) COMP-5                     00027500
027600        VALUE IS 8.                                               00027600
027700 77  LS-JPI-RETLEN           PIC S9(9) COMP-5.                    00027700
027800 77  WS-JOB-NAME             PIC X(8).                            00027800
027900*                                                                 00027900
028000* Fields supporting the paginated REPORT1 listing, the same       00028000
028100* heading/page-break convention TESTCB26 uses.                    00028100
028200*                                                                 00028200
028300 77  WS-REPORT-LINE          PIC X(132).                          00028300
028400 77  WS-RPT-PTR              PIC S9(4) COMP-5.                    00028400
028500 77  WS-RUN-DATE             PIC X(8).                            00028500
028600 77  WS-PAGE-COUNT           PIC S9(4) COMP-5                     00028600
028700                         VALUE IS ZERO.                           00028700
028800 77  WS-PAGE-NUM-DISPLAY     PIC Z(4)9.                           00028800
028900 77  WS-LINE-COUNT           PIC S9(4) COMP-5                     00028900
029000                         VALUE IS ZERO.                           00029000
029100 77  WS-LINES-PER-PAGE       PIC S9(4) COMP-5                     00029100
029200                         VALUE IS 60.                             00029200
029300 LINKAGE SECTION.                                                 00029300
029400 01  MVS-PARM.                                                    00029400
029500     05 MVS-PARM-LENGTH      PIC S9(4) COMP-5.                    00029500
029600     05 MVS-PARM-VALUE       PIC X(32760).                        00029600
029700 77  LINKAGE-LIBVERSION      PIC X(101).                          00029700
029800 77  LINKAGE-COLUMN-TEXT     PIC X(1024).                         00029800
029900*  MVS-PARM-VALUE LENGTH IS REALLY ONLY THE NUMBER OF CHARACTERS  00029900
030000*  CONTAINED IN MVS-PARM-LENGTH. YOU NEED TO USE REFERENCE        00030000
030100*  MODIFICATION TO MAKE SURE YOU DON'T EXCEED THE ACTUAL LENGTH   00030100
030200*  PASSED TO THIS PROGRAM.                                        00030200
030300*                                                                 00030300
030400 PROCEDURE DIVISION USING MVS-PARM.                               00030400
030500 START-UP.                                                        00030500
030600     CALL SQLITE3A USING SQLITE3-LIBVERSION                       00030600
030700          RETURNING LS-LIBVERSION-POINTER                         00030700
030800     END-CALL                                                     00030800
030900     IF LS-LIBVERSION-POINTER NOT EQUAL TO NULL THEN              00030900
031000        SET ADDRESS OF LINKAGE-LIBVERSION TO                      00031000
031100            LS-LIBVERSION-POINTER                                 00031100
031200        MOVE ZERO TO LS-LIBVERSION-LENGTH                         00031200
031300        INSPECT LINKAGE-LIBVERSION                                00031300
031400                TALLYING LS-LIBVERSION-LENGTH                     00031400
031500                FOR CHARACTERS BEFORE INITIAL LOW-VALUE           00031500
031600        DISPLAY 'Sqlite version is '                              00031600
031700                LINKAGE-LIBVERSION(1:LS-LIBVERSION-LENGTH)        00031700
031800                UPON SYSOUT                                       00031800
031900     END-IF                                                       00031900
032000     CALL SQLITE3A USING SQLITE3-INITIALIZE                       00032000
032100     RETURNING LS-SQL-RC                                          00032100
032200     END-CALL                                                     00032200
032300     IF LS-SQL-RC NOT = SQLITE-OK THEN                            00032300
032400        DISPLAY 'SQLITE-INITIALIZE FAILED. RC='                   00032400
032500            LS-SQL-RC                                             00032500
032600            UPON SYSOUT                                           00032600
032700        MOVE +16 TO RETURN-CODE                                   00032700
032800        GOBACK                                                    00032800
032900     END-IF                                                       00032900
033000     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE               00033000
033100     MOVE SPACES TO WS-JOB-NAME                                   00033100
033200     CALL 'CEE3JPI' USING LS-JPI-FUNC, WS-JOB-NAME,               00033200
033300             LS-JPI-BUFLEN, LS-JPI-RETLEN, LE-FC                  00033300
033400     MOVE SPACES TO WS-REPORT-LINE                                00033400
033500     OPEN OUTPUT REPORT1-FD                                       00033500
033600     PERFORM WRITE-REPORT-HEADING                                 00033600
033700     .                                                            00033700
033800 PARSE-PARM.                                                      00033800
033900     MOVE SPACES TO WS-PARM-DBPATH                                00033900
034000     IF MVS-PARM-LENGTH IS GREATER THAN ZERO THEN                 00034000
034100        UNSTRING MVS-PARM-VALUE(1:MVS-PARM-LENGTH)                00034100
034200            DELIMITED BY ','                                      00034200
034300             INTO WS-PARM-DBPATH                                  00034300
034400        END-UNSTRING                                              00034400
034500     END-IF                                                       00034500
034600     MOVE ZERO TO WS-PARM-LEN                                     00034600
034700     INSPECT WS-PARM-DBPATH TALLYING WS-PARM-LEN                  00034700
034800             FOR CHARACTERS BEFORE INITIAL SPACE                  00034800
034900     IF WS-PARM-LEN IS GREATER THAN ZERO THEN                     00034900
035000        MOVE WS-PARM-DBPATH(1:WS-PARM-LEN) TO SQL-ZCHAR           00035000
035100        MOVE LOW-VALUES TO SQL-ZCHAR(WS-PARM-LEN + 1:1)           00035100
035200     ELSE                                                         00035200
035300        MOVE Z'/tmp/testcob4.sqlite3' TO SQL-ZCHAR                00035300
035400     END-IF                                                       00035400
035500     .                                                            00035500
035600*                                                                 00035600
035700* The whole deck is read and edited before the data base is       00035700
035800* opened, so a deck in error changes nothing.                     00035800
035900*                                                                 00035900
036000 READ-MIGRATION-DECK.                                             00036000
036100     OPEN INPUT SYSIN-FILE                                        00036100
036200     MOVE 'N' TO WS-EOF-SWITCH                                    00036200
036300     PERFORM UNTIL WS-EOF                                         00036300
036400        READ SYSIN-FILE                                           00036400
036500           AT END                                                 00036500
036600              MOVE 'Y' TO WS-EOF-SWITCH                           00036600
036700           NOT AT END                                             00036700
036800              PERFORM EDIT-DECK-CARD                              00036800
036900        END-READ                                                  00036900
037000     END-PERFORM                                                  00037000
037100     CLOSE SYSIN-FILE                                             00037100
037200     MOVE SPACES TO WS-CARD-ERROR                                 00037200
037300     PERFORM CLOSE-DECK-ENTRY                                     00037300
037400     IF WS-CARD-ERROR IS NOT EQUAL TO SPACES THEN                 00037400
037500        ADD 1 TO WS-DECK-ERRORS                                   00037500
037600        DISPLAY 'THE LAST VERSION IN THE DECK HAS NO DDL.'        00037600
037700           UPON SYSOUT                                            00037700
037800        MOVE 'THE LAST VERSION IN THE DECK HAS NO DDL.'           00037800
037900           TO WS-REPORT-LINE                                      00037900
038000        PERFORM WRITE-REPORT-LINE-OUT                             00038000
038100     END-IF                                                       00038100
038200     IF WS-DECK-ERRORS IS GREATER THAN ZERO THEN                  00038200
038300        DISPLAY 'MIGRATION DECK IN ERROR - NOTHING APPLIED.'      00038300
038400           UPON SYSOUT                                            00038400
038500        MOVE 'MIGRATION DECK IN ERROR - NOTHING APPLIED.'         00038500
038600           TO WS-REPORT-LINE                                      00038600
038700        PERFORM WRITE-REPORT-LINE-OUT                             00038700
038800        MOVE +16 TO RETURN-CODE                                   00038800
038900        CLOSE REPORT1-FD                                          00038900
039000        GOBACK                                                    00039000
039100     END-IF                                                       00039100
039200     IF WS-MIG-COUNT IS EQUAL TO ZERO THEN                        00039200
039300        MOVE 'NO VERSIONS IN THE DECK.' TO WS-REPORT-LINE         00039300
039400        PERFORM WRITE-REPORT-LINE-OUT                             00039400
039500     END-IF                                                       00039500
039600     .                                                            00039600
039700 INITIALIZE-SQLITE.                                               00039700
039800     MOVE SQLITE-OPEN-READWRITE TO LS-OPEN-FLAGS                  00039800
039900     CALL SQLITE3A USING BY REFERENCE SQLITE3-OPEN-V2             00039900
040000         BY REFERENCE SQL-ZCHAR                                   00040000
040100         BY REFERENCE LS-DB                                       00040100
040200         BY VALUE LS-OPEN-FLAGS                                   00040200
040300         BY VALUE LS-NULL                                         00040300
040400         RETURNING LS-SQL-RC                                      00040400
040500     END-CALL                                                     00040500
040600     IF LS-SQL-RC IS NOT EQUAL TO SQLITE-OK AND                   00040600
040700        LS-SQL-RC IS NOT EQUAL TO SQLITE-DONE THEN                00040700
040800        DISPLAY 'SQLITE3-OPEN FAILED. RC='                        00040800
040900           LS-SQL-RC UPON SYSOUT                                  00040900
041000        PERFORM DISPLAY-SQL-ERROR                                 00041000
041100        MOVE +16 TO RETURN-CODE                                   00041100
041200        CLOSE REPORT1-FD                                          00041200
041300        GOBACK                                                    00041300
041400     END-IF                                                       00041400
041500     CALL SQLITE3A USING BY REFERENCE SQLITE3-BUSY-TIMEOUT        00041500
041600         BY VALUE LS-DB                                           00041600
041700         BY VALUE LS-BUSY-TIMEOUT-MS                              00041700
041800         RETURNING LS-SQL-RC                                      00041800
041900     END-CALL                                                     00041900
042000     .                                                            00042000
042100 CREATE-VERSION-TABLE.                                            00042100
042200     MOVE 1 TO WS-SQL-PTR                                         00042200
042300     STRING 'CREATE TABLE IF NOT EXISTS SCHEMA_VERSION ('         00042300
042400         DELIMITED BY SIZE                                        00042400
042500         'VERSION INTEGER PRIMARY KEY, DESCRIPTION TEXT, '        00042500
042600         DELIMITED BY SIZE                                        00042600
042700         'APPLIED_TIME REAL, JOB_NAME TEXT, DDL_TEXT TEXT)'       00042700
042800         DELIMITED BY SIZE                                        00042800
042900         INTO SQL-ZCHAR                                           00042900
043000         WITH POINTER WS-SQL-PTR                                  00043000
043100     END-STRING                                                   00043100
043200     MOVE LOW-VALUES TO SQL-ZCHAR(WS-SQL-PTR:1)                   00043200
043300     MOVE 'CREATE SCHEMA_VERSION' TO WS-PREP-LABEL                00043300
043400     PERFORM EXECUTE-ONE-STATEMENT                                00043400
043500     .                                                            00043500
043600*                                                                 00043600
043700* The level the data base is at before anything is applied.       00043700
043800*                                                                 00043800
043900 READ-SCHEMA-LEVEL.                                               00043900
044000     MOVE 1 TO WS-SQL-PTR                                         00044000
044100     STRING 'SELECT COUNT(*), COALESCE(MAX(VERSION),0) '          00044100
044200         DELIMITED BY SIZE                                        00044200
044300         'FROM SCHEMA_VERSION' DELIMITED BY SIZE                  00044300
044400         INTO SQL-ZCHAR                                           00044400
044500         WITH POINTER WS-SQL-PTR                                  00044500
044600     END-STRING                                                   00044600
044700     MOVE LOW-VALUES TO SQL-ZCHAR(WS-SQL-PTR:1)                   00044700
044800     MOVE 'LEVEL SELECT' TO WS-PREP-LABEL                         00044800
044900     PERFORM PREPARE-ONE-STATEMENT                                00044900
045000     SET LS-WORK-STMT TO LS-PREPARED-STMT                         00045000
045100     CALL SQLITE3A USING BY REFERENCE SQLITE3-STEP                00045100
045200         BY VALUE LS-WORK-STMT                                    00045200
045300         RETURNING LS-SQL-RC                                      00045300
045400     END-CALL                                                     00045400
045500     IF LS-SQL-RC IS EQUAL TO SQLITE-ROW THEN                     00045500
045600        MOVE +0 TO LS-COLUMN-NUMBER                               00045600
045700        CALL SQLITE3A USING                                       00045700
045800            BY REFERENCE SQLITE3-COLUMN-INT                       00045800
045900            BY VALUE LS-WORK-STMT                                 00045900
046000            BY VALUE LS-COLUMN-NUMBER                             00046000
046100            RETURNING WS-LEVEL-ROWS                               00046100
046200        END-CALL                                                  00046200
046300        MOVE +1 TO LS-COLUMN-NUMBER                               00046300
046400        CALL SQLITE3A USING                                       00046400
046500            BY REFERENCE SQLITE3-COLUMN-INT                       00046500
046600            BY VALUE LS-WORK-STMT                                 00046600
046700            BY VALUE LS-COLUMN-NUMBER                             00046700
046800            RETURNING WS-LEVEL-BEFORE                             00046800
046900        END-CALL                                                  00046900
047000     ELSE                                                         00047000
047100        DISPLAY 'LEVEL SELECT STEP FAILED. RC='                   00047100
047200           LS-SQL-RC UPON SYSOUT                                  00047200
047300        PERFORM DISPLAY-SQL-ERROR                                 00047300
047400        MOVE +16 TO RETURN-CODE                                   00047400
047500     END-IF                                                       00047500
047600     CALL SQLITE3A USING BY REFERENCE SQLITE3-FINALIZE            00047600
047700         BY VALUE LS-WORK-STMT                                    00047700
047800         RETURNING LS-SQL-RC                                      00047800
047900     END-CALL                                                     00047900
048000     IF RETURN-CODE IS EQUAL TO +16 THEN                          00048000
048100        GO TO SHUTDOWN                                            00048100
048200     END-IF                                                       00048200
048300     MOVE WS-LEVEL-BEFORE TO WS-LEVEL-NOW                         00048300
048400     MOVE WS-LEVEL-BEFORE TO WS-COUNT-DISPLAY                     00048400
048500     STRING 'SCHEMA LEVEL AT START: ' DELIMITED BY SIZE           00048500
048600         WS-COUNT-DISPLAY DELIMITED BY SIZE                       00048600
048700         INTO WS-REPORT-LINE                                      00048700
048800     END-STRING                                                   00048800
048900     DISPLAY WS-REPORT-LINE(1:40) UPON SYSOUT                     00048900
049000     PERFORM WRITE-REPORT-LINE-OUT                                00049000
049100     MOVE SPACES TO WS-REPORT-LINE                                00049100
049200     PERFORM WRITE-REPORT-LINE-OUT                                00049200
049300     .                                                            00049300
049400 PREPARE-STATEMENTS.                                              00049400
049500     MOVE 1 TO WS-SQL-PTR                                         00049500
049600     STRING 'INSERT INTO SCHEMA_VERSION(VERSION,DESCRIPTION,'     00049600
049700         DELIMITED BY SIZE                                        00049700
049800         'APPLIED_TIME,JOB_NAME,DDL_TEXT) ' DELIMITED BY SIZE     00049800
049900         'VALUES(?,?,?,?,?)' DELIMITED BY SIZE                    00049900
050000         INTO SQL-ZCHAR                                           00050000
050100         WITH POINTER WS-SQL-PTR                                  00050100
050200     END-STRING                                                   00050200
050300     MOVE LOW-VALUES TO SQL-ZCHAR(WS-SQL-PTR:1)                   00050300
050400     MOVE 'VERSION INSERT' TO WS-PREP-LABEL                       00050400
050500     PERFORM PREPARE-ONE-STATEMENT                                00050500
050600     SET LS-VERSION-STMT TO LS-PREPARED-STMT                      00050600
050700     .                                                            00050700
050800*                                                                 00050800
050900* Each entry of the deck in turn; the first change to fail        00050900
051000* stops the run.                                                  00051000
051100*                                                                 00051100
051200 APPLY-MIGRATIONS.                                                00051200
051300     MOVE 'D' TO WS-LISTING-SWITCH                                00051300
051400     MOVE WS-MIG-HEADER TO WS-REPORT-LINE                         00051400
051500     PERFORM WRITE-REPORT-LINE-OUT                                00051500
051600     PERFORM VARYING WS-MIG-I FROM 1 BY 1                         00051600
051700             UNTIL WS-MIG-I IS GREATER THAN WS-MIG-COUNT          00051700
051800                OR RETURN-CODE IS EQUAL TO +16                    00051800
051900        PERFORM APPLY-ONE-MIGRATION                               00051900
052000           THRU APPLY-ONE-MIGRATION-EXIT                          00052000
052100     END-PERFORM                                                  00052100
052200     CALL SQLITE3A USING BY REFERENCE SQLITE3-FINALIZE            00052200
052300         BY VALUE LS-VERSION-STMT                                 00052300
052400         RETURNING LS-SQL-RC                                      00052400
052500     END-CALL                                                     00052500
052600     .                                                            00052600
052700*                                                                 00052700
052800* SCHEMA_VERSION as it stands at the end of the run.              00052800
052900*                                                                 00052900
053000 LIST-SCHEMA-LEVELS.                                              00053000
053100     MOVE SPACES TO WS-REPORT-LINE                                00053100
053200     PERFORM WRITE-REPORT-LINE-OUT                                00053200
053300     MOVE 'L' TO WS-LISTING-SWITCH                                00053300
053400     MOVE WS-LEVEL-HEADER TO WS-REPORT-LINE                       00053400
053500     PERFORM WRITE-REPORT-LINE-OUT                                00053500
053600     MOVE 1 TO WS-SQL-PTR                                         00053600
053700     STRING 'SELECT VERSION, APPLIED_TIME, JOB_NAME, '            00053700
053800         DELIMITED BY SIZE                                        00053800
053900         'DESCRIPTION FROM SCHEMA_VERSION ' DELIMITED BY SIZE     00053900
054000         'ORDER BY VERSION' DELIMITED BY SIZE                     00054000
054100         INTO SQL-ZCHAR                                           00054100
054200         WITH POINTER WS-SQL-PTR                                  00054200
054300     END-STRING                                                   00054300
054400     MOVE LOW-VALUES TO SQL-ZCHAR(WS-SQL-PTR:1)                   00054400
054500     MOVE 'LEVEL LIST' TO WS-PREP-LABEL                           00054500
054600     PERFORM PREPARE-ONE-STATEMENT                                00054600
054700     SET LS-WORK-STMT TO LS-PREPARED-STMT                         00054700
054800     MOVE ZERO TO LS-SQL-RC                                       00054800
054900     PERFORM UNTIL LS-SQL-RC NOT = 0                              00054900
055000        CALL SQLITE3A USING BY REFERENCE SQLITE3-STEP             00055000
055100            BY VALUE LS-WORK-STMT                                 00055100
055200            RETURNING LS-SQL-RC                                   00055200
055300        END-CALL                                                  00055300
055400        EVALUATE LS-SQL-RC                                        00055400
055500        WHEN SQLITE-ROW                                           00055500
055600             PERFORM LIST-ONE-LEVEL                               00055600
055700             MOVE ZERO TO LS-SQL-RC                               00055700
055800        WHEN SQLITE-DONE                                          00055800
055900             MOVE +4 TO LS-SQL-RC                                 00055900
056000        WHEN OTHER                                                00056000
056100             DISPLAY 'LEVEL LIST STEP FAILED. RC='                00056100
056200                LS-SQL-RC UPON SYSOUT                             00056200
056300             PERFORM DISPLAY-SQL-ERROR                            00056300
056400             MOVE +16 TO RETURN-CODE                              00056400
056500        END-EVALUATE                                              00056500
056600     END-PERFORM                                                  00056600
056700     CALL SQLITE3A USING BY REFERENCE SQLITE3-FINALIZE            00056700
056800         BY VALUE LS-WORK-STMT                                    00056800
056900         RETURNING LS-SQL-RC                                      00056900
057000     END-CALL                                                     00057000
057100     .                                                            00057100
057200 PRINT-MIGRATION-SUMMARY.                                         00057200
057300     MOVE SPACE TO WS-LISTING-SWITCH                              00057300
057400     MOVE SPACES TO WS-REPORT-LINE                                00057400
057500     PERFORM WRITE-REPORT-LINE-OUT                                00057500
057600     MOVE WS-LEVEL-BEFORE TO WS-COUNT-DISPLAY                     00057600
057700     STRING 'SCHEMA LEVEL BEFORE: ' DELIMITED BY SIZE             00057700
057800         WS-COUNT-DISPLAY DELIMITED BY SIZE                       00057800
057900         INTO WS-REPORT-LINE                                      00057900
058000     END-STRING                                                   00058000
058100     DISPLAY WS-REPORT-LINE(1:40) UPON SYSOUT                     00058100
058200     PERFORM WRITE-REPORT-LINE-OUT                                00058200
058300     MOVE WS-LEVEL-NOW TO WS-COUNT-DISPLAY                        00058300
058400     STRING 'SCHEMA LEVEL AFTER : ' DELIMITED BY SIZE             00058400
058500         WS-COUNT-DISPLAY DELIMITED BY SIZE                       00058500
058600         INTO WS-REPORT-LINE                                      00058600
058700     END-STRING                                                   00058700
058800     DISPLAY WS-REPORT-LINE(1:40) UPON SYSOUT                     00058800
058900     PERFORM WRITE-REPORT-LINE-OUT                                00058900
059000     MOVE WS-APPLIED-COUNT TO WS-COUNT-DISPLAY                    00059000
059100     STRING 'VERSIONS APPLIED   : ' DELIMITED BY SIZE             00059100
059200         WS-COUNT-DISPLAY DELIMITED BY SIZE                       00059200
059300         INTO WS-REPORT-LINE                                      00059300
059400     END-STRING                                                   00059400
059500     DISPLAY WS-REPORT-LINE(1:40) UPON SYSOUT                     00059500
059600     PERFORM WRITE-REPORT-LINE-OUT                                00059600
059700     MOVE WS-SKIPPED-COUNT TO WS-COUNT-DISPLAY                    00059700
059800     STRING 'VERSIONS SKIPPED   : ' DELIMITED BY SIZE             00059800
059900         WS-COUNT-DISPLAY DELIMITED BY SIZE                       00059900
060000         INTO WS-REPORT-LINE                                      00060000
060100     END-STRING                                                   00060100
060200     DISPLAY WS-REPORT-LINE(1:40) UPON SYSOUT                     00060200
060300     PERFORM WRITE-REPORT-LINE-OUT                                00060300
060400     IF RETURN-CODE IS EQUAL TO +16 THEN                          00060400
060500        DISPLAY 'SCHEMA MIGRATION STOPPED ON A FAILED VERSION.'   00060500
060600           UPON SYSOUT                                            00060600
060700     END-IF                                                       00060700
060800     GO TO SHUTDOWN                                               00060800
060900     .                                                            00060900
061000*                                                                 00061000
061100* One card of the deck: a VERSION= or BASELINE= header starts     00061100
061200* an entry, anything else is DDL for the entry it follows.        00061200
061300* Comment ('*') and blank cards are passed over.                  00061300
061400*                                                                 00061400
061500 EDIT-DECK-CARD.                                                  00061500
061600     IF SYSIN-RECORD(1:1) IS EQUAL TO '*' OR                      00061600
061700        SYSIN-RECORD(1:72) IS EQUAL TO SPACES THEN                00061700
061800        CONTINUE                                                  00061800
061900     ELSE                                                         00061900
062000        ADD 1 TO WS-CARD-COUNT                                    00062000
062100        MOVE SPACES TO WS-CARD-ERROR                              00062100
062200        EVALUATE TRUE                                             00062200
062300        WHEN SYSIN-RECORD(1:8) IS EQUAL TO 'VERSION='             00062300
062400             PERFORM CLOSE-DECK-ENTRY                             00062400
062500             IF WS-CARD-ERROR IS EQUAL TO SPACES THEN             00062500
062600                MOVE 'V' TO WS-CARD-KIND                          00062600
062700                MOVE SYSIN-RECORD(9:64) TO WS-CARD-REST           00062700
062800                PERFORM START-DECK-ENTRY                          00062800
062900             END-IF                                               00062900
063000        WHEN SYSIN-RECORD(1:9) IS EQUAL TO 'BASELINE='            00063000
063100             IF WS-CARD-COUNT IS GREATER THAN 1 THEN              00063100
063200                MOVE 'BASELINE= MAY ONLY BE THE FIRST CARD'       00063200
063300                   TO WS-CARD-ERROR                               00063300
063400             ELSE                                                 00063400
063500                MOVE 'B' TO WS-CARD-KIND                          00063500
063600                MOVE SYSIN-RECORD(10:63) TO WS-CARD-REST          00063600
063700                PERFORM START-DECK-ENTRY                          00063700
063800             END-IF                                               00063800
063900        WHEN WS-MIG-COUNT IS EQUAL TO ZERO                        00063900
064000             MOVE 'DDL BEFORE THE FIRST VERSION= CARD'            00064000
064100                TO WS-CARD-ERROR                                  00064100
064200        WHEN WS-MIG-BASELINE(WS-MIG-COUNT)                        00064200
064300             MOVE 'BASELINE= TAKES NO DDL' TO WS-CARD-ERROR       00064300
064400        WHEN OTHER                                                00064400
064500             PERFORM ADD-DDL-CARD                                 00064500
064600        END-EVALUATE                                              00064600
064700        IF WS-CARD-ERROR IS NOT EQUAL TO SPACES THEN              00064700
064800           PERFORM REPORT-CARD-ERROR                              00064800
064900        END-IF                                                    00064900
065000     END-IF                                                       00065000
065100     .                                                            00065100
065200*                                                                 00065200
065300* The entry before a new header (or the end of the deck) must     00065300
065400* have DDL if it is a VERSION=; its text is null-terminated       00065400
065500* for SQLITE3-EXEC.                                               00065500
065600*                                                                 00065600
065700 CLOSE-DECK-ENTRY.                                                00065700
065800     IF WS-MIG-COUNT IS GREATER THAN ZERO THEN                    00065800
065900        IF WS-MIG-CHANGE(WS-MIG-COUNT) AND                        00065900
066000           WS-MIG-DDL-PTR(WS-MIG-COUNT) IS EQUAL TO 1 THEN        00066000
066100           MOVE 'THE VERSION BEFORE THIS HAS NO DDL'              00066100
066200              TO WS-CARD-ERROR                                    00066200
066300        ELSE                                                      00066300
066400           MOVE LOW-VALUE TO WS-MIG-DDL(WS-MIG-COUNT)             00066400
066500              (WS-MIG-DDL-PTR(WS-MIG-COUNT):1)                    00066500
066600        END-IF                                                    00066600
066700     END-IF                                                       00066700
066800     .                                                            00066800
066900*                                                                 00066900
067000* WS-CARD-REST holds 'nnnn,description' from a header card of     00067000
067100* kind WS-CARD-KIND.                                              00067100
067200*                                                                 00067200
067300 START-DECK-ENTRY.                                                00067300
067400     MOVE SPACES TO WS-CARD-NUM-TEXT                              00067400
067500     MOVE 1 TO WS-CARD-PTR                                        00067500
067600     UNSTRING WS-CARD-REST DELIMITED BY ',' OR SPACE              00067600
067700         INTO WS-CARD-NUM-TEXT                                    00067700
067800         WITH POINTER WS-CARD-PTR                                 00067800
067900     END-UNSTRING                                                 00067900
068000     MOVE ZERO TO WS-CARD-NUM-LEN                                 00068000
068100     INSPECT WS-CARD-NUM-TEXT TALLYING WS-CARD-NUM-LEN            00068100
068200             FOR CHARACTERS BEFORE INITIAL SPACE                  00068200
068300     MOVE ZERO TO WS-CARD-NUMBER                                  00068300
068400     IF WS-CARD-NUM-LEN IS GREATER THAN ZERO AND                  00068400
068500        WS-CARD-NUM-LEN IS LESS THAN 10 THEN                      00068500
068600        IF WS-CARD-NUM-TEXT(1:WS-CARD-NUM-LEN) IS NUMERIC THEN    00068600
068700           COMPUTE WS-CARD-NUMBER = FUNCTION NUMVAL               00068700
068800                   (WS-CARD-NUM-TEXT(1:WS-CARD-NUM-LEN))          00068800
068900        END-IF                                                    00068900
069000     END-IF                                                       00069000
069100     EVALUATE TRUE                                                00069100
069200     WHEN WS-CARD-NUMBER IS NOT GREATER THAN ZERO                 00069200
069300          MOVE 'VERSION MUST BE 1 TO 9 DIGITS, NOT 0'             00069300
069400             TO WS-CARD-ERROR                                     00069400
069500     WHEN WS-MIG-COUNT IS NOT LESS THAN WS-MIG-MAX                00069500
069600          MOVE 'MORE THAN 100 VERSIONS IN THE DECK'               00069600
069700             TO WS-CARD-ERROR                                     00069700
069800     WHEN WS-MIG-COUNT IS GREATER THAN ZERO AND                   00069800
069900          WS-CARD-NUMBER IS NOT GREATER THAN                      00069900
070000             WS-MIG-VERSION(WS-MIG-COUNT)                         00070000
070100          MOVE 'VERSIONS MUST ASCEND THROUGH THE DECK'            00070100
070200             TO WS-CARD-ERROR                                     00070200
070300     WHEN OTHER                                                   00070300
070400          ADD 1 TO WS-MIG-COUNT                                   00070400
070500          MOVE WS-CARD-KIND TO WS-MIG-KIND(WS-MIG-COUNT)          00070500
070600          MOVE WS-CARD-NUMBER TO WS-MIG-VERSION(WS-MIG-COUNT)     00070600
070700          MOVE SPACES TO WS-MIG-DESC(WS-MIG-COUNT)                00070700
070800          IF WS-CARD-PTR IS LESS THAN 73 THEN                     00070800
070900             MOVE WS-CARD-REST(WS-CARD-PTR:)                      00070900
071000                TO WS-MIG-DESC(WS-MIG-COUNT)                      00071000
071100          END-IF                                                  00071100
071200          MOVE SPACES TO WS-MIG-DDL(WS-MIG-COUNT)                 00071200
071300          MOVE 1 TO WS-MIG-DDL-PTR(WS-MIG-COUNT)                  00071300
071400          IF WS-MIG-BASELINE(WS-MIG-COUNT) THEN                   00071400
071500             MOVE 'BASELINE' TO WS-MIG-DDL(WS-MIG-COUNT)          00071500
071600             MOVE 9 TO WS-MIG-DDL-PTR(WS-MIG-COUNT)               00071600
071700          END-IF                                                  00071700
071800     END-EVALUATE                                                 00071800
071900     .                                                            00071900
072000*                                                                 00072000
072100* Columns 1-72 of a DDL card, less trailing spaces, joined to     00072100
072200* the entry's text with one space between cards.                  00072200
072300*                                                                 00072300
072400 ADD-DDL-CARD.                                                    00072400
072500     PERFORM VARYING WS-CARD-TEXT-LEN FROM 72 BY -1               00072500
072600             UNTIL WS-CARD-TEXT-LEN IS LESS THAN 1                00072600
072700                OR SYSIN-RECORD(WS-CARD-TEXT-LEN:1)               00072700
072800                   IS NOT EQUAL TO SPACE                          00072800
072900        CONTINUE                                                  00072900
073000     END-PERFORM                                                  00073000
073100     STRING SYSIN-RECORD(1:WS-CARD-TEXT-LEN)                      00073100
073200         DELIMITED BY SIZE                                        00073200
073300         ' ' DELIMITED BY SIZE                                    00073300
073400         INTO WS-MIG-DDL(WS-MIG-COUNT)                            00073400
073500         WITH POINTER WS-MIG-DDL-PTR(WS-MIG-COUNT)                00073500
073600         ON OVERFLOW                                              00073600
073700            MOVE 'DDL FOR ONE VERSION OVER 2000 BYTES'            00073700
073800               TO WS-CARD-ERROR                                   00073800
073900     END-STRING                                                   00073900
074000     IF WS-MIG-DDL-PTR(WS-MIG-COUNT) IS GREATER THAN 2001         00074000
074100        THEN                                                      00074100
074200        MOVE 'DDL FOR ONE VERSION OVER 2000 BYTES'                00074200
074300           TO WS-CARD-ERROR                                       00074300
074400     END-IF                                                       00074400
074500     .                                                            00074500
074600 REPORT-CARD-ERROR.                                               00074600
074700     ADD 1 TO WS-DECK-ERRORS                                      00074700
074800     DISPLAY 'CARD IN ERROR: ' SYSIN-RECORD(1:72)                 00074800
074900        UPON SYSOUT                                               00074900
075000     DISPLAY '  ' WS-CARD-ERROR UPON SYSOUT                       00075000
075100     MOVE 1 TO WS-RPT-PTR                                         00075100
075200     STRING 'CARD IN ERROR: ' DELIMITED BY SIZE                   00075200
075300         SYSIN-RECORD(1:72) DELIMITED BY SIZE                     00075300
075400         INTO WS-REPORT-LINE                                      00075400
075500         WITH POINTER WS-RPT-PTR                                  00075500
075600     END-STRING                                                   00075600
075700     PERFORM WRITE-REPORT-LINE-OUT                                00075700
075800     MOVE 1 TO WS-RPT-PTR                                         00075800
075900     STRING '  ' DELIMITED BY SIZE                                00075900
076000         WS-CARD-ERROR DELIMITED BY SIZE                          00076000
076100         INTO WS-REPORT-LINE                                      00076100
076200         WITH POINTER WS-RPT-PTR                                  00076200
076300     END-STRING                                                   00076300
076400     PERFORM WRITE-REPORT-LINE-OUT                                00076400
076500     .                                                            00076500
076600*                                                                 00076600
076700* One entry of the deck against the data base's level. A          00076700
076800* change runs with its SCHEMA_VERSION row in one transaction;     00076800
076900* a BASELINE= only records its row, and only on a data base       00076900
077000* with no levels recorded.                                        00077000
077100*                                                                 00077100
077200 APPLY-ONE-MIGRATION.                                             00077200
077300     MOVE SPACES TO WS-MIG-LINE                                   00077300
077400     MOVE WS-MIG-VERSION(WS-MIG-I) TO WS-ML-VERSION               00077400
077500     MOVE WS-MIG-DESC(WS-MIG-I) TO WS-ML-DESC                     00077500
077600     IF WS-MIG-BASELINE(WS-MIG-I) AND                             00077600
077700        WS-LEVEL-ROWS IS GREATER THAN ZERO THEN                   00077700
077800        MOVE 'IGNORED - LEVELS ALREADY RECORDED'                  00077800
077900           TO WS-ML-ACTION                                        00077900
078000        ADD 1 TO WS-SKIPPED-COUNT                                 00078000
078100        GO TO APPLY-ONE-MIGRATION-LIST                            00078100
078200     END-IF                                                       00078200
078300     IF WS-MIG-CHANGE(WS-MIG-I) AND                               00078300
078400        WS-MIG-VERSION(WS-MIG-I) IS NOT GREATER THAN              00078400
078500           WS-LEVEL-NOW THEN                                      00078500
078600        MOVE 'SKIPPED - AT OR BELOW LEVEL' TO WS-ML-ACTION        00078600
078700        ADD 1 TO WS-SKIPPED-COUNT                                 00078700
078800        GO TO APPLY-ONE-MIGRATION-LIST                            00078800
078900     END-IF                                                       00078900
079000     MOVE Z'BEGIN TRANSACTION' TO SQL-ZCHAR                       00079000
079100     MOVE 'BEGIN TRANSACTION' TO WS-PREP-LABEL                    00079100
079200     PERFORM EXECUTE-ONE-STATEMENT                                00079200
079300     IF WS-MIG-CHANGE(WS-MIG-I) THEN                              00079300
079400        CALL SQLITE3A USING BY REFERENCE SQLITE3-EXEC             00079400
079500            BY VALUE LS-DB                                        00079500
079600            BY REFERENCE WS-MIG-DDL(WS-MIG-I)                     00079600
079700            BY VALUE LS-ZERO                                      00079700
079800            BY VALUE LS-ZERO                                      00079800
079900            BY VALUE LS-ZERO                                      00079900
080000            RETURNING LS-SQL-RC                                   00080000
080100        END-CALL                                                  00080100
080200        IF LS-SQL-RC IS NOT EQUAL TO SQLITE-OK AND                00080200
080300           LS-SQL-RC IS NOT EQUAL TO SQLITE-DONE THEN             00080300
080400           DISPLAY 'DDL FOR VERSION ' WS-ML-VERSION               00080400
080500              ' FAILED. RC=' LS-SQL-RC UPON SYSOUT                00080500
080600           PERFORM ROLLBACK-MIGRATION                             00080600
080700           GO TO APPLY-ONE-MIGRATION-LIST                         00080700
080800        END-IF                                                    00080800
080900     END-IF                                                       00080900
081000     PERFORM RECORD-SCHEMA-VERSION                                00081000
081100     IF LS-SQL-RC IS NOT EQUAL TO SQLITE-OK AND                   00081100
081200        LS-SQL-RC IS NOT EQUAL TO SQLITE-DONE THEN                00081200
081300        DISPLAY 'SCHEMA_VERSION INSERT FOR ' WS-ML-VERSION        00081300
081400           ' FAILED. RC=' LS-SQL-RC UPON SYSOUT                   00081400
081500        PERFORM ROLLBACK-MIGRATION                                00081500
081600        GO TO APPLY-ONE-MIGRATION-LIST                            00081600
081700     END-IF                                                       00081700
081800     MOVE Z'COMMIT TRANSACTION' TO SQL-ZCHAR                      00081800
081900     CALL SQLITE3A USING BY REFERENCE SQLITE3-EXEC                00081900
082000         BY VALUE LS-DB                                           00082000
082100         BY REFERENCE SQL-ZCHAR                                   00082100
082200         BY VALUE LS-ZERO                                         00082200
082300         BY VALUE LS-ZERO                                         00082300
082400         BY VALUE LS-ZERO                                         00082400
082500         RETURNING LS-SQL-RC                                      00082500
082600     END-CALL                                                     00082600
082700     IF LS-SQL-RC IS NOT EQUAL TO SQLITE-OK AND                   00082700
082800        LS-SQL-RC IS NOT EQUAL TO SQLITE-DONE THEN                00082800
082900        DISPLAY 'COMMIT OF VERSION ' WS-ML-VERSION                00082900
083000           ' FAILED. RC=' LS-SQL-RC UPON SYSOUT                   00083000
083100        PERFORM ROLLBACK-MIGRATION                                00083100
083200        GO TO APPLY-ONE-MIGRATION-LIST                            00083200
083300     END-IF                                                       00083300
083400     MOVE WS-MIG-VERSION(WS-MIG-I) TO WS-LEVEL-NOW                00083400
083500     ADD 1 TO WS-LEVEL-ROWS                                       00083500
083600     ADD 1 TO WS-APPLIED-COUNT                                    00083600
083700     IF WS-MIG-BASELINE(WS-MIG-I) THEN                            00083700
083800        MOVE 'BASELINE RECORDED' TO WS-ML-ACTION                  00083800
083900     ELSE                                                         00083900
084000        MOVE 'APPLIED' TO WS-ML-ACTION                            00084000
084100     END-IF                                                       00084100
084200     .                                                            00084200
084300 APPLY-ONE-MIGRATION-LIST.                                        00084300
084400     MOVE WS-MIG-LINE TO WS-REPORT-LINE                           00084400
084500     PERFORM WRITE-REPORT-LINE-OUT                                00084500
084600     IF RETURN-CODE IS EQUAL TO +16 THEN                          00084600
084700        MOVE 1 TO WS-RPT-PTR                                      00084700
084800        STRING '           ' DELIMITED BY SIZE                    00084800
084900            WS-ERRMSG-TEXT DELIMITED BY SIZE                      00084900
085000            INTO WS-REPORT-LINE                                   00085000
085100            WITH POINTER WS-RPT-PTR                               00085100
085200        END-STRING                                                00085200
085300        PERFORM WRITE-REPORT-LINE-OUT                             00085300
085400     END-IF                                                       00085400
085500     .                                                            00085500
085600 APPLY-ONE-MIGRATION-EXIT.                                        00085600
085700     EXIT.                                                        00085700
085800*                                                                 00085800
085900* The SCHEMA_VERSION row for entry WS-MIG-I; LS-SQL-RC is the     00085900
086000* result of the step. DDL_TEXT is the change as it was run.       00086000
086100*                                                                 00086100
086200 RECORD-SCHEMA-VERSION.                                           00086200
086300     CALL 'CEEGMT' USING LS-LILIAN, LS-GMT-SECS, LE-FC            00086300
086400     CALL SQLITE3A USING                                          00086400
086500         BY REFERENCE CONVERT-HFP-TO-BFP                          00086500
086600         BY VALUE LS-GMT-SECS                                     00086600
086700         BY REFERENCE LS-GMT-SECS-BFP                             00086700
086800     END-CALL                                                     00086800
086900     COMPUTE WS-MIG-DDL-LEN = WS-MIG-DDL-PTR(WS-MIG-I) - 1        00086900
087000     IF WS-MIG-CHANGE(WS-MIG-I) THEN                              00087000
087100        SUBTRACT 1 FROM WS-MIG-DDL-LEN                            00087100
087200     END-IF                                                       00087200
087300     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-INT            00087300
087400         BY VALUE LS-VERSION-STMT                                 00087400
087500         BY VALUE LS-ONE                                          00087500
087600         BY VALUE WS-MIG-VERSION(WS-MIG-I)                        00087600
087700         RETURNING LS-SQL-RC                                      00087700
087800     END-CALL                                                     00087800
087900     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           00087900
088000         BY VALUE LS-VERSION-STMT                                 00088000
088100         BY VALUE LS-TWO                                          00088100
088200         BY REFERENCE WS-MIG-DESC(WS-MIG-I)                       00088200
088300         BY VALUE 60                                              00088300
088400         BY VALUE SQLITE-TRANSIENT                                00088400
088500         RETURNING LS-SQL-RC                                      00088500
088600     END-CALL                                                     00088600
088700     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-DOUBLE         00088700
088800         BY VALUE LS-VERSION-STMT                                 00088800
088900         BY VALUE LS-THREE                                        00088900
089000         BY VALUE LS-GMT-SECS-BFP                                 00089000
089100         RETURNING LS-SQL-RC                                      00089100
089200     END-CALL                                                     00089200
089300     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           00089300
089400         BY VALUE LS-VERSION-STMT                                 00089400
089500         BY VALUE LS-FOUR                                         00089500
089600         BY REFERENCE WS-JOB-NAME                                 00089600
089700         BY VALUE 8                                               00089700
089800         BY VALUE SQLITE-TRANSIENT                                00089800
089900         RETURNING LS-SQL-RC                                      00089900
090000     END-CALL                                                     00090000
090100     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           00090100
090200         BY VALUE LS-VERSION-STMT                                 00090200
090300         BY VALUE LS-FIVE                                         00090300
090400         BY REFERENCE WS-MIG-DDL(WS-MIG-I)                        00090400
090500         BY VALUE WS-MIG-DDL-LEN                                  00090500
090600         BY VALUE SQLITE-TRANSIENT                                00090600
090700         RETURNING LS-SQL-RC                                      00090700
090800     END-CALL                                                     00090800
090900     CALL SQLITE3A USING BY REFERENCE SQLITE3-STEP                00090900
091000         BY VALUE LS-VERSION-STMT                                 00091000
091100         RETURNING LS-SQL-RC                                      00091100
091200     END-CALL                                                     00091200
091300     CALL SQLITE3A USING BY REFERENCE SQLITE3-RESET               00091300
091400         BY VALUE LS-VERSION-STMT                                 00091400
091500         RETURNING LS-SQL-ERRCODE                                 00091500
091600     END-CALL                                                     00091600
091700     .                                                            00091700
091800*                                                                 00091800
091900* A failed change: the error is kept for the listing, the         00091900
092000* change and its row are rolled back, and the run stops.          00092000
092100*                                                                 00092100
092200 ROLLBACK-MIGRATION.                                              00092200
092300     PERFORM DISPLAY-SQL-ERROR                                    00092300
092400     MOVE +16 TO RETURN-CODE                                      00092400
092500     MOVE 'FAILED - ROLLED BACK' TO WS-ML-ACTION                  00092500
092600     MOVE Z'ROLLBACK TRANSACTION' TO SQL-ZCHAR                    00092600
092700     CALL SQLITE3A USING BY REFERENCE SQLITE3-EXEC                00092700
092800         BY VALUE LS-DB                                           00092800
092900         BY REFERENCE SQL-ZCHAR                                   00092900
093000         BY VALUE LS-ZERO                                         00093000
093100         BY VALUE LS-ZERO                                         00093100
093200         BY VALUE LS-ZERO                                         00093200
093300         RETURNING LS-SQL-RC                                      00093300
093400     END-CALL                                                     00093400
093500     .                                                            00093500
093600 LIST-ONE-LEVEL.                                                  00093600
093700     MOVE SPACES TO WS-LEVEL-LINE                                 00093700
093800     MOVE +0 TO LS-COLUMN-NUMBER                                  00093800
093900     CALL SQLITE3A USING                                          00093900
094000         BY REFERENCE SQLITE3-COLUMN-INT                          00094000
094100         BY VALUE LS-WORK-STMT                                    00094100
094200         BY VALUE LS-COLUMN-NUMBER                                00094200
094300         RETURNING WS-CARD-NUMBER                                 00094300
094400     END-CALL                                                     00094400
094500     MOVE WS-CARD-NUMBER TO WS-LL-VERSION                         00094500
094600     MOVE +1 TO LS-COLUMN-NUMBER                                  00094600
094700     PERFORM GET-COLUMN-DOUBLE                                    00094700
094800     CALL 'CEEDATM' USING LS-DOUBLE-HFP,                          00094800
094900          WS-DATM-PICTURE, WS-DATM-OUTPUT, LE-FC                  00094900
095000     MOVE WS-DATM-OUTPUT(1:17) TO WS-LL-APPLIED                   00095000
095100     MOVE +2 TO LS-COLUMN-NUMBER                                  00095100
095200     PERFORM GET-COLUMN-TEXT                                      00095200
095300     MOVE WS-COL-VALUE TO WS-LL-JOB                               00095300
095400     MOVE +3 TO LS-COLUMN-NUMBER                                  00095400
095500     PERFORM GET-COLUMN-TEXT                                      00095500
095600     MOVE WS-COL-VALUE TO WS-LL-DESC                              00095600
095700     MOVE WS-LEVEL-LINE TO WS-REPORT-LINE                         00095700
095800     PERFORM WRITE-REPORT-LINE-OUT                                00095800
095900     .                                                            00095900
096000*                                                                 00096000
096100* Reusable prepare paragraph: caller builds the null-terminated   00096100
096200* statement text in SQL-ZCHAR and names it in WS-PREP-LABEL; the  00096200
096300* prepared statement handle is returned in LS-PREPARED-STMT.      00096300
096400*                                                                 00096400
096500 PREPARE-ONE-STATEMENT.                                           00096500
096600     CALL SQLITE3A USING BY REFERENCE SQLITE3-PREPARE-V2          00096600
096700         BY VALUE LS-DB                                           00096700
096800         BY REFERENCE SQL-ZCHAR                                   00096800
096900         BY VALUE LS-MINUS-ONE                                    00096900
097000         BY REFERENCE LS-PREPARED-STMT                            00097000
097100         BY VALUE LS-ZERO                                         00097100
097200         RETURNING LS-SQL-RC                                      00097200
097300     END-CALL                                                     00097300
097400     IF LS-SQL-RC IS NOT EQUAL TO SQLITE-OK AND                   00097400
097500        LS-SQL-RC IS NOT EQUAL TO SQLITE-DONE THEN                00097500
097600        DISPLAY 'PREPARE OF ' WS-PREP-LABEL                       00097600
097700           ' FAILED. RC=' LS-SQL-RC UPON SYSOUT                   00097700
097800        PERFORM DISPLAY-SQL-ERROR                                 00097800
097900        MOVE +16 TO RETURN-CODE                                   00097900
098000        CLOSE REPORT1-FD                                          00098000
098100        GOBACK                                                    00098100
098200     END-IF                                                       00098200
098300     .                                                            00098300
098400*                                                                 00098400
098500* Run the statement in SQL-ZCHAR once (DDL); a failure ends       00098500
098600* the job RC=16.                                                  00098600
098700*                                                                 00098700
098800 EXECUTE-ONE-STATEMENT.                                           00098800
098900     CALL SQLITE3A USING BY REFERENCE SQLITE3-EXEC                00098900
099000         BY VALUE LS-DB                                           00099000
099100         BY REFERENCE SQL-ZCHAR                                   00099100
099200         BY VALUE LS-ZERO                                         00099200
099300         BY VALUE LS-ZERO                                         00099300
099400         BY VALUE LS-ZERO                                         00099400
099500         RETURNING LS-SQL-RC                                      00099500
099600     END-CALL                                                     00099600
099700     IF LS-SQL-RC IS NOT EQUAL TO SQLITE-OK AND                   00099700
099800        LS-SQL-RC IS NOT EQUAL TO SQLITE-DONE THEN                00099800
099900        DISPLAY WS-PREP-LABEL ' FAILED. RC='                      00099900
100000           LS-SQL-RC UPON SYSOUT                                  00100000
100100        PERFORM DISPLAY-SQL-ERROR                                 00100100
100200        MOVE +16 TO RETURN-CODE                                   00100200
100300        CLOSE REPORT1-FD                                          00100300
100400        GOBACK                                                    00100400
100500     END-IF                                                       00100500
100600     .                                                            00100600
100700*                                                                 00100700
100800* Fetch the text of column LS-COLUMN-NUMBER of the current        00100800
100900* LS-WORK-STMT row into WS-COL-VALUE/WS-COL-VALUE-LEN, the        00100900
101000* same null-terminated-pointer handling TESTCOB2 uses.            00101000
101100*                                                                 00101100
101200 GET-COLUMN-TEXT.                                                 00101200
101300     CALL SQLITE3A USING BY REFERENCE SQLITE3-COLUMN-TEXT         00101300
101400         BY VALUE LS-WORK-STMT                                    00101400
101500         BY VALUE LS-COLUMN-NUMBER                                00101500
101600         RETURNING LS-COLUMN-POINTER                              00101600
101700     END-CALL                                                     00101700
101800     MOVE SPACES TO WS-COL-VALUE                                  00101800
101900     MOVE ZERO TO WS-COL-VALUE-LEN                                00101900
102000     IF LS-COLUMN-POINTER IS NOT EQUAL TO NULL THEN               00102000
102100        SET ADDRESS OF LINKAGE-COLUMN-TEXT TO LS-COLUMN-POINTER   00102100
102200        INSPECT LINKAGE-COLUMN-TEXT TALLYING WS-COL-VALUE-LEN     00102200
102300           FOR CHARACTERS BEFORE INITIAL LOW-VALUE                00102300
102400        IF WS-COL-VALUE-LEN IS GREATER THAN ZERO THEN             00102400
102500           MOVE LINKAGE-COLUMN-TEXT(1:WS-COL-VALUE-LEN)           00102500
102600              TO WS-COL-VALUE                                     00102600
102700        END-IF                                                    00102700
102800     END-IF                                                       00102800
102900     .                                                            00102900
103000*                                                                 00103000
103100* Column LS-COLUMN-NUMBER of the current LS-WORK-STMT row as a    00103100
103200* double, converted to HFP in LS-DOUBLE-HFP.                      00103200
103300*                                                                 00103300
103400 GET-COLUMN-DOUBLE.                                               00103400
103500     CALL SQLITE3A USING                                          00103500
103600         BY REFERENCE SQLITE3-COLUMN-DOUBLE                       00103600
103700         BY REFERENCE LS-DOUBLE-BFP                               00103700
103800         BY VALUE LS-WORK-STMT                                    00103800
103900         BY VALUE LS-COLUMN-NUMBER                                00103900
104000     END-CALL                                                     00104000
104100     CALL SQLITE3A USING                                          00104100
104200         BY REFERENCE CONVERT-BFP-TO-HFP                          00104200
104300         BY VALUE LS-DOUBLE-BFP                                   00104300
104400         BY REFERENCE LS-DOUBLE-HFP                               00104400
104500     END-CALL                                                     00104500
104600     .                                                            00104600
104700 WRITE-REPORT-LINE-OUT.                                           00104700
104800     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE THEN                   00104800
104900        PERFORM WRITE-REPORT-HEADING                              00104900
105000     END-IF                                                       00105000
105100     MOVE WS-REPORT-LINE TO REPORT1-RECORD                        00105100
105200     WRITE REPORT1-RECORD AFTER ADVANCING 1 LINE                  00105200
105300     ADD 1 TO WS-LINE-COUNT                                       00105300
105400     MOVE SPACES TO WS-REPORT-LINE                                00105400
105500     .                                                            00105500
105600 WRITE-REPORT-HEADING.                                            00105600
105700     ADD 1 TO WS-PAGE-COUNT                                       00105700
105800     MOVE WS-PAGE-COUNT TO WS-PAGE-NUM-DISPLAY                    00105800
105900     MOVE SPACES TO REPORT1-RECORD                                00105900
106000     MOVE 1 TO WS-RPT-PTR                                         00106000
106100     STRING 'TESTCB44' DELIMITED BY SIZE                          00106100
106200         '   RUN DATE: ' DELIMITED BY SIZE                        00106200
106300         WS-RUN-DATE DELIMITED BY SIZE                            00106300
106400         '   PAGE: ' DELIMITED BY SIZE                            00106400
106500         WS-PAGE-NUM-DISPLAY DELIMITED BY SIZE                    00106500
106600         INTO REPORT1-RECORD                                      00106600
106700         WITH POINTER WS-RPT-PTR                                  00106700
106800     END-STRING                                                   00106800
106900     WRITE REPORT1-RECORD AFTER ADVANCING PAGE                    00106900
107000     MOVE SPACES TO REPORT1-RECORD                                00107000
107100     MOVE 'SCHEMA MIGRATION' TO REPORT1-RECORD                    00107100
107200     WRITE REPORT1-RECORD AFTER ADVANCING 1 LINE                  00107200
107300     MOVE 1 TO WS-LINE-COUNT                                      00107300
107400     EVALUATE TRUE                                                00107400
107500     WHEN WS-LISTING-DECK                                         00107500
107600          MOVE WS-MIG-HEADER TO REPORT1-RECORD                    00107600
107700          WRITE REPORT1-RECORD AFTER ADVANCING 1 LINE             00107700
107800     WHEN WS-LISTING-LEVELS                                       00107800
107900          MOVE WS-LEVEL-HEADER TO REPORT1-RECORD                  00107900
108000          WRITE REPORT1-RECORD AFTER ADVANCING 1 LINE             00108000
108100     WHEN OTHER                                                   00108100
108200          CONTINUE                                                00108200
108300     END-EVALUATE                                                 00108300
108400     .                                                            00108400
108500 SHUTDOWN.                                                        00108500
108600     CALL SQLITE3A USING BY REFERENCE SQLITE3-CLOSE               00108600
108700         BY VALUE LS-DB                                           00108700
108800         RETURNING LS-SQL-RC                                      00108800
108900     END-CALL                                                     00108900
109000     CALL SQLITE3A USING SQLITE3-SHUTDOWN                         00109000
109100         RETURNING LS-SQL-RC                                      00109100
109200     END-CALL                                                     00109200
109300     CLOSE REPORT1-FD                                             00109300
109400     GOBACK                                                       00109400
109500     .                                                            00109500
109600                                                                  00109600
109700 DISPLAY-SQL-ERROR.                                               00109700
109800     CALL SQLITE3A USING BY REFERENCE SQLITE3-ERRCODE             00109800
109900         BY VALUE LS-DB                                           00109900
110000         RETURNING LS-SQL-ERRCODE                                 00110000
110100     END-CALL                                                     00110100
110200     CALL SQLITE3A USING BY REFERENCE SQLITE3-ERRMSG              00110200
110300         BY VALUE LS-DB                                           00110300
110400         RETURNING LS-ERRMSG-POINTER                              00110400
110500     END-CALL                                                     00110500
110600     MOVE SPACES TO WS-ERRMSG-TEXT                                00110600
110700     MOVE ZERO TO WS-ERRMSG-LEN                                   00110700
110800     IF LS-ERRMSG-POINTER IS NOT EQUAL TO NULL THEN               00110800
110900        SET ADDRESS OF LINKAGE-COLUMN-TEXT                        00110900
111000           TO LS-ERRMSG-POINTER                                   00111000
111100        INSPECT LINKAGE-COLUMN-TEXT                               00111100
111200           TALLYING WS-ERRMSG-LEN                                 00111200
111300           FOR CHARACTERS BEFORE INITIAL LOW-VALUE                00111300
111400        MOVE LINKAGE-COLUMN-TEXT(1:WS-ERRMSG-LEN)                 00111400
111500           TO WS-ERRMSG-TEXT                                      00111500
111600     END-IF                                                       00111600
111700     DISPLAY '  SQLITE ERRCODE=' LS-SQL-ERRCODE                   00111700
111800         ' ERRMSG=' WS-ERRMSG-TEXT(1:WS-ERRMSG-LEN)               00111800
111900         UPON SYSOUT                                              00111900
112000     .                                                            00112000
112100 END PROGRAM 'TESTCB44'.                                          00112100
