000100 PROCESS DYNAM,NAME,PGMNAME(COMPAT)                               00000100
000200 PROCESS ADV,AWO,NOC(W),FSRT,FLAG(I,I)                            00000200
000300 PROCESS INTDATE(ANSI),LANG(EN),LIB,LIST,MAP                      00000300
000400 PROCESS NONUM,NUMPROC(PFD),OBJ,APOST                             00000400
000500 PROCESS RENT,NOSEQ,SOURCE,NOSSRANGE,                             00000500
000600 PROCESS NOTERM,NOTEST,VBREF,                                     00000600
000700 PROCESS XREF(FULL),ZWB,FASTSRT,AR(E)                             00000700
000800 ID DIVISION.                                                     00000800
000900 PROGRAM-ID. 'TESTCB37'.                                          00000900
001000 AUTHOR. JOHN MCKOWN.                                             00001000
001100 INSTALLATION. CBT Tape.                                          00001100
001200 DATE-WRITTEN.                                                    00001200
001300 DATE-COMPILED.                                                   00001300
001400 SECURITY. NONE.                                                  00001400
001500*                                                                 00001500
001600* This program is the checker half of the dual-control            00001600
001700* (maker-checker) approval of large amount changes. TESTCOB8      00001700
001800* maintenance and TESTCB26 APPLY runs do not apply a change       00001800
001900* over the SYSTEM_PARMS APPROVALAMT threshold; they park it in    00001900
002000* the PENDING_CHANGE table under the maker's job name. This job   00002000
002100* lists every item still PENDING on REPORT1 and then takes the    00002100
002200* decisions from SYSIN cards, one KEYWORD=VALUE per card ('*'     00002200
002300* in column one is a comment, a blank card is ignored):           00002300
002400*   APPROVE=n          apply pending change n                     00002400
002500*   REJECT=n           reject pending change n, apply nothing     00002500
002600* With no decision cards the run is a listing only.               00002600
002700*                                                                 00002700
002800* A decision is refused (RC=8) when the change is not on file,    00002800
002900* is no longer PENDING, or when this job runs under the same      00002900
003000* job name as the maker: the second person must submit from a     00003000
003100* second job name. An approved change is first re-checked         00003100
003200* against the row as it stands now; when NAME or AMOUNT no        00003200
003300* longer match what the maker saw (or the row is gone), the       00003300
003400* change is marked STALE instead of applied (RC=4) and the        00003400
003500* maker resubmits it. Otherwise the 'U' or 'D' is applied with    00003500
003600* the same UPDATE/DELETE and the same WRITE-AUDIT-LOG before/     00003600
003700* after imaging TESTCOB8 does, under this job's name, so the      00003700
003800* business table's trail (and TESTCB34's roll-forward and         00003800
003900* TESTCB10's deltas over it) see an ordinary audited change.      00003900
004000* Every decision is also audited against PENDING_CHANGE as an     00004000
004100* APPROVE, REJECT, or STALE operation naming both the maker       00004100
004200* and the checker job. All decisions apply in one transaction:    00004200
004300* a data base failure rolls the whole set back RC=16.             00004300
004400*                                                                 00004400
004500* PARM value is 1 field: DBPATH.                                  00004500
004600*                                                                 00004600
004700 ENVIRONMENT DIVISION.                                            00004700
004800 CONFIGURATION SECTION.                                           00004800
004900 SOURCE-COMPUTER. IBM-370.                                        00004900
005000 OBJECT-COMPUTER. IBM-370.                                        00005000
005100 SPECIAL-NAMES.                                                   00005100
005200 INPUT-OUTPUT SECTION.                                            00005200
005300 FILE-CONTROL.                                                    00005300
005400     SELECT SYSIN-FILE ASSIGN TO SYSIN                            00005400
005500         ORGANIZATION IS SEQUENTIAL.                              00005500
005600     SELECT REPORT1-FD ASSIGN TO REPORT1                          00005600
005700         ORGANIZATION IS SEQUENTIAL.                              00005700
005800 I-O-CONTROL.                                                     00005800
005900     APPLY WRITE-ONLY ON REPORT1-FD.                              00005900
006000*                                                                 00006000
006100 DATA DIVISION.                                                   00006100
006200 FILE SECTION.                                                    00006200
006300 FD  SYSIN-FILE                                                   00006300
006400     RECORDING MODE IS F                                          00006400
006500     LABEL RECORDS ARE STANDARD.                                  00006500
006600 01  SYSIN-RECORD               PIC X(80).                        00006600
006700 FD  REPORT1-FD                                                   00006700
006800     RECORDING MODE IS F                                          00006800
006900     LABEL RECORDS ARE STANDARD.                                  00006900
007000 01  REPORT1-RECORD          PIC X(132).                          00007000
007100*                                                                 00007100
007200 WORKING-STORAGE SECTION.                                         00007200
007300 COPY COBSQLTE .                                                  00007300
007400 01  CEE3DMP-PARAMETERS.                                          00007400
007500     05 CEE3DMP-TITLE              PIC X(80)                      00007500
007600        VALUE 'TEST DUMP'.                                        00007600
007700     05 CEE3DMP-OPTIONS            PIC X(255)                     00007700
007800        VALUE 'NOTRACE NOENTRY'.                                  00007800
007900 01  LE-FC.                                                       00007900
008000     02  CONDITION-TOKEN-VALUE.                                   00008000
008100     COPY  CEEIGZCT.                                              00008100
008200         03  CASE-1-CONDITION-ID.                                 00008200
008300             04  SEVERITY    PIC S9(4) BINARY.                    00008300
008400             04  MSG-NO      PIC S9(4) BINARY.                    00008400
008500         03  CASE-2-CONDITION-ID                                  00008500
008600                   REDEFINES CASE-1-CONDITION-ID.                 00008600
008700             04  CLASS-CODE  PIC S9(4) BINARY.                    00008700
008800             04  CAUSE-CODE  PIC S9(4) BINARY.                    00008800
008900         03  CASE-SEV-CTL    PIC X.                               00008900
009000         03  FACILITY-ID     PIC XXX.                             00009000
009100     02  I-S-INFO            PIC S9(9) BINARY.                    00009100
009200*                                                                 00009200
009300* The pending-change listing line and its column headings.        00009300
009400*                                                                 00009400
009500 01  WS-PEND-LINE.                                                00009500
009600     05  WS-PL-CHANGE-ID     PIC Z(8)9.                           00009600
009700     05  FILLER              PIC X(2).                            00009700
009800     05  WS-PL-TABLE         PIC X(18).                           00009800
009900     05  FILLER              PIC X(2).                            00009900
010000     05  WS-PL-SOURCE        PIC X(8).                            00010000
010100     05  FILLER              PIC X(2).                            00010100
010200     05  WS-PL-ACTION        PIC X.                               00010200
010300     05  FILLER              PIC X(2).                            00010300
010400     05  WS-PL-ROW-ID        PIC Z(8)9.                           00010400
010500     05  FILLER              PIC X(2).                            00010500
010600     05  WS-PL-OLD-AMOUNT    PIC Z(6)9.99.                        00010600
010700     05  FILLER              PIC X(2).                            00010700
010800     05  WS-PL-NEW-AMOUNT    PIC Z(6)9.99.                        00010800
010900     05  FILLER              PIC X(2).                            00010900
011000     05  WS-PL-MAKER         PIC X(8).                            00011000
011100     05  FILLER              PIC X(2).                            00011100
011200     05  WS-PL-NAME          PIC X(30).                           00011200
011300 01  WS-PEND-HEADER.                                              00011300
011400     05  FILLER              PIC X(9)                             00011400
011500         VALUE IS '   CHANGE'.                                    00011500
011600     05  FILLER              PIC X(2)                             00011600
011700         VALUE IS SPACES.                                         00011700
011800     05  FILLER              PIC X(18)                            00011800
011900         VALUE IS 'TABLE'.                                        00011900
012000     05  FILLER              PIC X(2)                             00012000
012100         VALUE IS SPACES.                                         00012100
012200     05  FILLER              PIC X(8)                             00012200
012300         VALUE IS 'SOURCE'.                                       00012300
012400     05  FILLER              PIC X(2)                             00012400
012500         VALUE IS SPACES.                                         00012500
012600     05  FILLER              PIC X                                00012600
012700         VALUE IS 'A'.                                            00012700
012800     05  FILLER              PIC X(2)                             00012800
012900         VALUE IS SPACES.                                         00012900
013000     05  FILLER              PIC X(9)                             00013000
013100         VALUE IS '  LOAD-ID'.                                    00013100
013200     05  FILLER              PIC X(2)                             00013200
013300         VALUE IS SPACES.                                         00013300
013400     05  FILLER              PIC X(10)                            00013400
013500         VALUE IS '    BEFORE'.                                   00013500
013600     05  FILLER              PIC X(2)                             00013600
013700         VALUE IS SPACES.                                         00013700
013800     05  FILLER              PIC X(10)                            00013800
013900         VALUE IS '  PROPOSED'.                                   00013900
014000     05  FILLER              PIC X(2)                             00014000
014100         VALUE IS SPACES.                                         00014100
014200     05  FILLER              PIC X(8)                             00014200
014300         VALUE IS 'MAKER'.                                        00014300
014400     05  FILLER              PIC X(2)                             00014400
014500         VALUE IS SPACES.                                         00014500
014600     05  FILLER              PIC X(30)                            00014600
014700         VALUE IS 'NAME'.                                         00014700
014800*                                                                 00014800
014900 LOCAL-STORAGE SECTION.                                           00014900
015000 01  LS-FULLWORD-RETURN.                                          00015000
015100     05  LS-LIBVERSION-POINTER   POINTER.                         00015100
015200     05  LS-LIBVERSION-BINVALUE  REDEFINES LS-LIBVERSION-POINTER  00015200
015300                                 PIC S9(9) COMP-5.                00015300
015400 77  LS-LIBVERSION-LENGTH    PIC S9(9) COMP-5                     00015400
015500        VALUE IS 0.                                               00015500
015600 77  LS-DB                   USAGE IS POINTER.                    00015600
015700 77  LS-WORK-STMT            USAGE IS POINTER.                    00015700
015800 77  LS-ROW-STMT             USAGE IS POINTER.                    00015800
015900 77  LS-STATUS-STMT          USAGE IS POINTER.                    00015900
016000 77  LS-AUDIT-STMT           USAGE IS POINTER.                    00016000
016100 77  LS-PREPARED-STMT        USAGE IS POINTER.                    00016100
016200 77  LS-COLUMN-POINTER       USAGE IS POINTER.                    00016200
016300 77  LS-COLUMN-NUMBER        PIC S9(9) COMP-5.                    00016300
016400 77  LS-ZERO                 PIC S9(9) COMP-5                     00016400
016500                             VALUE IS ZERO.                       00016500
016600 77  LS-SQL-RC               PIC S9(9) COMP-5.                    00016600
016700 77  SQL-ZCHAR               PIC X(320).                          00016700
016800 77  LS-MINUS-ONE            PIC S9(9) COMP-5                     00016800
016900        VALUE IS -1.                                              00016900
017000 77  LS-ONE                  PIC S9(9) COMP-5                     00017000
017100        VALUE IS 1.                                               00017100
017200 77  LS-TWO                  PIC S9(9) COMP-5                     00017200
017300        VALUE IS 2.                                               00017300
017400 77  LS-THREE                PIC S9(9) COMP-5                     00017400
017500        VALUE IS 3.                                               00017500
017600 77  LS-FOUR                 PIC S9(9) COMP-5                     00017600
017700        VALUE IS 4.                                               00017700
017800 77  LS-FIVE                 PIC S9(9) COMP-5                     00017800
017900        VALUE IS 5.                                               00017900
018000 77  LS-SIX                  PIC S9(9) COMP-5                     00018000
018100        VALUE IS 6.                                               00018100
018200 77  LS-DOUBLE-BFP           USAGE COMP-2.                        00018200
018300 77  LS-DOUBLE-HFP           USAGE COMP-2.                        00018300
018400 77  LS-BIND-AMOUNT-HFP      USAGE COMP-2.                        00018400
018500 77  LS-BIND-AMOUNT-BFP      USAGE COMP-2.                        00018500
018600 77  LS-OPEN-FLAGS           PIC S9(9) COMP-5.                    00018600
018700 77  LS-NULL                 POINTER VALUE IS NULL.               00018700
018800 77  LS-SQL-ERRCODE          PIC S9(9) COMP-5.                    00018800
018900 77  LS-ERRMSG-POINTER       USAGE IS POINTER.                    00018900
019000 77  WS-ERRMSG-TEXT          PIC X(255).                          00019000
019100 77  WS-ERRMSG-LEN           PIC S9(4) COMP-5.                    00019100
019200*                                                                 00019200
019300* Milliseconds SQLITE3-BUSY-TIMEOUT waits/retries internally      00019300
019400* before returning SQLITE-BUSY, so a transient lock from an       00019400
019500* overlapping batch window does not abend this job outright.      00019500
019600 77  LS-BUSY-TIMEOUT-MS      PIC S9(9) COMP-5                     00019600
019700        VALUE IS 5000.                                            00019700
019800*                                                                 00019800
019900* The PARM field.                                                 00019900
020000*                                                                 00020000
020100 77  WS-PARM-DBPATH          PIC X(255).                          00020100
020200 77  WS-PARM-LEN             PIC S9(4) COMP-5.                    00020200
020300 77  WS-SQL-PTR              PIC S9(4) COMP-5.                    00020300
020400 77  WS-PREP-LABEL           PIC X(20).                           00020400
020500*                                                                 00020500
020600* The decision card being processed.                              00020600
020700*                                                                 00020700
020800 77  WS-EOF-SWITCH           PIC X                                00020800
020900                             VALUE IS 'N'.                        00020900
021000     88  WS-EOF              VALUE IS 'Y'.                        00021000
021100 77  WS-CARD-KEYWORD         PIC X(20).                           00021100
021200 77  WS-CARD-VALUE           PIC X(60).                           00021200
021300 77  WS-CHANGE-ID            PIC S9(9) COMP-5.                    00021300
021400 77  WS-CHANGE-ID-DISPLAY    PIC 9(9).                            00021400
021500 77  WS-DECISION             PIC X(10).                           00021500
021600     88  WS-DECIDE-APPROVE   VALUE IS 'APPROVE'.                  00021600
021700     88  WS-DECIDE-REJECT    VALUE IS 'REJECT'.                   00021700
021800 77  WS-NEW-STATUS           PIC X(10).                           00021800
021900 77  WS-REFUSE-REASON        PIC X(50).                           00021900
022000*                                                                 00022000
022100* The pending change as PENDING_CHANGE holds it, and the row      00022100
022200* it applies to as it stands now.                                 00022200
022300*                                                                 00022300
022400 77  WS-ITEM-FOUND-SWITCH    PIC X.                               00022400
022500     88  WS-ITEM-FOUND       VALUE IS 'Y'.                        00022500
022600 77  WS-ITEM-TABLE           PIC X(30).                           00022600
022700 77  WS-ITEM-TABLE-LEN       PIC S9(4) COMP-5.                    00022700
022800 77  WS-ITEM-SOURCE          PIC X(8).                            00022800
022900 77  WS-ITEM-ACTION          PIC X.                               00022900
023000     88  WS-ITEM-UPDATE      VALUE IS 'U'.                        00023000
023100     88  WS-ITEM-DELETE      VALUE IS 'D'.                        00023100
023200 77  WS-ITEM-ROW-ID          PIC S9(9) COMP-5.                    00023200
023300 77  WS-ITEM-NEW-NAME        PIC X(40).                           00023300
023400 77  WS-ITEM-NEW-AMOUNT      PIC S9(7)V99.                        00023400
023500 77  WS-ITEM-OLD-NAME        PIC X(40).                           00023500
023600 77  WS-ITEM-OLD-AMOUNT      PIC S9(7)V99.                        00023600
023700 77  WS-ITEM-STATUS          PIC X(10).                           00023700
023800 77  WS-ITEM-MAKER           PIC X(8).                            00023800
023900 77  WS-ROW-FOUND-SWITCH     PIC X.                               00023900
024000     88  WS-ROW-FOUND        VALUE IS 'Y'.                        00024000
024100 77  WS-CUR-NAME             PIC X(40).                           00024100
024200 77  WS-CUR-AMOUNT           PIC S9(7)V99.                        00024200
024300 77  WS-ID-DISPLAY           PIC 9(9).                            00024300
024400 77  WS-AMT-DISPLAY          PIC 9(7).99.                         00024400
024500 77  WS-COL-VALUE            PIC X(80).                           00024500
024600 77  WS-COL-VALUE-LEN        PIC S9(4) COMP-5.                    00024600
024700 77  WS-COL-AMOUNT           PIC S9(7)V99.                        00024700
024800*                                                                 00024800
024900* Run accounting.                                                 00024900
025000*                                                                 00025000
025100 77  WS-LISTED-COUNT         PIC S9(9) COMP-5                     00025100
025200                             VALUE IS ZERO.                       00025200
025300 77  WS-APPROVED-COUNT       PIC S9(9) COMP-5                     00025300
025400                             VALUE IS ZERO.                       00025400
025500 77  WS-REJECTED-COUNT       PIC S9(9) COMP-5                     00025500
025600                             VALUE IS ZERO.                       00025600
025700 77  WS-STALE-COUNT          PIC S9(9) COMP-5                     00025700
025800                             VALUE IS ZERO.                       00025800
025900 77  WS-REFUSED-COUNT        PIC S9(9) COMP-5                     00025900
026000                             VALUE IS ZERO.                       00026000
026100 77  WS-COUNT-DISPLAY        PIC Z(8)9.                           00026100
026200*                                                                 00026200
026300* The AUDIT_LOG trail, the same reusable WRITE-AUDIT-LOG          00026300
026400* convention TESTCOB8 follows.                                    00026400
026500*                                                                 00026500
026600 77  LS-LILIAN               PIC S9(9) COMP-5.                    00026600
026700 77  LS-AUDIT-GMT-SECS       USAGE COMP-2.                        00026700
026800 77  WS-AUDIT-TABLE          PIC X(30).                           00026800
026900 77  WS-AUDIT-OP             PIC X(10).                           00026900
027000 77  WS-AUDIT-BEFORE         PIC X(75).                           00027000
027100 77  WS-AUDIT-AFTER          PIC X(75).                           00027100
027200 77  LS-JPI-FUNC             PIC S9(9) COMP-5                     00027200
027300        VALUE IS 1.                                               00027300
027400 77  LS-JPI-BUFLEN           PIC S9(9) COMP-5                     00027400
027500        VALUE IS 8.                                               00027500
027600 77  LS-JPI-RETLEN           PIC S9(9) COMP-5.                    00027600
027700 77  WS-JOB-NAME             PIC X(8).                            00027700
027800*                                                                 00027800
027900* Fields supporting the paginated REPORT1 listing, the same       00027900
028000* heading/page-break convention TESTCB26 uses.                    00028000
028100*                                                                 00028100
028200 77  WS-REPORT-LINE          PIC X(132).                          00028200
028300 77  WS-RPT-PTR              PIC S9(4) COMP-5.                    00028300
028400 77  WS-RUN-DATE             PIC X(8).                            00028400
028500 77  WS-PAGE-COUNT           PIC S9(4) COMP-5                     00028500
028600                         VALUE IS ZERO.                           00028600
028700 77  WS-PAGE-NUM-DISPLAY     PIC Z(4)9.                           00028700
028800 77  WS-LINE-COUNT           PIC S9(4) COMP-5                     00028800
028900                         VALUE IS ZERO.                           00028900
029000 77  WS-LINES-PER-PAGE       PIC S9(4) COMP-5                     00029000
029100                         VALUE IS 60.                             00029100
029200 LINKAGE SECTION.                                                 00029200
029300 01  MVS-PARM.                                                    00029300
029400     05 MVS-PARM-LENGTH      PIC S9(4) COMP-5.                    00029400
029500     05 MVS-PARM-VALUE       PIC X(32760).                        00029500
029600 77  LINKAGE-LIBVERSION      PIC X(101).                          00029600
029700 77  LINKAGE-COLUMN-TEXT     PIC X(1024).                         00029700
029800*  MVS-PARM-VALUE LENGTH IS REALLY ONLY THE NUMBER OF CHARACTERS  00029800
029900*  CONTAINED IN MVS-PARM-LENGTH. YOU NEED TO USE REFERENCE        00029900
030000*  MODIFICATION TO MAKE SURE YOU DON'T EXCEED THE ACTUAL LENGTH   00030000
030100*  PASSED TO THIS PROGRAM.                                        00030100
030200*                                                                 00030200
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
033400     OPEN OUTPUT REPORT1-FD                                       00033400
033500     .                                                            00033500
033600 PARSE-PARM.                                                      00033600
033700     MOVE SPACES TO WS-PARM-DBPATH                                00033700
033800     IF MVS-PARM-LENGTH IS GREATER THAN ZERO THEN                 00033800
033900        UNSTRING MVS-PARM-VALUE(1:MVS-PARM-LENGTH)                00033900
034000            DELIMITED BY ','                                      00034000
034100             INTO WS-PARM-DBPATH                                  00034100
034200        END-UNSTRING                                              00034200
034300     END-IF                                                       00034300
034400     MOVE ZERO TO WS-PARM-LEN                                     00034400
034500     INSPECT WS-PARM-DBPATH TALLYING WS-PARM-LEN                  00034500
034600             FOR CHARACTERS BEFORE INITIAL SPACE                  00034600
034700     IF WS-PARM-LEN IS GREATER THAN ZERO THEN                     00034700
034800        MOVE WS-PARM-DBPATH(1:WS-PARM-LEN) TO SQL-ZCHAR           00034800
034900        MOVE LOW-VALUES TO SQL-ZCHAR(WS-PARM-LEN + 1:1)           00034900
035000     ELSE                                                         00035000
035100        MOVE Z'/tmp/testcob4.sqlite3' TO SQL-ZCHAR                00035100
035200     END-IF                                                       00035200
035300     .                                                            00035300
035400 INITIALIZE-SQLITE.                                               00035400
035500     MOVE SQLITE-OPEN-READWRITE TO LS-OPEN-FLAGS                  00035500
035600     ADD SQLITE-OPEN-CREATE TO LS-OPEN-FLAGS                      00035600
035700     CALL SQLITE3A USING BY REFERENCE SQLITE3-OPEN-V2             00035700
035800         BY REFERENCE SQL-ZCHAR                                   00035800
035900         BY REFERENCE LS-DB                                       00035900
036000         BY VALUE LS-OPEN-FLAGS                                   00036000
036100         BY VALUE LS-NULL                                         00036100
036200         RETURNING LS-SQL-RC                                      00036200
036300     END-CALL                                                     00036300
036400     IF LS-SQL-RC IS NOT EQUAL TO SQLITE-OK AND                   00036400
036500        LS-SQL-RC IS NOT EQUAL TO SQLITE-DONE THEN                00036500
036600        DISPLAY 'SQLITE3-OPEN FAILED. RC='                        00036600
036700           LS-SQL-RC UPON SYSOUT                                  00036700
036800        PERFORM DISPLAY-SQL-ERROR                                 00036800
036900        MOVE +16 TO RETURN-CODE                                   00036900
037000        CLOSE REPORT1-FD                                          00037000
037100        GOBACK                                                    00037100
037200     END-IF                                                       00037200
037300     CALL SQLITE3A USING BY REFERENCE SQLITE3-BUSY-TIMEOUT        00037300
037400         BY VALUE LS-DB                                           00037400
037500         BY VALUE LS-BUSY-TIMEOUT-MS                              00037500
037600         RETURNING LS-SQL-RC                                      00037600
037700     END-CALL                                                     00037700
037800     .                                                            00037800
037900 CREATE-PENDING-CHANGE-TABLE.                                     00037900
038000     MOVE 1 TO WS-SQL-PTR                                         00038000
038100     STRING 'CREATE TABLE IF NOT EXISTS PENDING_CHANGE ('         00038100
038200         DELIMITED BY SIZE                                        00038200
038300         'CHANGE_ID INTEGER PRIMARY KEY, TABLE_NAME TEXT, '       00038300
038400         DELIMITED BY SIZE                                        00038400
038500         'SOURCE_PGM TEXT, ACTION TEXT, ROW_ID INTEGER, '         00038500
038600         DELIMITED BY SIZE                                        00038600
038700         'NEW_NAME TEXT, NEW_AMOUNT REAL, OLD_NAME TEXT, '        00038700
038800         DELIMITED BY SIZE                                        00038800
038900         'OLD_AMOUNT REAL, STATUS TEXT, MAKER_JOB TEXT, '         00038900
039000         DELIMITED BY SIZE                                        00039000
039100         'MAKER_TIME REAL, CHECKER_JOB TEXT, '                    00039100
039200         DELIMITED BY SIZE                                        00039200
039300         'CHECKER_TIME REAL)' DELIMITED BY SIZE                   00039300
039400         INTO SQL-ZCHAR                                           00039400
039500         WITH POINTER WS-SQL-PTR                                  00039500
039600     END-STRING                                                   00039600
039700     MOVE LOW-VALUES TO SQL-ZCHAR(WS-SQL-PTR:1)                   00039700
039800     CALL SQLITE3A USING BY REFERENCE SQLITE3-EXEC                00039800
039900         BY VALUE LS-DB                                           00039900
040000         BY REFERENCE SQL-ZCHAR                                   00040000
040100         BY VALUE LS-ZERO                                         00040100
040200         BY VALUE LS-ZERO                                         00040200
040300         BY VALUE LS-ZERO                                         00040300
040400         RETURNING LS-SQL-RC                                      00040400
040500     END-CALL                                                     00040500
040600     IF LS-SQL-RC IS NOT EQUAL TO SQLITE-OK AND                   00040600
040700        LS-SQL-RC IS NOT EQUAL TO SQLITE-DONE THEN                00040700
040800        DISPLAY 'CREATE PENDING_CHANGE TABLE FAILED. RC='         00040800
040900           LS-SQL-RC UPON SYSOUT                                  00040900
041000        PERFORM DISPLAY-SQL-ERROR                                 00041000
041100        MOVE +16 TO RETURN-CODE                                   00041100
041200        CLOSE REPORT1-FD                                          00041200
041300        GOBACK                                                    00041300
041400     END-IF                                                       00041400
041500     .                                                            00041500
041600 CREATE-AUDIT-LOG-TABLE.                                          00041600
041700     MOVE 1 TO WS-SQL-PTR                                         00041700
041800     STRING 'CREATE TABLE IF NOT EXISTS AUDIT_LOG ('              00041800
041900         DELIMITED BY SIZE                                        00041900
042000         'TABLE_NAME TEXT, OPERATION TEXT, '                      00042000
042100         DELIMITED BY SIZE                                        00042100
042200         'BEFORE_VALUE TEXT, AFTER_VALUE TEXT, '                  00042200
042300         DELIMITED BY SIZE                                        00042300
042400         'LOG_TIME REAL, JOB_NAME TEXT)' DELIMITED BY SIZE        00042400
042500         INTO SQL-ZCHAR                                           00042500
042600         WITH POINTER WS-SQL-PTR                                  00042600
042700     END-STRING                                                   00042700
042800     MOVE LOW-VALUES TO SQL-ZCHAR(WS-SQL-PTR:1)                   00042800
042900     CALL SQLITE3A USING BY REFERENCE SQLITE3-EXEC                00042900
043000         BY VALUE LS-DB                                           00043000
043100         BY REFERENCE SQL-ZCHAR                                   00043100
043200         BY VALUE LS-ZERO                                         00043200
043300         BY VALUE LS-ZERO                                         00043300
043400         BY VALUE LS-ZERO                                         00043400
043500         RETURNING LS-SQL-RC                                      00043500
043600     END-CALL                                                     00043600
043700     IF LS-SQL-RC IS NOT EQUAL TO SQLITE-OK AND                   00043700
043800        LS-SQL-RC IS NOT EQUAL TO SQLITE-DONE THEN                00043800
043900        DISPLAY 'CREATE AUDIT_LOG TABLE FAILED. RC='              00043900
044000           LS-SQL-RC UPON SYSOUT                                  00044000
044100        PERFORM DISPLAY-SQL-ERROR                                 00044100
044200        MOVE +16 TO RETURN-CODE                                   00044200
044300        CLOSE REPORT1-FD                                          00044300
044400        GOBACK                                                    00044400
044500     END-IF                                                       00044500
044600     .                                                            00044600
044700 PREPARE-STATEMENTS.                                              00044700
044800     MOVE 1 TO WS-SQL-PTR                                         00044800
044900     STRING 'INSERT INTO AUDIT_LOG(TABLE_NAME,OPERATION,'         00044900
045000         DELIMITED BY SIZE                                        00045000
045100         'BEFORE_VALUE,AFTER_VALUE,LOG_TIME,JOB_NAME) '           00045100
045200         DELIMITED BY SIZE                                        00045200
045300         'VALUES(?,?,?,?,?,?)' DELIMITED BY SIZE                  00045300
045400         INTO SQL-ZCHAR                                           00045400
045500         WITH POINTER WS-SQL-PTR                                  00045500
045600     END-STRING                                                   00045600
045700     MOVE LOW-VALUES TO SQL-ZCHAR(WS-SQL-PTR:1)                   00045700
045800     MOVE 'AUDIT INSERT' TO WS-PREP-LABEL                         00045800
045900     PERFORM PREPARE-ONE-STATEMENT                                00045900
046000     SET LS-AUDIT-STMT TO LS-PREPARED-STMT                        00046000
046100     MOVE 1 TO WS-SQL-PTR                                         00046100
046200     STRING 'UPDATE PENDING_CHANGE SET STATUS = ?, '              00046200
046300         DELIMITED BY SIZE                                        00046300
046400         'CHECKER_JOB = ?, CHECKER_TIME = ? '                     00046400
046500         DELIMITED BY SIZE                                        00046500
046600         'WHERE CHANGE_ID = ?' DELIMITED BY SIZE                  00046600
046700         INTO SQL-ZCHAR                                           00046700
046800         WITH POINTER WS-SQL-PTR                                  00046800
046900     END-STRING                                                   00046900
047000     MOVE LOW-VALUES TO SQL-ZCHAR(WS-SQL-PTR:1)                   00047000
047100     MOVE 'STATUS UPDATE' TO WS-PREP-LABEL                        00047100
047200     PERFORM PREPARE-ONE-STATEMENT                                00047200
047300     SET LS-STATUS-STMT TO LS-PREPARED-STMT                       00047300
047400     .                                                            00047400
047500*                                                                 00047500
047600* List every change still waiting for a decision, oldest first,   00047600
047700* so the checker sees the whole queue before deciding.            00047700
047800*                                                                 00047800
047900 LIST-PENDING-CHANGES.                                            00047900
048000     PERFORM WRITE-REPORT-HEADING                                 00048000
048100     MOVE 1 TO WS-SQL-PTR                                         00048100
048200     STRING 'SELECT CHANGE_ID,TABLE_NAME,SOURCE_PGM,ACTION,'      00048200
048300         DELIMITED BY SIZE                                        00048300
048400         'ROW_ID,NEW_NAME,NEW_AMOUNT,OLD_NAME,OLD_AMOUNT,'        00048400
048500         DELIMITED BY SIZE                                        00048500
048600         'STATUS,MAKER_JOB FROM PENDING_CHANGE '                  00048600
048700         DELIMITED BY SIZE                                        00048700
048800         'WHERE STATUS = ''PENDING'' ORDER BY CHANGE_ID'          00048800
048900         DELIMITED BY SIZE                                        00048900
049000         INTO SQL-ZCHAR                                           00049000
049100         WITH POINTER WS-SQL-PTR                                  00049100
049200     END-STRING                                                   00049200
049300     MOVE LOW-VALUES TO SQL-ZCHAR(WS-SQL-PTR:1)                   00049300
049400     MOVE 'PENDING LIST' TO WS-PREP-LABEL                         00049400
049500     PERFORM PREPARE-ONE-STATEMENT                                00049500
049600     SET LS-WORK-STMT TO LS-PREPARED-STMT                         00049600
049700     CALL SQLITE3A USING BY REFERENCE SQLITE3-STEP                00049700
049800         BY VALUE LS-WORK-STMT                                    00049800
049900         RETURNING LS-SQL-RC                                      00049900
050000     END-CALL                                                     00050000
050100     PERFORM UNTIL LS-SQL-RC IS NOT EQUAL TO SQLITE-ROW           00050100
050200        PERFORM LOAD-ITEM-COLUMNS                                 00050200
050300        PERFORM LIST-ONE-CHANGE                                   00050300
050400        CALL SQLITE3A USING BY REFERENCE SQLITE3-STEP             00050400
050500            BY VALUE LS-WORK-STMT                                 00050500
050600            RETURNING LS-SQL-RC                                   00050600
050700        END-CALL                                                  00050700
050800     END-PERFORM                                                  00050800
050900     IF LS-SQL-RC IS NOT EQUAL TO SQLITE-DONE THEN                00050900
051000        DISPLAY 'PENDING LIST (STEP) FAILED. RC='                 00051000
051100           LS-SQL-RC UPON SYSOUT                                  00051100
051200        PERFORM DISPLAY-SQL-ERROR                                 00051200
051300        MOVE +16 TO RETURN-CODE                                   00051300
051400     END-IF                                                       00051400
051500     CALL SQLITE3A USING BY REFERENCE SQLITE3-FINALIZE            00051500
051600         BY VALUE LS-WORK-STMT                                    00051600
051700         RETURNING LS-SQL-RC                                      00051700
051800     END-CALL                                                     00051800
051900     MOVE WS-LISTED-COUNT TO WS-COUNT-DISPLAY                     00051900
052000     MOVE SPACES TO WS-REPORT-LINE                                00052000
052100     PERFORM WRITE-REPORT-LINE-OUT                                00052100
052200     STRING 'CHANGES PENDING APPROVAL: ' DELIMITED BY SIZE        00052200
052300         WS-COUNT-DISPLAY DELIMITED BY SIZE                       00052300
052400         INTO WS-REPORT-LINE                                      00052400
052500     END-STRING                                                   00052500
052600     PERFORM WRITE-REPORT-LINE-OUT                                00052600
052700     IF RETURN-CODE IS EQUAL TO +16 THEN                          00052700
052800        GO TO COMMIT-TRANSACTION                                  00052800
052900     END-IF                                                       00052900
053000     .                                                            00053000
053100 BEGIN-TRANSACTION.                                               00053100
053200     MOVE Z'BEGIN TRANSACTION' TO SQL-ZCHAR                       00053200
053300     CALL SQLITE3A USING BY REFERENCE SQLITE3-EXEC                00053300
053400         BY VALUE LS-DB                                           00053400
053500         BY REFERENCE SQL-ZCHAR                                   00053500
053600         BY VALUE LS-ZERO                                         00053600
053700         BY VALUE LS-ZERO                                         00053700
053800         BY VALUE LS-ZERO                                         00053800
053900         RETURNING LS-SQL-RC                                      00053900
054000     END-CALL                                                     00054000
054100     IF LS-SQL-RC IS NOT EQUAL TO SQLITE-OK AND                   00054100
054200        LS-SQL-RC IS NOT EQUAL TO SQLITE-DONE THEN                00054200
054300        DISPLAY 'BEGIN TRANSACTION FAILED. RC='                   00054300
054400           LS-SQL-RC UPON SYSOUT                                  00054400
054500        PERFORM DISPLAY-SQL-ERROR                                 00054500
054600        MOVE +16 TO RETURN-CODE                                   00054600
054700        GO TO SHUTDOWN                                            00054700
054800     END-IF                                                       00054800
054900     .                                                            00054900
055000*                                                                 00055000
055100* Take the decisions. Each card stands alone: a refused card      00055100
055200* is reported and the rest still go through.                      00055200
055300*                                                                 00055300
055400 READ-DECISION-CARDS.                                             00055400
055500     MOVE SPACES TO WS-REPORT-LINE                                00055500
055600     PERFORM WRITE-REPORT-LINE-OUT                                00055600
055700     MOVE 'DECISIONS' TO WS-REPORT-LINE                           00055700
055800     PERFORM WRITE-REPORT-LINE-OUT                                00055800
055900     OPEN INPUT SYSIN-FILE                                        00055900
056000     MOVE 'N' TO WS-EOF-SWITCH                                    00056000
056100     PERFORM UNTIL WS-EOF OR RETURN-CODE IS EQUAL TO +16          00056100
056200        READ SYSIN-FILE                                           00056200
056300           AT END                                                 00056300
056400              MOVE 'Y' TO WS-EOF-SWITCH                           00056400
056500           NOT AT END                                             00056500
056600              PERFORM PROCESS-ONE-CARD                            00056600
056700        END-READ                                                  00056700
056800     END-PERFORM                                                  00056800
056900     CLOSE SYSIN-FILE                                             00056900
057000     GO TO COMMIT-TRANSACTION                                     00057000
057100     .                                                            00057100
057200*                                                                 00057200
057300* Reusable prepare paragraph: caller builds the null-terminated   00057300
057400* statement text in SQL-ZCHAR and names it in WS-PREP-LABEL; the  00057400
057500* prepared statement handle is returned in LS-PREPARED-STMT.      00057500
057600*                                                                 00057600
057700 PREPARE-ONE-STATEMENT.                                           00057700
057800     CALL SQLITE3A USING BY REFERENCE SQLITE3-PREPARE-V2          00057800
057900         BY VALUE LS-DB                                           00057900
058000         BY REFERENCE SQL-ZCHAR                                   00058000
058100         BY VALUE LS-MINUS-ONE                                    00058100
058200         BY REFERENCE LS-PREPARED-STMT                            00058200
058300         BY VALUE LS-ZERO                                         00058300
058400         RETURNING LS-SQL-RC                                      00058400
058500     END-CALL                                                     00058500
058600     IF LS-SQL-RC IS NOT EQUAL TO SQLITE-OK AND                   00058600
058700        LS-SQL-RC IS NOT EQUAL TO SQLITE-DONE THEN                00058700
058800        DISPLAY 'PREPARE OF ' WS-PREP-LABEL                       00058800
058900           ' FAILED. RC=' LS-SQL-RC UPON SYSOUT                   00058900
059000        PERFORM DISPLAY-SQL-ERROR                                 00059000
059100        MOVE +16 TO RETURN-CODE                                   00059100
059200        CLOSE REPORT1-FD                                          00059200
059300        GOBACK                                                    00059300
059400     END-IF                                                       00059400
059500     .                                                            00059500
059600*                                                                 00059600
059700* Fetch the text of column LS-COLUMN-NUMBER of the current        00059700
059800* LS-WORK-STMT row into WS-COL-VALUE/WS-COL-VALUE-LEN, the        00059800
059900* same null-terminated-pointer handling TESTCOB2 uses.            00059900
060000*                                                                 00060000
060100 GET-COLUMN-TEXT.                                                 00060100
060200     CALL SQLITE3A USING BY REFERENCE SQLITE3-COLUMN-TEXT         00060200
060300         BY VALUE LS-WORK-STMT                                    00060300
060400         BY VALUE LS-COLUMN-NUMBER                                00060400
060500         RETURNING LS-COLUMN-POINTER                              00060500
060600     END-CALL                                                     00060600
060700     MOVE SPACES TO WS-COL-VALUE                                  00060700
060800     MOVE ZERO TO WS-COL-VALUE-LEN                                00060800
060900     IF LS-COLUMN-POINTER IS NOT EQUAL TO NULL THEN               00060900
061000        SET ADDRESS OF LINKAGE-COLUMN-TEXT TO LS-COLUMN-POINTER   00061000
061100        INSPECT LINKAGE-COLUMN-TEXT TALLYING WS-COL-VALUE-LEN     00061100
061200           FOR CHARACTERS BEFORE INITIAL LOW-VALUE                00061200
061300        IF WS-COL-VALUE-LEN IS GREATER THAN ZERO THEN             00061300
061400           MOVE LINKAGE-COLUMN-TEXT(1:WS-COL-VALUE-LEN)           00061400
061500              TO WS-COL-VALUE                                     00061500
061600        END-IF                                                    00061600
061700     END-IF                                                       00061700
061800     .                                                            00061800
061900*                                                                 00061900
062000* Fetch column LS-COLUMN-NUMBER of the current LS-WORK-STMT row   00062000
062100* as an amount into WS-COL-AMOUNT.                                00062100
062200*                                                                 00062200
062300 GET-COLUMN-AMOUNT.                                               00062300
062400     CALL SQLITE3A USING                                          00062400
062500         BY REFERENCE SQLITE3-COLUMN-DOUBLE                       00062500
062600         BY REFERENCE LS-DOUBLE-BFP                               00062600
062700         BY VALUE LS-WORK-STMT                                    00062700
062800         BY VALUE LS-COLUMN-NUMBER                                00062800
062900     END-CALL                                                     00062900
063000     CALL SQLITE3A USING                                          00063000
063100         BY REFERENCE CONVERT-BFP-TO-HFP                          00063100
063200         BY VALUE LS-DOUBLE-BFP                                   00063200
063300         BY REFERENCE LS-DOUBLE-HFP                               00063300
063400     END-CALL                                                     00063400
063500     COMPUTE WS-COL-AMOUNT ROUNDED = LS-DOUBLE-HFP                00063500
063600     .                                                            00063600
063700*                                                                 00063700
063800* Unload the PENDING_CHANGE columns of the current LS-WORK-STMT   00063800
063900* row; the list and the single-change lookup select the same      00063900
064000* columns in the same order.                                      00064000
064100*                                                                 00064100
064200 LOAD-ITEM-COLUMNS.                                               00064200
064300     MOVE +0 TO LS-COLUMN-NUMBER                                  00064300
064400     CALL SQLITE3A USING                                          00064400
064500         BY REFERENCE SQLITE3-COLUMN-INT                          00064500
064600         BY VALUE LS-WORK-STMT                                    00064600
064700         BY VALUE LS-COLUMN-NUMBER                                00064700
064800         RETURNING WS-CHANGE-ID                                   00064800
064900     END-CALL                                                     00064900
065000     MOVE +1 TO LS-COLUMN-NUMBER                                  00065000
065100     PERFORM GET-COLUMN-TEXT                                      00065100
065200     MOVE WS-COL-VALUE TO WS-ITEM-TABLE                           00065200
065300     MOVE +2 TO LS-COLUMN-NUMBER                                  00065300
065400     PERFORM GET-COLUMN-TEXT                                      00065400
065500     MOVE WS-COL-VALUE TO WS-ITEM-SOURCE                          00065500
065600     MOVE +3 TO LS-COLUMN-NUMBER                                  00065600
065700     PERFORM GET-COLUMN-TEXT                                      00065700
065800     MOVE WS-COL-VALUE TO WS-ITEM-ACTION                          00065800
065900     MOVE +4 TO LS-COLUMN-NUMBER                                  00065900
066000     CALL SQLITE3A USING                                          00066000
066100         BY REFERENCE SQLITE3-COLUMN-INT                          00066100
066200         BY VALUE LS-WORK-STMT                                    00066200
066300         BY VALUE LS-COLUMN-NUMBER                                00066300
066400         RETURNING WS-ITEM-ROW-ID                                 00066400
066500     END-CALL                                                     00066500
066600     MOVE +5 TO LS-COLUMN-NUMBER                                  00066600
066700     PERFORM GET-COLUMN-TEXT                                      00066700
066800     MOVE WS-COL-VALUE TO WS-ITEM-NEW-NAME                        00066800
066900     MOVE +6 TO LS-COLUMN-NUMBER                                  00066900
067000     PERFORM GET-COLUMN-AMOUNT                                    00067000
067100     MOVE WS-COL-AMOUNT TO WS-ITEM-NEW-AMOUNT                     00067100
067200     MOVE +7 TO LS-COLUMN-NUMBER                                  00067200
067300     PERFORM GET-COLUMN-TEXT                                      00067300
067400     MOVE WS-COL-VALUE TO WS-ITEM-OLD-NAME                        00067400
067500     MOVE +8 TO LS-COLUMN-NUMBER                                  00067500
067600     PERFORM GET-COLUMN-AMOUNT                                    00067600
067700     MOVE WS-COL-AMOUNT TO WS-ITEM-OLD-AMOUNT                     00067700
067800     MOVE +9 TO LS-COLUMN-NUMBER                                  00067800
067900     PERFORM GET-COLUMN-TEXT                                      00067900
068000     MOVE WS-COL-VALUE TO WS-ITEM-STATUS                          00068000
068100     MOVE +10 TO LS-COLUMN-NUMBER                                 00068100
068200     PERFORM GET-COLUMN-TEXT                                      00068200
068300     MOVE WS-COL-VALUE TO WS-ITEM-MAKER                           00068300
068400     .                                                            00068400
068500 LIST-ONE-CHANGE.                                                 00068500
068600     ADD 1 TO WS-LISTED-COUNT                                     00068600
068700     MOVE SPACES TO WS-PEND-LINE                                  00068700
068800     MOVE WS-CHANGE-ID TO WS-PL-CHANGE-ID                         00068800
068900     MOVE WS-ITEM-TABLE TO WS-PL-TABLE                            00068900
069000     MOVE WS-ITEM-SOURCE TO WS-PL-SOURCE                          00069000
069100     MOVE WS-ITEM-ACTION TO WS-PL-ACTION                          00069100
069200     MOVE WS-ITEM-ROW-ID TO WS-PL-ROW-ID                          00069200
069300     MOVE WS-ITEM-OLD-AMOUNT TO WS-PL-OLD-AMOUNT                  00069300
069400     IF WS-ITEM-UPDATE THEN                                       00069400
069500        MOVE WS-ITEM-NEW-AMOUNT TO WS-PL-NEW-AMOUNT               00069500
069600        MOVE WS-ITEM-NEW-NAME TO WS-PL-NAME                       00069600
069700     ELSE                                                         00069700
069800        MOVE WS-ITEM-OLD-NAME TO WS-PL-NAME                       00069800
069900     END-IF                                                       00069900
070000     MOVE WS-ITEM-MAKER TO WS-PL-MAKER                            00070000
070100     MOVE WS-PEND-LINE TO WS-REPORT-LINE                          00070100
070200     PERFORM WRITE-REPORT-LINE-OUT                                00070200
070300     .                                                            00070300
070400*                                                                 00070400
070500* One APPROVE=n or REJECT=n card. Every refusal is decided        00070500
070600* before anything is touched.                                     00070600
070700*                                                                 00070700
070800 PROCESS-ONE-CARD.                                                00070800
070900     IF SYSIN-RECORD(1:1) IS EQUAL TO '*' OR                      00070900
071000        SYSIN-RECORD IS EQUAL TO SPACES THEN                      00071000
071100        CONTINUE                                                  00071100
071200     ELSE                                                         00071200
071300        MOVE SPACES TO WS-CARD-KEYWORD                            00071300
071400        MOVE SPACES TO WS-CARD-VALUE                              00071400
071500        UNSTRING SYSIN-RECORD                                     00071500
071600            DELIMITED BY '='                                      00071600
071700             INTO WS-CARD-KEYWORD, WS-CARD-VALUE                  00071700
071800        END-UNSTRING                                              00071800
071900        MOVE WS-CARD-KEYWORD TO WS-DECISION                       00071900
072000        MOVE ZERO TO WS-CHANGE-ID                                 00072000
072100        MOVE SPACES TO WS-REFUSE-REASON                           00072100
072200        MOVE ZERO TO WS-PARM-LEN                                  00072200
072300        INSPECT WS-CARD-VALUE TALLYING WS-PARM-LEN                00072300
072400                FOR CHARACTERS BEFORE INITIAL SPACE               00072400
072500        IF NOT WS-DECIDE-APPROVE AND NOT WS-DECIDE-REJECT THEN    00072500
072600           MOVE 'INVALID DECISION CARD' TO WS-REFUSE-REASON       00072600
072700        ELSE                                                      00072700
072800           IF WS-PARM-LEN IS EQUAL TO ZERO OR                     00072800
072900              WS-PARM-LEN IS GREATER THAN 9 THEN                  00072900
073000              MOVE 'INVALID CHANGE NUMBER' TO WS-REFUSE-REASON    00073000
073100           ELSE                                                   00073100
073200              IF WS-CARD-VALUE(1:WS-PARM-LEN) IS NOT NUMERIC THEN 00073200
073300                 MOVE 'INVALID CHANGE NUMBER' TO WS-REFUSE-REASON 00073300
073400              ELSE                                                00073400
073500                 COMPUTE WS-CHANGE-ID = FUNCTION NUMVAL           00073500
073600                    (WS-CARD-VALUE(1:WS-PARM-LEN))                00073600
073700                 PERFORM LOOKUP-PENDING-ITEM                      00073700
073800              END-IF                                              00073800
073900           END-IF                                                 00073900
074000        END-IF                                                    00074000
074100        MOVE WS-CHANGE-ID TO WS-CHANGE-ID-DISPLAY                 00074100
074200        IF WS-REFUSE-REASON IS EQUAL TO SPACES THEN               00074200
074300           IF WS-DECIDE-APPROVE THEN                              00074300
074400              PERFORM APPROVE-ONE-CHANGE                          00074400
074500           ELSE                                                   00074500
074600              MOVE 'REJECTED' TO WS-NEW-STATUS                    00074600
074700              ADD 1 TO WS-REJECTED-COUNT                          00074700
074800              PERFORM MARK-DECISION                               00074800
074900           END-IF                                                 00074900
075000        ELSE                                                      00075000
075100           PERFORM REFUSE-DECISION                                00075100
075200        END-IF                                                    00075200
075300     END-IF                                                       00075300
075400     .                                                            00075400
075500*                                                                 00075500
075600* Read the change and refuse it when it is not on file, is        00075600
075700* already decided, or was made under this same job name.          00075700
075800*                                                                 00075800
075900 LOOKUP-PENDING-ITEM.                                             00075900
076000     MOVE 'N' TO WS-ITEM-FOUND-SWITCH                             00076000
076100     MOVE 1 TO WS-SQL-PTR                                         00076100
076200     STRING 'SELECT CHANGE_ID,TABLE_NAME,SOURCE_PGM,ACTION,'      00076200
076300         DELIMITED BY SIZE                                        00076300
076400         'ROW_ID,NEW_NAME,NEW_AMOUNT,OLD_NAME,OLD_AMOUNT,'        00076400
076500         DELIMITED BY SIZE                                        00076500
076600         'STATUS,MAKER_JOB FROM PENDING_CHANGE '                  00076600
076700         DELIMITED BY SIZE                                        00076700
076800         'WHERE CHANGE_ID = ?' DELIMITED BY SIZE                  00076800
076900         INTO SQL-ZCHAR                                           00076900
077000         WITH POINTER WS-SQL-PTR                                  00077000
077100     END-STRING                                                   00077100
077200     MOVE LOW-VALUES TO SQL-ZCHAR(WS-SQL-PTR:1)                   00077200
077300     MOVE 'PENDING LOOKUP' TO WS-PREP-LABEL                       00077300
077400     PERFORM PREPARE-ONE-STATEMENT                                00077400
077500     SET LS-WORK-STMT TO LS-PREPARED-STMT                         00077500
077600     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-INT            00077600
077700         BY VALUE LS-WORK-STMT                                    00077700
077800         BY VALUE LS-ONE                                          00077800
077900         BY VALUE WS-CHANGE-ID                                    00077900
078000         RETURNING LS-SQL-RC                                      00078000
078100     END-CALL                                                     00078100
078200     CALL SQLITE3A USING BY REFERENCE SQLITE3-STEP                00078200
078300         BY VALUE LS-WORK-STMT                                    00078300
078400         RETURNING LS-SQL-RC                                      00078400
078500     END-CALL                                                     00078500
078600     IF LS-SQL-RC IS EQUAL TO SQLITE-ROW THEN                     00078600
078700        MOVE 'Y' TO WS-ITEM-FOUND-SWITCH                          00078700
078800        PERFORM LOAD-ITEM-COLUMNS                                 00078800
078900     END-IF                                                       00078900
079000     CALL SQLITE3A USING BY REFERENCE SQLITE3-FINALIZE            00079000
079100         BY VALUE LS-WORK-STMT                                    00079100
079200         RETURNING LS-SQL-RC                                      00079200
079300     END-CALL                                                     00079300
079400     IF NOT WS-ITEM-FOUND THEN                                    00079400
079500        MOVE 'CHANGE NOT ON FILE' TO WS-REFUSE-REASON             00079500
079600     ELSE                                                         00079600
079700        IF WS-ITEM-STATUS IS NOT EQUAL TO 'PENDING' THEN          00079700
079800           STRING 'CHANGE IS ALREADY ' DELIMITED BY SIZE          00079800
079900               WS-ITEM-STATUS DELIMITED BY SPACE                  00079900
080000               INTO WS-REFUSE-REASON                              00080000
080100           END-STRING                                             00080100
080200        ELSE                                                      00080200
080300           IF WS-ITEM-MAKER IS EQUAL TO WS-JOB-NAME THEN          00080300
080400              MOVE 'MAKER JOB MAY NOT DECIDE ITS OWN CHANGE'      00080400
080500                 TO WS-REFUSE-REASON                              00080500
080600           END-IF                                                 00080600
080700        END-IF                                                    00080700
080800     END-IF                                                       00080800
080900     .                                                            00080900
081000*                                                                 00081000
081100* Re-read the row as it stands now. Only when it still holds      00081100
081200* what the maker saw is the change applied; otherwise the         00081200
081300* change is STALE and must be resubmitted.                        00081300
081400*                                                                 00081400
081500 APPROVE-ONE-CHANGE.                                              00081500
081600     MOVE ZERO TO WS-ITEM-TABLE-LEN                               00081600
081700     INSPECT WS-ITEM-TABLE TALLYING WS-ITEM-TABLE-LEN             00081700
081800             FOR CHARACTERS BEFORE INITIAL SPACE                  00081800
081900     MOVE 'N' TO WS-ROW-FOUND-SWITCH                              00081900
082000     MOVE 1 TO WS-SQL-PTR                                         00082000
082100     STRING 'SELECT NAME,AMOUNT FROM ' DELIMITED BY SIZE          00082100
082200         WS-ITEM-TABLE(1:WS-ITEM-TABLE-LEN) DELIMITED BY SIZE     00082200
082300         ' WHERE ID = ?' DELIMITED BY SIZE                        00082300
082400         INTO SQL-ZCHAR                                           00082400
082500         WITH POINTER WS-SQL-PTR                                  00082500
082600     END-STRING                                                   00082600
082700     MOVE LOW-VALUES TO SQL-ZCHAR(WS-SQL-PTR:1)                   00082700
082800     MOVE 'ROW LOOKUP' TO WS-PREP-LABEL                           00082800
082900     PERFORM PREPARE-ONE-STATEMENT                                00082900
083000     SET LS-WORK-STMT TO LS-PREPARED-STMT                         00083000
083100     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-INT            00083100
083200         BY VALUE LS-WORK-STMT                                    00083200
083300         BY VALUE LS-ONE                                          00083300
083400         BY VALUE WS-ITEM-ROW-ID                                  00083400
083500         RETURNING LS-SQL-RC                                      00083500
083600     END-CALL                                                     00083600
083700     CALL SQLITE3A USING BY REFERENCE SQLITE3-STEP                00083700
083800         BY VALUE LS-WORK-STMT                                    00083800
083900         RETURNING LS-SQL-RC                                      00083900
084000     END-CALL                                                     00084000
084100     IF LS-SQL-RC IS EQUAL TO SQLITE-ROW THEN                     00084100
084200        MOVE 'Y' TO WS-ROW-FOUND-SWITCH                           00084200
084300        MOVE +0 TO LS-COLUMN-NUMBER                               00084300
084400        PERFORM GET-COLUMN-TEXT                                   00084400
084500        MOVE WS-COL-VALUE TO WS-CUR-NAME                          00084500
084600        MOVE +1 TO LS-COLUMN-NUMBER                               00084600
084700        PERFORM GET-COLUMN-AMOUNT                                 00084700
084800        MOVE WS-COL-AMOUNT TO WS-CUR-AMOUNT                       00084800
084900     END-IF                                                       00084900
085000     CALL SQLITE3A USING BY REFERENCE SQLITE3-FINALIZE            00085000
085100         BY VALUE LS-WORK-STMT                                    00085100
085200         RETURNING LS-SQL-RC                                      00085200
085300     END-CALL                                                     00085300
085400     IF NOT WS-ROW-FOUND OR                                       00085400
085500        WS-CUR-NAME IS NOT EQUAL TO WS-ITEM-OLD-NAME OR           00085500
085600        WS-CUR-AMOUNT IS NOT EQUAL TO WS-ITEM-OLD-AMOUNT THEN     00085600
085700        MOVE 'STALE' TO WS-NEW-STATUS                             00085700
085800        ADD 1 TO WS-STALE-COUNT                                   00085800
085900        IF RETURN-CODE IS LESS THAN +4 THEN                       00085900
086000           MOVE +4 TO RETURN-CODE                                 00086000
086100        END-IF                                                    00086100
086200        PERFORM MARK-DECISION                                     00086200
086300     ELSE                                                         00086300
086400        PERFORM APPLY-APPROVED-CHANGE                             00086400
086500        IF RETURN-CODE IS NOT EQUAL TO +16 THEN                   00086500
086600           MOVE 'APPROVED' TO WS-NEW-STATUS                       00086600
086700           ADD 1 TO WS-APPROVED-COUNT                             00086700
086800           PERFORM MARK-DECISION                                  00086800
086900        END-IF                                                    00086900
087000     END-IF                                                       00087000
087100     .                                                            00087100
087200*                                                                 00087200
087300* Apply the change under this job's name, audited with the        00087300
087400* same ID= NAME= AMT= before/after images TESTCOB8 writes.        00087400
087500*                                                                 00087500
087600 APPLY-APPROVED-CHANGE.                                           00087600
087700     MOVE 1 TO WS-SQL-PTR                                         00087700
087800     IF WS-ITEM-UPDATE THEN                                       00087800
087900        STRING 'UPDATE ' DELIMITED BY SIZE                        00087900
088000            WS-ITEM-TABLE(1:WS-ITEM-TABLE-LEN) DELIMITED BY SIZE  00088000
088100            ' SET NAME = ?, AMOUNT = ? WHERE ID = ?'              00088100
088200            DELIMITED BY SIZE                                     00088200
088300            INTO SQL-ZCHAR                                        00088300
088400            WITH POINTER WS-SQL-PTR                               00088400
088500        END-STRING                                                00088500
088600        MOVE 'APPROVED UPDATE' TO WS-PREP-LABEL                   00088600
088700     ELSE                                                         00088700
088800        STRING 'DELETE FROM ' DELIMITED BY SIZE                   00088800
088900            WS-ITEM-TABLE(1:WS-ITEM-TABLE-LEN) DELIMITED BY SIZE  00088900
089000            ' WHERE ID = ?' DELIMITED BY SIZE                     00089000
089100            INTO SQL-ZCHAR                                        00089100
089200            WITH POINTER WS-SQL-PTR                               00089200
089300        END-STRING                                                00089300
089400        MOVE 'APPROVED DELETE' TO WS-PREP-LABEL                   00089400
089500     END-IF                                                       00089500
089600     MOVE LOW-VALUES TO SQL-ZCHAR(WS-SQL-PTR:1)                   00089600
089700     PERFORM PREPARE-ONE-STATEMENT                                00089700
089800     SET LS-ROW-STMT TO LS-PREPARED-STMT                          00089800
089900     IF WS-ITEM-UPDATE THEN                                       00089900
090000        CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT        00090000
090100            BY VALUE LS-ROW-STMT                                  00090100
090200            BY VALUE LS-ONE                                       00090200
090300            BY REFERENCE WS-ITEM-NEW-NAME                         00090300
090400            BY VALUE 40                                           00090400
090500            BY VALUE SQLITE-TRANSIENT                             00090500
090600            RETURNING LS-SQL-RC                                   00090600
090700        END-CALL                                                  00090700
090800        COMPUTE LS-BIND-AMOUNT-HFP = WS-ITEM-NEW-AMOUNT           00090800
090900        CALL SQLITE3A USING                                       00090900
091000            BY REFERENCE CONVERT-HFP-TO-BFP                       00091000
091100            BY VALUE LS-BIND-AMOUNT-HFP                           00091100
091200            BY REFERENCE LS-BIND-AMOUNT-BFP                       00091200
091300        END-CALL                                                  00091300
091400        CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-DOUBLE      00091400
091500            BY VALUE LS-ROW-STMT                                  00091500
091600            BY VALUE LS-TWO                                       00091600
091700            BY VALUE LS-BIND-AMOUNT-BFP                           00091700
091800            RETURNING LS-SQL-RC                                   00091800
091900        END-CALL                                                  00091900
092000        CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-INT         00092000
092100            BY VALUE LS-ROW-STMT                                  00092100
092200            BY VALUE LS-THREE                                     00092200
092300            BY VALUE WS-ITEM-ROW-ID                               00092300
092400            RETURNING LS-SQL-RC                                   00092400
092500        END-CALL                                                  00092500
092600     ELSE                                                         00092600
092700        CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-INT         00092700
092800            BY VALUE LS-ROW-STMT                                  00092800
092900            BY VALUE LS-ONE                                       00092900
093000            BY VALUE WS-ITEM-ROW-ID                               00093000
093100            RETURNING LS-SQL-RC                                   00093100
093200        END-CALL                                                  00093200
093300     END-IF                                                       00093300
093400     CALL SQLITE3A USING BY REFERENCE SQLITE3-STEP                00093400
093500         BY VALUE LS-ROW-STMT                                     00093500
093600         RETURNING LS-SQL-RC                                      00093600
093700     END-CALL                                                     00093700
093800     IF LS-SQL-RC IS NOT EQUAL TO SQLITE-OK AND                   00093800
093900        LS-SQL-RC IS NOT EQUAL TO SQLITE-DONE THEN                00093900
094000        DISPLAY WS-PREP-LABEL ' OF CHANGE '                       00094000
094100           WS-CHANGE-ID-DISPLAY ' FAILED. RC='                    00094100
094200           LS-SQL-RC UPON SYSOUT                                  00094200
094300        PERFORM DISPLAY-SQL-ERROR                                 00094300
094400        MOVE +16 TO RETURN-CODE                                   00094400
094500     ELSE                                                         00094500
094600        MOVE WS-ITEM-TABLE TO WS-AUDIT-TABLE                      00094600
094700        MOVE SPACES TO WS-AUDIT-BEFORE                            00094700
094800        MOVE SPACES TO WS-AUDIT-AFTER                             00094800
094900        MOVE WS-ITEM-ROW-ID TO WS-ID-DISPLAY                      00094900
095000        MOVE WS-ITEM-OLD-AMOUNT TO WS-AMT-DISPLAY                 00095000
095100        STRING 'ID=' DELIMITED BY SIZE                            00095100
095200            WS-ID-DISPLAY DELIMITED BY SIZE                       00095200
095300            ' NAME=' DELIMITED BY SIZE                            00095300
095400            WS-ITEM-OLD-NAME DELIMITED BY SIZE                    00095400
095500            ' AMT=' DELIMITED BY SIZE                             00095500
095600            WS-AMT-DISPLAY DELIMITED BY SIZE                      00095600
095700            INTO WS-AUDIT-BEFORE                                  00095700
095800        END-STRING                                                00095800
095900        IF WS-ITEM-UPDATE THEN                                    00095900
096000           MOVE 'UPDATE' TO WS-AUDIT-OP                           00096000
096100           MOVE WS-ITEM-NEW-AMOUNT TO WS-AMT-DISPLAY              00096100
096200           STRING 'ID=' DELIMITED BY SIZE                         00096200
096300               WS-ID-DISPLAY DELIMITED BY SIZE                    00096300
096400               ' NAME=' DELIMITED BY SIZE                         00096400
096500               WS-ITEM-NEW-NAME DELIMITED BY SIZE                 00096500
096600               ' AMT=' DELIMITED BY SIZE                          00096600
096700               WS-AMT-DISPLAY DELIMITED BY SIZE                   00096700
096800               INTO WS-AUDIT-AFTER                                00096800
096900           END-STRING                                             00096900
097000        ELSE                                                      00097000
097100           MOVE 'DELETE' TO WS-AUDIT-OP                           00097100
097200        END-IF                                                    00097200
097300        PERFORM WRITE-AUDIT-LOG                                   00097300
097400     END-IF                                                       00097400
097500     CALL SQLITE3A USING BY REFERENCE SQLITE3-FINALIZE            00097500
097600         BY VALUE LS-ROW-STMT                                     00097600
097700         RETURNING LS-SQL-RC                                      00097700
097800     END-CALL                                                     00097800
097900     .                                                            00097900
098000*                                                                 00098000
098100* Record the decision on PENDING_CHANGE, audit it with both       00098100
098200* job names, and report it.                                       00098200
098300*                                                                 00098300
098400 MARK-DECISION.                                                   00098400
098500     CALL 'CEEGMT' USING LS-LILIAN, LS-AUDIT-GMT-SECS, LE-FC      00098500
098600     MOVE ZERO TO WS-PARM-LEN                                     00098600
098700     INSPECT WS-NEW-STATUS TALLYING WS-PARM-LEN                   00098700
098800             FOR CHARACTERS BEFORE INITIAL SPACE                  00098800
098900     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           00098900
099000         BY VALUE LS-STATUS-STMT                                  00099000
099100         BY VALUE LS-ONE                                          00099100
099200         BY REFERENCE WS-NEW-STATUS                               00099200
099300         BY VALUE WS-PARM-LEN                                     00099300
099400         BY VALUE SQLITE-TRANSIENT                                00099400
099500         RETURNING LS-SQL-RC                                      00099500
099600     END-CALL                                                     00099600
099700     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           00099700
099800         BY VALUE LS-STATUS-STMT                                  00099800
099900         BY VALUE LS-TWO                                          00099900
100000         BY REFERENCE WS-JOB-NAME                                 00100000
100100         BY VALUE 8                                               00100100
100200         BY VALUE SQLITE-TRANSIENT                                00100200
100300         RETURNING LS-SQL-RC                                      00100300
100400     END-CALL                                                     00100400
100500     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-DOUBLE         00100500
100600         BY VALUE LS-STATUS-STMT                                  00100600
100700         BY VALUE LS-THREE                                        00100700
100800         BY VALUE LS-AUDIT-GMT-SECS                               00100800
100900         RETURNING LS-SQL-RC                                      00100900
101000     END-CALL                                                     00101000
101100     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-INT            00101100
101200         BY VALUE LS-STATUS-STMT                                  00101200
101300         BY VALUE LS-FOUR                                         00101300
101400         BY VALUE WS-CHANGE-ID                                    00101400
101500         RETURNING LS-SQL-RC                                      00101500
101600     END-CALL                                                     00101600
101700     CALL SQLITE3A USING BY REFERENCE SQLITE3-STEP                00101700
101800         BY VALUE LS-STATUS-STMT                                  00101800
101900         RETURNING LS-SQL-RC                                      00101900
102000     END-CALL                                                     00102000
102100     IF LS-SQL-RC IS NOT EQUAL TO SQLITE-OK AND                   00102100
102200        LS-SQL-RC IS NOT EQUAL TO SQLITE-DONE THEN                00102200
102300        DISPLAY 'STATUS UPDATE OF CHANGE ' WS-CHANGE-ID-DISPLAY   00102300
102400           ' FAILED. RC=' LS-SQL-RC UPON SYSOUT                   00102400
102500        PERFORM DISPLAY-SQL-ERROR                                 00102500
102600        MOVE +16 TO RETURN-CODE                                   00102600
102700     END-IF                                                       00102700
102800     CALL SQLITE3A USING BY REFERENCE SQLITE3-RESET               00102800
102900         BY VALUE LS-STATUS-STMT                                  00102900
103000         RETURNING LS-SQL-RC                                      00103000
103100     END-CALL                                                     00103100
103200     MOVE 'PENDING_CHANGE' TO WS-AUDIT-TABLE                      00103200
103300     MOVE SPACES TO WS-AUDIT-BEFORE                               00103300
103400     MOVE SPACES TO WS-AUDIT-AFTER                                00103400
103500     EVALUATE WS-NEW-STATUS                                       00103500
103600     WHEN 'APPROVED'                                              00103600
103700          MOVE 'APPROVE' TO WS-AUDIT-OP                           00103700
103800     WHEN 'REJECTED'                                              00103800
103900          MOVE 'REJECT' TO WS-AUDIT-OP                            00103900
104000     WHEN OTHER                                                   00104000
104100          MOVE 'STALE' TO WS-AUDIT-OP                             00104100
104200     END-EVALUATE                                                 00104200
104300     STRING 'CHANGE=' DELIMITED BY SIZE                           00104300
104400         WS-CHANGE-ID-DISPLAY DELIMITED BY SIZE                   00104400
104500         ' ACTION=' DELIMITED BY SIZE                             00104500
104600         WS-ITEM-ACTION DELIMITED BY SIZE                         00104600
104700         ' TABLE=' DELIMITED BY SIZE                              00104700
104800         WS-ITEM-TABLE DELIMITED BY SIZE                          00104800
104900         INTO WS-AUDIT-BEFORE                                     00104900
105000     END-STRING                                                   00105000
105100     STRING 'MAKER=' DELIMITED BY SIZE                            00105100
105200         WS-ITEM-MAKER DELIMITED BY SIZE                          00105200
105300         ' CHECKER=' DELIMITED BY SIZE                            00105300
105400         WS-JOB-NAME DELIMITED BY SIZE                            00105400
105500         ' STATUS=' DELIMITED BY SIZE                             00105500
105600         WS-NEW-STATUS DELIMITED BY SIZE                          00105600
105700         INTO WS-AUDIT-AFTER                                      00105700
105800     END-STRING                                                   00105800
105900     PERFORM WRITE-AUDIT-LOG                                      00105900
106000     MOVE SPACES TO WS-REPORT-LINE                                00106000
106100     STRING WS-DECISION DELIMITED BY SIZE                         00106100
106200         ' CHANGE ' DELIMITED BY SIZE                             00106200
106300         WS-CHANGE-ID-DISPLAY DELIMITED BY SIZE                   00106300
106400         '  ' DELIMITED BY SIZE                                   00106400
106500         WS-NEW-STATUS DELIMITED BY SIZE                          00106500
106600         INTO WS-REPORT-LINE                                      00106600
106700     END-STRING                                                   00106700
106800     IF WS-NEW-STATUS IS EQUAL TO 'STALE' THEN                    00106800
106900        MOVE 'ROW CHANGED SINCE PARKED - RESUBMIT'                00106900
107000           TO WS-REPORT-LINE(41:)                                 00107000
107100     END-IF                                                       00107100
107200     PERFORM WRITE-REPORT-LINE-OUT                                00107200
107300     .                                                            00107300
107400 REFUSE-DECISION.                                                 00107400
107500     ADD 1 TO WS-REFUSED-COUNT                                    00107500
107600     IF RETURN-CODE IS LESS THAN +8 THEN                          00107600
107700        MOVE +8 TO RETURN-CODE                                    00107700
107800     END-IF                                                       00107800
107900     MOVE SPACES TO WS-REPORT-LINE                                00107900
108000     STRING WS-DECISION DELIMITED BY SIZE                         00108000
108100         ' CHANGE ' DELIMITED BY SIZE                             00108100
108200         WS-CHANGE-ID-DISPLAY DELIMITED BY SIZE                   00108200
108300         '  REFUSED   ' DELIMITED BY SIZE                         00108300
108400         WS-REFUSE-REASON DELIMITED BY SIZE                       00108400
108500         INTO WS-REPORT-LINE                                      00108500
108600     END-STRING                                                   00108600
108700     PERFORM WRITE-REPORT-LINE-OUT                                00108700
108800     DISPLAY 'REFUSED: ' SYSIN-RECORD UPON SYSOUT                 00108800
108900     DISPLAY '  ' WS-REFUSE-REASON UPON SYSOUT                    00108900
109000     .                                                            00109000
109100*                                                                 00109100
109200* Reusable audit paragraph: caller sets WS-AUDIT-TABLE,           00109200
109300* WS-AUDIT-OP, WS-AUDIT-BEFORE, and WS-AUDIT-AFTER, then          00109300
109400* PERFORMs this to record the change in AUDIT_LOG.                00109400
109500*                                                                 00109500
109600 WRITE-AUDIT-LOG.                                                 00109600
109700     CALL 'CEEGMT' USING LS-LILIAN, LS-AUDIT-GMT-SECS, LE-FC      00109700
109800     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           00109800
109900         BY VALUE LS-AUDIT-STMT                                   00109900
110000         BY VALUE LS-ONE                                          00110000
110100         BY REFERENCE WS-AUDIT-TABLE                              00110100
110200         BY VALUE 30                                              00110200
110300         BY VALUE SQLITE-TRANSIENT                                00110300
110400         RETURNING LS-SQL-RC                                      00110400
110500     END-CALL                                                     00110500
110600     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           00110600
110700         BY VALUE LS-AUDIT-STMT                                   00110700
110800         BY VALUE LS-TWO                                          00110800
110900         BY REFERENCE WS-AUDIT-OP                                 00110900
111000         BY VALUE 10                                              00111000
111100         BY VALUE SQLITE-TRANSIENT                                00111100
111200         RETURNING LS-SQL-RC                                      00111200
111300     END-CALL                                                     00111300
111400     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           00111400
111500         BY VALUE LS-AUDIT-STMT                                   00111500
111600         BY VALUE LS-THREE                                        00111600
111700         BY REFERENCE WS-AUDIT-BEFORE                             00111700
111800         BY VALUE 75                                              00111800
111900         BY VALUE SQLITE-TRANSIENT                                00111900
112000         RETURNING LS-SQL-RC                                      00112000
112100     END-CALL                                                     00112100
112200     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           00112200
112300         BY VALUE LS-AUDIT-STMT                                   00112300
112400         BY VALUE LS-FOUR                                         00112400
112500         BY REFERENCE WS-AUDIT-AFTER                              00112500
112600         BY VALUE 75                                              00112600
112700         BY VALUE SQLITE-TRANSIENT                                00112700
112800         RETURNING LS-SQL-RC                                      00112800
112900     END-CALL                                                     00112900
113000     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-DOUBLE         00113000
113100         BY VALUE LS-AUDIT-STMT                                   00113100
113200         BY VALUE LS-FIVE                                         00113200
113300         BY VALUE LS-AUDIT-GMT-SECS                               00113300
113400         RETURNING LS-SQL-RC                                      00113400
113500     END-CALL                                                     00113500
113600     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           00113600
113700         BY VALUE LS-AUDIT-STMT                                   00113700
113800         BY VALUE LS-SIX                                          00113800
113900         BY REFERENCE WS-JOB-NAME                                 00113900
114000         BY VALUE 8                                               00114000
114100         BY VALUE SQLITE-TRANSIENT                                00114100
114200         RETURNING LS-SQL-RC                                      00114200
114300     END-CALL                                                     00114300
114400     CALL SQLITE3A USING BY REFERENCE SQLITE3-STEP                00114400
114500         BY VALUE LS-AUDIT-STMT                                   00114500
114600         RETURNING LS-SQL-RC                                      00114600
114700     END-CALL                                                     00114700
114800     IF LS-SQL-RC IS NOT EQUAL TO SQLITE-OK AND                   00114800
114900        LS-SQL-RC IS NOT EQUAL TO SQLITE-DONE THEN                00114900
115000        DISPLAY 'AUDIT LOG INSERT FAILED. RC='                    00115000
115100           LS-SQL-RC UPON SYSOUT                                  00115100
115200        PERFORM DISPLAY-SQL-ERROR                                 00115200
115300        MOVE +16 TO RETURN-CODE                                   00115300
115400     END-IF                                                       00115400
115500     CALL SQLITE3A USING BY REFERENCE SQLITE3-RESET               00115500
115600         BY VALUE LS-AUDIT-STMT                                   00115600
115700         RETURNING LS-SQL-RC                                      00115700
115800     END-CALL                                                     00115800
115900     .                                                            00115900
116000 WRITE-REPORT-LINE-OUT.                                           00116000
116100     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE THEN                   00116100
116200        PERFORM WRITE-REPORT-HEADING                              00116200
116300     END-IF                                                       00116300
116400     MOVE WS-REPORT-LINE TO REPORT1-RECORD                        00116400
116500     WRITE REPORT1-RECORD AFTER ADVANCING 1 LINE                  00116500
116600     ADD 1 TO WS-LINE-COUNT                                       00116600
116700     MOVE SPACES TO WS-REPORT-LINE                                00116700
116800     .                                                            00116800
116900 WRITE-REPORT-HEADING.                                            00116900
117000     ADD 1 TO WS-PAGE-COUNT                                       00117000
117100     MOVE WS-PAGE-COUNT TO WS-PAGE-NUM-DISPLAY                    00117100
117200     MOVE SPACES TO REPORT1-RECORD                                00117200
117300     MOVE 1 TO WS-RPT-PTR                                         00117300
117400     STRING 'TESTCB37' DELIMITED BY SIZE                          00117400
117500         '   RUN DATE: ' DELIMITED BY SIZE                        00117500
117600         WS-RUN-DATE DELIMITED BY SIZE                            00117600
117700         '   PAGE: ' DELIMITED BY SIZE                            00117700
117800         WS-PAGE-NUM-DISPLAY DELIMITED BY SIZE                    00117800
117900         INTO REPORT1-RECORD                                      00117900
118000         WITH POINTER WS-RPT-PTR                                  00118000
118100     END-STRING                                                   00118100
118200     WRITE REPORT1-RECORD AFTER ADVANCING PAGE                    00118200
118300     MOVE 'PENDING CHANGE APPROVAL' TO REPORT1-RECORD             00118300
118400     WRITE REPORT1-RECORD AFTER ADVANCING 1 LINE                  00118400
118500     MOVE WS-PEND-HEADER TO REPORT1-RECORD                        00118500
118600     WRITE REPORT1-RECORD AFTER ADVANCING 1 LINE                  00118600
118700     MOVE 1 TO WS-LINE-COUNT                                      00118700
118800     .                                                            00118800
118900*                                                                 00118900
119000* One transaction: commit the decisions unless the data base      00119000
119100* failed under one of them, then print the run totals.            00119100
119200*                                                                 00119200
119300 COMMIT-TRANSACTION.                                              00119300
119400     CALL SQLITE3A USING BY REFERENCE SQLITE3-FINALIZE            00119400
119500         BY VALUE LS-STATUS-STMT                                  00119500
119600         RETURNING LS-SQL-RC                                      00119600
119700     END-CALL                                                     00119700
119800     CALL SQLITE3A USING BY REFERENCE SQLITE3-FINALIZE            00119800
119900         BY VALUE LS-AUDIT-STMT                                   00119900
120000         RETURNING LS-SQL-RC                                      00120000
120100     END-CALL                                                     00120100
120200     IF RETURN-CODE IS EQUAL TO +16 THEN                          00120200
120300        MOVE Z'ROLLBACK TRANSACTION' TO SQL-ZCHAR                 00120300
120400        CALL SQLITE3A USING BY REFERENCE SQLITE3-EXEC             00120400
120500            BY VALUE LS-DB                                        00120500
120600            BY REFERENCE SQL-ZCHAR                                00120600
120700            BY VALUE LS-ZERO                                      00120700
120800            BY VALUE LS-ZERO                                      00120800
120900            BY VALUE LS-ZERO                                      00120900
121000            RETURNING LS-SQL-RC                                   00121000
121100        END-CALL                                                  00121100
121200        DISPLAY 'APPROVAL DECISIONS ROLLED BACK.' UPON SYSOUT     00121200
121300        MOVE 'APPROVAL DECISIONS ROLLED BACK.' TO WS-REPORT-LINE  00121300
121400        PERFORM WRITE-REPORT-LINE-OUT                             00121400
121500        GO TO SHUTDOWN                                            00121500
121600     END-IF                                                       00121600
121700     MOVE Z'COMMIT TRANSACTION' TO SQL-ZCHAR                      00121700
121800     CALL SQLITE3A USING BY REFERENCE SQLITE3-EXEC                00121800
121900         BY VALUE LS-DB                                           00121900
122000         BY REFERENCE SQL-ZCHAR                                   00122000
122100         BY VALUE LS-ZERO                                         00122100
122200         BY VALUE LS-ZERO                                         00122200
122300         BY VALUE LS-ZERO                                         00122300
122400         RETURNING LS-SQL-RC                                      00122400
122500     END-CALL                                                     00122500
122600     IF LS-SQL-RC IS NOT EQUAL TO SQLITE-OK AND                   00122600
122700        LS-SQL-RC IS NOT EQUAL TO SQLITE-DONE THEN                00122700
122800        DISPLAY 'COMMIT TRANSACTION FAILED. RC='                  00122800
122900           LS-SQL-RC UPON SYSOUT                                  00122900
123000        PERFORM DISPLAY-SQL-ERROR                                 00123000
123100        MOVE +16 TO RETURN-CODE                                   00123100
123200        GO TO SHUTDOWN                                            00123200
123300     END-IF                                                       00123300
123400     MOVE SPACES TO WS-REPORT-LINE                                00123400
123500     PERFORM WRITE-REPORT-LINE-OUT                                00123500
123600     MOVE WS-APPROVED-COUNT TO WS-COUNT-DISPLAY                   00123600
123700     STRING 'CHANGES APPROVED   : ' DELIMITED BY SIZE             00123700
123800         WS-COUNT-DISPLAY DELIMITED BY SIZE                       00123800
123900         INTO WS-REPORT-LINE                                      00123900
124000     END-STRING                                                   00124000
124100     DISPLAY WS-REPORT-LINE(1:40) UPON SYSOUT                     00124100
124200     PERFORM WRITE-REPORT-LINE-OUT                                00124200
124300     MOVE WS-REJECTED-COUNT TO WS-COUNT-DISPLAY                   00124300
124400     STRING 'CHANGES REJECTED   : ' DELIMITED BY SIZE             00124400
124500         WS-COUNT-DISPLAY DELIMITED BY SIZE                       00124500
124600         INTO WS-REPORT-LINE                                      00124600
124700     END-STRING                                                   00124700
124800     DISPLAY WS-REPORT-LINE(1:40) UPON SYSOUT                     00124800
124900     PERFORM WRITE-REPORT-LINE-OUT                                00124900
125000     MOVE WS-STALE-COUNT TO WS-COUNT-DISPLAY                      00125000
125100     STRING 'CHANGES STALE      : ' DELIMITED BY SIZE             00125100
125200         WS-COUNT-DISPLAY DELIMITED BY SIZE                       00125200
125300         INTO WS-REPORT-LINE                                      00125300
125400     END-STRING                                                   00125400
125500     DISPLAY WS-REPORT-LINE(1:40) UPON SYSOUT                     00125500
125600     PERFORM WRITE-REPORT-LINE-OUT                                00125600
125700     MOVE WS-REFUSED-COUNT TO WS-COUNT-DISPLAY                    00125700
125800     STRING 'DECISIONS REFUSED  : ' DELIMITED BY SIZE             00125800
125900         WS-COUNT-DISPLAY DELIMITED BY SIZE                       00125900
126000         INTO WS-REPORT-LINE                                      00126000
126100     END-STRING                                                   00126100
126200     DISPLAY WS-REPORT-LINE(1:40) UPON SYSOUT                     00126200
126300     PERFORM WRITE-REPORT-LINE-OUT                                00126300
126400     .                                                            00126400
126500 SHUTDOWN.                                                        00126500
126600     CALL SQLITE3A USING BY REFERENCE SQLITE3-CLOSE               00126600
126700         BY VALUE LS-DB                                           00126700
126800         RETURNING LS-SQL-RC                                      00126800
126900     END-CALL                                                     00126900
127000     CALL SQLITE3A USING SQLITE3-SHUTDOWN                         00127000
127100         RETURNING LS-SQL-RC                                      00127100
127200     END-CALL                                                     00127200
127300     CLOSE REPORT1-FD                                             00127300
127400     GOBACK                                                       00127400
127500     .                                                            00127500
127600                                                                  00127600
127700 DISPLAY-SQL-ERROR.                                               00127700
127800     CALL SQLITE3A USING BY REFERENCE SQLITE3-ERRCODE             00127800
127900         BY VALUE LS-DB                                           00127900
128000         RETURNING LS-SQL-ERRCODE                                 00128000
128100     END-CALL                                                     00128100
128200     CALL SQLITE3A USING BY REFERENCE SQLITE3-ERRMSG              00128200
128300         BY VALUE LS-DB                                           00128300
128400         RETURNING LS-ERRMSG-POINTER                              00128400
128500     END-CALL                                                     00128500
128600     MOVE SPACES TO WS-ERRMSG-TEXT                                00128600
128700     MOVE ZERO TO WS-ERRMSG-LEN                                   00128700
128800     IF LS-ERRMSG-POINTER IS NOT EQUAL TO NULL THEN               00128800
128900        SET ADDRESS OF LINKAGE-COLUMN-TEXT                        00128900
129000           TO LS-ERRMSG-POINTER                                   00129000
129100        INSPECT LINKAGE-COLUMN-TEXT                               00129100
129200           TALLYING WS-ERRMSG-LEN                                 00129200
129300           FOR CHARACTERS BEFORE INITIAL LOW-VALUE                00129300
129400        MOVE LINKAGE-COLUMN-TEXT(1:WS-ERRMSG-LEN)                 00129400
129500           TO WS-ERRMSG-TEXT                                      00129500
129600     END-IF                                                       00129600
129700     DISPLAY '  SQLITE ERRCODE=' LS-SQL-ERRCODE                   00129700
129800         ' ERRMSG=' WS-ERRMSG-TEXT(1:WS-ERRMSG-LEN)               00129800
129900         UPON SYSOUT                                              00129900
130000     .                                                            00130000
130100 END PROGRAM 'TESTCB37'.                                          00130100
