000100 PROCESS DYNAM,NAME,PGMNAME(COMPAT)                               00000100
000200 PROCESS ADV,AWO,NOC(W),FSRT,FLAG(I,I)                            00000200
000300 PROCESS INTDATE(ANSI),LANG(EN),LIB,LIST,MAP                      00000300
000400 PROCESS NONUM,NUMPROC(PFD),OBJ,APOST                             00000400
000500 PROCESS RENT,NOSEQ,SOURCE,NOSSRANGE,                             00000500
000600 PROCESS NOTERM,NOTEST,VBREF,                                     00000600
000700 PROCESS XREF(FULL),ZWB,FASTSRT,AR(E)                             00000700
000800 ID DIVISION.                                                     00000800
000900 PROGRAM-ID. 'TESTCB40'.                                          00000900
001000 AUTHOR. JOHN MCKOWN.                                             00001000
001100 INSTALLATION. CBT Tape.                                          00001100
001200 DATE-WRITTEN.                                                    00001200
001300 DATE-COMPILED.                                                   00001300
001400 SECURITY. NONE.                                                  00001400
001500*                                                                 00001500
001600* This program is the audited customer merge. When the TESTCB39   00001600
001700* duplicate review finds one customer carried under two           00001700
001800* LOAD-IDs, the reviewer writes one SYSIN card per pair ('*' in   00001800
001900* column one is a comment, a blank card is ignored):              00001900
002000*   MERGE=survivor,victim                                         00002000
002100* and this job, for each card:                                    00002100
002200*   - adds the victim's AMOUNT onto the survivor's row;           00002200
002300*   - re-points the victim's _CONTACT child rows (when the data   00002300
002400*     base has a _CONTACT table) to the survivor;                 00002400
002500*   - deletes the victim's row.                                   00002500
002600* Each step is audited the way TESTCOB8 audits its own: an        00002600
002700* UPDATE with before/after images for the survivor's AMOUNT,      00002700
002800* an UPDATE per re-pointed _CONTACT row against the child         00002800
002900* table, and a DELETE with the victim's before image, so the      00002900
003000* TESTCB34 roll-forward still balances and TESTCB10 emits the     00003000
003100* matching deltas. The merge as a whole is then recorded as a     00003100
003200* MERGE operation naming both LOAD-IDs, the _CONTACT rows moved   00003200
003300* and the AMOUNT carried over, with the merged row as its after   00003300
003400* image.                                                          00003400
003500*                                                                 00003500
003600* A card is refused (RC=8) when it is not a valid MERGE= card,    00003600
003700* names the same LOAD-ID twice, either LOAD-ID is not on file     00003700
003800* (a victim already merged away included), either row has a       00003800
003900* change still PENDING approval in PENDING_CHANGE (TESTCB37       00003900
004000* must decide it first), or the merged AMOUNT would not fit       00004000
004100* the 9999999.99 AMT= image. A refused card changes nothing       00004100
004200* and the rest still go through. All merges apply in one          00004200
004300* transaction: a data base failure rolls the whole set back       00004300
004400* RC=16.                                                          00004400
004500*                                                                 00004500
004600* PARM value is 2 positional comma delimited fields:              00004600
004700*     DBPATH,TABLENAME                                            00004700
004800*                                                                 00004800
004900 ENVIRONMENT DIVISION.                                            00004900
005000 CONFIGURATION SECTION.                                           00005000
005100 SOURCE-COMPUTER. IBM-370.                                        00005100
005200 OBJECT-COMPUTER. IBM-370.                                        00005200
005300 SPECIAL-NAMES.                                                   00005300
005400 INPUT-OUTPUT SECTION.                                            00005400
005500 FILE-CONTROL.                                                    00005500
005600     SELECT SYSIN-FILE ASSIGN TO SYSIN                            00005600
005700         ORGANIZATION IS SEQUENTIAL.                              00005700
005800     SELECT REPORT1-FD ASSIGN TO REPORT1                          00005800
005900         ORGANIZATION IS SEQUENTIAL.                              00005900
006000 I-O-CONTROL.                                                     00006000
006100     APPLY WRITE-ONLY ON REPORT1-FD.                              00006100
006200*                                                                 00006200
006300 DATA DIVISION.                                                   00006300
006400 FILE SECTION.                                                    00006400
006500 FD  SYSIN-FILE                                                   00006500
006600     RECORDING MODE IS F                                          00006600
006700     LABEL RECORDS ARE STANDARD.                                  00006700
006800 01  SYSIN-RECORD               PIC X(80).                        00006800
006900 FD  REPORT1-FD                                                   00006900
007000     RECORDING MODE IS F                                          00007000
007100     LABEL RECORDS ARE STANDARD.                                  00007100
007200 01  REPORT1-RECORD          PIC X(132).                          00007200
007300*                                                                 00007300
007400 WORKING-STORAGE SECTION.                                         00007400
007500 COPY COBSQLTE .                                                  00007500
007600 01  CEE3DMP-PARAMETERS.                                          00007600
007700     05 CEE3DMP-TITLE              PIC X(80)                      00007700
007800        VALUE 'TEST DUMP'.                                        00007800
007900     05 CEE3DMP-OPTIONS            PIC X(255)                     00007900
008000        VALUE 'NOTRACE NOENTRY'.                                  00008000
008100 01  LE-FC.                                                       00008100
008200     02  CONDITION-TOKEN-VALUE.                                   00008200
008300     COPY  CEEIGZCT.                                              00008300
008400         03  CASE-1-CONDITION-ID.                                 00008400
008500             04  SEVERITY    PIC S9(4) BINARY.                    00008500
008600             04  MSG-NO      PIC S9(4) BINARY.                    00008600
008700         03  CASE-2-CONDITION-ID                                  00008700
008800                   REDEFINES CASE-1-CONDITION-ID.                 00008800
008900             04  CLASS-CODE  PIC S9(4) BINARY.                    00008900
009000             04  CAUSE-CODE  PIC S9(4) BINARY.                    00009000
009100         03  CASE-SEV-CTL    PIC X.                               00009100
009200         03  FACILITY-ID     PIC XXX.                             00009200
009300     02  I-S-INFO            PIC S9(9) BINARY.                    00009300
009400*                                                                 00009400
009500* The merge result line and its column headings. DETAIL is the    00009500
009600* survivor's NAME for a merge, the reason for a refusal.          00009600
009700*                                                                 00009700
009800 01  WS-MERGE-LINE.                                               00009800
009900     05  WS-ML-SURVIVOR      PIC Z(8)9.                           00009900
010000     05  FILLER              PIC X(2).                            00010000
010100     05  WS-ML-VICTIM        PIC Z(8)9.                           00010100
010200     05  FILLER              PIC X(2).                            00010200
010300     05  WS-ML-RESULT        PIC X(8).                            00010300
010400     05  FILLER              PIC X(2).                            00010400
010500     05  WS-ML-MOVED         PIC Z(6)9.99.                        00010500
010600     05  FILLER              PIC X(2).                            00010600
010700     05  WS-ML-NEW-AMOUNT    PIC Z(6)9.99.                        00010700
010800     05  FILLER              PIC X(2).                            00010800
010900     05  WS-ML-CONTACTS      PIC Z(4)9.                           00010900
011000     05  FILLER              PIC X(2).                            00011000
011100     05  WS-ML-DETAIL        PIC X(50).                           00011100
011200 01  WS-MERGE-HEADER.                                             00011200
011300     05  FILLER              PIC X(9)                             00011300
011400         VALUE IS ' SURVIVOR'.                                    00011400
011500     05  FILLER              PIC X(2)                             00011500
011600         VALUE IS SPACES.                                         00011600
011700     05  FILLER              PIC X(9)                             00011700
011800         VALUE IS '   VICTIM'.                                    00011800
011900     05  FILLER              PIC X(2)                             00011900
012000         VALUE IS SPACES.                                         00012000
012100     05  FILLER              PIC X(8)                             00012100
012200         VALUE IS 'RESULT'.                                       00012200
012300     05  FILLER              PIC X(2)                             00012300
012400         VALUE IS SPACES.                                         00012400
012500     05  FILLER              PIC X(10)                            00012500
012600         VALUE IS '     MOVED'.                                   00012600
012700     05  FILLER              PIC X(2)                             00012700
012800         VALUE IS SPACES.                                         00012800
012900     05  FILLER              PIC X(10)                            00012900
013000         VALUE IS 'NEW AMOUNT'.                                   00013000
013100     05  FILLER              PIC X(2)                             00013100
013200         VALUE IS SPACES.                                         00013200
013300     05  FILLER              PIC X(5)                             00013300
013400         VALUE IS 'CONTS'.                                        00013400
013500     05  FILLER              PIC X(2)                             00013500
013600         VALUE IS SPACES.                                         00013600
013700     05  FILLER              PIC X(50)                            00013700
013800         VALUE IS 'DETAIL'.                                       00013800
013900*                                                                 00013900
014000 LOCAL-STORAGE SECTION.                                           00014000
014100 01  LS-FULLWORD-RETURN.                                          00014100
014200     05  LS-LIBVERSION-POINTER   POINTER.                         00014200
014300     05  LS-LIBVERSION-BINVALUE  REDEFINES LS-LIBVERSION-POINTER  00014300
014400                                 PIC S9(9) COMP-5.                00014400
014500 77  LS-LIBVERSION-LENGTH    PIC S9(9) COMP-5                     00014500
014600        VALUE IS 0.                                               00014600
014700 77  LS-DB                   USAGE IS POINTER.                    00014700
014800 77  LS-WORK-STMT            USAGE IS POINTER.                    00014800
014900 77  LS-LOOKUP-STMT          USAGE IS POINTER.                    00014900
015000 77  LS-AMOUNT-STMT          USAGE IS POINTER.                    00015000
015100 77  LS-DELETE-STMT          USAGE IS POINTER.                    00015100
015200 77  LS-PENDING-STMT         USAGE IS POINTER.                    00015200
015300 77  LS-CONTACT-SEL-STMT     USAGE IS POINTER.                    00015300
015400 77  LS-CONTACT-UPD-STMT     USAGE IS POINTER.                    00015400
015500 77  LS-AUDIT-STMT           USAGE IS POINTER.                    00015500
015600 77  LS-PREPARED-STMT        USAGE IS POINTER.                    00015600
015700 77  LS-COLUMN-POINTER       USAGE IS POINTER.                    00015700
015800 77  LS-COLUMN-NUMBER        PIC S9(9) COMP-5.                    00015800
015900 77  LS-ZERO                 PIC S9(9) COMP-5                     00015900
016000                             VALUE IS ZERO.                       00016000
016100 77  LS-SQL-RC               PIC S9(9) COMP-5.                    00016100
016200 77  SQL-ZCHAR               PIC X(320).                          00016200
016300 77  LS-MINUS-ONE            PIC S9(9) COMP-5                     00016300
016400        VALUE IS -1.                                              00016400
016500 77  LS-ONE                  PIC S9(9) COMP-5                     00016500
016600        VALUE IS 1.                                               00016600
016700 77  LS-TWO                  PIC S9(9) COMP-5                     00016700
016800        VALUE IS 2.                                               00016800
016900 77  LS-THREE                PIC S9(9) COMP-5                     00016900
017000        VALUE IS 3.                                               00017000
017100 77  LS-FOUR                 PIC S9(9) COMP-5                     00017100
017200        VALUE IS 4.                                               00017200
017300 77  LS-FIVE                 PIC S9(9) COMP-5                     00017300
017400        VALUE IS 5.                                               00017400
017500 77  LS-SIX                  PIC S9(9) COMP-5                     00017500
017600        VALUE IS 6.                                               00017600
017700 77  LS-DOUBLE-BFP           USAGE COMP-2.                        00017700
017800 77  LS-DOUBLE-HFP           USAGE COMP-2.                        00017800
017900 77  LS-BIND-AMOUNT-HFP      USAGE COMP-2.                        00017900
018000 77  LS-BIND-AMOUNT-BFP      USAGE COMP-2.                        00018000
018100 77  LS-OPEN-FLAGS           PIC S9(9) COMP-5.                    00018100
018200 77  LS-NULL                 POINTER VALUE IS NULL.               00018200
018300 77  LS-SQL-ERRCODE          PIC S9(9) COMP-5.                    00018300
018400 77  LS-ERRMSG-POINTER       USAGE IS POINTER.                    00018400
018500 77  WS-ERRMSG-TEXT          PIC X(255).                          00018500
018600 77  WS-ERRMSG-LEN           PIC S9(4) COMP-5.                    00018600
018700*                                                                 00018700
018800* Milliseconds SQLITE3-BUSY-TIMEOUT waits/retries internally      00018800
018900* before returning SQLITE-BUSY, so a transient lock from an       00018900
019000* overlapping batch window does not abend this job outright.      00019000
019100 77  LS-BUSY-TIMEOUT-MS      PIC S9(9) COMP-5                     00019100
019200        VALUE IS 5000.                                            00019200
019300*                                                                 00019300
019400* The PARM fields.                                                00019400
019500*                                                                 00019500
019600 77  WS-PARM-DBPATH          PIC X(255).                          00019600
019700 77  WS-PARM-TABLE           PIC X(30).                           00019700
019800 77  WS-PARM-LEN             PIC S9(4) COMP-5.                    00019800
019900 77  WS-TABLE-NAME           PIC X(30)                            00019900
020000        VALUE IS 'LOADTAB'.                                       00020000
020100 77  WS-TABLE-NAME-LEN       PIC S9(4) COMP-5.                    00020100
020200 77  WS-CONTACT-TABLE        PIC X(30).                           00020200
020300 77  WS-SQL-PTR              PIC S9(4) COMP-5.                    00020300
020400 77  WS-PREP-LABEL           PIC X(20).                           00020400
020500 77  WS-CONTACT-SWITCH       PIC X                                00020500
020600                             VALUE IS 'N'.                        00020600
020700     88  WS-HAVE-CONTACTS    VALUE IS 'Y'.                        00020700
020800 77  WS-PENDING-SWITCH       PIC X                                00020800
020900                             VALUE IS 'N'.                        00020900
021000     88  WS-HAVE-PENDING     VALUE IS 'Y'.                        00021000
021100*                                                                 00021100
021200* The merge card being processed.                                 00021200
021300*                                                                 00021300
021400 77  WS-EOF-SWITCH           PIC X                                00021400
021500                             VALUE IS 'N'.                        00021500
021600     88  WS-EOF              VALUE IS 'Y'.                        00021600
021700 77  WS-CARD-KEYWORD         PIC X(20).                           00021700
021800 77  WS-CARD-VALUE           PIC X(60).                           00021800
021900 77  WS-CARD-SURVIVOR        PIC X(20).                           00021900
022000 77  WS-CARD-VICTIM          PIC X(20).                           00022000
022100 77  WS-CARD-ID-TEXT         PIC X(20).                           00022100
022200 77  WS-CARD-ID              PIC S9(9) COMP-5.                    00022200
022300 77  WS-SURVIVOR-ID          PIC S9(9) COMP-5.                    00022300
022400 77  WS-VICTIM-ID            PIC S9(9) COMP-5.                    00022400
022500 77  WS-REFUSE-REASON        PIC X(50).                           00022500
022600*                                                                 00022600
022700* The two rows as they stand now, and the merged result.          00022700
022800*                                                                 00022800
022900 77  WS-ROW-FOUND-SWITCH     PIC X.                               00022900
023000     88  WS-ROW-FOUND        VALUE IS 'Y'.                        00023000
023100 77  WS-LOOK-ID              PIC S9(9) COMP-5.                    00023100
023200 77  WS-LOOK-NAME            PIC X(40).                           00023200
023300 77  WS-LOOK-AMOUNT          PIC S9(9)V99.                        00023300
023400 77  WS-SURVIVOR-NAME        PIC X(40).                           00023400
023500 77  WS-SURVIVOR-AMOUNT      PIC S9(9)V99.                        00023500
023600 77  WS-VICTIM-NAME          PIC X(40).                           00023600
023700 77  WS-VICTIM-AMOUNT        PIC S9(9)V99.                        00023700
023800 77  WS-NEW-AMOUNT           PIC S9(9)V99.                        00023800
023900 77  WS-PENDING-COUNT        PIC S9(9) COMP-5.                    00023900
024000 77  WS-MOVED-CONTACTS       PIC S9(9) COMP-5.                    00024000
024100 77  WS-CONTACT-ADDR         PIC X(40).                           00024100
024200 77  WS-ID-DISPLAY           PIC 9(9).                            00024200
024300 77  WS-OTHER-ID-DISPLAY     PIC 9(9).                            00024300
024400 77  WS-AMT-DISPLAY          PIC 9(7).99.                         00024400
024500 77  WS-CONTACT-DISPLAY      PIC 9(5).                            00024500
024600 77  WS-COL-VALUE            PIC X(80).                           00024600
024700 77  WS-COL-VALUE-LEN        PIC S9(4) COMP-5.                    00024700
024800 77  WS-COL-AMOUNT           PIC S9(9)V99.                        00024800
024900*                                                                 00024900
025000* Run accounting.                                                 00025000
025100*                                                                 00025100
025200 77  WS-CARD-COUNT           PIC S9(9) COMP-5                     00025200
025300                             VALUE IS ZERO.                       00025300
025400 77  WS-MERGED-COUNT         PIC S9(9) COMP-5                     00025400
025500                             VALUE IS ZERO.                       00025500
025600 77  WS-REFUSED-COUNT        PIC S9(9) COMP-5                     00025600
025700                             VALUE IS ZERO.                       00025700
025800 77  WS-CONTACT-TOTAL        PIC S9(9) COMP-5                     00025800
025900                             VALUE IS ZERO.                       00025900
026000 77  WS-MOVED-TOTAL          PIC S9(11)V99                        00026000
026100                             VALUE IS ZERO.                       00026100
026200 77  WS-COUNT-DISPLAY        PIC Z(8)9.                           00026200
026300 77  WS-TOTAL-DISPLAY        PIC -(11)9.99.                       00026300
026400*                                                                 00026400
026500* The AUDIT_LOG trail, the same reusable WRITE-AUDIT-LOG          00026500
026600* convention TESTCOB8 follows.                                    00026600
026700*                                                                 00026700
026800 77  LS-LILIAN               PIC S9(9) COMP-5.                    00026800
026900 77  LS-AUDIT-GMT-SECS       USAGE COMP-2.                        00026900
027000 77  WS-AUDIT-TABLE          PIC X(30).                           00027000
027100 77  WS-AUDIT-OP             PIC X(10).                           00027100
027200 77  WS-AUDIT-BEFORE         PIC X(75).                           00027200
027300 77  WS-AUDIT-AFTER          PIC X(75).                           00027300
027400 77  LS-JPI-FUNC             PIC S9(9) COMP-5                     00027400
027500        VALUE IS 1.                                               00027500
027600 77  LS-JPI-BUFLEN           PIC S9(9) COMP-5                     00027600
027700        VALUE IS 8.                                               00027700
027800 77  LS-JPI-RETLEN           PIC S9(9) COMP-5.                    00027800
027900 77  WS-JOB-NAME             PIC X(8).                            00027900
028000*                                                                 00028000
028100* Fields supporting the paginated REPORT1 listing, the same       00028100
028200* heading/page-break convention TESTCB26 uses.                    00028200
028300*                                                                 00028300
028400 77  WS-REPORT-LINE          PIC X(132).                          00028400
028500 77  WS-RPT-PTR              PIC S9(4) COMP-5.                    00028500
028600 77  WS-RUN-DATE             PIC X(8).                            00028600
028700 77  WS-PAGE-COUNT           PIC S9(4) COMP-5                     00028700
028800                         VALUE IS ZERO.                           00028800
028900 77  WS-PAGE-NUM-DISPLAY     PIC Z(4)9.                           00028900
029000 77  WS-LINE-COUNT           PIC S9(4) COMP-5                     00029000
029100                         VALUE IS ZERO.                           00029100
029200 77  WS-LINES-PER-PAGE       PIC S9(4) COMP-5                     00029200
029300                         VALUE IS 60.                             00029300
029400 LINKAGE SECTION.                                                 00029400
029500 01  MVS-PARM.                                                    00029500
029600     05 MVS-PARM-LENGTH      PIC S9(4) COMP-5.                    00029600
029700     05 MVS-PARM-VALUE       PIC X(32760).                        00029700
029800 77  LINKAGE-LIBVERSION      PIC X(101).                          00029800
029900 77  LINKAGE-COLUMN-TEXT     PIC X(1024).                         00029900
030000*  MVS-PARM-VALUE LENGTH IS REALLY ONLY THE NUMBER OF CHARACTERS  00030000
030100*  CONTAINED IN MVS-PARM-LENGTH. YOU NEED TO USE REFERENCE        00030100
030200*  MODIFICATION TO MAKE SURE YOU DON'T EXCEED THE ACTUAL LENGTH   00030200
030300*  PASSED TO THIS PROGRAM.                                        00030300
030400*                                                                 00030400
030500*                                                                 00030500
030600 PROCEDURE DIVISION USING MVS-PARM.                               00030600
030700 START-UP.                                                        00030700
030800     CALL SQLITE3A USING SQLITE3-LIBVERSION                       00030800
030900          RETURNING LS-LIBVERSION-POINTER                         00030900
031000     END-CALL                                                     00031000
031100     IF LS-LIBVERSION-POINTER NOT EQUAL TO NULL THEN              00031100
031200        SET ADDRESS OF LINKAGE-LIBVERSION TO                      00031200
031300            LS-LIBVERSION-POINTER                                 00031300
031400        MOVE ZERO TO LS-LIBVERSION-LENGTH                         00031400
031500        INSPECT LINKAGE-LIBVERSION                                00031500
031600                TALLYING LS-LIBVERSION-LENGTH                     00031600
031700                FOR CHARACTERS BEFORE INITIAL LOW-VALUE           00031700
031800        DISPLAY 'Sqlite version is '                              00031800
031900                LINKAGE-LIBVERSION(1:LS-LIBVERSION-LENGTH)        00031900
032000                UPON SYSOUT                                       00032000
032100     END-IF                                                       00032100
032200     CALL SQLITE3A USING SQLITE3-INITIALIZE                       00032200
032300     RETURNING LS-SQL-RC                                          00032300
032400     END-CALL                                                     00032400
032500     IF LS-SQL-RC NOT = SQLITE-OK THEN                            00032500
032600        DISPLAY 'SQLITE-INITIALIZE FAILED. RC='                   00032600
032700            LS-SQL-RC                                             00032700
032800            UPON SYSOUT                                           00032800
032900        MOVE +16 TO RETURN-CODE                                   00032900
033000        GOBACK                                                    00033000
033100     END-IF                                                       00033100
033200     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE               00033200
033300     MOVE SPACES TO WS-JOB-NAME                                   00033300
033400     CALL 'CEE3JPI' USING LS-JPI-FUNC, WS-JOB-NAME,               00033400
033500             LS-JPI-BUFLEN, LS-JPI-RETLEN, LE-FC                  00033500
033600     OPEN OUTPUT REPORT1-FD                                       00033600
033700     .                                                            00033700
033800 PARSE-PARM.                                                      00033800
033900     MOVE SPACES TO WS-PARM-DBPATH                                00033900
034000     MOVE SPACES TO WS-PARM-TABLE                                 00034000
034100     IF MVS-PARM-LENGTH IS GREATER THAN ZERO THEN                 00034100
034200        UNSTRING MVS-PARM-VALUE(1:MVS-PARM-LENGTH)                00034200
034300            DELIMITED BY ','                                      00034300
034400             INTO WS-PARM-DBPATH, WS-PARM-TABLE                   00034400
034500        END-UNSTRING                                              00034500
034600     END-IF                                                       00034600
034700     MOVE ZERO TO WS-PARM-LEN                                     00034700
034800     INSPECT WS-PARM-DBPATH TALLYING WS-PARM-LEN                  00034800
034900             FOR CHARACTERS BEFORE INITIAL SPACE                  00034900
035000     IF WS-PARM-LEN IS GREATER THAN ZERO THEN                     00035000
035100        MOVE WS-PARM-DBPATH(1:WS-PARM-LEN) TO SQL-ZCHAR           00035100
035200        MOVE LOW-VALUES TO SQL-ZCHAR(WS-PARM-LEN + 1:1)           00035200
035300     ELSE                                                         00035300
035400        MOVE Z'/tmp/testcob4.sqlite3' TO SQL-ZCHAR                00035400
035500     END-IF                                                       00035500
035600     IF WS-PARM-TABLE IS NOT EQUAL TO SPACES THEN                 00035600
035700        MOVE WS-PARM-TABLE TO WS-TABLE-NAME                       00035700
035800     END-IF                                                       00035800
035900     MOVE ZERO TO WS-TABLE-NAME-LEN                               00035900
036000     INSPECT WS-TABLE-NAME TALLYING WS-TABLE-NAME-LEN             00036000
036100             FOR CHARACTERS BEFORE INITIAL SPACE                  00036100
036200     MOVE SPACES TO WS-CONTACT-TABLE                              00036200
036300     STRING WS-TABLE-NAME(1:WS-TABLE-NAME-LEN)                    00036300
036400         DELIMITED BY SIZE                                        00036400
036500         '_CONTACT' DELIMITED BY SIZE                             00036500
036600         INTO WS-CONTACT-TABLE                                    00036600
036700     END-STRING                                                   00036700
036800     .                                                            00036800
036900 INITIALIZE-SQLITE.                                               00036900
037000     MOVE SQLITE-OPEN-READWRITE TO LS-OPEN-FLAGS                  00037000
037100     CALL SQLITE3A USING BY REFERENCE SQLITE3-OPEN-V2             00037100
037200         BY REFERENCE SQL-ZCHAR                                   00037200
037300         BY REFERENCE LS-DB                                       00037300
037400         BY VALUE LS-OPEN-FLAGS                                   00037400
037500         BY VALUE LS-NULL                                         00037500
037600         RETURNING LS-SQL-RC                                      00037600
037700     END-CALL                                                     00037700
037800     IF LS-SQL-RC IS NOT EQUAL TO SQLITE-OK AND                   00037800
037900        LS-SQL-RC IS NOT EQUAL TO SQLITE-DONE THEN                00037900
038000        DISPLAY 'SQLITE3-OPEN FAILED. RC='                        00038000
038100           LS-SQL-RC UPON SYSOUT                                  00038100
038200        PERFORM DISPLAY-SQL-ERROR                                 00038200
038300        MOVE +16 TO RETURN-CODE                                   00038300
038400        CLOSE REPORT1-FD                                          00038400
038500        GOBACK                                                    00038500
038600     END-IF                                                       00038600
038700     CALL SQLITE3A USING BY REFERENCE SQLITE3-BUSY-TIMEOUT        00038700
038800         BY VALUE LS-DB                                           00038800
038900         BY VALUE LS-BUSY-TIMEOUT-MS                              00038900
039000         RETURNING LS-SQL-RC                                      00039000
039100     END-CALL                                                     00039100
039200     .                                                            00039200
039300 CREATE-AUDIT-LOG-TABLE.                                          00039300
039400     MOVE 1 TO WS-SQL-PTR                                         00039400
039500     STRING 'CREATE TABLE IF NOT EXISTS AUDIT_LOG ('              00039500
039600         DELIMITED BY SIZE                                        00039600
039700         'TABLE_NAME TEXT, OPERATION TEXT, '                      00039700
039800         DELIMITED BY SIZE                                        00039800
039900         'BEFORE_VALUE TEXT, AFTER_VALUE TEXT, '                  00039900
040000         DELIMITED BY SIZE                                        00040000
040100         'LOG_TIME REAL, JOB_NAME TEXT)' DELIMITED BY SIZE        00040100
040200         INTO SQL-ZCHAR                                           00040200
040300         WITH POINTER WS-SQL-PTR                                  00040300
040400     END-STRING                                                   00040400
040500     MOVE LOW-VALUES TO SQL-ZCHAR(WS-SQL-PTR:1)                   00040500
040600     CALL SQLITE3A USING BY REFERENCE SQLITE3-EXEC                00040600
040700         BY VALUE LS-DB                                           00040700
040800         BY REFERENCE SQL-ZCHAR                                   00040800
040900         BY VALUE LS-ZERO                                         00040900
041000         BY VALUE LS-ZERO                                         00041000
041100         BY VALUE LS-ZERO                                         00041100
041200         RETURNING LS-SQL-RC                                      00041200
041300     END-CALL                                                     00041300
041400     IF LS-SQL-RC IS NOT EQUAL TO SQLITE-OK AND                   00041400
041500        LS-SQL-RC IS NOT EQUAL TO SQLITE-DONE THEN                00041500
041600        DISPLAY 'CREATE AUDIT_LOG TABLE FAILED. RC='              00041600
041700           LS-SQL-RC UPON SYSOUT                                  00041700
041800        PERFORM DISPLAY-SQL-ERROR                                 00041800
041900        MOVE +16 TO RETURN-CODE                                   00041900
042000        CLOSE REPORT1-FD                                          00042000
042100        GOBACK                                                    00042100
042200     END-IF                                                       00042200
042300     .                                                            00042300
042400 PREPARE-STATEMENTS.                                              00042400
042500     MOVE 1 TO WS-SQL-PTR                                         00042500
042600     STRING 'INSERT INTO AUDIT_LOG(TABLE_NAME,OPERATION,'         00042600
042700         DELIMITED BY SIZE                                        00042700
042800         'BEFORE_VALUE,AFTER_VALUE,LOG_TIME,JOB_NAME) '           00042800
042900         DELIMITED BY SIZE                                        00042900
043000         'VALUES(?,?,?,?,?,?)' DELIMITED BY SIZE                  00043000
043100         INTO SQL-ZCHAR                                           00043100
043200         WITH POINTER WS-SQL-PTR                                  00043200
043300     END-STRING                                                   00043300
043400     MOVE LOW-VALUES TO SQL-ZCHAR(WS-SQL-PTR:1)                   00043400
043500     MOVE 'AUDIT INSERT' TO WS-PREP-LABEL                         00043500
043600     PERFORM PREPARE-ONE-STATEMENT                                00043600
043700     SET LS-AUDIT-STMT TO LS-PREPARED-STMT                        00043700
043800     MOVE 1 TO WS-SQL-PTR                                         00043800
043900     STRING 'SELECT NAME,AMOUNT FROM ' DELIMITED BY SIZE          00043900
044000         WS-TABLE-NAME(1:WS-TABLE-NAME-LEN) DELIMITED BY SIZE     00044000
044100         ' WHERE ID = ?' DELIMITED BY SIZE                        00044100
044200         INTO SQL-ZCHAR                                           00044200
044300         WITH POINTER WS-SQL-PTR                                  00044300
044400     END-STRING                                                   00044400
044500     MOVE LOW-VALUES TO SQL-ZCHAR(WS-SQL-PTR:1)                   00044500
044600     MOVE 'ROW LOOKUP' TO WS-PREP-LABEL                           00044600
044700     PERFORM PREPARE-ONE-STATEMENT                                00044700
044800     SET LS-LOOKUP-STMT TO LS-PREPARED-STMT                       00044800
044900     MOVE 1 TO WS-SQL-PTR                                         00044900
045000     STRING 'UPDATE ' DELIMITED BY SIZE                           00045000
045100         WS-TABLE-NAME(1:WS-TABLE-NAME-LEN) DELIMITED BY SIZE     00045100
045200         ' SET AMOUNT = ? WHERE ID = ?' DELIMITED BY SIZE         00045200
045300         INTO SQL-ZCHAR                                           00045300
045400         WITH POINTER WS-SQL-PTR                                  00045400
045500     END-STRING                                                   00045500
045600     MOVE LOW-VALUES TO SQL-ZCHAR(WS-SQL-PTR:1)                   00045600
045700     MOVE 'SURVIVOR UPDATE' TO WS-PREP-LABEL                      00045700
045800     PERFORM PREPARE-ONE-STATEMENT                                00045800
045900     SET LS-AMOUNT-STMT TO LS-PREPARED-STMT                       00045900
046000     MOVE 1 TO WS-SQL-PTR                                         00046000
046100     STRING 'DELETE FROM ' DELIMITED BY SIZE                      00046100
046200         WS-TABLE-NAME(1:WS-TABLE-NAME-LEN) DELIMITED BY SIZE     00046200
046300         ' WHERE ID = ?' DELIMITED BY SIZE                        00046300
046400         INTO SQL-ZCHAR                                           00046400
046500         WITH POINTER WS-SQL-PTR                                  00046500
046600     END-STRING                                                   00046600
046700     MOVE LOW-VALUES TO SQL-ZCHAR(WS-SQL-PTR:1)                   00046700
046800     MOVE 'VICTIM DELETE' TO WS-PREP-LABEL                        00046800
046900     PERFORM PREPARE-ONE-STATEMENT                                00046900
047000     SET LS-DELETE-STMT TO LS-PREPARED-STMT                       00047000
047100     .                                                            00047100
047200*                                                                 00047200
047300* The _CONTACT child table and the PENDING_CHANGE queue are both  00047300
047400* optional: a data base from before either existed simply has     00047400
047500* no such table, which is noted and the step skipped.             00047500
047600*                                                                 00047600
047700 PREPARE-OPTIONAL-STATEMENTS.                                     00047700
047800     MOVE 1 TO WS-SQL-PTR                                         00047800
047900     STRING 'SELECT ADDRESS FROM ' DELIMITED BY SIZE              00047900
048000         WS-TABLE-NAME(1:WS-TABLE-NAME-LEN) DELIMITED BY SIZE     00048000
048100         '_CONTACT WHERE PARENT_ID = ?' DELIMITED BY SIZE         00048100
048200         INTO SQL-ZCHAR                                           00048200
048300         WITH POINTER WS-SQL-PTR                                  00048300
048400     END-STRING                                                   00048400
048500     MOVE LOW-VALUES TO SQL-ZCHAR(WS-SQL-PTR:1)                   00048500
048600     CALL SQLITE3A USING BY REFERENCE SQLITE3-PREPARE-V2          00048600
048700         BY VALUE LS-DB                                           00048700
048800         BY REFERENCE SQL-ZCHAR                                   00048800
048900         BY VALUE LS-MINUS-ONE                                    00048900
049000         BY REFERENCE LS-CONTACT-SEL-STMT                         00049000
049100         BY VALUE LS-ZERO                                         00049100
049200         RETURNING LS-SQL-RC                                      00049200
049300     END-CALL                                                     00049300
049400     IF LS-SQL-RC IS EQUAL TO SQLITE-OK THEN                      00049400
049500        MOVE 'Y' TO WS-CONTACT-SWITCH                             00049500
049600        MOVE 1 TO WS-SQL-PTR                                      00049600
049700        STRING 'UPDATE ' DELIMITED BY SIZE                        00049700
049800            WS-TABLE-NAME(1:WS-TABLE-NAME-LEN) DELIMITED BY SIZE  00049800
049900            '_CONTACT SET PARENT_ID = ? WHERE PARENT_ID = ?'      00049900
050000            DELIMITED BY SIZE                                     00050000
050100            INTO SQL-ZCHAR                                        00050100
050200            WITH POINTER WS-SQL-PTR                               00050200
050300        END-STRING                                                00050300
050400        MOVE LOW-VALUES TO SQL-ZCHAR(WS-SQL-PTR:1)                00050400
050500        MOVE 'CONTACT UPDATE' TO WS-PREP-LABEL                    00050500
050600        PERFORM PREPARE-ONE-STATEMENT                             00050600
050700        SET LS-CONTACT-UPD-STMT TO LS-PREPARED-STMT               00050700
050800     ELSE                                                         00050800
050900        DISPLAY 'NO CONTACT CHILD TABLE IN THIS DATA BASE.'       00050900
051000           UPON SYSOUT                                            00051000
051100     END-IF                                                       00051100
051200     MOVE 1 TO WS-SQL-PTR                                         00051200
051300     STRING 'SELECT COUNT(*) FROM PENDING_CHANGE '                00051300
051400         DELIMITED BY SIZE                                        00051400
051500         'WHERE TABLE_NAME = ? AND ROW_ID IN (?,?) '              00051500
051600         DELIMITED BY SIZE                                        00051600
051700         'AND STATUS = ''PENDING''' DELIMITED BY SIZE             00051700
051800         INTO SQL-ZCHAR                                           00051800
051900         WITH POINTER WS-SQL-PTR                                  00051900
052000     END-STRING                                                   00052000
052100     MOVE LOW-VALUES TO SQL-ZCHAR(WS-SQL-PTR:1)                   00052100
052200     CALL SQLITE3A USING BY REFERENCE SQLITE3-PREPARE-V2          00052200
052300         BY VALUE LS-DB                                           00052300
052400         BY REFERENCE SQL-ZCHAR                                   00052400
052500         BY VALUE LS-MINUS-ONE                                    00052500
052600         BY REFERENCE LS-PENDING-STMT                             00052600
052700         BY VALUE LS-ZERO                                         00052700
052800         RETURNING LS-SQL-RC                                      00052800
052900     END-CALL                                                     00052900
053000     IF LS-SQL-RC IS EQUAL TO SQLITE-OK THEN                      00053000
053100        MOVE 'Y' TO WS-PENDING-SWITCH                             00053100
053200     END-IF                                                       00053200
053300     .                                                            00053300
053400 BEGIN-TRANSACTION.                                               00053400
053500     MOVE Z'BEGIN TRANSACTION' TO SQL-ZCHAR                       00053500
053600     CALL SQLITE3A USING BY REFERENCE SQLITE3-EXEC                00053600
053700         BY VALUE LS-DB                                           00053700
053800         BY REFERENCE SQL-ZCHAR                                   00053800
053900         BY VALUE LS-ZERO                                         00053900
054000         BY VALUE LS-ZERO                                         00054000
054100         BY VALUE LS-ZERO                                         00054100
054200         RETURNING LS-SQL-RC                                      00054200
054300     END-CALL                                                     00054300
054400     IF LS-SQL-RC IS NOT EQUAL TO SQLITE-OK AND                   00054400
054500        LS-SQL-RC IS NOT EQUAL TO SQLITE-DONE THEN                00054500
054600        DISPLAY 'BEGIN TRANSACTION FAILED. RC='                   00054600
054700           LS-SQL-RC UPON SYSOUT                                  00054700
054800        PERFORM DISPLAY-SQL-ERROR                                 00054800
054900        MOVE +16 TO RETURN-CODE                                   00054900
055000        GO TO SHUTDOWN                                            00055000
055100     END-IF                                                       00055100
055200     .                                                            00055200
055300*                                                                 00055300
055400* Take the merge cards. Each card stands alone: a refused card    00055400
055500* is reported and the rest still go through.                      00055500
055600*                                                                 00055600
055700 READ-MERGE-CARDS.                                                00055700
055800     PERFORM WRITE-REPORT-HEADING                                 00055800
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
063800* One MERGE=survivor,victim card. Every refusal is decided        00063800
063900* before anything is touched.                                     00063900
064000*                                                                 00064000
064100 PROCESS-ONE-CARD.                                                00064100
064200     IF SYSIN-RECORD(1:1) IS EQUAL TO '*' OR                      00064200
064300        SYSIN-RECORD IS EQUAL TO SPACES THEN                      00064300
064400        CONTINUE                                                  00064400
064500     ELSE                                                         00064500
064600        ADD 1 TO WS-CARD-COUNT                                    00064600
064700        MOVE SPACES TO WS-CARD-KEYWORD                            00064700
064800        MOVE SPACES TO WS-CARD-VALUE                              00064800
064900        UNSTRING SYSIN-RECORD                                     00064900
065000            DELIMITED BY '='                                      00065000
065100             INTO WS-CARD-KEYWORD, WS-CARD-VALUE                  00065100
065200        END-UNSTRING                                              00065200
065300        MOVE SPACES TO WS-CARD-SURVIVOR                           00065300
065400        MOVE SPACES TO WS-CARD-VICTIM                             00065400
065500        UNSTRING WS-CARD-VALUE                                    00065500
065600            DELIMITED BY ',' OR SPACE                             00065600
065700             INTO WS-CARD-SURVIVOR, WS-CARD-VICTIM                00065700
065800        END-UNSTRING                                              00065800
065900        MOVE ZERO TO WS-SURVIVOR-ID                               00065900
066000        MOVE ZERO TO WS-VICTIM-ID                                 00066000
066100        MOVE ZERO TO WS-MOVED-CONTACTS                            00066100
066200        MOVE SPACES TO WS-REFUSE-REASON                           00066200
066300        IF WS-CARD-KEYWORD IS NOT EQUAL TO 'MERGE' THEN           00066300
066400           MOVE 'INVALID MERGE CARD' TO WS-REFUSE-REASON          00066400
066500        ELSE                                                      00066500
066600           MOVE WS-CARD-SURVIVOR TO WS-CARD-ID-TEXT               00066600
066700           PERFORM CHECK-CARD-ID                                  00066700
066800           MOVE WS-CARD-ID TO WS-SURVIVOR-ID                      00066800
066900           MOVE WS-CARD-VICTIM TO WS-CARD-ID-TEXT                 00066900
067000           PERFORM CHECK-CARD-ID                                  00067000
067100           MOVE WS-CARD-ID TO WS-VICTIM-ID                        00067100
067200           IF WS-SURVIVOR-ID IS EQUAL TO ZERO OR                  00067200
067300              WS-VICTIM-ID IS EQUAL TO ZERO THEN                  00067300
067400              MOVE 'INVALID LOAD-ID ON MERGE CARD'                00067400
067500                 TO WS-REFUSE-REASON                              00067500
067600           ELSE                                                   00067600
067700              IF WS-SURVIVOR-ID IS EQUAL TO WS-VICTIM-ID THEN     00067700
067800                 MOVE 'SURVIVOR AND VICTIM ARE THE SAME LOAD-ID'  00067800
067900                    TO WS-REFUSE-REASON                           00067900
068000              ELSE                                                00068000
068100                 PERFORM CHECK-MERGE-PAIR                         00068100
068200              END-IF                                              00068200
068300           END-IF                                                 00068300
068400        END-IF                                                    00068400
068500        IF WS-REFUSE-REASON IS EQUAL TO SPACES THEN               00068500
068600           PERFORM MERGE-ONE-PAIR                                 00068600
068700        ELSE                                                      00068700
068800           PERFORM REFUSE-MERGE                                   00068800
068900        END-IF                                                    00068900
069000     END-IF                                                       00069000
069100     .                                                            00069100
069200*                                                                 00069200
069300* WS-CARD-ID-TEXT as a LOAD-ID in WS-CARD-ID; zero when it is     00069300
069400* not 1 to 9 digits.                                              00069400
069500*                                                                 00069500
069600 CHECK-CARD-ID.                                                   00069600
069700     MOVE ZERO TO WS-CARD-ID                                      00069700
069800     MOVE ZERO TO WS-PARM-LEN                                     00069800
069900     INSPECT WS-CARD-ID-TEXT TALLYING WS-PARM-LEN                 00069900
070000             FOR CHARACTERS BEFORE INITIAL SPACE                  00070000
070100     IF WS-PARM-LEN IS GREATER THAN ZERO AND                      00070100
070200        WS-PARM-LEN IS NOT GREATER THAN 9 THEN                    00070200
070300        IF WS-CARD-ID-TEXT(1:WS-PARM-LEN) IS NUMERIC THEN         00070300
070400           COMPUTE WS-CARD-ID = FUNCTION NUMVAL                   00070400
070500              (WS-CARD-ID-TEXT(1:WS-PARM-LEN))                    00070500
070600        END-IF                                                    00070600
070700     END-IF                                                       00070700
070800     .                                                            00070800
070900*                                                                 00070900
071000* Both rows must be on file, neither may be waiting on a second   00071000
071100* person's approval, and the merged AMOUNT must still fit.        00071100
071200*                                                                 00071200
071300 CHECK-MERGE-PAIR.                                                00071300
071400     MOVE WS-SURVIVOR-ID TO WS-LOOK-ID                            00071400
071500     PERFORM LOOKUP-ROW                                           00071500
071600     IF NOT WS-ROW-FOUND THEN                                     00071600
071700        MOVE 'SURVIVOR NOT ON FILE' TO WS-REFUSE-REASON           00071700
071800     ELSE                                                         00071800
071900        MOVE WS-LOOK-NAME TO WS-SURVIVOR-NAME                     00071900
072000        MOVE WS-LOOK-AMOUNT TO WS-SURVIVOR-AMOUNT                 00072000
072100        MOVE WS-VICTIM-ID TO WS-LOOK-ID                           00072100
072200        PERFORM LOOKUP-ROW                                        00072200
072300        IF NOT WS-ROW-FOUND THEN                                  00072300
072400           MOVE 'VICTIM NOT ON FILE' TO WS-REFUSE-REASON          00072400
072500        ELSE                                                      00072500
072600           MOVE WS-LOOK-NAME TO WS-VICTIM-NAME                    00072600
072700           MOVE WS-LOOK-AMOUNT TO WS-VICTIM-AMOUNT                00072700
072800           COMPUTE WS-NEW-AMOUNT =                                00072800
072900                   WS-SURVIVOR-AMOUNT + WS-VICTIM-AMOUNT          00072900
073000           PERFORM COUNT-PENDING-CHANGES                          00073000
073100           IF WS-PENDING-COUNT IS GREATER THAN ZERO THEN          00073100
073200              MOVE 'A CHANGE TO THE PAIR IS PENDING APPROVAL'     00073200
073300                 TO WS-REFUSE-REASON                              00073300
073400           ELSE                                                   00073400
073500              IF WS-NEW-AMOUNT IS GREATER THAN 9999999.99 OR      00073500
073600                 WS-NEW-AMOUNT IS LESS THAN ZERO THEN             00073600
073700                 MOVE 'MERGED AMOUNT DOES NOT FIT AMT= IMAGE'     00073700
073800                    TO WS-REFUSE-REASON                           00073800
073900              END-IF                                              00073900
074000           END-IF                                                 00074000
074100        END-IF                                                    00074100
074200     END-IF                                                       00074200
074300     .                                                            00074300
074400 LOOKUP-ROW.                                                      00074400
074500     MOVE 'N' TO WS-ROW-FOUND-SWITCH                              00074500
074600     MOVE SPACES TO WS-LOOK-NAME                                  00074600
074700     MOVE ZERO TO WS-LOOK-AMOUNT                                  00074700
074800     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-INT            00074800
074900         BY VALUE LS-LOOKUP-STMT                                  00074900
075000         BY VALUE LS-ONE                                          00075000
075100         BY VALUE WS-LOOK-ID                                      00075100
075200         RETURNING LS-SQL-RC                                      00075200
075300     END-CALL                                                     00075300
075400     CALL SQLITE3A USING BY REFERENCE SQLITE3-STEP                00075400
075500         BY VALUE LS-LOOKUP-STMT                                  00075500
075600         RETURNING LS-SQL-RC                                      00075600
075700     END-CALL                                                     00075700
075800     IF LS-SQL-RC IS EQUAL TO SQLITE-ROW THEN                     00075800
075900        MOVE 'Y' TO WS-ROW-FOUND-SWITCH                           00075900
076000        SET LS-WORK-STMT TO LS-LOOKUP-STMT                        00076000
076100        MOVE +0 TO LS-COLUMN-NUMBER                               00076100
076200        PERFORM GET-COLUMN-TEXT                                   00076200
076300        MOVE WS-COL-VALUE TO WS-LOOK-NAME                         00076300
076400        MOVE +1 TO LS-COLUMN-NUMBER                               00076400
076500        PERFORM GET-COLUMN-AMOUNT                                 00076500
076600        MOVE WS-COL-AMOUNT TO WS-LOOK-AMOUNT                      00076600
076700     END-IF                                                       00076700
076800     CALL SQLITE3A USING BY REFERENCE SQLITE3-RESET               00076800
076900         BY VALUE LS-LOOKUP-STMT                                  00076900
077000         RETURNING LS-SQL-RC                                      00077000
077100     END-CALL                                                     00077100
077200     .                                                            00077200
077300 COUNT-PENDING-CHANGES.                                           00077300
077400     MOVE ZERO TO WS-PENDING-COUNT                                00077400
077500     IF WS-HAVE-PENDING THEN                                      00077500
077600        CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT        00077600
077700            BY VALUE LS-PENDING-STMT                              00077700
077800            BY VALUE LS-ONE                                       00077800
077900            BY REFERENCE WS-TABLE-NAME                            00077900
078000            BY VALUE 30                                           00078000
078100            BY VALUE SQLITE-TRANSIENT                             00078100
078200            RETURNING LS-SQL-RC                                   00078200
078300        END-CALL                                                  00078300
078400        CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-INT         00078400
078500            BY VALUE LS-PENDING-STMT                              00078500
078600            BY VALUE LS-TWO                                       00078600
078700            BY VALUE WS-SURVIVOR-ID                               00078700
078800            RETURNING LS-SQL-RC                                   00078800
078900        END-CALL                                                  00078900
079000        CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-INT         00079000
079100            BY VALUE LS-PENDING-STMT                              00079100
079200            BY VALUE LS-THREE                                     00079200
079300            BY VALUE WS-VICTIM-ID                                 00079300
079400            RETURNING LS-SQL-RC                                   00079400
079500        END-CALL                                                  00079500
079600        CALL SQLITE3A USING BY REFERENCE SQLITE3-STEP             00079600
079700            BY VALUE LS-PENDING-STMT                              00079700
079800            RETURNING LS-SQL-RC                                   00079800
079900        END-CALL                                                  00079900
080000        IF LS-SQL-RC IS EQUAL TO SQLITE-ROW THEN                  00080000
080100           MOVE +0 TO LS-COLUMN-NUMBER                            00080100
080200           CALL SQLITE3A USING                                    00080200
080300               BY REFERENCE SQLITE3-COLUMN-INT                    00080300
080400               BY VALUE LS-PENDING-STMT                           00080400
080500               BY VALUE LS-COLUMN-NUMBER                          00080500
080600               RETURNING WS-PENDING-COUNT                         00080600
080700           END-CALL                                               00080700
080800        END-IF                                                    00080800
080900        CALL SQLITE3A USING BY REFERENCE SQLITE3-RESET            00080900
081000            BY VALUE LS-PENDING-STMT                              00081000
081100            RETURNING LS-SQL-RC                                   00081100
081200        END-CALL                                                  00081200
081300     END-IF                                                       00081300
081400     .                                                            00081400
081500*                                                                 00081500
081600* The merge proper: survivor's AMOUNT, then the _CONTACT rows,    00081600
081700* then the victim's row, each audited as it goes, then the        00081700
081800* MERGE record of the whole.                                      00081800
081900*                                                                 00081900
082000 MERGE-ONE-PAIR.                                                  00082000
082100     PERFORM COMBINE-AMOUNTS                                      00082100
082200     IF RETURN-CODE IS NOT EQUAL TO +16 AND                       00082200
082300        WS-HAVE-CONTACTS THEN                                     00082300
082400        PERFORM REPOINT-CONTACTS                                  00082400
082500     END-IF                                                       00082500
082600     IF RETURN-CODE IS NOT EQUAL TO +16 THEN                      00082600
082700        PERFORM DELETE-VICTIM                                     00082700
082800     END-IF                                                       00082800
082900     IF RETURN-CODE IS NOT EQUAL TO +16 THEN                      00082900
083000        PERFORM WRITE-MERGE-AUDIT                                 00083000
083100        ADD 1 TO WS-MERGED-COUNT                                  00083100
083200        ADD WS-MOVED-CONTACTS TO WS-CONTACT-TOTAL                 00083200
083300        ADD WS-VICTIM-AMOUNT TO WS-MOVED-TOTAL                    00083300
083400        MOVE SPACES TO WS-MERGE-LINE                              00083400
083500        MOVE WS-SURVIVOR-ID TO WS-ML-SURVIVOR                     00083500
083600        MOVE WS-VICTIM-ID TO WS-ML-VICTIM                         00083600
083700        MOVE 'MERGED' TO WS-ML-RESULT                             00083700
083800        MOVE WS-VICTIM-AMOUNT TO WS-ML-MOVED                      00083800
083900        MOVE WS-NEW-AMOUNT TO WS-ML-NEW-AMOUNT                    00083900
084000        MOVE WS-MOVED-CONTACTS TO WS-ML-CONTACTS                  00084000
084100        MOVE WS-SURVIVOR-NAME TO WS-ML-DETAIL                     00084100
084200        MOVE WS-MERGE-LINE TO WS-REPORT-LINE                      00084200
084300        PERFORM WRITE-REPORT-LINE-OUT                             00084300
084400     END-IF                                                       00084400
084500     .                                                            00084500
084600 COMBINE-AMOUNTS.                                                 00084600
084700     COMPUTE LS-BIND-AMOUNT-HFP = WS-NEW-AMOUNT                   00084700
084800     CALL SQLITE3A USING                                          00084800
084900         BY REFERENCE CONVERT-HFP-TO-BFP                          00084900
085000         BY VALUE LS-BIND-AMOUNT-HFP                              00085000
085100         BY REFERENCE LS-BIND-AMOUNT-BFP                          00085100
085200     END-CALL                                                     00085200
085300     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-DOUBLE         00085300
085400         BY VALUE LS-AMOUNT-STMT                                  00085400
085500         BY VALUE LS-ONE                                          00085500
085600         BY VALUE LS-BIND-AMOUNT-BFP                              00085600
085700         RETURNING LS-SQL-RC                                      00085700
085800     END-CALL                                                     00085800
085900     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-INT            00085900
086000         BY VALUE LS-AMOUNT-STMT                                  00086000
086100         BY VALUE LS-TWO                                          00086100
086200         BY VALUE WS-SURVIVOR-ID                                  00086200
086300         RETURNING LS-SQL-RC                                      00086300
086400     END-CALL                                                     00086400
086500     CALL SQLITE3A USING BY REFERENCE SQLITE3-STEP                00086500
086600         BY VALUE LS-AMOUNT-STMT                                  00086600
086700         RETURNING LS-SQL-RC                                      00086700
086800     END-CALL                                                     00086800
086900     IF LS-SQL-RC IS NOT EQUAL TO SQLITE-OK AND                   00086900
087000        LS-SQL-RC IS NOT EQUAL TO SQLITE-DONE THEN                00087000
087100        DISPLAY 'SURVIVOR UPDATE FAILED. RC='                     00087100
087200           LS-SQL-RC UPON SYSOUT                                  00087200
087300        PERFORM DISPLAY-SQL-ERROR                                 00087300
087400        MOVE +16 TO RETURN-CODE                                   00087400
087500     ELSE                                                         00087500
087600        MOVE WS-TABLE-NAME TO WS-AUDIT-TABLE                      00087600
087700        MOVE 'UPDATE' TO WS-AUDIT-OP                              00087700
087800        MOVE SPACES TO WS-AUDIT-BEFORE                            00087800
087900        MOVE SPACES TO WS-AUDIT-AFTER                             00087900
088000        MOVE WS-SURVIVOR-ID TO WS-ID-DISPLAY                      00088000
088100        MOVE WS-SURVIVOR-AMOUNT TO WS-AMT-DISPLAY                 00088100
088200        STRING 'ID=' DELIMITED BY SIZE                            00088200
088300            WS-ID-DISPLAY DELIMITED BY SIZE                       00088300
088400            ' NAME=' DELIMITED BY SIZE                            00088400
088500            WS-SURVIVOR-NAME DELIMITED BY SIZE                    00088500
088600            ' AMT=' DELIMITED BY SIZE                             00088600
088700            WS-AMT-DISPLAY DELIMITED BY SIZE                      00088700
088800            INTO WS-AUDIT-BEFORE                                  00088800
088900        END-STRING                                                00088900
089000        MOVE WS-NEW-AMOUNT TO WS-AMT-DISPLAY                      00089000
089100        STRING 'ID=' DELIMITED BY SIZE                            00089100
089200            WS-ID-DISPLAY DELIMITED BY SIZE                       00089200
089300            ' NAME=' DELIMITED BY SIZE                            00089300
089400            WS-SURVIVOR-NAME DELIMITED BY SIZE                    00089400
089500            ' AMT=' DELIMITED BY SIZE                             00089500
089600            WS-AMT-DISPLAY DELIMITED BY SIZE                      00089600
089700            INTO WS-AUDIT-AFTER                                   00089700
089800        END-STRING                                                00089800
089900        PERFORM WRITE-AUDIT-LOG                                   00089900
090000     END-IF                                                       00090000
090100     CALL SQLITE3A USING BY REFERENCE SQLITE3-RESET               00090100
090200         BY VALUE LS-AMOUNT-STMT                                  00090200
090300         RETURNING LS-SQL-RC                                      00090300
090400     END-CALL                                                     00090400
090500     .                                                            00090500
090600*                                                                 00090600
090700* Audit each of the victim's _CONTACT rows as an UPDATE of its    00090700
090800* parent LOAD-ID, in the 'ID= ADDR=' image TESTCOB4 writes for    00090800
090900* the child table, then move them all in one statement.           00090900
091000*                                                                 00091000
091100 REPOINT-CONTACTS.                                                00091100
091200     MOVE SPACES TO WS-AUDIT-TABLE                                00091200
091300     MOVE WS-CONTACT-TABLE TO WS-AUDIT-TABLE                      00091300
091400     MOVE 'UPDATE' TO WS-AUDIT-OP                                 00091400
091500     MOVE WS-VICTIM-ID TO WS-ID-DISPLAY                           00091500
091600     MOVE WS-SURVIVOR-ID TO WS-OTHER-ID-DISPLAY                   00091600
091700     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-INT            00091700
091800         BY VALUE LS-CONTACT-SEL-STMT                             00091800
091900         BY VALUE LS-ONE                                          00091900
092000         BY VALUE WS-VICTIM-ID                                    00092000
092100         RETURNING LS-SQL-RC                                      00092100
092200     END-CALL                                                     00092200
092300     SET LS-WORK-STMT TO LS-CONTACT-SEL-STMT                      00092300
092400     CALL SQLITE3A USING BY REFERENCE SQLITE3-STEP                00092400
092500         BY VALUE LS-CONTACT-SEL-STMT                             00092500
092600         RETURNING LS-SQL-RC                                      00092600
092700     END-CALL                                                     00092700
092800     PERFORM UNTIL LS-SQL-RC IS NOT EQUAL TO SQLITE-ROW           00092800
092900        ADD 1 TO WS-MOVED-CONTACTS                                00092900
093000        MOVE +0 TO LS-COLUMN-NUMBER                               00093000
093100        PERFORM GET-COLUMN-TEXT                                   00093100
093200        MOVE WS-COL-VALUE TO WS-CONTACT-ADDR                      00093200
093300        MOVE SPACES TO WS-AUDIT-BEFORE                            00093300
093400        MOVE SPACES TO WS-AUDIT-AFTER                             00093400
093500        STRING 'ID=' DELIMITED BY SIZE                            00093500
093600            WS-ID-DISPLAY DELIMITED BY SIZE                       00093600
093700            ' ADDR=' DELIMITED BY SIZE                            00093700
093800            WS-CONTACT-ADDR DELIMITED BY SIZE                     00093800
093900            INTO WS-AUDIT-BEFORE                                  00093900
094000        END-STRING                                                00094000
094100        STRING 'ID=' DELIMITED BY SIZE                            00094100
094200            WS-OTHER-ID-DISPLAY DELIMITED BY SIZE                 00094200
094300            ' ADDR=' DELIMITED BY SIZE                            00094300
094400            WS-CONTACT-ADDR DELIMITED BY SIZE                     00094400
094500            INTO WS-AUDIT-AFTER                                   00094500
094600        END-STRING                                                00094600
094700        PERFORM WRITE-AUDIT-LOG                                   00094700
094800        CALL SQLITE3A USING BY REFERENCE SQLITE3-STEP             00094800
094900            BY VALUE LS-CONTACT-SEL-STMT                          00094900
095000            RETURNING LS-SQL-RC                                   00095000
095100        END-CALL                                                  00095100
095200     END-PERFORM                                                  00095200
095300     IF LS-SQL-RC IS NOT EQUAL TO SQLITE-DONE THEN                00095300
095400        DISPLAY 'CONTACT SELECT (STEP) FAILED. RC='               00095400
095500           LS-SQL-RC UPON SYSOUT                                  00095500
095600        PERFORM DISPLAY-SQL-ERROR                                 00095600
095700        MOVE +16 TO RETURN-CODE                                   00095700
095800     END-IF                                                       00095800
095900     CALL SQLITE3A USING BY REFERENCE SQLITE3-RESET               00095900
096000         BY VALUE LS-CONTACT-SEL-STMT                             00096000
096100         RETURNING LS-SQL-RC                                      00096100
096200     END-CALL                                                     00096200
096300     IF WS-MOVED-CONTACTS IS GREATER THAN ZERO AND                00096300
096400        RETURN-CODE IS NOT EQUAL TO +16 THEN                      00096400
096500        CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-INT         00096500
096600            BY VALUE LS-CONTACT-UPD-STMT                          00096600
096700            BY VALUE LS-ONE                                       00096700
096800            BY VALUE WS-SURVIVOR-ID                               00096800
096900            RETURNING LS-SQL-RC                                   00096900
097000        END-CALL                                                  00097000
097100        CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-INT         00097100
097200            BY VALUE LS-CONTACT-UPD-STMT                          00097200
097300            BY VALUE LS-TWO                                       00097300
097400            BY VALUE WS-VICTIM-ID                                 00097400
097500            RETURNING LS-SQL-RC                                   00097500
097600        END-CALL                                                  00097600
097700        CALL SQLITE3A USING BY REFERENCE SQLITE3-STEP             00097700
097800            BY VALUE LS-CONTACT-UPD-STMT                          00097800
097900            RETURNING LS-SQL-RC                                   00097900
098000        END-CALL                                                  00098000
098100        IF LS-SQL-RC IS NOT EQUAL TO SQLITE-OK AND                00098100
098200           LS-SQL-RC IS NOT EQUAL TO SQLITE-DONE THEN             00098200
098300           DISPLAY 'CONTACT UPDATE FAILED. RC='                   00098300
098400              LS-SQL-RC UPON SYSOUT                               00098400
098500           PERFORM DISPLAY-SQL-ERROR                              00098500
098600           MOVE +16 TO RETURN-CODE                                00098600
098700        END-IF                                                    00098700
098800        CALL SQLITE3A USING BY REFERENCE SQLITE3-RESET            00098800
098900            BY VALUE LS-CONTACT-UPD-STMT                          00098900
099000            RETURNING LS-SQL-RC                                   00099000
099100        END-CALL                                                  00099100
099200     END-IF                                                       00099200
099300     .                                                            00099300
099400 DELETE-VICTIM.                                                   00099400
099500     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-INT            00099500
099600         BY VALUE LS-DELETE-STMT                                  00099600
099700         BY VALUE LS-ONE                                          00099700
099800         BY VALUE WS-VICTIM-ID                                    00099800
099900         RETURNING LS-SQL-RC                                      00099900
100000     END-CALL                                                     00100000
100100     CALL SQLITE3A USING BY REFERENCE SQLITE3-STEP                00100100
100200         BY VALUE LS-DELETE-STMT                                  00100200
100300         RETURNING LS-SQL-RC                                      00100300
100400     END-CALL                                                     00100400
100500     IF LS-SQL-RC IS NOT EQUAL TO SQLITE-OK AND                   00100500
100600        LS-SQL-RC IS NOT EQUAL TO SQLITE-DONE THEN                00100600
100700        DISPLAY 'VICTIM DELETE FAILED. RC='                       00100700
100800           LS-SQL-RC UPON SYSOUT                                  00100800
100900        PERFORM DISPLAY-SQL-ERROR                                 00100900
101000        MOVE +16 TO RETURN-CODE                                   00101000
101100     ELSE                                                         00101100
101200        MOVE WS-TABLE-NAME TO WS-AUDIT-TABLE                      00101200
101300        MOVE 'DELETE' TO WS-AUDIT-OP                              00101300
101400        MOVE SPACES TO WS-AUDIT-BEFORE                            00101400
101500        MOVE SPACES TO WS-AUDIT-AFTER                             00101500
101600        MOVE WS-VICTIM-ID TO WS-ID-DISPLAY                        00101600
101700        MOVE WS-VICTIM-AMOUNT TO WS-AMT-DISPLAY                   00101700
101800        STRING 'ID=' DELIMITED BY SIZE                            00101800
101900            WS-ID-DISPLAY DELIMITED BY SIZE                       00101900
102000            ' NAME=' DELIMITED BY SIZE                            00102000
102100            WS-VICTIM-NAME DELIMITED BY SIZE                      00102100
102200            ' AMT=' DELIMITED BY SIZE                             00102200
102300            WS-AMT-DISPLAY DELIMITED BY SIZE                      00102300
102400            INTO WS-AUDIT-BEFORE                                  00102400
102500        END-STRING                                                00102500
102600        PERFORM WRITE-AUDIT-LOG                                   00102600
102700     END-IF                                                       00102700
102800     CALL SQLITE3A USING BY REFERENCE SQLITE3-RESET               00102800
102900         BY VALUE LS-DELETE-STMT                                  00102900
103000         RETURNING LS-SQL-RC                                      00103000
103100     END-CALL                                                     00103100
103200     .                                                            00103200
103300*                                                                 00103300
103400* The MERGE record: which LOAD-ID went into which, how many       00103400
103500* _CONTACT rows and how much AMOUNT came over, and the merged     00103500
103600* row as it now stands.                                           00103600
103700*                                                                 00103700
103800 WRITE-MERGE-AUDIT.                                               00103800
103900     MOVE WS-TABLE-NAME TO WS-AUDIT-TABLE                         00103900
104000     MOVE 'MERGE' TO WS-AUDIT-OP                                  00104000
104100     MOVE SPACES TO WS-AUDIT-BEFORE                               00104100
104200     MOVE SPACES TO WS-AUDIT-AFTER                                00104200
104300     MOVE WS-VICTIM-ID TO WS-ID-DISPLAY                           00104300
104400     MOVE WS-SURVIVOR-ID TO WS-OTHER-ID-DISPLAY                   00104400
104500     MOVE WS-MOVED-CONTACTS TO WS-CONTACT-DISPLAY                 00104500
104600     MOVE WS-VICTIM-AMOUNT TO WS-AMT-DISPLAY                      00104600
104700     STRING 'VICTIM=' DELIMITED BY SIZE                           00104700
104800         WS-ID-DISPLAY DELIMITED BY SIZE                          00104800
104900         ' SURVIVOR=' DELIMITED BY SIZE                           00104900
105000         WS-OTHER-ID-DISPLAY DELIMITED BY SIZE                    00105000
105100         ' CONTACTS=' DELIMITED BY SIZE                           00105100
105200         WS-CONTACT-DISPLAY DELIMITED BY SIZE                     00105200
105300         ' AMT=' DELIMITED BY SIZE                                00105300
105400         WS-AMT-DISPLAY DELIMITED BY SIZE                         00105400
105500         INTO WS-AUDIT-BEFORE                                     00105500
105600     END-STRING                                                   00105600
105700     MOVE WS-NEW-AMOUNT TO WS-AMT-DISPLAY                         00105700
105800     STRING 'ID=' DELIMITED BY SIZE                               00105800
105900         WS-OTHER-ID-DISPLAY DELIMITED BY SIZE                    00105900
106000         ' NAME=' DELIMITED BY SIZE                               00106000
106100         WS-SURVIVOR-NAME DELIMITED BY SIZE                       00106100
106200         ' AMT=' DELIMITED BY SIZE                                00106200
106300         WS-AMT-DISPLAY DELIMITED BY SIZE                         00106300
106400         INTO WS-AUDIT-AFTER                                      00106400
106500     END-STRING                                                   00106500
106600     PERFORM WRITE-AUDIT-LOG                                      00106600
106700     .                                                            00106700
106800 REFUSE-MERGE.                                                    00106800
106900     ADD 1 TO WS-REFUSED-COUNT                                    00106900
107000     IF RETURN-CODE IS LESS THAN +8 THEN                          00107000
107100        MOVE +8 TO RETURN-CODE                                    00107100
107200     END-IF                                                       00107200
107300     MOVE SPACES TO WS-MERGE-LINE                                 00107300
107400     MOVE WS-SURVIVOR-ID TO WS-ML-SURVIVOR                        00107400
107500     MOVE WS-VICTIM-ID TO WS-ML-VICTIM                            00107500
107600     MOVE 'REFUSED' TO WS-ML-RESULT                               00107600
107700     MOVE WS-REFUSE-REASON TO WS-ML-DETAIL                        00107700
107800     MOVE WS-MERGE-LINE TO WS-REPORT-LINE                         00107800
107900     PERFORM WRITE-REPORT-LINE-OUT                                00107900
108000     DISPLAY 'REFUSED: ' SYSIN-RECORD UPON SYSOUT                 00108000
108100     DISPLAY '  ' WS-REFUSE-REASON UPON SYSOUT                    00108100
108200     .                                                            00108200
108300*                                                                 00108300
108400* Reusable audit paragraph: caller sets WS-AUDIT-TABLE,           00108400
108500* WS-AUDIT-OP, WS-AUDIT-BEFORE, and WS-AUDIT-AFTER, then          00108500
108600* PERFORMs this to record the change in AUDIT_LOG.                00108600
108700*                                                                 00108700
108800 WRITE-AUDIT-LOG.                                                 00108800
108900     CALL 'CEEGMT' USING LS-LILIAN, LS-AUDIT-GMT-SECS, LE-FC      00108900
109000     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           00109000
109100         BY VALUE LS-AUDIT-STMT                                   00109100
109200         BY VALUE LS-ONE                                          00109200
109300         BY REFERENCE WS-AUDIT-TABLE                              00109300
109400         BY VALUE 30                                              00109400
109500         BY VALUE SQLITE-TRANSIENT                                00109500
109600         RETURNING LS-SQL-RC                                      00109600
109700     END-CALL                                                     00109700
109800     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           00109800
109900         BY VALUE LS-AUDIT-STMT                                   00109900
110000         BY VALUE LS-TWO                                          00110000
110100         BY REFERENCE WS-AUDIT-OP                                 00110100
110200         BY VALUE 10                                              00110200
110300         BY VALUE SQLITE-TRANSIENT                                00110300
110400         RETURNING LS-SQL-RC                                      00110400
110500     END-CALL                                                     00110500
110600     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           00110600
110700         BY VALUE LS-AUDIT-STMT                                   00110700
110800         BY VALUE LS-THREE                                        00110800
110900         BY REFERENCE WS-AUDIT-BEFORE                             00110900
111000         BY VALUE 75                                              00111000
111100         BY VALUE SQLITE-TRANSIENT                                00111100
111200         RETURNING LS-SQL-RC                                      00111200
111300     END-CALL                                                     00111300
111400     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           00111400
111500         BY VALUE LS-AUDIT-STMT                                   00111500
111600         BY VALUE LS-FOUR                                         00111600
111700         BY REFERENCE WS-AUDIT-AFTER                              00111700
111800         BY VALUE 75                                              00111800
111900         BY VALUE SQLITE-TRANSIENT                                00111900
112000         RETURNING LS-SQL-RC                                      00112000
112100     END-CALL                                                     00112100
112200     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-DOUBLE         00112200
112300         BY VALUE LS-AUDIT-STMT                                   00112300
112400         BY VALUE LS-FIVE                                         00112400
112500         BY VALUE LS-AUDIT-GMT-SECS                               00112500
112600         RETURNING LS-SQL-RC                                      00112600
112700     END-CALL                                                     00112700
112800     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           00112800
112900         BY VALUE LS-AUDIT-STMT                                   00112900
113000         BY VALUE LS-SIX                                          00113000
113100         BY REFERENCE WS-JOB-NAME                                 00113100
113200         BY VALUE 8                                               00113200
113300         BY VALUE SQLITE-TRANSIENT                                00113300
113400         RETURNING LS-SQL-RC                                      00113400
113500     END-CALL                                                     00113500
113600     CALL SQLITE3A USING BY REFERENCE SQLITE3-STEP                00113600
113700         BY VALUE LS-AUDIT-STMT                                   00113700
113800         RETURNING LS-SQL-RC                                      00113800
113900     END-CALL                                                     00113900
114000     IF LS-SQL-RC IS NOT EQUAL TO SQLITE-OK AND                   00114000
114100        LS-SQL-RC IS NOT EQUAL TO SQLITE-DONE THEN                00114100
114200        DISPLAY 'AUDIT LOG INSERT FAILED. RC='                    00114200
114300           LS-SQL-RC UPON SYSOUT                                  00114300
114400        PERFORM DISPLAY-SQL-ERROR                                 00114400
114500        MOVE +16 TO RETURN-CODE                                   00114500
114600     END-IF                                                       00114600
114700     CALL SQLITE3A USING BY REFERENCE SQLITE3-RESET               00114700
114800         BY VALUE LS-AUDIT-STMT                                   00114800
114900         RETURNING LS-SQL-RC                                      00114900
115000     END-CALL                                                     00115000
115100     .                                                            00115100
115200 WRITE-REPORT-LINE-OUT.                                           00115200
115300     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE THEN                   00115300
115400        PERFORM WRITE-REPORT-HEADING                              00115400
115500     END-IF                                                       00115500
115600     MOVE WS-REPORT-LINE TO REPORT1-RECORD                        00115600
115700     WRITE REPORT1-RECORD AFTER ADVANCING 1 LINE                  00115700
115800     ADD 1 TO WS-LINE-COUNT                                       00115800
115900     MOVE SPACES TO WS-REPORT-LINE                                00115900
116000     .                                                            00116000
116100 WRITE-REPORT-HEADING.                                            00116100
116200     ADD 1 TO WS-PAGE-COUNT                                       00116200
116300     MOVE WS-PAGE-COUNT TO WS-PAGE-NUM-DISPLAY                    00116300
116400     MOVE SPACES TO REPORT1-RECORD                                00116400
116500     MOVE 1 TO WS-RPT-PTR                                         00116500
116600     STRING 'TESTCB40' DELIMITED BY SIZE                          00116600
116700         '   RUN DATE: ' DELIMITED BY SIZE                        00116700
116800         WS-RUN-DATE DELIMITED BY SIZE                            00116800
116900         '   PAGE: ' DELIMITED BY SIZE                            00116900
117000         WS-PAGE-NUM-DISPLAY DELIMITED BY SIZE                    00117000
117100         INTO REPORT1-RECORD                                      00117100
117200         WITH POINTER WS-RPT-PTR                                  00117200
117300     END-STRING                                                   00117300
117400     WRITE REPORT1-RECORD AFTER ADVANCING PAGE                    00117400
117500     MOVE SPACES TO REPORT1-RECORD                                00117500
117600     STRING 'CUSTOMER MERGE INTO ' DELIMITED BY SIZE              00117600
117700         WS-TABLE-NAME(1:WS-TABLE-NAME-LEN) DELIMITED BY SIZE     00117700
117800         INTO REPORT1-RECORD                                      00117800
117900     END-STRING                                                   00117900
118000     WRITE REPORT1-RECORD AFTER ADVANCING 1 LINE                  00118000
118100     MOVE WS-MERGE-HEADER TO REPORT1-RECORD                       00118100
118200     WRITE REPORT1-RECORD AFTER ADVANCING 1 LINE                  00118200
118300     MOVE 1 TO WS-LINE-COUNT                                      00118300
118400     .                                                            00118400
118500*                                                                 00118500
118600* One transaction: commit the merges unless the data base         00118600
118700* failed under one of them, then print the run totals.            00118700
118800*                                                                 00118800
118900 COMMIT-TRANSACTION.                                              00118900
119000     CALL SQLITE3A USING BY REFERENCE SQLITE3-FINALIZE            00119000
119100         BY VALUE LS-LOOKUP-STMT                                  00119100
119200         RETURNING LS-SQL-RC                                      00119200
119300     END-CALL                                                     00119300
119400     CALL SQLITE3A USING BY REFERENCE SQLITE3-FINALIZE            00119400
119500         BY VALUE LS-AMOUNT-STMT                                  00119500
119600         RETURNING LS-SQL-RC                                      00119600
119700     END-CALL                                                     00119700
119800     CALL SQLITE3A USING BY REFERENCE SQLITE3-FINALIZE            00119800
119900         BY VALUE LS-DELETE-STMT                                  00119900
120000         RETURNING LS-SQL-RC                                      00120000
120100     END-CALL                                                     00120100
120200     IF WS-HAVE-CONTACTS THEN                                     00120200
120300        CALL SQLITE3A USING BY REFERENCE SQLITE3-FINALIZE         00120300
120400            BY VALUE LS-CONTACT-SEL-STMT                          00120400
120500            RETURNING LS-SQL-RC                                   00120500
120600        END-CALL                                                  00120600
120700        CALL SQLITE3A USING BY REFERENCE SQLITE3-FINALIZE         00120700
120800            BY VALUE LS-CONTACT-UPD-STMT                          00120800
120900            RETURNING LS-SQL-RC                                   00120900
121000        END-CALL                                                  00121000
121100     END-IF                                                       00121100
121200     IF WS-HAVE-PENDING THEN                                      00121200
121300        CALL SQLITE3A USING BY REFERENCE SQLITE3-FINALIZE         00121300
121400            BY VALUE LS-PENDING-STMT                              00121400
121500            RETURNING LS-SQL-RC                                   00121500
121600        END-CALL                                                  00121600
121700     END-IF                                                       00121700
121800     CALL SQLITE3A USING BY REFERENCE SQLITE3-FINALIZE            00121800
121900         BY VALUE LS-AUDIT-STMT                                   00121900
122000         RETURNING LS-SQL-RC                                      00122000
122100     END-CALL                                                     00122100
122200     IF RETURN-CODE IS EQUAL TO +16 THEN                          00122200
122300        MOVE Z'ROLLBACK TRANSACTION' TO SQL-ZCHAR                 00122300
122400        CALL SQLITE3A USING BY REFERENCE SQLITE3-EXEC             00122400
122500            BY VALUE LS-DB                                        00122500
122600            BY REFERENCE SQL-ZCHAR                                00122600
122700            BY VALUE LS-ZERO                                      00122700
122800            BY VALUE LS-ZERO                                      00122800
122900            BY VALUE LS-ZERO                                      00122900
123000            RETURNING LS-SQL-RC                                   00123000
123100        END-CALL                                                  00123100
123200        DISPLAY 'CUSTOMER MERGES ROLLED BACK.' UPON SYSOUT        00123200
123300        MOVE 'CUSTOMER MERGES ROLLED BACK.' TO WS-REPORT-LINE     00123300
123400        PERFORM WRITE-REPORT-LINE-OUT                             00123400
123500        GO TO SHUTDOWN                                            00123500
123600     END-IF                                                       00123600
123700     MOVE Z'COMMIT TRANSACTION' TO SQL-ZCHAR                      00123700
123800     CALL SQLITE3A USING BY REFERENCE SQLITE3-EXEC                00123800
123900         BY VALUE LS-DB                                           00123900
124000         BY REFERENCE SQL-ZCHAR                                   00124000
124100         BY VALUE LS-ZERO                                         00124100
124200         BY VALUE LS-ZERO                                         00124200
124300         BY VALUE LS-ZERO                                         00124300
124400         RETURNING LS-SQL-RC                                      00124400
124500     END-CALL                                                     00124500
124600     IF LS-SQL-RC IS NOT EQUAL TO SQLITE-OK AND                   00124600
124700        LS-SQL-RC IS NOT EQUAL TO SQLITE-DONE THEN                00124700
124800        DISPLAY 'COMMIT TRANSACTION FAILED. RC='                  00124800
124900           LS-SQL-RC UPON SYSOUT                                  00124900
125000        PERFORM DISPLAY-SQL-ERROR                                 00125000
125100        MOVE +16 TO RETURN-CODE                                   00125100
125200        GO TO SHUTDOWN                                            00125200
125300     END-IF                                                       00125300
125400     MOVE SPACES TO WS-REPORT-LINE                                00125400
125500     PERFORM WRITE-REPORT-LINE-OUT                                00125500
125600     MOVE WS-CARD-COUNT TO WS-COUNT-DISPLAY                       00125600
125700     STRING 'MERGE CARDS READ   : ' DELIMITED BY SIZE             00125700
125800         WS-COUNT-DISPLAY DELIMITED BY SIZE                       00125800
125900         INTO WS-REPORT-LINE                                      00125900
126000     END-STRING                                                   00126000
126100     DISPLAY WS-REPORT-LINE(1:40) UPON SYSOUT                     00126100
126200     PERFORM WRITE-REPORT-LINE-OUT                                00126200
126300     MOVE WS-MERGED-COUNT TO WS-COUNT-DISPLAY                     00126300
126400     STRING 'PAIRS MERGED       : ' DELIMITED BY SIZE             00126400
126500         WS-COUNT-DISPLAY DELIMITED BY SIZE                       00126500
126600         INTO WS-REPORT-LINE                                      00126600
126700     END-STRING                                                   00126700
126800     DISPLAY WS-REPORT-LINE(1:40) UPON SYSOUT                     00126800
126900     PERFORM WRITE-REPORT-LINE-OUT                                00126900
127000     MOVE WS-REFUSED-COUNT TO WS-COUNT-DISPLAY                    00127000
127100     STRING 'CARDS REFUSED      : ' DELIMITED BY SIZE             00127100
127200         WS-COUNT-DISPLAY DELIMITED BY SIZE                       00127200
127300         INTO WS-REPORT-LINE                                      00127300
127400     END-STRING                                                   00127400
127500     DISPLAY WS-REPORT-LINE(1:40) UPON SYSOUT                     00127500
127600     PERFORM WRITE-REPORT-LINE-OUT                                00127600
127700     MOVE WS-CONTACT-TOTAL TO WS-COUNT-DISPLAY                    00127700
127800     STRING 'CONTACT ROWS MOVED : ' DELIMITED BY SIZE             00127800
127900         WS-COUNT-DISPLAY DELIMITED BY SIZE                       00127900
128000         INTO WS-REPORT-LINE                                      00128000
128100     END-STRING                                                   00128100
128200     DISPLAY WS-REPORT-LINE(1:40) UPON SYSOUT                     00128200
128300     PERFORM WRITE-REPORT-LINE-OUT                                00128300
128400     MOVE WS-MOVED-TOTAL TO WS-TOTAL-DISPLAY                      00128400
128500     STRING 'AMOUNT CARRIED OVER: ' DELIMITED BY SIZE             00128500
128600         WS-TOTAL-DISPLAY DELIMITED BY SIZE                       00128600
128700         INTO WS-REPORT-LINE                                      00128700
128800     END-STRING                                                   00128800
128900     DISPLAY WS-REPORT-LINE(1:40) UPON SYSOUT                     00128900
129000     PERFORM WRITE-REPORT-LINE-OUT                                00129000
129100     .                                                            00129100
129200 SHUTDOWN.                                                        00129200
129300     CALL SQLITE3A USING BY REFERENCE SQLITE3-CLOSE               00129300
129400         BY VALUE LS-DB                                           00129400
129500         RETURNING LS-SQL-RC                                      00129500
129600     END-CALL                                                     00129600
129700     CALL SQLITE3A USING SQLITE3-SHUTDOWN                         00129700
129800         RETURNING LS-SQL-RC                                      00129800
129900     END-CALL                                                     00129900
130000     CLOSE REPORT1-FD                                             00130000
130100     GOBACK                                                       00130100
130200     .                                                            00130200
130300                                                                  00130300
130400 DISPLAY-SQL-ERROR.                                               00130400
130500     CALL SQLITE3A USING BY REFERENCE SQLITE3-ERRCODE             00130500
130600         BY VALUE LS-DB                                           00130600
130700         RETURNING LS-SQL-ERRCODE                                 00130700
130800     END-CALL                                                     00130800
130900     CALL SQLITE3A USING BY REFERENCE SQLITE3-ERRMSG              00130900
131000         BY VALUE LS-DB                                           00131000
131100         RETURNING LS-ERRMSG-POINTER                              00131100
131200     END-CALL                                                     00131200
131300     MOVE SPACES TO WS-ERRMSG-TEXT                                00131300
131400     MOVE ZERO TO WS-ERRMSG-LEN                                   00131400
131500     IF LS-ERRMSG-POINTER IS NOT EQUAL TO NULL THEN               00131500
131600        SET ADDRESS OF LINKAGE-COLUMN-TEXT                        00131600
131700           TO LS-ERRMSG-POINTER                                   00131700
131800        INSPECT LINKAGE-COLUMN-TEXT                               00131800
131900           TALLYING WS-ERRMSG-LEN                                 00131900
132000           FOR CHARACTERS BEFORE INITIAL LOW-VALUE                00132000
132100        MOVE LINKAGE-COLUMN-TEXT(1:WS-ERRMSG-LEN)                 00132100
132200           TO WS-ERRMSG-TEXT                                      00132200
132300     END-IF                                                       00132300
132400     DISPLAY '  SQLITE ERRCODE=' LS-SQL-ERRCODE                   00132400
132500         ' ERRMSG=' WS-ERRMSG-TEXT(1:WS-ERRMSG-LEN)               00132500
132600         UPON SYSOUT                                              00132600
132700     .                                                            00132700
132800 END PROGRAM 'TESTCB40'.                                          00132800
