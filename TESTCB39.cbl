000100 PROCESS DYNAM,NAME,PGMNAME(COMPAT)                               00000100
000200 PROCESS ADV,AWO,NOC(W),FSRT,FLAG(I,I)                            00000200
000300 PROCESS INTDATE(ANSI),LANG(EN),LIB,LIST,MAP                      00000300
000400 PROCESS NONUM,NUMPROC(PFD),OBJ,APOST                             00000400
000500 PROCESS RENT,NOSEQ,SOURCE,NOSSRANGE,                             00000500
000600 PROCESS NOTERM,NOTEST,VBREF,                                     00000600
000700 PROCESS XREF(FULL),ZWB,FASTSRT,AR(E)                             00000700
000800 ID DIVISION.                                                     00000800
000900 PROGRAM-ID. 'TESTCB39'.                                          00000900
001000 AUTHOR. JOHN MCKOWN.                                             00001000
001100 INSTALLATION. CBT Tape.                                          00001100
001200 DATE-WRITTEN.                                                    00001200
001300 DATE-COMPILED.                                                   00001300
001400 SECURITY. NONE.                                                  00001400
001500*                                                                 00001500
001600* This program is the duplicate customer match. Different         00001600
001700* source systems send the same customer under different           00001700
001800* LOAD-IDs; this job finds the candidate pairs so they can be     00001800
001900* reviewed and, where they really are one customer, merged by     00001900
002000* TESTCB40. Nothing in the data base is changed: the keys and     00002000
002100* pairs are built in TEMP tables of a read-only connection.       00002100
002200*                                                                 00002200
002300* Every row of the business table and every row of its            00002300
002400* _CONTACT child table (when the data base has one) is reduced    00002400
002500* to normalized match keys:                                       00002500
002600*   - NAME: upper case, punctuation dropped, the filler words     00002600
002700*     THE, INC, LTD, LLC, CO, CORP, COMPANY, CORPORATION,         00002700
002800*     INCORPORATED, LIMITED, MR, MRS, MS, DR dropped, and the     00002800
002900*     remaining words run together;                               00002900
003000*   - ADDRESS: upper case, punctuation dropped, the common        00003000
003100*     street words abbreviated (STREET to ST, AVENUE to AVE       00003100
003200*     and so on), and the words run together;                     00003200
003300*   - PHONE: the digits only, the last ten of them, so a          00003300
003400*     country prefix or any punctuation does not matter. A        00003400
003500*     number with fewer than seven digits, or all zeros, is       00003500
003600*     no key at all.                                              00003600
003700* Two rows sharing any key are a candidate pair, scored 50        00003700
003800* for the same NAME key, 30 for an ADDRESS key in common, and     00003800
003900* 20 for a PHONE key in common (100 is all three). Pairs          00003900
004000* scoring at least MINSCORE are listed on REPORT1, highest        00004000
004100* score first, with both rows' NAME and AMOUNT, ready for the     00004100
004200* reviewer to write the MERGE= cards for TESTCB40. The run        00004200
004300* ends RC=4 when any pair is listed, RC=0 when none is.           00004300
004400*                                                                 00004400
004500* PARM value is 3 positional comma delimited fields:              00004500
004600*     DBPATH,TABLENAME,MINSCORE                                   00004600
004700* MINSCORE is 1 to 100 and defaults to 50, a same-NAME pair       00004700
004800* or an ADDRESS and PHONE pair.                                   00004800
004900*                                                                 00004900
005000 ENVIRONMENT DIVISION.                                            00005000
005100 CONFIGURATION SECTION.                                           00005100
005200 SOURCE-COMPUTER. IBM-370.                                        00005200
005300 OBJECT-COMPUTER. IBM-370.                                        00005300
005400 SPECIAL-NAMES.                                                   00005400
005500 INPUT-OUTPUT SECTION.                                            00005500
005600 FILE-CONTROL.                                                    00005600
005700     SELECT REPORT1-FD ASSIGN TO REPORT1                          00005700
005800         ORGANIZATION IS SEQUENTIAL.                              00005800
005900 I-O-CONTROL.                                                     00005900
006000     APPLY WRITE-ONLY ON REPORT1-FD.                              00006000
006100*                                                                 00006100
006200 DATA DIVISION.                                                   00006200
006300 FILE SECTION.                                                    00006300
006400 FD  REPORT1-FD                                                   00006400
006500     RECORDING MODE IS F                                          00006500
006600     LABEL RECORDS ARE STANDARD.                                  00006600
006700 01  REPORT1-RECORD          PIC X(132).                          00006700
006800*                                                                 00006800
006900 WORKING-STORAGE SECTION.                                         00006900
007000 COPY COBSQLTE .                                                  00007000
007100 01  CEE3DMP-PARAMETERS.                                          00007100
007200     05 CEE3DMP-TITLE              PIC X(80)                      00007200
007300        VALUE 'TEST DUMP'.                                        00007300
007400     05 CEE3DMP-OPTIONS            PIC X(255)                     00007400
007500        VALUE 'NOTRACE NOENTRY'.                                  00007500
007600 01  LE-FC.                                                       00007600
007700     02  CONDITION-TOKEN-VALUE.                                   00007700
007800     COPY  CEEIGZCT.                                              00007800
007900         03  CASE-1-CONDITION-ID.                                 00007900
008000             04  SEVERITY    PIC S9(4) BINARY.                    00008000
008100             04  MSG-NO      PIC S9(4) BINARY.                    00008100
008200         03  CASE-2-CONDITION-ID                                  00008200
008300                   REDEFINES CASE-1-CONDITION-ID.                 00008300
008400             04  CLASS-CODE  PIC S9(4) BINARY.                    00008400
008500             04  CAUSE-CODE  PIC S9(4) BINARY.                    00008500
008600         03  CASE-SEV-CTL    PIC X.                               00008600
008700         03  FACILITY-ID     PIC XXX.                             00008700
008800     02  I-S-INFO            PIC S9(9) BINARY.                    00008800
008900*                                                                 00008900
009000* The candidate pair line and its column headings. MATCH shows    00009000
009100* which keys the pair shares: N(AME), A(DDRESS), P(HONE).         00009100
009200*                                                                 00009200
009300 01  WS-PAIR-LINE.                                                00009300
009400     05  WS-PR-SCORE         PIC ZZ9.                             00009400
009500     05  FILLER              PIC X(2).                            00009500
009600     05  WS-PR-MATCH         PIC X(5).                            00009600
009700     05  FILLER              PIC X(2).                            00009700
009800     05  WS-PR-ID-1          PIC Z(8)9.                           00009800
009900     05  FILLER              PIC X(2).                            00009900
010000     05  WS-PR-NAME-1        PIC X(30).                           00010000
010100     05  FILLER              PIC X(2).                            00010100
010200     05  WS-PR-AMOUNT-1      PIC Z(6)9.99.                        00010200
010300     05  FILLER              PIC X(2).                            00010300
010400     05  WS-PR-ID-2          PIC Z(8)9.                           00010400
010500     05  FILLER              PIC X(2).                            00010500
010600     05  WS-PR-NAME-2        PIC X(30).                           00010600
010700     05  FILLER              PIC X(2).                            00010700
010800     05  WS-PR-AMOUNT-2      PIC Z(6)9.99.                        00010800
010900 01  WS-PAIR-HEADER.                                              00010900
011000     05  FILLER              PIC X(3)                             00011000
011100         VALUE IS 'SCR'.                                          00011100
011200     05  FILLER              PIC X(2)                             00011200
011300         VALUE IS SPACES.                                         00011300
011400     05  FILLER              PIC X(5)                             00011400
011500         VALUE IS 'MATCH'.                                        00011500
011600     05  FILLER              PIC X(2)                             00011600
011700         VALUE IS SPACES.                                         00011700
011800     05  FILLER              PIC X(9)                             00011800
011900         VALUE IS '  LOAD-ID'.                                    00011900
012000     05  FILLER              PIC X(2)                             00012000
012100         VALUE IS SPACES.                                         00012100
012200     05  FILLER              PIC X(30)                            00012200
012300         VALUE IS 'NAME'.                                         00012300
012400     05  FILLER              PIC X(2)                             00012400
012500         VALUE IS SPACES.                                         00012500
012600     05  FILLER              PIC X(10)                            00012600
012700         VALUE IS '    AMOUNT'.                                   00012700
012800     05  FILLER              PIC X(2)                             00012800
012900         VALUE IS SPACES.                                         00012900
013000     05  FILLER              PIC X(9)                             00013000
013100         VALUE IS '  LOAD-ID'.                                    00013100
013200     05  FILLER              PIC X(2)                             00013200
013300         VALUE IS SPACES.                                         00013300
013400     05  FILLER              PIC X(30)                            00013400
013500         VALUE IS 'NAME'.                                         00013500
013600     05  FILLER              PIC X(2)                             00013600
013700         VALUE IS SPACES.                                         00013700
013800     05  FILLER              PIC X(10)                            00013800
013900         VALUE IS '    AMOUNT'.                                   00013900
014000*                                                                 00014000
014100 LOCAL-STORAGE SECTION.                                           00014100
014200 01  LS-FULLWORD-RETURN.                                          00014200
014300     05  LS-LIBVERSION-POINTER   POINTER.                         00014300
014400     05  LS-LIBVERSION-BINVALUE  REDEFINES LS-LIBVERSION-POINTER  00014400
014500                                 PIC S9(9) COMP-5.                00014500
014600 77  LS-LIBVERSION-LENGTH    PIC S9(9) COMP-5                     00014600
014700        VALUE IS 0.                                               00014700
014800 77  LS-DB                   USAGE IS POINTER.                    00014800
014900 77  LS-WORK-STMT            USAGE IS POINTER.                    00014900
015000 77  LS-NAME-KEY-STMT        USAGE IS POINTER.                    00015000
015100 77  LS-CONTACT-KEY-STMT     USAGE IS POINTER.                    00015100
015200 77  LS-LOOKUP-STMT          USAGE IS POINTER.                    00015200
015300 77  LS-PAIR-STMT            USAGE IS POINTER.                    00015300
015400 77  LS-PREPARED-STMT        USAGE IS POINTER.                    00015400
015500 77  LS-COLUMN-POINTER       USAGE IS POINTER.                    00015500
015600 77  LS-COLUMN-NUMBER        PIC S9(9) COMP-5.                    00015600
015700 77  LS-ZERO                 PIC S9(9) COMP-5                     00015700
015800                             VALUE IS ZERO.                       00015800
015900 77  LS-SQL-RC               PIC S9(9) COMP-5.                    00015900
016000 77  SQL-ZCHAR               PIC X(320).                          00016000
016100 77  LS-MINUS-ONE            PIC S9(9) COMP-5                     00016100
016200        VALUE IS -1.                                              00016200
016300 77  LS-ONE                  PIC S9(9) COMP-5                     00016300
016400        VALUE IS 1.                                               00016400
016500 77  LS-TWO                  PIC S9(9) COMP-5                     00016500
016600        VALUE IS 2.                                               00016600
016700 77  LS-THREE                PIC S9(9) COMP-5                     00016700
016800        VALUE IS 3.                                               00016800
016900 77  LS-DOUBLE-BFP           USAGE COMP-2.                        00016900
017000 77  LS-DOUBLE-HFP           USAGE COMP-2.                        00017000
017100 77  LS-OPEN-FLAGS           PIC S9(9) COMP-5.                    00017100
017200 77  LS-NULL                 POINTER VALUE IS NULL.               00017200
017300 77  LS-SQL-ERRCODE          PIC S9(9) COMP-5.                    00017300
017400 77  LS-ERRMSG-POINTER       USAGE IS POINTER.                    00017400
017500 77  WS-ERRMSG-TEXT          PIC X(255).                          00017500
017600 77  WS-ERRMSG-LEN           PIC S9(4) COMP-5.                    00017600
017700*                                                                 00017700
017800* Milliseconds SQLITE3-BUSY-TIMEOUT waits/retries internally      00017800
017900* before returning SQLITE-BUSY, so a transient lock from an       00017900
018000* overlapping batch window does not abend this job outright.      00018000
018100 77  LS-BUSY-TIMEOUT-MS      PIC S9(9) COMP-5                     00018100
018200        VALUE IS 5000.                                            00018200
018300*                                                                 00018300
018400* The PARM fields.                                                00018400
018500*                                                                 00018500
018600 77  WS-PARM-DBPATH          PIC X(255).                          00018600
018700 77  WS-PARM-TABLE           PIC X(30).                           00018700
018800 77  WS-PARM-MINSCORE        PIC X(3).                            00018800
018900 77  WS-PARM-LEN             PIC S9(4) COMP-5.                    00018900
019000 77  WS-TABLE-NAME           PIC X(30)                            00019000
019100        VALUE IS 'LOADTAB'.                                       00019100
019200 77  WS-TABLE-NAME-LEN       PIC S9(4) COMP-5.                    00019200
019300 77  WS-MIN-SCORE            PIC S9(9) COMP-5                     00019300
019400        VALUE IS 50.                                              00019400
019500 77  WS-SQL-PTR              PIC S9(4) COMP-5.                    00019500
019600 77  WS-PREP-LABEL           PIC X(20).                           00019600
019700 77  WS-EOF-SWITCH           PIC X                                00019700
019800                             VALUE IS 'N'.                        00019800
019900     88  WS-EOF              VALUE IS 'Y'.                        00019900
020000 77  WS-CONTACT-SWITCH       PIC X                                00020000
020100                             VALUE IS 'N'.                        00020100
020200     88  WS-HAVE-CONTACTS    VALUE IS 'Y'.                        00020200
020300*                                                                 00020300
020400* Normalization work areas. WS-NORM-IN is reduced to the key in   00020400
020500* WS-NORM-OUT, WS-NORM-OUT-LEN long, word by word.                00020500
020600*                                                                 00020600
020700 77  WS-NORM-KIND            PIC X.                               00020700
020800     88  WS-NORM-NAME        VALUE IS 'N'.                        00020800
020900     88  WS-NORM-ADDRESS     VALUE IS 'A'.                        00020900
021000 77  WS-NORM-IN              PIC X(50).                           00021000
021100 77  WS-NORM-OUT             PIC X(50).                           00021100
021200 77  WS-NORM-OUT-LEN         PIC S9(4) COMP-5.                    00021200
021300 77  WS-NORM-WORD            PIC X(50).                           00021300
021400 77  WS-UNS-PTR              PIC S9(4) COMP-5.                    00021400
021500 77  WS-OUT-PTR              PIC S9(4) COMP-5.                    00021500
021600 77  WS-PHONE-IN             PIC X(15).                           00021600
021700 77  WS-DIGITS               PIC X(15).                           00021700
021800 77  WS-DIGIT-COUNT          PIC S9(4) COMP-5.                    00021800
021900 77  WS-CHAR-IX              PIC S9(4) COMP-5.                    00021900
022000 77  WS-PHONE-KEY            PIC X(10).                           00022000
022100 77  WS-PHONE-KEY-LEN        PIC S9(4) COMP-5.                    00022100
022200*                                                                 00022200
022300* The row being keyed and the pair being listed.                  00022300
022400*                                                                 00022400
022500 77  WS-ROW-ID               PIC S9(9) COMP-5.                    00022500
022600 77  WS-ADDR-KEY             PIC X(50).                           00022600
022700 77  WS-ADDR-KEY-LEN         PIC S9(4) COMP-5.                    00022700
022800 77  WS-PAIR-ID-1            PIC S9(9) COMP-5.                    00022800
022900 77  WS-PAIR-ID-2            PIC S9(9) COMP-5.                    00022900
023000 77  WS-HIT-NAME             PIC S9(9) COMP-5.                    00023000
023100 77  WS-HIT-ADDRESS          PIC S9(9) COMP-5.                    00023100
023200 77  WS-HIT-PHONE            PIC S9(9) COMP-5.                    00023200
023300 77  WS-SCORE                PIC S9(4) COMP-5.                    00023300
023400 77  WS-LOOK-ID              PIC S9(9) COMP-5.                    00023400
023500 77  WS-LOOK-NAME            PIC X(40).                           00023500
023600 77  WS-LOOK-AMOUNT          PIC S9(9)V99.                        00023600
023700 77  WS-COL-VALUE            PIC X(80).                           00023700
023800 77  WS-COL-VALUE-LEN        PIC S9(4) COMP-5.                    00023800
023900 77  WS-COL-AMOUNT           PIC S9(9)V99.                        00023900
024000*                                                                 00024000
024100* Run accounting.                                                 00024100
024200*                                                                 00024200
024300 77  WS-ROW-COUNT            PIC S9(9) COMP-5                     00024300
024400                             VALUE IS ZERO.                       00024400
024500 77  WS-CONTACT-COUNT        PIC S9(9) COMP-5                     00024500
024600                             VALUE IS ZERO.                       00024600
024700 77  WS-PAIR-COUNT           PIC S9(9) COMP-5                     00024700
024800                             VALUE IS ZERO.                       00024800
024900 77  WS-FULL-COUNT           PIC S9(9) COMP-5                     00024900
025000                             VALUE IS ZERO.                       00025000
025100 77  WS-NAME-ONLY-COUNT      PIC S9(9) COMP-5                     00025100
025200                             VALUE IS ZERO.                       00025200
025300 77  WS-CONTACT-ONLY-COUNT   PIC S9(9) COMP-5                     00025300
025400                             VALUE IS ZERO.                       00025400
025500 77  WS-COUNT-DISPLAY        PIC Z(8)9.                           00025500
025600 77  WS-SCORE-DISPLAY        PIC ZZ9.                             00025600
025700*                                                                 00025700
025800* Fields supporting the paginated REPORT1 listing, the same       00025800
025900* heading/page-break convention TESTCB26 uses.                    00025900
026000*                                                                 00026000
026100 77  WS-REPORT-LINE          PIC X(132).                          00026100
026200 77  WS-RPT-PTR              PIC S9(4) COMP-5.                    00026200
026300 77  WS-RUN-DATE             PIC X(8).                            00026300
026400 77  WS-PAGE-COUNT           PIC S9(4) COMP-5                     00026400
026500                         VALUE IS ZERO.                           00026500
026600 77  WS-PAGE-NUM-DISPLAY     PIC Z(4)9.                           00026600
026700 77  WS-LINE-COUNT           PIC S9(4) COMP-5                     00026700
026800                         VALUE IS ZERO.                           00026800
026900 77  WS-LINES-PER-PAGE       PIC S9(4) COMP-5                     00026900
027000                         VALUE IS 60.                             00027000
027100 LINKAGE SECTION.                                                 00027100
027200 01  MVS-PARM.                                                    00027200
027300     05 MVS-PARM-LENGTH      PIC S9(4) COMP-5.                    00027300
027400     05 MVS-PARM-VALUE       PIC X(32760).                        00027400
027500 77  LINKAGE-LIBVERSION      PIC X(101).                          00027500
027600 77  LINKAGE-COLUMN-TEXT     PIC X(1024).                         00027600
027700*  MVS-PARM-VALUE LENGTH IS REALLY ONLY THE NUMBER OF CHARACTERS  00027700
027800*  CONTAINED IN MVS-PARM-LENGTH. YOU NEED TO USE REFERENCE        00027800
027900*  MODIFICATION TO MAKE SURE YOU DON'T EXCEED THE ACTUAL LENGTH   00027900
028000*  PASSED TO THIS PROGRAM.                                        00028000
028100*                                                                 00028100
028200*                                                                 00028200
028300 PROCEDURE DIVISION USING MVS-PARM.                               00028300
028400 START-UP.                                                        00028400
028500     CALL SQLITE3A USING SQLITE3-LIBVERSION                       00028500
028600          RETURNING LS-LIBVERSION-POINTER                         00028600
028700     END-CALL                                                     00028700
028800     IF LS-LIBVERSION-POINTER NOT EQUAL TO NULL THEN              00028800
028900        SET ADDRESS OF LINKAGE-LIBVERSION TO                      00028900
029000            LS-LIBVERSION-POINTER                                 00029000
029100        MOVE ZERO TO LS-LIBVERSION-LENGTH                         00029100
029200        INSPECT LINKAGE-LIBVERSION                                00029200
029300                TALLYING LS-LIBVERSION-LENGTH                     00029300
029400                FOR CHARACTERS BEFORE INITIAL LOW-VALUE           00029400
029500        DISPLAY 'Sqlite version is '                              00029500
029600                LINKAGE-LIBVERSION(1:LS-LIBVERSION-LENGTH)        00029600
029700                UPON SYSOUT                                       00029700
029800     END-IF                                                       00029800
029900     CALL SQLITE3A USING SQLITE3-INITIALIZE                       00029900
030000     RETURNING LS-SQL-RC                                          00030000
030100     END-CALL                                                     00030100
030200     IF LS-SQL-RC NOT = SQLITE-OK THEN                            00030200
030300        DISPLAY 'SQLITE-INITIALIZE FAILED. RC='                   00030300
030400            LS-SQL-RC                                             00030400
030500            UPON SYSOUT                                           00030500
030600        MOVE +16 TO RETURN-CODE                                   00030600
030700        GOBACK                                                    00030700
030800     END-IF                                                       00030800
030900     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE               00030900
031000     .                                                            00031000
031100 PARSE-PARM.                                                      00031100
031200     MOVE SPACES TO WS-PARM-DBPATH                                00031200
031300     MOVE SPACES TO WS-PARM-TABLE                                 00031300
031400     MOVE SPACES TO WS-PARM-MINSCORE                              00031400
031500     IF MVS-PARM-LENGTH IS GREATER THAN ZERO THEN                 00031500
031600        UNSTRING MVS-PARM-VALUE(1:MVS-PARM-LENGTH)                00031600
031700            DELIMITED BY ','                                      00031700
031800             INTO WS-PARM-DBPATH, WS-PARM-TABLE,                  00031800
031900                  WS-PARM-MINSCORE                                00031900
032000        END-UNSTRING                                              00032000
032100     END-IF                                                       00032100
032200     MOVE ZERO TO WS-PARM-LEN                                     00032200
032300     INSPECT WS-PARM-DBPATH TALLYING WS-PARM-LEN                  00032300
032400             FOR CHARACTERS BEFORE INITIAL SPACE                  00032400
032500     IF WS-PARM-LEN IS GREATER THAN ZERO THEN                     00032500
032600        MOVE WS-PARM-DBPATH(1:WS-PARM-LEN) TO SQL-ZCHAR           00032600
032700        MOVE LOW-VALUES TO SQL-ZCHAR(WS-PARM-LEN + 1:1)           00032700
032800     ELSE                                                         00032800
032900        MOVE Z'/tmp/testcob4.sqlite3' TO SQL-ZCHAR                00032900
033000     END-IF                                                       00033000
033100     IF WS-PARM-TABLE IS NOT EQUAL TO SPACES THEN                 00033100
033200        MOVE WS-PARM-TABLE TO WS-TABLE-NAME                       00033200
033300     END-IF                                                       00033300
033400     MOVE ZERO TO WS-TABLE-NAME-LEN                               00033400
033500     INSPECT WS-TABLE-NAME TALLYING WS-TABLE-NAME-LEN             00033500
033600             FOR CHARACTERS BEFORE INITIAL SPACE                  00033600
033700     IF WS-PARM-MINSCORE IS NOT EQUAL TO SPACES THEN              00033700
033800        MOVE ZERO TO WS-PARM-LEN                                  00033800
033900        INSPECT WS-PARM-MINSCORE TALLYING WS-PARM-LEN             00033900
034000                FOR CHARACTERS BEFORE INITIAL SPACE               00034000
034100        IF WS-PARM-LEN IS EQUAL TO ZERO OR                        00034100
034200           WS-PARM-MINSCORE(1:WS-PARM-LEN) IS NOT NUMERIC THEN    00034200
034300           DISPLAY 'MINSCORE MUST BE 1 TO 100: '                  00034300
034400              WS-PARM-MINSCORE UPON SYSOUT                        00034400
034500           MOVE +16 TO RETURN-CODE                                00034500
034600           GOBACK                                                 00034600
034700        END-IF                                                    00034700
034800        COMPUTE WS-MIN-SCORE = FUNCTION NUMVAL                    00034800
034900           (WS-PARM-MINSCORE(1:WS-PARM-LEN))                      00034900
035000        IF WS-MIN-SCORE IS LESS THAN 1 OR                         00035000
035100           WS-MIN-SCORE IS GREATER THAN 100 THEN                  00035100
035200           DISPLAY 'MINSCORE MUST BE 1 TO 100: '                  00035200
035300              WS-PARM-MINSCORE UPON SYSOUT                        00035300
035400           MOVE +16 TO RETURN-CODE                                00035400
035500           GOBACK                                                 00035500
035600        END-IF                                                    00035600
035700     END-IF                                                       00035700
035800     OPEN OUTPUT REPORT1-FD                                       00035800
035900     .                                                            00035900
036000*                                                                 00036000
036100* Read-only: the keys and pairs live in TEMP tables of this       00036100
036200* connection and nothing in the data base itself changes.         00036200
036300*                                                                 00036300
036400 INITIALIZE-SQLITE.                                               00036400
036500     MOVE SQLITE-OPEN-READONLY TO LS-OPEN-FLAGS                   00036500
036600     CALL SQLITE3A USING BY REFERENCE SQLITE3-OPEN-V2             00036600
036700         BY REFERENCE SQL-ZCHAR                                   00036700
036800         BY REFERENCE LS-DB                                       00036800
036900         BY VALUE LS-OPEN-FLAGS                                   00036900
037000         BY VALUE LS-NULL                                         00037000
037100         RETURNING LS-SQL-RC                                      00037100
037200     END-CALL                                                     00037200
037300     IF LS-SQL-RC IS NOT EQUAL TO SQLITE-OK AND                   00037300
037400        LS-SQL-RC IS NOT EQUAL TO SQLITE-DONE THEN                00037400
037500        DISPLAY 'SQLITE3-OPEN FAILED. RC='                        00037500
037600           LS-SQL-RC UPON SYSOUT                                  00037600
037700        PERFORM DISPLAY-SQL-ERROR                                 00037700
037800        MOVE +16 TO RETURN-CODE                                   00037800
037900        CLOSE REPORT1-FD                                          00037900
038000        GOBACK                                                    00038000
038100     END-IF                                                       00038100
038200     CALL SQLITE3A USING BY REFERENCE SQLITE3-BUSY-TIMEOUT        00038200
038300         BY VALUE LS-DB                                           00038300
038400         BY VALUE LS-BUSY-TIMEOUT-MS                              00038400
038500         RETURNING LS-SQL-RC                                      00038500
038600     END-CALL                                                     00038600
038700     .                                                            00038700
038800 CREATE-WORK-TABLES.                                              00038800
038900     MOVE 1 TO WS-SQL-PTR                                         00038900
039000     STRING 'CREATE TEMP TABLE DUP_NAME (' DELIMITED BY SIZE      00039000
039100         'ID INTEGER PRIMARY KEY, NKEY TEXT)' DELIMITED BY SIZE   00039100
039200         INTO SQL-ZCHAR                                           00039200
039300         WITH POINTER WS-SQL-PTR                                  00039300
039400     END-STRING                                                   00039400
039500     MOVE LOW-VALUES TO SQL-ZCHAR(WS-SQL-PTR:1)                   00039500
039600     MOVE 'CREATE DUP_NAME' TO WS-PREP-LABEL                      00039600
039700     PERFORM EXECUTE-ONE-STATEMENT                                00039700
039800     MOVE 1 TO WS-SQL-PTR                                         00039800
039900     STRING 'CREATE TEMP TABLE DUP_CONTACT (' DELIMITED BY SIZE   00039900
040000         'PARENT_ID INTEGER, NADDR TEXT, NPHONE TEXT)'            00040000
040100         DELIMITED BY SIZE                                        00040100
040200         INTO SQL-ZCHAR                                           00040200
040300         WITH POINTER WS-SQL-PTR                                  00040300
040400     END-STRING                                                   00040400
040500     MOVE LOW-VALUES TO SQL-ZCHAR(WS-SQL-PTR:1)                   00040500
040600     MOVE 'CREATE DUP_CONTACT' TO WS-PREP-LABEL                   00040600
040700     PERFORM EXECUTE-ONE-STATEMENT                                00040700
040800     MOVE 1 TO WS-SQL-PTR                                         00040800
040900     STRING 'CREATE TEMP TABLE DUP_HIT (' DELIMITED BY SIZE       00040900
041000         'ID1 INTEGER, ID2 INTEGER, KIND TEXT)'                   00041000
041100         DELIMITED BY SIZE                                        00041100
041200         INTO SQL-ZCHAR                                           00041200
041300         WITH POINTER WS-SQL-PTR                                  00041300
041400     END-STRING                                                   00041400
041500     MOVE LOW-VALUES TO SQL-ZCHAR(WS-SQL-PTR:1)                   00041500
041600     MOVE 'CREATE DUP_HIT' TO WS-PREP-LABEL                       00041600
041700     PERFORM EXECUTE-ONE-STATEMENT                                00041700
041800     MOVE Z'INSERT INTO DUP_NAME(ID,NKEY) VALUES(?,?)'            00041800
041900        TO SQL-ZCHAR                                              00041900
042000     MOVE 'NAME KEY INSERT' TO WS-PREP-LABEL                      00042000
042100     PERFORM PREPARE-ONE-STATEMENT                                00042100
042200     SET LS-NAME-KEY-STMT TO LS-PREPARED-STMT                     00042200
042300     MOVE 1 TO WS-SQL-PTR                                         00042300
042400     STRING 'INSERT INTO DUP_CONTACT(PARENT_ID,NADDR,NPHONE) '    00042400
042500         DELIMITED BY SIZE                                        00042500
042600         'VALUES(?,?,?)' DELIMITED BY SIZE                        00042600
042700         INTO SQL-ZCHAR                                           00042700
042800         WITH POINTER WS-SQL-PTR                                  00042800
042900     END-STRING                                                   00042900
043000     MOVE LOW-VALUES TO SQL-ZCHAR(WS-SQL-PTR:1)                   00043000
043100     MOVE 'CONTACT KEY INSERT' TO WS-PREP-LABEL                   00043100
043200     PERFORM PREPARE-ONE-STATEMENT                                00043200
043300     SET LS-CONTACT-KEY-STMT TO LS-PREPARED-STMT                  00043300
043400     MOVE 1 TO WS-SQL-PTR                                         00043400
043500     STRING 'SELECT NAME,AMOUNT FROM main.' DELIMITED BY SIZE     00043500
043600         WS-TABLE-NAME(1:WS-TABLE-NAME-LEN) DELIMITED BY SIZE     00043600
043700         ' WHERE ID = ?' DELIMITED BY SIZE                        00043700
043800         INTO SQL-ZCHAR                                           00043800
043900         WITH POINTER WS-SQL-PTR                                  00043900
044000     END-STRING                                                   00044000
044100     MOVE LOW-VALUES TO SQL-ZCHAR(WS-SQL-PTR:1)                   00044100
044200     MOVE 'ROW LOOKUP' TO WS-PREP-LABEL                           00044200
044300     PERFORM PREPARE-ONE-STATEMENT                                00044300
044400     SET LS-LOOKUP-STMT TO LS-PREPARED-STMT                       00044400
044500     .                                                            00044500
044600*                                                                 00044600
044700* One NAME key per business row. A NAME made only of filler       00044700
044800* words gives no key and cannot pair on NAME.                     00044800
044900*                                                                 00044900
045000 KEY-BUSINESS-ROWS.                                               00045000
045100     MOVE 1 TO WS-SQL-PTR                                         00045100
045200     STRING 'SELECT ID,NAME FROM main.' DELIMITED BY SIZE         00045200
045300         WS-TABLE-NAME(1:WS-TABLE-NAME-LEN) DELIMITED BY SIZE     00045300
045400         INTO SQL-ZCHAR                                           00045400
045500         WITH POINTER WS-SQL-PTR                                  00045500
045600     END-STRING                                                   00045600
045700     MOVE LOW-VALUES TO SQL-ZCHAR(WS-SQL-PTR:1)                   00045700
045800     MOVE 'ROW SELECT' TO WS-PREP-LABEL                           00045800
045900     PERFORM PREPARE-ONE-STATEMENT                                00045900
046000     SET LS-WORK-STMT TO LS-PREPARED-STMT                         00046000
046100     MOVE 'N' TO WS-EOF-SWITCH                                    00046100
046200     PERFORM UNTIL WS-EOF                                         00046200
046300        CALL SQLITE3A USING BY REFERENCE SQLITE3-STEP             00046300
046400            BY VALUE LS-WORK-STMT                                 00046400
046500            RETURNING LS-SQL-RC                                   00046500
046600        END-CALL                                                  00046600
046700        EVALUATE LS-SQL-RC                                        00046700
046800        WHEN SQLITE-ROW                                           00046800
046900             PERFORM KEY-ONE-ROW                                  00046900
047000        WHEN SQLITE-DONE                                          00047000
047100             MOVE 'Y' TO WS-EOF-SWITCH                            00047100
047200        WHEN OTHER                                                00047200
047300             DISPLAY 'ROW SELECT (STEP) FAILED. RC='              00047300
047400                LS-SQL-RC UPON SYSOUT                             00047400
047500             PERFORM DISPLAY-SQL-ERROR                            00047500
047600             MOVE +16 TO RETURN-CODE                              00047600
047700             MOVE 'Y' TO WS-EOF-SWITCH                            00047700
047800        END-EVALUATE                                              00047800
047900     END-PERFORM                                                  00047900
048000     CALL SQLITE3A USING BY REFERENCE SQLITE3-FINALIZE            00048000
048100         BY VALUE LS-WORK-STMT                                    00048100
048200         RETURNING LS-SQL-RC                                      00048200
048300     END-CALL                                                     00048300
048400     IF RETURN-CODE IS EQUAL TO +16 THEN                          00048400
048500        GO TO SHUTDOWN                                            00048500
048600     END-IF                                                       00048600
048700     .                                                            00048700
048800*                                                                 00048800
048900* ADDRESS and PHONE keys per _CONTACT row of a row still on       00048900
049000* file. A data base from before the child table existed simply    00049000
049100* has no such table, which is noted and skipped.                  00049100
049200*                                                                 00049200
049300 KEY-CONTACT-ROWS.                                                00049300
049400     MOVE 1 TO WS-SQL-PTR                                         00049400
049500     STRING 'SELECT PARENT_ID,ADDRESS,PHONE FROM main.'           00049500
049600         DELIMITED BY SIZE                                        00049600
049700         WS-TABLE-NAME(1:WS-TABLE-NAME-LEN) DELIMITED BY SIZE     00049700
049800         '_CONTACT WHERE PARENT_ID IN (SELECT ID FROM main.'      00049800
049900         DELIMITED BY SIZE                                        00049900
050000         WS-TABLE-NAME(1:WS-TABLE-NAME-LEN) DELIMITED BY SIZE     00050000
050100         ')' DELIMITED BY SIZE                                    00050100
050200         INTO SQL-ZCHAR                                           00050200
050300         WITH POINTER WS-SQL-PTR                                  00050300
050400     END-STRING                                                   00050400
050500     MOVE LOW-VALUES TO SQL-ZCHAR(WS-SQL-PTR:1)                   00050500
050600     CALL SQLITE3A USING BY REFERENCE SQLITE3-PREPARE-V2          00050600
050700         BY VALUE LS-DB                                           00050700
050800         BY REFERENCE SQL-ZCHAR                                   00050800
050900         BY VALUE LS-MINUS-ONE                                    00050900
051000         BY REFERENCE LS-WORK-STMT                                00051000
051100         BY VALUE LS-ZERO                                         00051100
051200         RETURNING LS-SQL-RC                                      00051200
051300     END-CALL                                                     00051300
051400     IF LS-SQL-RC IS NOT EQUAL TO SQLITE-OK AND                   00051400
051500        LS-SQL-RC IS NOT EQUAL TO SQLITE-DONE THEN                00051500
051600        DISPLAY 'NO CONTACT CHILD TABLE IN THIS DATA BASE.'       00051600
051700           UPON SYSOUT                                            00051700
051800        GO TO FIND-CANDIDATE-PAIRS                                00051800
051900     END-IF                                                       00051900
052000     MOVE 'Y' TO WS-CONTACT-SWITCH                                00052000
052100     MOVE 'N' TO WS-EOF-SWITCH                                    00052100
052200     PERFORM UNTIL WS-EOF                                         00052200
052300        CALL SQLITE3A USING BY REFERENCE SQLITE3-STEP             00052300
052400            BY VALUE LS-WORK-STMT                                 00052400
052500            RETURNING LS-SQL-RC                                   00052500
052600        END-CALL                                                  00052600
052700        EVALUATE LS-SQL-RC                                        00052700
052800        WHEN SQLITE-ROW                                           00052800
052900             PERFORM KEY-ONE-CONTACT                              00052900
053000        WHEN SQLITE-DONE                                          00053000
053100             MOVE 'Y' TO WS-EOF-SWITCH                            00053100
053200        WHEN OTHER                                                00053200
053300             DISPLAY 'CONTACT SELECT (STEP) FAILED. RC='          00053300
053400                LS-SQL-RC UPON SYSOUT                             00053400
053500             PERFORM DISPLAY-SQL-ERROR                            00053500
053600             MOVE +16 TO RETURN-CODE                              00053600
053700             MOVE 'Y' TO WS-EOF-SWITCH                            00053700
053800        END-EVALUATE                                              00053800
053900     END-PERFORM                                                  00053900
054000     CALL SQLITE3A USING BY REFERENCE SQLITE3-FINALIZE            00054000
054100         BY VALUE LS-WORK-STMT                                    00054100
054200         RETURNING LS-SQL-RC                                      00054200
054300     END-CALL                                                     00054300
054400     IF RETURN-CODE IS EQUAL TO +16 THEN                          00054400
054500        GO TO SHUTDOWN                                            00054500
054600     END-IF                                                       00054600
054700     .                                                            00054700
054800*                                                                 00054800
054900* Every pair sharing a key, lower LOAD-ID first, once per kind    00054900
055000* of key shared; the indexes keep the self-joins off a scan.      00055000
055100*                                                                 00055100
055200 FIND-CANDIDATE-PAIRS.                                            00055200
055300     MOVE Z'CREATE INDEX DUP_NAME_NKEY ON DUP_NAME(NKEY)'         00055300
055400        TO SQL-ZCHAR                                              00055400
055500     MOVE 'INDEX DUP_NAME' TO WS-PREP-LABEL                       00055500
055600     PERFORM EXECUTE-ONE-STATEMENT                                00055600
055700     MOVE 1 TO WS-SQL-PTR                                         00055700
055800     STRING 'INSERT INTO DUP_HIT(ID1,ID2,KIND) ' DELIMITED BY SIZE00055800
055900         'SELECT A.ID,B.ID,''N'' FROM DUP_NAME A '                00055900
056000         DELIMITED BY SIZE                                        00056000
056100         'JOIN DUP_NAME B ON B.NKEY = A.NKEY AND B.ID > A.ID'     00056100
056200         DELIMITED BY SIZE                                        00056200
056300         INTO SQL-ZCHAR                                           00056300
056400         WITH POINTER WS-SQL-PTR                                  00056400
056500     END-STRING                                                   00056500
056600     MOVE LOW-VALUES TO SQL-ZCHAR(WS-SQL-PTR:1)                   00056600
056700     MOVE 'NAME PAIRS' TO WS-PREP-LABEL                           00056700
056800     PERFORM EXECUTE-ONE-STATEMENT                                00056800
056900     IF WS-HAVE-CONTACTS THEN                                     00056900
057000        MOVE 1 TO WS-SQL-PTR                                      00057000
057100        STRING 'CREATE INDEX DUP_CONTACT_NADDR ON '               00057100
057200            DELIMITED BY SIZE                                     00057200
057300            'DUP_CONTACT(NADDR)' DELIMITED BY SIZE                00057300
057400            INTO SQL-ZCHAR                                        00057400
057500            WITH POINTER WS-SQL-PTR                               00057500
057600        END-STRING                                                00057600
057700        MOVE LOW-VALUES TO SQL-ZCHAR(WS-SQL-PTR:1)                00057700
057800        MOVE 'INDEX DUP_CONTACT 1' TO WS-PREP-LABEL               00057800
057900        PERFORM EXECUTE-ONE-STATEMENT                             00057900
058000        MOVE 1 TO WS-SQL-PTR                                      00058000
058100        STRING 'CREATE INDEX DUP_CONTACT_NPHONE ON '              00058100
058200            DELIMITED BY SIZE                                     00058200
058300            'DUP_CONTACT(NPHONE)' DELIMITED BY SIZE               00058300
058400            INTO SQL-ZCHAR                                        00058400
058500            WITH POINTER WS-SQL-PTR                               00058500
058600        END-STRING                                                00058600
058700        MOVE LOW-VALUES TO SQL-ZCHAR(WS-SQL-PTR:1)                00058700
058800        MOVE 'INDEX DUP_CONTACT 2' TO WS-PREP-LABEL               00058800
058900        PERFORM EXECUTE-ONE-STATEMENT                             00058900
059000        MOVE 1 TO WS-SQL-PTR                                      00059000
059100        STRING 'INSERT INTO DUP_HIT(ID1,ID2,KIND) '               00059100
059200            DELIMITED BY SIZE                                     00059200
059300            'SELECT DISTINCT A.PARENT_ID,B.PARENT_ID,''A'' '      00059300
059400            DELIMITED BY SIZE                                     00059400
059500            'FROM DUP_CONTACT A JOIN DUP_CONTACT B '              00059500
059600            DELIMITED BY SIZE                                     00059600
059700            'ON B.NADDR = A.NADDR AND B.PARENT_ID > A.PARENT_ID'  00059700
059800            DELIMITED BY SIZE                                     00059800
059900            ' WHERE A.NADDR <> ''''' DELIMITED BY SIZE            00059900
060000            INTO SQL-ZCHAR                                        00060000
060100            WITH POINTER WS-SQL-PTR                               00060100
060200        END-STRING                                                00060200
060300        MOVE LOW-VALUES TO SQL-ZCHAR(WS-SQL-PTR:1)                00060300
060400        MOVE 'ADDRESS PAIRS' TO WS-PREP-LABEL                     00060400
060500        PERFORM EXECUTE-ONE-STATEMENT                             00060500
060600        MOVE 1 TO WS-SQL-PTR                                      00060600
060700        STRING 'INSERT INTO DUP_HIT(ID1,ID2,KIND) '               00060700
060800            DELIMITED BY SIZE                                     00060800
060900            'SELECT DISTINCT A.PARENT_ID,B.PARENT_ID,''P'' '      00060900
061000            DELIMITED BY SIZE                                     00061000
061100            'FROM DUP_CONTACT A JOIN DUP_CONTACT B '              00061100
061200            DELIMITED BY SIZE                                     00061200
061300            'ON B.NPHONE = A.NPHONE AND B.PARENT_ID > A.PARENT_ID'00061300
061400            DELIMITED BY SIZE                                     00061400
061500            ' WHERE A.NPHONE <> ''''' DELIMITED BY SIZE           00061500
061600            INTO SQL-ZCHAR                                        00061600
061700            WITH POINTER WS-SQL-PTR                               00061700
061800        END-STRING                                                00061800
061900        MOVE LOW-VALUES TO SQL-ZCHAR(WS-SQL-PTR:1)                00061900
062000        MOVE 'PHONE PAIRS' TO WS-PREP-LABEL                       00062000
062100        PERFORM EXECUTE-ONE-STATEMENT                             00062100
062200     END-IF                                                       00062200
062300     .                                                            00062300
062400*                                                                 00062400
062500* One line per pair at or over MINSCORE, best first. The 50/30/   00062500
062600* 20 weights here are the ones described in the heading block.    00062600
062700*                                                                 00062700
062800 LIST-CANDIDATE-PAIRS.                                            00062800
062900     PERFORM WRITE-REPORT-HEADING                                 00062900
063000     MOVE 1 TO WS-SQL-PTR                                         00063000
063100     STRING 'SELECT ID1,ID2,N,A,P FROM (SELECT ID1,ID2,'          00063100
063200         DELIMITED BY SIZE                                        00063200
063300         'MAX(KIND = ''N'') AS N,MAX(KIND = ''A'') AS A,'         00063300
063400         DELIMITED BY SIZE                                        00063400
063500         'MAX(KIND = ''P'') AS P FROM DUP_HIT GROUP BY ID1,ID2)'  00063500
063600         DELIMITED BY SIZE                                        00063600
063700         ' WHERE N * 50 + A * 30 + P * 20 >= ? ORDER BY '         00063700
063800         DELIMITED BY SIZE                                        00063800
063900         'N * 50 + A * 30 + P * 20 DESC, ID1, ID2'                00063900
064000         DELIMITED BY SIZE                                        00064000
064100         INTO SQL-ZCHAR                                           00064100
064200         WITH POINTER WS-SQL-PTR                                  00064200
064300     END-STRING                                                   00064300
064400     MOVE LOW-VALUES TO SQL-ZCHAR(WS-SQL-PTR:1)                   00064400
064500     MOVE 'PAIR SELECT' TO WS-PREP-LABEL                          00064500
064600     PERFORM PREPARE-ONE-STATEMENT                                00064600
064700     SET LS-PAIR-STMT TO LS-PREPARED-STMT                         00064700
064800     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-INT            00064800
064900         BY VALUE LS-PAIR-STMT                                    00064900
065000         BY VALUE LS-ONE                                          00065000
065100         BY VALUE WS-MIN-SCORE                                    00065100
065200         RETURNING LS-SQL-RC                                      00065200
065300     END-CALL                                                     00065300
065400     MOVE 'N' TO WS-EOF-SWITCH                                    00065400
065500     PERFORM UNTIL WS-EOF                                         00065500
065600        CALL SQLITE3A USING BY REFERENCE SQLITE3-STEP             00065600
065700            BY VALUE LS-PAIR-STMT                                 00065700
065800            RETURNING LS-SQL-RC                                   00065800
065900        END-CALL                                                  00065900
066000        EVALUATE LS-SQL-RC                                        00066000
066100        WHEN SQLITE-ROW                                           00066100
066200             PERFORM LIST-ONE-PAIR                                00066200
066300        WHEN SQLITE-DONE                                          00066300
066400             MOVE 'Y' TO WS-EOF-SWITCH                            00066400
066500        WHEN OTHER                                                00066500
066600             DISPLAY 'PAIR SELECT (STEP) FAILED. RC='             00066600
066700                LS-SQL-RC UPON SYSOUT                             00066700
066800             PERFORM DISPLAY-SQL-ERROR                            00066800
066900             MOVE +16 TO RETURN-CODE                              00066900
067000             MOVE 'Y' TO WS-EOF-SWITCH                            00067000
067100        END-EVALUATE                                              00067100
067200     END-PERFORM                                                  00067200
067300     IF RETURN-CODE IS EQUAL TO +16 THEN                          00067300
067400        GO TO SHUTDOWN                                            00067400
067500     END-IF                                                       00067500
067600     .                                                            00067600
067700 PRINT-SUMMARY.                                                   00067700
067800     MOVE SPACES TO WS-REPORT-LINE                                00067800
067900     PERFORM WRITE-REPORT-LINE-OUT                                00067900
068000     MOVE 'SUMMARY' TO WS-REPORT-LINE                             00068000
068100     PERFORM WRITE-REPORT-LINE-OUT                                00068100
068200     MOVE WS-ROW-COUNT TO WS-COUNT-DISPLAY                        00068200
068300     STRING 'ROWS EXAMINED            : ' DELIMITED BY SIZE       00068300
068400         WS-COUNT-DISPLAY DELIMITED BY SIZE                       00068400
068500         INTO WS-REPORT-LINE                                      00068500
068600     END-STRING                                                   00068600
068700     PERFORM WRITE-REPORT-LINE-OUT                                00068700
068800     IF WS-HAVE-CONTACTS THEN                                     00068800
068900        MOVE WS-CONTACT-COUNT TO WS-COUNT-DISPLAY                 00068900
069000        STRING 'CONTACT ROWS EXAMINED    : ' DELIMITED BY SIZE    00069000
069100            WS-COUNT-DISPLAY DELIMITED BY SIZE                    00069100
069200            INTO WS-REPORT-LINE                                   00069200
069300        END-STRING                                                00069300
069400     ELSE                                                         00069400
069500        MOVE 'CONTACT ROWS EXAMINED    : NO _CONTACT TABLE'       00069500
069600           TO WS-REPORT-LINE                                      00069600
069700     END-IF                                                       00069700
069800     PERFORM WRITE-REPORT-LINE-OUT                                00069800
069900     MOVE WS-MIN-SCORE TO WS-SCORE-DISPLAY                        00069900
070000     STRING 'MINIMUM SCORE LISTED     :       ' DELIMITED BY SIZE 00070000
070100         WS-SCORE-DISPLAY DELIMITED BY SIZE                       00070100
070200         INTO WS-REPORT-LINE                                      00070200
070300     END-STRING                                                   00070300
070400     PERFORM WRITE-REPORT-LINE-OUT                                00070400
070500     MOVE WS-FULL-COUNT TO WS-COUNT-DISPLAY                       00070500
070600     STRING 'PAIRS MATCHING ON ALL 3  : ' DELIMITED BY SIZE       00070600
070700         WS-COUNT-DISPLAY DELIMITED BY SIZE                       00070700
070800         INTO WS-REPORT-LINE                                      00070800
070900     END-STRING                                                   00070900
071000     PERFORM WRITE-REPORT-LINE-OUT                                00071000
071100     MOVE WS-NAME-ONLY-COUNT TO WS-COUNT-DISPLAY                  00071100
071200     STRING 'PAIRS MATCHING NAME ONLY : ' DELIMITED BY SIZE       00071200
071300         WS-COUNT-DISPLAY DELIMITED BY SIZE                       00071300
071400         INTO WS-REPORT-LINE                                      00071400
071500     END-STRING                                                   00071500
071600     PERFORM WRITE-REPORT-LINE-OUT                                00071600
071700     MOVE WS-CONTACT-ONLY-COUNT TO WS-COUNT-DISPLAY               00071700
071800     STRING 'PAIRS WITH NO NAME MATCH : ' DELIMITED BY SIZE       00071800
071900         WS-COUNT-DISPLAY DELIMITED BY SIZE                       00071900
072000         INTO WS-REPORT-LINE                                      00072000
072100     END-STRING                                                   00072100
072200     PERFORM WRITE-REPORT-LINE-OUT                                00072200
072300     MOVE WS-PAIR-COUNT TO WS-COUNT-DISPLAY                       00072300
072400     STRING 'CANDIDATE PAIRS LISTED   : ' DELIMITED BY SIZE       00072400
072500         WS-COUNT-DISPLAY DELIMITED BY SIZE                       00072500
072600         INTO WS-REPORT-LINE                                      00072600
072700     END-STRING                                                   00072700
072800     DISPLAY WS-REPORT-LINE(1:40) UPON SYSOUT                     00072800
072900     PERFORM WRITE-REPORT-LINE-OUT                                00072900
073000     IF WS-PAIR-COUNT IS GREATER THAN ZERO THEN                   00073000
073100        MOVE +4 TO RETURN-CODE                                    00073100
073200     END-IF                                                       00073200
073300     GO TO SHUTDOWN                                               00073300
073400     .                                                            00073400
073500*                                                                 00073500
073600* Reusable prepare paragraph: caller builds the null-terminated   00073600
073700* statement text in SQL-ZCHAR and names it in WS-PREP-LABEL; the  00073700
073800* prepared statement handle is returned in LS-PREPARED-STMT.      00073800
073900*                                                                 00073900
074000 PREPARE-ONE-STATEMENT.                                           00074000
074100     CALL SQLITE3A USING BY REFERENCE SQLITE3-PREPARE-V2          00074100
074200         BY VALUE LS-DB                                           00074200
074300         BY REFERENCE SQL-ZCHAR                                   00074300
074400         BY VALUE LS-MINUS-ONE                                    00074400
074500         BY REFERENCE LS-PREPARED-STMT                            00074500
074600         BY VALUE LS-ZERO                                         00074600
074700         RETURNING LS-SQL-RC                                      00074700
074800     END-CALL                                                     00074800
074900     IF LS-SQL-RC IS NOT EQUAL TO SQLITE-OK AND                   00074900
075000        LS-SQL-RC IS NOT EQUAL TO SQLITE-DONE THEN                00075000
075100        DISPLAY 'PREPARE OF ' WS-PREP-LABEL                       00075100
075200           ' FAILED. RC=' LS-SQL-RC UPON SYSOUT                   00075200
075300        PERFORM DISPLAY-SQL-ERROR                                 00075300
075400        MOVE +16 TO RETURN-CODE                                   00075400
075500        CLOSE REPORT1-FD                                          00075500
075600        GOBACK                                                    00075600
075700     END-IF                                                       00075700
075800     .                                                            00075800
075900*                                                                 00075900
076000* Run one statement with no result rows through SQLITE3-EXEC;     00076000
076100* the caller names it in WS-PREP-LABEL.                           00076100
076200*                                                                 00076200
076300 EXECUTE-ONE-STATEMENT.                                           00076300
076400     CALL SQLITE3A USING BY REFERENCE SQLITE3-EXEC                00076400
076500         BY VALUE LS-DB                                           00076500
076600         BY REFERENCE SQL-ZCHAR                                   00076600
076700         BY VALUE LS-ZERO                                         00076700
076800         BY VALUE LS-ZERO                                         00076800
076900         BY VALUE LS-ZERO                                         00076900
077000         RETURNING LS-SQL-RC                                      00077000
077100     END-CALL                                                     00077100
077200     IF LS-SQL-RC IS NOT EQUAL TO SQLITE-OK AND                   00077200
077300        LS-SQL-RC IS NOT EQUAL TO SQLITE-DONE THEN                00077300
077400        DISPLAY WS-PREP-LABEL ' FAILED. RC='                      00077400
077500           LS-SQL-RC UPON SYSOUT                                  00077500
077600        PERFORM DISPLAY-SQL-ERROR                                 00077600
077700        MOVE +16 TO RETURN-CODE                                   00077700
077800        CLOSE REPORT1-FD                                          00077800
077900        GOBACK                                                    00077900
078000     END-IF                                                       00078000
078100     .                                                            00078100
078200*                                                                 00078200
078300* Fetch the text of column LS-COLUMN-NUMBER of the current        00078300
078400* LS-WORK-STMT row into WS-COL-VALUE/WS-COL-VALUE-LEN, the        00078400
078500* same null-terminated-pointer handling TESTCOB2 uses.            00078500
078600*                                                                 00078600
078700 GET-COLUMN-TEXT.                                                 00078700
078800     CALL SQLITE3A USING BY REFERENCE SQLITE3-COLUMN-TEXT         00078800
078900         BY VALUE LS-WORK-STMT                                    00078900
079000         BY VALUE LS-COLUMN-NUMBER                                00079000
079100         RETURNING LS-COLUMN-POINTER                              00079100
079200     END-CALL                                                     00079200
079300     MOVE SPACES TO WS-COL-VALUE                                  00079300
079400     MOVE ZERO TO WS-COL-VALUE-LEN                                00079400
079500     IF LS-COLUMN-POINTER IS NOT EQUAL TO NULL THEN               00079500
079600        SET ADDRESS OF LINKAGE-COLUMN-TEXT TO LS-COLUMN-POINTER   00079600
079700        INSPECT LINKAGE-COLUMN-TEXT TALLYING WS-COL-VALUE-LEN     00079700
079800           FOR CHARACTERS BEFORE INITIAL LOW-VALUE                00079800
079900        IF WS-COL-VALUE-LEN IS GREATER THAN ZERO THEN             00079900
080000           MOVE LINKAGE-COLUMN-TEXT(1:WS-COL-VALUE-LEN)           00080000
080100              TO WS-COL-VALUE                                     00080100
080200        END-IF                                                    00080200
080300     END-IF                                                       00080300
080400     .                                                            00080400
080500*                                                                 00080500
080600* Fetch column LS-COLUMN-NUMBER of the current LS-WORK-STMT row   00080600
080700* as an amount into WS-COL-AMOUNT.                                00080700
080800*                                                                 00080800
080900 GET-COLUMN-AMOUNT.                                               00080900
081000     CALL SQLITE3A USING                                          00081000
081100         BY REFERENCE SQLITE3-COLUMN-DOUBLE                       00081100
081200         BY REFERENCE LS-DOUBLE-BFP                               00081200
081300         BY VALUE LS-WORK-STMT                                    00081300
081400         BY VALUE LS-COLUMN-NUMBER                                00081400
081500     END-CALL                                                     00081500
081600     CALL SQLITE3A USING                                          00081600
081700         BY REFERENCE CONVERT-BFP-TO-HFP                          00081700
081800         BY VALUE LS-DOUBLE-BFP                                   00081800
081900         BY REFERENCE LS-DOUBLE-HFP                               00081900
082000     END-CALL                                                     00082000
082100     COMPUTE WS-COL-AMOUNT ROUNDED = LS-DOUBLE-HFP                00082100
082200     .                                                            00082200
082300 KEY-ONE-ROW.                                                     00082300
082400     ADD 1 TO WS-ROW-COUNT                                        00082400
082500     MOVE +0 TO LS-COLUMN-NUMBER                                  00082500
082600     CALL SQLITE3A USING                                          00082600
082700         BY REFERENCE SQLITE3-COLUMN-INT                          00082700
082800         BY VALUE LS-WORK-STMT                                    00082800
082900         BY VALUE LS-COLUMN-NUMBER                                00082900
083000         RETURNING WS-ROW-ID                                      00083000
083100     END-CALL                                                     00083100
083200     MOVE +1 TO LS-COLUMN-NUMBER                                  00083200
083300     PERFORM GET-COLUMN-TEXT                                      00083300
083400     MOVE WS-COL-VALUE TO WS-NORM-IN                              00083400
083500     MOVE 'N' TO WS-NORM-KIND                                     00083500
083600     PERFORM NORMALIZE-TEXT                                       00083600
083700     IF WS-NORM-OUT-LEN IS GREATER THAN ZERO THEN                 00083700
083800        CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-INT         00083800
083900            BY VALUE LS-NAME-KEY-STMT                             00083900
084000            BY VALUE LS-ONE                                       00084000
084100            BY VALUE WS-ROW-ID                                    00084100
084200            RETURNING LS-SQL-RC                                   00084200
084300        END-CALL                                                  00084300
084400        CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT        00084400
084500            BY VALUE LS-NAME-KEY-STMT                             00084500
084600            BY VALUE LS-TWO                                       00084600
084700            BY REFERENCE WS-NORM-OUT                              00084700
084800            BY VALUE WS-NORM-OUT-LEN                              00084800
084900            BY VALUE SQLITE-TRANSIENT                             00084900
085000            RETURNING LS-SQL-RC                                   00085000
085100        END-CALL                                                  00085100
085200        CALL SQLITE3A USING BY REFERENCE SQLITE3-STEP             00085200
085300            BY VALUE LS-NAME-KEY-STMT                             00085300
085400            RETURNING LS-SQL-RC                                   00085400
085500        END-CALL                                                  00085500
085600        IF LS-SQL-RC IS NOT EQUAL TO SQLITE-OK AND                00085600
085700           LS-SQL-RC IS NOT EQUAL TO SQLITE-DONE THEN             00085700
085800           DISPLAY 'NAME KEY INSERT FAILED. RC='                  00085800
085900              LS-SQL-RC UPON SYSOUT                               00085900
086000           PERFORM DISPLAY-SQL-ERROR                              00086000
086100           MOVE +16 TO RETURN-CODE                                00086100
086200           MOVE 'Y' TO WS-EOF-SWITCH                              00086200
086300        END-IF                                                    00086300
086400        CALL SQLITE3A USING BY REFERENCE SQLITE3-RESET            00086400
086500            BY VALUE LS-NAME-KEY-STMT                             00086500
086600            RETURNING LS-SQL-RC                                   00086600
086700        END-CALL                                                  00086700
086800     END-IF                                                       00086800
086900     .                                                            00086900
087000 KEY-ONE-CONTACT.                                                 00087000
087100     ADD 1 TO WS-CONTACT-COUNT                                    00087100
087200     MOVE +0 TO LS-COLUMN-NUMBER                                  00087200
087300     CALL SQLITE3A USING                                          00087300
087400         BY REFERENCE SQLITE3-COLUMN-INT                          00087400
087500         BY VALUE LS-WORK-STMT                                    00087500
087600         BY VALUE LS-COLUMN-NUMBER                                00087600
087700         RETURNING WS-ROW-ID                                      00087700
087800     END-CALL                                                     00087800
087900     MOVE +1 TO LS-COLUMN-NUMBER                                  00087900
088000     PERFORM GET-COLUMN-TEXT                                      00088000
088100     MOVE WS-COL-VALUE TO WS-NORM-IN                              00088100
088200     MOVE 'A' TO WS-NORM-KIND                                     00088200
088300     PERFORM NORMALIZE-TEXT                                       00088300
088400     MOVE WS-NORM-OUT TO WS-ADDR-KEY                              00088400
088500     MOVE WS-NORM-OUT-LEN TO WS-ADDR-KEY-LEN                      00088500
088600     MOVE +2 TO LS-COLUMN-NUMBER                                  00088600
088700     PERFORM GET-COLUMN-TEXT                                      00088700
088800     MOVE WS-COL-VALUE TO WS-PHONE-IN                             00088800
088900     PERFORM NORMALIZE-PHONE                                      00088900
089000     IF WS-ADDR-KEY-LEN IS GREATER THAN ZERO OR                   00089000
089100        WS-PHONE-KEY-LEN IS GREATER THAN ZERO THEN                00089100
089200        CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-INT         00089200
089300            BY VALUE LS-CONTACT-KEY-STMT                          00089300
089400            BY VALUE LS-ONE                                       00089400
089500            BY VALUE WS-ROW-ID                                    00089500
089600            RETURNING LS-SQL-RC                                   00089600
089700        END-CALL                                                  00089700
089800        CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT        00089800
089900            BY VALUE LS-CONTACT-KEY-STMT                          00089900
090000            BY VALUE LS-TWO                                       00090000
090100            BY REFERENCE WS-ADDR-KEY                              00090100
090200            BY VALUE WS-ADDR-KEY-LEN                              00090200
090300            BY VALUE SQLITE-TRANSIENT                             00090300
090400            RETURNING LS-SQL-RC                                   00090400
090500        END-CALL                                                  00090500
090600        CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT        00090600
090700            BY VALUE LS-CONTACT-KEY-STMT                          00090700
090800            BY VALUE LS-THREE                                     00090800
090900            BY REFERENCE WS-PHONE-KEY                             00090900
091000            BY VALUE WS-PHONE-KEY-LEN                             00091000
091100            BY VALUE SQLITE-TRANSIENT                             00091100
091200            RETURNING LS-SQL-RC                                   00091200
091300        END-CALL                                                  00091300
091400        CALL SQLITE3A USING BY REFERENCE SQLITE3-STEP             00091400
091500            BY VALUE LS-CONTACT-KEY-STMT                          00091500
091600            RETURNING LS-SQL-RC                                   00091600
091700        END-CALL                                                  00091700
091800        IF LS-SQL-RC IS NOT EQUAL TO SQLITE-OK AND                00091800
091900           LS-SQL-RC IS NOT EQUAL TO SQLITE-DONE THEN             00091900
092000           DISPLAY 'CONTACT KEY INSERT FAILED. RC='               00092000
092100              LS-SQL-RC UPON SYSOUT                               00092100
092200           PERFORM DISPLAY-SQL-ERROR                              00092200
092300           MOVE +16 TO RETURN-CODE                                00092300
092400           MOVE 'Y' TO WS-EOF-SWITCH                              00092400
092500        END-IF                                                    00092500
092600        CALL SQLITE3A USING BY REFERENCE SQLITE3-RESET            00092600
092700            BY VALUE LS-CONTACT-KEY-STMT                          00092700
092800            RETURNING LS-SQL-RC                                   00092800
092900        END-CALL                                                  00092900
093000     END-IF                                                       00093000
093100     .                                                            00093100
093200*                                                                 00093200
093300* Reduce WS-NORM-IN to its match key: upper case, punctuation     00093300
093400* to blanks, then word by word with the NAME filler words         00093400
093500* dropped or the ADDRESS street words abbreviated, the words      00093500
093600* run together with no blanks.                                    00093600
093700*                                                                 00093700
093800 NORMALIZE-TEXT.                                                  00093800
093900     INSPECT WS-NORM-IN CONVERTING                                00093900
094000        'abcdefghijklmnopqrstuvwxyz'                              00094000
094100        TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'                           00094100
094200     INSPECT WS-NORM-IN CONVERTING                                00094200
094300        '.,-&/''#();:"' TO '            '                         00094300
094400     MOVE SPACES TO WS-NORM-OUT                                   00094400
094500     MOVE 1 TO WS-OUT-PTR                                         00094500
094600     MOVE 1 TO WS-UNS-PTR                                         00094600
094700     PERFORM UNTIL WS-UNS-PTR IS GREATER THAN 50                  00094700
094800        MOVE SPACES TO WS-NORM-WORD                               00094800
094900        UNSTRING WS-NORM-IN                                       00094900
095000            DELIMITED BY ALL SPACE                                00095000
095100             INTO WS-NORM-WORD                                    00095100
095200            WITH POINTER WS-UNS-PTR                               00095200
095300        END-UNSTRING                                              00095300
095400        IF WS-NORM-WORD IS NOT EQUAL TO SPACES THEN               00095400
095500           PERFORM NORMALIZE-ONE-WORD                             00095500
095600        END-IF                                                    00095600
095700     END-PERFORM                                                  00095700
095800     COMPUTE WS-NORM-OUT-LEN = WS-OUT-PTR - 1                     00095800
095900     .                                                            00095900
096000 NORMALIZE-ONE-WORD.                                              00096000
096100     IF WS-NORM-NAME THEN                                         00096100
096200        EVALUATE WS-NORM-WORD                                     00096200
096300        WHEN 'THE'                                                00096300
096400        WHEN 'INC'                                                00096400
096500        WHEN 'LTD'                                                00096500
096600        WHEN 'LLC'                                                00096600
096700        WHEN 'CO'                                                 00096700
096800        WHEN 'CORP'                                               00096800
096900        WHEN 'COMPANY'                                            00096900
097000        WHEN 'CORPORATION'                                        00097000
097100        WHEN 'INCORPORATED'                                       00097100
097200        WHEN 'LIMITED'                                            00097200
097300        WHEN 'MR'                                                 00097300
097400        WHEN 'MRS'                                                00097400
097500        WHEN 'MS'                                                 00097500
097600        WHEN 'DR'                                                 00097600
097700             MOVE SPACES TO WS-NORM-WORD                          00097700
097800        END-EVALUATE                                              00097800
097900     ELSE                                                         00097900
098000        EVALUATE WS-NORM-WORD                                     00098000
098100        WHEN 'STREET'                                             00098100
098200             MOVE 'ST' TO WS-NORM-WORD                            00098200
098300        WHEN 'AVENUE'                                             00098300
098400             MOVE 'AVE' TO WS-NORM-WORD                           00098400
098500        WHEN 'ROAD'                                               00098500
098600             MOVE 'RD' TO WS-NORM-WORD                            00098600
098700        WHEN 'DRIVE'                                              00098700
098800             MOVE 'DR' TO WS-NORM-WORD                            00098800
098900        WHEN 'BOULEVARD'                                          00098900
099000             MOVE 'BLVD' TO WS-NORM-WORD                          00099000
099100        WHEN 'LANE'                                               00099100
099200             MOVE 'LN' TO WS-NORM-WORD                            00099200
099300        WHEN 'COURT'                                              00099300
099400             MOVE 'CT' TO WS-NORM-WORD                            00099400
099500        WHEN 'PLACE'                                              00099500
099600             MOVE 'PL' TO WS-NORM-WORD                            00099600
099700        WHEN 'SUITE'                                              00099700
099800             MOVE 'STE' TO WS-NORM-WORD                           00099800
099900        WHEN 'APARTMENT'                                          00099900
100000             MOVE 'APT' TO WS-NORM-WORD                           00100000
100100        WHEN 'NORTH'                                              00100100
100200             MOVE 'N' TO WS-NORM-WORD                             00100200
100300        WHEN 'SOUTH'                                              00100300
100400             MOVE 'S' TO WS-NORM-WORD                             00100400
100500        WHEN 'EAST'                                               00100500
100600             MOVE 'E' TO WS-NORM-WORD                             00100600
100700        WHEN 'WEST'                                               00100700
100800             MOVE 'W' TO WS-NORM-WORD                             00100800
100900        END-EVALUATE                                              00100900
101000     END-IF                                                       00101000
101100     IF WS-NORM-WORD IS NOT EQUAL TO SPACES THEN                  00101100
101200        STRING WS-NORM-WORD DELIMITED BY SPACE                    00101200
101300            INTO WS-NORM-OUT                                      00101300
101400            WITH POINTER WS-OUT-PTR                               00101400
101500            ON OVERFLOW                                           00101500
101600               CONTINUE                                           00101600
101700        END-STRING                                                00101700
101800     END-IF                                                       00101800
101900     .                                                            00101900
102000*                                                                 00102000
102100* The digits of WS-PHONE-IN, the last ten of them, into           00102100
102200* WS-PHONE-KEY; fewer than seven digits or all zeros is no key.   00102200
102300*                                                                 00102300
102400 NORMALIZE-PHONE.                                                 00102400
102500     MOVE SPACES TO WS-DIGITS                                     00102500
102600     MOVE ZERO TO WS-DIGIT-COUNT                                  00102600
102700     PERFORM VARYING WS-CHAR-IX FROM 1 BY 1                       00102700
102800             UNTIL WS-CHAR-IX IS GREATER THAN 15                  00102800
102900        IF WS-PHONE-IN(WS-CHAR-IX:1) IS NUMERIC THEN              00102900
103000           ADD 1 TO WS-DIGIT-COUNT                                00103000
103100           MOVE WS-PHONE-IN(WS-CHAR-IX:1)                         00103100
103200              TO WS-DIGITS(WS-DIGIT-COUNT:1)                      00103200
103300        END-IF                                                    00103300
103400     END-PERFORM                                                  00103400
103500     MOVE SPACES TO WS-PHONE-KEY                                  00103500
103600     MOVE ZERO TO WS-PHONE-KEY-LEN                                00103600
103700     IF WS-DIGIT-COUNT IS NOT LESS THAN 7 THEN                    00103700
103800        IF WS-DIGITS(1:WS-DIGIT-COUNT) IS NOT EQUAL TO ZEROS THEN 00103800
103900           IF WS-DIGIT-COUNT IS GREATER THAN 10 THEN              00103900
104000              MOVE WS-DIGITS(WS-DIGIT-COUNT - 9:10)               00104000
104100                 TO WS-PHONE-KEY                                  00104100
104200              MOVE 10 TO WS-PHONE-KEY-LEN                         00104200
104300           ELSE                                                   00104300
104400              MOVE WS-DIGITS(1:WS-DIGIT-COUNT) TO WS-PHONE-KEY    00104400
104500              MOVE WS-DIGIT-COUNT TO WS-PHONE-KEY-LEN             00104500
104600           END-IF                                                 00104600
104700        END-IF                                                    00104700
104800     END-IF                                                       00104800
104900     .                                                            00104900
105000 LIST-ONE-PAIR.                                                   00105000
105100     SET LS-WORK-STMT TO LS-PAIR-STMT                             00105100
105200     MOVE +0 TO LS-COLUMN-NUMBER                                  00105200
105300     CALL SQLITE3A USING                                          00105300
105400         BY REFERENCE SQLITE3-COLUMN-INT                          00105400
105500         BY VALUE LS-PAIR-STMT                                    00105500
105600         BY VALUE LS-COLUMN-NUMBER                                00105600
105700         RETURNING WS-PAIR-ID-1                                   00105700
105800     END-CALL                                                     00105800
105900     MOVE +1 TO LS-COLUMN-NUMBER                                  00105900
106000     CALL SQLITE3A USING                                          00106000
106100         BY REFERENCE SQLITE3-COLUMN-INT                          00106100
106200         BY VALUE LS-PAIR-STMT                                    00106200
106300         BY VALUE LS-COLUMN-NUMBER                                00106300
106400         RETURNING WS-PAIR-ID-2                                   00106400
106500     END-CALL                                                     00106500
106600     MOVE +2 TO LS-COLUMN-NUMBER                                  00106600
106700     CALL SQLITE3A USING                                          00106700
106800         BY REFERENCE SQLITE3-COLUMN-INT                          00106800
106900         BY VALUE LS-PAIR-STMT                                    00106900
107000         BY VALUE LS-COLUMN-NUMBER                                00107000
107100         RETURNING WS-HIT-NAME                                    00107100
107200     END-CALL                                                     00107200
107300     MOVE +3 TO LS-COLUMN-NUMBER                                  00107300
107400     CALL SQLITE3A USING                                          00107400
107500         BY REFERENCE SQLITE3-COLUMN-INT                          00107500
107600         BY VALUE LS-PAIR-STMT                                    00107600
107700         BY VALUE LS-COLUMN-NUMBER                                00107700
107800         RETURNING WS-HIT-ADDRESS                                 00107800
107900     END-CALL                                                     00107900
108000     MOVE +4 TO LS-COLUMN-NUMBER                                  00108000
108100     CALL SQLITE3A USING                                          00108100
108200         BY REFERENCE SQLITE3-COLUMN-INT                          00108200
108300         BY VALUE LS-PAIR-STMT                                    00108300
108400         BY VALUE LS-COLUMN-NUMBER                                00108400
108500         RETURNING WS-HIT-PHONE                                   00108500
108600     END-CALL                                                     00108600
108700     COMPUTE WS-SCORE = WS-HIT-NAME * 50                          00108700
108800                      + WS-HIT-ADDRESS * 30                       00108800
108900                      + WS-HIT-PHONE * 20                         00108900
109000     ADD 1 TO WS-PAIR-COUNT                                       00109000
109100     IF WS-SCORE IS EQUAL TO 100 THEN                             00109100
109200        ADD 1 TO WS-FULL-COUNT                                    00109200
109300     END-IF                                                       00109300
109400     IF WS-SCORE IS EQUAL TO 50 AND WS-HIT-NAME = 1 THEN          00109400
109500        ADD 1 TO WS-NAME-ONLY-COUNT                               00109500
109600     END-IF                                                       00109600
109700     IF WS-HIT-NAME IS EQUAL TO ZERO THEN                         00109700
109800        ADD 1 TO WS-CONTACT-ONLY-COUNT                            00109800
109900     END-IF                                                       00109900
110000     MOVE SPACES TO WS-PAIR-LINE                                  00110000
110100     MOVE WS-SCORE TO WS-PR-SCORE                                 00110100
110200     MOVE '-----' TO WS-PR-MATCH                                  00110200
110300     IF WS-HIT-NAME IS EQUAL TO 1 THEN                            00110300
110400        MOVE 'N' TO WS-PR-MATCH(1:1)                              00110400
110500     END-IF                                                       00110500
110600     IF WS-HIT-ADDRESS IS EQUAL TO 1 THEN                         00110600
110700        MOVE 'A' TO WS-PR-MATCH(3:1)                              00110700
110800     END-IF                                                       00110800
110900     IF WS-HIT-PHONE IS EQUAL TO 1 THEN                           00110900
111000        MOVE 'P' TO WS-PR-MATCH(5:1)                              00111000
111100     END-IF                                                       00111100
111200     MOVE ' ' TO WS-PR-MATCH(2:1)                                 00111200
111300     MOVE ' ' TO WS-PR-MATCH(4:1)                                 00111300
111400     MOVE WS-PAIR-ID-1 TO WS-LOOK-ID                              00111400
111500     PERFORM LOOKUP-ROW                                           00111500
111600     MOVE WS-PAIR-ID-1 TO WS-PR-ID-1                              00111600
111700     MOVE WS-LOOK-NAME TO WS-PR-NAME-1                            00111700
111800     MOVE WS-LOOK-AMOUNT TO WS-PR-AMOUNT-1                        00111800
111900     MOVE WS-PAIR-ID-2 TO WS-LOOK-ID                              00111900
112000     PERFORM LOOKUP-ROW                                           00112000
112100     MOVE WS-PAIR-ID-2 TO WS-PR-ID-2                              00112100
112200     MOVE WS-LOOK-NAME TO WS-PR-NAME-2                            00112200
112300     MOVE WS-LOOK-AMOUNT TO WS-PR-AMOUNT-2                        00112300
112400     MOVE WS-PAIR-LINE TO WS-REPORT-LINE                          00112400
112500     PERFORM WRITE-REPORT-LINE-OUT                                00112500
112600     .                                                            00112600
112700 LOOKUP-ROW.                                                      00112700
112800     MOVE SPACES TO WS-LOOK-NAME                                  00112800
112900     MOVE ZERO TO WS-LOOK-AMOUNT                                  00112900
113000     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-INT            00113000
113100         BY VALUE LS-LOOKUP-STMT                                  00113100
113200         BY VALUE LS-ONE                                          00113200
113300         BY VALUE WS-LOOK-ID                                      00113300
113400         RETURNING LS-SQL-RC                                      00113400
113500     END-CALL                                                     00113500
113600     CALL SQLITE3A USING BY REFERENCE SQLITE3-STEP                00113600
113700         BY VALUE LS-LOOKUP-STMT                                  00113700
113800         RETURNING LS-SQL-RC                                      00113800
113900     END-CALL                                                     00113900
114000     IF LS-SQL-RC IS EQUAL TO SQLITE-ROW THEN                     00114000
114100        SET LS-WORK-STMT TO LS-LOOKUP-STMT                        00114100
114200        MOVE +0 TO LS-COLUMN-NUMBER                               00114200
114300        PERFORM GET-COLUMN-TEXT                                   00114300
114400        MOVE WS-COL-VALUE TO WS-LOOK-NAME                         00114400
114500        MOVE +1 TO LS-COLUMN-NUMBER                               00114500
114600        PERFORM GET-COLUMN-AMOUNT                                 00114600
114700        MOVE WS-COL-AMOUNT TO WS-LOOK-AMOUNT                      00114700
114800     END-IF                                                       00114800
114900     CALL SQLITE3A USING BY REFERENCE SQLITE3-RESET               00114900
115000         BY VALUE LS-LOOKUP-STMT                                  00115000
115100         RETURNING LS-SQL-RC                                      00115100
115200     END-CALL                                                     00115200
115300     .                                                            00115300
115400 WRITE-REPORT-LINE-OUT.                                           00115400
115500     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE THEN                   00115500
115600        PERFORM WRITE-REPORT-HEADING                              00115600
115700     END-IF                                                       00115700
115800     MOVE WS-REPORT-LINE TO REPORT1-RECORD                        00115800
115900     WRITE REPORT1-RECORD AFTER ADVANCING 1 LINE                  00115900
116000     ADD 1 TO WS-LINE-COUNT                                       00116000
116100     MOVE SPACES TO WS-REPORT-LINE                                00116100
116200     .                                                            00116200
116300 WRITE-REPORT-HEADING.                                            00116300
116400     ADD 1 TO WS-PAGE-COUNT                                       00116400
116500     MOVE WS-PAGE-COUNT TO WS-PAGE-NUM-DISPLAY                    00116500
116600     MOVE SPACES TO REPORT1-RECORD                                00116600
116700     MOVE 1 TO WS-RPT-PTR                                         00116700
116800     STRING 'TESTCB39' DELIMITED BY SIZE                          00116800
116900         '   RUN DATE: ' DELIMITED BY SIZE                        00116900
117000         WS-RUN-DATE DELIMITED BY SIZE                            00117000
117100         '   PAGE: ' DELIMITED BY SIZE                            00117100
117200         WS-PAGE-NUM-DISPLAY DELIMITED BY SIZE                    00117200
117300         INTO REPORT1-RECORD                                      00117300
117400         WITH POINTER WS-RPT-PTR                                  00117400
117500     END-STRING                                                   00117500
117600     WRITE REPORT1-RECORD AFTER ADVANCING PAGE                    00117600
117700     MOVE SPACES TO REPORT1-RECORD                                00117700
117800     STRING 'CANDIDATE DUPLICATE CUSTOMERS IN ' DELIMITED BY SIZE 00117800
117900         WS-TABLE-NAME(1:WS-TABLE-NAME-LEN) DELIMITED BY SIZE     00117900
118000         INTO REPORT1-RECORD                                      00118000
118100     END-STRING                                                   00118100
118200     WRITE REPORT1-RECORD AFTER ADVANCING 1 LINE                  00118200
118300     MOVE WS-PAIR-HEADER TO REPORT1-RECORD                        00118300
118400     WRITE REPORT1-RECORD AFTER ADVANCING 1 LINE                  00118400
118500     MOVE 1 TO WS-LINE-COUNT                                      00118500
118600     .                                                            00118600
118700 SHUTDOWN.                                                        00118700
118800     CALL SQLITE3A USING BY REFERENCE SQLITE3-FINALIZE            00118800
118900         BY VALUE LS-PAIR-STMT                                    00118900
119000         RETURNING LS-SQL-RC                                      00119000
119100     END-CALL                                                     00119100
119200     CALL SQLITE3A USING BY REFERENCE SQLITE3-FINALIZE            00119200
119300         BY VALUE LS-LOOKUP-STMT                                  00119300
119400         RETURNING LS-SQL-RC                                      00119400
119500     END-CALL                                                     00119500
119600     CALL SQLITE3A USING BY REFERENCE SQLITE3-FINALIZE            00119600
119700         BY VALUE LS-NAME-KEY-STMT                                00119700
119800         RETURNING LS-SQL-RC                                      00119800
119900     END-CALL                                                     00119900
120000     CALL SQLITE3A USING BY REFERENCE SQLITE3-FINALIZE            00120000
120100         BY VALUE LS-CONTACT-KEY-STMT                             00120100
120200         RETURNING LS-SQL-RC                                      00120200
120300     END-CALL                                                     00120300
120400     CALL SQLITE3A USING BY REFERENCE SQLITE3-CLOSE               00120400
120500         BY VALUE LS-DB                                           00120500
120600         RETURNING LS-SQL-RC                                      00120600
120700     END-CALL                                                     00120700
120800     CALL SQLITE3A USING SQLITE3-SHUTDOWN                         00120800
120900         RETURNING LS-SQL-RC                                      00120900
121000     END-CALL                                                     00121000
121100     CLOSE REPORT1-FD                                             00121100
121200     GOBACK                                                       00121200
121300     .                                                            00121300
121400                                                                  00121400
121500 DISPLAY-SQL-ERROR.                                               00121500
121600     CALL SQLITE3A USING BY REFERENCE SQLITE3-ERRCODE             00121600
121700         BY VALUE LS-DB                                           00121700
121800         RETURNING LS-SQL-ERRCODE                                 00121800
121900     END-CALL                                                     00121900
122000     CALL SQLITE3A USING BY REFERENCE SQLITE3-ERRMSG              00122000
122100         BY VALUE LS-DB                                           00122100
122200         RETURNING LS-ERRMSG-POINTER                              00122200
122300     END-CALL                                                     00122300
122400     MOVE SPACES TO WS-ERRMSG-TEXT                                00122400
122500     MOVE ZERO TO WS-ERRMSG-LEN                                   00122500
122600     IF LS-ERRMSG-POINTER IS NOT EQUAL TO NULL THEN               00122600
122700        SET ADDRESS OF LINKAGE-COLUMN-TEXT                        00122700
122800           TO LS-ERRMSG-POINTER                                   00122800
122900        INSPECT LINKAGE-COLUMN-TEXT                               00122900
123000           TALLYING WS-ERRMSG-LEN                                 00123000
123100           FOR CHARACTERS BEFORE INITIAL LOW-VALUE                00123100
123200        MOVE LINKAGE-COLUMN-TEXT(1:WS-ERRMSG-LEN)                 00123200
123300           TO WS-ERRMSG-TEXT                                      00123300
123400     END-IF                                                       00123400
123500     DISPLAY '  SQLITE ERRCODE=' LS-SQL-ERRCODE                   00123500
123600         ' ERRMSG=' WS-ERRMSG-TEXT(1:WS-ERRMSG-LEN)               00123600
123700         UPON SYSOUT                                              00123700
123800     .                                                            00123800
123900 END PROGRAM 'TESTCB39'.                                          00123900
