000100 PROCESS DYNAM,NAME,PGMNAME(COMPAT)                               00000100
000200 PROCESS ADV,AWO,NOC(W),FSRT,FLAG(I,I)                            00000200
000300 PROCESS INTDATE(ANSI),LANG(EN),LIB,LIST,MAP                      00000300
000400 PROCESS NONUM,NUMPROC(PFD),OBJ,APOST                             00000400
000500 PROCESS RENT,NOSEQ,SOURCE,NOSSRANGE,                             00000500
000600 PROCESS NOTERM,NOTEST,VBREF,                                     00000600
000700 PROCESS XREF(FULL),ZWB,FASTSRT,AR(E)                             00000700
000800 ID DIVISION.                                                     00000800
000900 PROGRAM-ID. 'TESTCB38'.                                          00000900
001000 AUTHOR. JOHN MCKOWN.                                             00001000
001100 INSTALLATION. CBT Tape.                                          00001100
001200 DATE-WRITTEN.                                                    00001200
001300 DATE-COMPILED.                                                   00001300
001400 SECURITY. NONE.                                                  00001400
001500*                                                                 00001500
001600* This program is the as-of-date reconstruction: it answers       00001600
001700* "what did the table look like at a given moment" without a      00001700
001800* TESTCB12 restore of an old archive. It starts from the table    00001800
001900* as it stands now and backs out, newest first, every AUDIT_LOG   00001900
002000* INSERT, UPDATE, and DELETE of that table logged after the       00002000
002100* requested date and time, using the before/after images in       00002100
002200* the 'ID=nnnnnnnnn NAME=... AMT=...' convention TESTCOB4,        00002200
002300* TESTCOB8, TESTCB26, and TESTCB37 write:                         00002300
002400*   - an INSERT is backed out by removing the row;                00002400
002500*   - an UPDATE or DELETE is backed out by putting the before     00002500
002600*     image back.                                                 00002600
002700* The work is done in TEMP tables of this connection only; the    00002700
002800* data base itself is opened read-only and never changed.         00002800
002900*                                                                 00002900
003000* When TESTCB21 retention has already purged the trail back       00003000
003100* past the requested moment, reload the archive into an           00003100
003200* inquiry file with TESTCB35 and name it as AUDITPATH: its        00003200
003300* AUDIT_LOG is ATTACHed and read along with the live one. A       00003300
003400* DBPATH that is itself such an inquiry or restored copy works    00003400
003500* the same way.                                                   00003500
003600*                                                                 00003600
003700* A row whose history cannot be reconstructed is never            00003700
003800* guessed at. An image redacted by the TESTCB31 erasure, an       00003800
003900* image outside the convention, or a current row that does        00003900
004000* not match the after image being backed out (a change made       00004000
004100* outside the audited paths) puts the row on the exception        00004100
004200* list on REPORT1, and the row is left out of the extract. An     00004200
004300* image with no readable ID= cannot even name its row; it is      00004300
004400* listed with a zero LOAD-ID. Any exception ends the job RC=4.    00004400
004500*                                                                 00004500
004600* The reconstructed rows go to EXTRACT as LOADREC details         00004600
004700* wrapped in a LOADHDTR header (feed date = the as-of date,       00004700
004800* source TESTCB38) and trailer (count and LOAD-AMOUNT hash),      00004800
004900* so the extract balances like any other feed. REPORT1 closes     00004900
005000* with the summary: current rows and total, images backed out     00005000
005100* by operation, exceptions, rows and total as of the moment.      00005100
005200*                                                                 00005200
005300* PARM value is 5 positional comma delimited fields:              00005300
005400*     DBPATH,TABLENAME,ASOFDATE,ASOFTIME,AUDITPATH                00005400
005500* ASOFDATE is YYYYMMDD and required. ASOFTIME is HHMMSS and       00005500
005600* defaults to 235959, the close of the day. AUDITPATH is          00005600
005700* optional.                                                       00005700
005800*                                                                 00005800
005900 ENVIRONMENT DIVISION.                                            00005900
006000 CONFIGURATION SECTION.                                           00006000
006100 SOURCE-COMPUTER. IBM-370.                                        00006100
006200 OBJECT-COMPUTER. IBM-370.                                        00006200
006300 SPECIAL-NAMES.                                                   00006300
006400 INPUT-OUTPUT SECTION.                                            00006400
006500 FILE-CONTROL.                                                    00006500
006600     SELECT EXTRACT-FILE ASSIGN TO EXTRACT                        00006600
006700         ORGANIZATION IS SEQUENTIAL.                              00006700
006800     SELECT REPORT1-FD ASSIGN TO REPORT1                          00006800
006900         ORGANIZATION IS SEQUENTIAL.                              00006900
007000 I-O-CONTROL.                                                     00007000
007100     APPLY WRITE-ONLY ON REPORT1-FD.                              00007100
007200*                                                                 00007200
007300 DATA DIVISION.                                                   00007300
007400 FILE SECTION.                                                    00007400
007500 FD  EXTRACT-FILE                                                 00007500
007600     RECORDING MODE IS F                                          00007600
007700     LABEL RECORDS ARE STANDARD.                                  00007700
007800 01  EXTRACT-RECORD.                                              00007800
007900     COPY LOADREC .                                               00007900
008000 01  EXTRACT-FEED-RECORD.                                         00008000
008100     COPY LOADHDTR .                                              00008100
008200 FD  REPORT1-FD                                                   00008200
008300     RECORDING MODE IS F                                          00008300
008400     LABEL RECORDS ARE STANDARD.                                  00008400
008500 01  REPORT1-RECORD          PIC X(132).                          00008500
008600*                                                                 00008600
008700 WORKING-STORAGE SECTION.                                         00008700
008800 COPY COBSQLTE .                                                  00008800
008900 01  CEE3DMP-PARAMETERS.                                          00008900
009000     05 CEE3DMP-TITLE              PIC X(80)                      00009000
009100        VALUE 'TEST DUMP'.                                        00009100
009200     05 CEE3DMP-OPTIONS            PIC X(255)                     00009200
009300        VALUE 'NOTRACE NOENTRY'.                                  00009300
009400 01  LE-FC.                                                       00009400
009500     02  CONDITION-TOKEN-VALUE.                                   00009500
009600     COPY  CEEIGZCT.                                              00009600
009700         03  CASE-1-CONDITION-ID.                                 00009700
009800             04  SEVERITY    PIC S9(4) BINARY.                    00009800
009900             04  MSG-NO      PIC S9(4) BINARY.                    00009900
010000         03  CASE-2-CONDITION-ID                                  00010000
010100                   REDEFINES CASE-1-CONDITION-ID.                 00010100
010200             04  CLASS-CODE  PIC S9(4) BINARY.                    00010200
010300             04  CAUSE-CODE  PIC S9(4) BINARY.                    00010300
010400         03  CASE-SEV-CTL    PIC X.                               00010400
010500         03  FACILITY-ID     PIC XXX.                             00010500
010600     02  I-S-INFO            PIC S9(9) BINARY.                    00010600
010700*                                                                 00010700
010800* The exception line and its column headings.                     00010800
010900*                                                                 00010900
011000 01  WS-EXCP-LINE.                                                00011000
011100     05  WS-EX-TIME          PIC X(17).                           00011100
011200     05  FILLER              PIC X(2).                            00011200
011300     05  WS-EX-OP            PIC X(10).                           00011300
011400     05  FILLER              PIC X(2).                            00011400
011500     05  WS-EX-ID            PIC Z(8)9.                           00011500
011600     05  FILLER              PIC X(2).                            00011600
011700     05  WS-EX-REASON        PIC X(34).                           00011700
011800     05  FILLER              PIC X(2).                            00011800
011900     05  WS-EX-IMAGE         PIC X(54).                           00011900
012000 01  WS-EXCP-HEADER.                                              00012000
012100     05  FILLER              PIC X(17)                            00012100
012200         VALUE IS 'LOG TIME'.                                     00012200
012300     05  FILLER              PIC X(2)                             00012300
012400         VALUE IS SPACES.                                         00012400
012500     05  FILLER              PIC X(10)                            00012500
012600         VALUE IS 'OPERATION'.                                    00012600
012700     05  FILLER              PIC X(2)                             00012700
012800         VALUE IS SPACES.                                         00012800
012900     05  FILLER              PIC X(9)                             00012900
013000         VALUE IS '  LOAD-ID'.                                    00013000
013100     05  FILLER              PIC X(2)                             00013100
013200         VALUE IS SPACES.                                         00013200
013300     05  FILLER              PIC X(34)                            00013300
013400         VALUE IS 'EXCEPTION'.                                    00013400
013500     05  FILLER              PIC X(2)                             00013500
013600         VALUE IS SPACES.                                         00013600
013700     05  FILLER              PIC X(54)                            00013700
013800         VALUE IS 'IMAGE'.                                        00013800
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
014900 77  LS-AUDIT-STMT           USAGE IS POINTER.                    00014900
015000 77  LS-REMOVE-STMT          USAGE IS POINTER.                    00015000
015100 77  LS-RESTORE-STMT         USAGE IS POINTER.                    00015100
015200 77  LS-CHECK-STMT           USAGE IS POINTER.                    00015200
015300 77  LS-EXCEPTION-STMT       USAGE IS POINTER.                    00015300
015400 77  LS-EXCEPTED-STMT        USAGE IS POINTER.                    00015400
015500 77  LS-PREPARED-STMT        USAGE IS POINTER.                    00015500
015600 77  LS-COLUMN-POINTER       USAGE IS POINTER.                    00015600
015700 77  LS-COLUMN-NUMBER        PIC S9(9) COMP-5.                    00015700
015800 77  LS-ZERO                 PIC S9(9) COMP-5                     00015800
015900                             VALUE IS ZERO.                       00015900
016000 77  LS-SQL-RC               PIC S9(9) COMP-5.                    00016000
016100 77  SQL-ZCHAR               PIC X(320).                          00016100
016200 77  LS-MINUS-ONE            PIC S9(9) COMP-5                     00016200
016300        VALUE IS -1.                                              00016300
016400 77  LS-ONE                  PIC S9(9) COMP-5                     00016400
016500        VALUE IS 1.                                               00016500
016600 77  LS-TWO                  PIC S9(9) COMP-5                     00016600
016700        VALUE IS 2.                                               00016700
016800 77  LS-THREE                PIC S9(9) COMP-5                     00016800
016900        VALUE IS 3.                                               00016900
017000 77  LS-DOUBLE-BFP           USAGE COMP-2.                        00017000
017100 77  LS-DOUBLE-HFP           USAGE COMP-2.                        00017100
017200 77  LS-BIND-AMOUNT-HFP      USAGE COMP-2.                        00017200
017300 77  LS-BIND-AMOUNT-BFP      USAGE COMP-2.                        00017300
017400 77  LS-OPEN-FLAGS           PIC S9(9) COMP-5.                    00017400
017500 77  LS-NULL                 POINTER VALUE IS NULL.               00017500
017600 77  LS-SQL-ERRCODE          PIC S9(9) COMP-5.                    00017600
017700 77  LS-ERRMSG-POINTER       USAGE IS POINTER.                    00017700
017800 77  WS-ERRMSG-TEXT          PIC X(255).                          00017800
017900 77  WS-ERRMSG-LEN           PIC S9(4) COMP-5.                    00017900
018000*                                                                 00018000
018100* Milliseconds SQLITE3-BUSY-TIMEOUT waits/retries internally      00018100
018200* before returning SQLITE-BUSY, so a transient lock from an       00018200
018300* overlapping batch window does not abend this job outright.      00018300
018400 77  LS-BUSY-TIMEOUT-MS      PIC S9(9) COMP-5                     00018400
018500        VALUE IS 5000.                                            00018500
018600*                                                                 00018600
018700* The PARM fields.                                                00018700
018800*                                                                 00018800
018900 77  WS-PARM-DBPATH          PIC X(255).                          00018900
019000 77  WS-PARM-TABLE           PIC X(30).                           00019000
019100 77  WS-PARM-ASOF-DATE       PIC X(8).                            00019100
019200 77  WS-PARM-ASOF-TIME       PIC X(6).                            00019200
019300 77  WS-PARM-AUDITPATH       PIC X(255).                          00019300
019400 77  WS-PARM-LEN             PIC S9(4) COMP-5.                    00019400
019500 77  WS-AUDITPATH-LEN        PIC S9(4) COMP-5.                    00019500
019600 77  WS-TABLE-NAME           PIC X(30)                            00019600
019700        VALUE IS 'LOADTAB'.                                       00019700
019800 77  WS-TABLE-NAME-LEN       PIC S9(4) COMP-5.                    00019800
019900 77  WS-SQL-PTR              PIC S9(4) COMP-5.                    00019900
020000 77  WS-PREP-LABEL           PIC X(20).                           00020000
020100*                                                                 00020100
020200* CEESECS turns the as-of moment into LE seconds on the same      00020200
020300* basis as the CEEGMT seconds the loaders store in LOG_TIME;      00020300
020400* CEEDATM formats a LOG_TIME back for the exception lines.        00020400
020500*                                                                 00020500
020600 01  WS-CEESECS-INPUT.                                            00020600
020700     05  WS-CEESECS-IN-LEN   PIC S9(4) COMP-5                     00020700
020800                             VALUE IS 14.                         00020800
020900     05  WS-CEESECS-IN-STR   PIC X(14).                           00020900
021000 01  WS-SECS-PICTURE.                                             00021000
021100     05  WS-SECS-PICT-LEN    PIC S9(4) COMP-5                     00021100
021200                             VALUE IS 14.                         00021200
021300     05  WS-SECS-PICT-STR    PIC X(14)                            00021300
021400                             VALUE IS 'YYYYMMDDHHMISS'.           00021400
021500 01  WS-DATM-PICTURE.                                             00021500
021600     05  WS-DATM-PICT-LEN    PIC S9(4) COMP-5                     00021600
021700                             VALUE IS 17.                         00021700
021800     05  WS-DATM-PICT-STR    PIC X(17)                            00021800
021900                             VALUE IS 'YYYYMMDD HH:MI:SS'.        00021900
022000 77  WS-DATM-OUTPUT          PIC X(80).                           00022000
022100 77  LS-ASOF-SECS            USAGE COMP-2.                        00022100
022200 77  LS-ROW-SECS             USAGE COMP-2.                        00022200
022300 77  WS-ASOF-DISPLAY         PIC X(17).                           00022300
022400*                                                                 00022400
022500* The AUDIT_LOG row being backed out, and the image parsed        00022500
022600* out of it. WS-IMG-STATE says how far the image could be         00022600
022700* read: G good, R redacted, B ID readable but the rest not        00022700
022800* in the convention, U no readable ID at all.                     00022800
022900*                                                                 00022900
023000 77  WS-EOF-SWITCH           PIC X                                00023000
023100                             VALUE IS 'N'.                        00023100
023200     88  WS-EOF              VALUE IS 'Y'.                        00023200
023300 77  WS-ROW-OP               PIC X(10).                           00023300
023400 77  WS-ROW-BEFORE           PIC X(75).                           00023400
023500 77  WS-ROW-AFTER            PIC X(75).                           00023500
023600 77  WS-IMAGE                PIC X(75).                           00023600
023700 77  WS-IMG-STATE            PIC X.                               00023700
023800     88  WS-IMG-GOOD         VALUE IS 'G'.                        00023800
023900     88  WS-IMG-REDACTED     VALUE IS 'R'.                        00023900
024000     88  WS-IMG-BAD          VALUE IS 'B'.                        00024000
024100     88  WS-IMG-UNKNOWN      VALUE IS 'U'.                        00024100
024200 77  WS-IMG-ID               PIC S9(9) COMP-5.                    00024200
024300 77  WS-IMG-NAME             PIC X(40).                           00024300
024400 77  WS-IMG-AMOUNT           PIC S9(7)V99.                        00024400
024500 77  WS-ID-DISPLAY           PIC 9(9).                            00024500
024600 77  WS-EXCP-REASON          PIC X(34).                           00024600
024700 77  WS-EXCEPTED-SWITCH      PIC X.                               00024700
024800     88  WS-ALREADY-EXCEPTED VALUE IS 'Y'.                        00024800
024900 77  WS-CUR-AMOUNT           PIC S9(7)V99.                        00024900
025000 77  WS-COL-VALUE            PIC X(80).                           00025000
025100 77  WS-COL-VALUE-LEN        PIC S9(4) COMP-5.                    00025100
025200 77  WS-COL-AMOUNT           PIC S9(9)V99.                        00025200
025300*                                                                 00025300
025400* Run accounting.                                                 00025400
025500*                                                                 00025500
025600 77  WS-CURRENT-COUNT        PIC S9(9) COMP-5                     00025600
025700                             VALUE IS ZERO.                       00025700
025800 77  WS-CURRENT-TOTAL        PIC S9(11)V99                        00025800
025900                             VALUE IS ZERO.                       00025900
026000 77  WS-INSERT-COUNT         PIC S9(9) COMP-5                     00026000
026100                             VALUE IS ZERO.                       00026100
026200 77  WS-UPDATE-COUNT         PIC S9(9) COMP-5                     00026200
026300                             VALUE IS ZERO.                       00026300
026400 77  WS-DELETE-COUNT         PIC S9(9) COMP-5                     00026400
026500                             VALUE IS ZERO.                       00026500
026600 77  WS-OTHER-COUNT          PIC S9(9) COMP-5                     00026600
026700                             VALUE IS ZERO.                       00026700
026800 77  WS-EXCEPTION-COUNT      PIC S9(9) COMP-5                     00026800
026900                             VALUE IS ZERO.                       00026900
027000 77  WS-UNKNOWN-COUNT        PIC S9(9) COMP-5                     00027000
027100                             VALUE IS ZERO.                       00027100
027200 77  WS-SKIP-COUNT           PIC S9(9) COMP-5                     00027200
027300                             VALUE IS ZERO.                       00027300
027400 77  WS-CHANGED-COUNT        PIC S9(9) COMP-5.                    00027400
027500 77  WS-WRITE-COUNT          PIC S9(9) COMP-5                     00027500
027600                             VALUE IS ZERO.                       00027600
027700 77  WS-HASH-TOTAL           PIC 9(11)V99                         00027700
027800                             VALUE IS ZERO.                       00027800
027900 77  WS-COUNT-DISPLAY        PIC Z(8)9.                           00027900
028000 77  WS-TOTAL-DISPLAY        PIC -(11)9.99.                       00028000
028100 77  LS-JPI-FUNC             PIC S9(9) COMP-5                     00028100
028200        VALUE IS 1.                                               00028200
028300 77  LS-JPI-BUFLEN           PIC S9(9) COMP-5                     00028300
028400        VALUE IS 8.                                               00028400
028500 77  LS-JPI-RETLEN           PIC S9(9) COMP-5.                    00028500
028600 77  WS-JOB-NAME             PIC X(8).                            00028600
028700*                                                                 00028700
028800* Fields supporting the paginated REPORT1 listing.                00028800
028900*                                                                 00028900
029000 77  WS-REPORT-LINE          PIC X(132).                          00029000
029100 77  WS-RPT-PTR              PIC S9(4) COMP-5.                    00029100
029200 77  WS-RUN-DATE             PIC X(8).                            00029200
029300 77  WS-PAGE-COUNT           PIC S9(4) COMP-5                     00029300
029400                         VALUE IS ZERO.                           00029400
029500 77  WS-PAGE-NUM-DISPLAY     PIC Z(4)9.                           00029500
029600 77  WS-LINE-COUNT           PIC S9(4) COMP-5                     00029600
029700                         VALUE IS ZERO.                           00029700
029800 77  WS-LINES-PER-PAGE       PIC S9(4) COMP-5                     00029800
029900                         VALUE IS 60.                             00029900
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
031100*                                                                 00031100
031200 PROCEDURE DIVISION USING MVS-PARM.                               00031200
031300 START-UP.                                                        00031300
031400     CALL SQLITE3A USING SQLITE3-LIBVERSION                       00031400
031500          RETURNING LS-LIBVERSION-POINTER                         00031500
031600     END-CALL                                                     00031600
031700     IF LS-LIBVERSION-POINTER NOT EQUAL TO NULL THEN              00031700
031800        SET ADDRESS OF LINKAGE-LIBVERSION TO                      00031800
031900            LS-LIBVERSION-POINTER                                 00031900
032000        MOVE ZERO TO LS-LIBVERSION-LENGTH                         00032000
032100        INSPECT LINKAGE-LIBVERSION                                00032100
032200                TALLYING LS-LIBVERSION-LENGTH                     00032200
032300                FOR CHARACTERS BEFORE INITIAL LOW-VALUE           00032300
032400        DISPLAY 'Sqlite version is '                              00032400
032500                LINKAGE-LIBVERSION(1:LS-LIBVERSION-LENGTH)        00032500
032600                UPON SYSOUT                                       00032600
032700     END-IF                                                       00032700
032800     CALL SQLITE3A USING SQLITE3-INITIALIZE                       00032800
032900     RETURNING LS-SQL-RC                                          00032900
033000     END-CALL                                                     00033000
033100     IF LS-SQL-RC NOT = SQLITE-OK THEN                            00033100
033200        DISPLAY 'SQLITE-INITIALIZE FAILED. RC='                   00033200
033300            LS-SQL-RC                                             00033300
033400            UPON SYSOUT                                           00033400
033500        MOVE +16 TO RETURN-CODE                                   00033500
033600        GOBACK                                                    00033600
033700     END-IF                                                       00033700
033800     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE               00033800
033900     MOVE SPACES TO WS-JOB-NAME                                   00033900
034000     CALL 'CEE3JPI' USING LS-JPI-FUNC, WS-JOB-NAME,               00034000
034100             LS-JPI-BUFLEN, LS-JPI-RETLEN, LE-FC                  00034100
034200     .                                                            00034200
034300 PARSE-PARM.                                                      00034300
034400     MOVE SPACES TO WS-PARM-DBPATH                                00034400
034500     MOVE SPACES TO WS-PARM-TABLE                                 00034500
034600     MOVE SPACES TO WS-PARM-ASOF-DATE                             00034600
034700     MOVE SPACES TO WS-PARM-ASOF-TIME                             00034700
034800     MOVE SPACES TO WS-PARM-AUDITPATH                             00034800
034900     IF MVS-PARM-LENGTH IS GREATER THAN ZERO THEN                 00034900
035000        UNSTRING MVS-PARM-VALUE(1:MVS-PARM-LENGTH)                00035000
035100            DELIMITED BY ','                                      00035100
035200             INTO WS-PARM-DBPATH, WS-PARM-TABLE,                  00035200
035300                  WS-PARM-ASOF-DATE, WS-PARM-ASOF-TIME,           00035300
035400                  WS-PARM-AUDITPATH                               00035400
035500        END-UNSTRING                                              00035500
035600     END-IF                                                       00035600
035700     MOVE ZERO TO WS-PARM-LEN                                     00035700
035800     INSPECT WS-PARM-DBPATH TALLYING WS-PARM-LEN                  00035800
035900             FOR CHARACTERS BEFORE INITIAL SPACE                  00035900
036000     IF WS-PARM-LEN IS GREATER THAN ZERO THEN                     00036000
036100        MOVE WS-PARM-DBPATH(1:WS-PARM-LEN) TO SQL-ZCHAR           00036100
036200        MOVE LOW-VALUES TO SQL-ZCHAR(WS-PARM-LEN + 1:1)           00036200
036300     ELSE                                                         00036300
036400        MOVE Z'/tmp/testcob4.sqlite3' TO SQL-ZCHAR                00036400
036500     END-IF                                                       00036500
036600     IF WS-PARM-TABLE IS NOT EQUAL TO SPACES THEN                 00036600
036700        MOVE WS-PARM-TABLE TO WS-TABLE-NAME                       00036700
036800     END-IF                                                       00036800
036900     MOVE ZERO TO WS-TABLE-NAME-LEN                               00036900
037000     INSPECT WS-TABLE-NAME TALLYING WS-TABLE-NAME-LEN             00037000
037100             FOR CHARACTERS BEFORE INITIAL SPACE                  00037100
037200     MOVE ZERO TO WS-AUDITPATH-LEN                                00037200
037300     INSPECT WS-PARM-AUDITPATH TALLYING WS-AUDITPATH-LEN          00037300
037400             FOR CHARACTERS BEFORE INITIAL SPACE                  00037400
037500     IF WS-PARM-ASOF-TIME IS EQUAL TO SPACES THEN                 00037500
037600        MOVE '235959' TO WS-PARM-ASOF-TIME                        00037600
037700     END-IF                                                       00037700
037800     IF WS-PARM-ASOF-DATE IS NOT NUMERIC OR                       00037800
037900        WS-PARM-ASOF-TIME IS NOT NUMERIC THEN                     00037900
038000        DISPLAY 'ASOFDATE (YYYYMMDD) AND ASOFTIME (HHMMSS) '      00038000
038100           'MUST BE NUMERIC.' UPON SYSOUT                         00038100
038200        MOVE +16 TO RETURN-CODE                                   00038200
038300        GOBACK                                                    00038300
038400     END-IF                                                       00038400
038500     STRING WS-PARM-ASOF-DATE DELIMITED BY SIZE                   00038500
038600         WS-PARM-ASOF-TIME DELIMITED BY SIZE                      00038600
038700         INTO WS-CEESECS-IN-STR                                   00038700
038800     END-STRING                                                   00038800
038900     CALL 'CEESECS' USING WS-CEESECS-INPUT,                       00038900
039000          WS-SECS-PICTURE, LS-ASOF-SECS, LE-FC                    00039000
039100     IF SEVERITY IS GREATER THAN ZERO THEN                        00039100
039200        DISPLAY 'INVALID AS-OF DATE/TIME: ' WS-CEESECS-IN-STR     00039200
039300           UPON SYSOUT                                            00039300
039400        MOVE +16 TO RETURN-CODE                                   00039400
039500        GOBACK                                                    00039500
039600     END-IF                                                       00039600
039700     MOVE SPACES TO WS-ASOF-DISPLAY                               00039700
039800     STRING WS-PARM-ASOF-DATE DELIMITED BY SIZE                   00039800
039900         ' ' DELIMITED BY SIZE                                    00039900
040000         WS-PARM-ASOF-TIME(1:2) DELIMITED BY SIZE                 00040000
040100         ':' DELIMITED BY SIZE                                    00040100
040200         WS-PARM-ASOF-TIME(3:2) DELIMITED BY SIZE                 00040200
040300         ':' DELIMITED BY SIZE                                    00040300
040400         WS-PARM-ASOF-TIME(5:2) DELIMITED BY SIZE                 00040400
040500         INTO WS-ASOF-DISPLAY                                     00040500
040600     END-STRING                                                   00040600
040700     OPEN OUTPUT REPORT1-FD                                       00040700
040800     .                                                            00040800
040900*                                                                 00040900
041000* Read-only: the reconstruction happens in TEMP tables of this    00041000
041100* connection and nothing in the data base itself changes.         00041100
041200*                                                                 00041200
041300 INITIALIZE-SQLITE.                                               00041300
041400     MOVE SQLITE-OPEN-READONLY TO LS-OPEN-FLAGS                   00041400
041500     CALL SQLITE3A USING BY REFERENCE SQLITE3-OPEN-V2             00041500
041600         BY REFERENCE SQL-ZCHAR                                   00041600
041700         BY REFERENCE LS-DB                                       00041700
041800         BY VALUE LS-OPEN-FLAGS                                   00041800
041900         BY VALUE LS-NULL                                         00041900
042000         RETURNING LS-SQL-RC                                      00042000
042100     END-CALL                                                     00042100
042200     IF LS-SQL-RC IS NOT EQUAL TO SQLITE-OK AND                   00042200
042300        LS-SQL-RC IS NOT EQUAL TO SQLITE-DONE THEN                00042300
042400        DISPLAY 'SQLITE3-OPEN FAILED. RC='                        00042400
042500           LS-SQL-RC UPON SYSOUT                                  00042500
042600        PERFORM DISPLAY-SQL-ERROR                                 00042600
042700        MOVE +16 TO RETURN-CODE                                   00042700
042800        CLOSE REPORT1-FD                                          00042800
042900        GOBACK                                                    00042900
043000     END-IF                                                       00043000
043100     CALL SQLITE3A USING BY REFERENCE SQLITE3-BUSY-TIMEOUT        00043100
043200         BY VALUE LS-DB                                           00043200
043300         BY VALUE LS-BUSY-TIMEOUT-MS                              00043300
043400         RETURNING LS-SQL-RC                                      00043400
043500     END-CALL                                                     00043500
043600     IF WS-AUDITPATH-LEN IS GREATER THAN ZERO THEN                00043600
043700        MOVE 1 TO WS-SQL-PTR                                      00043700
043800        STRING 'ATTACH DATABASE ''' DELIMITED BY SIZE             00043800
043900            WS-PARM-AUDITPATH(1:WS-AUDITPATH-LEN)                 00043900
044000            DELIMITED BY SIZE                                     00044000
044100            ''' AS ARCHIVE' DELIMITED BY SIZE                     00044100
044200            INTO SQL-ZCHAR                                        00044200
044300            WITH POINTER WS-SQL-PTR                               00044300
044400        END-STRING                                                00044400
044500        MOVE LOW-VALUES TO SQL-ZCHAR(WS-SQL-PTR:1)                00044500
044600        MOVE 'ATTACH AUDITPATH' TO WS-PREP-LABEL                  00044600
044700        PERFORM EXECUTE-ONE-STATEMENT                             00044700
044800     END-IF                                                       00044800
044900     .                                                            00044900
045000*                                                                 00045000
045100* Start from the table as it stands now.                          00045100
045200*                                                                 00045200
045300 CREATE-WORK-TABLES.                                              00045300
045400     MOVE 1 TO WS-SQL-PTR                                         00045400
045500     STRING 'CREATE TEMP TABLE ASOF_IMAGE (' DELIMITED BY SIZE    00045500
045600         'ID INTEGER PRIMARY KEY, NAME TEXT, AMOUNT REAL)'        00045600
045700         DELIMITED BY SIZE                                        00045700
045800         INTO SQL-ZCHAR                                           00045800
045900         WITH POINTER WS-SQL-PTR                                  00045900
046000     END-STRING                                                   00046000
046100     MOVE LOW-VALUES TO SQL-ZCHAR(WS-SQL-PTR:1)                   00046100
046200     MOVE 'CREATE ASOF_IMAGE' TO WS-PREP-LABEL                    00046200
046300     PERFORM EXECUTE-ONE-STATEMENT                                00046300
046400     MOVE 1 TO WS-SQL-PTR                                         00046400
046500     STRING 'CREATE TEMP TABLE ASOF_EXCEPTION (' DELIMITED BY SIZE00046500
046600         'ID INTEGER PRIMARY KEY)' DELIMITED BY SIZE              00046600
046700         INTO SQL-ZCHAR                                           00046700
046800         WITH POINTER WS-SQL-PTR                                  00046800
046900     END-STRING                                                   00046900
047000     MOVE LOW-VALUES TO SQL-ZCHAR(WS-SQL-PTR:1)                   00047000
047100     MOVE 'CREATE ASOF_EXCEPT' TO WS-PREP-LABEL                   00047100
047200     PERFORM EXECUTE-ONE-STATEMENT                                00047200
047300     MOVE 1 TO WS-SQL-PTR                                         00047300
047400     STRING 'INSERT INTO ASOF_IMAGE(ID,NAME,AMOUNT) '             00047400
047500         DELIMITED BY SIZE                                        00047500
047600         'SELECT ID,NAME,AMOUNT FROM main.' DELIMITED BY SIZE     00047600
047700         WS-TABLE-NAME(1:WS-TABLE-NAME-LEN) DELIMITED BY SIZE     00047700
047800         INTO SQL-ZCHAR                                           00047800
047900         WITH POINTER WS-SQL-PTR                                  00047900
048000     END-STRING                                                   00048000
048100     MOVE LOW-VALUES TO SQL-ZCHAR(WS-SQL-PTR:1)                   00048100
048200     MOVE 'COPY CURRENT TABLE' TO WS-PREP-LABEL                   00048200
048300     PERFORM EXECUTE-ONE-STATEMENT                                00048300
048400     MOVE Z'SELECT COUNT(*),TOTAL(AMOUNT) FROM ASOF_IMAGE'        00048400
048500        TO SQL-ZCHAR                                              00048500
048600     MOVE 'CURRENT TOTALS' TO WS-PREP-LABEL                       00048600
048700     PERFORM PREPARE-ONE-STATEMENT                                00048700
048800     SET LS-WORK-STMT TO LS-PREPARED-STMT                         00048800
048900     CALL SQLITE3A USING BY REFERENCE SQLITE3-STEP                00048900
049000         BY VALUE LS-WORK-STMT                                    00049000
049100         RETURNING LS-SQL-RC                                      00049100
049200     END-CALL                                                     00049200
049300     IF LS-SQL-RC IS EQUAL TO SQLITE-ROW THEN                     00049300
049400        MOVE +0 TO LS-COLUMN-NUMBER                               00049400
049500        CALL SQLITE3A USING                                       00049500
049600            BY REFERENCE SQLITE3-COLUMN-INT                       00049600
049700            BY VALUE LS-WORK-STMT                                 00049700
049800            BY VALUE LS-COLUMN-NUMBER                             00049800
049900            RETURNING WS-CURRENT-COUNT                            00049900
050000        END-CALL                                                  00050000
050100        MOVE +1 TO LS-COLUMN-NUMBER                               00050100
050200        PERFORM GET-COLUMN-AMOUNT                                 00050200
050300        MOVE WS-COL-AMOUNT TO WS-CURRENT-TOTAL                    00050300
050400     END-IF                                                       00050400
050500     CALL SQLITE3A USING BY REFERENCE SQLITE3-FINALIZE            00050500
050600         BY VALUE LS-WORK-STMT                                    00050600
050700         RETURNING LS-SQL-RC                                      00050700
050800     END-CALL                                                     00050800
050900     .                                                            00050900
051000 PREPARE-STATEMENTS.                                              00051000
051100     MOVE 1 TO WS-SQL-PTR                                         00051100
051200     STRING 'SELECT OPERATION,BEFORE_VALUE,AFTER_VALUE,'          00051200
051300         DELIMITED BY SIZE                                        00051300
051400         'LOG_TIME,rowid FROM main.AUDIT_LOG '                    00051400
051500         DELIMITED BY SIZE                                        00051500
051600         'WHERE TABLE_NAME = ? ' DELIMITED BY SIZE                00051600
051700         INTO SQL-ZCHAR                                           00051700
051800         WITH POINTER WS-SQL-PTR                                  00051800
051900     END-STRING                                                   00051900
052000     IF WS-AUDITPATH-LEN IS GREATER THAN ZERO THEN                00052000
052100        STRING 'UNION ALL SELECT OPERATION,BEFORE_VALUE,'         00052100
052200            DELIMITED BY SIZE                                     00052200
052300            'AFTER_VALUE,LOG_TIME,rowid FROM ARCHIVE.AUDIT_LOG '  00052300
052400            DELIMITED BY SIZE                                     00052400
052500            'WHERE TABLE_NAME = ? ' DELIMITED BY SIZE             00052500
052600            INTO SQL-ZCHAR                                        00052600
052700            WITH POINTER WS-SQL-PTR                               00052700
052800        END-STRING                                                00052800
052900     END-IF                                                       00052900
053000     STRING 'ORDER BY 4 DESC, 5 DESC' DELIMITED BY SIZE           00053000
053100         INTO SQL-ZCHAR                                           00053100
053200         WITH POINTER WS-SQL-PTR                                  00053200
053300     END-STRING                                                   00053300
053400     MOVE LOW-VALUES TO SQL-ZCHAR(WS-SQL-PTR:1)                   00053400
053500     MOVE 'AUDIT SELECT' TO WS-PREP-LABEL                         00053500
053600     PERFORM PREPARE-ONE-STATEMENT                                00053600
053700     SET LS-AUDIT-STMT TO LS-PREPARED-STMT                        00053700
053800     MOVE Z'DELETE FROM ASOF_IMAGE WHERE ID = ?' TO SQL-ZCHAR     00053800
053900     MOVE 'IMAGE REMOVE' TO WS-PREP-LABEL                         00053900
054000     PERFORM PREPARE-ONE-STATEMENT                                00054000
054100     SET LS-REMOVE-STMT TO LS-PREPARED-STMT                       00054100
054200     MOVE 1 TO WS-SQL-PTR                                         00054200
054300     STRING 'INSERT OR REPLACE INTO ASOF_IMAGE(ID,NAME,AMOUNT) '  00054300
054400         DELIMITED BY SIZE                                        00054400
054500         'VALUES(?,?,?)' DELIMITED BY SIZE                        00054500
054600         INTO SQL-ZCHAR                                           00054600
054700         WITH POINTER WS-SQL-PTR                                  00054700
054800     END-STRING                                                   00054800
054900     MOVE LOW-VALUES TO SQL-ZCHAR(WS-SQL-PTR:1)                   00054900
055000     MOVE 'IMAGE RESTORE' TO WS-PREP-LABEL                        00055000
055100     PERFORM PREPARE-ONE-STATEMENT                                00055100
055200     SET LS-RESTORE-STMT TO LS-PREPARED-STMT                      00055200
055300     MOVE Z'SELECT AMOUNT FROM ASOF_IMAGE WHERE ID = ?'           00055300
055400        TO SQL-ZCHAR                                              00055400
055500     MOVE 'IMAGE CHECK' TO WS-PREP-LABEL                          00055500
055600     PERFORM PREPARE-ONE-STATEMENT                                00055600
055700     SET LS-CHECK-STMT TO LS-PREPARED-STMT                        00055700
055800     MOVE Z'INSERT OR IGNORE INTO ASOF_EXCEPTION(ID) VALUES(?)'   00055800
055900        TO SQL-ZCHAR                                              00055900
056000     MOVE 'EXCEPTION INSERT' TO WS-PREP-LABEL                     00056000
056100     PERFORM PREPARE-ONE-STATEMENT                                00056100
056200     SET LS-EXCEPTION-STMT TO LS-PREPARED-STMT                    00056200
056300     MOVE Z'SELECT 1 FROM ASOF_EXCEPTION WHERE ID = ?'            00056300
056400        TO SQL-ZCHAR                                              00056400
056500     MOVE 'EXCEPTION LOOKUP' TO WS-PREP-LABEL                     00056500
056600     PERFORM PREPARE-ONE-STATEMENT                                00056600
056700     SET LS-EXCEPTED-STMT TO LS-PREPARED-STMT                     00056700
056800     .                                                            00056800
056900*                                                                 00056900
057000* Walk the trail newest first and stop at the first entry at      00057000
057100* or before the as-of moment: everything from there back is       00057100
057200* already reflected in the reconstruction.                        00057200
057300*                                                                 00057300
057400 BACK-OUT-AUDIT-TRAIL.                                            00057400
057500     PERFORM WRITE-REPORT-HEADING                                 00057500
057600     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           00057600
057700         BY VALUE LS-AUDIT-STMT                                   00057700
057800         BY VALUE LS-ONE                                          00057800
057900         BY REFERENCE WS-TABLE-NAME                               00057900
058000         BY VALUE 30                                              00058000
058100         BY VALUE SQLITE-TRANSIENT                                00058100
058200         RETURNING LS-SQL-RC                                      00058200
058300     END-CALL                                                     00058300
058400     IF WS-AUDITPATH-LEN IS GREATER THAN ZERO THEN                00058400
058500        CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT        00058500
058600            BY VALUE LS-AUDIT-STMT                                00058600
058700            BY VALUE LS-TWO                                       00058700
058800            BY REFERENCE WS-TABLE-NAME                            00058800
058900            BY VALUE 30                                           00058900
059000            BY VALUE SQLITE-TRANSIENT                             00059000
059100            RETURNING LS-SQL-RC                                   00059100
059200        END-CALL                                                  00059200
059300     END-IF                                                       00059300
059400     MOVE 'N' TO WS-EOF-SWITCH                                    00059400
059500     PERFORM UNTIL WS-EOF                                         00059500
059600        CALL SQLITE3A USING BY REFERENCE SQLITE3-STEP             00059600
059700            BY VALUE LS-AUDIT-STMT                                00059700
059800            RETURNING LS-SQL-RC                                   00059800
059900        END-CALL                                                  00059900
060000        EVALUATE LS-SQL-RC                                        00060000
060100        WHEN SQLITE-ROW                                           00060100
060200             PERFORM LOAD-AUDIT-ROW                               00060200
060300             IF LS-ROW-SECS IS GREATER THAN LS-ASOF-SECS THEN     00060300
060400                PERFORM BACK-OUT-ONE-ENTRY                        00060400
060500             ELSE                                                 00060500
060600                MOVE 'Y' TO WS-EOF-SWITCH                         00060600
060700             END-IF                                               00060700
060800        WHEN SQLITE-DONE                                          00060800
060900             MOVE 'Y' TO WS-EOF-SWITCH                            00060900
061000        WHEN OTHER                                                00061000
061100             DISPLAY 'AUDIT SELECT (STEP) FAILED. RC='            00061100
061200                LS-SQL-RC UPON SYSOUT                             00061200
061300             PERFORM DISPLAY-SQL-ERROR                            00061300
061400             MOVE +16 TO RETURN-CODE                              00061400
061500             MOVE 'Y' TO WS-EOF-SWITCH                            00061500
061600        END-EVALUATE                                              00061600
061700     END-PERFORM                                                  00061700
061800     IF RETURN-CODE IS EQUAL TO +16 THEN                          00061800
061900        GO TO SHUTDOWN                                            00061900
062000     END-IF                                                       00062000
062100     .                                                            00062100
062200*                                                                 00062200
062300* Write what is left as the balanced as-of extract; the rows      00062300
062400* on the exception list stay out of it.                           00062400
062500*                                                                 00062500
062600 WRITE-ASOF-EXTRACT.                                              00062600
062700     OPEN OUTPUT EXTRACT-FILE                                     00062700
062800     MOVE SPACES TO EXTRACT-FEED-RECORD                           00062800
062900     MOVE 'H' TO FEED-RECORD-TYPE                                 00062900
063000     MOVE WS-PARM-ASOF-DATE TO FEED-HDR-DATE                      00063000
063100     MOVE 'TESTCB38' TO FEED-HDR-SOURCE                           00063100
063200     WRITE EXTRACT-FEED-RECORD                                    00063200
063300     MOVE 1 TO WS-SQL-PTR                                         00063300
063400     STRING 'SELECT ID,NAME,AMOUNT FROM ASOF_IMAGE WHERE ID '     00063400
063500         DELIMITED BY SIZE                                        00063500
063600         'NOT IN (SELECT ID FROM ASOF_EXCEPTION) ORDER BY ID'     00063600
063700         DELIMITED BY SIZE                                        00063700
063800         INTO SQL-ZCHAR                                           00063800
063900         WITH POINTER WS-SQL-PTR                                  00063900
064000     END-STRING                                                   00064000
064100     MOVE LOW-VALUES TO SQL-ZCHAR(WS-SQL-PTR:1)                   00064100
064200     MOVE 'EXTRACT SELECT' TO WS-PREP-LABEL                       00064200
064300     PERFORM PREPARE-ONE-STATEMENT                                00064300
064400     SET LS-WORK-STMT TO LS-PREPARED-STMT                         00064400
064500     MOVE 'N' TO WS-EOF-SWITCH                                    00064500
064600     PERFORM UNTIL WS-EOF                                         00064600
064700        CALL SQLITE3A USING BY REFERENCE SQLITE3-STEP             00064700
064800            BY VALUE LS-WORK-STMT                                 00064800
064900            RETURNING LS-SQL-RC                                   00064900
065000        END-CALL                                                  00065000
065100        EVALUATE LS-SQL-RC                                        00065100
065200        WHEN SQLITE-ROW                                           00065200
065300             PERFORM WRITE-ONE-EXTRACT-ROW                        00065300
065400        WHEN SQLITE-DONE                                          00065400
065500             MOVE 'Y' TO WS-EOF-SWITCH                            00065500
065600        WHEN OTHER                                                00065600
065700             DISPLAY 'EXTRACT SELECT (STEP) FAILED. RC='          00065700
065800                LS-SQL-RC UPON SYSOUT                             00065800
065900             PERFORM DISPLAY-SQL-ERROR                            00065900
066000             MOVE +16 TO RETURN-CODE                              00066000
066100             MOVE 'Y' TO WS-EOF-SWITCH                            00066100
066200        END-EVALUATE                                              00066200
066300     END-PERFORM                                                  00066300
066400     CALL SQLITE3A USING BY REFERENCE SQLITE3-FINALIZE            00066400
066500         BY VALUE LS-WORK-STMT                                    00066500
066600         RETURNING LS-SQL-RC                                      00066600
066700     END-CALL                                                     00066700
066800     MOVE SPACES TO EXTRACT-FEED-RECORD                           00066800
066900     MOVE 'T' TO FEED-RECORD-TYPE                                 00066900
067000     MOVE WS-WRITE-COUNT TO FEED-TRL-COUNT                        00067000
067100     MOVE WS-HASH-TOTAL TO FEED-TRL-HASH                          00067100
067200     WRITE EXTRACT-FEED-RECORD                                    00067200
067300     CLOSE EXTRACT-FILE                                           00067300
067400     .                                                            00067400
067500 PRINT-SUMMARY.                                                   00067500
067600     MOVE SPACES TO WS-REPORT-LINE                                00067600
067700     PERFORM WRITE-REPORT-LINE-OUT                                00067700
067800     MOVE 'SUMMARY' TO WS-REPORT-LINE                             00067800
067900     PERFORM WRITE-REPORT-LINE-OUT                                00067900
068000     MOVE WS-CURRENT-COUNT TO WS-COUNT-DISPLAY                    00068000
068100     MOVE WS-CURRENT-TOTAL TO WS-TOTAL-DISPLAY                    00068100
068200     STRING 'CURRENT ROWS             : ' DELIMITED BY SIZE       00068200
068300         WS-COUNT-DISPLAY DELIMITED BY SIZE                       00068300
068400         '   AMOUNT TOTAL: ' DELIMITED BY SIZE                    00068400
068500         WS-TOTAL-DISPLAY DELIMITED BY SIZE                       00068500
068600         INTO WS-REPORT-LINE                                      00068600
068700     END-STRING                                                   00068700
068800     PERFORM WRITE-REPORT-LINE-OUT                                00068800
068900     MOVE WS-INSERT-COUNT TO WS-COUNT-DISPLAY                     00068900
069000     STRING 'INSERTS BACKED OUT       : ' DELIMITED BY SIZE       00069000
069100         WS-COUNT-DISPLAY DELIMITED BY SIZE                       00069100
069200         INTO WS-REPORT-LINE                                      00069200
069300     END-STRING                                                   00069300
069400     PERFORM WRITE-REPORT-LINE-OUT                                00069400
069500     MOVE WS-UPDATE-COUNT TO WS-COUNT-DISPLAY                     00069500
069600     STRING 'UPDATES BACKED OUT       : ' DELIMITED BY SIZE       00069600
069700         WS-COUNT-DISPLAY DELIMITED BY SIZE                       00069700
069800         INTO WS-REPORT-LINE                                      00069800
069900     END-STRING                                                   00069900
070000     PERFORM WRITE-REPORT-LINE-OUT                                00070000
070100     MOVE WS-DELETE-COUNT TO WS-COUNT-DISPLAY                     00070100
070200     STRING 'DELETES BACKED OUT       : ' DELIMITED BY SIZE       00070200
070300         WS-COUNT-DISPLAY DELIMITED BY SIZE                       00070300
070400         INTO WS-REPORT-LINE                                      00070400
070500     END-STRING                                                   00070500
070600     PERFORM WRITE-REPORT-LINE-OUT                                00070600
070700     MOVE WS-OTHER-COUNT TO WS-COUNT-DISPLAY                      00070700
070800     STRING 'OTHER ENTRIES (NO DATA)  : ' DELIMITED BY SIZE       00070800
070900         WS-COUNT-DISPLAY DELIMITED BY SIZE                       00070900
071000         INTO WS-REPORT-LINE                                      00071000
071100     END-STRING                                                   00071100
071200     PERFORM WRITE-REPORT-LINE-OUT                                00071200
071300     MOVE WS-SKIP-COUNT TO WS-COUNT-DISPLAY                       00071300
071400     STRING 'ENTRIES OF EXCEPTED ROWS : ' DELIMITED BY SIZE       00071400
071500         WS-COUNT-DISPLAY DELIMITED BY SIZE                       00071500
071600         INTO WS-REPORT-LINE                                      00071600
071700     END-STRING                                                   00071700
071800     PERFORM WRITE-REPORT-LINE-OUT                                00071800
071900     MOVE WS-EXCEPTION-COUNT TO WS-COUNT-DISPLAY                  00071900
072000     STRING 'ROWS NOT RECONSTRUCTED   : ' DELIMITED BY SIZE       00072000
072100         WS-COUNT-DISPLAY DELIMITED BY SIZE                       00072100
072200         INTO WS-REPORT-LINE                                      00072200
072300     END-STRING                                                   00072300
072400     PERFORM WRITE-REPORT-LINE-OUT                                00072400
072500     MOVE WS-UNKNOWN-COUNT TO WS-COUNT-DISPLAY                    00072500
072600     STRING 'IMAGES WITH NO ROW ID    : ' DELIMITED BY SIZE       00072600
072700         WS-COUNT-DISPLAY DELIMITED BY SIZE                       00072700
072800         INTO WS-REPORT-LINE                                      00072800
072900     END-STRING                                                   00072900
073000     PERFORM WRITE-REPORT-LINE-OUT                                00073000
073100     MOVE WS-WRITE-COUNT TO WS-COUNT-DISPLAY                      00073100
073200     MOVE WS-HASH-TOTAL TO WS-TOTAL-DISPLAY                       00073200
073300     STRING 'ROWS AS OF ' DELIMITED BY SIZE                       00073300
073400         WS-ASOF-DISPLAY DELIMITED BY SIZE                        00073400
073500         ': ' DELIMITED BY SIZE                                   00073500
073600         WS-COUNT-DISPLAY DELIMITED BY SIZE                       00073600
073700         '   AMOUNT TOTAL: ' DELIMITED BY SIZE                    00073700
073800         WS-TOTAL-DISPLAY DELIMITED BY SIZE                       00073800
073900         INTO WS-REPORT-LINE                                      00073900
074000     END-STRING                                                   00074000
074100     DISPLAY WS-REPORT-LINE(1:80) UPON SYSOUT                     00074100
074200     PERFORM WRITE-REPORT-LINE-OUT                                00074200
074300     IF WS-EXCEPTION-COUNT IS GREATER THAN ZERO OR                00074300
074400        WS-UNKNOWN-COUNT IS GREATER THAN ZERO THEN                00074400
074500        DISPLAY 'AS-OF RECONSTRUCTION HAS EXCEPTIONS - SEE '      00074500
074600           'REPORT1.' UPON SYSOUT                                 00074600
074700        IF RETURN-CODE IS LESS THAN +4 THEN                       00074700
074800           MOVE +4 TO RETURN-CODE                                 00074800
074900        END-IF                                                    00074900
075000     END-IF                                                       00075000
075100     GO TO SHUTDOWN                                               00075100
075200     .                                                            00075200
075300*                                                                 00075300
075400* Reusable prepare paragraph: caller builds the null-terminated   00075400
075500* statement text in SQL-ZCHAR and names it in WS-PREP-LABEL; the  00075500
075600* prepared statement handle is returned in LS-PREPARED-STMT.      00075600
075700*                                                                 00075700
075800 PREPARE-ONE-STATEMENT.                                           00075800
075900     CALL SQLITE3A USING BY REFERENCE SQLITE3-PREPARE-V2          00075900
076000         BY VALUE LS-DB                                           00076000
076100         BY REFERENCE SQL-ZCHAR                                   00076100
076200         BY VALUE LS-MINUS-ONE                                    00076200
076300         BY REFERENCE LS-PREPARED-STMT                            00076300
076400         BY VALUE LS-ZERO                                         00076400
076500         RETURNING LS-SQL-RC                                      00076500
076600     END-CALL                                                     00076600
076700     IF LS-SQL-RC IS NOT EQUAL TO SQLITE-OK AND                   00076700
076800        LS-SQL-RC IS NOT EQUAL TO SQLITE-DONE THEN                00076800
076900        DISPLAY 'PREPARE OF ' WS-PREP-LABEL                       00076900
077000           ' FAILED. RC=' LS-SQL-RC UPON SYSOUT                   00077000
077100        PERFORM DISPLAY-SQL-ERROR                                 00077100
077200        MOVE +16 TO RETURN-CODE                                   00077200
077300        CLOSE REPORT1-FD                                          00077300
077400        GOBACK                                                    00077400
077500     END-IF                                                       00077500
077600     .                                                            00077600
077700*                                                                 00077700
077800* Run one statement with no result rows through SQLITE3-EXEC;     00077800
077900* the caller names it in WS-PREP-LABEL.                           00077900
078000*                                                                 00078000
078100 EXECUTE-ONE-STATEMENT.                                           00078100
078200     CALL SQLITE3A USING BY REFERENCE SQLITE3-EXEC                00078200
078300         BY VALUE LS-DB                                           00078300
078400         BY REFERENCE SQL-ZCHAR                                   00078400
078500         BY VALUE LS-ZERO                                         00078500
078600         BY VALUE LS-ZERO                                         00078600
078700         BY VALUE LS-ZERO                                         00078700
078800         RETURNING LS-SQL-RC                                      00078800
078900     END-CALL                                                     00078900
079000     IF LS-SQL-RC IS NOT EQUAL TO SQLITE-OK AND                   00079000
079100        LS-SQL-RC IS NOT EQUAL TO SQLITE-DONE THEN                00079100
079200        DISPLAY WS-PREP-LABEL ' FAILED. RC='                      00079200
079300           LS-SQL-RC UPON SYSOUT                                  00079300
079400        PERFORM DISPLAY-SQL-ERROR                                 00079400
079500        MOVE +16 TO RETURN-CODE                                   00079500
079600        CLOSE REPORT1-FD                                          00079600
079700        GOBACK                                                    00079700
079800     END-IF                                                       00079800
079900     .                                                            00079900
080000*                                                                 00080000
080100* Fetch the text of column LS-COLUMN-NUMBER of the current        00080100
080200* LS-WORK-STMT row into WS-COL-VALUE/WS-COL-VALUE-LEN, the        00080200
080300* same null-terminated-pointer handling TESTCOB2 uses.            00080300
080400*                                                                 00080400
080500 GET-COLUMN-TEXT.                                                 00080500
080600     CALL SQLITE3A USING BY REFERENCE SQLITE3-COLUMN-TEXT         00080600
080700         BY VALUE LS-WORK-STMT                                    00080700
080800         BY VALUE LS-COLUMN-NUMBER                                00080800
080900         RETURNING LS-COLUMN-POINTER                              00080900
081000     END-CALL                                                     00081000
081100     MOVE SPACES TO WS-COL-VALUE                                  00081100
081200     MOVE ZERO TO WS-COL-VALUE-LEN                                00081200
081300     IF LS-COLUMN-POINTER IS NOT EQUAL TO NULL THEN               00081300
081400        SET ADDRESS OF LINKAGE-COLUMN-TEXT TO LS-COLUMN-POINTER   00081400
081500        INSPECT LINKAGE-COLUMN-TEXT TALLYING WS-COL-VALUE-LEN     00081500
081600           FOR CHARACTERS BEFORE INITIAL LOW-VALUE                00081600
081700        IF WS-COL-VALUE-LEN IS GREATER THAN ZERO THEN             00081700
081800           MOVE LINKAGE-COLUMN-TEXT(1:WS-COL-VALUE-LEN)           00081800
081900              TO WS-COL-VALUE                                     00081900
082000        END-IF                                                    00082000
082100     END-IF                                                       00082100
082200     .                                                            00082200
082300*                                                                 00082300
082400* Fetch column LS-COLUMN-NUMBER of the current LS-WORK-STMT row   00082400
082500* as an amount into WS-COL-AMOUNT.                                00082500
082600*                                                                 00082600
082700 GET-COLUMN-AMOUNT.                                               00082700
082800     CALL SQLITE3A USING                                          00082800
082900         BY REFERENCE SQLITE3-COLUMN-DOUBLE                       00082900
083000         BY REFERENCE LS-DOUBLE-BFP                               00083000
083100         BY VALUE LS-WORK-STMT                                    00083100
083200         BY VALUE LS-COLUMN-NUMBER                                00083200
083300     END-CALL                                                     00083300
083400     CALL SQLITE3A USING                                          00083400
083500         BY REFERENCE CONVERT-BFP-TO-HFP                          00083500
083600         BY VALUE LS-DOUBLE-BFP                                   00083600
083700         BY REFERENCE LS-DOUBLE-HFP                               00083700
083800     END-CALL                                                     00083800
083900     COMPUTE WS-COL-AMOUNT ROUNDED = LS-DOUBLE-HFP                00083900
084000     .                                                            00084000
084100 LOAD-AUDIT-ROW.                                                  00084100
084200     SET LS-WORK-STMT TO LS-AUDIT-STMT                            00084200
084300     MOVE +0 TO LS-COLUMN-NUMBER                                  00084300
084400     PERFORM GET-COLUMN-TEXT                                      00084400
084500     MOVE WS-COL-VALUE TO WS-ROW-OP                               00084500
084600     MOVE +1 TO LS-COLUMN-NUMBER                                  00084600
084700     PERFORM GET-COLUMN-TEXT                                      00084700
084800     MOVE WS-COL-VALUE TO WS-ROW-BEFORE                           00084800
084900     MOVE +2 TO LS-COLUMN-NUMBER                                  00084900
085000     PERFORM GET-COLUMN-TEXT                                      00085000
085100     MOVE WS-COL-VALUE TO WS-ROW-AFTER                            00085100
085200     MOVE +3 TO LS-COLUMN-NUMBER                                  00085200
085300     CALL SQLITE3A USING                                          00085300
085400         BY REFERENCE SQLITE3-COLUMN-DOUBLE                       00085400
085500         BY REFERENCE LS-DOUBLE-BFP                               00085500
085600         BY VALUE LS-AUDIT-STMT                                   00085600
085700         BY VALUE LS-COLUMN-NUMBER                                00085700
085800     END-CALL                                                     00085800
085900     CALL SQLITE3A USING                                          00085900
086000         BY REFERENCE CONVERT-BFP-TO-HFP                          00086000
086100         BY VALUE LS-DOUBLE-BFP                                   00086100
086200         BY REFERENCE LS-ROW-SECS                                 00086200
086300     END-CALL                                                     00086300
086400     .                                                            00086400
086500*                                                                 00086500
086600* Back out one audited change. An INSERT needs only its after     00086600
086700* image; an UPDATE needs its after image (to prove the row        00086700
086800* still holds it) and its before image (to restore); a DELETE     00086800
086900* needs its before image and the row to be absent. A row          00086900
087000* already on the exception list is not worked any further.        00087000
087100*                                                                 00087100
087200 BACK-OUT-ONE-ENTRY.                                              00087200
087300     EVALUATE WS-ROW-OP                                           00087300
087400     WHEN 'INSERT'                                                00087400
087500          ADD 1 TO WS-INSERT-COUNT                                00087500
087600          MOVE WS-ROW-AFTER TO WS-IMAGE                           00087600
087700          PERFORM PARSE-IMAGE                                     00087700
087800          PERFORM CHECK-EXCEPTED                                  00087800
087900          IF NOT WS-ALREADY-EXCEPTED THEN                         00087900
088000             IF WS-IMG-GOOD THEN                                  00088000
088100                PERFORM CHECK-AFTER-IMAGE                         00088100
088200             END-IF                                               00088200
088300             IF WS-EXCP-REASON IS EQUAL TO SPACES THEN            00088300
088400                PERFORM REMOVE-ROW                                00088400
088500             ELSE                                                 00088500
088600                PERFORM RECORD-EXCEPTION                          00088600
088700             END-IF                                               00088700
088800          END-IF                                                  00088800
088900     WHEN 'UPDATE'                                                00088900
089000          ADD 1 TO WS-UPDATE-COUNT                                00089000
089100          MOVE WS-ROW-AFTER TO WS-IMAGE                           00089100
089200          PERFORM PARSE-IMAGE                                     00089200
089300          PERFORM CHECK-EXCEPTED                                  00089300
089400          IF NOT WS-ALREADY-EXCEPTED THEN                         00089400
089500             IF WS-IMG-GOOD THEN                                  00089500
089600                PERFORM CHECK-AFTER-IMAGE                         00089600
089700             END-IF                                               00089700
089800             IF WS-EXCP-REASON IS EQUAL TO SPACES THEN            00089800
089900                MOVE WS-ROW-BEFORE TO WS-IMAGE                    00089900
090000                PERFORM PARSE-IMAGE                               00090000
090100             END-IF                                               00090100
090200             IF WS-EXCP-REASON IS EQUAL TO SPACES THEN            00090200
090300                PERFORM RESTORE-ROW                               00090300
090400             ELSE                                                 00090400
090500                PERFORM RECORD-EXCEPTION                          00090500
090600             END-IF                                               00090600
090700          END-IF                                                  00090700
090800     WHEN 'DELETE'                                                00090800
090900          ADD 1 TO WS-DELETE-COUNT                                00090900
091000          MOVE WS-ROW-BEFORE TO WS-IMAGE                          00091000
091100          PERFORM PARSE-IMAGE                                     00091100
091200          PERFORM CHECK-EXCEPTED                                  00091200
091300          IF NOT WS-ALREADY-EXCEPTED THEN                         00091300
091400             IF WS-IMG-GOOD THEN                                  00091400
091500                PERFORM CHECK-ROW-ABSENT                          00091500
091600             END-IF                                               00091600
091700             IF WS-EXCP-REASON IS EQUAL TO SPACES THEN            00091700
091800                PERFORM RESTORE-ROW                               00091800
091900             ELSE                                                 00091900
092000                PERFORM RECORD-EXCEPTION                          00092000
092100             END-IF                                               00092100
092200          END-IF                                                  00092200
092300     WHEN OTHER                                                   00092300
092400          ADD 1 TO WS-OTHER-COUNT                                 00092400
092500     END-EVALUATE                                                 00092500
092600     .                                                            00092600
092700*                                                                 00092700
092800* Read WS-IMAGE in the 'ID=nnnnnnnnn NAME=<40> AMT=9999999.99'    00092800
092900* convention; anything else leaves WS-EXCP-REASON set.            00092900
093000*                                                                 00093000
093100 PARSE-IMAGE.                                                     00093100
093200     MOVE SPACES TO WS-EXCP-REASON                                00093200
093300     MOVE ZERO TO WS-IMG-ID                                       00093300
093400     MOVE SPACES TO WS-IMG-NAME                                   00093400
093500     MOVE ZERO TO WS-IMG-AMOUNT                                   00093500
093600     IF WS-IMAGE(1:3) IS NOT EQUAL TO 'ID=' OR                    00093600
093700        WS-IMAGE(4:9) IS NOT NUMERIC THEN                         00093700
093800        MOVE 'U' TO WS-IMG-STATE                                  00093800
093900        MOVE 'IMAGE HAS NO READABLE ID=' TO WS-EXCP-REASON        00093900
094000     ELSE                                                         00094000
094100        MOVE WS-IMAGE(4:9) TO WS-ID-DISPLAY                       00094100
094200        MOVE WS-ID-DISPLAY TO WS-IMG-ID                           00094200
094300        IF WS-IMAGE(13:6) IS EQUAL TO ' NAME=' AND                00094300
094400           WS-IMAGE(19:10) IS EQUAL TO '*REDACTED*' THEN          00094400
094500           MOVE 'R' TO WS-IMG-STATE                               00094500
094600           MOVE 'IMAGE REDACTED BY ERASURE' TO WS-EXCP-REASON     00094600
094700        ELSE                                                      00094700
094800           IF WS-IMAGE(13:6) IS EQUAL TO ' NAME=' AND             00094800
094900              WS-IMAGE(59:5) IS EQUAL TO ' AMT=' AND              00094900
095000              WS-IMAGE(64:7) IS NUMERIC AND                       00095000
095100              WS-IMAGE(71:1) IS EQUAL TO '.' AND                  00095100
095200              WS-IMAGE(72:2) IS NUMERIC AND                       00095200
095300              WS-IMAGE(74:2) IS EQUAL TO SPACES THEN              00095300
095400              MOVE 'G' TO WS-IMG-STATE                            00095400
095500              MOVE WS-IMAGE(19:40) TO WS-IMG-NAME                 00095500
095600              COMPUTE WS-IMG-AMOUNT =                             00095600
095700                      FUNCTION NUMVAL(WS-IMAGE(64:10))            00095700
095800           ELSE                                                   00095800
095900              MOVE 'B' TO WS-IMG-STATE                            00095900
096000              MOVE 'IMAGE NOT IN ID= NAME= AMT= FORM'             00096000
096100                 TO WS-EXCP-REASON                                00096100
096200           END-IF                                                 00096200
096300        END-IF                                                    00096300
096400     END-IF                                                       00096400
096500     .                                                            00096500
096600 CHECK-EXCEPTED.                                                  00096600
096700     MOVE 'N' TO WS-EXCEPTED-SWITCH                               00096700
096800     IF NOT WS-IMG-UNKNOWN THEN                                   00096800
096900        CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-INT         00096900
097000            BY VALUE LS-EXCEPTED-STMT                             00097000
097100            BY VALUE LS-ONE                                       00097100
097200            BY VALUE WS-IMG-ID                                    00097200
097300            RETURNING LS-SQL-RC                                   00097300
097400        END-CALL                                                  00097400
097500        CALL SQLITE3A USING BY REFERENCE SQLITE3-STEP             00097500
097600            BY VALUE LS-EXCEPTED-STMT                             00097600
097700            RETURNING LS-SQL-RC                                   00097700
097800        END-CALL                                                  00097800
097900        IF LS-SQL-RC IS EQUAL TO SQLITE-ROW THEN                  00097900
098000           MOVE 'Y' TO WS-EXCEPTED-SWITCH                         00098000
098100           ADD 1 TO WS-SKIP-COUNT                                 00098100
098200        END-IF                                                    00098200
098300        CALL SQLITE3A USING BY REFERENCE SQLITE3-RESET            00098300
098400            BY VALUE LS-EXCEPTED-STMT                             00098400
098500            RETURNING LS-SQL-RC                                   00098500
098600        END-CALL                                                  00098600
098700     END-IF                                                       00098700
098800     .                                                            00098800
098900*                                                                 00098900
099000* The row being backed out must still hold the AMOUNT the         00099000
099100* after image says was written; if it does not, something         00099100
099200* changed it outside the audited paths.                           00099200
099300*                                                                 00099300
099400 CHECK-AFTER-IMAGE.                                               00099400
099500     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-INT            00099500
099600         BY VALUE LS-CHECK-STMT                                   00099600
099700         BY VALUE LS-ONE                                          00099700
099800         BY VALUE WS-IMG-ID                                       00099800
099900         RETURNING LS-SQL-RC                                      00099900
100000     END-CALL                                                     00100000
100100     CALL SQLITE3A USING BY REFERENCE SQLITE3-STEP                00100100
100200         BY VALUE LS-CHECK-STMT                                   00100200
100300         RETURNING LS-SQL-RC                                      00100300
100400     END-CALL                                                     00100400
100500     IF LS-SQL-RC IS EQUAL TO SQLITE-ROW THEN                     00100500
100600        SET LS-WORK-STMT TO LS-CHECK-STMT                         00100600
100700        MOVE +0 TO LS-COLUMN-NUMBER                               00100700
100800        PERFORM GET-COLUMN-AMOUNT                                 00100800
100900        MOVE WS-COL-AMOUNT TO WS-CUR-AMOUNT                       00100900
101000        IF WS-CUR-AMOUNT IS NOT EQUAL TO WS-IMG-AMOUNT THEN       00101000
101100           MOVE 'ROW DIFFERS FROM AFTER IMAGE'                    00101100
101200              TO WS-EXCP-REASON                                   00101200
101300        END-IF                                                    00101300
101400     ELSE                                                         00101400
101500        MOVE 'ROW MISSING FOR AFTER IMAGE' TO WS-EXCP-REASON      00101500
101600     END-IF                                                       00101600
101700     CALL SQLITE3A USING BY REFERENCE SQLITE3-RESET               00101700
101800         BY VALUE LS-CHECK-STMT                                   00101800
101900         RETURNING LS-SQL-RC                                      00101900
102000     END-CALL                                                     00102000
102100     .                                                            00102100
102200 CHECK-ROW-ABSENT.                                                00102200
102300     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-INT            00102300
102400         BY VALUE LS-CHECK-STMT                                   00102400
102500         BY VALUE LS-ONE                                          00102500
102600         BY VALUE WS-IMG-ID                                       00102600
102700         RETURNING LS-SQL-RC                                      00102700
102800     END-CALL                                                     00102800
102900     CALL SQLITE3A USING BY REFERENCE SQLITE3-STEP                00102900
103000         BY VALUE LS-CHECK-STMT                                   00103000
103100         RETURNING LS-SQL-RC                                      00103100
103200     END-CALL                                                     00103200
103300     IF LS-SQL-RC IS EQUAL TO SQLITE-ROW THEN                     00103300
103400        MOVE 'ROW PRESENT BUT AUDITED DELETED'                    00103400
103500           TO WS-EXCP-REASON                                      00103500
103600     END-IF                                                       00103600
103700     CALL SQLITE3A USING BY REFERENCE SQLITE3-RESET               00103700
103800         BY VALUE LS-CHECK-STMT                                   00103800
103900         RETURNING LS-SQL-RC                                      00103900
104000     END-CALL                                                     00104000
104100     .                                                            00104100
104200 REMOVE-ROW.                                                      00104200
104300     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-INT            00104300
104400         BY VALUE LS-REMOVE-STMT                                  00104400
104500         BY VALUE LS-ONE                                          00104500
104600         BY VALUE WS-IMG-ID                                       00104600
104700         RETURNING LS-SQL-RC                                      00104700
104800     END-CALL                                                     00104800
104900     CALL SQLITE3A USING BY REFERENCE SQLITE3-STEP                00104900
105000         BY VALUE LS-REMOVE-STMT                                  00105000
105100         RETURNING LS-SQL-RC                                      00105100
105200     END-CALL                                                     00105200
105300     IF LS-SQL-RC IS NOT EQUAL TO SQLITE-OK AND                   00105300
105400        LS-SQL-RC IS NOT EQUAL TO SQLITE-DONE THEN                00105400
105500        DISPLAY 'IMAGE REMOVE FAILED. RC='                        00105500
105600           LS-SQL-RC UPON SYSOUT                                  00105600
105700        PERFORM DISPLAY-SQL-ERROR                                 00105700
105800        MOVE +16 TO RETURN-CODE                                   00105800
105900        MOVE 'Y' TO WS-EOF-SWITCH                                 00105900
106000     END-IF                                                       00106000
106100     CALL SQLITE3A USING BY REFERENCE SQLITE3-RESET               00106100
106200         BY VALUE LS-REMOVE-STMT                                  00106200
106300         RETURNING LS-SQL-RC                                      00106300
106400     END-CALL                                                     00106400
106500     .                                                            00106500
106600 RESTORE-ROW.                                                     00106600
106700     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-INT            00106700
106800         BY VALUE LS-RESTORE-STMT                                 00106800
106900         BY VALUE LS-ONE                                          00106900
107000         BY VALUE WS-IMG-ID                                       00107000
107100         RETURNING LS-SQL-RC                                      00107100
107200     END-CALL                                                     00107200
107300     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           00107300
107400         BY VALUE LS-RESTORE-STMT                                 00107400
107500         BY VALUE LS-TWO                                          00107500
107600         BY REFERENCE WS-IMG-NAME                                 00107600
107700         BY VALUE 40                                              00107700
107800         BY VALUE SQLITE-TRANSIENT                                00107800
107900         RETURNING LS-SQL-RC                                      00107900
108000     END-CALL                                                     00108000
108100     COMPUTE LS-BIND-AMOUNT-HFP = WS-IMG-AMOUNT                   00108100
108200     CALL SQLITE3A USING                                          00108200
108300         BY REFERENCE CONVERT-HFP-TO-BFP                          00108300
108400         BY VALUE LS-BIND-AMOUNT-HFP                              00108400
108500         BY REFERENCE LS-BIND-AMOUNT-BFP                          00108500
108600     END-CALL                                                     00108600
108700     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-DOUBLE         00108700
108800         BY VALUE LS-RESTORE-STMT                                 00108800
108900         BY VALUE LS-THREE                                        00108900
109000         BY VALUE LS-BIND-AMOUNT-BFP                              00109000
109100         RETURNING LS-SQL-RC                                      00109100
109200     END-CALL                                                     00109200
109300     CALL SQLITE3A USING BY REFERENCE SQLITE3-STEP                00109300
109400         BY VALUE LS-RESTORE-STMT                                 00109400
109500         RETURNING LS-SQL-RC                                      00109500
109600     END-CALL                                                     00109600
109700     IF LS-SQL-RC IS NOT EQUAL TO SQLITE-OK AND                   00109700
109800        LS-SQL-RC IS NOT EQUAL TO SQLITE-DONE THEN                00109800
109900        DISPLAY 'IMAGE RESTORE FAILED. RC='                       00109900
110000           LS-SQL-RC UPON SYSOUT                                  00110000
110100        PERFORM DISPLAY-SQL-ERROR                                 00110100
110200        MOVE +16 TO RETURN-CODE                                   00110200
110300        MOVE 'Y' TO WS-EOF-SWITCH                                 00110300
110400     END-IF                                                       00110400
110500     CALL SQLITE3A USING BY REFERENCE SQLITE3-RESET               00110500
110600         BY VALUE LS-RESTORE-STMT                                 00110600
110700         RETURNING LS-SQL-RC                                      00110700
110800     END-CALL                                                     00110800
110900     .                                                            00110900
111000*                                                                 00111000
111100* List the entry and, when it names its row, put the row on       00111100
111200* the exception list so it is left out of the extract.            00111200
111300*                                                                 00111300
111400 RECORD-EXCEPTION.                                                00111400
111500     IF WS-IMG-UNKNOWN THEN                                       00111500
111600        ADD 1 TO WS-UNKNOWN-COUNT                                 00111600
111700     ELSE                                                         00111700
111800        CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-INT         00111800
111900            BY VALUE LS-EXCEPTION-STMT                            00111900
112000            BY VALUE LS-ONE                                       00112000
112100            BY VALUE WS-IMG-ID                                    00112100
112200            RETURNING LS-SQL-RC                                   00112200
112300        END-CALL                                                  00112300
112400        CALL SQLITE3A USING BY REFERENCE SQLITE3-STEP             00112400
112500            BY VALUE LS-EXCEPTION-STMT                            00112500
112600            RETURNING LS-SQL-RC                                   00112600
112700        END-CALL                                                  00112700
112800        CALL SQLITE3A USING BY REFERENCE SQLITE3-RESET            00112800
112900            BY VALUE LS-EXCEPTION-STMT                            00112900
113000            RETURNING LS-SQL-RC                                   00113000
113100        END-CALL                                                  00113100
113200        ADD 1 TO WS-EXCEPTION-COUNT                               00113200
113300     END-IF                                                       00113300
113400     CALL 'CEEDATM' USING LS-ROW-SECS,                            00113400
113500          WS-DATM-PICTURE, WS-DATM-OUTPUT, LE-FC                  00113500
113600     MOVE SPACES TO WS-EXCP-LINE                                  00113600
113700     MOVE WS-DATM-OUTPUT(1:17) TO WS-EX-TIME                      00113700
113800     MOVE WS-ROW-OP TO WS-EX-OP                                   00113800
113900     MOVE WS-IMG-ID TO WS-EX-ID                                   00113900
114000     MOVE WS-EXCP-REASON TO WS-EX-REASON                          00114000
114100     MOVE WS-IMAGE TO WS-EX-IMAGE                                 00114100
114200     MOVE WS-EXCP-LINE TO WS-REPORT-LINE                          00114200
114300     PERFORM WRITE-REPORT-LINE-OUT                                00114300
114400     .                                                            00114400
114500 WRITE-ONE-EXTRACT-ROW.                                           00114500
114600     MOVE +2 TO LS-COLUMN-NUMBER                                  00114600
114700     PERFORM GET-COLUMN-AMOUNT                                    00114700
114800     MOVE +0 TO LS-COLUMN-NUMBER                                  00114800
114900     CALL SQLITE3A USING                                          00114900
115000         BY REFERENCE SQLITE3-COLUMN-INT                          00115000
115100         BY VALUE LS-WORK-STMT                                    00115100
115200         BY VALUE LS-COLUMN-NUMBER                                00115200
115300         RETURNING WS-IMG-ID                                      00115300
115400     END-CALL                                                     00115400
115500     IF WS-COL-AMOUNT IS LESS THAN ZERO OR                        00115500
115600        WS-COL-AMOUNT IS GREATER THAN 9999999.99 THEN             00115600
115700        MOVE 'AMOUNT DOES NOT FIT LOADREC' TO WS-EXCP-REASON      00115700
115800        ADD 1 TO WS-EXCEPTION-COUNT                               00115800
115900        MOVE SPACES TO WS-EXCP-LINE                               00115900
116000        MOVE WS-IMG-ID TO WS-EX-ID                                00116000
116100        MOVE WS-EXCP-REASON TO WS-EX-REASON                       00116100
116200        MOVE WS-EXCP-LINE TO WS-REPORT-LINE                       00116200
116300        PERFORM WRITE-REPORT-LINE-OUT                             00116300
116400     ELSE                                                         00116400
116500        MOVE SPACES TO EXTRACT-RECORD                             00116500
116600        MOVE WS-IMG-ID TO LOAD-ID                                 00116600
116700        MOVE +1 TO LS-COLUMN-NUMBER                               00116700
116800        PERFORM GET-COLUMN-TEXT                                   00116800
116900        MOVE WS-COL-VALUE TO LOAD-NAME                            00116900
117000        MOVE WS-COL-AMOUNT TO LOAD-AMOUNT                         00117000
117100        WRITE EXTRACT-RECORD                                      00117100
117200        ADD 1 TO WS-WRITE-COUNT                                   00117200
117300        ADD LOAD-AMOUNT TO WS-HASH-TOTAL                          00117300
117400     END-IF                                                       00117400
117500     .                                                            00117500
117600 WRITE-REPORT-LINE-OUT.                                           00117600
117700     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE THEN                   00117700
117800        PERFORM WRITE-REPORT-HEADING                              00117800
117900     END-IF                                                       00117900
118000     MOVE WS-REPORT-LINE TO REPORT1-RECORD                        00118000
118100     WRITE REPORT1-RECORD AFTER ADVANCING 1 LINE                  00118100
118200     ADD 1 TO WS-LINE-COUNT                                       00118200
118300     MOVE SPACES TO WS-REPORT-LINE                                00118300
118400     .                                                            00118400
118500 WRITE-REPORT-HEADING.                                            00118500
118600     ADD 1 TO WS-PAGE-COUNT                                       00118600
118700     MOVE WS-PAGE-COUNT TO WS-PAGE-NUM-DISPLAY                    00118700
118800     MOVE SPACES TO REPORT1-RECORD                                00118800
118900     MOVE 1 TO WS-RPT-PTR                                         00118900
119000     STRING 'TESTCB38' DELIMITED BY SIZE                          00119000
119100         '   RUN DATE: ' DELIMITED BY SIZE                        00119100
119200         WS-RUN-DATE DELIMITED BY SIZE                            00119200
119300         '   PAGE: ' DELIMITED BY SIZE                            00119300
119400         WS-PAGE-NUM-DISPLAY DELIMITED BY SIZE                    00119400
119500         INTO REPORT1-RECORD                                      00119500
119600         WITH POINTER WS-RPT-PTR                                  00119600
119700     END-STRING                                                   00119700
119800     WRITE REPORT1-RECORD AFTER ADVANCING PAGE                    00119800
119900     MOVE SPACES TO REPORT1-RECORD                                00119900
120000     STRING 'AS-OF RECONSTRUCTION OF ' DELIMITED BY SIZE          00120000
120100         WS-TABLE-NAME(1:WS-TABLE-NAME-LEN) DELIMITED BY SIZE     00120100
120200         ' AS OF ' DELIMITED BY SIZE                              00120200
120300         WS-ASOF-DISPLAY DELIMITED BY SIZE                        00120300
120400         INTO REPORT1-RECORD                                      00120400
120500     END-STRING                                                   00120500
120600     WRITE REPORT1-RECORD AFTER ADVANCING 1 LINE                  00120600
120700     MOVE WS-EXCP-HEADER TO REPORT1-RECORD                        00120700
120800     WRITE REPORT1-RECORD AFTER ADVANCING 1 LINE                  00120800
120900     MOVE 1 TO WS-LINE-COUNT                                      00120900
121000     .                                                            00121000
121100 SHUTDOWN.                                                        00121100
121200     CALL SQLITE3A USING BY REFERENCE SQLITE3-FINALIZE            00121200
121300         BY VALUE LS-AUDIT-STMT                                   00121300
121400         RETURNING LS-SQL-RC                                      00121400
121500     END-CALL                                                     00121500
121600     CALL SQLITE3A USING BY REFERENCE SQLITE3-FINALIZE            00121600
121700         BY VALUE LS-REMOVE-STMT                                  00121700
121800         RETURNING LS-SQL-RC                                      00121800
121900     END-CALL                                                     00121900
122000     CALL SQLITE3A USING BY REFERENCE SQLITE3-FINALIZE            00122000
122100         BY VALUE LS-RESTORE-STMT                                 00122100
122200         RETURNING LS-SQL-RC                                      00122200
122300     END-CALL                                                     00122300
122400     CALL SQLITE3A USING BY REFERENCE SQLITE3-FINALIZE            00122400
122500         BY VALUE LS-CHECK-STMT                                   00122500
122600         RETURNING LS-SQL-RC                                      00122600
122700     END-CALL                                                     00122700
122800     CALL SQLITE3A USING BY REFERENCE SQLITE3-FINALIZE            00122800
122900         BY VALUE LS-EXCEPTION-STMT                               00122900
123000         RETURNING LS-SQL-RC                                      00123000
123100     END-CALL                                                     00123100
123200     CALL SQLITE3A USING BY REFERENCE SQLITE3-FINALIZE            00123200
123300         BY VALUE LS-EXCEPTED-STMT                                00123300
123400         RETURNING LS-SQL-RC                                      00123400
123500     END-CALL                                                     00123500
123600     CALL SQLITE3A USING BY REFERENCE SQLITE3-CLOSE               00123600
123700         BY VALUE LS-DB                                           00123700
123800         RETURNING LS-SQL-RC                                      00123800
123900     END-CALL                                                     00123900
124000     CALL SQLITE3A USING SQLITE3-SHUTDOWN                         00124000
124100         RETURNING LS-SQL-RC                                      00124100
124200     END-CALL                                                     00124200
124300     CLOSE REPORT1-FD                                             00124300
124400     GOBACK                                                       00124400
124500     .                                                            00124500
124600                                                                  00124600
124700 DISPLAY-SQL-ERROR.                                               00124700
124800     CALL SQLITE3A USING BY REFERENCE SQLITE3-ERRCODE             00124800
124900         BY VALUE LS-DB                                           00124900
125000         RETURNING LS-SQL-ERRCODE                                 00125000
125100     END-CALL                                                     00125100
125200     CALL SQLITE3A USING BY REFERENCE SQLITE3-ERRMSG              00125200
125300         BY VALUE LS-DB                                           00125300
125400         RETURNING LS-ERRMSG-POINTER                              00125400
125500     END-CALL                                                     00125500
125600     MOVE SPACES TO WS-ERRMSG-TEXT                                00125600
125700     MOVE ZERO TO WS-ERRMSG-LEN                                   00125700
125800     IF LS-ERRMSG-POINTER IS NOT EQUAL TO NULL THEN               00125800
125900        SET ADDRESS OF LINKAGE-COLUMN-TEXT                        00125900
126000           TO LS-ERRMSG-POINTER                                   00126000
126100        INSPECT LINKAGE-COLUMN-TEXT                               00126100
126200           TALLYING WS-ERRMSG-LEN                                 00126200
126300           FOR CHARACTERS BEFORE INITIAL LOW-VALUE                00126300
126400        MOVE LINKAGE-COLUMN-TEXT(1:WS-ERRMSG-LEN)                 00126400
126500           TO WS-ERRMSG-TEXT                                      00126500
126600     END-IF                                                       00126600
126700     DISPLAY '  SQLITE ERRCODE=' LS-SQL-ERRCODE                   00126700
126800         ' ERRMSG=' WS-ERRMSG-TEXT(1:WS-ERRMSG-LEN)               00126800
126900         UPON SYSOUT                                              00126900
127000     .                                                            00127000
127100 END PROGRAM 'TESTCB38'.                                          00127100
