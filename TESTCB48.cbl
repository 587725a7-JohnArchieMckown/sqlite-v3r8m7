000100 PROCESS DYNAM,NAME,PGMNAME(COMPAT)                               00000100
000200 PROCESS ADV,AWO,NOC(W),FSRT,FLAG(I,I)                            00000200
000300 PROCESS INTDATE(ANSI),LANG(EN),LIB,LIST,MAP                      00000300
000400 PROCESS NONUM,NUMPROC(PFD),OBJ,APOST                             00000400
000500 PROCESS RENT,NOSEQ,SOURCE,NOSSRANGE,                             00000500
000600 PROCESS NOTERM,NOTEST,VBREF,                                     00000600
000700 PROCESS XREF(FULL),ZWB,FASTSRT,AR(E)                             00000700
000800 ID DIVISION.                                                     00000800
000900 PROGRAM-ID. 'TESTCB48'.                                          00000900
001000 AUTHOR. JOHN MCKOWN.                                             00001000
001100 INSTALLATION. CBT Tape.                                          00001100
001200 DATE-WRITTEN.                                                    00001200
001300 DATE-COMPILED.                                                   00001300
001400 SECURITY. NONE.                                                  00001400
001500*                                                                 00001500
001600* This program is the generic delimited-file importer, the        00001600
001700* other half of TESTCB32. TESTCOB4 loads only the fixed           00001700
001800* LOADREC layout, so every other table fed from a delimited       00001800
001900* file (spreadsheet extracts, TESTCB32 exports from another       00001900
002000* data base) used to be loaded by hand with TESTCOB3.             00002000
002100*                                                                 00002100
002200* The data base and table come from the PARM the way              00002200
002300* TESTCB32 takes them (2 positional comma delimited fields:       00002300
002400* DBPATH,TABLENAME). SYSIN cards describe the file, one per       00002400
002500* card ('*' in column one is a comment):                          00002500
002600*   DELIMITER=x    the single delimiter character                 00002600
002700*                  (default the comma)                            00002700
002800*   HEADER=YES     the first record is a header line of           00002800
002900*                  column names and is skipped (default NO)       00002900
003000*   MODE=APPEND    add the rows to the table (the default)        00003000
003100*   MODE=REPLACE   delete every row first, then load              00003100
003200*   COLUMN=name,type[,n]                                          00003200
003300*                  one card per field of the record, in           00003300
003400*                  field order (up to 20). A name of * skips      00003400
003500*                  that field. The type checks the field:         00003500
003600*                    INTEGER    optional sign and digits          00003600
003700*                    DECIMAL,n  optional sign, digits, and        00003700
003800*                               at most n decimal places          00003800
003900*                               (default 2)                       00003900
004000*                    TEXT,n     at most n characters              00004000
004100*                               (default 255)                     00004100
004200* The column names are verified against the same PRAGMA           00004200
004300* table_info() walk TESTCB32 uses; a bad card or a column         00004300
004400* the table does not have ends the job RC=16 before               00004400
004500* anything is read.                                               00004500
004600*                                                                 00004600
004700* A field may be quoted ("...") to carry the delimiter; the       00004700
004800* quotes are dropped. An empty field loads NULL, except an        00004800
004900* empty quoted TEXT field, which loads an empty string. A         00004900
005000* *COUNT record, as TESTCB32 writes, must agree with the          00005000
005100* number of data records read.                                    00005100
005200*                                                                 00005200
005300* The whole file loads in one transaction, REPLACE's delete       00005300
005400* included. A record that fails a check, has the wrong            00005400
005500* number of fields, or that the table refuses (a duplicate        00005500
005600* key, a NOT NULL column) is written to the REJECT file in        00005600
005700* the TESTCOB4 style and the file is rolled back: nothing         00005700
005800* is loaded and the job ends RC=8. A file with no data            00005800
005900* records loads nothing and ends RC=4, so an empty feed can       00005900
006000* never empty a table in REPLACE mode. An SQL failure rolls       00006000
006100* back and ends RC=16. Every row inserted, and in REPLACE         00006100
006150* mode every row deleted, is recorded in AUDIT_LOG in the         00006150
006200* image every loader writes, 'ID=nnnnnnnnn NAME=name              00006200
006250* AMT=9999999.99', built from the ID, NAME and AMOUNT columns     00006250
006300* whatever their field order, so TESTCB10, TESTCB34 and the       00006300
006350* other trail readers parse it unchanged. An ID that is not 1     00006350
006400* to 9 digits, or an AMOUNT outside 0 to 9999999.99, is           00006400
006450* rejected.                                                       00006450
006500*                                                                 00006500
006600 ENVIRONMENT DIVISION.                                            00006600
006700 CONFIGURATION SECTION.                                           00006700
006800 SOURCE-COMPUTER. IBM-370.                                        00006800
006900 OBJECT-COMPUTER. IBM-370.                                        00006900
007000 SPECIAL-NAMES.                                                   00007000
007100 INPUT-OUTPUT SECTION.                                            00007100
007200 FILE-CONTROL.                                                    00007200
007300     SELECT SYSIN-FILE ASSIGN TO SYSIN                            00007300
007400         ORGANIZATION IS SEQUENTIAL.                              00007400
007500     SELECT IMPORT-FILE ASSIGN TO IMPORT                          00007500
007600         ORGANIZATION IS SEQUENTIAL.                              00007600
007700     SELECT REJECT-FILE ASSIGN TO REJECT                          00007700
007800         ORGANIZATION IS SEQUENTIAL.                              00007800
007900 I-O-CONTROL.                                                     00007900
008000*                                                                 00008000
008100 DATA DIVISION.                                                   00008100
008200 FILE SECTION.                                                    00008200
008300 FD  SYSIN-FILE                                                   00008300
008400     RECORDING MODE IS F                                          00008400
008500     LABEL RECORDS ARE STANDARD.                                  00008500
008600 01  SYSIN-RECORD               PIC X(80).                        00008600
008700 FD  IMPORT-FILE                                                  00008700
008800     RECORDING MODE IS F                                          00008800
008900     LABEL RECORDS ARE STANDARD.                                  00008900
009000 01  IMPORT-RECORD              PIC X(512).                       00009000
009100 FD  REJECT-FILE                                                  00009100
009200     RECORDING MODE IS F                                          00009200
009300     LABEL RECORDS ARE STANDARD.                                  00009300
009400 01  REJECT-RECORD              PIC X(600).                       00009400
009500*                                                                 00009500
009600 WORKING-STORAGE SECTION.                                         00009600
009700 COPY COBSQLTE .                                                  00009700
009800 01  CEE3DMP-PARAMETERS.                                          00009800
009900     05 CEE3DMP-TITLE              PIC X(80)                      00009900
010000        VALUE 'TEST DUMP'.                                        00010000
010100     05 CEE3DMP-OPTIONS            PIC X(255)                     00010100
010200        VALUE 'NOTRACE NOENTRY'.                                  00010200
010300 01  LE-FC.                                                       00010300
010400     02  CONDITION-TOKEN-VALUE.                                   00010400
010500     COPY  CEEIGZCT.                                              00010500
010600         03  CASE-1-CONDITION-ID.                                 00010600
010700             04  SEVERITY    PIC S9(4) BINARY.                    00010700
010800             04  MSG-NO      PIC S9(4) BINARY.                    00010800
010900         03  CASE-2-CONDITION-ID                                  00010900
011000                   REDEFINES CASE-1-CONDITION-ID.                 00011000
011100             04  CLASS-CODE  PIC S9(4) BINARY.                    00011100
011200             04  CAUSE-CODE  PIC S9(4) BINARY.                    00011200
011300         03  CASE-SEV-CTL    PIC X.                               00011300
011400         03  FACILITY-ID     PIC XXX.                             00011400
011500     02  I-S-INFO            PIC S9(9) BINARY.                    00011500
011600*                                                                 00011600
011700 LOCAL-STORAGE SECTION.                                           00011700
011800 01  LS-FULLWORD-RETURN.                                          00011800
011900     05  LS-LIBVERSION-POINTER   POINTER.                         00011900
012000     05  LS-LIBVERSION-BINVALUE  REDEFINES LS-LIBVERSION-POINTER  00012000
012100                                 PIC S9(9) COMP-5.                00012100
012200 77  LS-LIBVERSION-LENGTH    PIC S9(9) COMP-5                     00012200
012300        VALUE IS 0.                                               00012300
012400 77  LS-DB                   USAGE IS POINTER.                    00012400
012500 77  LS-PRAGMA-STMT          USAGE IS POINTER.                    00012500
012600 77  LS-INSERT-STMT          USAGE IS POINTER                     00012600
012700                             VALUE IS NULL.                       00012700
012800 77  LS-SELECT-STMT          USAGE IS POINTER.                    00012800
012900 77  LS-AUDIT-STMT           USAGE IS POINTER                     00012900
013000                             VALUE IS NULL.                       00013000
013100 77  LS-PREPARED-STMT        USAGE IS POINTER.                    00013100
013200 77  LS-COLUMN-POINTER       USAGE IS POINTER.                    00013200
013300 77  LS-COLUMN-NUMBER        PIC S9(9) COMP-5.                    00013300
013400 77  LS-BIND-NUMBER          PIC S9(9) COMP-5.                    00013400
013500 77  LS-BIND-LENGTH          PIC S9(9) COMP-5.                    00013500
013600 77  LS-ZERO                 PIC S9(9) COMP-5                     00013600
013700                             VALUE IS ZERO.                       00013700
013800 77  LS-SQL-RC               PIC S9(9) COMP-5.                    00013800
013900 77  SQL-ZCHAR               PIC X(1024).                         00013900
014000 77  LS-MINUS-ONE            PIC S9(9) COMP-5                     00014000
014100        VALUE IS -1.                                              00014100
014200 77  LS-ONE                  PIC S9(9) COMP-5                     00014200
014300        VALUE IS 1.                                               00014300
014400 77  LS-TWO                  PIC S9(9) COMP-5                     00014400
014500        VALUE IS 2.                                               00014500
014600 77  LS-THREE                PIC S9(9) COMP-5                     00014600
014700        VALUE IS 3.                                               00014700
014800 77  LS-FOUR                 PIC S9(9) COMP-5                     00014800
014900        VALUE IS 4.                                               00014900
015000 77  LS-FIVE                 PIC S9(9) COMP-5                     00015000
015100        VALUE IS 5.                                               00015100
015200 77  LS-SIX                  PIC S9(9) COMP-5                     00015200
015300        VALUE IS 6.                                               00015300
015400 77  LS-I                    PIC S9(9) COMP-5.                    00015400
015500 77  LS-OPEN-FLAGS           PIC S9(9) COMP-5.                    00015500
015600 77  LS-NULL                 POINTER VALUE IS NULL.               00015600
015700 77  LS-SQL-ERRCODE          PIC S9(9) COMP-5.                    00015700
015800 77  LS-ERRMSG-POINTER       USAGE IS POINTER.                    00015800
015900 77  WS-ERRMSG-TEXT          PIC X(255).                          00015900
016000 77  WS-ERRMSG-LEN           PIC S9(4) COMP-5.                    00016000
016100 77  WS-PREP-LABEL           PIC X(30).                           00016100
016200*                                                                 00016200
016300* Milliseconds SQLITE3-BUSY-TIMEOUT waits/retries internally      00016300
016400* before returning SQLITE-BUSY, so a transient lock from an       00016400
016500* overlapping batch window does not abend this job outright.      00016500
016600 77  LS-BUSY-TIMEOUT-MS      PIC S9(9) COMP-5                     00016600
016700        VALUE IS 5000.                                            00016700
016800*                                                                 00016800
016900* The PARM fields. The data base is opened READWRITE but not      00016900
017000* created: the table must already be there.                       00017000
017100*                                                                 00017100
017200 77  WS-PARM-DBPATH          PIC X(255).                          00017200
017300 77  WS-PARM-TABLE           PIC X(30).                           00017300
017400 77  WS-PARM-LEN             PIC S9(4) COMP-5.                    00017400
017500 77  WS-TABLE-NAME           PIC X(30)                            00017500
017600        VALUE IS 'LOADTAB'.                                       00017600
017700 77  WS-TABLE-NAME-LEN       PIC S9(4) COMP-5.                    00017700
017800 77  WS-SQL-PTR              PIC S9(4) COMP-5.                    00017800
017900*                                                                 00017900
018000* The SYSIN description of the file: the delimiter, the           00018000
018100* header and mode options, and the field-to-column map in         00018100
018200* field order with each field's check.                            00018200
018300*                                                                 00018300
018400 77  WS-EOF-SWITCH           PIC X                                00018400
018500                             VALUE IS 'N'.                        00018500
018600     88  WS-EOF              VALUE IS 'Y'.                        00018600
018700 77  WS-CARD-KEYWORD         PIC X(20).                           00018700
018800 77  WS-CARD-VALUE           PIC X(40).                           00018800
018900 77  WS-CARD-NAME            PIC X(30).                           00018900
019000 77  WS-CARD-TYPE            PIC X(10).                           00019000
019100 77  WS-CARD-SIZE            PIC X(5).                            00019100
019200 77  WS-CARD-SIZE-LEN        PIC S9(4) COMP-5.                    00019200
019300 77  WS-CARD-SIZE-NUM        PIC 9(3).                            00019300
019400 77  WS-CARD-ERROR-SWITCH    PIC X                                00019400
019500                             VALUE IS 'N'.                        00019500
019600     88  WS-CARD-ERROR       VALUE IS 'Y'.                        00019600
019700 77  WS-DELIMITER            PIC X                                00019700
019800        VALUE IS ','.                                             00019800
019900 77  WS-HEADER-SWITCH        PIC X                                00019900
020000                             VALUE IS 'N'.                        00020000
020100     88  WS-HEADER-PRESENT   VALUE IS 'Y'.                        00020100
020200 77  WS-MODE                 PIC X(10)                            00020200
020300        VALUE IS 'APPEND'.                                        00020300
020400     88  WS-MODE-APPEND      VALUE IS 'APPEND'.                   00020400
020500     88  WS-MODE-REPLACE     VALUE IS 'REPLACE'.                  00020500
020600 77  WS-IMP-MAX              PIC S9(4) COMP-5                     00020600
020700        VALUE IS 20.                                              00020700
020800 01  WS-IMPORT-COLUMNS.                                           00020800
020900     05  WS-IMP-ENTRY OCCURS 20 TIMES.                            00020900
021000         10  WS-IMP-NAME     PIC X(30).                           00021000
021100         10  WS-IMP-NAME-LEN PIC S9(4) COMP-5.                    00021100
021200         10  WS-IMP-TYPE     PIC X(10).                           00021200
021300             88  WS-IMP-INTEGER  VALUE IS 'INTEGER'.              00021300
021400             88  WS-IMP-DECIMAL  VALUE IS 'DECIMAL'.              00021400
021500             88  WS-IMP-TEXT     VALUE IS 'TEXT'.                 00021500
021600         10  WS-IMP-SIZE     PIC S9(4) COMP-5.                    00021600
021700         10  WS-IMP-SKIP     PIC X.                               00021700
021800         10  WS-IMP-FOUND    PIC X.                               00021800
021900 77  WS-IMP-USED             PIC S9(4) COMP-5                     00021900
022000        VALUE IS ZERO.                                            00022000
022100 77  WS-IMP-MAPPED           PIC S9(4) COMP-5                     00022100
022200        VALUE IS ZERO.                                            00022200
022300 77  WS-IMP-I                PIC S9(4) COMP-5.                    00022300
022400*                                                                 00022400
022500* The table_info row under inspection.                            00022500
022600*                                                                 00022600
022700 77  WS-COL-NAME             PIC X(30).                           00022700
022800 77  WS-COL-VALUE            PIC X(255).                          00022800
022900 77  WS-COL-VALUE-LEN        PIC S9(4) COMP-5.                    00022900
023000 77  WS-TABLE-COLUMNS        PIC S9(4) COMP-5                     00023000
023100        VALUE IS ZERO.                                            00023100
023200*                                                                 00023200
023300* The record under inspection, split into its fields. A           00023300
023400* field longer than its 255 bytes keeps counting so the           00023400
023500* length check still sees it.                                     00023500
023600*                                                                 00023600
023700 77  WS-REC-LEN              PIC S9(4) COMP-5.                    00023700
023800 77  WS-SCAN-I               PIC S9(4) COMP-5.                    00023800
023900 77  WS-SCAN-CHAR            PIC X.                               00023900
024000 77  WS-QUOTE-SWITCH         PIC X.                               00024000
024100     88  WS-IN-QUOTES        VALUE IS 'Y'.                        00024100
024200 77  WS-FIELD-COUNT          PIC S9(4) COMP-5.                    00024200
024300 01  WS-RECORD-FIELDS.                                            00024300
024400     05  WS-FLD-ENTRY OCCURS 20 TIMES.                            00024400
024500         10  WS-FLD-VALUE    PIC X(255).                          00024500
024600         10  WS-FLD-LEN      PIC S9(4) COMP-5.                    00024600
024700         10  WS-FLD-QUOTED   PIC X.                               00024700
024800*                                                                 00024800
024900* The numeric check of one field.                                 00024900
025000*                                                                 00025000
025100 77  WS-CHK-START            PIC S9(4) COMP-5.                    00025100
025200 77  WS-CHK-I                PIC S9(4) COMP-5.                    00025200
025300 77  WS-CHK-INT-DIGITS       PIC S9(4) COMP-5.                    00025300
025400 77  WS-CHK-DEC-DIGITS       PIC S9(4) COMP-5.                    00025400
025500 77  WS-CHK-POINTS           PIC S9(4) COMP-5.                    00025500
025600 77  WS-CHK-OTHERS           PIC S9(4) COMP-5.                    00025600
025700 77  WS-SIZE-DISPLAY         PIC ZZ9.                             00025700
025800 77  WS-SIZE-TRIMMED         PIC X(3).                            00025800
025900 77  WS-TRIM-I               PIC S9(4) COMP-5.                    00025900
026000*                                                                 00026000
026100* The *COUNT trailer TESTCB32 writes.                             00026100
026200*                                                                 00026200
026300 77  WS-TRAILER-SWITCH       PIC X                                00026300
026400                             VALUE IS 'N'.                        00026400
026500     88  WS-TRAILER-SEEN     VALUE IS 'Y'.                        00026500
026600 77  WS-TRAILER-BAD-SWITCH   PIC X                                00026600
026700                             VALUE IS 'N'.                        00026700
026800     88  WS-TRAILER-BAD      VALUE IS 'Y'.                        00026800
026900 77  WS-TRAILER-TEXT         PIC X(20).                           00026900
027000 77  WS-TRAILER-LEN          PIC S9(4) COMP-5.                    00027000
027100 77  WS-TRAILER-COUNT        PIC 9(9).                            00027100
027200*                                                                 00027200
027300* The reject file, in the TESTCOB4 style: the record as read      00027300
027400* then ' *** REJECTED: ' and the reason.                          00027400
027500*                                                                 00027500
027600 77  WS-REJECT-REASON        PIC X(60).                           00027600
027700 77  WS-REJECT-LEN           PIC S9(4) COMP-5.                    00027700
027800 77  WS-REJECT-PTR           PIC S9(4) COMP-5.                    00027800
027900*                                                                 00027900
028000* The run's outcome and control totals.                           00028000
028100*                                                                 00028100
028200 77  WS-SQL-FAILED-SWITCH    PIC X                                00028200
028300                             VALUE IS 'N'.                        00028300
028400     88  WS-SQL-FAILED       VALUE IS 'Y'.                        00028400
028500 77  WS-TRANSACTION-SWITCH   PIC X                                00028500
028600                             VALUE IS 'N'.                        00028600
028700     88  WS-TRANSACTION-OPEN VALUE IS 'Y'.                        00028700
028800 77  WS-FILES-OPEN-SWITCH    PIC X                                00028800
028900                             VALUE IS 'N'.                        00028900
029000     88  WS-FILES-OPEN       VALUE IS 'Y'.                        00029000
029100 77  WS-RECORDS-READ         PIC S9(9) COMP-5                     00029100
029200        VALUE IS ZERO.                                            00029200
029300 77  WS-DATA-RECORDS         PIC S9(9) COMP-5                     00029300
029400        VALUE IS ZERO.                                            00029400
029500 77  WS-ROWS-INSERTED        PIC S9(9) COMP-5                     00029500
029600        VALUE IS ZERO.                                            00029600
029700 77  WS-ROWS-DELETED         PIC S9(9) COMP-5                     00029700
029800        VALUE IS ZERO.                                            00029800
029900 77  WS-REJECT-COUNT         PIC S9(9) COMP-5                     00029900
030000        VALUE IS ZERO.                                            00030000
030100 77  WS-COUNT-DISPLAY        PIC Z(8)9.                           00030100
030200*                                                                 00030200
030300* The AUDIT_LOG trail, the same reusable WRITE-AUDIT-LOG          00030300
030400* convention TESTCB31 follows, with the job identity from         00030400
030500* CEE3JPI. The image is the loaders' fixed ID=, NAME=, AMT=       00030500
030600* form.                                                           00030600
030700*                                                                 00030700
030800 77  LS-LILIAN               PIC S9(9) COMP-5.                    00030800
030900 77  LS-AUDIT-GMT-SECS       USAGE COMP-2.                        00030900
031000 77  WS-AUDIT-TABLE          PIC X(30).                           00031000
031100 77  WS-AUDIT-OP             PIC X(10).                           00031100
031200 77  WS-AUDIT-BEFORE         PIC X(75).                           00031200
031300 77  WS-AUDIT-AFTER          PIC X(75).                           00031300
031400 77  LS-JPI-FUNC             PIC S9(9) COMP-5                     00031400
031500        VALUE IS 1.                                               00031500
031600 77  LS-JPI-BUFLEN           PIC S9(9) COMP-5                     00031600
031700        VALUE IS 8.                                               00031700
031800 77  LS-JPI-RETLEN           PIC S9(9) COMP-5.                    00031800
031900 77  WS-JOB-NAME             PIC X(8).                            00031900
032000 77  WS-AUDIT-IMAGE          PIC X(75).                           00032000
032100 77  WS-IMAGE-ID             PIC 9(9).                            00032100
032200 77  WS-IMAGE-NAME           PIC X(40).                           00032200
032300 77  WS-IMAGE-AMOUNT         PIC 9(7)V99.                         00032300
032400 77  WS-AMT-DISPLAY          PIC 9(7).99.                         00032400
032500 77  WS-AMT-INDEX            PIC S9(4) COMP-5.                    00032500
032600 LINKAGE SECTION.                                                 00032600
032700 01  MVS-PARM.                                                    00032700
032800     05 MVS-PARM-LENGTH      PIC S9(4) COMP-5.                    00032800
032900     05 MVS-PARM-VALUE       PIC X(32760).                        00032900
033000 77  LINKAGE-LIBVERSION      PIC X(101).                          00033000
033100 77  LINKAGE-COLUMN-TEXT     PIC X(1024).                         00033100
033200*  MVS-PARM-VALUE LENGTH IS REALLY ONLY THE NUMBER OF CHARACTERS  00033200
033300*  CONTAINED IN MVS-PARM-LENGTH. YOU NEED TO USE REFERENCE        00033300
033400*  MODIFICATION TO MAKE SURE YOU DON'T EXCEED THE ACTUAL LENGTH   00033400
033500*  PASSED TO THIS PROGRAM.                                        00033500
033600*                                                                 00033600
033700 PROCEDURE DIVISION USING MVS-PARM.                               00033700
033800 START-UP.                                                        00033800
033900     CALL SQLITE3A USING SQLITE3-LIBVERSION                       00033900
034000          RETURNING LS-LIBVERSION-POINTER                         00034000
034100     END-CALL                                                     00034100
034200     IF LS-LIBVERSION-POINTER NOT EQUAL TO NULL THEN              00034200
034300        SET ADDRESS OF LINKAGE-LIBVERSION TO                      00034300
034400            LS-LIBVERSION-POINTER                                 00034400
034500        MOVE ZERO TO LS-LIBVERSION-LENGTH                         00034500
034600        INSPECT LINKAGE-LIBVERSION                                00034600
034700                TALLYING LS-LIBVERSION-LENGTH                     00034700
034800                FOR CHARACTERS BEFORE INITIAL LOW-VALUE           00034800
034900        DISPLAY 'Sqlite version is '                              00034900
035000                LINKAGE-LIBVERSION(1:LS-LIBVERSION-LENGTH)        00035000
035100                UPON SYSOUT                                       00035100
035200     END-IF                                                       00035200
035300     CALL SQLITE3A USING SQLITE3-INITIALIZE                       00035300
035400     RETURNING LS-SQL-RC                                          00035400
035500     END-CALL                                                     00035500
035600     IF LS-SQL-RC NOT = SQLITE-OK THEN                            00035600
035700        DISPLAY 'SQLITE-INITIALIZE FAILED. RC='                   00035700
035800            LS-SQL-RC                                             00035800
035900            UPON SYSOUT                                           00035900
036000        MOVE +16 TO RETURN-CODE                                   00036000
036100        GOBACK                                                    00036100
036200     END-IF                                                       00036200
036300     MOVE SPACES TO WS-JOB-NAME                                   00036300
036400     CALL 'CEE3JPI' USING LS-JPI-FUNC, WS-JOB-NAME,               00036400
036500             LS-JPI-BUFLEN, LS-JPI-RETLEN, LE-FC                  00036500
036600     .                                                            00036600
036700 PARSE-PARM.                                                      00036700
036800     IF MVS-PARM-LENGTH IS EQUAL TO ZERO THEN                     00036800
036900        MOVE Z'/tmp/testcob4.sqlite3' TO SQL-ZCHAR                00036900
037000     ELSE                                                         00037000
037100        MOVE SPACES TO WS-PARM-DBPATH                             00037100
037200        MOVE SPACES TO WS-PARM-TABLE                              00037200
037300        UNSTRING MVS-PARM-VALUE(1:MVS-PARM-LENGTH)                00037300
037400            DELIMITED BY ','                                      00037400
037500             INTO WS-PARM-DBPATH, WS-PARM-TABLE                   00037500
037600        END-UNSTRING                                              00037600
037700        MOVE ZERO TO WS-PARM-LEN                                  00037700
037800        INSPECT WS-PARM-DBPATH TALLYING WS-PARM-LEN               00037800
037900                FOR CHARACTERS BEFORE INITIAL SPACE               00037900
038000        IF WS-PARM-LEN IS GREATER THAN ZERO THEN                  00038000
038100           MOVE WS-PARM-DBPATH(1:WS-PARM-LEN) TO SQL-ZCHAR        00038100
038200           MOVE LOW-VALUES TO SQL-ZCHAR(WS-PARM-LEN + 1:1)        00038200
038300        ELSE                                                      00038300
038400           MOVE Z'/tmp/testcob4.sqlite3' TO SQL-ZCHAR             00038400
038500        END-IF                                                    00038500
038600        IF WS-PARM-TABLE IS NOT EQUAL TO SPACES THEN              00038600
038700           MOVE WS-PARM-TABLE TO WS-TABLE-NAME                    00038700
038800        END-IF                                                    00038800
038900     END-IF                                                       00038900
039000     MOVE ZERO TO WS-TABLE-NAME-LEN                               00039000
039100     INSPECT WS-TABLE-NAME TALLYING WS-TABLE-NAME-LEN             00039100
039200             FOR CHARACTERS BEFORE INITIAL SPACE                  00039200
039300* The audit trail cannot be loaded through itself.                00039300
039400     IF FUNCTION UPPER-CASE(WS-TABLE-NAME) IS EQUAL TO            00039400
039450        'AUDIT_LOG' THEN                                          00039450
039500        DISPLAY 'AUDIT_LOG CANNOT BE IMPORTED INTO. '             00039500
039600           'RUN ABANDONED.' UPON SYSOUT                           00039600
039700        MOVE +16 TO RETURN-CODE                                   00039700
039800        GOBACK                                                    00039800
039900     END-IF                                                       00039900
040000     .                                                            00040000
040100 READ-IMPORT-CARDS.                                               00040100
040200     OPEN INPUT SYSIN-FILE                                        00040200
040300     MOVE 'N' TO WS-EOF-SWITCH                                    00040300
040400     PERFORM UNTIL WS-EOF                                         00040400
040500        READ SYSIN-FILE                                           00040500
040600           AT END                                                 00040600
040700              MOVE 'Y' TO WS-EOF-SWITCH                           00040700
040800           NOT AT END                                             00040800
040900              PERFORM PARSE-ONE-CARD                              00040900
041000        END-READ                                                  00041000
041100     END-PERFORM                                                  00041100
041200     CLOSE SYSIN-FILE                                             00041200
041300     IF WS-IMP-MAPPED IS EQUAL TO ZERO THEN                       00041300
041400        DISPLAY 'NO COLUMN CARDS MAP A COLUMN. '                  00041400
041500           'NOTHING TO DO.' UPON SYSOUT                           00041500
041600        MOVE 'Y' TO WS-CARD-ERROR-SWITCH                          00041600
041700     END-IF                                                       00041700
041800     IF WS-CARD-ERROR THEN                                        00041800
041900        DISPLAY 'IMPORT CARDS IN ERROR. RUN ABANDONED.'           00041900
042000           UPON SYSOUT                                            00042000
042100        MOVE +16 TO RETURN-CODE                                   00042100
042200        GOBACK                                                    00042200
042300     END-IF                                                       00042300
042400     GO TO INITIALIZE-SQLITE                                      00042400
042500     .                                                            00042500
042600 PARSE-ONE-CARD.                                                  00042600
042700     IF SYSIN-RECORD(1:1) IS EQUAL TO '*' OR                      00042700
042800        SYSIN-RECORD IS EQUAL TO SPACES THEN                      00042800
042900        CONTINUE                                                  00042900
043000     ELSE                                                         00043000
043100        MOVE SPACES TO WS-CARD-KEYWORD                            00043100
043200        MOVE SPACES TO WS-CARD-VALUE                              00043200
043300        UNSTRING SYSIN-RECORD                                     00043300
043400            DELIMITED BY '='                                      00043400
043500             INTO WS-CARD-KEYWORD, WS-CARD-VALUE                  00043500
043600        END-UNSTRING                                              00043600
043700        EVALUATE WS-CARD-KEYWORD                                  00043700
043800        WHEN 'DELIMITER'                                          00043800
043900             MOVE WS-CARD-VALUE(1:1) TO WS-DELIMITER              00043900
044000             IF WS-DELIMITER IS EQUAL TO '"' THEN                 00044000
044100                DISPLAY 'THE QUOTE CANNOT BE THE DELIMITER: '     00044100
044200                   SYSIN-RECORD UPON SYSOUT                       00044200
044300                MOVE 'Y' TO WS-CARD-ERROR-SWITCH                  00044300
044400             END-IF                                               00044400
044500        WHEN 'HEADER'                                             00044500
044600             EVALUATE WS-CARD-VALUE                               00044600
044700             WHEN 'YES'                                           00044700
044800                  MOVE 'Y' TO WS-HEADER-SWITCH                    00044800
044900             WHEN 'NO'                                            00044900
045000                  MOVE 'N' TO WS-HEADER-SWITCH                    00045000
045100             WHEN OTHER                                           00045100
045200                  DISPLAY 'HEADER MUST BE YES OR NO: '            00045200
045300                     SYSIN-RECORD UPON SYSOUT                     00045300
045400                  MOVE 'Y' TO WS-CARD-ERROR-SWITCH                00045400
045500             END-EVALUATE                                         00045500
045600        WHEN 'MODE'                                               00045600
045700             MOVE WS-CARD-VALUE TO WS-MODE                        00045700
045800             IF NOT WS-MODE-APPEND AND                            00045800
045900                NOT WS-MODE-REPLACE THEN                          00045900
046000                DISPLAY 'MODE MUST BE APPEND OR REPLACE: '        00046000
046100                   SYSIN-RECORD UPON SYSOUT                       00046100
046200                MOVE 'Y' TO WS-CARD-ERROR-SWITCH                  00046200
046300             END-IF                                               00046300
046400        WHEN 'COLUMN'                                             00046400
046500             IF WS-IMP-USED IS GREATER THAN OR EQUAL TO           00046500
046600                WS-IMP-MAX THEN                                   00046600
046700                DISPLAY 'MORE THAN ' WS-IMP-MAX                   00046700
046800                   ' COLUMN CARDS. RUN ABANDONED.'                00046800
046900                   UPON SYSOUT                                    00046900
047000                MOVE +16 TO RETURN-CODE                           00047000
047100                CLOSE SYSIN-FILE                                  00047100
047200                GOBACK                                            00047200
047300             END-IF                                               00047300
047400             PERFORM PARSE-COLUMN-CARD                            00047400
047500        WHEN OTHER                                                00047500
047600             DISPLAY 'INVALID IMPORT CARD IGNORED: '              00047600
047700                SYSIN-RECORD UPON SYSOUT                          00047700
047800        END-EVALUATE                                              00047800
047900     END-IF                                                       00047900
048000     .                                                            00048000
048100*                                                                 00048100
048200* COLUMN=name,type[,n]: the field's column, its check, and        00048200
048300* the check's size (decimal places or text length).               00048300
048400*                                                                 00048400
048500 PARSE-COLUMN-CARD.                                               00048500
048600     MOVE SPACES TO WS-CARD-NAME                                  00048600
048700     MOVE SPACES TO WS-CARD-TYPE                                  00048700
048800     MOVE SPACES TO WS-CARD-SIZE                                  00048800
048900     UNSTRING WS-CARD-VALUE                                       00048900
049000         DELIMITED BY ','                                         00049000
049100          INTO WS-CARD-NAME, WS-CARD-TYPE, WS-CARD-SIZE           00049100
049200     END-UNSTRING                                                 00049200
049300     ADD 1 TO WS-IMP-USED                                         00049300
049400     MOVE WS-CARD-NAME TO WS-IMP-NAME(WS-IMP-USED)                00049400
049500     MOVE ZERO TO WS-IMP-NAME-LEN(WS-IMP-USED)                    00049500
049600     INSPECT WS-IMP-NAME(WS-IMP-USED)                             00049600
049700        TALLYING WS-IMP-NAME-LEN(WS-IMP-USED)                     00049700
049800        FOR CHARACTERS BEFORE INITIAL SPACE                       00049800
049900     MOVE WS-CARD-TYPE TO WS-IMP-TYPE(WS-IMP-USED)                00049900
050000     MOVE 'N' TO WS-IMP-FOUND(WS-IMP-USED)                        00050000
050100     IF WS-CARD-NAME IS EQUAL TO '*' THEN                         00050100
050200        MOVE 'Y' TO WS-IMP-SKIP(WS-IMP-USED)                      00050200
050300        MOVE 'Y' TO WS-IMP-FOUND(WS-IMP-USED)                     00050300
050400        MOVE 'TEXT' TO WS-IMP-TYPE(WS-IMP-USED)                   00050400
050500        MOVE 255 TO WS-IMP-SIZE(WS-IMP-USED)                      00050500
050600     ELSE                                                         00050600
050700        MOVE 'N' TO WS-IMP-SKIP(WS-IMP-USED)                      00050700
050800        ADD 1 TO WS-IMP-MAPPED                                    00050800
050900        IF WS-CARD-NAME IS EQUAL TO SPACES THEN                   00050900
051000           DISPLAY 'COLUMN CARD HAS NO NAME: '                    00051000
051100              SYSIN-RECORD UPON SYSOUT                            00051100
051200           MOVE 'Y' TO WS-CARD-ERROR-SWITCH                       00051200
051300        END-IF                                                    00051300
051400        EVALUATE TRUE                                             00051400
051500        WHEN WS-IMP-INTEGER(WS-IMP-USED)                          00051500
051600             MOVE ZERO TO WS-IMP-SIZE(WS-IMP-USED)                00051600
051700        WHEN WS-IMP-DECIMAL(WS-IMP-USED)                          00051700
051800             MOVE 2 TO WS-IMP-SIZE(WS-IMP-USED)                   00051800
051900        WHEN WS-IMP-TEXT(WS-IMP-USED)                             00051900
052000             MOVE 255 TO WS-IMP-SIZE(WS-IMP-USED)                 00052000
052100        WHEN OTHER                                                00052100
052200             DISPLAY 'COLUMN TYPE MUST BE INTEGER, '              00052200
052300                'DECIMAL, OR TEXT: ' SYSIN-RECORD                 00052300
052400                UPON SYSOUT                                       00052400
052500             MOVE 'Y' TO WS-CARD-ERROR-SWITCH                     00052500
052600        END-EVALUATE                                              00052600
052700        IF WS-CARD-SIZE IS NOT EQUAL TO SPACES AND                00052700
052800           NOT WS-IMP-INTEGER(WS-IMP-USED) THEN                   00052800
052900           MOVE ZERO TO WS-CARD-SIZE-LEN                          00052900
053000           INSPECT WS-CARD-SIZE TALLYING WS-CARD-SIZE-LEN         00053000
053100              FOR CHARACTERS BEFORE INITIAL SPACE                 00053100
053200           IF WS-CARD-SIZE-LEN IS GREATER THAN 3 OR               00053200
053300              WS-CARD-SIZE(1:WS-CARD-SIZE-LEN)                    00053300
053400                 IS NOT NUMERIC THEN                              00053400
053500              DISPLAY 'COLUMN SIZE MUST BE 1 TO 3 DIGITS: '       00053500
053600                 SYSIN-RECORD UPON SYSOUT                         00053600
053700              MOVE 'Y' TO WS-CARD-ERROR-SWITCH                    00053700
053800           ELSE                                                   00053800
053900              MOVE WS-CARD-SIZE(1:WS-CARD-SIZE-LEN)               00053900
054000                 TO WS-CARD-SIZE-NUM                              00054000
054100              MOVE WS-CARD-SIZE-NUM                               00054100
054200                 TO WS-IMP-SIZE(WS-IMP-USED)                      00054200
054300              IF WS-IMP-SIZE(WS-IMP-USED) IS EQUAL                00054300
054400                 TO ZERO OR                                       00054400
054500                 WS-IMP-SIZE(WS-IMP-USED) IS GREATER              00054500
054600                 THAN 255 OR                                      00054600
054700                 (WS-IMP-DECIMAL(WS-IMP-USED) AND                 00054700
054800                  WS-IMP-SIZE(WS-IMP-USED) IS GREATER             00054800
054900                  THAN 17) THEN                                   00054900
055000                 DISPLAY 'COLUMN SIZE OUT OF RANGE: '             00055000
055100                    SYSIN-RECORD UPON SYSOUT                      00055100
055200                 MOVE 'Y' TO WS-CARD-ERROR-SWITCH                 00055200
055300              END-IF                                              00055300
055400           END-IF                                                 00055400
055500        END-IF                                                    00055500
055600     END-IF                                                       00055600
055700     .                                                            00055700
055800 INITIALIZE-SQLITE.                                               00055800
055900     MOVE SQLITE-OPEN-READWRITE TO LS-OPEN-FLAGS                  00055900
056000     CALL SQLITE3A USING BY REFERENCE SQLITE3-OPEN-V2             00056000
056100         BY REFERENCE SQL-ZCHAR                                   00056100
056200         BY REFERENCE LS-DB                                       00056200
056300         BY VALUE LS-OPEN-FLAGS                                   00056300
056400         BY VALUE LS-NULL                                         00056400
056500         RETURNING LS-SQL-RC                                      00056500
056600     END-CALL                                                     00056600
056700     IF LS-SQL-RC IS NOT EQUAL TO SQLITE-OK AND                   00056700
056800        LS-SQL-RC IS NOT EQUAL TO SQLITE-DONE THEN                00056800
056900        DISPLAY 'SQLITE3-OPEN FAILED. RC='                        00056900
057000           LS-SQL-RC UPON SYSOUT                                  00057000
057100        PERFORM DISPLAY-SQL-ERROR                                 00057100
057200        MOVE +16 TO RETURN-CODE                                   00057200
057300        GOBACK                                                    00057300
057400     END-IF                                                       00057400
057500     CALL SQLITE3A USING BY REFERENCE SQLITE3-BUSY-TIMEOUT        00057500
057600         BY VALUE LS-DB                                           00057600
057700         BY VALUE LS-BUSY-TIMEOUT-MS                              00057700
057800         RETURNING LS-SQL-RC                                      00057800
057900     END-CALL                                                     00057900
058000     .                                                            00058000
058100*                                                                 00058100
058200* The PRAGMA table_info() walk, the same discovery TESTCB32       00058200
058300* makes: a table the walk returns nothing for does not            00058300
058400* exist, and a mapped column the walk never finds fails the       00058400
058500* run before anything is read.                                    00058500
058600*                                                                 00058600
058700 DISCOVER-COLUMNS.                                                00058700
058800     MOVE 1 TO WS-SQL-PTR                                         00058800
058900     STRING 'PRAGMA table_info(' DELIMITED BY SIZE                00058900
059000           WS-TABLE-NAME(1:WS-TABLE-NAME-LEN)                     00059000
059100           DELIMITED BY SIZE                                      00059100
059200           ');' DELIMITED BY SIZE                                 00059200
059300           INTO SQL-ZCHAR                                         00059300
059400           WITH POINTER WS-SQL-PTR                                00059400
059500     END-STRING                                                   00059500
059600     MOVE LOW-VALUES TO SQL-ZCHAR(WS-SQL-PTR:1)                   00059600
059700     MOVE 'PRAGMA TABLE_INFO' TO WS-PREP-LABEL                    00059700
059800     PERFORM PREPARE-ONE-STATEMENT                                00059800
059900     SET LS-PRAGMA-STMT TO LS-PREPARED-STMT                       00059900
060000     MOVE +0 TO LS-SQL-RC                                         00060000
060100     PERFORM UNTIL LS-SQL-RC IS NOT EQUAL TO ZERO                 00060100
060200       CALL SQLITE3A USING                                        00060200
060300           BY REFERENCE SQLITE3-STEP                              00060300
060400           BY VALUE LS-PRAGMA-STMT                                00060400
060500           RETURNING LS-SQL-RC                                    00060500
060600       END-CALL                                                   00060600
060700       EVALUATE LS-SQL-RC                                         00060700
060800       WHEN SQLITE-ROW                                            00060800
060900            PERFORM MATCH-ONE-COLUMN                              00060900
061000            MOVE +0 TO LS-SQL-RC                                  00061000
061100       WHEN SQLITE-DONE                                           00061100
061200            MOVE +4 TO LS-SQL-RC                                  00061200
061300       WHEN OTHER                                                 00061300
061400            DISPLAY 'TABLE_INFO STEP FAILED. RC='                 00061400
061500               LS-SQL-RC UPON SYSOUT                              00061500
061600            PERFORM DISPLAY-SQL-ERROR                             00061600
061700            MOVE +16 TO RETURN-CODE                               00061700
061800            MOVE -2 TO LS-SQL-RC                                  00061800
061900       END-EVALUATE                                               00061900
062000     END-PERFORM                                                  00062000
062100     CALL SQLITE3A USING BY REFERENCE SQLITE3-FINALIZE            00062100
062200         BY VALUE LS-PRAGMA-STMT                                  00062200
062300         RETURNING LS-SQL-RC                                      00062300
062400     END-CALL                                                     00062400
062500     IF WS-TABLE-COLUMNS IS EQUAL TO ZERO THEN                    00062500
062600        DISPLAY 'TABLE NOT FOUND: '                               00062600
062700           WS-TABLE-NAME(1:WS-TABLE-NAME-LEN) UPON SYSOUT         00062700
062800        MOVE +16 TO RETURN-CODE                                   00062800
062900     END-IF                                                       00062900
063000     PERFORM VARYING WS-IMP-I FROM 1 BY 1                         00063000
063100        UNTIL WS-IMP-I > WS-IMP-USED                              00063100
063200        IF WS-IMP-FOUND(WS-IMP-I) IS NOT EQUAL TO 'Y' THEN        00063200
063300           DISPLAY 'COLUMN NOT IN TABLE: '                        00063300
063400              WS-IMP-NAME(WS-IMP-I) UPON SYSOUT                   00063400
063500           MOVE +16 TO RETURN-CODE                                00063500
063600        END-IF                                                    00063600
063700     END-PERFORM                                                  00063700
063800     IF RETURN-CODE IS EQUAL TO +16 THEN                          00063800
063900        GO TO SHUTDOWN                                            00063900
064000     END-IF                                                       00064000
064100     GO TO PREPARE-IMPORT                                         00064100
064200     .                                                            00064200
064300 MATCH-ONE-COLUMN.                                                00064300
064400     ADD 1 TO WS-TABLE-COLUMNS                                    00064400
064500     MOVE +1 TO LS-COLUMN-NUMBER                                  00064500
064600     SET LS-SELECT-STMT TO LS-PRAGMA-STMT                         00064600
064700     PERFORM GET-COLUMN-TEXT                                      00064700
064800     MOVE WS-COL-VALUE(1:30) TO WS-COL-NAME                       00064800
064900     PERFORM VARYING WS-IMP-I FROM 1 BY 1                         00064900
065000        UNTIL WS-IMP-I > WS-IMP-USED                              00065000
065100        IF WS-COL-NAME IS EQUAL TO WS-IMP-NAME(WS-IMP-I)          00065100
065200           THEN                                                   00065200
065300           MOVE 'Y' TO WS-IMP-FOUND(WS-IMP-I)                     00065300
065400        END-IF                                                    00065400
065500     END-PERFORM                                                  00065500
065600     .                                                            00065600
065700*                                                                 00065700
065800* The statements: the audit insert, and the row insert with       00065800
065900* one parameter per mapped column in field order.                 00065900
066000*                                                                 00066000
066100 PREPARE-IMPORT.                                                  00066100
066200     MOVE 1 TO WS-SQL-PTR                                         00066200
066300     STRING 'CREATE TABLE IF NOT EXISTS AUDIT_LOG ('              00066300
066400         DELIMITED BY SIZE                                        00066400
066500         'TABLE_NAME TEXT, OPERATION TEXT, '                      00066500
066600         DELIMITED BY SIZE                                        00066600
066700         'BEFORE_VALUE TEXT, AFTER_VALUE TEXT, '                  00066700
066800         DELIMITED BY SIZE                                        00066800
066900         'LOG_TIME REAL, JOB_NAME TEXT)' DELIMITED BY SIZE        00066900
067000         INTO SQL-ZCHAR                                           00067000
067100         WITH POINTER WS-SQL-PTR                                  00067100
067200     END-STRING                                                   00067200
067300     MOVE LOW-VALUES TO SQL-ZCHAR(WS-SQL-PTR:1)                   00067300
067400     CALL SQLITE3A USING BY REFERENCE SQLITE3-EXEC                00067400
067500         BY VALUE LS-DB                                           00067500
067600         BY REFERENCE SQL-ZCHAR                                   00067600
067700         BY VALUE LS-ZERO                                         00067700
067800         BY VALUE LS-ZERO                                         00067800
067900         BY VALUE LS-ZERO                                         00067900
068000         RETURNING LS-SQL-RC                                      00068000
068100     END-CALL                                                     00068100
068200     IF LS-SQL-RC IS NOT EQUAL TO SQLITE-OK AND                   00068200
068300        LS-SQL-RC IS NOT EQUAL TO SQLITE-DONE THEN                00068300
068400        DISPLAY 'CREATE AUDIT_LOG TABLE FAILED. RC='              00068400
068500           LS-SQL-RC UPON SYSOUT                                  00068500
068600        PERFORM DISPLAY-SQL-ERROR                                 00068600
068700        MOVE +16 TO RETURN-CODE                                   00068700
068800        GO TO SHUTDOWN                                            00068800
068900     END-IF                                                       00068900
069000     MOVE 1 TO WS-SQL-PTR                                         00069000
069100     STRING 'INSERT INTO AUDIT_LOG(TABLE_NAME,OPERATION,'         00069100
069200         DELIMITED BY SIZE                                        00069200
069300         'BEFORE_VALUE,AFTER_VALUE,LOG_TIME,JOB_NAME) '           00069300
069400         DELIMITED BY SIZE                                        00069400
069500         'VALUES(?,?,?,?,?,?)' DELIMITED BY SIZE                  00069500
069600         INTO SQL-ZCHAR                                           00069600
069700         WITH POINTER WS-SQL-PTR                                  00069700
069800     END-STRING                                                   00069800
069900     MOVE LOW-VALUES TO SQL-ZCHAR(WS-SQL-PTR:1)                   00069900
070000     MOVE 'AUDIT INSERT' TO WS-PREP-LABEL                         00070000
070100     PERFORM PREPARE-ONE-STATEMENT                                00070100
070200     SET LS-AUDIT-STMT TO LS-PREPARED-STMT                        00070200
070300     MOVE 1 TO WS-SQL-PTR                                         00070300
070400     STRING 'INSERT INTO ' DELIMITED BY SIZE                      00070400
070500         WS-TABLE-NAME(1:WS-TABLE-NAME-LEN)                       00070500
070600         DELIMITED BY SIZE                                        00070600
070700         '(' DELIMITED BY SIZE                                    00070700
070800         INTO SQL-ZCHAR                                           00070800
070900         WITH POINTER WS-SQL-PTR                                  00070900
071000     END-STRING                                                   00071000
071100     PERFORM STRING-MAPPED-COLUMNS                                00071100
071200     STRING ') VALUES(' DELIMITED BY SIZE                         00071200
071300         INTO SQL-ZCHAR                                           00071300
071400         WITH POINTER WS-SQL-PTR                                  00071400
071500     END-STRING                                                   00071500
071600     PERFORM VARYING LS-I FROM 1 BY 1                             00071600
071700        UNTIL LS-I > WS-IMP-MAPPED                                00071700
071800        IF LS-I IS GREATER THAN 1 THEN                            00071800
071900           STRING ',' DELIMITED BY SIZE                           00071900
072000               INTO SQL-ZCHAR                                     00072000
072100               WITH POINTER WS-SQL-PTR                            00072100
072200           END-STRING                                             00072200
072300        END-IF                                                    00072300
072400        STRING '?' DELIMITED BY SIZE                              00072400
072500            INTO SQL-ZCHAR                                        00072500
072600            WITH POINTER WS-SQL-PTR                               00072600
072700        END-STRING                                                00072700
072800     END-PERFORM                                                  00072800
072900     STRING ')' DELIMITED BY SIZE                                 00072900
073000         INTO SQL-ZCHAR                                           00073000
073100         WITH POINTER WS-SQL-PTR                                  00073100
073200     END-STRING                                                   00073200
073300     MOVE LOW-VALUES TO SQL-ZCHAR(WS-SQL-PTR:1)                   00073300
073400     MOVE 'IMPORT INSERT' TO WS-PREP-LABEL                        00073400
073500     PERFORM PREPARE-ONE-STATEMENT                                00073500
073600     SET LS-INSERT-STMT TO LS-PREPARED-STMT                       00073600
073700     MOVE WS-TABLE-NAME TO WS-AUDIT-TABLE                         00073700
073800     .                                                            00073800
073900*                                                                 00073900
074000* Everything from here to the COMMIT is one transaction:          00074000
074100* REPLACE's delete, every insert, and every audit row.            00074100
074200*                                                                 00074200
074300 BEGIN-IMPORT.                                                    00074300
074400     MOVE Z'BEGIN TRANSACTION' TO SQL-ZCHAR                       00074400
074500     CALL SQLITE3A USING BY REFERENCE SQLITE3-EXEC                00074500
074600         BY VALUE LS-DB                                           00074600
074700         BY REFERENCE SQL-ZCHAR                                   00074700
074800         BY VALUE LS-ZERO                                         00074800
074900         BY VALUE LS-ZERO                                         00074900
075000         BY VALUE LS-ZERO                                         00075000
075100         RETURNING LS-SQL-RC                                      00075100
075200     END-CALL                                                     00075200
075300     IF LS-SQL-RC IS NOT EQUAL TO SQLITE-OK AND                   00075300
075400        LS-SQL-RC IS NOT EQUAL TO SQLITE-DONE THEN                00075400
075500        DISPLAY 'BEGIN TRANSACTION FAILED. RC='                   00075500
075600           LS-SQL-RC UPON SYSOUT                                  00075600
075700        PERFORM DISPLAY-SQL-ERROR                                 00075700
075800        MOVE +16 TO RETURN-CODE                                   00075800
075900        GO TO SHUTDOWN                                            00075900
076000     END-IF                                                       00076000
076100     MOVE 'Y' TO WS-TRANSACTION-SWITCH                            00076100
076200     IF WS-MODE-REPLACE THEN                                      00076200
076300        PERFORM CLEAR-TARGET-TABLE THRU CLEAR-TARGET-EXIT         00076300
076400        IF WS-SQL-FAILED THEN                                     00076400
076500           GO TO END-IMPORT                                       00076500
076600        END-IF                                                    00076600
076700     END-IF                                                       00076700
076800     .                                                            00076800
076900 IMPORT-LOOP.                                                     00076900
077000     OPEN INPUT IMPORT-FILE                                       00077000
077100     OPEN OUTPUT REJECT-FILE                                      00077100
077200     MOVE 'Y' TO WS-FILES-OPEN-SWITCH                             00077200
077300     MOVE 'N' TO WS-EOF-SWITCH                                    00077300
077400     PERFORM UNTIL WS-EOF OR WS-SQL-FAILED                        00077400
077500        READ IMPORT-FILE                                          00077500
077600           AT END                                                 00077600
077700              MOVE 'Y' TO WS-EOF-SWITCH                           00077700
077800           NOT AT END                                             00077800
077900              ADD 1 TO WS-RECORDS-READ                            00077900
078000              PERFORM IMPORT-ONE-RECORD                           00078000
078100                 THRU IMPORT-ONE-RECORD-EXIT                      00078100
078200        END-READ                                                  00078200
078300     END-PERFORM                                                  00078300
078400     .                                                            00078400
078500*                                                                 00078500
078600* The outcome: an SQL failure, a reject, a bad trailer, or        00078600
078700* an empty file rolls the whole file back.                        00078700
078800*                                                                 00078800
078900 END-IMPORT.                                                      00078900
079000     EVALUATE TRUE                                                00079000
079100     WHEN WS-SQL-FAILED                                           00079100
079200          MOVE +16 TO RETURN-CODE                                 00079200
079300     WHEN WS-REJECT-COUNT IS GREATER THAN ZERO                    00079300
079400          MOVE WS-REJECT-COUNT TO WS-COUNT-DISPLAY                00079400
079500          DISPLAY 'RECORDS REJECTED=' WS-COUNT-DISPLAY            00079500
079600             '. THE FILE IS NOT LOADED.' UPON SYSOUT              00079600
079700          MOVE +8 TO RETURN-CODE                                  00079700
079800     WHEN WS-TRAILER-BAD                                          00079800
079900          DISPLAY 'THE *COUNT RECORD DOES NOT AGREE. '            00079900
080000             'THE FILE IS NOT LOADED.' UPON SYSOUT                00080000
080100          MOVE +8 TO RETURN-CODE                                  00080100
080200     WHEN WS-DATA-RECORDS IS EQUAL TO ZERO                        00080200
080300          DISPLAY 'NO DATA RECORDS IN THE FILE. '                 00080300
080400             'NOTHING LOADED.' UPON SYSOUT                        00080400
080500          MOVE +4 TO RETURN-CODE                                  00080500
080600     WHEN OTHER                                                   00080600
080700          MOVE Z'COMMIT TRANSACTION' TO SQL-ZCHAR                 00080700
080800          CALL SQLITE3A USING BY REFERENCE SQLITE3-EXEC           00080800
080900              BY VALUE LS-DB                                      00080900
081000              BY REFERENCE SQL-ZCHAR                              00081000
081100              BY VALUE LS-ZERO                                    00081100
081200              BY VALUE LS-ZERO                                    00081200
081300              BY VALUE LS-ZERO                                    00081300
081400              RETURNING LS-SQL-RC                                 00081400
081500          END-CALL                                                00081500
081600          IF LS-SQL-RC IS NOT EQUAL TO SQLITE-OK AND              00081600
081700             LS-SQL-RC IS NOT EQUAL TO SQLITE-DONE THEN           00081700
081800             DISPLAY 'COMMIT FAILED. RC='                         00081800
081900                LS-SQL-RC UPON SYSOUT                             00081900
082000             PERFORM DISPLAY-SQL-ERROR                            00082000
082100             MOVE +16 TO RETURN-CODE                              00082100
082200          ELSE                                                    00082200
082300             MOVE 'N' TO WS-TRANSACTION-SWITCH                    00082300
082400             MOVE ZERO TO RETURN-CODE                             00082400
082500          END-IF                                                  00082500
082600     END-EVALUATE                                                 00082600
082700     IF WS-TRANSACTION-OPEN THEN                                  00082700
082800        MOVE Z'ROLLBACK TRANSACTION' TO SQL-ZCHAR                 00082800
082900        CALL SQLITE3A USING BY REFERENCE SQLITE3-EXEC             00082900
083000            BY VALUE LS-DB                                        00083000
083100            BY REFERENCE SQL-ZCHAR                                00083100
083200            BY VALUE LS-ZERO                                      00083200
083300            BY VALUE LS-ZERO                                      00083300
083400            BY VALUE LS-ZERO                                      00083400
083500            RETURNING LS-SQL-RC                                   00083500
083600        END-CALL                                                  00083600
083700        MOVE 'N' TO WS-TRANSACTION-SWITCH                         00083700
083800        DISPLAY 'IMPORT ROLLED BACK. NOTHING LOADED.'             00083800
083900           UPON SYSOUT                                            00083900
084000     ELSE                                                         00084000
084100        DISPLAY 'IMPORT COMMITTED.' UPON SYSOUT                   00084100
084200     END-IF                                                       00084200
084300     IF WS-FILES-OPEN THEN                                        00084300
084400        CLOSE IMPORT-FILE                                         00084400
084500        CLOSE REJECT-FILE                                         00084500
084600     END-IF                                                       00084600
084700     GO TO SHUTDOWN                                               00084700
084800     .                                                            00084800
084900*                                                                 00084900
085000* REPLACE mode: every row on file gets a DELETE image in          00085000
085100* AUDIT_LOG from its mapped columns, then the table is            00085100
085200* emptied. All of it rolls back with the load if the file         00085200
085300* is bad.                                                         00085300
085400*                                                                 00085400
085500 CLEAR-TARGET-TABLE.                                              00085500
085600     MOVE 1 TO WS-SQL-PTR                                         00085600
085700     STRING 'SELECT ' DELIMITED BY SIZE                           00085700
085800         INTO SQL-ZCHAR                                           00085800
085900         WITH POINTER WS-SQL-PTR                                  00085900
086000     END-STRING                                                   00086000
086100     PERFORM STRING-MAPPED-COLUMNS                                00086100
086200     STRING ' FROM ' DELIMITED BY SIZE                            00086200
086300         WS-TABLE-NAME(1:WS-TABLE-NAME-LEN)                       00086300
086400         DELIMITED BY SIZE                                        00086400
086500         INTO SQL-ZCHAR                                           00086500
086600         WITH POINTER WS-SQL-PTR                                  00086600
086700     END-STRING                                                   00086700
086800     MOVE LOW-VALUES TO SQL-ZCHAR(WS-SQL-PTR:1)                   00086800
086900     MOVE 'REPLACE SELECT' TO WS-PREP-LABEL                       00086900
087000     PERFORM PREPARE-ONE-STATEMENT                                00087000
087100     SET LS-SELECT-STMT TO LS-PREPARED-STMT                       00087100
087200     MOVE 'DELETE' TO WS-AUDIT-OP                                 00087200
087300     MOVE SPACES TO WS-AUDIT-AFTER                                00087300
087400     MOVE +0 TO LS-SQL-RC                                         00087400
087500     PERFORM UNTIL LS-SQL-RC IS NOT EQUAL TO ZERO                 00087500
087600       CALL SQLITE3A USING                                        00087600
087700           BY REFERENCE SQLITE3-STEP                              00087700
087800           BY VALUE LS-SELECT-STMT                                00087800
087900           RETURNING LS-SQL-RC                                    00087900
088000       END-CALL                                                   00088000
088100       EVALUATE LS-SQL-RC                                         00088100
088200       WHEN SQLITE-ROW                                            00088200
088300            PERFORM AUDIT-ONE-DELETE                              00088300
088400            IF WS-SQL-FAILED THEN                                 00088400
088500               MOVE -2 TO LS-SQL-RC                               00088500
088600            ELSE                                                  00088600
088700               MOVE +0 TO LS-SQL-RC                               00088700
088800            END-IF                                                00088800
088900       WHEN SQLITE-DONE                                           00088900
089000            MOVE +4 TO LS-SQL-RC                                  00089000
089100       WHEN OTHER                                                 00089100
089200            DISPLAY 'REPLACE SELECT STEP FAILED. RC='             00089200
089300               LS-SQL-RC UPON SYSOUT                              00089300
089400            PERFORM DISPLAY-SQL-ERROR                             00089400
089500            MOVE 'Y' TO WS-SQL-FAILED-SWITCH                      00089500
089600            MOVE -2 TO LS-SQL-RC                                  00089600
089700       END-EVALUATE                                               00089700
089800     END-PERFORM                                                  00089800
089900     CALL SQLITE3A USING BY REFERENCE SQLITE3-FINALIZE            00089900
090000         BY VALUE LS-SELECT-STMT                                  00090000
090100         RETURNING LS-SQL-RC                                      00090100
090200     END-CALL                                                     00090200
090300     IF WS-SQL-FAILED THEN                                        00090300
090400        GO TO CLEAR-TARGET-EXIT                                   00090400
090500     END-IF                                                       00090500
090600     MOVE 1 TO WS-SQL-PTR                                         00090600
090700     STRING 'DELETE FROM ' DELIMITED BY SIZE                      00090700
090800         WS-TABLE-NAME(1:WS-TABLE-NAME-LEN)                       00090800
090900         DELIMITED BY SIZE                                        00090900
091000         INTO SQL-ZCHAR                                           00091000
091100         WITH POINTER WS-SQL-PTR                                  00091100
091200     END-STRING                                                   00091200
091300     MOVE LOW-VALUES TO SQL-ZCHAR(WS-SQL-PTR:1)                   00091300
091400     CALL SQLITE3A USING BY REFERENCE SQLITE3-EXEC                00091400
091500         BY VALUE LS-DB                                           00091500
091600         BY REFERENCE SQL-ZCHAR                                   00091600
091700         BY VALUE LS-ZERO                                         00091700
091800         BY VALUE LS-ZERO                                         00091800
091900         BY VALUE LS-ZERO                                         00091900
092000         RETURNING LS-SQL-RC                                      00092000
092100     END-CALL                                                     00092100
092200     IF LS-SQL-RC IS NOT EQUAL TO SQLITE-OK AND                   00092200
092300        LS-SQL-RC IS NOT EQUAL TO SQLITE-DONE THEN                00092300
092400        DISPLAY 'REPLACE DELETE FAILED. RC='                      00092400
092500           LS-SQL-RC UPON SYSOUT                                  00092500
092600        PERFORM DISPLAY-SQL-ERROR                                 00092600
092700        MOVE 'Y' TO WS-SQL-FAILED-SWITCH                          00092700
092800        GO TO CLEAR-TARGET-EXIT                                   00092800
092900     END-IF                                                       00092900
093000     CALL SQLITE3A USING BY REFERENCE SQLITE3-CHANGES             00093000
093100         BY VALUE LS-DB                                           00093100
093200         RETURNING LS-I                                           00093200
093300     END-CALL                                                     00093300
093400     MOVE LS-I TO WS-ROWS-DELETED                                 00093400
093500     .                                                            00093500
093600 CLEAR-TARGET-EXIT.                                               00093600
093700     EXIT.                                                        00093700
093800*                                                                 00093800
093900* One row on file: its mapped columns, in select order, go        00093900
094000* into the field table so the image is built the same way         00094000
094100* an inserted record's is.                                        00094100
094200*                                                                 00094200
094300 AUDIT-ONE-DELETE.                                                00094300
094400     MOVE ZERO TO LS-COLUMN-NUMBER                                00094400
094500     PERFORM VARYING WS-IMP-I FROM 1 BY 1                         00094500
094600        UNTIL WS-IMP-I > WS-IMP-USED                              00094600
094700        MOVE SPACES TO WS-FLD-VALUE(WS-IMP-I)                     00094700
094800        MOVE ZERO TO WS-FLD-LEN(WS-IMP-I)                         00094800
094900        IF WS-IMP-SKIP(WS-IMP-I) IS EQUAL TO 'N' THEN             00094900
095000           PERFORM GET-COLUMN-TEXT                                00095000
095100           MOVE WS-COL-VALUE TO WS-FLD-VALUE(WS-IMP-I)            00095100
095200           MOVE WS-COL-VALUE-LEN TO WS-FLD-LEN(WS-IMP-I)          00095200
095300           ADD 1 TO LS-COLUMN-NUMBER                              00095300
095400        END-IF                                                    00095400
095500     END-PERFORM                                                  00095500
095600     PERFORM BUILD-AUDIT-IMAGE                                    00095600
095700     MOVE WS-AUDIT-IMAGE TO WS-AUDIT-BEFORE                       00095700
095800     PERFORM WRITE-AUDIT-LOG                                      00095800
095900     .                                                            00095900
096000*                                                                 00096000
096100* One record of the file. A header, a blank record, or the        00096100
096200* *COUNT trailer is not data; anything else is split, every       00096200
096300* mapped field checked, and the row inserted and audited.         00096300
096400* The first failure rejects the record.                           00096400
096500*                                                                 00096500
096600 IMPORT-ONE-RECORD.                                               00096600
096700     IF WS-HEADER-PRESENT AND WS-RECORDS-READ IS EQUAL TO 1       00096700
096800        THEN                                                      00096800
096900        GO TO IMPORT-ONE-RECORD-EXIT                              00096900
097000     END-IF                                                       00097000
097100     IF IMPORT-RECORD IS EQUAL TO SPACES THEN                     00097100
097200        GO TO IMPORT-ONE-RECORD-EXIT                              00097200
097300     END-IF                                                       00097300
097400     IF IMPORT-RECORD(1:6) IS EQUAL TO '*COUNT' AND               00097400
097500        IMPORT-RECORD(7:1) IS EQUAL TO WS-DELIMITER THEN          00097500
097600        PERFORM CHECK-COUNT-RECORD                                00097600
097700        GO TO IMPORT-ONE-RECORD-EXIT                              00097700
097800     END-IF                                                       00097800
097900     ADD 1 TO WS-DATA-RECORDS                                     00097900
098000     MOVE SPACES TO WS-REJECT-REASON                              00098000
098100     IF WS-TRAILER-SEEN THEN                                      00098100
098200        MOVE 'DATA AFTER THE *COUNT RECORD'                       00098200
098300           TO WS-REJECT-REASON                                    00098300
098400        PERFORM WRITE-REJECT                                      00098400
098500        GO TO IMPORT-ONE-RECORD-EXIT                              00098500
098600     END-IF                                                       00098600
098700     PERFORM SPLIT-IMPORT-RECORD                                  00098700
098800     IF WS-FIELD-COUNT IS NOT EQUAL TO WS-IMP-USED THEN           00098800
098900        MOVE WS-IMP-USED TO WS-SIZE-DISPLAY                       00098900
099000        PERFORM TRIM-SIZE-DISPLAY                                 00099000
099100        STRING 'FIELD COUNT IS NOT ' DELIMITED BY SIZE            00099100
099200            WS-SIZE-TRIMMED DELIMITED BY SPACE                    00099200
099300            INTO WS-REJECT-REASON                                 00099300
099400        END-STRING                                                00099400
099500        PERFORM WRITE-REJECT                                      00099500
099600        GO TO IMPORT-ONE-RECORD-EXIT                              00099600
099700     END-IF                                                       00099700
099800     PERFORM VARYING WS-IMP-I FROM 1 BY 1                         00099800
099900        UNTIL WS-IMP-I > WS-IMP-USED                              00099900
100000        OR WS-REJECT-REASON IS NOT EQUAL TO SPACES                00100000
100100        IF WS-IMP-SKIP(WS-IMP-I) IS EQUAL TO 'N' THEN             00100100
100200           PERFORM CHECK-ONE-FIELD                                00100200
100300        END-IF                                                    00100300
100400     END-PERFORM                                                  00100400
100500     IF WS-REJECT-REASON IS NOT EQUAL TO SPACES THEN              00100500
100600        PERFORM WRITE-REJECT                                      00100600
100700        GO TO IMPORT-ONE-RECORD-EXIT                              00100700
100800     END-IF                                                       00100800
100900     PERFORM BIND-IMPORT-ROW                                      00100900
101000     CALL SQLITE3A USING BY REFERENCE SQLITE3-STEP                00101000
101100         BY VALUE LS-INSERT-STMT                                  00101100
101200         RETURNING LS-SQL-RC                                      00101200
101300     END-CALL                                                     00101300
101400     EVALUATE LS-SQL-RC                                           00101400
101500     WHEN SQLITE-OK                                               00101500
101600     WHEN SQLITE-DONE                                             00101600
101700          ADD 1 TO WS-ROWS-INSERTED                               00101700
101800          PERFORM BUILD-AUDIT-IMAGE                               00101800
101900          MOVE 'INSERT' TO WS-AUDIT-OP                            00101900
102000          MOVE SPACES TO WS-AUDIT-BEFORE                          00102000
102100          MOVE WS-AUDIT-IMAGE TO WS-AUDIT-AFTER                   00102100
102200          PERFORM WRITE-AUDIT-LOG                                 00102200
102300     WHEN SQLITE-CONSTRAINT                                       00102300
102400     WHEN SQLITE-MISMATCH                                         00102400
102500* The table refused the row: that is the data's fault, so         00102500
102600* it is a reject like any other.                                  00102600
102700          PERFORM DISPLAY-SQL-ERROR                               00102700
102800          MOVE 'REFUSED BY THE TABLE (CONSTRAINT)'                00102800
102900             TO WS-REJECT-REASON                                  00102900
103000          PERFORM WRITE-REJECT                                    00103000
103100     WHEN OTHER                                                   00103100
103200          DISPLAY 'IMPORT INSERT FAILED. RC='                     00103200
103300             LS-SQL-RC UPON SYSOUT                                00103300
103400          PERFORM DISPLAY-SQL-ERROR                               00103400
103500          MOVE 'Y' TO WS-SQL-FAILED-SWITCH                        00103500
103600     END-EVALUATE                                                 00103600
103700     CALL SQLITE3A USING BY REFERENCE SQLITE3-RESET               00103700
103800         BY VALUE LS-INSERT-STMT                                  00103800
103900         RETURNING LS-SQL-RC                                      00103900
104000     END-CALL                                                     00104000
104100     .                                                            00104100
104200 IMPORT-ONE-RECORD-EXIT.                                          00104200
104300     EXIT.                                                        00104300
104400*                                                                 00104400
104500* The *COUNT record: the count after the delimiter must be        00104500
104600* the number of data records before it.                           00104600
104700*                                                                 00104700
104800 CHECK-COUNT-RECORD.                                              00104800
104900     MOVE 'Y' TO WS-TRAILER-SWITCH                                00104900
105000     MOVE IMPORT-RECORD(8:20) TO WS-TRAILER-TEXT                  00105000
105100     MOVE ZERO TO WS-TRAILER-LEN                                  00105100
105200     INSPECT WS-TRAILER-TEXT TALLYING WS-TRAILER-LEN              00105200
105300        FOR CHARACTERS BEFORE INITIAL SPACE                       00105300
105400     IF WS-TRAILER-LEN IS EQUAL TO ZERO OR                        00105400
105500        WS-TRAILER-LEN IS GREATER THAN 9 THEN                     00105500
105600        MOVE 'Y' TO WS-TRAILER-BAD-SWITCH                         00105600
105700     ELSE                                                         00105700
105800        IF WS-TRAILER-TEXT(1:WS-TRAILER-LEN) IS NOT NUMERIC       00105800
105900           THEN                                                   00105900
106000           MOVE 'Y' TO WS-TRAILER-BAD-SWITCH                      00106000
106100        ELSE                                                      00106100
106200           MOVE WS-TRAILER-TEXT(1:WS-TRAILER-LEN)                 00106200
106300              TO WS-TRAILER-COUNT                                 00106300
106400           IF WS-TRAILER-COUNT IS NOT EQUAL TO                    00106400
106500              WS-DATA-RECORDS THEN                                00106500
106600              MOVE 'Y' TO WS-TRAILER-BAD-SWITCH                   00106600
106700           END-IF                                                 00106700
106800        END-IF                                                    00106800
106900     END-IF                                                       00106900
107000     IF WS-TRAILER-BAD THEN                                       00107000
107100        MOVE WS-DATA-RECORDS TO WS-COUNT-DISPLAY                  00107100
107200        DISPLAY '*COUNT RECORD ' IMPORT-RECORD(1:40)              00107200
107300           ' BUT DATA RECORDS=' WS-COUNT-DISPLAY                  00107300
107400           UPON SYSOUT                                            00107400
107500     END-IF                                                       00107500
107600     .                                                            00107600
107700*                                                                 00107700
107800* Split the record at each delimiter outside quotes. The          00107800
107900* quotes themselves are dropped; WS-FLD-QUOTED tells an           00107900
108000* empty "" (an empty string) from an empty field (NULL).          00108000
108100*                                                                 00108100
108200 SPLIT-IMPORT-RECORD.                                             00108200
108300     PERFORM VARYING WS-REC-LEN FROM 512 BY -1                    00108300
108400        UNTIL WS-REC-LEN < 1                                      00108400
108500        OR IMPORT-RECORD(WS-REC-LEN:1) IS NOT EQUAL TO SPACE      00108500
108600        CONTINUE                                                  00108600
108700     END-PERFORM                                                  00108700
108800     MOVE 1 TO WS-FIELD-COUNT                                     00108800
108900     MOVE SPACES TO WS-FLD-VALUE(1)                               00108900
109000     MOVE ZERO TO WS-FLD-LEN(1)                                   00109000
109100     MOVE 'N' TO WS-FLD-QUOTED(1)                                 00109100
109200     MOVE 'N' TO WS-QUOTE-SWITCH                                  00109200
109300     PERFORM VARYING WS-SCAN-I FROM 1 BY 1                        00109300
109400        UNTIL WS-SCAN-I > WS-REC-LEN                              00109400
109500        MOVE IMPORT-RECORD(WS-SCAN-I:1) TO WS-SCAN-CHAR           00109500
109600        EVALUATE TRUE                                             00109600
109700        WHEN WS-SCAN-CHAR IS EQUAL TO '"'                         00109700
109800             IF WS-IN-QUOTES THEN                                 00109800
109900                MOVE 'N' TO WS-QUOTE-SWITCH                       00109900
110000             ELSE                                                 00110000
110100                MOVE 'Y' TO WS-QUOTE-SWITCH                       00110100
110200             END-IF                                               00110200
110300             IF WS-FIELD-COUNT IS NOT GREATER THAN                00110300
110400                WS-IMP-MAX THEN                                   00110400
110500                MOVE 'Y' TO WS-FLD-QUOTED(WS-FIELD-COUNT)         00110500
110600             END-IF                                               00110600
110700        WHEN WS-SCAN-CHAR IS EQUAL TO WS-DELIMITER                00110700
110800             AND NOT WS-IN-QUOTES                                 00110800
110900             ADD 1 TO WS-FIELD-COUNT                              00110900
111000             IF WS-FIELD-COUNT IS NOT GREATER THAN                00111000
111100                WS-IMP-MAX THEN                                   00111100
111200                MOVE SPACES TO WS-FLD-VALUE(WS-FIELD-COUNT)       00111200
111300                MOVE ZERO TO WS-FLD-LEN(WS-FIELD-COUNT)           00111300
111400                MOVE 'N' TO WS-FLD-QUOTED(WS-FIELD-COUNT)         00111400
111500             END-IF                                               00111500
111600        WHEN WS-FIELD-COUNT IS GREATER THAN WS-IMP-MAX            00111600
111700             CONTINUE                                             00111700
111800        WHEN OTHER                                                00111800
111900             IF WS-FLD-LEN(WS-FIELD-COUNT) IS LESS THAN 255       00111900
112000                THEN                                              00112000
112100                ADD 1 TO WS-FLD-LEN(WS-FIELD-COUNT)               00112100
112200                MOVE WS-SCAN-CHAR TO                              00112200
112300                   WS-FLD-VALUE(WS-FIELD-COUNT)                   00112300
112400                   (WS-FLD-LEN(WS-FIELD-COUNT):1)                 00112400
112500             ELSE                                                 00112500
112600                MOVE 256 TO WS-FLD-LEN(WS-FIELD-COUNT)            00112600
112700             END-IF                                               00112700
112800        END-EVALUATE                                              00112800
112900     END-PERFORM                                                  00112900
113000     .                                                            00113000
113100*                                                                 00113100
113200* The check of one mapped field against its COLUMN card.          00113200
113300* An empty field is always let through; it loads NULL (or         00113300
113400* an empty string when quoted) and the table's own                00113400
113500* constraints decide whether that is acceptable.                  00113500
113600*                                                                 00113600
113700 CHECK-ONE-FIELD.                                                 00113700
113800     IF WS-FLD-LEN(WS-IMP-I) IS EQUAL TO ZERO THEN                00113800
113900        GO TO CHECK-ONE-FIELD-EXIT                                00113900
114000     END-IF                                                       00114000
114100     IF WS-FLD-LEN(WS-IMP-I) IS GREATER THAN 255 THEN             00114100
114200        MOVE 'LONGER THAN 255' TO WS-COL-VALUE                    00114200
114300        PERFORM SET-FIELD-REASON                                  00114300
114400        GO TO CHECK-ONE-FIELD-EXIT                                00114400
114500     END-IF                                                       00114500
114503* ID and AMOUNT go into the audit image as 'ID=nnnnnnnnn' and     00114503
114506* 'AMT=9999999.99', the form the trail readers parse, so a        00114506
114509* value that will not fit that form is refused here.              00114509
114512     EVALUATE FUNCTION UPPER-CASE(WS-IMP-NAME(WS-IMP-I))          00114512
114515     WHEN 'ID'                                                    00114515
114518          PERFORM COUNT-NUMERIC-FIELD                             00114518
114521          IF WS-FLD-VALUE(WS-IMP-I)(1:1) IS EQUAL TO '-' OR       00114521
114524             WS-CHK-OTHERS IS GREATER THAN ZERO OR                00114524
114527             WS-CHK-POINTS IS GREATER THAN ZERO OR                00114527
114530             WS-CHK-INT-DIGITS IS EQUAL TO ZERO OR                00114530
114533             WS-CHK-INT-DIGITS IS GREATER THAN 9 THEN             00114533
114536             MOVE 'NOT 1 TO 9 DIGITS' TO WS-COL-VALUE             00114536
114539             PERFORM SET-FIELD-REASON                             00114539
114542             GO TO CHECK-ONE-FIELD-EXIT                           00114542
114545          END-IF                                                  00114545
114548     WHEN 'AMOUNT'                                                00114548
114551          PERFORM COUNT-NUMERIC-FIELD                             00114551
114554          IF WS-FLD-VALUE(WS-IMP-I)(1:1) IS EQUAL TO '-' OR       00114554
114557             WS-CHK-OTHERS IS GREATER THAN ZERO OR                00114557
114560             WS-CHK-POINTS IS GREATER THAN 1 OR                   00114560
114563             WS-CHK-INT-DIGITS + WS-CHK-DEC-DIGITS                00114563
114566                IS EQUAL TO ZERO OR                               00114566
114569             WS-CHK-INT-DIGITS IS GREATER THAN 7 OR               00114569
114572             WS-CHK-DEC-DIGITS IS GREATER THAN 2 THEN             00114572
114575             MOVE 'NOT 0 TO 9999999.99' TO WS-COL-VALUE           00114575
114578             PERFORM SET-FIELD-REASON                             00114578
114581             GO TO CHECK-ONE-FIELD-EXIT                           00114581
114584          END-IF                                                  00114584
114587     END-EVALUATE                                                 00114587
114600     EVALUATE TRUE                                                00114600
114700     WHEN WS-IMP-TEXT(WS-IMP-I)                                   00114700
114800          IF WS-FLD-LEN(WS-IMP-I) IS GREATER THAN                 00114800
114900             WS-IMP-SIZE(WS-IMP-I) THEN                           00114900
115000             MOVE WS-IMP-SIZE(WS-IMP-I) TO WS-SIZE-DISPLAY        00115000
115100             PERFORM TRIM-SIZE-DISPLAY                            00115100
115200             MOVE SPACES TO WS-COL-VALUE                          00115200
115300             STRING 'LONGER THAN ' DELIMITED BY SIZE              00115300
115400                 WS-SIZE-TRIMMED DELIMITED BY SPACE               00115400
115500                 INTO WS-COL-VALUE                                00115500
115600             END-STRING                                           00115600
115700             PERFORM SET-FIELD-REASON                             00115700
115800          END-IF                                                  00115800
115900     WHEN WS-IMP-INTEGER(WS-IMP-I)                                00115900
116000          PERFORM COUNT-NUMERIC-FIELD                             00116000
116100          IF WS-CHK-OTHERS IS GREATER THAN ZERO OR                00116100
116200             WS-CHK-POINTS IS GREATER THAN ZERO OR                00116200
116300             WS-CHK-INT-DIGITS IS EQUAL TO ZERO OR                00116300
116400             WS-CHK-INT-DIGITS IS GREATER THAN 18 THEN            00116400
116500             MOVE 'NOT AN INTEGER' TO WS-COL-VALUE                00116500
116600             PERFORM SET-FIELD-REASON                             00116600
116700          END-IF                                                  00116700
116800     WHEN WS-IMP-DECIMAL(WS-IMP-I)                                00116800
116900          PERFORM COUNT-NUMERIC-FIELD                             00116900
117000          IF WS-CHK-OTHERS IS GREATER THAN ZERO OR                00117000
117100             WS-CHK-POINTS IS GREATER THAN 1 OR                   00117100
117200             WS-CHK-INT-DIGITS + WS-CHK-DEC-DIGITS                00117200
117300                IS EQUAL TO ZERO OR                               00117300
117400             WS-CHK-INT-DIGITS + WS-CHK-DEC-DIGITS                00117400
117500                IS GREATER THAN 18 THEN                           00117500
117600             MOVE 'NOT A DECIMAL NUMBER' TO WS-COL-VALUE          00117600
117700             PERFORM SET-FIELD-REASON                             00117700
117800          ELSE                                                    00117800
117900             IF WS-CHK-DEC-DIGITS IS GREATER THAN                 00117900
118000                WS-IMP-SIZE(WS-IMP-I) THEN                        00118000
118100                MOVE WS-IMP-SIZE(WS-IMP-I)                        00118100
118200                   TO WS-SIZE-DISPLAY                             00118200
118300                PERFORM TRIM-SIZE-DISPLAY                         00118300
118400                MOVE SPACES TO WS-COL-VALUE                       00118400
118500                STRING 'MORE THAN ' DELIMITED BY SIZE             00118500
118600                    WS-SIZE-TRIMMED DELIMITED BY SPACE            00118600
118700                    ' DECIMALS' DELIMITED BY SIZE                 00118700
118800                    INTO WS-COL-VALUE                             00118800
118900                END-STRING                                        00118900
119000                PERFORM SET-FIELD-REASON                          00119000
119100             END-IF                                               00119100
119200          END-IF                                                  00119200
119300     END-EVALUATE                                                 00119300
119400     .                                                            00119400
119500 CHECK-ONE-FIELD-EXIT.                                            00119500
119600     EXIT.                                                        00119600
119700*                                                                 00119700
119800* Count the digits before and after the decimal point, the        00119800
119900* points, and anything else, past an optional leading sign.       00119900
120000*                                                                 00120000
120100 COUNT-NUMERIC-FIELD.                                             00120100
120200     MOVE ZERO TO WS-CHK-INT-DIGITS                               00120200
120300     MOVE ZERO TO WS-CHK-DEC-DIGITS                               00120300
120400     MOVE ZERO TO WS-CHK-POINTS                                   00120400
120500     MOVE ZERO TO WS-CHK-OTHERS                                   00120500
120600     MOVE 1 TO WS-CHK-START                                       00120600
120700     IF WS-FLD-VALUE(WS-IMP-I)(1:1) IS EQUAL TO '+' OR            00120700
120800        WS-FLD-VALUE(WS-IMP-I)(1:1) IS EQUAL TO '-' THEN          00120800
120900        MOVE 2 TO WS-CHK-START                                    00120900
121000     END-IF                                                       00121000
121100     PERFORM VARYING WS-CHK-I FROM WS-CHK-START BY 1              00121100
121200        UNTIL WS-CHK-I > WS-FLD-LEN(WS-IMP-I)                     00121200
121300        EVALUATE TRUE                                             00121300
121400        WHEN WS-FLD-VALUE(WS-IMP-I)(WS-CHK-I:1)                   00121400
121500                IS NUMERIC                                        00121500
121600             IF WS-CHK-POINTS IS EQUAL TO ZERO THEN               00121600
121700                ADD 1 TO WS-CHK-INT-DIGITS                        00121700
121800             ELSE                                                 00121800
121900                ADD 1 TO WS-CHK-DEC-DIGITS                        00121900
122000             END-IF                                               00122000
122100        WHEN WS-FLD-VALUE(WS-IMP-I)(WS-CHK-I:1)                   00122100
122200                IS EQUAL TO '.'                                   00122200
122300             ADD 1 TO WS-CHK-POINTS                               00122300
122400        WHEN OTHER                                                00122400
122500             ADD 1 TO WS-CHK-OTHERS                               00122500
122600        END-EVALUATE                                              00122600
122700     END-PERFORM                                                  00122700
122800     .                                                            00122800
122900*                                                                 00122900
123000* The reject reason for a field: its column name, then the        00123000
123100* failure the caller left in WS-COL-VALUE.                        00123100
123200*                                                                 00123200
123300 SET-FIELD-REASON.                                                00123300
123400     MOVE SPACES TO WS-REJECT-REASON                              00123400
123500     STRING WS-IMP-NAME(WS-IMP-I)(1:WS-IMP-NAME-LEN(WS-IMP-I))    00123500
123600         DELIMITED BY SIZE                                        00123600
123700         ': ' DELIMITED BY SIZE                                   00123700
123800         WS-COL-VALUE DELIMITED BY SIZE                           00123800
123900         INTO WS-REJECT-REASON                                    00123900
124000     END-STRING                                                   00124000
124100     .                                                            00124100
124200*                                                                 00124200
124300* A size or count without its leading blanks, the way             00124300
124400* TESTCB32 trims its *COUNT.                                      00124400
124500*                                                                 00124500
124600 TRIM-SIZE-DISPLAY.                                               00124600
124700     MOVE SPACES TO WS-SIZE-TRIMMED                               00124700
124800     MOVE ZERO TO WS-TRIM-I                                       00124800
124900     INSPECT WS-SIZE-DISPLAY TALLYING WS-TRIM-I                   00124900
125000        FOR LEADING SPACE                                         00125000
125100     MOVE WS-SIZE-DISPLAY(WS-TRIM-I + 1:)                         00125100
125200        TO WS-SIZE-TRIMMED                                        00125200
125300     .                                                            00125300
125400*                                                                 00125400
125500* Every mapped field is bound as text and the column's own        00125500
125600* affinity converts it. An empty field binds NULL, except a       00125600
125700* quoted empty TEXT field, which binds an empty string.           00125700
125800*                                                                 00125800
125900 BIND-IMPORT-ROW.                                                 00125900
126000     MOVE ZERO TO LS-BIND-NUMBER                                  00126000
126100     PERFORM VARYING WS-IMP-I FROM 1 BY 1                         00126100
126200        UNTIL WS-IMP-I > WS-IMP-USED                              00126200
126300        IF WS-IMP-SKIP(WS-IMP-I) IS EQUAL TO 'N' THEN             00126300
126400           ADD 1 TO LS-BIND-NUMBER                                00126400
126500           IF WS-FLD-LEN(WS-IMP-I) IS EQUAL TO ZERO AND           00126500
126600              (WS-FLD-QUOTED(WS-IMP-I) IS EQUAL TO 'N' OR         00126600
126700               NOT WS-IMP-TEXT(WS-IMP-I)) THEN                    00126700
126800              CALL SQLITE3A USING                                 00126800
126900                  BY REFERENCE SQLITE3-BIND-NULL                  00126900
127000                  BY VALUE LS-INSERT-STMT                         00127000
127100                  BY VALUE LS-BIND-NUMBER                         00127100
127200                  RETURNING LS-SQL-RC                             00127200
127300              END-CALL                                            00127300
127400           ELSE                                                   00127400
127500              MOVE WS-FLD-LEN(WS-IMP-I) TO LS-BIND-LENGTH         00127500
127600              CALL SQLITE3A USING                                 00127600
127700                  BY REFERENCE SQLITE3-BIND-TEXT                  00127700
127800                  BY VALUE LS-INSERT-STMT                         00127800
127900                  BY VALUE LS-BIND-NUMBER                         00127900
128000                  BY REFERENCE WS-FLD-VALUE(WS-IMP-I)             00128000
128100                  BY VALUE LS-BIND-LENGTH                         00128100
128200                  BY VALUE SQLITE-TRANSIENT                       00128200
128300                  RETURNING LS-SQL-RC                             00128300
128400              END-CALL                                            00128400
128500           END-IF                                                 00128500
128600        END-IF                                                    00128600
128700     END-PERFORM                                                  00128700
128800     .                                                            00128800
128900*                                                                 00128900
129030* The audit image of the row in the field table, in the form      00129030
129160* every loader writes, 'ID=nnnnnnnnn NAME=name AMT=9999999.99',   00129160
129290* taken from the ID, NAME and AMOUNT columns whatever their       00129290
129420* field order, so TESTCB10, TESTCB34, TESTCB38, TESTCB41 and      00129420
129550* TESTCB42 read it as they read a TESTCOB4 image. A column that   00129550
129680* is not mapped images as zero or blanks; without an AMOUNT       00129680
129810* column the AMT= portion is left off.                            00129810
129940*                                                                 00129940
130070 BUILD-AUDIT-IMAGE.                                               00130070
130200     MOVE ZERO TO WS-IMAGE-ID                                     00130200
130330     MOVE SPACES TO WS-IMAGE-NAME                                 00130330
130460     MOVE ZERO TO WS-IMAGE-AMOUNT                                 00130460
130590     MOVE ZERO TO WS-AMT-INDEX                                    00130590
130720     PERFORM VARYING WS-IMP-I FROM 1 BY 1                         00130720
130850        UNTIL WS-IMP-I > WS-IMP-USED                              00130850
130980        IF WS-IMP-SKIP(WS-IMP-I) IS EQUAL TO 'N' THEN             00130980
131110           PERFORM TAKE-IMAGE-FIELD                               00131110
131240        END-IF                                                    00131240
131370     END-PERFORM                                                  00131370
131500     MOVE SPACES TO WS-AUDIT-IMAGE                                00131500
131630     IF WS-AMT-INDEX IS GREATER THAN ZERO THEN                    00131630
131760        MOVE WS-IMAGE-AMOUNT TO WS-AMT-DISPLAY                    00131760
131890        STRING 'ID=' DELIMITED BY SIZE                            00131890
132020            WS-IMAGE-ID DELIMITED BY SIZE                         00132020
132150            ' NAME=' DELIMITED BY SIZE                            00132150
132280            WS-IMAGE-NAME DELIMITED BY SIZE                       00132280
132410            ' AMT=' DELIMITED BY SIZE                             00132410
132540            WS-AMT-DISPLAY DELIMITED BY SIZE                      00132540
132670            INTO WS-AUDIT-IMAGE                                   00132670
132800        END-STRING                                                00132800
132930     ELSE                                                         00132930
133060        STRING 'ID=' DELIMITED BY SIZE                            00133060
133190            WS-IMAGE-ID DELIMITED BY SIZE                         00133190
133320            ' NAME=' DELIMITED BY SIZE                            00133320
133450            WS-IMAGE-NAME DELIMITED BY SIZE                       00133450
133580            INTO WS-AUDIT-IMAGE                                   00133580
133710        END-STRING                                                00133710
133840     END-IF                                                       00133840
133970     .                                                            00133970
134100 TAKE-IMAGE-FIELD.                                                00134100
134230     EVALUATE FUNCTION UPPER-CASE(WS-IMP-NAME(WS-IMP-I))          00134230
134360     WHEN 'ID'                                                    00134360
134490          IF WS-FLD-LEN(WS-IMP-I) IS GREATER THAN ZERO THEN       00134490
134620             COMPUTE WS-IMAGE-ID = FUNCTION NUMVAL(               00134620
134750                 WS-FLD-VALUE(WS-IMP-I)(1:WS-FLD-LEN(WS-IMP-I)))  00134750
134880          END-IF                                                  00134880
135010     WHEN 'NAME'                                                  00135010
135140          IF WS-FLD-LEN(WS-IMP-I) IS GREATER THAN ZERO THEN       00135140
135270             MOVE WS-FLD-VALUE(WS-IMP-I)(1:WS-FLD-LEN(WS-IMP-I))  00135270
135400                TO WS-IMAGE-NAME                                  00135400
135530          END-IF                                                  00135530
135660     WHEN 'AMOUNT'                                                00135660
135790          MOVE WS-IMP-I TO WS-AMT-INDEX                           00135790
135920          IF WS-FLD-LEN(WS-IMP-I) IS GREATER THAN ZERO THEN       00135920
136050             COMPUTE WS-IMAGE-AMOUNT = FUNCTION NUMVAL(           00136050
136180                 WS-FLD-VALUE(WS-IMP-I)(1:WS-FLD-LEN(WS-IMP-I)))  00136180
136310          END-IF                                                  00136310
136440     END-EVALUATE                                                 00136440
136570     .                                                            00136570
136800*                                                                 00136800
136900* The mapped column names, comma separated, for the insert        00136900
137000* and the REPLACE select.                                         00137000
137100*                                                                 00137100
137200 STRING-MAPPED-COLUMNS.                                           00137200
137300     MOVE ZERO TO LS-I                                            00137300
137400     PERFORM VARYING WS-IMP-I FROM 1 BY 1                         00137400
137500        UNTIL WS-IMP-I > WS-IMP-USED                              00137500
137600        IF WS-IMP-SKIP(WS-IMP-I) IS EQUAL TO 'N' THEN             00137600
137700           ADD 1 TO LS-I                                          00137700
137800           IF LS-I IS GREATER THAN 1 THEN                         00137800
137900              STRING ',' DELIMITED BY SIZE                        00137900
138000                  INTO SQL-ZCHAR                                  00138000
138100                  WITH POINTER WS-SQL-PTR                         00138100
138200              END-STRING                                          00138200
138300           END-IF                                                 00138300
138400           STRING WS-IMP-NAME(WS-IMP-I)                           00138400
138500               (1:WS-IMP-NAME-LEN(WS-IMP-I))                      00138500
138600               DELIMITED BY SIZE                                  00138600
138700               INTO SQL-ZCHAR                                     00138700
138800               WITH POINTER WS-SQL-PTR                            00138800
138900           END-STRING                                             00138900
139000        END-IF                                                    00139000
139100     END-PERFORM                                                  00139100
139200     .                                                            00139200
139300*                                                                 00139300
139400* The reject record, in the TESTCOB4 style.                       00139400
139500*                                                                 00139500
139600 WRITE-REJECT.                                                    00139600
139700     ADD 1 TO WS-REJECT-COUNT                                     00139700
139800     PERFORM VARYING WS-REJECT-LEN FROM 60 BY -1                  00139800
139900        UNTIL WS-REJECT-LEN < 2                                   00139900
140000        OR WS-REJECT-REASON(WS-REJECT-LEN:1)                      00140000
140100           IS NOT EQUAL TO SPACE                                  00140100
140200        CONTINUE                                                  00140200
140300     END-PERFORM                                                  00140300
140400     PERFORM VARYING WS-REC-LEN FROM 512 BY -1                    00140400
140500        UNTIL WS-REC-LEN < 1                                      00140500
140600        OR IMPORT-RECORD(WS-REC-LEN:1) IS NOT EQUAL TO SPACE      00140600
140700        CONTINUE                                                  00140700
140800     END-PERFORM                                                  00140800
140900     MOVE SPACES TO REJECT-RECORD                                 00140900
141000     MOVE 1 TO WS-REJECT-PTR                                      00141000
141100     IF WS-REC-LEN IS GREATER THAN ZERO THEN                      00141100
141200        STRING IMPORT-RECORD(1:WS-REC-LEN) DELIMITED BY SIZE      00141200
141300            INTO REJECT-RECORD                                    00141300
141400            WITH POINTER WS-REJECT-PTR                            00141400
141500        END-STRING                                                00141500
141600     END-IF                                                       00141600
141700     STRING ' *** REJECTED: ' DELIMITED BY SIZE                   00141700
141800         WS-REJECT-REASON(1:WS-REJECT-LEN) DELIMITED BY SIZE      00141800
141900         INTO REJECT-RECORD                                       00141900
142000         WITH POINTER WS-REJECT-PTR                               00142000
142100     END-STRING                                                   00142100
142200     WRITE REJECT-RECORD                                          00142200
142300     .                                                            00142300
142400*                                                                 00142400
142500* Reusable prepare paragraph: caller builds the null-terminated   00142500
142600* statement text in SQL-ZCHAR and names it in WS-PREP-LABEL; the  00142600
142700* prepared statement handle is returned in LS-PREPARED-STMT.      00142700
142800*                                                                 00142800
142900 PREPARE-ONE-STATEMENT.                                           00142900
143000     CALL SQLITE3A USING BY REFERENCE SQLITE3-PREPARE-V2          00143000
143100         BY VALUE LS-DB                                           00143100
143200         BY REFERENCE SQL-ZCHAR                                   00143200
143300         BY VALUE LS-MINUS-ONE                                    00143300
143400         BY REFERENCE LS-PREPARED-STMT                            00143400
143500         BY VALUE LS-ZERO                                         00143500
143600         RETURNING LS-SQL-RC                                      00143600
143700     END-CALL                                                     00143700
143800     IF LS-SQL-RC IS NOT EQUAL TO SQLITE-OK AND                   00143800
143900        LS-SQL-RC IS NOT EQUAL TO SQLITE-DONE THEN                00143900
144000        DISPLAY 'PREPARE OF ' WS-PREP-LABEL                       00144000
144100           ' FAILED. RC=' LS-SQL-RC UPON SYSOUT                   00144100
144200        PERFORM DISPLAY-SQL-ERROR                                 00144200
144300        MOVE +16 TO RETURN-CODE                                   00144300
144400        GO TO SHUTDOWN                                            00144400
144500     END-IF                                                       00144500
144600     .                                                            00144600
144700*                                                                 00144700
144800* Reusable audit paragraph: caller sets WS-AUDIT-TABLE,           00144800
144900* WS-AUDIT-OP, WS-AUDIT-BEFORE, and WS-AUDIT-AFTER, then          00144900
145000* PERFORMs this to record the change in AUDIT_LOG. The trail      00145000
145100* is part of the load, so a failure here fails the file.          00145100
145200*                                                                 00145200
145300 WRITE-AUDIT-LOG.                                                 00145300
145400     CALL 'CEEGMT' USING LS-LILIAN, LS-AUDIT-GMT-SECS, LE-FC      00145400
145500     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           00145500
145600         BY VALUE LS-AUDIT-STMT                                   00145600
145700         BY VALUE LS-ONE                                          00145700
145800         BY REFERENCE WS-AUDIT-TABLE                              00145800
145900         BY VALUE 30                                              00145900
146000         BY VALUE SQLITE-TRANSIENT                                00146000
146100         RETURNING LS-SQL-RC                                      00146100
146200     END-CALL                                                     00146200
146300     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           00146300
146400         BY VALUE LS-AUDIT-STMT                                   00146400
146500         BY VALUE LS-TWO                                          00146500
146600         BY REFERENCE WS-AUDIT-OP                                 00146600
146700         BY VALUE 10                                              00146700
146800         BY VALUE SQLITE-TRANSIENT                                00146800
146900         RETURNING LS-SQL-RC                                      00146900
147000     END-CALL                                                     00147000
147100     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           00147100
147200         BY VALUE LS-AUDIT-STMT                                   00147200
147300         BY VALUE LS-THREE                                        00147300
147400         BY REFERENCE WS-AUDIT-BEFORE                             00147400
147500         BY VALUE 75                                              00147500
147600         BY VALUE SQLITE-TRANSIENT                                00147600
147700         RETURNING LS-SQL-RC                                      00147700
147800     END-CALL                                                     00147800
147900     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           00147900
148000         BY VALUE LS-AUDIT-STMT                                   00148000
148100         BY VALUE LS-FOUR                                         00148100
148200         BY REFERENCE WS-AUDIT-AFTER                              00148200
148300         BY VALUE 75                                              00148300
148400         BY VALUE SQLITE-TRANSIENT                                00148400
148500         RETURNING LS-SQL-RC                                      00148500
148600     END-CALL                                                     00148600
148700     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-DOUBLE         00148700
148800         BY VALUE LS-AUDIT-STMT                                   00148800
148900         BY VALUE LS-FIVE                                         00148900
149000         BY VALUE LS-AUDIT-GMT-SECS                               00149000
149100         RETURNING LS-SQL-RC                                      00149100
149200     END-CALL                                                     00149200
149300     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           00149300
149400         BY VALUE LS-AUDIT-STMT                                   00149400
149500         BY VALUE LS-SIX                                          00149500
149600         BY REFERENCE WS-JOB-NAME                                 00149600
149700         BY VALUE 8                                               00149700
149800         BY VALUE SQLITE-TRANSIENT                                00149800
149900         RETURNING LS-SQL-RC                                      00149900
150000     END-CALL                                                     00150000
150100     CALL SQLITE3A USING BY REFERENCE SQLITE3-STEP                00150100
150200         BY VALUE LS-AUDIT-STMT                                   00150200
150300         RETURNING LS-SQL-RC                                      00150300
150400     END-CALL                                                     00150400
150500     IF LS-SQL-RC IS NOT EQUAL TO SQLITE-OK AND                   00150500
150600        LS-SQL-RC IS NOT EQUAL TO SQLITE-DONE THEN                00150600
150700        DISPLAY 'AUDIT LOG INSERT FAILED. RC='                    00150700
150800           LS-SQL-RC UPON SYSOUT                                  00150800
150900        PERFORM DISPLAY-SQL-ERROR                                 00150900
151000        MOVE 'Y' TO WS-SQL-FAILED-SWITCH                          00151000
151100     END-IF                                                       00151100
151200     CALL SQLITE3A USING BY REFERENCE SQLITE3-RESET               00151200
151300         BY VALUE LS-AUDIT-STMT                                   00151300
151400         RETURNING LS-SQL-RC                                      00151400
151500     END-CALL                                                     00151500
151600     .                                                            00151600
151700 GET-COLUMN-TEXT.                                                 00151700
151800     CALL SQLITE3A USING BY REFERENCE SQLITE3-COLUMN-TEXT         00151800
151900         BY VALUE LS-SELECT-STMT                                  00151900
152000         BY VALUE LS-COLUMN-NUMBER                                00152000
152100         RETURNING LS-COLUMN-POINTER                              00152100
152200     END-CALL                                                     00152200
152300     MOVE SPACES TO WS-COL-VALUE                                  00152300
152400     MOVE ZERO TO WS-COL-VALUE-LEN                                00152400
152500     IF LS-COLUMN-POINTER IS NOT EQUAL TO NULL THEN               00152500
152600        SET ADDRESS OF LINKAGE-COLUMN-TEXT TO                     00152600
152700            LS-COLUMN-POINTER                                     00152700
152800        INSPECT LINKAGE-COLUMN-TEXT TALLYING WS-COL-VALUE-LEN     00152800
152900           FOR CHARACTERS BEFORE INITIAL LOW-VALUE                00152900
153000        IF WS-COL-VALUE-LEN IS GREATER THAN 255 THEN              00153000
153100           MOVE 255 TO WS-COL-VALUE-LEN                           00153100
153200        END-IF                                                    00153200
153300        IF WS-COL-VALUE-LEN IS GREATER THAN ZERO THEN             00153300
153400           MOVE LINKAGE-COLUMN-TEXT(1:WS-COL-VALUE-LEN)           00153400
153500              TO WS-COL-VALUE                                     00153500
153600        END-IF                                                    00153600
153700     END-IF                                                       00153700
153800     .                                                            00153800
153900 SHUTDOWN.                                                        00153900
154000     MOVE WS-RECORDS-READ TO WS-COUNT-DISPLAY                     00154000
154100     DISPLAY 'RECORDS READ=' WS-COUNT-DISPLAY UPON SYSOUT         00154100
154200     MOVE WS-DATA-RECORDS TO WS-COUNT-DISPLAY                     00154200
154300     DISPLAY 'DATA RECORDS=' WS-COUNT-DISPLAY UPON SYSOUT         00154300
154400     MOVE WS-REJECT-COUNT TO WS-COUNT-DISPLAY                     00154400
154500     DISPLAY 'RECORDS REJECTED=' WS-COUNT-DISPLAY UPON SYSOUT     00154500
154600     IF WS-MODE-REPLACE THEN                                      00154600
154700        MOVE WS-ROWS-DELETED TO WS-COUNT-DISPLAY                  00154700
154800        DISPLAY 'ROWS REPLACED=' WS-COUNT-DISPLAY UPON SYSOUT     00154800
154900     END-IF                                                       00154900
155000     MOVE WS-ROWS-INSERTED TO WS-COUNT-DISPLAY                    00155000
155100     DISPLAY 'ROWS INSERTED=' WS-COUNT-DISPLAY UPON SYSOUT        00155100
155200     CALL SQLITE3A USING BY REFERENCE SQLITE3-FINALIZE            00155200
155300         BY VALUE LS-INSERT-STMT                                  00155300
155400         RETURNING LS-SQL-RC                                      00155400
155500     END-CALL                                                     00155500
155600     CALL SQLITE3A USING BY REFERENCE SQLITE3-FINALIZE            00155600
155700         BY VALUE LS-AUDIT-STMT                                   00155700
155800         RETURNING LS-SQL-RC                                      00155800
155900     END-CALL                                                     00155900
156000     CALL SQLITE3A USING BY REFERENCE SQLITE3-CLOSE               00156000
156100         BY VALUE LS-DB                                           00156100
156200         RETURNING LS-SQL-RC                                      00156200
156300     END-CALL                                                     00156300
156400     CALL SQLITE3A USING SQLITE3-SHUTDOWN                         00156400
156500         RETURNING LS-SQL-RC                                      00156500
156600     END-CALL                                                     00156600
156700     GOBACK                                                       00156700
156800     .                                                            00156800
156900                                                                  00156900
157000 DISPLAY-SQL-ERROR.                                               00157000
157100     CALL SQLITE3A USING BY REFERENCE SQLITE3-ERRCODE             00157100
157200         BY VALUE LS-DB                                           00157200
157300         RETURNING LS-SQL-ERRCODE                                 00157300
157400     END-CALL                                                     00157400
157500     CALL SQLITE3A USING BY REFERENCE SQLITE3-ERRMSG              00157500
157600         BY VALUE LS-DB                                           00157600
157700         RETURNING LS-ERRMSG-POINTER                              00157700
157800     END-CALL                                                     00157800
157900     MOVE SPACES TO WS-ERRMSG-TEXT                                00157900
158000     MOVE ZERO TO WS-ERRMSG-LEN                                   00158000
158100     IF LS-ERRMSG-POINTER IS NOT EQUAL TO NULL THEN               00158100
158200        SET ADDRESS OF LINKAGE-COLUMN-TEXT                        00158200
158300           TO LS-ERRMSG-POINTER                                   00158300
158400        INSPECT LINKAGE-COLUMN-TEXT                               00158400
158500           TALLYING WS-ERRMSG-LEN                                 00158500
158600           FOR CHARACTERS BEFORE INITIAL LOW-VALUE                00158600
158700        MOVE LINKAGE-COLUMN-TEXT(1:WS-ERRMSG-LEN)                 00158700
158800           TO WS-ERRMSG-TEXT                                      00158800
158900     END-IF                                                       00158900
159000     DISPLAY '  SQLITE ERRCODE=' LS-SQL-ERRCODE                   00159000
159100         ' ERRMSG=' WS-ERRMSG-TEXT(1:WS-ERRMSG-LEN)               00159100
159200         UPON SYSOUT                                              00159200
159300     .                                                            00159300
159400 END PROGRAM 'TESTCB48'.                                          00159400
