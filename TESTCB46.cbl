000100 PROCESS DYNAM,NAME,PGMNAME(COMPAT)                               00000100
000200 PROCESS ADV,AWO,NOC(W),FSRT,FLAG(I,I)                            00000200
000300 PROCESS INTDATE(ANSI),LANG(EN),LIB,LIST,MAP                      00000300
000400 PROCESS NONUM,NUMPROC(PFD),OBJ,APOST                             00000400
000500 PROCESS RENT,NOSEQ,SOURCE,NOSSRANGE,                             00000500
000600 PROCESS NOTERM,NOTEST,VBREF,                                     00000600
000700 PROCESS XREF(FULL),ZWB,FASTSRT,AR(E)                             00000700
000800 ID DIVISION.                                                     00000800
000900 PROGRAM-ID. 'TESTCB46'.                                          00000900
001000 AUTHOR. JOHN MCKOWN.                                             00001000
001100 INSTALLATION. CBT Tape.                                          00001100
001200 DATE-WRITTEN.                                                    00001200
001300 DATE-COMPILED.                                                   00001300
001400 SECURITY. NONE.                                                  00001400
001500*                                                                 00001500
001600* This program keeps the DR standby copy of a table current. It   00001600
001700* runs at the DR site against the standby data base (a TESTCOB5   00001700
001800* backup of production, restored there) and applies the TESTCB10  00001800
001900* DELTA files to it, in the order they were extracted: each 'A'   00001900
002000* is inserted, each 'U' replaces the row's NAME, AMOUNT and       00002000
002100* BUSINESS_DATE, each 'D' deletes the row. DELTA may be one file  00002100
002200* or a concatenation of several, oldest first.                    00002200
002300*                                                                 00002300
002400* The standby keeps its own applied-through mark, the last        00002400
002500* production LOG_TIME it holds, in the STANDBY_CONTROL table of   00002500
002600* the standby data base. A standby that has no mark yet takes the 00002600
002700* newest LOG_TIME of the table in the base copy's own AUDIT_LOG,  00002700
002800* since the copy holds every change up to that point. Each DELTA  00002800
002900* header carries the LOG_TIME window of its file, so:             00002900
003000*   - a file starting after the mark means a file is missing (or  00003000
003100*     out of order) and the run stops RC=16 before applying it;   00003100
003200*   - a file ending at or before the mark was applied already     00003200
003300*     and is skipped, RC=4;                                       00003300
003400*   - otherwise the file is applied, each detail whose own        00003400
003500*     LOG_TIME is at or before the mark being skipped as already  00003500
003600*     held (a file can overlap the mark after the base copy was   00003600
003700*     taken, or after production reran an extract).               00003700
003800* Each file is applied in one transaction, ended by its trailer:  00003800
003900* the detail count is proved first, then the standby table's row  00003900
004000* count and AMOUNT total against the production figures on the    00004000
004100* trailer. Only when both agree is the file committed and the     00004100
004200* mark moved to the end of its window.                            00004200
004300*                                                                 00004300
004400* A 'U' or 'D' whose row is not on the standby, or an 'A' whose   00004400
004500* row already is, means the standby has diverged from production: 00004500
004600* the file is rolled back and the run ends RC=16, and the standby 00004600
004700* needs a fresh base copy. So does a closing check that does not  00004700
004800* balance, a file with no trailer, and a detail count that does   00004800
004900* not match its trailer.                                          00004900
005000*                                                                 00005000
005100* REPORT1 lists each file with its window, when production        00005100
005200* extracted it, what was applied and the closing check, then the  00005200
005300* standby's lag: the time since the production extract the        00005300
005400* standby is now current to. The standby does not write AUDIT_LOG 00005400
005500* rows of its own, and the table's _CONTACT rows are not carried  00005500
005600* in the DELTA file.                                              00005600
005700*                                                                 00005700
005800* PARM value is 3 positional comma delimited fields:              00005800
005900*     DBPATH,TABLENAME,MAXLAG                                     00005900
006000* DBPATH is the standby data base, /tmp/testcob4.sqlite3 when     00006000
006100* omitted; TABLENAME is LOADTAB when omitted. MAXLAG is the lag,  00006100
006200* in minutes (1 to 9999), beyond which the step ends RC=4; the    00006200
006300* lag is reported without a limit when it is omitted.             00006300
006400*                                                                 00006400
006500 ENVIRONMENT DIVISION.                                            00006500
006600 CONFIGURATION SECTION.                                           00006600
006700 SOURCE-COMPUTER. IBM-370.                                        00006700
006800 OBJECT-COMPUTER. IBM-370.                                        00006800
006900 SPECIAL-NAMES.                                                   00006900
007000 INPUT-OUTPUT SECTION.                                            00007000
007100 FILE-CONTROL.                                                    00007100
007200     SELECT DELTA-FILE ASSIGN TO DELTA                            00007200
007300         ORGANIZATION IS SEQUENTIAL.                              00007300
007400     SELECT REPORT1-FD ASSIGN TO REPORT1                          00007400
007500         ORGANIZATION IS SEQUENTIAL.                              00007500
007600 I-O-CONTROL.                                                     00007600
007700     APPLY WRITE-ONLY ON REPORT1-FD.                              00007700
007800*                                                                 00007800
007900 DATA DIVISION.                                                   00007900
008000 FILE SECTION.                                                    00008000
008100 FD  DELTA-FILE                                                   00008100
008200     RECORDING MODE IS F                                          00008200
008300     LABEL RECORDS ARE STANDARD.                                  00008300
008400 01  DELTA-RECORD.                                                00008400
008500     05  DELTA-OP                PIC X.                           00008500
008600     COPY LOADREC .                                               00008600
008700 01  DELTA-CONTROL-RECORD.                                        00008700
008800     COPY DELTACTL .                                              00008800
008900 FD  REPORT1-FD                                                   00008900
009000     RECORDING MODE IS F                                          00009000
009100     LABEL RECORDS ARE STANDARD.                                  00009100
009200 01  REPORT1-RECORD          PIC X(132).                          00009200
009300*                                                                 00009300
009400 WORKING-STORAGE SECTION.                                         00009400
009500 COPY COBSQLTE .                                                  00009500
009600 01  CEE3DMP-PARAMETERS.                                          00009600
009700     05 CEE3DMP-TITLE              PIC X(80)                      00009700
009800        VALUE 'TEST DUMP'.                                        00009800
009900     05 CEE3DMP-OPTIONS            PIC X(255)                     00009900
010000        VALUE 'NOTRACE NOENTRY'.                                  00010000
010100 01  LE-FC.                                                       00010100
010200     02  CONDITION-TOKEN-VALUE.                                   00010200
010300     COPY  CEEIGZCT.                                              00010300
010400         03  CASE-1-CONDITION-ID.                                 00010400
010500             04  SEVERITY    PIC S9(4) BINARY.                    00010500
010600             04  MSG-NO      PIC S9(4) BINARY.                    00010600
010700         03  CASE-2-CONDITION-ID                                  00010700
010800                   REDEFINES CASE-1-CONDITION-ID.                 00010800
010900             04  CLASS-CODE  PIC S9(4) BINARY.                    00010900
011000             04  CAUSE-CODE  PIC S9(4) BINARY.                    00011000
011100         03  CASE-SEV-CTL    PIC X.                               00011100
011200         03  FACILITY-ID     PIC XXX.                             00011200
011300     02  I-S-INFO            PIC S9(9) BINARY.                    00011300
011400*                                                                 00011400
011500* CEEDATM formats a LOG_TIME or extract time (CEEGMT seconds)     00011500
011600* for the listing, as TESTCOB9 does.                              00011600
011700*                                                                 00011700
011800 01  WS-DATM-PICTURE.                                             00011800
011900     05  WS-DATM-PICT-LEN    PIC S9(4) COMP-5                     00011900
012000                             VALUE IS 17.                         00012000
012100     05  WS-DATM-PICT-STR    PIC X(17)                            00012100
012200                             VALUE IS 'YYYYMMDD HH:MI:SS'.        00012200
012300 77  WS-DATM-OUTPUT          PIC X(80).                           00012300
012400 77  WS-DATM-TIME            PIC 9(11)V9(3).                      00012400
012500 77  WS-DATM-TEXT            PIC X(17).                           00012500
012600*                                                                 00012600
012700* The lag as HHHH:MM:SS for the listing.                          00012700
012800*                                                                 00012800
012900 01  WS-LAG-EDIT.                                                 00012900
013000     05  WS-LAG-HH           PIC Z(3)9.                           00013000
013100     05  FILLER              PIC X                                00013100
013200         VALUE IS ':'.                                            00013200
013300     05  WS-LAG-MM           PIC 99.                              00013300
013400     05  FILLER              PIC X                                00013400
013500         VALUE IS ':'.                                            00013500
013600     05  WS-LAG-SS           PIC 99.                              00013600
013700*                                                                 00013700
013800* The DELTA file line and its column headings.                    00013800
013900*                                                                 00013900
014000 01  WS-FILE-LINE.                                                00014000
014100     05  WS-FL-FILE          PIC ZZZ9.                            00014100
014200     05  FILLER              PIC X(2).                            00014200
014300     05  WS-FL-FROM          PIC X(17).                           00014300
014400     05  FILLER              PIC X(2).                            00014400
014500     05  WS-FL-THRU          PIC X(17).                           00014500
014600     05  FILLER              PIC X(2).                            00014600
014700     05  WS-FL-EXTRACT       PIC X(17).                           00014700
014800     05  FILLER              PIC X(2).                            00014800
014900     05  WS-FL-ADDS          PIC Z(6)9.                           00014900
015000     05  FILLER              PIC X(2).                            00015000
015100     05  WS-FL-UPDATES       PIC Z(6)9.                           00015100
015200     05  FILLER              PIC X(2).                            00015200
015300     05  WS-FL-DELETES       PIC Z(6)9.                           00015300
015400     05  FILLER              PIC X(2).                            00015400
015500     05  WS-FL-PRIOR         PIC Z(6)9.                           00015500
015600     05  FILLER              PIC X(2).                            00015600
015700     05  WS-FL-STATUS        PIC X(16).                           00015700
015800 01  WS-FILE-HEADER.                                              00015800
015900     05  FILLER              PIC X(4)                             00015900
016000         VALUE IS 'FILE'.                                         00016000
016100     05  FILLER              PIC X(2)                             00016100
016200         VALUE IS SPACES.                                         00016200
016300     05  FILLER              PIC X(17)                            00016300
016400         VALUE IS 'FROM LOG_TIME'.                                00016400
016500     05  FILLER              PIC X(2)                             00016500
016600         VALUE IS SPACES.                                         00016600
016700     05  FILLER              PIC X(17)                            00016700
016800         VALUE IS 'THRU LOG_TIME'.                                00016800
016900     05  FILLER              PIC X(2)                             00016900
017000         VALUE IS SPACES.                                         00017000
017100     05  FILLER              PIC X(17)                            00017100
017200         VALUE IS 'EXTRACTED'.                                    00017200
017300     05  FILLER              PIC X(2)                             00017300
017400         VALUE IS SPACES.                                         00017400
017500     05  FILLER              PIC X(7)                             00017500
017600         VALUE IS '   ADDS'.                                      00017600
017700     05  FILLER              PIC X(2)                             00017700
017800         VALUE IS SPACES.                                         00017800
017900     05  FILLER              PIC X(7)                             00017900
018000         VALUE IS 'UPDATES'.                                      00018000
018100     05  FILLER              PIC X(2)                             00018100
018200         VALUE IS SPACES.                                         00018200
018300     05  FILLER              PIC X(7)                             00018300
018400         VALUE IS 'DELETES'.                                      00018400
018500     05  FILLER              PIC X(2)                             00018500
018600         VALUE IS SPACES.                                         00018600
018700     05  FILLER              PIC X(7)                             00018700
018800         VALUE IS '   HELD'.                                      00018800
018900     05  FILLER              PIC X(2)                             00018900
019000         VALUE IS SPACES.                                         00019000
019100     05  FILLER              PIC X(16)                            00019100
019200         VALUE IS 'STATUS'.                                       00019200
019300*                                                                 00019300
019400 LOCAL-STORAGE SECTION.                                           00019400
019500 01  LS-FULLWORD-RETURN.                                          00019500
019600     05  LS-LIBVERSION-POINTER   POINTER.                         00019600
019700     05  LS-LIBVERSION-BINVALUE  REDEFINES LS-LIBVERSION-POINTER  00019700
019800                                 PIC S9(9) COMP-5.                00019800
019900 77  LS-LIBVERSION-LENGTH    PIC S9(9) COMP-5                     00019900
020000        VALUE IS 0.                                               00020000
020100 77  LS-DB                   USAGE IS POINTER.                    00020100
020200 77  LS-WORK-STMT            USAGE IS POINTER.                    00020200
020300 77  LS-INSERT-STMT          USAGE IS POINTER.                    00020300
020400 77  LS-UPDATE-STMT          USAGE IS POINTER.                    00020400
020500 77  LS-DELETE-STMT          USAGE IS POINTER.                    00020500
020600 77  LS-TOTALS-STMT          USAGE IS POINTER.                    00020600
020700 77  LS-CONTROL-STMT         USAGE IS POINTER.                    00020700
020800 77  LS-PREPARED-STMT        USAGE IS POINTER.                    00020800
020900 77  LS-COLUMN-POINTER       USAGE IS POINTER.                    00020900
021000 77  LS-COLUMN-NUMBER        PIC S9(9) COMP-5.                    00021000
021100 77  LS-COLUMN-INT           PIC S9(9) COMP-5.                    00021100
021200 77  LS-ZERO                 PIC S9(9) COMP-5                     00021200
021300                             VALUE IS ZERO.                       00021300
021400 77  LS-SQL-RC               PIC S9(9) COMP-5.                    00021400
021500 77  SQL-ZCHAR               PIC X(500).                          00021500
021600 77  LS-MINUS-ONE            PIC S9(9) COMP-5                     00021600
021700        VALUE IS -1.                                              00021700
021800 77  LS-ONE                  PIC S9(9) COMP-5                     00021800
021900        VALUE IS 1.                                               00021900
022000 77  LS-TWO                  PIC S9(9) COMP-5                     00022000
022100        VALUE IS 2.                                               00022100
022200 77  LS-THREE                PIC S9(9) COMP-5                     00022200
022300        VALUE IS 3.                                               00022300
022400 77  LS-FOUR                 PIC S9(9) COMP-5                     00022400
022500        VALUE IS 4.                                               00022500
022600 77  LS-FIVE                 PIC S9(9) COMP-5                     00022600
022700        VALUE IS 5.                                               00022700
022800 77  LS-SIX                  PIC S9(9) COMP-5                     00022800
022900        VALUE IS 6.                                               00022900
023000 77  LS-CHANGES              PIC S9(9) COMP-5.                    00023000
023100 77  LS-DOUBLE-BFP           USAGE COMP-2.                        00023100
023200 77  LS-DOUBLE-HFP           USAGE COMP-2.                        00023200
023300 77  LS-OPEN-FLAGS           PIC S9(9) COMP-5.                    00023300
023400 77  LS-NULL                 POINTER VALUE IS NULL.               00023400
023500 77  LS-SQL-ERRCODE          PIC S9(9) COMP-5.                    00023500
023600 77  LS-ERRMSG-POINTER       USAGE IS POINTER.                    00023600
023700 77  WS-ERRMSG-TEXT          PIC X(255).                          00023700
023800 77  WS-ERRMSG-LEN           PIC S9(4) COMP-5.                    00023800
023900 77  LS-LILIAN               PIC S9(9) BINARY.                    00023900
024000 77  LS-GMT-SECS             USAGE COMP-2.                        00024000
024100 77  LS-DATM-SECS            USAGE COMP-2.                        00024100
024200*                                                                 00024200
024300* Milliseconds SQLITE3-BUSY-TIMEOUT waits/retries internally      00024300
024400* before returning SQLITE-BUSY, so a transient lock from an       00024400
024500* overlapping batch window does not abend this job outright.      00024500
024600 77  LS-BUSY-TIMEOUT-MS      PIC S9(9) COMP-5                     00024600
024700        VALUE IS 5000.                                            00024700
024800*                                                                 00024800
024900* The PARM fields.                                                00024900
025000*                                                                 00025000
025100 77  WS-PARM-DBPATH          PIC X(255).                          00025100
025200 77  WS-PARM-TABLE           PIC X(30).                           00025200
025300 77  WS-PARM-MAXLAG          PIC X(4).                            00025300
025400 77  WS-PARM-LEN             PIC S9(4) COMP-5.                    00025400
025500 77  WS-TABLE-NAME           PIC X(30)                            00025500
025600        VALUE IS 'LOADTAB'.                                       00025600
025700 77  WS-TABLE-NAME-LEN       PIC S9(4) COMP-5.                    00025700
025800 77  WS-MAXLAG-MINUTES       PIC S9(9) COMP-5                     00025800
025900                             VALUE IS ZERO.                       00025900
026000 77  WS-SQL-PTR              PIC S9(4) COMP-5.                    00026000
026100 77  WS-PREP-LABEL           PIC X(20).                           00026100
026200 77  WS-PREP-OK-SWITCH       PIC X.                               00026200
026300     88  WS-PREP-OK          VALUE IS 'Y'.                        00026300
026400*                                                                 00026400
026500* The standby's applied-through mark and the production extract   00026500
026600* it came from, in CEEGMT seconds; WS-MARK-SOURCE says where the  00026600
026700* mark was found for the listing.                                 00026700
026800*                                                                 00026800
026900 77  WS-APPLIED-THRU         PIC 9(11)V9(3)                       00026900
027000                             VALUE IS ZERO.                       00027000
027100 77  WS-APPLIED-EXTRACT      PIC 9(11)V9(3)                       00027100
027200                             VALUE IS ZERO.                       00027200
027300 77  WS-MARK-SOURCE          PIC X(40)                            00027300
027400                             VALUE IS SPACES.                     00027400
027500*                                                                 00027500
027600* The DELTA file being applied: its header window, its counts,    00027600
027700* and its state. A file is open from its header to its trailer;   00027700
027800* a file already applied is read through and skipped.             00027800
027900*                                                                 00027900
028000 77  WS-FILE-COUNT           PIC S9(9) COMP-5                     00028000
028100                             VALUE IS ZERO.                       00028100
028200 77  WS-FILE-FROM            PIC 9(11)V9(3).                      00028200
028300 77  WS-FILE-THRU            PIC 9(11)V9(3).                      00028300
028400 77  WS-FILE-EXTRACT         PIC 9(11)V9(3).                      00028400
028500 77  WS-FILE-DETAILS         PIC S9(9) COMP-5.                    00028500
028600 77  WS-FILE-ADDS            PIC S9(9) COMP-5.                    00028600
028700 77  WS-FILE-UPDATES         PIC S9(9) COMP-5.                    00028700
028800 77  WS-FILE-DELETES         PIC S9(9) COMP-5.                    00028800
028900 77  WS-FILE-PRIOR           PIC S9(9) COMP-5.                    00028900
029000 77  WS-FILE-STATUS          PIC X(16).                           00029000
029100 77  WS-FILE-SWITCH          PIC X                                00029100
029200                             VALUE IS 'N'.                        00029200
029300     88  WS-IN-FILE          VALUE IS 'A' 'S'.                    00029300
029400     88  WS-APPLYING-FILE    VALUE IS 'A'.                        00029400
029500     88  WS-SKIPPING-FILE    VALUE IS 'S'.                        00029500
029600 77  WS-TRAN-SWITCH          PIC X                                00029600
029700                             VALUE IS 'N'.                        00029700
029800     88  WS-TRAN-OPEN        VALUE IS 'Y'.                        00029800
029900 77  WS-EOF-SWITCH           PIC X                                00029900
030000                             VALUE IS 'N'.                        00030000
030100     88  WS-EOF              VALUE IS 'Y'.                        00030100
030200*                                                                 00030200
030300* One detail record being applied.                                00030300
030400*                                                                 00030400
030500 77  WS-DELTA-ID             PIC S9(9) COMP-5.                    00030500
030600 77  WS-DELTA-BUS-DATE       PIC X(8).                            00030600
030700 77  WS-DIVERGED-REASON      PIC X(30).                           00030700
030800*                                                                 00030800
030900* The closing check: the production figures from the trailer and  00030900
031000* the standby's own after the file is applied.                    00031000
031100*                                                                 00031100
031200 77  WS-PROD-ROWS            PIC S9(9) COMP-5.                    00031200
031300 77  WS-PROD-TOTAL           PIC S9(13)V99.                       00031300
031400 77  WS-STBY-ROWS            PIC S9(9) COMP-5.                    00031400
031500 77  WS-STBY-TOTAL           PIC S9(13)V99.                       00031500
031600 77  WS-ROWS-EDIT-1          PIC Z(8)9.                           00031600
031700 77  WS-ROWS-EDIT-2          PIC Z(8)9.                           00031700
031800 77  WS-AMOUNT-EDIT-1        PIC -Z(12)9.99.                      00031800
031900 77  WS-AMOUNT-EDIT-2        PIC -Z(12)9.99.                      00031900
032000*                                                                 00032000
032100* Run totals and the lag.                                         00032100
032200*                                                                 00032200
032300 77  WS-APPLIED-FILES        PIC S9(9) COMP-5                     00032300
032400                             VALUE IS ZERO.                       00032400
032500 77  WS-SKIPPED-FILES        PIC S9(9) COMP-5                     00032500
032600                             VALUE IS ZERO.                       00032600
032700 77  WS-NOW-TIME             PIC 9(11)V9(3).                      00032700
032800 77  WS-LAG-SECS             PIC S9(11) COMP-3.                   00032800
032900 77  WS-LAG-REST             PIC S9(11) COMP-3.                   00032900
033000 77  WS-LAG-HOURS            PIC S9(11) COMP-3.                   00033000
033100 77  WS-COUNT-DISPLAY        PIC Z(8)9.                           00033100
033200*                                                                 00033200
033300* Fields supporting the paginated REPORT1 listing, the same       00033300
033400* heading/page-break convention TESTCB26 uses.                    00033400
033500*                                                                 00033500
033600 77  WS-REPORT-LINE          PIC X(132).                          00033600
033700 77  WS-RPT-PTR              PIC S9(4) COMP-5.                    00033700
033800 77  WS-RUN-DATE             PIC X(8).                            00033800
033900 77  WS-PAGE-COUNT           PIC S9(4) COMP-5                     00033900
034000                         VALUE IS ZERO.                           00034000
034100 77  WS-PAGE-NUM-DISPLAY     PIC Z(4)9.                           00034100
034200 77  WS-LINE-COUNT           PIC S9(4) COMP-5                     00034200
034300                         VALUE IS ZERO.                           00034300
034400 77  WS-LINES-PER-PAGE       PIC S9(4) COMP-5                     00034400
034500                         VALUE IS 60.                             00034500
034600 LINKAGE SECTION.                                                 00034600
034700 01  MVS-PARM.                                                    00034700
034800     05 MVS-PARM-LENGTH      PIC S9(4) COMP-5.                    00034800
034900     05 MVS-PARM-VALUE       PIC X(32760).                        00034900
035000 77  LINKAGE-LIBVERSION      PIC X(101).                          00035000
035100 77  LINKAGE-COLUMN-TEXT     PIC X(1024).                         00035100
035200*  MVS-PARM-VALUE LENGTH IS REALLY ONLY THE NUMBER OF CHARACTERS  00035200
035300*  CONTAINED IN MVS-PARM-LENGTH. YOU NEED TO USE REFERENCE        00035300
035400*  MODIFICATION TO MAKE SURE YOU DON'T EXCEED THE ACTUAL LENGTH   00035400
035500*  PASSED TO THIS PROGRAM.                                        00035500
035600*                                                                 00035600
035700 PROCEDURE DIVISION USING MVS-PARM.                               00035700
035800 START-UP.                                                        00035800
035900     CALL SQLITE3A USING SQLITE3-LIBVERSION                       00035900
036000          RETURNING LS-LIBVERSION-POINTER                         00036000
036100     END-CALL                                                     00036100
036200     IF LS-LIBVERSION-POINTER NOT EQUAL TO NULL THEN              00036200
036300        SET ADDRESS OF LINKAGE-LIBVERSION TO                      00036300
036400            LS-LIBVERSION-POINTER                                 00036400
036500        MOVE ZERO TO LS-LIBVERSION-LENGTH                         00036500
036600        INSPECT LINKAGE-LIBVERSION                                00036600
036700                TALLYING LS-LIBVERSION-LENGTH                     00036700
036800                FOR CHARACTERS BEFORE INITIAL LOW-VALUE           00036800
036900        DISPLAY 'Sqlite version is '                              00036900
037000                LINKAGE-LIBVERSION(1:LS-LIBVERSION-LENGTH)        00037000
037100                UPON SYSOUT                                       00037100
037200     END-IF                                                       00037200
037300     CALL SQLITE3A USING SQLITE3-INITIALIZE                       00037300
037400     RETURNING LS-SQL-RC                                          00037400
037500     END-CALL                                                     00037500
037600     IF LS-SQL-RC NOT = SQLITE-OK THEN                            00037600
037700        DISPLAY 'SQLITE-INITIALIZE FAILED. RC='                   00037700
037800            LS-SQL-RC                                             00037800
037900            UPON SYSOUT                                           00037900
038000        MOVE +16 TO RETURN-CODE                                   00038000
038100        GOBACK                                                    00038100
038200     END-IF                                                       00038200
038300     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE               00038300
038400     MOVE SPACES TO WS-REPORT-LINE                                00038400
038500     OPEN OUTPUT REPORT1-FD                                       00038500
038600     .                                                            00038600
038700 PARSE-PARM.                                                      00038700
038800     MOVE SPACES TO WS-PARM-DBPATH                                00038800
038900     MOVE SPACES TO WS-PARM-TABLE                                 00038900
039000     MOVE SPACES TO WS-PARM-MAXLAG                                00039000
039100     IF MVS-PARM-LENGTH IS GREATER THAN ZERO THEN                 00039100
039200        UNSTRING MVS-PARM-VALUE(1:MVS-PARM-LENGTH)                00039200
039300            DELIMITED BY ','                                      00039300
039400             INTO WS-PARM-DBPATH, WS-PARM-TABLE,                  00039400
039500                  WS-PARM-MAXLAG                                  00039500
039600        END-UNSTRING                                              00039600
039700     END-IF                                                       00039700
039800     MOVE ZERO TO WS-PARM-LEN                                     00039800
039900     INSPECT WS-PARM-DBPATH TALLYING WS-PARM-LEN                  00039900
040000             FOR CHARACTERS BEFORE INITIAL SPACE                  00040000
040100     IF WS-PARM-LEN IS GREATER THAN ZERO THEN                     00040100
040200        MOVE WS-PARM-DBPATH(1:WS-PARM-LEN) TO SQL-ZCHAR           00040200
040300        MOVE LOW-VALUES TO SQL-ZCHAR(WS-PARM-LEN + 1:1)           00040300
040400     ELSE                                                         00040400
040500        MOVE Z'/tmp/testcob4.sqlite3' TO SQL-ZCHAR                00040500
040600     END-IF                                                       00040600
040700     IF WS-PARM-TABLE IS NOT EQUAL TO SPACES THEN                 00040700
040800        MOVE WS-PARM-TABLE TO WS-TABLE-NAME                       00040800
040900     END-IF                                                       00040900
041000     MOVE ZERO TO WS-TABLE-NAME-LEN                               00041000
041100     INSPECT WS-TABLE-NAME TALLYING WS-TABLE-NAME-LEN             00041100
041200             FOR CHARACTERS BEFORE INITIAL SPACE                  00041200
041300     IF WS-PARM-MAXLAG IS NOT EQUAL TO SPACES THEN                00041300
041400        MOVE ZERO TO WS-PARM-LEN                                  00041400
041500        INSPECT WS-PARM-MAXLAG TALLYING WS-PARM-LEN               00041500
041600                FOR CHARACTERS BEFORE INITIAL SPACE               00041600
041700        IF WS-PARM-LEN IS GREATER THAN ZERO THEN                  00041700
041800           IF WS-PARM-MAXLAG(1:WS-PARM-LEN) IS NUMERIC THEN       00041800
041900              COMPUTE WS-MAXLAG-MINUTES =                         00041900
042000                 FUNCTION NUMVAL(WS-PARM-MAXLAG(1:WS-PARM-LEN))   00042000
042100           END-IF                                                 00042100
042200        END-IF                                                    00042200
042300        IF WS-MAXLAG-MINUTES IS NOT GREATER THAN ZERO THEN        00042300
042400           DISPLAY 'MAXLAG MUST BE 1 TO 9999 IN PARM: '           00042400
042500              WS-PARM-MAXLAG UPON SYSOUT                          00042500
042600           MOVE +16 TO RETURN-CODE                                00042600
042700           CLOSE REPORT1-FD                                       00042700
042800           GOBACK                                                 00042800
042900        END-IF                                                    00042900
043000     END-IF                                                       00043000
043100     .                                                            00043100
043200 INITIALIZE-SQLITE.                                               00043200
043300     MOVE SQLITE-OPEN-READWRITE TO LS-OPEN-FLAGS                  00043300
043400     CALL SQLITE3A USING BY REFERENCE SQLITE3-OPEN-V2             00043400
043500         BY REFERENCE SQL-ZCHAR                                   00043500
043600         BY REFERENCE LS-DB                                       00043600
043700         BY VALUE LS-OPEN-FLAGS                                   00043700
043800         BY VALUE LS-NULL                                         00043800
043900         RETURNING LS-SQL-RC                                      00043900
044000     END-CALL                                                     00044000
044100     IF LS-SQL-RC IS NOT EQUAL TO SQLITE-OK AND                   00044100
044200        LS-SQL-RC IS NOT EQUAL TO SQLITE-DONE THEN                00044200
044300        DISPLAY 'SQLITE3-OPEN FAILED. RC='                        00044300
044400           LS-SQL-RC UPON SYSOUT                                  00044400
044500        PERFORM DISPLAY-SQL-ERROR                                 00044500
044600        MOVE +16 TO RETURN-CODE                                   00044600
044700        CLOSE REPORT1-FD                                          00044700
044800        GOBACK                                                    00044800
044900     END-IF                                                       00044900
045000     CALL SQLITE3A USING BY REFERENCE SQLITE3-BUSY-TIMEOUT        00045000
045100         BY VALUE LS-DB                                           00045100
045200         BY VALUE LS-BUSY-TIMEOUT-MS                              00045200
045300         RETURNING LS-SQL-RC                                      00045300
045400     END-CALL                                                     00045400
045500     .                                                            00045500
045600 CREATE-STANDBY-CONTROL.                                          00045600
045700     MOVE 1 TO WS-SQL-PTR                                         00045700
045800     STRING 'CREATE TABLE IF NOT EXISTS STANDBY_CONTROL ('        00045800
045900         DELIMITED BY SIZE                                        00045900
046000         'TABLE_NAME TEXT PRIMARY KEY, APPLIED_THRU REAL, '       00046000
046100         DELIMITED BY SIZE                                        00046100
046200         'EXTRACT_TIME REAL, APPLIED_TIME REAL, '                 00046200
046300         DELIMITED BY SIZE                                        00046300
046400         'PROD_ROWS INTEGER, PROD_TOTAL REAL)'                    00046400
046500         DELIMITED BY SIZE                                        00046500
046600         INTO SQL-ZCHAR                                           00046600
046700         WITH POINTER WS-SQL-PTR                                  00046700
046800     END-STRING                                                   00046800
046900     MOVE LOW-VALUES TO SQL-ZCHAR(WS-SQL-PTR:1)                   00046900
047000     MOVE 'STANDBY_CONTROL' TO WS-PREP-LABEL                      00047000
047100     PERFORM EXECUTE-ONE-STATEMENT                                00047100
047200     .                                                            00047200
047300*                                                                 00047300
047400* The applied-through mark from STANDBY_CONTROL; a standby with   00047400
047500* no mark yet is a fresh base copy, current to the newest change  00047500
047600* in its own AUDIT_LOG (none at all when the copy has no          00047600
047700* AUDIT_LOG, so everything is applied).                           00047700
047800*                                                                 00047800
047900 GET-APPLIED-MARK.                                                00047900
048000     MOVE 1 TO WS-SQL-PTR                                         00048000
048100     STRING 'SELECT APPLIED_THRU,EXTRACT_TIME FROM '              00048100
048200         DELIMITED BY SIZE                                        00048200
048300         'STANDBY_CONTROL WHERE TABLE_NAME = ?'                   00048300
048400         DELIMITED BY SIZE                                        00048400
048500         INTO SQL-ZCHAR                                           00048500
048600         WITH POINTER WS-SQL-PTR                                  00048600
048700     END-STRING                                                   00048700
048800     MOVE LOW-VALUES TO SQL-ZCHAR(WS-SQL-PTR:1)                   00048800
048900     MOVE 'MARK SELECT' TO WS-PREP-LABEL                          00048900
049000     PERFORM PREPARE-ONE-STATEMENT                                00049000
049100     SET LS-WORK-STMT TO LS-PREPARED-STMT                         00049100
049200     PERFORM BIND-WORK-TABLE-NAME                                 00049200
049300     CALL SQLITE3A USING BY REFERENCE SQLITE3-STEP                00049300
049400         BY VALUE LS-WORK-STMT                                    00049400
049500         RETURNING LS-SQL-RC                                      00049500
049600     END-CALL                                                     00049600
049700     IF LS-SQL-RC IS EQUAL TO SQLITE-ROW THEN                     00049700
049800        MOVE +0 TO LS-COLUMN-NUMBER                               00049800
049900        PERFORM GET-COLUMN-DOUBLE                                 00049900
050000        COMPUTE WS-APPLIED-THRU ROUNDED = LS-DOUBLE-HFP           00050000
050100        MOVE +1 TO LS-COLUMN-NUMBER                               00050100
050200        PERFORM GET-COLUMN-DOUBLE                                 00050200
050300        COMPUTE WS-APPLIED-EXTRACT ROUNDED = LS-DOUBLE-HFP        00050300
050400        MOVE 'STANDBY_CONTROL' TO WS-MARK-SOURCE                  00050400
050500     END-IF                                                       00050500
050600     CALL SQLITE3A USING BY REFERENCE SQLITE3-FINALIZE            00050600
050700         BY VALUE LS-WORK-STMT                                    00050700
050800         RETURNING LS-SQL-RC                                      00050800
050900     END-CALL                                                     00050900
051000     IF WS-MARK-SOURCE IS NOT EQUAL TO SPACES THEN                00051000
051100        GO TO PREPARE-APPLY-STATEMENTS                            00051100
051200     END-IF                                                       00051200
051300     MOVE 'NONE. ALL CHANGES WILL BE APPLIED' TO WS-MARK-SOURCE   00051300
051400     MOVE 1 TO WS-SQL-PTR                                         00051400
051500     STRING 'SELECT MAX(LOG_TIME) FROM AUDIT_LOG '                00051500
051600         DELIMITED BY SIZE                                        00051600
051700         'WHERE TABLE_NAME = ?' DELIMITED BY SIZE                 00051700
051800         INTO SQL-ZCHAR                                           00051800
051900         WITH POINTER WS-SQL-PTR                                  00051900
052000     END-STRING                                                   00052000
052100     MOVE LOW-VALUES TO SQL-ZCHAR(WS-SQL-PTR:1)                   00052100
052200     PERFORM PREPARE-SOFT-STATEMENT                               00052200
052300     IF NOT WS-PREP-OK THEN                                       00052300
052400        GO TO PREPARE-APPLY-STATEMENTS                            00052400
052500     END-IF                                                       00052500
052600     SET LS-WORK-STMT TO LS-PREPARED-STMT                         00052600
052700     PERFORM BIND-WORK-TABLE-NAME                                 00052700
052800     CALL SQLITE3A USING BY REFERENCE SQLITE3-STEP                00052800
052900         BY VALUE LS-WORK-STMT                                    00052900
053000         RETURNING LS-SQL-RC                                      00053000
053100     END-CALL                                                     00053100
053200     IF LS-SQL-RC IS EQUAL TO SQLITE-ROW THEN                     00053200
053300        MOVE +0 TO LS-COLUMN-NUMBER                               00053300
053400        PERFORM GET-COLUMN-DOUBLE                                 00053400
053500        COMPUTE WS-APPLIED-THRU ROUNDED = LS-DOUBLE-HFP           00053500
053600        MOVE WS-APPLIED-THRU TO WS-APPLIED-EXTRACT                00053600
053700        IF WS-APPLIED-THRU IS GREATER THAN ZERO THEN              00053700
053800           MOVE 'BASE COPY AUDIT_LOG' TO WS-MARK-SOURCE           00053800
053900        END-IF                                                    00053900
054000     END-IF                                                       00054000
054100     CALL SQLITE3A USING BY REFERENCE SQLITE3-FINALIZE            00054100
054200         BY VALUE LS-WORK-STMT                                    00054200
054300         RETURNING LS-SQL-RC                                      00054300
054400     END-CALL                                                     00054400
054500     .                                                            00054500
054600*                                                                 00054600
054700* The apply statements. NAME is carried blank-padded to 40, as    00054700
054800* TESTCOB4 binds it; a DELTA record without a business date       00054800
054900* leaves BUSINESS_DATE null on an add and unchanged on an update. 00054900
055000*                                                                 00055000
055100 PREPARE-APPLY-STATEMENTS.                                        00055100
055200     MOVE 1 TO WS-SQL-PTR                                         00055200
055300     STRING 'INSERT INTO ' DELIMITED BY SIZE                      00055300
055400         WS-TABLE-NAME(1:WS-TABLE-NAME-LEN) DELIMITED BY SIZE     00055400
055500         '(ID,NAME,AMOUNT,BUSINESS_DATE) ' DELIMITED BY SIZE      00055500
055600         'VALUES(?1,?2,?3,NULLIF(TRIM(?4),''''))'                 00055600
055700         DELIMITED BY SIZE                                        00055700
055800         INTO SQL-ZCHAR                                           00055800
055900         WITH POINTER WS-SQL-PTR                                  00055900
056000     END-STRING                                                   00056000
056100     MOVE LOW-VALUES TO SQL-ZCHAR(WS-SQL-PTR:1)                   00056100
056200     MOVE 'STANDBY INSERT' TO WS-PREP-LABEL                       00056200
056300     PERFORM PREPARE-ONE-STATEMENT                                00056300
056400     SET LS-INSERT-STMT TO LS-PREPARED-STMT                       00056400
056500     MOVE 1 TO WS-SQL-PTR                                         00056500
056600     STRING 'UPDATE ' DELIMITED BY SIZE                           00056600
056700         WS-TABLE-NAME(1:WS-TABLE-NAME-LEN) DELIMITED BY SIZE     00056700
056800         ' SET NAME = ?2, AMOUNT = ?3, ' DELIMITED BY SIZE        00056800
056900         'BUSINESS_DATE = COALESCE(NULLIF(TRIM(?4),''''),'        00056900
057000         DELIMITED BY SIZE                                        00057000
057100         'BUSINESS_DATE) WHERE ID = ?1' DELIMITED BY SIZE         00057100
057200         INTO SQL-ZCHAR                                           00057200
057300         WITH POINTER WS-SQL-PTR                                  00057300
057400     END-STRING                                                   00057400
057500     MOVE LOW-VALUES TO SQL-ZCHAR(WS-SQL-PTR:1)                   00057500
057600     MOVE 'STANDBY UPDATE' TO WS-PREP-LABEL                       00057600
057700     PERFORM PREPARE-ONE-STATEMENT                                00057700
057800     SET LS-UPDATE-STMT TO LS-PREPARED-STMT                       00057800
057900     MOVE 1 TO WS-SQL-PTR                                         00057900
058000     STRING 'DELETE FROM ' DELIMITED BY SIZE                      00058000
058100         WS-TABLE-NAME(1:WS-TABLE-NAME-LEN) DELIMITED BY SIZE     00058100
058200         ' WHERE ID = ?1' DELIMITED BY SIZE                       00058200
058300         INTO SQL-ZCHAR                                           00058300
058400         WITH POINTER WS-SQL-PTR                                  00058400
058500     END-STRING                                                   00058500
058600     MOVE LOW-VALUES TO SQL-ZCHAR(WS-SQL-PTR:1)                   00058600
058700     MOVE 'STANDBY DELETE' TO WS-PREP-LABEL                       00058700
058800     PERFORM PREPARE-ONE-STATEMENT                                00058800
058900     SET LS-DELETE-STMT TO LS-PREPARED-STMT                       00058900
059000     MOVE 1 TO WS-SQL-PTR                                         00059000
059100     STRING 'SELECT COUNT(*),TOTAL(AMOUNT) FROM '                 00059100
059200         DELIMITED BY SIZE                                        00059200
059300         WS-TABLE-NAME(1:WS-TABLE-NAME-LEN) DELIMITED BY SIZE     00059300
059400         INTO SQL-ZCHAR                                           00059400
059500         WITH POINTER WS-SQL-PTR                                  00059500
059600     END-STRING                                                   00059600
059700     MOVE LOW-VALUES TO SQL-ZCHAR(WS-SQL-PTR:1)                   00059700
059800     MOVE 'STANDBY TOTALS' TO WS-PREP-LABEL                       00059800
059900     PERFORM PREPARE-ONE-STATEMENT                                00059900
060000     SET LS-TOTALS-STMT TO LS-PREPARED-STMT                       00060000
060100     MOVE 1 TO WS-SQL-PTR                                         00060100
060200     STRING 'INSERT OR REPLACE INTO STANDBY_CONTROL'              00060200
060300         DELIMITED BY SIZE                                        00060300
060400         '(TABLE_NAME,APPLIED_THRU,EXTRACT_TIME,APPLIED_TIME,'    00060400
060500         DELIMITED BY SIZE                                        00060500
060600         'PROD_ROWS,PROD_TOTAL) VALUES(?,?,?,?,?,?)'              00060600
060700         DELIMITED BY SIZE                                        00060700
060800         INTO SQL-ZCHAR                                           00060800
060900         WITH POINTER WS-SQL-PTR                                  00060900
061000     END-STRING                                                   00061000
061100     MOVE LOW-VALUES TO SQL-ZCHAR(WS-SQL-PTR:1)                   00061100
061200     MOVE 'CONTROL REPLACE' TO WS-PREP-LABEL                      00061200
061300     PERFORM PREPARE-ONE-STATEMENT                                00061300
061400     SET LS-CONTROL-STMT TO LS-PREPARED-STMT                      00061400
061500     .                                                            00061500
061600 APPLY-DELTA-FILES.                                               00061600
061700     PERFORM WRITE-REPORT-HEADING                                 00061700
061800     MOVE WS-APPLIED-THRU TO WS-DATM-TIME                         00061800
061900     PERFORM FORMAT-DATM                                          00061900
062000     MOVE 1 TO WS-RPT-PTR                                         00062000
062100     STRING 'STANDBY APPLIED THROUGH ' DELIMITED BY SIZE          00062100
062200         WS-DATM-TEXT DELIMITED BY SIZE                           00062200
062300         ' GMT, MARK FROM ' DELIMITED BY SIZE                     00062300
062400         WS-MARK-SOURCE DELIMITED BY SIZE                         00062400
062500         INTO WS-REPORT-LINE                                      00062500
062600         WITH POINTER WS-RPT-PTR                                  00062600
062700     END-STRING                                                   00062700
062800     PERFORM WRITE-REPORT-LINE-OUT                                00062800
062900     PERFORM WRITE-REPORT-LINE-OUT                                00062900
063000     MOVE WS-FILE-HEADER TO WS-REPORT-LINE                        00063000
063100     PERFORM WRITE-REPORT-LINE-OUT                                00063100
063200     OPEN INPUT DELTA-FILE                                        00063200
063300     PERFORM UNTIL WS-EOF OR RETURN-CODE IS EQUAL TO +16          00063300
063400        READ DELTA-FILE                                           00063400
063500           AT END                                                 00063500
063600              MOVE 'Y' TO WS-EOF-SWITCH                           00063600
063700           NOT AT END                                             00063700
063800              PERFORM PROCESS-DELTA-RECORD                        00063800
063900        END-READ                                                  00063900
064000     END-PERFORM                                                  00064000
064100     CLOSE DELTA-FILE                                             00064100
064200     IF WS-IN-FILE AND RETURN-CODE IS NOT EQUAL TO +16 THEN       00064200
064300        MOVE 'NO TRAILER' TO WS-FILE-STATUS                       00064300
064400        PERFORM WRITE-FILE-LINE                                   00064400
064500        DISPLAY 'DELTA FILE ' WS-FL-FILE ' HAS NO TRAILER. '      00064500
064600           'THE FILE IS INCOMPLETE.' UPON SYSOUT                  00064600
064700        MOVE +16 TO RETURN-CODE                                   00064700
064800     END-IF                                                       00064800
064900     IF WS-TRAN-OPEN THEN                                         00064900
065000        MOVE Z'ROLLBACK TRANSACTION' TO SQL-ZCHAR                 00065000
065100        MOVE 'ROLLBACK' TO WS-PREP-LABEL                          00065100
065200        PERFORM EXECUTE-ONE-STATEMENT                             00065200
065300        MOVE 'N' TO WS-TRAN-SWITCH                                00065300
065400        MOVE WS-FILE-COUNT TO WS-COUNT-DISPLAY                    00065400
065500        MOVE 1 TO WS-RPT-PTR                                      00065500
065600        STRING 'DELTA FILE ' DELIMITED BY SIZE                    00065600
065700            WS-COUNT-DISPLAY DELIMITED BY SIZE                    00065700
065800            ' ROLLED BACK. THE STANDBY IS STILL AS OF THE '       00065800
065900            DELIMITED BY SIZE                                     00065900
066000            'FILE BEFORE IT.' DELIMITED BY SIZE                   00066000
066100            INTO WS-REPORT-LINE                                   00066100
066200            WITH POINTER WS-RPT-PTR                               00066200
066300        END-STRING                                                00066300
066400        PERFORM WRITE-REPORT-LINE-OUT                             00066400
066500        DISPLAY 'DELTA FILE ' WS-COUNT-DISPLAY ' ROLLED BACK.'    00066500
066600           UPON SYSOUT                                            00066600
066700     END-IF                                                       00066700
066800     IF WS-FILE-COUNT IS EQUAL TO ZERO THEN                       00066800
066900        MOVE 'NO DELTA FILES WERE READ.' TO WS-REPORT-LINE        00066900
067000        PERFORM WRITE-REPORT-LINE-OUT                             00067000
067100     END-IF                                                       00067100
067200     CALL SQLITE3A USING BY REFERENCE SQLITE3-FINALIZE            00067200
067300         BY VALUE LS-INSERT-STMT                                  00067300
067400         RETURNING LS-SQL-RC                                      00067400
067500     END-CALL                                                     00067500
067600     CALL SQLITE3A USING BY REFERENCE SQLITE3-FINALIZE            00067600
067700         BY VALUE LS-UPDATE-STMT                                  00067700
067800         RETURNING LS-SQL-RC                                      00067800
067900     END-CALL                                                     00067900
068000     CALL SQLITE3A USING BY REFERENCE SQLITE3-FINALIZE            00068000
068100         BY VALUE LS-DELETE-STMT                                  00068100
068200         RETURNING LS-SQL-RC                                      00068200
068300     END-CALL                                                     00068300
068400     CALL SQLITE3A USING BY REFERENCE SQLITE3-FINALIZE            00068400
068500         BY VALUE LS-TOTALS-STMT                                  00068500
068600         RETURNING LS-SQL-RC                                      00068600
068700     END-CALL                                                     00068700
068800     CALL SQLITE3A USING BY REFERENCE SQLITE3-FINALIZE            00068800
068900         BY VALUE LS-CONTROL-STMT                                 00068900
069000         RETURNING LS-SQL-RC                                      00069000
069100     END-CALL                                                     00069100
069200     .                                                            00069200
069300*                                                                 00069300
069400* The lag is the time since the production extract the standby    00069400
069500* is now current to; past MAXLAG minutes it ends the step RC=4.   00069500
069600*                                                                 00069600
069700 REPORT-STANDBY-LAG.                                              00069700
069800     CALL 'CEEGMT' USING LS-LILIAN, LS-GMT-SECS, LE-FC            00069800
069900     COMPUTE WS-NOW-TIME ROUNDED = LS-GMT-SECS                    00069900
070000     PERFORM WRITE-REPORT-LINE-OUT                                00070000
070100     MOVE WS-APPLIED-FILES TO WS-COUNT-DISPLAY                    00070100
070200     MOVE 1 TO WS-RPT-PTR                                         00070200
070300     STRING 'DELTA FILES APPLIED         =' DELIMITED BY SIZE     00070300
070400         WS-COUNT-DISPLAY DELIMITED BY SIZE                       00070400
070500         INTO WS-REPORT-LINE                                      00070500
070600         WITH POINTER WS-RPT-PTR                                  00070600
070700     END-STRING                                                   00070700
070800     PERFORM WRITE-REPORT-LINE-OUT                                00070800
070900     MOVE WS-SKIPPED-FILES TO WS-COUNT-DISPLAY                    00070900
071000     MOVE 1 TO WS-RPT-PTR                                         00071000
071100     STRING 'DELTA FILES ALREADY APPLIED =' DELIMITED BY SIZE     00071100
071200         WS-COUNT-DISPLAY DELIMITED BY SIZE                       00071200
071300         INTO WS-REPORT-LINE                                      00071300
071400         WITH POINTER WS-RPT-PTR                                  00071400
071500     END-STRING                                                   00071500
071600     PERFORM WRITE-REPORT-LINE-OUT                                00071600
071700     MOVE WS-APPLIED-THRU TO WS-DATM-TIME                         00071700
071800     PERFORM FORMAT-DATM                                          00071800
071900     MOVE 1 TO WS-RPT-PTR                                         00071900
072000     STRING 'STANDBY NOW APPLIED THROUGH ' DELIMITED BY SIZE      00072000
072100         WS-DATM-TEXT DELIMITED BY SIZE                           00072100
072200         ' GMT' DELIMITED BY SIZE                                 00072200
072300         INTO WS-REPORT-LINE                                      00072300
072400         WITH POINTER WS-RPT-PTR                                  00072400
072500     END-STRING                                                   00072500
072600     PERFORM WRITE-REPORT-LINE-OUT                                00072600
072700     IF WS-APPLIED-EXTRACT IS EQUAL TO ZERO THEN                  00072700
072800        MOVE 'STANDBY LAG CANNOT BE MEASURED: NO CHANGES HELD.'   00072800
072900           TO WS-REPORT-LINE                                      00072900
073000        PERFORM WRITE-REPORT-LINE-OUT                             00073000
073100        GO TO SHUTDOWN                                            00073100
073200     END-IF                                                       00073200
073300     MOVE WS-APPLIED-EXTRACT TO WS-DATM-TIME                      00073300
073400     PERFORM FORMAT-DATM                                          00073400
073500     COMPUTE WS-LAG-SECS = WS-NOW-TIME - WS-APPLIED-EXTRACT       00073500
073600     IF WS-LAG-SECS IS LESS THAN ZERO THEN                        00073600
073700        MOVE ZERO TO WS-LAG-SECS                                  00073700
073800     END-IF                                                       00073800
073900     DIVIDE WS-LAG-SECS BY 3600 GIVING WS-LAG-HOURS               00073900
074000         REMAINDER WS-LAG-REST                                    00074000
074100     IF WS-LAG-HOURS IS GREATER THAN 9999 THEN                    00074100
074200        MOVE 9999 TO WS-LAG-HH                                    00074200
074300        MOVE 99 TO WS-LAG-MM                                      00074300
074400        MOVE 99 TO WS-LAG-SS                                      00074400
074500     ELSE                                                         00074500
074600        MOVE WS-LAG-HOURS TO WS-LAG-HH                            00074600
074700        DIVIDE WS-LAG-REST BY 60 GIVING WS-LAG-MM                 00074700
074800            REMAINDER WS-LAG-SS                                   00074800
074900     END-IF                                                       00074900
075000     MOVE 1 TO WS-RPT-PTR                                         00075000
075100     STRING 'STANDBY IS CURRENT TO THE PRODUCTION EXTRACT OF '    00075100
075200         DELIMITED BY SIZE                                        00075200
075300         WS-DATM-TEXT DELIMITED BY SIZE                           00075300
075400         ' GMT, LAG ' DELIMITED BY SIZE                           00075400
075500         WS-LAG-EDIT DELIMITED BY SIZE                            00075500
075600         INTO WS-REPORT-LINE                                      00075600
075700         WITH POINTER WS-RPT-PTR                                  00075700
075800     END-STRING                                                   00075800
075900     PERFORM WRITE-REPORT-LINE-OUT                                00075900
076000     DISPLAY 'STANDBY LAG IS ' WS-LAG-EDIT UPON SYSOUT            00076000
076100     IF WS-MAXLAG-MINUTES IS GREATER THAN ZERO AND                00076100
076200        WS-LAG-SECS IS GREATER THAN WS-MAXLAG-MINUTES * 60 THEN   00076200
076300        MOVE 'STANDBY LAG EXCEEDS MAXLAG.' TO WS-REPORT-LINE      00076300
076400        PERFORM WRITE-REPORT-LINE-OUT                             00076400
076500        DISPLAY 'STANDBY LAG EXCEEDS MAXLAG OF '                  00076500
076600           WS-PARM-MAXLAG ' MINUTES' UPON SYSOUT                  00076600
076700        IF RETURN-CODE IS LESS THAN +4 THEN                       00076700
076800           MOVE +4 TO RETURN-CODE                                 00076800
076900        END-IF                                                    00076900
077000     END-IF                                                       00077000
077100     GO TO SHUTDOWN                                               00077100
077200     .                                                            00077200
077300 PROCESS-DELTA-RECORD.                                            00077300
077400     EVALUATE TRUE                                                00077400
077500     WHEN DELTA-HEADER-RECORD                                     00077500
077600          PERFORM START-DELTA-FILE THRU START-DELTA-FILE-EXIT     00077600
077700     WHEN DELTA-TRAILER-RECORD                                    00077700
077800          PERFORM END-DELTA-FILE THRU END-DELTA-FILE-EXIT         00077800
077900     WHEN DELTA-ADD-RECORD                                        00077900
078000     WHEN DELTA-UPDATE-RECORD                                     00078000
078100     WHEN DELTA-DELETE-RECORD                                     00078100
078200          PERFORM APPLY-DELTA-DETAIL THRU APPLY-DELTA-DETAIL-EXIT 00078200
078300     WHEN OTHER                                                   00078300
078400          DISPLAY 'UNKNOWN DELTA RECORD TYPE ' DELTA-CTL-TYPE     00078400
078500             UPON SYSOUT                                          00078500
078600          MOVE +16 TO RETURN-CODE                                 00078600
078700     END-EVALUATE                                                 00078700
078800     .                                                            00078800
078900*                                                                 00078900
079000* A header opens the next file. Its window against the mark       00079000
079100* decides whether it is applied, skipped as applied already, or   00079100
079200* stops the run because a file before it is missing.              00079200
079300*                                                                 00079300
079400 START-DELTA-FILE.                                                00079400
079500     IF WS-IN-FILE THEN                                           00079500
079600        MOVE 'NO TRAILER' TO WS-FILE-STATUS                       00079600
079700        PERFORM WRITE-FILE-LINE                                   00079700
079800        DISPLAY 'DELTA FILE ' WS-FL-FILE ' HAS NO TRAILER. '      00079800
079900           'THE FILE IS INCOMPLETE.' UPON SYSOUT                  00079900
080000        MOVE +16 TO RETURN-CODE                                   00080000
080100        GO TO START-DELTA-FILE-EXIT                               00080100
080200     END-IF                                                       00080200
080300     ADD 1 TO WS-FILE-COUNT                                       00080300
080400     MOVE DELTA-HDR-FROM-TIME TO WS-FILE-FROM                     00080400
080500     MOVE DELTA-HDR-THRU-TIME TO WS-FILE-THRU                     00080500
080600     MOVE DELTA-HDR-EXTRACT-TIME TO WS-FILE-EXTRACT               00080600
080700     MOVE ZERO TO WS-FILE-DETAILS                                 00080700
080800     MOVE ZERO TO WS-FILE-ADDS                                    00080800
080900     MOVE ZERO TO WS-FILE-UPDATES                                 00080900
081000     MOVE ZERO TO WS-FILE-DELETES                                 00081000
081100     MOVE ZERO TO WS-FILE-PRIOR                                   00081100
081200     IF DELTA-HDR-TABLE IS NOT EQUAL TO WS-TABLE-NAME THEN        00081200
081300        MOVE 'WRONG TABLE' TO WS-FILE-STATUS                      00081300
081400        PERFORM WRITE-FILE-LINE                                   00081400
081500        DISPLAY 'DELTA FILE ' WS-FL-FILE ' IS FOR TABLE '         00081500
081600           DELTA-HDR-TABLE UPON SYSOUT                            00081600
081700        MOVE +16 TO RETURN-CODE                                   00081700
081800        GO TO START-DELTA-FILE-EXIT                               00081800
081900     END-IF                                                       00081900
082000     EVALUATE TRUE                                                00082000
082100     WHEN WS-FILE-FROM IS GREATER THAN WS-APPLIED-THRU            00082100
082200          MOVE 'OUT OF SEQUENCE' TO WS-FILE-STATUS                00082200
082300          PERFORM WRITE-FILE-LINE                                 00082300
082400          MOVE 'A DELTA FILE BEFORE THIS ONE IS MISSING.'         00082400
082500             TO WS-REPORT-LINE                                    00082500
082600          PERFORM WRITE-REPORT-LINE-OUT                           00082600
082700          DISPLAY 'DELTA FILE ' WS-FL-FILE ' STARTS AFTER THE '   00082700
082800             'APPLIED MARK. A FILE IS MISSING.' UPON SYSOUT       00082800
082900          MOVE +16 TO RETURN-CODE                                 00082900
083000     WHEN WS-FILE-THRU IS NOT GREATER THAN WS-APPLIED-THRU AND    00083000
083100          WS-FILE-FROM IS LESS THAN WS-APPLIED-THRU               00083100
083200          MOVE 'S' TO WS-FILE-SWITCH                              00083200
083300     WHEN OTHER                                                   00083300
083400          MOVE Z'BEGIN TRANSACTION' TO SQL-ZCHAR                  00083400
083500          MOVE 'BEGIN TRANSACTION' TO WS-PREP-LABEL               00083500
083600          PERFORM EXECUTE-ONE-STATEMENT                           00083600
083700          MOVE 'Y' TO WS-TRAN-SWITCH                              00083700
083800          MOVE 'A' TO WS-FILE-SWITCH                              00083800
083900     END-EVALUATE                                                 00083900
084000     .                                                            00084000
084100 START-DELTA-FILE-EXIT.                                           00084100
084200     EXIT                                                         00084200
084300     .                                                            00084300
084400*                                                                 00084400
084500* An 'A', 'U' or 'D' detail. One whose change the standby holds   00084500
084600* already (its LOG_TIME is not after the mark) is counted as held 00084600
084700* and passed over; any other that cannot be applied exactly means 00084700
084800* the standby has diverged from production.                       00084800
084900*                                                                 00084900
085000 APPLY-DELTA-DETAIL.                                              00085000
085100     IF NOT WS-IN-FILE THEN                                       00085100
085200        DISPLAY 'DELTA DETAIL RECORD OUTSIDE A HEADER AND '       00085200
085300           'TRAILER.' UPON SYSOUT                                 00085300
085400        MOVE +16 TO RETURN-CODE                                   00085400
085500        GO TO APPLY-DELTA-DETAIL-EXIT                             00085500
085600     END-IF                                                       00085600
085700     ADD 1 TO WS-FILE-DETAILS                                     00085700
085800     IF WS-SKIPPING-FILE THEN                                     00085800
085900        GO TO APPLY-DELTA-DETAIL-EXIT                             00085900
086000     END-IF                                                       00086000
086100     IF DELTA-DTL-LOG-TIME IS NOT GREATER THAN WS-APPLIED-THRU    00086100
086200        THEN                                                      00086200
086300        ADD 1 TO WS-FILE-PRIOR                                    00086300
086400        GO TO APPLY-DELTA-DETAIL-EXIT                             00086400
086500     END-IF                                                       00086500
086600     MOVE LOAD-ID OF DELTA-RECORD TO WS-DELTA-ID                  00086600
086700     MOVE DELTA-DTL-BUS-DATE TO WS-DELTA-BUS-DATE                 00086700
086800     EVALUATE TRUE                                                00086800
086900     WHEN DELTA-ADD-RECORD                                        00086900
087000          SET LS-WORK-STMT TO LS-INSERT-STMT                      00087000
087100          PERFORM BIND-DETAIL-VALUES                              00087100
087200          PERFORM STEP-APPLY-STATEMENT                            00087200
087300          IF LS-SQL-RC IS EQUAL TO SQLITE-CONSTRAINT THEN         00087300
087400             MOVE 'IS ALREADY ON THE STANDBY'                     00087400
087500                TO WS-DIVERGED-REASON                             00087500
087600             PERFORM REPORT-DIVERGED                              00087600
087700             GO TO APPLY-DELTA-DETAIL-EXIT                        00087700
087800          END-IF                                                  00087800
087900          ADD 1 TO WS-FILE-ADDS                                   00087900
088000     WHEN DELTA-UPDATE-RECORD                                     00088000
088100          SET LS-WORK-STMT TO LS-UPDATE-STMT                      00088100
088200          PERFORM BIND-DETAIL-VALUES                              00088200
088300          PERFORM STEP-APPLY-STATEMENT                            00088300
088400          ADD 1 TO WS-FILE-UPDATES                                00088400
088500     WHEN DELTA-DELETE-RECORD                                     00088500
088600          SET LS-WORK-STMT TO LS-DELETE-STMT                      00088600
088700          CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-INT       00088700
088800              BY VALUE LS-WORK-STMT                               00088800
088900              BY VALUE LS-ONE                                     00088900
089000              BY VALUE WS-DELTA-ID                                00089000
089100              RETURNING LS-SQL-RC                                 00089100
089200          END-CALL                                                00089200
089300          PERFORM STEP-APPLY-STATEMENT                            00089300
089400          ADD 1 TO WS-FILE-DELETES                                00089400
089500     END-EVALUATE                                                 00089500
089600     IF RETURN-CODE IS EQUAL TO +16 THEN                          00089600
089700        GO TO APPLY-DELTA-DETAIL-EXIT                             00089700
089800     END-IF                                                       00089800
089900     CALL SQLITE3A USING BY REFERENCE SQLITE3-CHANGES             00089900
090000         BY VALUE LS-DB                                           00090000
090100         RETURNING LS-CHANGES                                     00090100
090200     END-CALL                                                     00090200
090300     IF LS-CHANGES IS EQUAL TO ZERO THEN                          00090300
090400        MOVE 'IS NOT ON THE STANDBY' TO WS-DIVERGED-REASON        00090400
090500        PERFORM REPORT-DIVERGED                                   00090500
090600     END-IF                                                       00090600
090700     .                                                            00090700
090800 APPLY-DELTA-DETAIL-EXIT.                                         00090800
090900     EXIT                                                         00090900
091000     .                                                            00091000
091100*                                                                 00091100
091200* A trailer closes the file: its detail count is proved, then the 00091200
091300* standby's row count and AMOUNT total against production's, and  00091300
091400* only then is the file committed with the mark moved on.         00091400
091500*                                                                 00091500
091600 END-DELTA-FILE.                                                  00091600
091700     IF NOT WS-IN-FILE THEN                                       00091700
091800        DISPLAY 'DELTA TRAILER RECORD WITHOUT A HEADER.'          00091800
091900           UPON SYSOUT                                            00091900
092000        MOVE +16 TO RETURN-CODE                                   00092000
092100        GO TO END-DELTA-FILE-EXIT                                 00092100
092200     END-IF                                                       00092200
092300     MOVE DELTA-TRL-ROWS TO WS-PROD-ROWS                          00092300
092400     MOVE DELTA-TRL-TOTAL TO WS-PROD-TOTAL                        00092400
092500     IF DELTA-TRL-COUNT IS NOT EQUAL TO WS-FILE-DETAILS THEN      00092500
092600        MOVE 'COUNT MISMATCH' TO WS-FILE-STATUS                   00092600
092700        PERFORM WRITE-FILE-LINE                                   00092700
092800        MOVE WS-FILE-DETAILS TO WS-ROWS-EDIT-1                    00092800
092900        MOVE DELTA-TRL-COUNT TO WS-ROWS-EDIT-2                    00092900
093000        DISPLAY 'DELTA FILE ' WS-FL-FILE ' HAS ' WS-ROWS-EDIT-1   00093000
093100           ' DETAILS, TRAILER SAYS ' WS-ROWS-EDIT-2 UPON SYSOUT   00093100
093200        MOVE +16 TO RETURN-CODE                                   00093200
093300        GO TO END-DELTA-FILE-EXIT                                 00093300
093400     END-IF                                                       00093400
093500     IF WS-SKIPPING-FILE THEN                                     00093500
093600        MOVE 'ALREADY APPLIED' TO WS-FILE-STATUS                  00093600
093700        PERFORM WRITE-FILE-LINE                                   00093700
093800        DISPLAY 'DELTA FILE ' WS-FL-FILE ' WAS APPLIED ALREADY.'  00093800
093900           ' SKIPPED.' UPON SYSOUT                                00093900
094000        ADD 1 TO WS-SKIPPED-FILES                                 00094000
094100        MOVE 'N' TO WS-FILE-SWITCH                                00094100
094200        IF RETURN-CODE IS LESS THAN +4 THEN                       00094200
094300           MOVE +4 TO RETURN-CODE                                 00094300
094400        END-IF                                                    00094400
094500        GO TO END-DELTA-FILE-EXIT                                 00094500
094600     END-IF                                                       00094600
094700     PERFORM GET-STANDBY-TOTALS                                   00094700
094800     IF WS-STBY-ROWS IS NOT EQUAL TO WS-PROD-ROWS OR              00094800
094900        WS-STBY-TOTAL IS NOT EQUAL TO WS-PROD-TOTAL THEN          00094900
095000        MOVE 'OUT OF BALANCE' TO WS-FILE-STATUS                   00095000
095100        PERFORM WRITE-FILE-LINE                                   00095100
095200        PERFORM WRITE-CLOSING-CHECK                               00095200
095300        DISPLAY 'DELTA FILE ' WS-FL-FILE ' LEAVES THE STANDBY '   00095300
095400           'OUT OF BALANCE WITH PRODUCTION.' UPON SYSOUT          00095400
095500        DISPLAY 'A FRESH BASE COPY OF THE STANDBY IS NEEDED.'     00095500
095600           UPON SYSOUT                                            00095600
095700        MOVE +16 TO RETURN-CODE                                   00095700
095800        GO TO END-DELTA-FILE-EXIT                                 00095800
095900     END-IF                                                       00095900
096000     PERFORM UPDATE-STANDBY-CONTROL                               00096000
096100     IF RETURN-CODE IS EQUAL TO +16 THEN                          00096100
096200        GO TO END-DELTA-FILE-EXIT                                 00096200
096300     END-IF                                                       00096300
096400     MOVE Z'COMMIT TRANSACTION' TO SQL-ZCHAR                      00096400
096500     MOVE 'COMMIT TRANSACTION' TO WS-PREP-LABEL                   00096500
096600     PERFORM EXECUTE-ONE-STATEMENT                                00096600
096700     MOVE 'N' TO WS-TRAN-SWITCH                                   00096700
096800     MOVE 'N' TO WS-FILE-SWITCH                                   00096800
096900     MOVE WS-FILE-THRU TO WS-APPLIED-THRU                         00096900
097000     MOVE WS-FILE-EXTRACT TO WS-APPLIED-EXTRACT                   00097000
097100     ADD 1 TO WS-APPLIED-FILES                                    00097100
097200     MOVE 'APPLIED' TO WS-FILE-STATUS                             00097200
097300     PERFORM WRITE-FILE-LINE                                      00097300
097400     PERFORM WRITE-CLOSING-CHECK                                  00097400
097500     .                                                            00097500
097600 END-DELTA-FILE-EXIT.                                             00097600
097700     EXIT                                                         00097700
097800     .                                                            00097800
097900 BIND-WORK-TABLE-NAME.                                            00097900
098000     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           00098000
098100         BY VALUE LS-WORK-STMT                                    00098100
098200         BY VALUE LS-ONE                                          00098200
098300         BY REFERENCE WS-TABLE-NAME                               00098300
098400         BY VALUE 30                                              00098400
098500         BY VALUE SQLITE-TRANSIENT                                00098500
098600         RETURNING LS-SQL-RC                                      00098600
098700     END-CALL                                                     00098700
098800     .                                                            00098800
098900*                                                                 00098900
099000* ID, NAME, AMOUNT and BUSINESS_DATE of the current detail bound  00099000
099100* to ?1 through ?4 of LS-WORK-STMT (the insert or the update).    00099100
099200*                                                                 00099200
099300 BIND-DETAIL-VALUES.                                              00099300
099400     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-INT            00099400
099500         BY VALUE LS-WORK-STMT                                    00099500
099600         BY VALUE LS-ONE                                          00099600
099700         BY VALUE WS-DELTA-ID                                     00099700
099800         RETURNING LS-SQL-RC                                      00099800
099900     END-CALL                                                     00099900
100000     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           00100000
100100         BY VALUE LS-WORK-STMT                                    00100100
100200         BY VALUE LS-TWO                                          00100200
100300         BY REFERENCE LOAD-NAME OF DELTA-RECORD                   00100300
100400         BY VALUE 40                                              00100400
100500         BY VALUE SQLITE-TRANSIENT                                00100500
100600         RETURNING LS-SQL-RC                                      00100600
100700     END-CALL                                                     00100700
100800     COMPUTE LS-DOUBLE-HFP = LOAD-AMOUNT OF DELTA-RECORD          00100800
100900     CALL SQLITE3A USING BY REFERENCE CONVERT-HFP-TO-BFP          00100900
101000         BY VALUE LS-DOUBLE-HFP                                   00101000
101100         BY REFERENCE LS-DOUBLE-BFP                               00101100
101200     END-CALL                                                     00101200
101300     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-DOUBLE         00101300
101400         BY VALUE LS-WORK-STMT                                    00101400
101500         BY VALUE LS-THREE                                        00101500
101600         BY VALUE LS-DOUBLE-BFP                                   00101600
101700         RETURNING LS-SQL-RC                                      00101700
101800     END-CALL                                                     00101800
101900     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           00101900
102000         BY VALUE LS-WORK-STMT                                    00102000
102100         BY VALUE LS-FOUR                                         00102100
102200         BY REFERENCE WS-DELTA-BUS-DATE                           00102200
102300         BY VALUE 8                                               00102300
102400         BY VALUE SQLITE-TRANSIENT                                00102400
102500         RETURNING LS-SQL-RC                                      00102500
102600     END-CALL                                                     00102600
102700     .                                                            00102700
102800*                                                                 00102800
102900* Step the apply statement in LS-WORK-STMT and reset it for the   00102900
103000* next detail. A constraint failure is left in LS-SQL-RC for the  00103000
103100* caller; anything else but done ends the file RC=16.             00103100
103200*                                                                 00103200
103300 STEP-APPLY-STATEMENT.                                            00103300
103400     CALL SQLITE3A USING BY REFERENCE SQLITE3-STEP                00103400
103500         BY VALUE LS-WORK-STMT                                    00103500
103600         RETURNING LS-SQL-RC                                      00103600
103700     END-CALL                                                     00103700
103800     IF LS-SQL-RC IS NOT EQUAL TO SQLITE-DONE AND                 00103800
103900        LS-SQL-RC IS NOT EQUAL TO SQLITE-CONSTRAINT THEN          00103900
104000        DISPLAY 'APPLY OF ' DELTA-CTL-TYPE ' ID ' WS-DELTA-ID     00104000
104100           ' FAILED. RC=' LS-SQL-RC UPON SYSOUT                   00104100
104200        PERFORM DISPLAY-SQL-ERROR                                 00104200
104300        MOVE +16 TO RETURN-CODE                                   00104300
104400     END-IF                                                       00104400
104500     CALL SQLITE3A USING BY REFERENCE SQLITE3-RESET               00104500
104600         BY VALUE LS-WORK-STMT                                    00104600
104700         RETURNING LS-SQL-RC                                      00104700
104800     END-CALL                                                     00104800
104900     CALL SQLITE3A USING BY REFERENCE SQLITE3-CLEAR-BINDINGS      00104900
105000         BY VALUE LS-WORK-STMT                                    00105000
105100         RETURNING LS-SQL-RC                                      00105100
105200     END-CALL                                                     00105200
105300     .                                                            00105300
105400 REPORT-DIVERGED.                                                 00105400
105500     MOVE 'DIVERGED' TO WS-FILE-STATUS                            00105500
105600     PERFORM WRITE-FILE-LINE                                      00105600
105700     MOVE WS-DELTA-ID TO WS-ROWS-EDIT-1                           00105700
105800     MOVE 1 TO WS-RPT-PTR                                         00105800
105900     STRING 'DELTA ' DELIMITED BY SIZE                            00105900
106000         DELTA-CTL-TYPE DELIMITED BY SIZE                         00106000
106100         ' FOR ID ' DELIMITED BY SIZE                             00106100
106200         WS-ROWS-EDIT-1 DELIMITED BY SIZE                         00106200
106300         ': THE ROW ' DELIMITED BY SIZE                           00106300
106400         WS-DIVERGED-REASON DELIMITED BY SIZE                     00106400
106500         INTO WS-REPORT-LINE                                      00106500
106600         WITH POINTER WS-RPT-PTR                                  00106600
106700     END-STRING                                                   00106700
106800     PERFORM WRITE-REPORT-LINE-OUT                                00106800
106900     DISPLAY 'STANDBY HAS DIVERGED FROM PRODUCTION AT DELTA '     00106900
107000        DELTA-CTL-TYPE ' FOR ID ' WS-ROWS-EDIT-1 UPON SYSOUT      00107000
107100     DISPLAY 'A FRESH BASE COPY OF THE STANDBY IS NEEDED.'        00107100
107200        UPON SYSOUT                                               00107200
107300     MOVE +16 TO RETURN-CODE                                      00107300
107400     .                                                            00107400
107500 GET-STANDBY-TOTALS.                                              00107500
107600     SET LS-WORK-STMT TO LS-TOTALS-STMT                           00107600
107700     CALL SQLITE3A USING BY REFERENCE SQLITE3-STEP                00107700
107800         BY VALUE LS-WORK-STMT                                    00107800
107900         RETURNING LS-SQL-RC                                      00107900
108000     END-CALL                                                     00108000
108100     MOVE ZERO TO WS-STBY-ROWS                                    00108100
108200     MOVE ZERO TO WS-STBY-TOTAL                                   00108200
108300     IF LS-SQL-RC IS EQUAL TO SQLITE-ROW THEN                     00108300
108400        MOVE +0 TO LS-COLUMN-NUMBER                               00108400
108500        PERFORM GET-COLUMN-INT                                    00108500
108600        MOVE LS-COLUMN-INT TO WS-STBY-ROWS                        00108600
108700        MOVE +1 TO LS-COLUMN-NUMBER                               00108700
108800        PERFORM GET-COLUMN-DOUBLE                                 00108800
108900        COMPUTE WS-STBY-TOTAL ROUNDED = LS-DOUBLE-HFP             00108900
109000     ELSE                                                         00109000
109100        DISPLAY 'STANDBY TOTALS FAILED. RC=' LS-SQL-RC            00109100
109200           UPON SYSOUT                                            00109200
109300        PERFORM DISPLAY-SQL-ERROR                                 00109300
109400        MOVE +16 TO RETURN-CODE                                   00109400
109500     END-IF                                                       00109500
109600     CALL SQLITE3A USING BY REFERENCE SQLITE3-RESET               00109600
109700         BY VALUE LS-WORK-STMT                                    00109700
109800         RETURNING LS-SQL-RC                                      00109800
109900     END-CALL                                                     00109900
110000     .                                                            00110000
110100*                                                                 00110100
110200* Record the new mark, inside the file's own transaction, so the  00110200
110300* standby's data and its mark always commit together.             00110300
110400*                                                                 00110400
110500 UPDATE-STANDBY-CONTROL.                                          00110500
110600     SET LS-WORK-STMT TO LS-CONTROL-STMT                          00110600
110700     PERFORM BIND-WORK-TABLE-NAME                                 00110700
110800     COMPUTE LS-DOUBLE-HFP = WS-FILE-THRU                         00110800
110900     CALL SQLITE3A USING BY REFERENCE CONVERT-HFP-TO-BFP          00110900
111000         BY VALUE LS-DOUBLE-HFP                                   00111000
111100         BY REFERENCE LS-DOUBLE-BFP                               00111100
111200     END-CALL                                                     00111200
111300     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-DOUBLE         00111300
111400         BY VALUE LS-WORK-STMT                                    00111400
111500         BY VALUE LS-TWO                                          00111500
111600         BY VALUE LS-DOUBLE-BFP                                   00111600
111700         RETURNING LS-SQL-RC                                      00111700
111800     END-CALL                                                     00111800
111900     COMPUTE LS-DOUBLE-HFP = WS-FILE-EXTRACT                      00111900
112000     CALL SQLITE3A USING BY REFERENCE CONVERT-HFP-TO-BFP          00112000
112100         BY VALUE LS-DOUBLE-HFP                                   00112100
112200         BY REFERENCE LS-DOUBLE-BFP                               00112200
112300     END-CALL                                                     00112300
112400     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-DOUBLE         00112400
112500         BY VALUE LS-WORK-STMT                                    00112500
112600         BY VALUE LS-THREE                                        00112600
112700         BY VALUE LS-DOUBLE-BFP                                   00112700
112800         RETURNING LS-SQL-RC                                      00112800
112900     END-CALL                                                     00112900
113000     CALL 'CEEGMT' USING LS-LILIAN, LS-GMT-SECS, LE-FC            00113000
113100     CALL SQLITE3A USING BY REFERENCE CONVERT-HFP-TO-BFP          00113100
113200         BY VALUE LS-GMT-SECS                                     00113200
113300         BY REFERENCE LS-DOUBLE-BFP                               00113300
113400     END-CALL                                                     00113400
113500     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-DOUBLE         00113500
113600         BY VALUE LS-WORK-STMT                                    00113600
113700         BY VALUE LS-FOUR                                         00113700
113800         BY VALUE LS-DOUBLE-BFP                                   00113800
113900         RETURNING LS-SQL-RC                                      00113900
114000     END-CALL                                                     00114000
114100     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-INT            00114100
114200         BY VALUE LS-WORK-STMT                                    00114200
114300         BY VALUE LS-FIVE                                         00114300
114400         BY VALUE WS-PROD-ROWS                                    00114400
114500         RETURNING LS-SQL-RC                                      00114500
114600     END-CALL                                                     00114600
114700     COMPUTE LS-DOUBLE-HFP = WS-PROD-TOTAL                        00114700
114800     CALL SQLITE3A USING BY REFERENCE CONVERT-HFP-TO-BFP          00114800
114900         BY VALUE LS-DOUBLE-HFP                                   00114900
115000         BY REFERENCE LS-DOUBLE-BFP                               00115000
115100     END-CALL                                                     00115100
115200     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-DOUBLE         00115200
115300         BY VALUE LS-WORK-STMT                                    00115300
115400         BY VALUE LS-SIX                                          00115400
115500         BY VALUE LS-DOUBLE-BFP                                   00115500
115600         RETURNING LS-SQL-RC                                      00115600
115700     END-CALL                                                     00115700
115800     CALL SQLITE3A USING BY REFERENCE SQLITE3-STEP                00115800
115900         BY VALUE LS-WORK-STMT                                    00115900
116000         RETURNING LS-SQL-RC                                      00116000
116100     END-CALL                                                     00116100
116200     IF LS-SQL-RC IS NOT EQUAL TO SQLITE-DONE THEN                00116200
116300        DISPLAY 'STANDBY_CONTROL UPDATE FAILED. RC=' LS-SQL-RC    00116300
116400           UPON SYSOUT                                            00116400
116500        PERFORM DISPLAY-SQL-ERROR                                 00116500
116600        MOVE +16 TO RETURN-CODE                                   00116600
116700     END-IF                                                       00116700
116800     CALL SQLITE3A USING BY REFERENCE SQLITE3-RESET               00116800
116900         BY VALUE LS-WORK-STMT                                    00116900
117000         RETURNING LS-SQL-RC                                      00117000
117100     END-CALL                                                     00117100
117200     .                                                            00117200
117300 WRITE-FILE-LINE.                                                 00117300
117400     MOVE SPACES TO WS-FILE-LINE                                  00117400
117500     MOVE WS-FILE-COUNT TO WS-FL-FILE                             00117500
117600     MOVE WS-FILE-FROM TO WS-DATM-TIME                            00117600
117700     PERFORM FORMAT-DATM                                          00117700
117800     MOVE WS-DATM-TEXT TO WS-FL-FROM                              00117800
117900     MOVE WS-FILE-THRU TO WS-DATM-TIME                            00117900
118000     PERFORM FORMAT-DATM                                          00118000
118100     MOVE WS-DATM-TEXT TO WS-FL-THRU                              00118100
118200     MOVE WS-FILE-EXTRACT TO WS-DATM-TIME                         00118200
118300     PERFORM FORMAT-DATM                                          00118300
118400     MOVE WS-DATM-TEXT TO WS-FL-EXTRACT                           00118400
118500     MOVE WS-FILE-ADDS TO WS-FL-ADDS                              00118500
118600     MOVE WS-FILE-UPDATES TO WS-FL-UPDATES                        00118600
118700     MOVE WS-FILE-DELETES TO WS-FL-DELETES                        00118700
118800     MOVE WS-FILE-PRIOR TO WS-FL-PRIOR                            00118800
118900     MOVE WS-FILE-STATUS TO WS-FL-STATUS                          00118900
119000     MOVE WS-FILE-LINE TO WS-REPORT-LINE                          00119000
119100     PERFORM WRITE-REPORT-LINE-OUT                                00119100
119200     .                                                            00119200
119300 WRITE-CLOSING-CHECK.                                             00119300
119400     MOVE WS-STBY-ROWS TO WS-ROWS-EDIT-1                          00119400
119500     MOVE WS-PROD-ROWS TO WS-ROWS-EDIT-2                          00119500
119600     MOVE WS-STBY-TOTAL TO WS-AMOUNT-EDIT-1                       00119600
119700     MOVE WS-PROD-TOTAL TO WS-AMOUNT-EDIT-2                       00119700
119800     MOVE 1 TO WS-RPT-PTR                                         00119800
119900     STRING '      CLOSING CHECK: STANDBY ROWS ' DELIMITED BY SIZE00119900
120000         WS-ROWS-EDIT-1 DELIMITED BY SIZE                         00120000
120100         ' TOTAL ' DELIMITED BY SIZE                              00120100
120200         WS-AMOUNT-EDIT-1 DELIMITED BY SIZE                       00120200
120300         ', PRODUCTION ROWS ' DELIMITED BY SIZE                   00120300
120400         WS-ROWS-EDIT-2 DELIMITED BY SIZE                         00120400
120500         ' TOTAL ' DELIMITED BY SIZE                              00120500
120600         WS-AMOUNT-EDIT-2 DELIMITED BY SIZE                       00120600
120700         INTO WS-REPORT-LINE                                      00120700
120800         WITH POINTER WS-RPT-PTR                                  00120800
120900     END-STRING                                                   00120900
121000     PERFORM WRITE-REPORT-LINE-OUT                                00121000
121100     .                                                            00121100
121200*                                                                 00121200
121300* A LOG_TIME or extract time as YYYYMMDD HH:MI:SS GMT in          00121300
121400* WS-DATM-TEXT; none is shown for a time never set.               00121400
121500*                                                                 00121500
121600 FORMAT-DATM.                                                     00121600
121700     IF WS-DATM-TIME IS LESS THAN 86400 THEN                      00121700
121800        MOVE 'NONE' TO WS-DATM-TEXT                               00121800
121900     ELSE                                                         00121900
122000        COMPUTE LS-DATM-SECS = WS-DATM-TIME                       00122000
122100        CALL 'CEEDATM' USING LS-DATM-SECS,                        00122100
122200             WS-DATM-PICTURE, WS-DATM-OUTPUT, LE-FC               00122200
122300        MOVE WS-DATM-OUTPUT(1:17) TO WS-DATM-TEXT                 00122300
122400     END-IF                                                       00122400
122500     .                                                            00122500
122600 PREPARE-ONE-STATEMENT.                                           00122600
122700     CALL SQLITE3A USING BY REFERENCE SQLITE3-PREPARE-V2          00122700
122800         BY VALUE LS-DB                                           00122800
122900         BY REFERENCE SQL-ZCHAR                                   00122900
123000         BY VALUE LS-MINUS-ONE                                    00123000
123100         BY REFERENCE LS-PREPARED-STMT                            00123100
123200         BY VALUE LS-ZERO                                         00123200
123300         RETURNING LS-SQL-RC                                      00123300
123400     END-CALL                                                     00123400
123500     IF LS-SQL-RC IS NOT EQUAL TO SQLITE-OK AND                   00123500
123600        LS-SQL-RC IS NOT EQUAL TO SQLITE-DONE THEN                00123600
123700        DISPLAY 'PREPARE OF ' WS-PREP-LABEL                       00123700
123800           ' FAILED. RC=' LS-SQL-RC UPON SYSOUT                   00123800
123900        PERFORM DISPLAY-SQL-ERROR                                 00123900
124000        MOVE +16 TO RETURN-CODE                                   00124000
124100        GO TO SHUTDOWN                                            00124100
124200     END-IF                                                       00124200
124300     .                                                            00124300
124400*                                                                 00124400
124500* Prepare the statement in SQL-ZCHAR against a table this job     00124500
124600* may not find (AUDIT_LOG on a base copy without one); when the   00124600
124700* table is not there WS-PREP-OK stays off and the caller carries  00124700
124800* on without it.                                                  00124800
124900*                                                                 00124900
125000 PREPARE-SOFT-STATEMENT.                                          00125000
125100     MOVE 'N' TO WS-PREP-OK-SWITCH                                00125100
125200     CALL SQLITE3A USING BY REFERENCE SQLITE3-PREPARE-V2          00125200
125300         BY VALUE LS-DB                                           00125300
125400         BY REFERENCE SQL-ZCHAR                                   00125400
125500         BY VALUE LS-MINUS-ONE                                    00125500
125600         BY REFERENCE LS-PREPARED-STMT                            00125600
125700         BY VALUE LS-ZERO                                         00125700
125800         RETURNING LS-SQL-RC                                      00125800
125900     END-CALL                                                     00125900
126000     IF LS-SQL-RC IS EQUAL TO SQLITE-OK OR                        00126000
126100        LS-SQL-RC IS EQUAL TO SQLITE-DONE THEN                    00126100
126200        MOVE 'Y' TO WS-PREP-OK-SWITCH                             00126200
126300     END-IF                                                       00126300
126400     .                                                            00126400
126500*                                                                 00126500
126600* Run the statement in SQL-ZCHAR once (DDL or transaction         00126600
126700* control); a failure ends the job RC=16.                         00126700
126800*                                                                 00126800
126900 EXECUTE-ONE-STATEMENT.                                           00126900
127000     CALL SQLITE3A USING BY REFERENCE SQLITE3-EXEC                00127000
127100         BY VALUE LS-DB                                           00127100
127200         BY REFERENCE SQL-ZCHAR                                   00127200
127300         BY VALUE LS-ZERO                                         00127300
127400         BY VALUE LS-ZERO                                         00127400
127500         BY VALUE LS-ZERO                                         00127500
127600         RETURNING LS-SQL-RC                                      00127600
127700     END-CALL                                                     00127700
127800     IF LS-SQL-RC IS NOT EQUAL TO SQLITE-OK AND                   00127800
127900        LS-SQL-RC IS NOT EQUAL TO SQLITE-DONE THEN                00127900
128000        DISPLAY WS-PREP-LABEL ' FAILED. RC='                      00128000
128100           LS-SQL-RC UPON SYSOUT                                  00128100
128200        PERFORM DISPLAY-SQL-ERROR                                 00128200
128300        MOVE +16 TO RETURN-CODE                                   00128300
128400        GO TO SHUTDOWN                                            00128400
128500     END-IF                                                       00128500
128600     .                                                            00128600
128700*                                                                 00128700
128800* Column LS-COLUMN-NUMBER of the current LS-WORK-STMT row as      00128800
128900* an integer in LS-COLUMN-INT.                                    00128900
129000*                                                                 00129000
129100 GET-COLUMN-INT.                                                  00129100
129200     CALL SQLITE3A USING BY REFERENCE SQLITE3-COLUMN-INT          00129200
129300         BY VALUE LS-WORK-STMT                                    00129300
129400         BY VALUE LS-COLUMN-NUMBER                                00129400
129500         RETURNING LS-COLUMN-INT                                  00129500
129600     END-CALL                                                     00129600
129700     .                                                            00129700
129800*                                                                 00129800
129900* Column LS-COLUMN-NUMBER of the current LS-WORK-STMT row as a    00129900
130000* double, converted to HFP in LS-DOUBLE-HFP.                      00130000
130100*                                                                 00130100
130200 GET-COLUMN-DOUBLE.                                               00130200
130300     CALL SQLITE3A USING                                          00130300
130400         BY REFERENCE SQLITE3-COLUMN-DOUBLE                       00130400
130500         BY REFERENCE LS-DOUBLE-BFP                               00130500
130600         BY VALUE LS-WORK-STMT                                    00130600
130700         BY VALUE LS-COLUMN-NUMBER                                00130700
130800     END-CALL                                                     00130800
130900     CALL SQLITE3A USING                                          00130900
131000         BY REFERENCE CONVERT-BFP-TO-HFP                          00131000
131100         BY VALUE LS-DOUBLE-BFP                                   00131100
131200         BY REFERENCE LS-DOUBLE-HFP                               00131200
131300     END-CALL                                                     00131300
131400     .                                                            00131400
131500 WRITE-REPORT-LINE-OUT.                                           00131500
131600     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE THEN                   00131600
131700        PERFORM WRITE-REPORT-HEADING                              00131700
131800     END-IF                                                       00131800
131900     MOVE WS-REPORT-LINE TO REPORT1-RECORD                        00131900
132000     WRITE REPORT1-RECORD AFTER ADVANCING 1 LINE                  00132000
132100     ADD 1 TO WS-LINE-COUNT                                       00132100
132200     MOVE SPACES TO WS-REPORT-LINE                                00132200
132300     .                                                            00132300
132400 WRITE-REPORT-HEADING.                                            00132400
132500     ADD 1 TO WS-PAGE-COUNT                                       00132500
132600     MOVE WS-PAGE-COUNT TO WS-PAGE-NUM-DISPLAY                    00132600
132700     MOVE SPACES TO REPORT1-RECORD                                00132700
132800     MOVE 1 TO WS-RPT-PTR                                         00132800
132900     STRING 'TESTCB46' DELIMITED BY SIZE                          00132900
133000         '   RUN DATE: ' DELIMITED BY SIZE                        00133000
133100         WS-RUN-DATE DELIMITED BY SIZE                            00133100
133200         '   PAGE: ' DELIMITED BY SIZE                            00133200
133300         WS-PAGE-NUM-DISPLAY DELIMITED BY SIZE                    00133300
133400         INTO REPORT1-RECORD                                      00133400
133500         WITH POINTER WS-RPT-PTR                                  00133500
133600     END-STRING                                                   00133600
133700     WRITE REPORT1-RECORD AFTER ADVANCING PAGE                    00133700
133800     MOVE SPACES TO REPORT1-RECORD                                00133800
133900     MOVE 1 TO WS-RPT-PTR                                         00133900
134000     STRING 'DR STANDBY APPLY OF DELTA FILES FOR TABLE '          00134000
134100         DELIMITED BY SIZE                                        00134100
134200         WS-TABLE-NAME(1:WS-TABLE-NAME-LEN) DELIMITED BY SIZE     00134200
134300         INTO REPORT1-RECORD                                      00134300
134400         WITH POINTER WS-RPT-PTR                                  00134400
134500     END-STRING                                                   00134500
134600     WRITE REPORT1-RECORD AFTER ADVANCING 1 LINE                  00134600
134700     MOVE 1 TO WS-LINE-COUNT                                      00134700
134800     .                                                            00134800
134900 SHUTDOWN.                                                        00134900
135000     CALL SQLITE3A USING BY REFERENCE SQLITE3-CLOSE               00135000
135100         BY VALUE LS-DB                                           00135100
135200         RETURNING LS-SQL-RC                                      00135200
135300     END-CALL                                                     00135300
135400     CALL SQLITE3A USING SQLITE3-SHUTDOWN                         00135400
135500         RETURNING LS-SQL-RC                                      00135500
135600     END-CALL                                                     00135600
135700     CLOSE REPORT1-FD                                             00135700
135800     GOBACK                                                       00135800
135900     .                                                            00135900
136000                                                                  00136000
136100 DISPLAY-SQL-ERROR.                                               00136100
136200     CALL SQLITE3A USING BY REFERENCE SQLITE3-ERRCODE             00136200
136300         BY VALUE LS-DB                                           00136300
136400         RETURNING LS-SQL-ERRCODE                                 00136400
136500     END-CALL                                                     00136500
136600     CALL SQLITE3A USING BY REFERENCE SQLITE3-ERRMSG              00136600
136700         BY VALUE LS-DB                                           00136700
136800         RETURNING LS-ERRMSG-POINTER                              00136800
136900     END-CALL                                                     00136900
137000     MOVE SPACES TO WS-ERRMSG-TEXT                                00137000
137100     MOVE ZERO TO WS-ERRMSG-LEN                                   00137100
137200     IF LS-ERRMSG-POINTER IS NOT EQUAL TO NULL THEN               00137200
137300        SET ADDRESS OF LINKAGE-COLUMN-TEXT                        00137300
137400           TO LS-ERRMSG-POINTER                                   00137400
137500        INSPECT LINKAGE-COLUMN-TEXT                               00137500
137600           TALLYING WS-ERRMSG-LEN                                 00137600
137700           FOR CHARACTERS BEFORE INITIAL LOW-VALUE                00137700
137800        MOVE LINKAGE-COLUMN-TEXT(1:WS-ERRMSG-LEN)                 00137800
137900           TO WS-ERRMSG-TEXT                                      00137900
138000     END-IF                                                       00138000
138100     DISPLAY '  SQLITE ERRCODE=' LS-SQL-ERRCODE                   00138100
138200         ' ERRMSG=' WS-ERRMSG-TEXT(1:WS-ERRMSG-LEN)               00138200
138300         UPON SYSOUT                                              00138300
138400     .                                                            00138400
138500 END PROGRAM 'TESTCB46'.                                          00138500
