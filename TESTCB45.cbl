000100 PROCESS DYNAM,NAME,PGMNAME(COMPAT)                               00000100
000200 PROCESS ADV,AWO,NOC(W),FSRT,FLAG(I,I)                            00000200
000300 PROCESS INTDATE(ANSI),LANG(EN),LIB,LIST,MAP                      00000300
000400 PROCESS NONUM,NUMPROC(PFD),OBJ,APOST                             00000400
000500 PROCESS RENT,NOSEQ,SOURCE,NOSSRANGE,                             00000500
000600 PROCESS NOTERM,NOTEST,VBREF,                                     00000600
000700 PROCESS XREF(FULL),ZWB,FASTSRT,AR(E)                             00000700
000800 ID DIVISION.                                                     00000800
000900 PROGRAM-ID. 'TESTCB45'.                                          00000900
001000 AUTHOR. JOHN MCKOWN.                                             00001000
001100 INSTALLATION. CBT Tape.                                          00001100
001200 DATE-WRITTEN.                                                    00001200
001300 DATE-COMPILED.                                                   00001300
001400 SECURITY. NONE.                                                  00001400
001500*                                                                 00001500
001600* This program reports on the nightly batch window from the       00001600
001700* STEP_METRICS table, where every step of TESTCRUN and of         00001700
001800* TESTCPAR records its start and end time (CEEGMT seconds),       00001800
001900* rows processed and return code. The steps of one business       00001900
002000* date are one run: the run starts with its first step and        00002000
002100* ends with its last. A step that recorded no business date       00002100
002200* takes the date of the nearest dated step of the same job,       00002200
002300* or failing that of any job, within a day of it; a step          00002300
002400* still without a date is left out. A business date that was      00002400
002500* rerun counts its rerun in the same run.                         00002500
002600*                                                                 00002600
002700* REPORT1 lists, for the latest RUNS business dates:              00002700
002800*   - every run: its start, end, elapsed time, steps, rows,       00002800
002900*     highest return code, and the margin left before the         00002900
003000*     window end (OVERRUN when there is none);                    00003000
003100*   - every step: its average elapsed time, its elapsed time      00003100
003200*     and rows per second in the oldest and the latest run,       00003200
003300*     and the change between them. A step whose rows per          00003300
003400*     second fell by DEGRADE percent or more is flagged           00003400
003500*     RATE DOWN; one whose elapsed time grew by that much is      00003500
003600*     flagged SLOWER. Parallel instances of one step (the         00003600
003700*     TESTCPAR partition loads) are taken together, from the      00003700
003800*     first to start to the last to end;                          00003800
003900*   - the steps of the latest run with its critical path          00003900
004000*     marked: from the step that ended last, back through         00004000
004100*     the step that ended last before each one started;           00004100
004200*   - the trend of the margin in seconds per day (least           00004200
004300*     squares over the runs listed) and the date, at that         00004300
004400*     trend, the margin runs out.                                 00004400
004500* The step ends RC=8 when the latest run overran the window       00004500
004600* end, RC=4 when the margin is projected to run out within        00004600
004700* 30 days or when no STEP_METRICS have been recorded at all.      00004700
004800* The data base is opened read-only; the working tables are       00004800
004900* TEMP tables of this connection.                                 00004900
005000*                                                                 00005000
005100* PARM value is 5 positional comma delimited fields:              00005100
005200*     DBPATH,JOBS,WINDOWEND,RUNS,DEGRADE                          00005200
005300* JOBS is the job name, where '*' stands for any characters       00005300
005400* (TESTC* for every TESTC job); empty takes every job.            00005400
005500* WINDOWEND is the time of day the batch window closes, as        00005500
005600* HHMM in CEEGMT (GMT) time, 0600 when omitted. The deadline      00005600
005700* of a run is the first WINDOWEND after its first step began.     00005700
005800* RUNS is the number of latest business dates reported, 1 to      00005800
005900* 99, 30 when omitted. DEGRADE is a whole percentage, 1 to        00005900
006000* 99, 20 when omitted.                                            00006000
006100*                                                                 00006100
006200 ENVIRONMENT DIVISION.                                            00006200
006300 CONFIGURATION SECTION.                                           00006300
006400 SOURCE-COMPUTER. IBM-370.                                        00006400
006500 OBJECT-COMPUTER. IBM-370.                                        00006500
006600 SPECIAL-NAMES.                                                   00006600
006700 INPUT-OUTPUT SECTION.                                            00006700
006800 FILE-CONTROL.                                                    00006800
006900     SELECT REPORT1-FD ASSIGN TO REPORT1                          00006900
007000         ORGANIZATION IS SEQUENTIAL.                              00007000
007100 I-O-CONTROL.                                                     00007100
007200     APPLY WRITE-ONLY ON REPORT1-FD.                              00007200
007300*                                                                 00007300
007400 DATA DIVISION.                                                   00007400
007500 FILE SECTION.                                                    00007500
007600 FD  REPORT1-FD                                                   00007600
007700     RECORDING MODE IS F                                          00007700
007800     LABEL RECORDS ARE STANDARD.                                  00007800
007900 01  REPORT1-RECORD          PIC X(132).                          00007900
008000*                                                                 00008000
008100 WORKING-STORAGE SECTION.                                         00008100
008200 COPY COBSQLTE .                                                  00008200
008300 01  CEE3DMP-PARAMETERS.                                          00008300
008400     05 CEE3DMP-TITLE              PIC X(80)                      00008400
008500        VALUE 'TEST DUMP'.                                        00008500
008600     05 CEE3DMP-OPTIONS            PIC X(255)                     00008600
008700        VALUE 'NOTRACE NOENTRY'.                                  00008700
008800 01  LE-FC.                                                       00008800
008900     02  CONDITION-TOKEN-VALUE.                                   00008900
009000     COPY  CEEIGZCT.                                              00009000
009100         03  CASE-1-CONDITION-ID.                                 00009100
009200             04  SEVERITY    PIC S9(4) BINARY.                    00009200
009300             04  MSG-NO      PIC S9(4) BINARY.                    00009300
009400         03  CASE-2-CONDITION-ID                                  00009400
009500                   REDEFINES CASE-1-CONDITION-ID.                 00009500
009600             04  CLASS-CODE  PIC S9(4) BINARY.                    00009600
009700             04  CAUSE-CODE  PIC S9(4) BINARY.                    00009700
009800         03  CASE-SEV-CTL    PIC X.                               00009800
009900         03  FACILITY-ID     PIC XXX.                             00009900
010000     02  I-S-INFO            PIC S9(9) BINARY.                    00010000
010100*                                                                 00010100
010200* CEEDATE formats the projected Lilian day, as TESTCB16 does.     00010200
010300*                                                                 00010300
010400 01  WS-DATE-PICTURE.                                             00010400
010500     05  WS-DATE-PICT-LEN    PIC S9(4) COMP-5                     00010500
010600                             VALUE IS 8.                          00010600
010700     05  WS-DATE-PICT-STR    PIC X(8)                             00010700
010800                             VALUE IS 'YYYYMMDD'.                 00010800
010900 77  WS-DATE-OUTPUT          PIC X(80).                           00010900
011000*                                                                 00011000
011100* A number of seconds as [-]HH:MM:SS for the listing.             00011100
011200*                                                                 00011200
011300 01  WS-HMS-EDIT.                                                 00011300
011400     05  WS-HMS-SIGN         PIC X.                               00011400
011500     05  WS-HMS-HH           PIC 99.                              00011500
011600     05  FILLER              PIC X                                00011600
011700         VALUE IS ':'.                                            00011700
011800     05  WS-HMS-MM           PIC 99.                              00011800
011900     05  FILLER              PIC X                                00011900
012000         VALUE IS ':'.                                            00012000
012100     05  WS-HMS-SS           PIC 99.                              00012100
012200*                                                                 00012200
012300* The run history line and its column headings.                   00012300
012400*                                                                 00012400
012500 01  WS-RUN-LINE.                                                 00012500
012600     05  WS-RL-DATE          PIC X(8).                            00012600
012700     05  FILLER              PIC X(2).                            00012700
012800     05  WS-RL-START         PIC X(9).                            00012800
012900     05  FILLER              PIC X(2).                            00012900
013000     05  WS-RL-END           PIC X(9).                            00013000
013100     05  FILLER              PIC X(2).                            00013100
013200     05  WS-RL-ELAPSED       PIC X(9).                            00013200
013300     05  FILLER              PIC X(2).                            00013300
013400     05  WS-RL-STEPS         PIC Z(4)9.                           00013400
013500     05  FILLER              PIC X(2).                            00013500
013600     05  WS-RL-ROWS          PIC Z(10)9.                          00013600
013700     05  FILLER              PIC X(2).                            00013700
013800     05  WS-RL-RC            PIC ZZ9.                             00013800
013900     05  FILLER              PIC X(2).                            00013900
014000     05  WS-RL-MARGIN        PIC X(9).                            00014000
014100     05  FILLER              PIC X(2).                            00014100
014200     05  WS-RL-STATUS        PIC X(8).                            00014200
014300 01  WS-RUN-HEADER.                                               00014300
014400     05  FILLER              PIC X(8)                             00014400
014500         VALUE IS 'BUS DATE'.                                     00014500
014600     05  FILLER              PIC X(2)                             00014600
014700         VALUE IS SPACES.                                         00014700
014800     05  FILLER              PIC X(9)                             00014800
014900         VALUE IS '  STARTED'.                                    00014900
015000     05  FILLER              PIC X(2)                             00015000
015100         VALUE IS SPACES.                                         00015100
015200     05  FILLER              PIC X(9)                             00015200
015300         VALUE IS '    ENDED'.                                    00015300
015400     05  FILLER              PIC X(2)                             00015400
015500         VALUE IS SPACES.                                         00015500
015600     05  FILLER              PIC X(9)                             00015600
015700         VALUE IS '  ELAPSED'.                                    00015700
015800     05  FILLER              PIC X(2)                             00015800
015900         VALUE IS SPACES.                                         00015900
016000     05  FILLER              PIC X(5)                             00016000
016100         VALUE IS 'STEPS'.                                        00016100
016200     05  FILLER              PIC X(2)                             00016200
016300         VALUE IS SPACES.                                         00016300
016400     05  FILLER              PIC X(11)                            00016400
016500         VALUE IS '       ROWS'.                                  00016500
016600     05  FILLER              PIC X(2)                             00016600
016700         VALUE IS SPACES.                                         00016700
016800     05  FILLER              PIC X(3)                             00016800
016900         VALUE IS ' RC'.                                          00016900
017000     05  FILLER              PIC X(2)                             00017000
017100         VALUE IS SPACES.                                         00017100
017200     05  FILLER              PIC X(9)                             00017200
017300         VALUE IS '   MARGIN'.                                    00017300
017400     05  FILLER              PIC X(2)                             00017400
017500         VALUE IS SPACES.                                         00017500
017600     05  FILLER              PIC X(8)                             00017600
017700         VALUE IS 'STATUS'.                                       00017700
017800*                                                                 00017800
017900* The step trend line and its column headings.                    00017900
018000*                                                                 00018000
018100 01  WS-STEP-LINE.                                                00018100
018200     05  WS-SL-STEP          PIC X(8).                            00018200
018300     05  FILLER              PIC X(2).                            00018300
018400     05  WS-SL-RUNS          PIC ZZZ9.                            00018400
018500     05  FILLER              PIC X(2).                            00018500
018600     05  WS-SL-INST          PIC ZZ9.                             00018600
018700     05  FILLER              PIC X(2).                            00018700
018800     05  WS-SL-AVG           PIC X(9).                            00018800
018900     05  FILLER              PIC X(2).                            00018900
019000     05  WS-SL-OLD           PIC X(9).                            00019000
019100     05  FILLER              PIC X(2).                            00019100
019200     05  WS-SL-NEW           PIC X(9).                            00019200
019300     05  FILLER              PIC X(2).                            00019300
019400     05  WS-SL-CHANGE        PIC X(7).                            00019400
019500     05  FILLER              PIC X(2).                            00019500
019600     05  WS-SL-OLD-RATE      PIC Z(8)9.9.                         00019600
019700     05  FILLER              PIC X(2).                            00019700
019800     05  WS-SL-NEW-RATE      PIC Z(8)9.9.                         00019800
019900     05  FILLER              PIC X(2).                            00019900
020000     05  WS-SL-RATE-CHANGE   PIC X(7).                            00020000
020100     05  FILLER              PIC X(2).                            00020100
020200     05  WS-SL-NOTE          PIC X(10).                           00020200
020300 01  WS-STEP-HEADER.                                              00020300
020400     05  FILLER              PIC X(8)                             00020400
020500         VALUE IS 'STEP'.                                         00020500
020600     05  FILLER              PIC X(2)                             00020600
020700         VALUE IS SPACES.                                         00020700
020800     05  FILLER              PIC X(4)                             00020800
020900         VALUE IS 'RUNS'.                                         00020900
021000     05  FILLER              PIC X(2)                             00021000
021100         VALUE IS SPACES.                                         00021100
021200     05  FILLER              PIC X(3)                             00021200
021300         VALUE IS 'PAR'.                                          00021300
021400     05  FILLER              PIC X(2)                             00021400
021500         VALUE IS SPACES.                                         00021500
021600     05  FILLER              PIC X(9)                             00021600
021700         VALUE IS ' AVG ELAP'.                                    00021700
021800     05  FILLER              PIC X(2)                             00021800
021900         VALUE IS SPACES.                                         00021900
022000     05  FILLER              PIC X(9)                             00022000
022100         VALUE IS ' OLD ELAP'.                                    00022100
022200     05  FILLER              PIC X(2)                             00022200
022300         VALUE IS SPACES.                                         00022300
022400     05  FILLER              PIC X(9)                             00022400
022500         VALUE IS ' NEW ELAP'.                                    00022500
022600     05  FILLER              PIC X(2)                             00022600
022700         VALUE IS SPACES.                                         00022700
022800     05  FILLER              PIC X(7)                             00022800
022900         VALUE IS ' CHANGE'.                                      00022900
023000     05  FILLER              PIC X(2)                             00023000
023100         VALUE IS SPACES.                                         00023100
023200     05  FILLER              PIC X(11)                            00023200
023300         VALUE IS ' OLD ROWS/S'.                                  00023300
023400     05  FILLER              PIC X(2)                             00023400
023500         VALUE IS SPACES.                                         00023500
023600     05  FILLER              PIC X(11)                            00023600
023700         VALUE IS ' NEW ROWS/S'.                                  00023700
023800     05  FILLER              PIC X(2)                             00023800
023900         VALUE IS SPACES.                                         00023900
024000     05  FILLER              PIC X(7)                             00024000
024100         VALUE IS ' CHANGE'.                                      00024100
024200     05  FILLER              PIC X(2)                             00024200
024300         VALUE IS SPACES.                                         00024300
024400     05  FILLER              PIC X(10)                            00024400
024500         VALUE IS 'NOTE'.                                         00024500
024600*                                                                 00024600
024700* The critical path line and its column headings; START and       00024700
024800* END are counted from the start of the run.                      00024800
024900*                                                                 00024900
025000 01  WS-PATH-LINE.                                                00025000
025100     05  WS-PL-STEP          PIC X(8).                            00025100
025200     05  FILLER              PIC X(2).                            00025200
025300     05  WS-PL-START         PIC X(9).                            00025300
025400     05  FILLER              PIC X(2).                            00025400
025500     05  WS-PL-END           PIC X(9).                            00025500
025600     05  FILLER              PIC X(2).                            00025600
025700     05  WS-PL-ELAPSED       PIC X(9).                            00025700
025800     05  FILLER              PIC X(2).                            00025800
025900     05  WS-PL-ROWS          PIC Z(10)9.                          00025900
026000     05  FILLER              PIC X(2).                            00026000
026100     05  WS-PL-RATE          PIC Z(8)9.9.                         00026100
026200     05  FILLER              PIC X(2).                            00026200
026300     05  WS-PL-RC            PIC ZZ9.                             00026300
026400     05  FILLER              PIC X(2).                            00026400
026500     05  WS-PL-FLAG          PIC X(8).                            00026500
026600 01  WS-PATH-HEADER.                                              00026600
026700     05  FILLER              PIC X(8)                             00026700
026800         VALUE IS 'STEP'.                                         00026800
026900     05  FILLER              PIC X(2)                             00026900
027000         VALUE IS SPACES.                                         00027000
027100     05  FILLER              PIC X(9)                             00027100
027200         VALUE IS '    START'.                                    00027200
027300     05  FILLER              PIC X(2)                             00027300
027400         VALUE IS SPACES.                                         00027400
027500     05  FILLER              PIC X(9)                             00027500
027600         VALUE IS '      END'.                                    00027600
027700     05  FILLER              PIC X(2)                             00027700
027800         VALUE IS SPACES.                                         00027800
027900     05  FILLER              PIC X(9)                             00027900
028000         VALUE IS '  ELAPSED'.                                    00028000
028100     05  FILLER              PIC X(2)                             00028100
028200         VALUE IS SPACES.                                         00028200
028300     05  FILLER              PIC X(11)                            00028300
028400         VALUE IS '       ROWS'.                                  00028400
028500     05  FILLER              PIC X(2)                             00028500
028600         VALUE IS SPACES.                                         00028600
028700     05  FILLER              PIC X(11)                            00028700
028800         VALUE IS '     ROWS/S'.                                  00028800
028900     05  FILLER              PIC X(2)                             00028900
029000         VALUE IS SPACES.                                         00029000
029100     05  FILLER              PIC X(3)                             00029100
029200         VALUE IS ' RC'.                                          00029200
029300     05  FILLER              PIC X(2)                             00029300
029400         VALUE IS SPACES.                                         00029400
029500     05  FILLER              PIC X(8)                             00029500
029600         VALUE IS 'PATH'.                                         00029600
029700*                                                                 00029700
029800* The step instances of the latest run, in start order, for       00029800
029900* the critical path.                                              00029900
030000*                                                                 00030000
030100 01  WS-PATH-TABLE.                                               00030100
030200     05  WS-PATH-ENTRY       OCCURS 100 TIMES.                    00030200
030300         10  WS-PT-STEP      PIC X(8).                            00030300
030400         10  WS-PT-START     PIC S9(9) COMP-5.                    00030400
030500         10  WS-PT-END       PIC S9(9) COMP-5.                    00030500
030600         10  WS-PT-ROWS      PIC S9(9) COMP-5.                    00030600
030700         10  WS-PT-RC        PIC S9(9) COMP-5.                    00030700
030800         10  WS-PT-FLAG      PIC X.                               00030800
030900             88  WS-PT-CRITICAL  VALUE IS 'C'.                    00030900
031000*                                                                 00031000
031100 LOCAL-STORAGE SECTION.                                           00031100
031200 01  LS-FULLWORD-RETURN.                                          00031200
031300     05  LS-LIBVERSION-POINTER   POINTER.                         00031300
031400     05  LS-LIBVERSION-BINVALUE  REDEFINES LS-LIBVERSION-POINTER  00031400
031500                                 PIC S9(9) COMP-5.                00031500
031600 77  LS-LIBVERSION-LENGTH    PIC S9(9) COMP-5                     00031600
031700        VALUE IS 0.                                               00031700
031800 77  LS-DB                   USAGE IS POINTER.                    00031800
031900 77  LS-WORK-STMT            USAGE IS POINTER.                    00031900
032000 77  LS-PREPARED-STMT        USAGE IS POINTER.                    00032000
032100 77  LS-COLUMN-POINTER       USAGE IS POINTER.                    00032100
032200 77  LS-COLUMN-NUMBER        PIC S9(9) COMP-5.                    00032200
032300 77  LS-COLUMN-INT           PIC S9(9) COMP-5.                    00032300
032400 77  LS-ZERO                 PIC S9(9) COMP-5                     00032400
032500                             VALUE IS ZERO.                       00032500
032600 77  LS-SQL-RC               PIC S9(9) COMP-5.                    00032600
032700 77  SQL-ZCHAR               PIC X(2000).                         00032700
032800 77  LS-MINUS-ONE            PIC S9(9) COMP-5                     00032800
032900        VALUE IS -1.                                              00032900
033000 77  LS-ONE                  PIC S9(9) COMP-5                     00033000
033100        VALUE IS 1.                                               00033100
033200 77  LS-TWO                  PIC S9(9) COMP-5                     00033200
033300        VALUE IS 2.                                               00033300
033400 77  LS-DOUBLE-BFP           USAGE COMP-2.                        00033400
033500 77  LS-DOUBLE-HFP           USAGE COMP-2.                        00033500
033600 77  LS-OPEN-FLAGS           PIC S9(9) COMP-5.                    00033600
033700 77  LS-NULL                 POINTER VALUE IS NULL.               00033700
033800 77  LS-SQL-ERRCODE          PIC S9(9) COMP-5.                    00033800
033900 77  LS-ERRMSG-POINTER       USAGE IS POINTER.                    00033900
034000 77  WS-ERRMSG-TEXT          PIC X(255).                          00034000
034100 77  WS-ERRMSG-LEN           PIC S9(4) COMP-5.                    00034100
034200*                                                                 00034200
034300* Milliseconds SQLITE3-BUSY-TIMEOUT waits/retries internally      00034300
034400* before returning SQLITE-BUSY, so a transient lock from an       00034400
034500* overlapping batch window does not abend this job outright.      00034500
034600 77  LS-BUSY-TIMEOUT-MS      PIC S9(9) COMP-5                     00034600
034700        VALUE IS 5000.                                            00034700
034800*                                                                 00034800
034900* The PARM fields.                                                00034900
035000*                                                                 00035000
035100 77  WS-PARM-DBPATH          PIC X(255).                          00035100
035200 77  WS-PARM-JOBS            PIC X(8).                            00035200
035300 77  WS-PARM-WINDOW          PIC X(4).                            00035300
035400 77  WS-PARM-RUNS            PIC X(4).                            00035400
035500 77  WS-PARM-DEGRADE         PIC X(4).                            00035500
035600 77  WS-PARM-LEN             PIC S9(4) COMP-5.                    00035600
035700 77  WS-JOB-PATTERN          PIC X(8).                            00035700
035800 77  WS-JOB-PATTERN-LEN      PIC S9(9) COMP-5.                    00035800
035900 77  WS-WINDOW-HH            PIC 99.                              00035900
036000 77  WS-WINDOW-MM            PIC 99.                              00036000
036100 77  LS-WINDOW-SECS          PIC S9(9) COMP-5.                    00036100
036200 77  LS-RUN-LIMIT            PIC S9(9) COMP-5.                    00036200
036300 77  WS-DEGRADE-PCT          PIC S9(9) COMP-5.                    00036300
036400 77  WS-NUM-TEXT             PIC X(4).                            00036400
036500 77  WS-NUM-VALUE            PIC S9(9) COMP-5.                    00036500
036600 77  WS-NUM-OK-SWITCH        PIC X.                               00036600
036700     88  WS-NUM-OK           VALUE IS 'Y'.                        00036700
036800 77  WS-SQL-PTR              PIC S9(4) COMP-5.                    00036800
036900 77  WS-PREP-LABEL           PIC X(20).                           00036900
037000 77  WS-PREP-OK-SWITCH       PIC X.                               00037000
037100     88  WS-PREP-OK          VALUE IS 'Y'.                        00037100
037200 77  WS-COL-VALUE            PIC X(80).                           00037200
037300 77  WS-COL-VALUE-LEN        PIC S9(4) COMP-5.                    00037300
037400*                                                                 00037400
037500* The runs: the latest one and the run accounting.                00037500
037600*                                                                 00037600
037700 77  WS-RUN-COUNT            PIC S9(9) COMP-5                     00037700
037800                             VALUE IS ZERO.                       00037800
037900 77  WS-OVERRUN-COUNT        PIC S9(9) COMP-5                     00037900
038000                             VALUE IS ZERO.                       00038000
038100 77  WS-LAST-BUS-DATE        PIC X(8)                             00038100
038200                             VALUE IS SPACES.                     00038200
038300 77  WS-LAST-MARGIN          PIC S9(9) COMP-5                     00038300
038400                             VALUE IS ZERO.                       00038400
038500 77  LS-LAST-LILIAN          PIC S9(9) COMP-5                     00038500
038600                             VALUE IS ZERO.                       00038600
038700 77  WS-HMS-SECS             PIC S9(9) COMP-5.                    00038700
038800 77  WS-HMS-WORK             PIC S9(9) COMP-5.                    00038800
038900 77  WS-HMS-REST             PIC S9(9) COMP-5.                    00038900
039000*                                                                 00039000
039100* One step's trend.                                               00039100
039200*                                                                 00039200
039300 77  WS-OLD-ELAPSED          PIC S9(9) COMP-5.                    00039300
039400 77  WS-NEW-ELAPSED          PIC S9(9) COMP-5.                    00039400
039500 77  LS-OLD-RATE             USAGE COMP-2.                        00039500
039600 77  LS-NEW-RATE             USAGE COMP-2.                        00039600
039700 77  WS-ELAPSED-PCT          PIC S9(9) COMP-5.                    00039700
039800 77  WS-RATE-PCT             PIC S9(9) COMP-5.                    00039800
039900 77  WS-PCT-EDIT             PIC -(5)9.                           00039900
040000 77  WS-DEGRADED-COUNT       PIC S9(9) COMP-5                     00040000
040100                             VALUE IS ZERO.                       00040100
040200 77  WS-SLOWER-COUNT         PIC S9(9) COMP-5                     00040200
040300                             VALUE IS ZERO.                       00040300
040400*                                                                 00040400
040500* The critical path of the latest run.                            00040500
040600*                                                                 00040600
040700 77  WS-PATH-COUNT           PIC S9(4) COMP-5                     00040700
040800                             VALUE IS ZERO.                       00040800
040900 77  WS-PATH-MAX             PIC S9(4) COMP-5                     00040900
041000                             VALUE IS 100.                        00041000
041100 77  WS-PATH-SKIPPED         PIC S9(9) COMP-5                     00041100
041200                             VALUE IS ZERO.                       00041200
041300 77  WS-PATH-I               PIC S9(4) COMP-5.                    00041300
041400 77  WS-PATH-CUR             PIC S9(4) COMP-5.                    00041400
041500 77  WS-PATH-BEST            PIC S9(4) COMP-5.                    00041500
041600 77  WS-PATH-ELAPSED         PIC S9(9) COMP-5.                    00041600
041700 77  WS-PATH-RATE            PIC S9(9)V9 COMP-3.                  00041700
041800 77  WS-CRITICAL-COUNT       PIC S9(9) COMP-5                     00041800
041900                             VALUE IS ZERO.                       00041900
042000*                                                                 00042000
042100* The margin trend and its projection.                            00042100
042200*                                                                 00042200
042300 77  WS-TREND-RUNS           PIC S9(9) COMP-5                     00042300
042400                             VALUE IS ZERO.                       00042400
042500 77  LS-SLOPE                USAGE COMP-2.                        00042500
042600 77  LS-DAYS-LEFT            USAGE COMP-2.                        00042600
042700 77  WS-DAYS-TO-BREACH       PIC S9(9) COMP-5.                    00042700
042800 77  WS-PROJ-LILIAN          PIC S9(9) COMP-5.                    00042800
042900 77  WS-SLOPE-DISPLAY        PIC -(7)9.9.                         00042900
043000 77  WS-COUNT-DISPLAY        PIC Z(8)9.                           00043000
043100 77  WS-BREACH-DAYS-LIMIT    PIC S9(9) COMP-5                     00043100
043200                             VALUE IS 30.                         00043200
043300*                                                                 00043300
043400* Fields supporting the paginated REPORT1 listing, the same       00043400
043500* heading/page-break convention TESTCB26 uses.                    00043500
043600*                                                                 00043600
043700 77  WS-REPORT-LINE          PIC X(132).                          00043700
043800 77  WS-RPT-PTR              PIC S9(4) COMP-5.                    00043800
043900 77  WS-RUN-DATE             PIC X(8).                            00043900
044000 77  WS-PAGE-COUNT           PIC S9(4) COMP-5                     00044000
044100                         VALUE IS ZERO.                           00044100
044200 77  WS-PAGE-NUM-DISPLAY     PIC Z(4)9.                           00044200
044300 77  WS-LINE-COUNT           PIC S9(4) COMP-5                     00044300
044400                         VALUE IS ZERO.                           00044400
044500 77  WS-LINES-PER-PAGE       PIC S9(4) COMP-5                     00044500
044600                         VALUE IS 60.                             00044600
044700 77  WS-LISTING-SWITCH       PIC X                                00044700
044800                             VALUE IS SPACE.                      00044800
044900     88  WS-LISTING-RUNS     VALUE IS 'R'.                        00044900
045000     88  WS-LISTING-STEPS    VALUE IS 'S'.                        00045000
045100     88  WS-LISTING-PATH     VALUE IS 'P'.                        00045100
045200 LINKAGE SECTION.                                                 00045200
045300 01  MVS-PARM.                                                    00045300
045400     05 MVS-PARM-LENGTH      PIC S9(4) COMP-5.                    00045400
045500     05 MVS-PARM-VALUE       PIC X(32760).                        00045500
045600 77  LINKAGE-LIBVERSION      PIC X(101).                          00045600
045700 77  LINKAGE-COLUMN-TEXT     PIC X(1024).                         00045700
045800*  MVS-PARM-VALUE LENGTH IS REALLY ONLY THE NUMBER OF CHARACTERS  00045800
045900*  CONTAINED IN MVS-PARM-LENGTH. YOU NEED TO USE REFERENCE        00045900
046000*  MODIFICATION TO MAKE SURE YOU DON'T EXCEED THE ACTUAL LENGTH   00046000
046100*  PASSED TO THIS PROGRAM.                                        00046100
046200*                                                                 00046200
046300 PROCEDURE DIVISION USING MVS-PARM.                               00046300
046400 START-UP.                                                        00046400
046500     CALL SQLITE3A USING SQLITE3-LIBVERSION                       00046500
046600          RETURNING LS-LIBVERSION-POINTER                         00046600
046700     END-CALL                                                     00046700
046800     IF LS-LIBVERSION-POINTER NOT EQUAL TO NULL THEN              00046800
046900        SET ADDRESS OF LINKAGE-LIBVERSION TO                      00046900
047000            LS-LIBVERSION-POINTER                                 00047000
047100        MOVE ZERO TO LS-LIBVERSION-LENGTH                         00047100
047200        INSPECT LINKAGE-LIBVERSION                                00047200
047300                TALLYING LS-LIBVERSION-LENGTH                     00047300
047400                FOR CHARACTERS BEFORE INITIAL LOW-VALUE           00047400
047500        DISPLAY 'Sqlite version is '                              00047500
047600                LINKAGE-LIBVERSION(1:LS-LIBVERSION-LENGTH)        00047600
047700                UPON SYSOUT                                       00047700
047800     END-IF                                                       00047800
047900     CALL SQLITE3A USING SQLITE3-INITIALIZE                       00047900
048000     RETURNING LS-SQL-RC                                          00048000
048100     END-CALL                                                     00048100
048200     IF LS-SQL-RC NOT = SQLITE-OK THEN                            00048200
048300        DISPLAY 'SQLITE-INITIALIZE FAILED. RC='                   00048300
048400            LS-SQL-RC                                             00048400
048500            UPON SYSOUT                                           00048500
048600        MOVE +16 TO RETURN-CODE                                   00048600
048700        GOBACK                                                    00048700
048800     END-IF                                                       00048800
048900     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE               00048900
049000     MOVE SPACES TO WS-REPORT-LINE                                00049000
049100     OPEN OUTPUT REPORT1-FD                                       00049100
049200     .                                                            00049200
049300 PARSE-PARM.                                                      00049300
049400     MOVE SPACES TO WS-PARM-DBPATH                                00049400
049500     MOVE SPACES TO WS-PARM-JOBS                                  00049500
049600     MOVE SPACES TO WS-PARM-WINDOW                                00049600
049700     MOVE SPACES TO WS-PARM-RUNS                                  00049700
049800     MOVE SPACES TO WS-PARM-DEGRADE                               00049800
049900     IF MVS-PARM-LENGTH IS GREATER THAN ZERO THEN                 00049900
050000        UNSTRING MVS-PARM-VALUE(1:MVS-PARM-LENGTH)                00050000
050100            DELIMITED BY ','                                      00050100
050200             INTO WS-PARM-DBPATH, WS-PARM-JOBS,                   00050200
050300                  WS-PARM-WINDOW, WS-PARM-RUNS,                   00050300
050400                  WS-PARM-DEGRADE                                 00050400
050500        END-UNSTRING                                              00050500
050600     END-IF                                                       00050600
050700     MOVE ZERO TO WS-PARM-LEN                                     00050700
050800     INSPECT WS-PARM-DBPATH TALLYING WS-PARM-LEN                  00050800
050900             FOR CHARACTERS BEFORE INITIAL SPACE                  00050900
051000     IF WS-PARM-LEN IS GREATER THAN ZERO THEN                     00051000
051100        MOVE WS-PARM-DBPATH(1:WS-PARM-LEN) TO SQL-ZCHAR           00051100
051200        MOVE LOW-VALUES TO SQL-ZCHAR(WS-PARM-LEN + 1:1)           00051200
051300     ELSE                                                         00051300
051400        MOVE Z'/tmp/testcob1.sqlite3' TO SQL-ZCHAR                00051400
051500     END-IF                                                       00051500
051600     MOVE WS-PARM-JOBS TO WS-JOB-PATTERN                          00051600
051700     INSPECT WS-JOB-PATTERN REPLACING ALL '*' BY '%'              00051700
051800     MOVE ZERO TO WS-JOB-PATTERN-LEN                              00051800
051900     INSPECT WS-JOB-PATTERN TALLYING WS-JOB-PATTERN-LEN           00051900
052000             FOR CHARACTERS BEFORE INITIAL SPACE                  00052000
052100     IF WS-JOB-PATTERN-LEN IS EQUAL TO ZERO THEN                  00052100
052200        MOVE '%' TO WS-JOB-PATTERN                                00052200
052300        MOVE 1 TO WS-JOB-PATTERN-LEN                              00052300
052400     END-IF                                                       00052400
052500     IF WS-PARM-WINDOW IS EQUAL TO SPACES THEN                    00052500
052600        MOVE '0600' TO WS-PARM-WINDOW                             00052600
052700     END-IF                                                       00052700
052800     IF WS-PARM-WINDOW IS NOT NUMERIC THEN                        00052800
052900        DISPLAY 'INVALID WINDOWEND IN PARM: ' WS-PARM-WINDOW      00052900
053000           UPON SYSOUT                                            00053000
053100        MOVE +16 TO RETURN-CODE                                   00053100
053200        CLOSE REPORT1-FD                                          00053200
053300        GOBACK                                                    00053300
053400     END-IF                                                       00053400
053500     MOVE WS-PARM-WINDOW(1:2) TO WS-WINDOW-HH                     00053500
053600     MOVE WS-PARM-WINDOW(3:2) TO WS-WINDOW-MM                     00053600
053700     IF WS-WINDOW-HH IS GREATER THAN 23 OR                        00053700
053800        WS-WINDOW-MM IS GREATER THAN 59 THEN                      00053800
053900        DISPLAY 'INVALID WINDOWEND IN PARM: ' WS-PARM-WINDOW      00053900
054000           UPON SYSOUT                                            00054000
054100        MOVE +16 TO RETURN-CODE                                   00054100
054200        CLOSE REPORT1-FD                                          00054200
054300        GOBACK                                                    00054300
054400     END-IF                                                       00054400
054500     COMPUTE LS-WINDOW-SECS = WS-WINDOW-HH * 3600                 00054500
054600                            + WS-WINDOW-MM * 60                   00054600
054700     MOVE 30 TO LS-RUN-LIMIT                                      00054700
054800     IF WS-PARM-RUNS IS NOT EQUAL TO SPACES THEN                  00054800
054900        MOVE WS-PARM-RUNS TO WS-NUM-TEXT                          00054900
055000        PERFORM EDIT-PARM-NUMBER                                  00055000
055100        IF NOT WS-NUM-OK THEN                                     00055100
055200           DISPLAY 'RUNS MUST BE 1 TO 99 IN PARM: '               00055200
055300              WS-PARM-RUNS UPON SYSOUT                            00055300
055400           MOVE +16 TO RETURN-CODE                                00055400
055500           CLOSE REPORT1-FD                                       00055500
055600           GOBACK                                                 00055600
055700        END-IF                                                    00055700
055800        MOVE WS-NUM-VALUE TO LS-RUN-LIMIT                         00055800
055900     END-IF                                                       00055900
056000     MOVE 20 TO WS-DEGRADE-PCT                                    00056000
056100     IF WS-PARM-DEGRADE IS NOT EQUAL TO SPACES THEN               00056100
056200        MOVE WS-PARM-DEGRADE TO WS-NUM-TEXT                       00056200
056300        PERFORM EDIT-PARM-NUMBER                                  00056300
056400        IF NOT WS-NUM-OK THEN                                     00056400
056500           DISPLAY 'DEGRADE MUST BE 1 TO 99 IN PARM: '            00056500
056600              WS-PARM-DEGRADE UPON SYSOUT                         00056600
056700           MOVE +16 TO RETURN-CODE                                00056700
056800           CLOSE REPORT1-FD                                       00056800
056900           GOBACK                                                 00056900
057000        END-IF                                                    00057000
057100        MOVE WS-NUM-VALUE TO WS-DEGRADE-PCT                       00057100
057200     END-IF                                                       00057200
057300     .                                                            00057300
057400 INITIALIZE-SQLITE.                                               00057400
057500     MOVE SQLITE-OPEN-READONLY TO LS-OPEN-FLAGS                   00057500
057600     CALL SQLITE3A USING BY REFERENCE SQLITE3-OPEN-V2             00057600
057700         BY REFERENCE SQL-ZCHAR                                   00057700
057800         BY REFERENCE LS-DB                                       00057800
057900         BY VALUE LS-OPEN-FLAGS                                   00057900
058000         BY VALUE LS-NULL                                         00058000
058100         RETURNING LS-SQL-RC                                      00058100
058200     END-CALL                                                     00058200
058300     IF LS-SQL-RC IS NOT EQUAL TO SQLITE-OK AND                   00058300
058400        LS-SQL-RC IS NOT EQUAL TO SQLITE-DONE THEN                00058400
058500        DISPLAY 'SQLITE3-OPEN FAILED. RC='                        00058500
058600           LS-SQL-RC UPON SYSOUT                                  00058600
058700        PERFORM DISPLAY-SQL-ERROR                                 00058700
058800        MOVE +16 TO RETURN-CODE                                   00058800
058900        CLOSE REPORT1-FD                                          00058900
059000        GOBACK                                                    00059000
059100     END-IF                                                       00059100
059200     CALL SQLITE3A USING BY REFERENCE SQLITE3-BUSY-TIMEOUT        00059200
059300         BY VALUE LS-DB                                           00059300
059400         BY VALUE LS-BUSY-TIMEOUT-MS                              00059400
059500         RETURNING LS-SQL-RC                                      00059500
059600     END-CALL                                                     00059600
059700     .                                                            00059700
059800*                                                                 00059800
059900* STEP_METRICS is created by the first step that records in       00059900
060000* it; a data base no step has recorded in yet has nothing to      00060000
060100* report.                                                         00060100
060200*                                                                 00060200
060300 CHECK-STEP-METRICS.                                              00060300
060400     MOVE Z'SELECT COUNT(*) FROM STEP_METRICS' TO SQL-ZCHAR       00060400
060500     PERFORM PREPARE-SOFT-STATEMENT                               00060500
060600     IF NOT WS-PREP-OK THEN                                       00060600
060700        PERFORM WRITE-REPORT-HEADING                              00060700
060800        MOVE 'NO STEP METRICS HAVE BEEN RECORDED YET.'            00060800
060900           TO WS-REPORT-LINE                                      00060900
061000        PERFORM WRITE-REPORT-LINE-OUT                             00061000
061100        DISPLAY 'NO STEP_METRICS TABLE FOUND.' UPON SYSOUT        00061100
061200        MOVE +4 TO RETURN-CODE                                    00061200
061300        GO TO SHUTDOWN                                            00061300
061400     END-IF                                                       00061400
061500     CALL SQLITE3A USING BY REFERENCE SQLITE3-FINALIZE            00061500
061600         BY VALUE LS-PREPARED-STMT                                00061600
061700         RETURNING LS-SQL-RC                                      00061700
061800     END-CALL                                                     00061800
061900     .                                                            00061900
062000*                                                                 00062000
062100* The working tables. WINDOW_STEP is every step of the jobs       00062100
062200* asked for, with its business date resolved; WINDOW_RUN is       00062200
062300* one row per business date, latest RUNS only, with the           00062300
062400* deadline of the run; WINDOW_STEP_RUN is each step once per      00062400
062500* run, parallel instances taken together.                         00062500
062600*                                                                 00062600
062700 BUILD-WINDOW-STEP.                                               00062700
062800     MOVE 1 TO WS-SQL-PTR                                         00062800
062900     STRING 'CREATE TEMP TABLE WINDOW_STEP AS SELECT '            00062900
063000         DELIMITED BY SIZE                                        00063000
063100         'M.STEP_NAME AS STEP_NAME, '                             00063100
063200         DELIMITED BY SIZE                                        00063200
063300         'M.START_TIME AS START_TIME, '                           00063300
063400         DELIMITED BY SIZE                                        00063400
063500         'M.END_TIME AS END_TIME, '                               00063500
063600         DELIMITED BY SIZE                                        00063600
063700         'M.ROWS_PROCESSED AS ROWS_PROCESSED, '                   00063700
063800         DELIMITED BY SIZE                                        00063800
063900         'M.RETURN_CODE AS RETURN_CODE, '                         00063900
064000         DELIMITED BY SIZE                                        00064000
064100         'COALESCE(CASE WHEN LENGTH(TRIM(M.BUSINESS_DATE)) '      00064100
064200         DELIMITED BY SIZE                                        00064200
064300         '= 8 THEN M.BUSINESS_DATE END, '                         00064300
064400         DELIMITED BY SIZE                                        00064400
064500         '(SELECT D.BUSINESS_DATE FROM STEP_METRICS D '           00064500
064600         DELIMITED BY SIZE                                        00064600
064700         'WHERE D.JOB_NAME = M.JOB_NAME '                         00064700
064800         DELIMITED BY SIZE                                        00064800
064900         'AND LENGTH(TRIM(D.BUSINESS_DATE)) = 8 '                 00064900
065000         DELIMITED BY SIZE                                        00065000
065100         'AND ABS(D.START_TIME - M.START_TIME) < 86400 '          00065100
065200         DELIMITED BY SIZE                                        00065200
065300         'AND ABS(D.START_TIME - M.START_TIME) = '                00065300
065400         DELIMITED BY SIZE                                        00065400
065500         '(SELECT MIN(ABS(E.START_TIME - M.START_TIME)) '         00065500
065600         DELIMITED BY SIZE                                        00065600
065700         'FROM STEP_METRICS E WHERE E.JOB_NAME = M.JOB_NAME '     00065700
065800         DELIMITED BY SIZE                                        00065800
065900         'AND LENGTH(TRIM(E.BUSINESS_DATE)) = 8) LIMIT 1), '      00065900
066000         DELIMITED BY SIZE                                        00066000
066100         '(SELECT D.BUSINESS_DATE FROM STEP_METRICS D '           00066100
066200         DELIMITED BY SIZE                                        00066200
066300         'WHERE LENGTH(TRIM(D.BUSINESS_DATE)) = 8 '               00066300
066400         DELIMITED BY SIZE                                        00066400
066500         'AND ABS(D.START_TIME - M.START_TIME) < 86400 '          00066500
066600         DELIMITED BY SIZE                                        00066600
066700         'AND ABS(D.START_TIME - M.START_TIME) = '                00066700
066800         DELIMITED BY SIZE                                        00066800
066900         '(SELECT MIN(ABS(E.START_TIME - M.START_TIME)) '         00066900
067000         DELIMITED BY SIZE                                        00067000
067100         'FROM STEP_METRICS E '                                   00067100
067200         DELIMITED BY SIZE                                        00067200
067300         'WHERE LENGTH(TRIM(E.BUSINESS_DATE)) = 8) LIMIT 1)) '    00067300
067400         DELIMITED BY SIZE                                        00067400
067500         'AS BUSINESS_DATE FROM STEP_METRICS M '                  00067500
067600         DELIMITED BY SIZE                                        00067600
067700         'WHERE RTRIM(M.JOB_NAME) LIKE ?' DELIMITED BY SIZE       00067700
067800         INTO SQL-ZCHAR                                           00067800
067900         WITH POINTER WS-SQL-PTR                                  00067900
068000     END-STRING                                                   00068000
068100     MOVE LOW-VALUES TO SQL-ZCHAR(WS-SQL-PTR:1)                   00068100
068200     MOVE 'WINDOW_STEP CREATE' TO WS-PREP-LABEL                   00068200
068300     PERFORM PREPARE-ONE-STATEMENT                                00068300
068400     SET LS-WORK-STMT TO LS-PREPARED-STMT                         00068400
068500     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-TEXT           00068500
068600         BY VALUE LS-WORK-STMT                                    00068600
068700         BY VALUE LS-ONE                                          00068700
068800         BY REFERENCE WS-JOB-PATTERN                              00068800
068900         BY VALUE WS-JOB-PATTERN-LEN                              00068900
069000         BY VALUE SQLITE-TRANSIENT                                00069000
069100         RETURNING LS-SQL-RC                                      00069100
069200     END-CALL                                                     00069200
069300     PERFORM STEP-WORK-STATEMENT                                  00069300
069400     .                                                            00069400
069500 BUILD-WINDOW-RUN.                                                00069500
069600     MOVE 1 TO WS-SQL-PTR                                         00069600
069700     STRING 'CREATE TEMP TABLE WINDOW_RUN AS SELECT R.*, '        00069700
069800         DELIMITED BY SIZE                                        00069800
069900         'CAST(R.RUN_START AS INTEGER) '                          00069900
070000         DELIMITED BY SIZE                                        00070000
070100         '- CAST(R.RUN_START AS INTEGER) % 86400 + ?2 '           00070100
070200         DELIMITED BY SIZE                                        00070200
070300         '+ CASE WHEN CAST(R.RUN_START AS INTEGER) % 86400 '      00070300
070400         DELIMITED BY SIZE                                        00070400
070500         '>= ?2 THEN 86400 ELSE 0 END AS DEADLINE '               00070500
070600         DELIMITED BY SIZE                                        00070600
070700         'FROM (SELECT BUSINESS_DATE, '                           00070700
070800         DELIMITED BY SIZE                                        00070800
070900         'MIN(START_TIME) AS RUN_START, '                         00070900
071000         DELIMITED BY SIZE                                        00071000
071100         'MAX(END_TIME) AS RUN_END, COUNT(*) AS STEPS, '          00071100
071200         DELIMITED BY SIZE                                        00071200
071300         'TOTAL(ROWS_PROCESSED) AS ROWS_PROCESSED, '              00071300
071400         DELIMITED BY SIZE                                        00071400
071500         'MAX(RETURN_CODE) AS MAX_RC FROM WINDOW_STEP '           00071500
071600         DELIMITED BY SIZE                                        00071600
071700         'WHERE BUSINESS_DATE IS NOT NULL '                       00071700
071800         DELIMITED BY SIZE                                        00071800
071900         'GROUP BY BUSINESS_DATE '                                00071900
072000         DELIMITED BY SIZE                                        00072000
072100         'ORDER BY BUSINESS_DATE DESC LIMIT ?1) R'                00072100
072200         DELIMITED BY SIZE                                        00072200
072300         INTO SQL-ZCHAR                                           00072300
072400         WITH POINTER WS-SQL-PTR                                  00072400
072500     END-STRING                                                   00072500
072600     MOVE LOW-VALUES TO SQL-ZCHAR(WS-SQL-PTR:1)                   00072600
072700     MOVE 'WINDOW_RUN CREATE' TO WS-PREP-LABEL                    00072700
072800     PERFORM PREPARE-ONE-STATEMENT                                00072800
072900     SET LS-WORK-STMT TO LS-PREPARED-STMT                         00072900
073000     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-INT            00073000
073100         BY VALUE LS-WORK-STMT                                    00073100
073200         BY VALUE LS-ONE                                          00073200
073300         BY VALUE LS-RUN-LIMIT                                    00073300
073400         RETURNING LS-SQL-RC                                      00073400
073500     END-CALL                                                     00073500
073600     CALL SQLITE3A USING BY REFERENCE SQLITE3-BIND-INT            00073600
073700         BY VALUE LS-WORK-STMT                                    00073700
073800         BY VALUE LS-TWO                                          00073800
073900         BY VALUE LS-WINDOW-SECS                                  00073900
074000         RETURNING LS-SQL-RC                                      00074000
074100     END-CALL                                                     00074100
074200     PERFORM STEP-WORK-STATEMENT                                  00074200
074300     .                                                            00074300
074400 BUILD-WINDOW-STEP-RUN.                                           00074400
074500     MOVE 1 TO WS-SQL-PTR                                         00074500
074600     STRING 'CREATE TEMP TABLE WINDOW_STEP_RUN AS SELECT '        00074600
074700         DELIMITED BY SIZE                                        00074700
074800         'S.BUSINESS_DATE AS BUSINESS_DATE, '                     00074800
074900         DELIMITED BY SIZE                                        00074900
075000         'S.STEP_NAME AS STEP_NAME, COUNT(*) AS INSTANCES, '      00075000
075100         DELIMITED BY SIZE                                        00075100
075200         'MIN(S.START_TIME) AS STEP_START, '                      00075200
075300         DELIMITED BY SIZE                                        00075300
075400         'MAX(S.END_TIME) AS STEP_END, '                          00075400
075500         DELIMITED BY SIZE                                        00075500
075600         'TOTAL(S.ROWS_PROCESSED) AS ROWS_PROCESSED, '            00075600
075700         DELIMITED BY SIZE                                        00075700
075800         'MIN(S.START_TIME) - R.RUN_START AS START_OFFSET '       00075800
075900         DELIMITED BY SIZE                                        00075900
076000         'FROM WINDOW_STEP S JOIN WINDOW_RUN R '                  00076000
076100         DELIMITED BY SIZE                                        00076100
076200         'ON S.BUSINESS_DATE = R.BUSINESS_DATE '                  00076200
076300         DELIMITED BY SIZE                                        00076300
076400         'GROUP BY S.BUSINESS_DATE, S.STEP_NAME'                  00076400
076500         DELIMITED BY SIZE                                        00076500
076600         INTO SQL-ZCHAR                                           00076600
076700         WITH POINTER WS-SQL-PTR                                  00076700
076800     END-STRING                                                   00076800
076900     MOVE LOW-VALUES TO SQL-ZCHAR(WS-SQL-PTR:1)                   00076900
077000     MOVE 'WINDOW_STEP_RUN' TO WS-PREP-LABEL                      00077000
077100     PERFORM EXECUTE-ONE-STATEMENT                                00077100
077200     .                                                            00077200
077300*                                                                 00077300
077400* Every run, oldest first.                                        00077400
077500*                                                                 00077500
077600 LIST-RUN-HISTORY.                                                00077600
077700     MOVE 1 TO WS-SQL-PTR                                         00077700
077800     STRING 'SELECT BUSINESS_DATE, '                              00077800
077900         DELIMITED BY SIZE                                        00077900
078000         'CAST(RUN_START AS INTEGER) % 86400, '                   00078000
078100         DELIMITED BY SIZE                                        00078100
078200         'CAST(RUN_END AS INTEGER) % 86400, '                     00078200
078300         DELIMITED BY SIZE                                        00078300
078400         'CAST(RUN_END - RUN_START AS INTEGER), STEPS, '          00078400
078500         DELIMITED BY SIZE                                        00078500
078600         'CAST(ROWS_PROCESSED AS INTEGER), MAX_RC, '              00078600
078700         DELIMITED BY SIZE                                        00078700
078800         'CAST(DEADLINE - RUN_END AS INTEGER), '                  00078800
078900         DELIMITED BY SIZE                                        00078900
079000         'CAST(RUN_START AS INTEGER) / 86400 '                    00079000
079100         DELIMITED BY SIZE                                        00079100
079200         'FROM WINDOW_RUN ORDER BY BUSINESS_DATE'                 00079200
079300         DELIMITED BY SIZE                                        00079300
079400         INTO SQL-ZCHAR                                           00079400
079500         WITH POINTER WS-SQL-PTR                                  00079500
079600     END-STRING                                                   00079600
079700     MOVE LOW-VALUES TO SQL-ZCHAR(WS-SQL-PTR:1)                   00079700
079800     MOVE 'RUN SELECT' TO WS-PREP-LABEL                           00079800
079900     PERFORM PREPARE-ONE-STATEMENT                                00079900
080000     SET LS-WORK-STMT TO LS-PREPARED-STMT                         00080000
080100     MOVE 'R' TO WS-LISTING-SWITCH                                00080100
080200     PERFORM WRITE-REPORT-HEADING                                 00080200
080300     MOVE ZERO TO LS-SQL-RC                                       00080300
080400     PERFORM UNTIL LS-SQL-RC NOT = 0                              00080400
080500        CALL SQLITE3A USING BY REFERENCE SQLITE3-STEP             00080500
080600            BY VALUE LS-WORK-STMT                                 00080600
080700            RETURNING LS-SQL-RC                                   00080700
080800        END-CALL                                                  00080800
080900        EVALUATE LS-SQL-RC                                        00080900
081000        WHEN SQLITE-ROW                                           00081000
081100             PERFORM LIST-ONE-RUN                                 00081100
081200             MOVE ZERO TO LS-SQL-RC                               00081200
081300        WHEN SQLITE-DONE                                          00081300
081400             MOVE +4 TO LS-SQL-RC                                 00081400
081500        WHEN OTHER                                                00081500
081600             DISPLAY 'RUN STEP FAILED. RC='                       00081600
081700                LS-SQL-RC UPON SYSOUT                             00081700
081800             PERFORM DISPLAY-SQL-ERROR                            00081800
081900             MOVE +16 TO RETURN-CODE                              00081900
082000        END-EVALUATE                                              00082000
082100     END-PERFORM                                                  00082100
082200     CALL SQLITE3A USING BY REFERENCE SQLITE3-FINALIZE            00082200
082300         BY VALUE LS-WORK-STMT                                    00082300
082400         RETURNING LS-SQL-RC                                      00082400
082500     END-CALL                                                     00082500
082600     IF RETURN-CODE IS EQUAL TO +16 THEN                          00082600
082700        GO TO SHUTDOWN                                            00082700
082800     END-IF                                                       00082800
082900     IF WS-RUN-COUNT IS EQUAL TO ZERO THEN                        00082900
083000        MOVE SPACE TO WS-LISTING-SWITCH                           00083000
083100        STRING 'NO RUNS ARE RECORDED FOR JOBS '                   00083100
083200            DELIMITED BY SIZE                                     00083200
083300            WS-JOB-PATTERN(1:WS-JOB-PATTERN-LEN)                  00083300
083400            DELIMITED BY SIZE                                     00083400
083500            INTO WS-REPORT-LINE                                   00083500
083600        END-STRING                                                00083600
083700        PERFORM WRITE-REPORT-LINE-OUT                             00083700
083800        DISPLAY 'NO RUNS RECORDED FOR JOBS '                      00083800
083900           WS-JOB-PATTERN(1:WS-JOB-PATTERN-LEN) UPON SYSOUT       00083900
084000        MOVE +4 TO RETURN-CODE                                    00084000
084100        GO TO SHUTDOWN                                            00084100
084200     END-IF                                                       00084200
084300     .                                                            00084300
084400*                                                                 00084400
084500* Every step, in the order it usually starts in the run.          00084500
084600*                                                                 00084600
084700 LIST-STEP-TRENDS.                                                00084700
084800     MOVE 1 TO WS-SQL-PTR                                         00084800
084900     STRING 'SELECT STEP_NAME, COUNT(*), '                        00084900
085000         DELIMITED BY SIZE                                        00085000
085100         'CAST(AVG(STEP_END - STEP_START) AS INTEGER), '          00085100
085200         DELIMITED BY SIZE                                        00085200
085300         '(SELECT CAST(X.STEP_END - X.STEP_START AS INTEGER) '    00085300
085400         DELIMITED BY SIZE                                        00085400
085500         'FROM WINDOW_STEP_RUN X '                                00085500
085600         DELIMITED BY SIZE                                        00085600
085700         'WHERE X.STEP_NAME = W.STEP_NAME '                       00085700
085800         DELIMITED BY SIZE                                        00085800
085900         'ORDER BY X.BUSINESS_DATE LIMIT 1), '                    00085900
086000         DELIMITED BY SIZE                                        00086000
086100         '(SELECT CAST(X.STEP_END - X.STEP_START AS INTEGER) '    00086100
086200         DELIMITED BY SIZE                                        00086200
086300         'FROM WINDOW_STEP_RUN X '                                00086300
086400         DELIMITED BY SIZE                                        00086400
086500         'WHERE X.STEP_NAME = W.STEP_NAME '                       00086500
086600         DELIMITED BY SIZE                                        00086600
086700         'ORDER BY X.BUSINESS_DATE DESC LIMIT 1), '               00086700
086800         DELIMITED BY SIZE                                        00086800
086900         '(SELECT X.ROWS_PROCESSED '                              00086900
087000         DELIMITED BY SIZE                                        00087000
087100         '/ MAX(X.STEP_END - X.STEP_START, 1.0) '                 00087100
087200         DELIMITED BY SIZE                                        00087200
087300         'FROM WINDOW_STEP_RUN X '                                00087300
087400         DELIMITED BY SIZE                                        00087400
087500         'WHERE X.STEP_NAME = W.STEP_NAME '                       00087500
087600         DELIMITED BY SIZE                                        00087600
087700         'ORDER BY X.BUSINESS_DATE LIMIT 1), '                    00087700
087800         DELIMITED BY SIZE                                        00087800
087900         '(SELECT X.ROWS_PROCESSED '                              00087900
088000         DELIMITED BY SIZE                                        00088000
088100         '/ MAX(X.STEP_END - X.STEP_START, 1.0) '                 00088100
088200         DELIMITED BY SIZE                                        00088200
088300         'FROM WINDOW_STEP_RUN X '                                00088300
088400         DELIMITED BY SIZE                                        00088400
088500         'WHERE X.STEP_NAME = W.STEP_NAME '                       00088500
088600         DELIMITED BY SIZE                                        00088600
088700         'ORDER BY X.BUSINESS_DATE DESC LIMIT 1), '               00088700
088800         DELIMITED BY SIZE                                        00088800
088900         'MAX(INSTANCES) FROM WINDOW_STEP_RUN W '                 00088900
089000         DELIMITED BY SIZE                                        00089000
089100         'GROUP BY STEP_NAME '                                    00089100
089200         DELIMITED BY SIZE                                        00089200
089300         'ORDER BY AVG(START_OFFSET), STEP_NAME'                  00089300
089400         DELIMITED BY SIZE                                        00089400
089500         INTO SQL-ZCHAR                                           00089500
089600         WITH POINTER WS-SQL-PTR                                  00089600
089700     END-STRING                                                   00089700
089800     MOVE LOW-VALUES TO SQL-ZCHAR(WS-SQL-PTR:1)                   00089800
089900     MOVE 'STEP SELECT' TO WS-PREP-LABEL                          00089900
090000     PERFORM PREPARE-ONE-STATEMENT                                00090000
090100     SET LS-WORK-STMT TO LS-PREPARED-STMT                         00090100
090200     MOVE 'S' TO WS-LISTING-SWITCH                                00090200
090300     PERFORM WRITE-REPORT-HEADING                                 00090300
090400     MOVE ZERO TO LS-SQL-RC                                       00090400
090500     PERFORM UNTIL LS-SQL-RC NOT = 0                              00090500
090600        CALL SQLITE3A USING BY REFERENCE SQLITE3-STEP             00090600
090700            BY VALUE LS-WORK-STMT                                 00090700
090800            RETURNING LS-SQL-RC                                   00090800
090900        END-CALL                                                  00090900
091000        EVALUATE LS-SQL-RC                                        00091000
091100        WHEN SQLITE-ROW                                           00091100
091200             PERFORM LIST-ONE-STEP                                00091200
091300             MOVE ZERO TO LS-SQL-RC                               00091300
091400        WHEN SQLITE-DONE                                          00091400
091500             MOVE +4 TO LS-SQL-RC                                 00091500
091600        WHEN OTHER                                                00091600
091700             DISPLAY 'STEP TREND STEP FAILED. RC='                00091700
091800                LS-SQL-RC UPON SYSOUT                             00091800
091900             PERFORM DISPLAY-SQL-ERROR                            00091900
092000             MOVE +16 TO RETURN-CODE                              00092000
092100        END-EVALUATE                                              00092100
092200     END-PERFORM                                                  00092200
092300     CALL SQLITE3A USING BY REFERENCE SQLITE3-FINALIZE            00092300
092400         BY VALUE LS-WORK-STMT                                    00092400
092500         RETURNING LS-SQL-RC                                      00092500
092600     END-CALL                                                     00092600
092700     IF RETURN-CODE IS EQUAL TO +16 THEN                          00092700
092800        GO TO SHUTDOWN                                            00092800
092900     END-IF                                                       00092900
093000     .                                                            00093000
093100*                                                                 00093100
093200* The step instances of the latest run, then its critical         00093200
093300* path: start at the instance that ended last, and step back      00093300
093400* each time to the instance that ended last at or before the      00093400
093500* current one started.                                            00093500
093600*                                                                 00093600
093700 LIST-CRITICAL-PATH.                                              00093700
093800     MOVE 1 TO WS-SQL-PTR                                         00093800
093900     STRING 'SELECT S.STEP_NAME, '                                00093900
094000         DELIMITED BY SIZE                                        00094000
094100         'CAST(S.START_TIME - R.RUN_START AS INTEGER), '          00094100
094200         DELIMITED BY SIZE                                        00094200
094300         'CAST(S.END_TIME - R.RUN_START AS INTEGER), '            00094300
094400         DELIMITED BY SIZE                                        00094400
094500         'S.ROWS_PROCESSED, S.RETURN_CODE '                       00094500
094600         DELIMITED BY SIZE                                        00094600
094700         'FROM WINDOW_STEP S JOIN WINDOW_RUN R '                  00094700
094800         DELIMITED BY SIZE                                        00094800
094900         'ON S.BUSINESS_DATE = R.BUSINESS_DATE '                  00094900
095000         DELIMITED BY SIZE                                        00095000
095100         'WHERE R.BUSINESS_DATE = '                               00095100
095200         DELIMITED BY SIZE                                        00095200
095300         '(SELECT MAX(BUSINESS_DATE) FROM WINDOW_RUN) '           00095300
095400         DELIMITED BY SIZE                                        00095400
095500         'ORDER BY S.START_TIME, S.STEP_NAME'                     00095500
095600         DELIMITED BY SIZE                                        00095600
095700         INTO SQL-ZCHAR                                           00095700
095800         WITH POINTER WS-SQL-PTR                                  00095800
095900     END-STRING                                                   00095900
096000     MOVE LOW-VALUES TO SQL-ZCHAR(WS-SQL-PTR:1)                   00096000
096100     MOVE 'PATH SELECT' TO WS-PREP-LABEL                          00096100
096200     PERFORM PREPARE-ONE-STATEMENT                                00096200
096300     SET LS-WORK-STMT TO LS-PREPARED-STMT                         00096300
096400     MOVE ZERO TO LS-SQL-RC                                       00096400
096500     PERFORM UNTIL LS-SQL-RC NOT = 0                              00096500
096600        CALL SQLITE3A USING BY REFERENCE SQLITE3-STEP             00096600
096700            BY VALUE LS-WORK-STMT                                 00096700
096800            RETURNING LS-SQL-RC                                   00096800
096900        END-CALL                                                  00096900
097000        EVALUATE LS-SQL-RC                                        00097000
097100        WHEN SQLITE-ROW                                           00097100
097200             PERFORM LOAD-ONE-PATH-STEP THRU                      00097200
097300                     LOAD-ONE-PATH-STEP-EXIT                      00097300
097400             MOVE ZERO TO LS-SQL-RC                               00097400
097500        WHEN SQLITE-DONE                                          00097500
097600             MOVE +4 TO LS-SQL-RC                                 00097600
097700        WHEN OTHER                                                00097700
097800             DISPLAY 'PATH STEP FAILED. RC='                      00097800
097900                LS-SQL-RC UPON SYSOUT                             00097900
098000             PERFORM DISPLAY-SQL-ERROR                            00098000
098100             MOVE +16 TO RETURN-CODE                              00098100
098200        END-EVALUATE                                              00098200
098300     END-PERFORM                                                  00098300
098400     CALL SQLITE3A USING BY REFERENCE SQLITE3-FINALIZE            00098400
098500         BY VALUE LS-WORK-STMT                                    00098500
098600         RETURNING LS-SQL-RC                                      00098600
098700     END-CALL                                                     00098700
098800     IF RETURN-CODE IS EQUAL TO +16 THEN                          00098800
098900        GO TO SHUTDOWN                                            00098900
099000     END-IF                                                       00099000
099100     IF WS-PATH-SKIPPED IS GREATER THAN ZERO THEN                 00099100
099200        MOVE WS-PATH-SKIPPED TO WS-COUNT-DISPLAY                  00099200
099300        DISPLAY 'LATEST RUN HAS MORE THAN 100 STEPS. '            00099300
099400           WS-COUNT-DISPLAY ' NOT LISTED.' UPON SYSOUT            00099400
099500     END-IF                                                       00099500
099600     MOVE ZERO TO WS-PATH-CUR                                     00099600
099700     PERFORM VARYING WS-PATH-I FROM 1 BY 1                        00099700
099800             UNTIL WS-PATH-I > WS-PATH-COUNT                      00099800
099900        IF WS-PATH-CUR IS EQUAL TO ZERO THEN                      00099900
100000           MOVE WS-PATH-I TO WS-PATH-CUR                          00100000
100100        ELSE                                                      00100100
100200           IF WS-PT-END(WS-PATH-I) IS GREATER THAN                00100200
100300              WS-PT-END(WS-PATH-CUR) THEN                         00100300
100400              MOVE WS-PATH-I TO WS-PATH-CUR                       00100400
100500           END-IF                                                 00100500
100600        END-IF                                                    00100600
100700     END-PERFORM                                                  00100700
100800     PERFORM UNTIL WS-PATH-CUR IS EQUAL TO ZERO                   00100800
100900        MOVE 'C' TO WS-PT-FLAG(WS-PATH-CUR)                       00100900
101000        ADD 1 TO WS-CRITICAL-COUNT                                00101000
101100        MOVE ZERO TO WS-PATH-BEST                                 00101100
101200        PERFORM VARYING WS-PATH-I FROM 1 BY 1                     00101200
101300                UNTIL WS-PATH-I > WS-PATH-COUNT                   00101300
101400           IF NOT WS-PT-CRITICAL(WS-PATH-I) AND                   00101400
101500              WS-PT-END(WS-PATH-I) IS NOT GREATER THAN            00101500
101600              WS-PT-START(WS-PATH-CUR) THEN                       00101600
101700              IF WS-PATH-BEST IS EQUAL TO ZERO THEN               00101700
101800                 MOVE WS-PATH-I TO WS-PATH-BEST                   00101800
101900              ELSE                                                00101900
102000                 IF WS-PT-END(WS-PATH-I) IS GREATER THAN          00102000
102100                    WS-PT-END(WS-PATH-BEST) THEN                  00102100
102200                    MOVE WS-PATH-I TO WS-PATH-BEST                00102200
102300                 END-IF                                           00102300
102400              END-IF                                              00102400
102500           END-IF                                                 00102500
102600        END-PERFORM                                               00102600
102700        MOVE WS-PATH-BEST TO WS-PATH-CUR                          00102700
102800     END-PERFORM                                                  00102800
102900     MOVE 'P' TO WS-LISTING-SWITCH                                00102900
103000     PERFORM WRITE-REPORT-HEADING                                 00103000
103100     PERFORM VARYING WS-PATH-I FROM 1 BY 1                        00103100
103200             UNTIL WS-PATH-I > WS-PATH-COUNT                      00103200
103300        PERFORM LIST-ONE-PATH-STEP                                00103300
103400     END-PERFORM                                                  00103400
103500     .                                                            00103500
103600*                                                                 00103600
103700* The run accounting, the margin trend, and the date it runs      00103700
103800* out at that trend.                                              00103800
103900*                                                                 00103900
104000 PROJECT-WINDOW-END.                                              00104000
104100     MOVE 1 TO WS-SQL-PTR                                         00104100
104200     STRING 'SELECT COUNT(*), (COUNT(*) * TOTAL(X * Y) '          00104200
104300         DELIMITED BY SIZE                                        00104300
104400         '- TOTAL(X) * TOTAL(Y)) / NULLIF(COUNT(*) '              00104400
104500         DELIMITED BY SIZE                                        00104500
104600         '* TOTAL(X * X) - TOTAL(X) * TOTAL(X), 0) '              00104600
104700         DELIMITED BY SIZE                                        00104700
104800         'FROM (SELECT RUN_START / 86400.0 AS X, '                00104800
104900         DELIMITED BY SIZE                                        00104900
105000         'DEADLINE - RUN_END AS Y FROM WINDOW_RUN)'               00105000
105100         DELIMITED BY SIZE                                        00105100
105200         INTO SQL-ZCHAR                                           00105200
105300         WITH POINTER WS-SQL-PTR                                  00105300
105400     END-STRING                                                   00105400
105500     MOVE LOW-VALUES TO SQL-ZCHAR(WS-SQL-PTR:1)                   00105500
105600     MOVE 'TREND SELECT' TO WS-PREP-LABEL                         00105600
105700     PERFORM PREPARE-ONE-STATEMENT                                00105700
105800     SET LS-WORK-STMT TO LS-PREPARED-STMT                         00105800
105900     CALL SQLITE3A USING BY REFERENCE SQLITE3-STEP                00105900
106000         BY VALUE LS-WORK-STMT                                    00106000
106100         RETURNING LS-SQL-RC                                      00106100
106200     END-CALL                                                     00106200
106300     IF LS-SQL-RC IS EQUAL TO SQLITE-ROW THEN                     00106300
106400        MOVE +0 TO LS-COLUMN-NUMBER                               00106400
106500        PERFORM GET-COLUMN-INT                                    00106500
106600        MOVE LS-COLUMN-INT TO WS-TREND-RUNS                       00106600
106700        MOVE +1 TO LS-COLUMN-NUMBER                               00106700
106800        PERFORM GET-COLUMN-DOUBLE                                 00106800
106900        MOVE LS-DOUBLE-HFP TO LS-SLOPE                            00106900
107000     ELSE                                                         00107000
107100        DISPLAY 'TREND SELECT FAILED. RC='                        00107100
107200           LS-SQL-RC UPON SYSOUT                                  00107200
107300        PERFORM DISPLAY-SQL-ERROR                                 00107300
107400        MOVE +16 TO RETURN-CODE                                   00107400
107500     END-IF                                                       00107500
107600     CALL SQLITE3A USING BY REFERENCE SQLITE3-FINALIZE            00107600
107700         BY VALUE LS-WORK-STMT                                    00107700
107800         RETURNING LS-SQL-RC                                      00107800
107900     END-CALL                                                     00107900
108000     IF RETURN-CODE IS EQUAL TO +16 THEN                          00108000
108100        GO TO SHUTDOWN                                            00108100
108200     END-IF                                                       00108200
108300     MOVE SPACE TO WS-LISTING-SWITCH                              00108300
108400     MOVE SPACES TO WS-REPORT-LINE                                00108400
108500     PERFORM WRITE-REPORT-LINE-OUT                                00108500
108600     MOVE WS-RUN-COUNT TO WS-COUNT-DISPLAY                        00108600
108700     STRING 'RUNS REPORTED      : ' DELIMITED BY SIZE             00108700
108800         WS-COUNT-DISPLAY DELIMITED BY SIZE                       00108800
108900         INTO WS-REPORT-LINE                                      00108900
109000     END-STRING                                                   00109000
109100     DISPLAY WS-REPORT-LINE(1:40) UPON SYSOUT                     00109100
109200     PERFORM WRITE-REPORT-LINE-OUT                                00109200
109300     MOVE WS-OVERRUN-COUNT TO WS-COUNT-DISPLAY                    00109300
109400     STRING 'RUNS OVERRUN       : ' DELIMITED BY SIZE             00109400
109500         WS-COUNT-DISPLAY DELIMITED BY SIZE                       00109500
109600         INTO WS-REPORT-LINE                                      00109600
109700     END-STRING                                                   00109700
109800     DISPLAY WS-REPORT-LINE(1:40) UPON SYSOUT                     00109800
109900     PERFORM WRITE-REPORT-LINE-OUT                                00109900
110000     MOVE WS-DEGRADED-COUNT TO WS-COUNT-DISPLAY                   00110000
110100     STRING 'STEPS RATE DOWN    : ' DELIMITED BY SIZE             00110100
110200         WS-COUNT-DISPLAY DELIMITED BY SIZE                       00110200
110300         INTO WS-REPORT-LINE                                      00110300
110400     END-STRING                                                   00110400
110500     DISPLAY WS-REPORT-LINE(1:40) UPON SYSOUT                     00110500
110600     PERFORM WRITE-REPORT-LINE-OUT                                00110600
110700     MOVE WS-SLOWER-COUNT TO WS-COUNT-DISPLAY                     00110700
110800     STRING 'STEPS SLOWER       : ' DELIMITED BY SIZE             00110800
110900         WS-COUNT-DISPLAY DELIMITED BY SIZE                       00110900
111000         INTO WS-REPORT-LINE                                      00111000
111100     END-STRING                                                   00111100
111200     DISPLAY WS-REPORT-LINE(1:40) UPON SYSOUT                     00111200
111300     PERFORM WRITE-REPORT-LINE-OUT                                00111300
111400     MOVE WS-CRITICAL-COUNT TO WS-COUNT-DISPLAY                   00111400
111500     STRING 'CRITICAL PATH STEPS: ' DELIMITED BY SIZE             00111500
111600         WS-COUNT-DISPLAY DELIMITED BY SIZE                       00111600
111700         INTO WS-REPORT-LINE                                      00111700
111800     END-STRING                                                   00111800
111900     DISPLAY WS-REPORT-LINE(1:40) UPON SYSOUT                     00111900
112000     PERFORM WRITE-REPORT-LINE-OUT                                00112000
112100     MOVE WS-LAST-MARGIN TO WS-HMS-SECS                           00112100
112200     PERFORM FORMAT-HMS                                           00112200
112300     MOVE 1 TO WS-RPT-PTR                                         00112300
112400     STRING 'LATEST RUN ' DELIMITED BY SIZE                       00112400
112500         WS-LAST-BUS-DATE DELIMITED BY SIZE                       00112500
112600         ' ENDED WITH A MARGIN OF ' DELIMITED BY SIZE             00112600
112700         WS-HMS-EDIT DELIMITED BY SIZE                            00112700
112800         INTO WS-REPORT-LINE                                      00112800
112900         WITH POINTER WS-RPT-PTR                                  00112900
113000     END-STRING                                                   00113000
113100     PERFORM WRITE-REPORT-LINE-OUT                                00113100
113200     IF WS-TREND-RUNS IS LESS THAN 2 THEN                         00113200
113300        MOVE 'TOO FEW RUNS TO TREND THE MARGIN. NO PROJECTION.'   00113300
113400           TO WS-REPORT-LINE                                      00113400
113500        PERFORM WRITE-REPORT-LINE-OUT                             00113500
113600     ELSE                                                         00113600
113700        COMPUTE WS-SLOPE-DISPLAY ROUNDED = LS-SLOPE               00113700
113800        MOVE 1 TO WS-RPT-PTR                                      00113800
113900        STRING 'MARGIN TREND: ' DELIMITED BY SIZE                 00113900
114000            WS-SLOPE-DISPLAY DELIMITED BY SIZE                    00114000
114100            ' SECONDS PER DAY' DELIMITED BY SIZE                  00114100
114200            INTO WS-REPORT-LINE                                   00114200
114300            WITH POINTER WS-RPT-PTR                               00114300
114400        END-STRING                                                00114400
114500        PERFORM WRITE-REPORT-LINE-OUT                             00114500
114600     END-IF                                                       00114600
114700     EVALUATE TRUE                                                00114700
114800     WHEN WS-LAST-MARGIN IS LESS THAN ZERO                        00114800
114900          MOVE 'THE LATEST RUN OVERRAN THE WINDOW END.'           00114900
115000             TO WS-REPORT-LINE                                    00115000
115100          PERFORM WRITE-REPORT-LINE-OUT                           00115100
115200          DISPLAY 'LATEST RUN ' WS-LAST-BUS-DATE                  00115200
115300             ' OVERRAN THE WINDOW END' UPON SYSOUT                00115300
115400          IF RETURN-CODE IS LESS THAN +8 THEN                     00115400
115500             MOVE +8 TO RETURN-CODE                               00115500
115600          END-IF                                                  00115600
115700     WHEN WS-TREND-RUNS IS LESS THAN 2                            00115700
115800          CONTINUE                                                00115800
115900     WHEN LS-SLOPE IS NOT LESS THAN ZERO                          00115900
116000          MOVE 'MARGIN IS NOT SHRINKING. NO PROJECTION NEEDED.'   00116000
116100             TO WS-REPORT-LINE                                    00116100
116200          PERFORM WRITE-REPORT-LINE-OUT                           00116200
116300     WHEN OTHER                                                   00116300
116400          COMPUTE LS-DAYS-LEFT = WS-LAST-MARGIN                   00116400
116500                               / (0 - LS-SLOPE)                   00116500
116600          IF LS-DAYS-LEFT IS GREATER THAN 36500 THEN              00116600
116700             MOVE 'MARGIN SHRINKS TOO SLOWLY TO PROJECT.'         00116700
116800                TO WS-REPORT-LINE                                 00116800
116900             PERFORM WRITE-REPORT-LINE-OUT                        00116900
117000             GO TO SHUTDOWN                                       00117000
117100          END-IF                                                  00117100
117200          COMPUTE WS-DAYS-TO-BREACH = LS-DAYS-LEFT                00117200
117300          COMPUTE WS-PROJ-LILIAN = LS-LAST-LILIAN                 00117300
117400                                 + WS-DAYS-TO-BREACH              00117400
117500          CALL 'CEEDATE' USING WS-PROJ-LILIAN,                    00117500
117600               WS-DATE-PICTURE, WS-DATE-OUTPUT, LE-FC             00117600
117700          MOVE WS-DAYS-TO-BREACH TO WS-COUNT-DISPLAY              00117700
117800          MOVE 1 TO WS-RPT-PTR                                    00117800
117900          STRING 'MARGIN PROJECTED TO RUN OUT IN '                00117900
118000              DELIMITED BY SIZE                                   00118000
118100              WS-COUNT-DISPLAY DELIMITED BY SIZE                  00118100
118200              ' DAYS, ON ' DELIMITED BY SIZE                      00118200
118300              WS-DATE-OUTPUT(1:8) DELIMITED BY SIZE               00118300
118400              INTO WS-REPORT-LINE                                 00118400
118500              WITH POINTER WS-RPT-PTR                             00118500
118600          END-STRING                                              00118600
118700          PERFORM WRITE-REPORT-LINE-OUT                           00118700
118800          DISPLAY 'WINDOW END PROJECTED TO BE MISSED ON '         00118800
118900             WS-DATE-OUTPUT(1:8) UPON SYSOUT                      00118900
119000          IF WS-DAYS-TO-BREACH IS NOT GREATER THAN                00119000
119100             WS-BREACH-DAYS-LIMIT AND                             00119100
119200             RETURN-CODE IS LESS THAN +4 THEN                     00119200
119300             MOVE +4 TO RETURN-CODE                               00119300
119400          END-IF                                                  00119400
119500     END-EVALUATE                                                 00119500
119600     GO TO SHUTDOWN                                               00119600
119700     .                                                            00119700
119800*                                                                 00119800
119900* The NUMERIC 1 to 99 PARM field in WS-NUM-TEXT, left             00119900
120000* justified, into WS-NUM-VALUE.                                   00120000
120100*                                                                 00120100
120200 EDIT-PARM-NUMBER.                                                00120200
120300     MOVE 'N' TO WS-NUM-OK-SWITCH                                 00120300
120400     MOVE ZERO TO WS-NUM-VALUE                                    00120400
120500     MOVE ZERO TO WS-PARM-LEN                                     00120500
120600     INSPECT WS-NUM-TEXT TALLYING WS-PARM-LEN                     00120600
120700             FOR CHARACTERS BEFORE INITIAL SPACE                  00120700
120800     IF WS-PARM-LEN IS GREATER THAN ZERO AND                      00120800
120900        WS-PARM-LEN IS LESS THAN 3 THEN                           00120900
121000        IF WS-NUM-TEXT(1:WS-PARM-LEN) IS NUMERIC THEN             00121000
121100           COMPUTE WS-NUM-VALUE =                                 00121100
121200              FUNCTION NUMVAL(WS-NUM-TEXT(1:WS-PARM-LEN))         00121200
121300           IF WS-NUM-VALUE IS GREATER THAN ZERO THEN              00121300
121400              MOVE 'Y' TO WS-NUM-OK-SWITCH                        00121400
121500           END-IF                                                 00121500
121600        END-IF                                                    00121600
121700     END-IF                                                       00121700
121800     .                                                            00121800
121900*                                                                 00121900
122000* Run the CREATE in LS-WORK-STMT, bound by the caller; a          00122000
122100* failure ends the job RC=16.                                     00122100
122200*                                                                 00122200
122300 STEP-WORK-STATEMENT.                                             00122300
122400     CALL SQLITE3A USING BY REFERENCE SQLITE3-STEP                00122400
122500         BY VALUE LS-WORK-STMT                                    00122500
122600         RETURNING LS-SQL-RC                                      00122600
122700     END-CALL                                                     00122700
122800     IF LS-SQL-RC IS NOT EQUAL TO SQLITE-DONE THEN                00122800
122900        DISPLAY WS-PREP-LABEL ' FAILED. RC='                      00122900
123000           LS-SQL-RC UPON SYSOUT                                  00123000
123100        PERFORM DISPLAY-SQL-ERROR                                 00123100
123200        MOVE +16 TO RETURN-CODE                                   00123200
123300     END-IF                                                       00123300
123400     CALL SQLITE3A USING BY REFERENCE SQLITE3-FINALIZE            00123400
123500         BY VALUE LS-WORK-STMT                                    00123500
123600         RETURNING LS-SQL-RC                                      00123600
123700     END-CALL                                                     00123700
123800     IF RETURN-CODE IS EQUAL TO +16 THEN                          00123800
123900        GO TO SHUTDOWN                                            00123900
124000     END-IF                                                       00124000
124100     .                                                            00124100
124200 LIST-ONE-RUN.                                                    00124200
124300     ADD 1 TO WS-RUN-COUNT                                        00124300
124400     MOVE SPACES TO WS-RUN-LINE                                   00124400
124500     MOVE +0 TO LS-COLUMN-NUMBER                                  00124500
124600     PERFORM GET-COLUMN-TEXT                                      00124600
124700     MOVE WS-COL-VALUE TO WS-RL-DATE                              00124700
124800     MOVE WS-COL-VALUE TO WS-LAST-BUS-DATE                        00124800
124900     MOVE +1 TO LS-COLUMN-NUMBER                                  00124900
125000     PERFORM GET-COLUMN-INT                                       00125000
125100     MOVE LS-COLUMN-INT TO WS-HMS-SECS                            00125100
125200     PERFORM FORMAT-HMS                                           00125200
125300     MOVE WS-HMS-EDIT TO WS-RL-START                              00125300
125400     MOVE +2 TO LS-COLUMN-NUMBER                                  00125400
125500     PERFORM GET-COLUMN-INT                                       00125500
125600     MOVE LS-COLUMN-INT TO WS-HMS-SECS                            00125600
125700     PERFORM FORMAT-HMS                                           00125700
125800     MOVE WS-HMS-EDIT TO WS-RL-END                                00125800
125900     MOVE +3 TO LS-COLUMN-NUMBER                                  00125900
126000     PERFORM GET-COLUMN-INT                                       00126000
126100     MOVE LS-COLUMN-INT TO WS-HMS-SECS                            00126100
126200     PERFORM FORMAT-HMS                                           00126200
126300     MOVE WS-HMS-EDIT TO WS-RL-ELAPSED                            00126300
126400     MOVE +4 TO LS-COLUMN-NUMBER                                  00126400
126500     PERFORM GET-COLUMN-INT                                       00126500
126600     MOVE LS-COLUMN-INT TO WS-RL-STEPS                            00126600
126700     MOVE +5 TO LS-COLUMN-NUMBER                                  00126700
126800     PERFORM GET-COLUMN-INT                                       00126800
126900     MOVE LS-COLUMN-INT TO WS-RL-ROWS                             00126900
127000     MOVE +6 TO LS-COLUMN-NUMBER                                  00127000
127100     PERFORM GET-COLUMN-INT                                       00127100
127200     MOVE LS-COLUMN-INT TO WS-RL-RC                               00127200
127300     MOVE +7 TO LS-COLUMN-NUMBER                                  00127300
127400     PERFORM GET-COLUMN-INT                                       00127400
127500     MOVE LS-COLUMN-INT TO WS-LAST-MARGIN                         00127500
127600     MOVE LS-COLUMN-INT TO WS-HMS-SECS                            00127600
127700     PERFORM FORMAT-HMS                                           00127700
127800     MOVE WS-HMS-EDIT TO WS-RL-MARGIN                             00127800
127900     MOVE +8 TO LS-COLUMN-NUMBER                                  00127900
128000     PERFORM GET-COLUMN-INT                                       00128000
128100     MOVE LS-COLUMN-INT TO LS-LAST-LILIAN                         00128100
128200     IF WS-LAST-MARGIN IS LESS THAN ZERO THEN                     00128200
128300        MOVE 'OVERRUN' TO WS-RL-STATUS                            00128300
128400        ADD 1 TO WS-OVERRUN-COUNT                                 00128400
128500     END-IF                                                       00128500
128600     MOVE WS-RUN-LINE TO WS-REPORT-LINE                           00128600
128700     PERFORM WRITE-REPORT-LINE-OUT                                00128700
128800     .                                                            00128800
128900 LIST-ONE-STEP.                                                   00128900
129000     MOVE SPACES TO WS-STEP-LINE                                  00129000
129100     MOVE +0 TO LS-COLUMN-NUMBER                                  00129100
129200     PERFORM GET-COLUMN-TEXT                                      00129200
129300     MOVE WS-COL-VALUE TO WS-SL-STEP                              00129300
129400     MOVE +1 TO LS-COLUMN-NUMBER                                  00129400
129500     PERFORM GET-COLUMN-INT                                       00129500
129600     MOVE LS-COLUMN-INT TO WS-SL-RUNS                             00129600
129700     MOVE +2 TO LS-COLUMN-NUMBER                                  00129700
129800     PERFORM GET-COLUMN-INT                                       00129800
129900     MOVE LS-COLUMN-INT TO WS-HMS-SECS                            00129900
130000     PERFORM FORMAT-HMS                                           00130000
130100     MOVE WS-HMS-EDIT TO WS-SL-AVG                                00130100
130200     MOVE +3 TO LS-COLUMN-NUMBER                                  00130200
130300     PERFORM GET-COLUMN-INT                                       00130300
130400     MOVE LS-COLUMN-INT TO WS-OLD-ELAPSED                         00130400
130500     MOVE LS-COLUMN-INT TO WS-HMS-SECS                            00130500
130600     PERFORM FORMAT-HMS                                           00130600
130700     MOVE WS-HMS-EDIT TO WS-SL-OLD                                00130700
130800     MOVE +4 TO LS-COLUMN-NUMBER                                  00130800
130900     PERFORM GET-COLUMN-INT                                       00130900
131000     MOVE LS-COLUMN-INT TO WS-NEW-ELAPSED                         00131000
131100     MOVE LS-COLUMN-INT TO WS-HMS-SECS                            00131100
131200     PERFORM FORMAT-HMS                                           00131200
131300     MOVE WS-HMS-EDIT TO WS-SL-NEW                                00131300
131400     MOVE +5 TO LS-COLUMN-NUMBER                                  00131400
131500     PERFORM GET-COLUMN-DOUBLE                                    00131500
131600     MOVE LS-DOUBLE-HFP TO LS-OLD-RATE                            00131600
131700     COMPUTE WS-SL-OLD-RATE ROUNDED = LS-OLD-RATE                 00131700
131800     MOVE +6 TO LS-COLUMN-NUMBER                                  00131800
131900     PERFORM GET-COLUMN-DOUBLE                                    00131900
132000     MOVE LS-DOUBLE-HFP TO LS-NEW-RATE                            00132000
132100     COMPUTE WS-SL-NEW-RATE ROUNDED = LS-NEW-RATE                 00132100
132200     MOVE +7 TO LS-COLUMN-NUMBER                                  00132200
132300     PERFORM GET-COLUMN-INT                                       00132300
132400     MOVE LS-COLUMN-INT TO WS-SL-INST                             00132400
132500     MOVE ZERO TO WS-ELAPSED-PCT                                  00132500
132600     IF WS-OLD-ELAPSED IS GREATER THAN ZERO THEN                  00132600
132700        COMPUTE WS-ELAPSED-PCT ROUNDED =                          00132700
132800           (WS-NEW-ELAPSED - WS-OLD-ELAPSED) * 100                00132800
132900           / WS-OLD-ELAPSED                                       00132900
133000        IF WS-ELAPSED-PCT IS GREATER THAN 99999 THEN              00133000
133100           MOVE 99999 TO WS-ELAPSED-PCT                           00133100
133200        END-IF                                                    00133200
133300        MOVE WS-ELAPSED-PCT TO WS-PCT-EDIT                        00133300
133400        STRING WS-PCT-EDIT DELIMITED BY SIZE                      00133400
133500            '%' DELIMITED BY SIZE                                 00133500
133600            INTO WS-SL-CHANGE                                     00133600
133700        END-STRING                                                00133700
133800     END-IF                                                       00133800
133900     MOVE ZERO TO WS-RATE-PCT                                     00133900
134000     IF LS-OLD-RATE IS GREATER THAN ZERO THEN                     00134000
134100        COMPUTE WS-RATE-PCT ROUNDED =                             00134100
134200           (LS-NEW-RATE - LS-OLD-RATE) * 100 / LS-OLD-RATE        00134200
134300        IF WS-RATE-PCT IS GREATER THAN 99999 THEN                 00134300
134400           MOVE 99999 TO WS-RATE-PCT                              00134400
134500        END-IF                                                    00134500
134600        MOVE WS-RATE-PCT TO WS-PCT-EDIT                           00134600
134700        STRING WS-PCT-EDIT DELIMITED BY SIZE                      00134700
134800            '%' DELIMITED BY SIZE                                 00134800
134900            INTO WS-SL-RATE-CHANGE                                00134900
135000        END-STRING                                                00135000
135100     END-IF                                                       00135100
135200     EVALUATE TRUE                                                00135200
135300     WHEN LS-OLD-RATE IS GREATER THAN ZERO AND                    00135300
135400          WS-RATE-PCT IS NOT GREATER THAN 0 - WS-DEGRADE-PCT      00135400
135500          MOVE 'RATE DOWN' TO WS-SL-NOTE                          00135500
135600          ADD 1 TO WS-DEGRADED-COUNT                              00135600
135700     WHEN WS-OLD-ELAPSED IS GREATER THAN ZERO AND                 00135700
135800          WS-ELAPSED-PCT IS NOT LESS THAN WS-DEGRADE-PCT          00135800
135900          MOVE 'SLOWER' TO WS-SL-NOTE                             00135900
136000          ADD 1 TO WS-SLOWER-COUNT                                00136000
136100     WHEN OTHER                                                   00136100
136200          CONTINUE                                                00136200
136300     END-EVALUATE                                                 00136300
136400     MOVE WS-STEP-LINE TO WS-REPORT-LINE                          00136400
136500     PERFORM WRITE-REPORT-LINE-OUT                                00136500
136600     .                                                            00136600
136700 LOAD-ONE-PATH-STEP.                                              00136700
136800     IF WS-PATH-COUNT IS NOT LESS THAN WS-PATH-MAX THEN           00136800
136900        ADD 1 TO WS-PATH-SKIPPED                                  00136900
137000        GO TO LOAD-ONE-PATH-STEP-EXIT                             00137000
137100     END-IF                                                       00137100
137200     ADD 1 TO WS-PATH-COUNT                                       00137200
137300     MOVE SPACE TO WS-PT-FLAG(WS-PATH-COUNT)                      00137300
137400     MOVE +0 TO LS-COLUMN-NUMBER                                  00137400
137500     PERFORM GET-COLUMN-TEXT                                      00137500
137600     MOVE WS-COL-VALUE TO WS-PT-STEP(WS-PATH-COUNT)               00137600
137700     MOVE +1 TO LS-COLUMN-NUMBER                                  00137700
137800     PERFORM GET-COLUMN-INT                                       00137800
137900     MOVE LS-COLUMN-INT TO WS-PT-START(WS-PATH-COUNT)             00137900
138000     MOVE +2 TO LS-COLUMN-NUMBER                                  00138000
138100     PERFORM GET-COLUMN-INT                                       00138100
138200     MOVE LS-COLUMN-INT TO WS-PT-END(WS-PATH-COUNT)               00138200
138300     MOVE +3 TO LS-COLUMN-NUMBER                                  00138300
138400     PERFORM GET-COLUMN-INT                                       00138400
138500     MOVE LS-COLUMN-INT TO WS-PT-ROWS(WS-PATH-COUNT)              00138500
138600     MOVE +4 TO LS-COLUMN-NUMBER                                  00138600
138700     PERFORM GET-COLUMN-INT                                       00138700
138800     MOVE LS-COLUMN-INT TO WS-PT-RC(WS-PATH-COUNT)                00138800
138900     .                                                            00138900
139000 LOAD-ONE-PATH-STEP-EXIT.                                         00139000
139100     EXIT                                                         00139100
139200     .                                                            00139200
139300 LIST-ONE-PATH-STEP.                                              00139300
139400     MOVE SPACES TO WS-PATH-LINE                                  00139400
139500     MOVE WS-PT-STEP(WS-PATH-I) TO WS-PL-STEP                     00139500
139600     MOVE WS-PT-START(WS-PATH-I) TO WS-HMS-SECS                   00139600
139700     PERFORM FORMAT-HMS                                           00139700
139800     MOVE '+' TO WS-HMS-SIGN                                      00139800
139900     MOVE WS-HMS-EDIT TO WS-PL-START                              00139900
140000     MOVE WS-PT-END(WS-PATH-I) TO WS-HMS-SECS                     00140000
140100     PERFORM FORMAT-HMS                                           00140100
140200     MOVE '+' TO WS-HMS-SIGN                                      00140200
140300     MOVE WS-HMS-EDIT TO WS-PL-END                                00140300
140400     COMPUTE WS-PATH-ELAPSED = WS-PT-END(WS-PATH-I)               00140400
140500                             - WS-PT-START(WS-PATH-I)             00140500
140600     MOVE WS-PATH-ELAPSED TO WS-HMS-SECS                          00140600
140700     PERFORM FORMAT-HMS                                           00140700
140800     MOVE WS-HMS-EDIT TO WS-PL-ELAPSED                            00140800
140900     MOVE WS-PT-ROWS(WS-PATH-I) TO WS-PL-ROWS                     00140900
141000     IF WS-PATH-ELAPSED IS GREATER THAN ZERO THEN                 00141000
141100        COMPUTE WS-PATH-RATE ROUNDED =                            00141100
141200           WS-PT-ROWS(WS-PATH-I) / WS-PATH-ELAPSED                00141200
141300     ELSE                                                         00141300
141400        MOVE WS-PT-ROWS(WS-PATH-I) TO WS-PATH-RATE                00141400
141500     END-IF                                                       00141500
141600     MOVE WS-PATH-RATE TO WS-PL-RATE                              00141600
141700     MOVE WS-PT-RC(WS-PATH-I) TO WS-PL-RC                         00141700
141800     IF WS-PT-CRITICAL(WS-PATH-I) THEN                            00141800
141900        MOVE 'CRITICAL' TO WS-PL-FLAG                             00141900
142000     END-IF                                                       00142000
142100     MOVE WS-PATH-LINE TO WS-REPORT-LINE                          00142100
142200     PERFORM WRITE-REPORT-LINE-OUT                                00142200
142300     .                                                            00142300
142400*                                                                 00142400
142500* WS-HMS-SECS as [-]HH:MM:SS in WS-HMS-EDIT.                      00142500
142600*                                                                 00142600
142700 FORMAT-HMS.                                                      00142700
142800     IF WS-HMS-SECS IS LESS THAN ZERO THEN                        00142800
142900        MOVE '-' TO WS-HMS-SIGN                                   00142900
143000        COMPUTE WS-HMS-WORK = 0 - WS-HMS-SECS                     00143000
143100     ELSE                                                         00143100
143200        MOVE SPACE TO WS-HMS-SIGN                                 00143200
143300        MOVE WS-HMS-SECS TO WS-HMS-WORK                           00143300
143400     END-IF                                                       00143400
143500     DIVIDE WS-HMS-WORK BY 3600 GIVING WS-HMS-HH                  00143500
143600         REMAINDER WS-HMS-REST                                    00143600
143700     DIVIDE WS-HMS-REST BY 60 GIVING WS-HMS-MM                    00143700
143800         REMAINDER WS-HMS-SS                                      00143800
143900     .                                                            00143900
144000 PREPARE-ONE-STATEMENT.                                           00144000
144100     CALL SQLITE3A USING BY REFERENCE SQLITE3-PREPARE-V2          00144100
144200         BY VALUE LS-DB                                           00144200
144300         BY REFERENCE SQL-ZCHAR                                   00144300
144400         BY VALUE LS-MINUS-ONE                                    00144400
144500         BY REFERENCE LS-PREPARED-STMT                            00144500
144600         BY VALUE LS-ZERO                                         00144600
144700         RETURNING LS-SQL-RC                                      00144700
144800     END-CALL                                                     00144800
144900     IF LS-SQL-RC IS NOT EQUAL TO SQLITE-OK AND                   00144900
145000        LS-SQL-RC IS NOT EQUAL TO SQLITE-DONE THEN                00145000
145100        DISPLAY 'PREPARE OF ' WS-PREP-LABEL                       00145100
145200           ' FAILED. RC=' LS-SQL-RC UPON SYSOUT                   00145200
145300        PERFORM DISPLAY-SQL-ERROR                                 00145300
145400        MOVE +16 TO RETURN-CODE                                   00145400
145500        GO TO SHUTDOWN                                            00145500
145600     END-IF                                                       00145600
145700     .                                                            00145700
145800*                                                                 00145800
145900* Prepare the statement in SQL-ZCHAR against a table this job     00145900
146000* may not find (STEP_METRICS); when the table was never           00146000
146100* created WS-PREP-OK stays off and the caller carries on          00146100
146200* without it.                                                     00146200
146300*                                                                 00146300
146400 PREPARE-SOFT-STATEMENT.                                          00146400
146500     MOVE 'N' TO WS-PREP-OK-SWITCH                                00146500
146600     CALL SQLITE3A USING BY REFERENCE SQLITE3-PREPARE-V2          00146600
146700         BY VALUE LS-DB                                           00146700
146800         BY REFERENCE SQL-ZCHAR                                   00146800
146900         BY VALUE LS-MINUS-ONE                                    00146900
147000         BY REFERENCE LS-PREPARED-STMT                            00147000
147100         BY VALUE LS-ZERO                                         00147100
147200         RETURNING LS-SQL-RC                                      00147200
147300     END-CALL                                                     00147300
147400     IF LS-SQL-RC IS EQUAL TO SQLITE-OK OR                        00147400
147500        LS-SQL-RC IS EQUAL TO SQLITE-DONE THEN                    00147500
147600        MOVE 'Y' TO WS-PREP-OK-SWITCH                             00147600
147700     END-IF                                                       00147700
147800     .                                                            00147800
147900*                                                                 00147900
148000* Run the statement in SQL-ZCHAR once (DDL); a failure ends       00148000
148100* the job RC=16.                                                  00148100
148200*                                                                 00148200
148300 EXECUTE-ONE-STATEMENT.                                           00148300
148400     CALL SQLITE3A USING BY REFERENCE SQLITE3-EXEC                00148400
148500         BY VALUE LS-DB                                           00148500
148600         BY REFERENCE SQL-ZCHAR                                   00148600
148700         BY VALUE LS-ZERO                                         00148700
148800         BY VALUE LS-ZERO                                         00148800
148900         BY VALUE LS-ZERO                                         00148900
149000         RETURNING LS-SQL-RC                                      00149000
149100     END-CALL                                                     00149100
149200     IF LS-SQL-RC IS NOT EQUAL TO SQLITE-OK AND                   00149200
149300        LS-SQL-RC IS NOT EQUAL TO SQLITE-DONE THEN                00149300
149400        DISPLAY WS-PREP-LABEL ' FAILED. RC='                      00149400
149500           LS-SQL-RC UPON SYSOUT                                  00149500
149600        PERFORM DISPLAY-SQL-ERROR                                 00149600
149700        MOVE +16 TO RETURN-CODE                                   00149700
149800        GO TO SHUTDOWN                                            00149800
149900     END-IF                                                       00149900
150000     .                                                            00150000
150100*                                                                 00150100
150200* Fetch the text of column LS-COLUMN-NUMBER of the current        00150200
150300* LS-WORK-STMT row into WS-COL-VALUE/WS-COL-VALUE-LEN, the        00150300
150400* same null-terminated-pointer handling TESTCOB2 uses.            00150400
150500*                                                                 00150500
150600 GET-COLUMN-TEXT.                                                 00150600
150700     CALL SQLITE3A USING BY REFERENCE SQLITE3-COLUMN-TEXT         00150700
150800         BY VALUE LS-WORK-STMT                                    00150800
150900         BY VALUE LS-COLUMN-NUMBER                                00150900
151000         RETURNING LS-COLUMN-POINTER                              00151000
151100     END-CALL                                                     00151100
151200     MOVE SPACES TO WS-COL-VALUE                                  00151200
151300     MOVE ZERO TO WS-COL-VALUE-LEN                                00151300
151400     IF LS-COLUMN-POINTER IS NOT EQUAL TO NULL THEN               00151400
151500        SET ADDRESS OF LINKAGE-COLUMN-TEXT TO LS-COLUMN-POINTER   00151500
151600        INSPECT LINKAGE-COLUMN-TEXT TALLYING WS-COL-VALUE-LEN     00151600
151700           FOR CHARACTERS BEFORE INITIAL LOW-VALUE                00151700
151800        IF WS-COL-VALUE-LEN IS GREATER THAN ZERO THEN             00151800
151900           MOVE LINKAGE-COLUMN-TEXT(1:WS-COL-VALUE-LEN)           00151900
152000              TO WS-COL-VALUE                                     00152000
152100        END-IF                                                    00152100
152200     END-IF                                                       00152200
152300     .                                                            00152300
152400*                                                                 00152400
152500* Column LS-COLUMN-NUMBER of the current LS-WORK-STMT row as      00152500
152600* an integer in LS-COLUMN-INT.                                    00152600
152700*                                                                 00152700
152800 GET-COLUMN-INT.                                                  00152800
152900     CALL SQLITE3A USING BY REFERENCE SQLITE3-COLUMN-INT          00152900
153000         BY VALUE LS-WORK-STMT                                    00153000
153100         BY VALUE LS-COLUMN-NUMBER                                00153100
153200         RETURNING LS-COLUMN-INT                                  00153200
153300     END-CALL                                                     00153300
153400     .                                                            00153400
153500*                                                                 00153500
153600* Column LS-COLUMN-NUMBER of the current LS-WORK-STMT row as a    00153600
153700* double, converted to HFP in LS-DOUBLE-HFP.                      00153700
153800*                                                                 00153800
153900 GET-COLUMN-DOUBLE.                                               00153900
154000     CALL SQLITE3A USING                                          00154000
154100         BY REFERENCE SQLITE3-COLUMN-DOUBLE                       00154100
154200         BY REFERENCE LS-DOUBLE-BFP                               00154200
154300         BY VALUE LS-WORK-STMT                                    00154300
154400         BY VALUE LS-COLUMN-NUMBER                                00154400
154500     END-CALL                                                     00154500
154600     CALL SQLITE3A USING                                          00154600
154700         BY REFERENCE CONVERT-BFP-TO-HFP                          00154700
154800         BY VALUE LS-DOUBLE-BFP                                   00154800
154900         BY REFERENCE LS-DOUBLE-HFP                               00154900
155000     END-CALL                                                     00155000
155100     .                                                            00155100
155200 WRITE-REPORT-LINE-OUT.                                           00155200
155300     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE THEN                   00155300
155400        PERFORM WRITE-REPORT-HEADING                              00155400
155500     END-IF                                                       00155500
155600     MOVE WS-REPORT-LINE TO REPORT1-RECORD                        00155600
155700     WRITE REPORT1-RECORD AFTER ADVANCING 1 LINE                  00155700
155800     ADD 1 TO WS-LINE-COUNT                                       00155800
155900     MOVE SPACES TO WS-REPORT-LINE                                00155900
156000     .                                                            00156000
156100 WRITE-REPORT-HEADING.                                            00156100
156200     ADD 1 TO WS-PAGE-COUNT                                       00156200
156300     MOVE WS-PAGE-COUNT TO WS-PAGE-NUM-DISPLAY                    00156300
156400     MOVE SPACES TO REPORT1-RECORD                                00156400
156500     MOVE 1 TO WS-RPT-PTR                                         00156500
156600     STRING 'TESTCB45' DELIMITED BY SIZE                          00156600
156700         '   RUN DATE: ' DELIMITED BY SIZE                        00156700
156800         WS-RUN-DATE DELIMITED BY SIZE                            00156800
156900         '   PAGE: ' DELIMITED BY SIZE                            00156900
157000         WS-PAGE-NUM-DISPLAY DELIMITED BY SIZE                    00157000
157100         INTO REPORT1-RECORD                                      00157100
157200         WITH POINTER WS-RPT-PTR                                  00157200
157300     END-STRING                                                   00157300
157400     WRITE REPORT1-RECORD AFTER ADVANCING PAGE                    00157400
157500     MOVE SPACES TO REPORT1-RECORD                                00157500
157600     MOVE 1 TO WS-RPT-PTR                                         00157600
157700     STRING 'BATCH WINDOW FOR JOBS ' DELIMITED BY SIZE            00157700
157800         WS-JOB-PATTERN(1:WS-JOB-PATTERN-LEN)                     00157800
157900         DELIMITED BY SIZE                                        00157900
158000         ', WINDOW END ' DELIMITED BY SIZE                        00158000
158100         WS-PARM-WINDOW(1:2) DELIMITED BY SIZE                    00158100
158200         ':' DELIMITED BY SIZE                                    00158200
158300         WS-PARM-WINDOW(3:2) DELIMITED BY SIZE                    00158300
158400         ' GMT' DELIMITED BY SIZE                                 00158400
158500         INTO REPORT1-RECORD                                      00158500
158600         WITH POINTER WS-RPT-PTR                                  00158600
158700     END-STRING                                                   00158700
158800     EVALUATE TRUE                                                00158800
158900     WHEN WS-LISTING-STEPS                                        00158900
159000          STRING ' - STEP TRENDS, OLDEST TO LATEST RUN'           00159000
159100              DELIMITED BY SIZE                                   00159100
159200              INTO REPORT1-RECORD                                 00159200
159300              WITH POINTER WS-RPT-PTR                             00159300
159400          END-STRING                                              00159400
159500     WHEN WS-LISTING-PATH                                         00159500
159600          STRING ' - CRITICAL PATH OF RUN ' DELIMITED BY SIZE     00159600
159700              WS-LAST-BUS-DATE DELIMITED BY SIZE                  00159700
159800              INTO REPORT1-RECORD                                 00159800
159900              WITH POINTER WS-RPT-PTR                             00159900
160000          END-STRING                                              00160000
160100     WHEN OTHER                                                   00160100
160200          CONTINUE                                                00160200
160300     END-EVALUATE                                                 00160300
160400     WRITE REPORT1-RECORD AFTER ADVANCING 1 LINE                  00160400
160500     MOVE 1 TO WS-LINE-COUNT                                      00160500
160600     EVALUATE TRUE                                                00160600
160700     WHEN WS-LISTING-RUNS                                         00160700
160800          MOVE WS-RUN-HEADER TO REPORT1-RECORD                    00160800
160900          WRITE REPORT1-RECORD AFTER ADVANCING 1 LINE             00160900
161000     WHEN WS-LISTING-STEPS                                        00161000
161100          MOVE WS-STEP-HEADER TO REPORT1-RECORD                   00161100
161200          WRITE REPORT1-RECORD AFTER ADVANCING 1 LINE             00161200
161300     WHEN WS-LISTING-PATH                                         00161300
161400          MOVE WS-PATH-HEADER TO REPORT1-RECORD                   00161400
161500          WRITE REPORT1-RECORD AFTER ADVANCING 1 LINE             00161500
161600     WHEN OTHER                                                   00161600
161700          CONTINUE                                                00161700
161800     END-EVALUATE                                                 00161800
161900     .                                                            00161900
162000 SHUTDOWN.                                                        00162000
162100     CALL SQLITE3A USING BY REFERENCE SQLITE3-CLOSE               00162100
162200         BY VALUE LS-DB                                           00162200
162300         RETURNING LS-SQL-RC                                      00162300
162400     END-CALL                                                     00162400
162500     CALL SQLITE3A USING SQLITE3-SHUTDOWN                         00162500
162600         RETURNING LS-SQL-RC                                      00162600
162700     END-CALL                                                     00162700
162800     CLOSE REPORT1-FD                                             00162800
162900     GOBACK                                                       00162900
163000     .                                                            00163000
163100                                                                  00163100
163200 DISPLAY-SQL-ERROR.                                               00163200
163300     CALL SQLITE3A USING BY REFERENCE SQLITE3-ERRCODE             00163300
163400         BY VALUE LS-DB                                           00163400
163500         RETURNING LS-SQL-ERRCODE                                 00163500
163600     END-CALL                                                     00163600
163700     CALL SQLITE3A USING BY REFERENCE SQLITE3-ERRMSG              00163700
163800         BY VALUE LS-DB                                           00163800
163900         RETURNING LS-ERRMSG-POINTER                              00163900
164000     END-CALL                                                     00164000
164100     MOVE SPACES TO WS-ERRMSG-TEXT                                00164100
164200     MOVE ZERO TO WS-ERRMSG-LEN                                   00164200
164300     IF LS-ERRMSG-POINTER IS NOT EQUAL TO NULL THEN               00164300
164400        SET ADDRESS OF LINKAGE-COLUMN-TEXT                        00164400
164500           TO LS-ERRMSG-POINTER                                   00164500
164600        INSPECT LINKAGE-COLUMN-TEXT                               00164600
164700           TALLYING WS-ERRMSG-LEN                                 00164700
164800           FOR CHARACTERS BEFORE INITIAL LOW-VALUE                00164800
164900        MOVE LINKAGE-COLUMN-TEXT(1:WS-ERRMSG-LEN)                 00164900
165000           TO WS-ERRMSG-TEXT                                      00165000
165100     END-IF                                                       00165100
165200     DISPLAY '  SQLITE ERRCODE=' LS-SQL-ERRCODE                   00165200
165300         ' ERRMSG=' WS-ERRMSG-TEXT(1:WS-ERRMSG-LEN)               00165300
165400         UPON SYSOUT                                              00165400
165500     .                                                            00165500
165600 END PROGRAM 'TESTCB45'.                                          00165600
